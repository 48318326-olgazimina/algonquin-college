      * (see the CHGAUD copy below) and moved here to be
      * written
      *----------------------------------------------------
       01  change-audit-record     pic x(170).

       working-storage section.
      *----------------------------------------------------
       01  change-audit-work-fields.
           05  session-date        pic 9(8)  value zero.
           05  session-time        pic 9(6)  value zero.
           05  record-before-image pic x(58)  value spaces.
      *----------------------------------------------------
      * Key and action keyed in by the operator for the
      * vendor currently being worked on
       01  vendor-values-in.
           05  vendor-name-in      pic x(25).
           05  vendor-contact-in   pic x(25).
           05  vendor-lead-time-in pic 9(3).

      *----------------------------------------------------
      * Switches showing whether the value just keyed in for
               88  vendor-number-is-valid          value "Y".
           05  vendor-name-valid-switch    pic x(1)  value "N".
               88  vendor-name-is-valid            value "Y".
           05  lead-time-valid-switch      pic x(1)  value "N".
               88  lead-time-is-valid              value "Y".

      *----------------------------------------------------
      * Switches governing the session
               value "- must be greater than 0".
           05  invalid-vendor-name-message  pic x(19)
               value "- must not be blank".
           05  lead-time-prompt    pic x(36)
               value "Please enter the lead time in days:".
           05  invalid-lead-time-message  pic x(19)
               value "- must be 1 to 365".
           05  invalid-action-message  pic x(24)
               value "- enter A, C or D".
           05  duplicate-vendor-message  pic x(31)
           display vendor-name-vnd     line 9  column 19.
           display "Contact:    " line 10 column 5.
           display vendor-contact-vnd  line 10 column 19.
           display "Lead days:" line 10 column 46.
           display vendor-lead-time-vnd  line 10 column 57.

      *----------------------------------------------------
      * Collect the vendor name, contact and lead time.  The
      * name is re-prompted until it is not blank; the
      * contact may be anything, including blank - not every
      * supplier gives us a named person.  The lead time is
      * re-prompted until it is a plausible number of days,
      * since RPTCAL1 multiplies every part's usage by it
      *----------------------------------------------------
       313-request-vendor-values.
           move  "N"  to  vendor-name-valid-switch.
           display  vendor-contact-prompt  line 13  column 5.
           accept   vendor-contact-in      line 14  column 10.

           move  "N"  to  lead-time-valid-switch.
           perform  323-accept-lead-time
                    until  lead-time-is-valid.

       317-accept-vendor-name.
           display  vendor-name-prompt  line 11  column 5.
           accept   vendor-name-in      line 12  column 10.
               display invalid-vendor-name-message line 12 column 36
           end-if.

       323-accept-lead-time.
           display  lead-time-prompt     line 15  column 5.
           accept   vendor-lead-time-in  line 15  column 42.

           if  vendor-lead-time-in is numeric  and
                   vendor-lead-time-in > 0  and
                   vendor-lead-time-in not > 365
               move "Y" to lead-time-valid-switch
           else
               display invalid-lead-time-message line 15 column 48
           end-if.

       314-write-new-vendor.
           move  vendor-number-key  to  vendor-number-vnd.
           move  vendor-name-in     to  vendor-name-vnd.
           move  vendor-contact-in  to  vendor-contact-vnd.
           move  vendor-lead-time-in  to  vendor-lead-time-vnd.
           write vendor-record-out
               invalid key
                   display duplicate-vendor-message line 7 column 36
       316-rewrite-changed-vendor.
           move  vendor-name-in     to  vendor-name-vnd.
           move  vendor-contact-in  to  vendor-contact-vnd.
           move  vendor-lead-time-in  to  vendor-lead-time-vnd.
           rewrite vendor-record-out.
           add 1 to changed-counter.
           move  "C"  to  ca-action-code.
