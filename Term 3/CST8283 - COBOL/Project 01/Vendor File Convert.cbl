       program-id. vndcnv1 as "CST8283 VNDCNV1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * One-off conversion of VENDFILE to the current
      * VENDREC layout.  The vendor record grew from 55 to
      * 58 bytes when the lead time was added for RPTCAL1,
      * and an indexed file cannot simply be opened under
      * the longer record - every existing vendor has to be
      * copied across once.
      *
      * This reads VENDFILE end to end in the old 55-byte
      * layout and writes each vendor to a fresh indexed
      * file on the VENDNEW DD in the new layout, number,
      * name and contact carried over unchanged and the lead
      * time set to zero - VENDREC's "not keyed yet" value,
      * so purchasing fills it in through VENDMT1 at leisure.
      *
      * As with INVFIX1, VENDFILE itself is never written.
      * Operations swaps the datasets only after the counts
      * look right; read and written should agree.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select OLD-VENDOR-FILE-IN
               assign to "VENDFILE"
                   organization is indexed
                   access mode is sequential
                   record key is vendor-number-old
               file status is old-vendor-file-status.

      *----------------------------------------------------
      * The converted file - a different DD on purpose, so
      * a conversion that goes wrong costs nothing
      *----------------------------------------------------
           select NEW-VENDOR-FILE-OUT
               assign to "VENDNEW"
                   organization is indexed
                   access mode is dynamic
                   record key is vendor-number-vnd
               file status is new-vendor-file-status.

       data division.
       file section.
       fd OLD-VENDOR-FILE-IN.
      *----------------------------------------------------
      * The vendor record as it stood before the lead time
      * was added - 55 bytes, kept here only for this run
      *----------------------------------------------------
       01  old-vendor-record-in.
           05  vendor-number-old    pic 9(5).
           05  vendor-name-old      pic x(25).
           05  vendor-contact-old   pic x(25).

       fd NEW-VENDOR-FILE-OUT.
      *----------------------------------------------------
      * Shared layout - the converted record is written with
      * the standard names, no renaming needed
      *----------------------------------------------------
           copy VENDREC.

       working-storage section.
      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  eof-switch          pic x(1)  value "N".
               88  end-of-old-vendor-file   value "Y".
           05  file-opened-switch  pic x(1)  value "N".
               88  old-vendor-file-is-open  value "Y".
           05  new-opened-switch   pic x(1)  value "N".
               88  new-vendor-file-is-open  value "Y".

      *----------------------------------------------------
      * Open-time and operation statuses for both indexed
      * files - a failed OPEN is shown to the operator
      * instead of abending
      *----------------------------------------------------
       01  file-status-fields.
           05  old-vendor-file-status  pic x(2).
           05  new-vendor-file-status  pic x(2).

      *----------------------------------------------------
      * Counters reported at the end of the run
      *----------------------------------------------------
       01  convert-totals.
           05  read-counter        pic 9(5)  value zero.
           05  written-counter     pic 9(5)  value zero.
           05  rejected-counter    pic 9(5)  value zero.

      *----------------------------------------------------
      * Messages which will be shown at the screen during
      * program execution
      *----------------------------------------------------
       01  utility-messages.
           05  open-failed-message-1  pic x(35)
               value "VENDFILE did not open - status was".
           05  open-failed-message-2  pic x(44)
               value "Check it is still the old 55-byte layout.".
           05  new-failed-message-1   pic x(34)
               value "VENDNEW did not open - status was".
           05  new-failed-message-2   pic x(44)
               value "Nothing converted - VENDFILE is unchanged.".
           05  rejected-message       pic x(38)
               value "Not converted - key already on VENDNEW".

       procedure division.
      *----------------------------------------------------
      * Entry point - copy every vendor across to the new
      * layout, then show the counts
      *----------------------------------------------------
       100-convert-vendor-file.
           perform  200-initialize.
           if  old-vendor-file-is-open  and  new-vendor-file-is-open
               perform  210-convert-one-record
                        until  end-of-old-vendor-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-open-files.
           if  old-vendor-file-is-open  and  new-vendor-file-is-open
               perform  302-read-next-old-vendor
           end-if.

       210-convert-one-record.
           add 1 to read-counter.
           perform  303-write-new-vendor.
           perform  302-read-next-old-vendor.

       290-finalize.
           perform  304-close-files.
           perform  305-display-totals.

      *----------------------------------------------------
      * VENDFILE is opened first - if it will not open in
      * the old layout (already converted, or not there)
      * VENDNEW is never created.  A VENDNEW that will not
      * open ends the run with nothing written
      *----------------------------------------------------
       301-open-files.
           open input old-vendor-file-in.
           if  old-vendor-file-status = "00"
               move "Y" to file-opened-switch
               open output new-vendor-file-out
               if  new-vendor-file-status = "00"
                   move "Y" to new-opened-switch
               else
                   display new-failed-message-1 line 4 column 5
                           with blank screen
                   display new-vendor-file-status line 4 column 40
                   display new-failed-message-2 line 5 column 5
               end-if
           else
               display open-failed-message-1 line 4 column 5
                       with blank screen
               display old-vendor-file-status line 4 column 41
               display open-failed-message-2 line 5 column 5
           end-if.

       302-read-next-old-vendor.
           read old-vendor-file-in
               at end move "Y" to eof-switch.

      *----------------------------------------------------
      * Carry number, name and contact across and start the
      * lead time at zero.  The WRITE keeps its own
      * duplicate guard - VENDNEW must end the run loadable
      *----------------------------------------------------
       303-write-new-vendor.
           move  vendor-number-old   to  vendor-number-vnd.
           move  vendor-name-old     to  vendor-name-vnd.
           move  vendor-contact-old  to  vendor-contact-vnd.
           move  zero                to  vendor-lead-time-vnd.
           write vendor-record-out
               invalid key
                   add 1 to rejected-counter
                   display rejected-message  line 6 column 5
                   display vendor-number-old line 6 column 44
               not invalid key
                   add 1 to written-counter
           end-write.

       304-close-files.
           if  old-vendor-file-is-open
               close  old-vendor-file-in
           end-if.
           if  new-vendor-file-is-open
               close  new-vendor-file-out
           end-if.

       305-display-totals.
           if  old-vendor-file-is-open  and  new-vendor-file-is-open
               display "Records read:     " line 7 column 5
                       with blank screen
               display read-counter        line 7  column 24
               display "Written to VENDNEW:" line 8  column 5
               display written-counter     line 8  column 25
               display "Not converted:    " line 9  column 5
               display rejected-counter    line 9  column 24
           end-if.

       end program vndcnv1.
