      * and after images side by side - to CHGRPT.  Lines
      * that do not parse as change-audit lines are counted
      * and reported, never trusted.
      *
      * Older lines are moved off the live trail at period
      * end by ARCHPG1.  When the question is about an older
      * period the operator asks for the archive instead (L
      * live, A archive) - CHGAARCH is a DD name the JCL
      * points at the dated archive for that period, and its
      * lines are in the same layout.
      *----------------------------------------------------

       environment division.
                   organization is line sequential
               file status is change-audit-status.

      *----------------------------------------------------
      * A period-end archive of the trail (see ARCHPG1),
      * read in place of the live trail when asked for
      *----------------------------------------------------
           select CHANGE-AUDIT-ARCHIVE-IN
               assign to "CHGAARCH"
                   organization is line sequential
               file status is change-audit-status.

           select INQUIRY-REPORT-OUT
               assign to "CHGRPT"
                   organization is line sequential.
       file section.
       fd CHANGE-AUDIT-FILE-IN.
      *----------------------------------------------------
      * One change-audit line - taken apart through the
      * CHGAUD copy in working storage, whichever file it
      * came off
      *----------------------------------------------------
       01  change-audit-record-in  pic x(170).

       fd CHANGE-AUDIT-ARCHIVE-IN.
       01  change-archive-record-in  pic x(170).

       fd INQUIRY-REPORT-OUT.
      *----------------------------------------------------

       working-storage section.
      *----------------------------------------------------
      * Shared change-audit line layout, exactly as the
      * updating programs write it - each line read is
      * moved here
      *----------------------------------------------------
           copy CHGAUD.

      *----------------------------------------------------
      * Which trail is read - the live one or a period-end
      * archive
      *----------------------------------------------------
       01  trail-choice            pic x(1).
           88  read-live-trail              value "L".
           88  read-trail-archive           value "A".

      *----------------------------------------------------
      * The selection the operator keyed in - which mode,
      * and the criteria that go with it
      *----------------------------------------------------
      * the same discipline AUDINQ1 uses
      *----------------------------------------------------
       01  field-validity-switches.
           05  choice-valid-switch pic x(1)  value "N".
               88  choice-is-valid          value "Y".
           05  mode-valid-switch   pic x(1)  value "N".
               88  mode-is-valid            value "Y".
           05  criteria-valid-switch  pic x(1)  value "N".
           05  filler              pic x(7)   value "KEY    ".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(12)  value "BEFORE IMAGE".
           05  filler              pic x(47)  value spaces.
           05  filler              pic x(11)  value "AFTER IMAGE".
       01  heading-line-3          pic x(170)
           value all "-".
               value "- must be numeric".
           05  date-order-message  pic x(29)
               value "- to date is before from date".
           05  choice-prompt       pic x(41)
               value "Live trail, or a period archive? (L/A):".
           05  invalid-choice-message  pic x(24)
               value "- enter L or A".
           05  no-audit-file-message  pic x(44)
               value "CHGAUDIT not found - no trail to inquire.".
           05  no-archive-message  pic x(44)
               value "CHGAARCH not found - no archive to read.".

       procedure division.
      *----------------------------------------------------
           stop run.

       200-initialize.
           move  "N"  to  choice-valid-switch.
           perform  308-accept-trail-choice
                    until  choice-is-valid.
           perform  301-open-files.
           if  audit-file-is-open
               perform  303-request-selection

      *----------------------------------------------------
      * The trail may not exist yet - no update has ever
      * been audited - and the archive asked for may not be
      * there, so the status is checked instead of trusting
      * the OPEN to succeed
      *----------------------------------------------------
       301-open-files.
           if  read-trail-archive
               open input change-audit-archive-in
           else
               open input change-audit-file-in
           end-if.
           if  change-audit-status = "00"
               move "Y" to audit-opened-switch
               open output inquiry-report-out
           else
               move "N" to audit-opened-switch
               if  read-trail-archive
                   display no-archive-message line 4 column 5
                           with blank screen
               else
                   display no-audit-file-message line 4 column 5
                           with blank screen
               end-if
           end-if.

       302-print-report-heading.
           end-if.

       304-read-next-audit-line.
           if  read-trail-archive
               read change-audit-archive-in
                   at end
                       move "Y" to audit-eof-switch
                   not at end
                       move  change-archive-record-in
                         to  change-audit-line
               end-read
           else
               read change-audit-file-in
                   at end
                       move "Y" to audit-eof-switch
                   not at end
                       move  change-audit-record-in
                         to  change-audit-line
               end-read
           end-if.

      *----------------------------------------------------
      * Decide whether the current line matches the

       307-close-files.
           if  audit-file-is-open
               if  read-trail-archive
                   close  change-audit-archive-in
               else
                   close  change-audit-file-in
               end-if
               close  inquiry-report-out
               display "Lines matched: "  line 4 column 5
                       with blank screen
               display matched-counter    line 4 column 21
           end-if.

      *----------------------------------------------------
      * Live trail or archive - asked before anything is
      * opened, since it decides which file is
      *----------------------------------------------------
       308-accept-trail-choice.
           display  choice-prompt   line 4  column 5 with blank
           screen.
           accept   trail-choice    line 5  column 10.

           if  read-live-trail  or  read-trail-archive
               move "Y" to choice-valid-switch
           else
               display invalid-choice-message line 5 column 36
           end-if.

       end program chginq1.
