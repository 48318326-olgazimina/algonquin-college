      * can be eyeballed at once.  Lines that do not parse
      * as audit lines are counted and reported, never
      * trusted.
      *
      * Older lines are moved off the live trail at period
      * end by ARCHPG1.  When the question is about an older
      * period the operator asks for the archive instead (L
      * live, A archive) - AUDTARCH is a DD name the JCL
      * points at the dated archive for that period, and its
      * lines are in the same layout.
      *----------------------------------------------------

       environment division.
                   organization is line sequential
               file status is audit-file-status.

      *----------------------------------------------------
      * A period-end archive of the trail (see ARCHPG1),
      * read in place of the live trail when asked for
      *----------------------------------------------------
           select AUDIT-ARCHIVE-IN
               assign to "AUDTARCH"
                   organization is line sequential
               file status is audit-file-status.

           select INQUIRY-REPORT-OUT
               assign to "AUDITRPT"
                   organization is line sequential.
       file section.
       fd AUDIT-FILE-IN.
      *----------------------------------------------------
      * One audit-trail line - taken apart through the
      * layout in working storage, whichever file it came
      * off
      *----------------------------------------------------
       01  audit-file-record-in    pic x(80).

       fd AUDIT-ARCHIVE-IN.
       01  audit-archive-record-in  pic x(80).

       fd DESCRIPTION-FILE-IN.
      *----------------------------------------------------
      * Shared description layout - the -dsc names do not
      * collide with the names below, so no renaming needed
      *----------------------------------------------------
           copy DESCREC.

       fd INQUIRY-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the inquiry report
      *----------------------------------------------------
       01  report-line            pic x(110).

       working-storage section.
      *----------------------------------------------------
      * One audit-trail line, laid out exactly as PROJECT1's
      * audit-detail-line writes it.  The qty and price are
      * numeric-edited there, so they are declared edited
           05  aud-operator-id     pic x(8).
           05  filler              pic x(14).

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
      * the same discipline the entry programs use
      *----------------------------------------------------
       01  field-validity-switches.
           05  choice-valid-switch pic x(1)  value "N".
               88  choice-is-valid          value "Y".
           05  mode-valid-switch   pic x(1)  value "N".
               88  mode-is-valid            value "Y".
           05  criteria-valid-switch  pic x(1)  value "N".
               value "- must be numeric".
           05  date-order-message  pic x(29)
               value "- to date is before from date".
           05  choice-prompt       pic x(41)
               value "Live trail, or a period archive? (L/A):".
           05  invalid-choice-message  pic x(24)
               value "- enter L or A".
           05  no-audit-file-message  pic x(42)
               value "AUDITOUT not found - no trail to inquire.".
           05  no-archive-message  pic x(42)
               value "AUDTARCH not found - no archive to read.".

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
      * The trail may not exist yet - no PROJECT1 session
      * has ever written a record - and the archive asked
      * for may not be there, so the status is checked
      * instead of trusting the OPEN to succeed
      *----------------------------------------------------
       301-open-files.
           if  read-trail-archive
               open input audit-archive-in
           else
               open input audit-file-in
           end-if.
           if  audit-file-status = "00"
               move "Y" to audit-opened-switch
               open output inquiry-report-out
               end-if
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
               read audit-archive-in
                   at end
                       move "Y" to audit-eof-switch
                   not at end
                       move  audit-archive-record-in
                         to  audit-record-in
               end-read
           else
               read audit-file-in
                   at end
                       move "Y" to audit-eof-switch
                   not at end
                       move  audit-file-record-in
                         to  audit-record-in
               end-read
           end-if.

      *----------------------------------------------------
      * Decide whether the current line matches the

       307-close-files.
           if  audit-file-is-open
               if  read-trail-archive
                   close  audit-archive-in
               else
                   close  audit-file-in
               end-if
               close  inquiry-report-out
               if  description-file-is-open
                   close  description-file-in
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

       end program audinq1.
