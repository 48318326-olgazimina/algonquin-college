       program-id. supmt1 as "CST8283 SUPMT1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Entry and maintenance for the part-supersession
      * master, the same combined add/change/delete sitting
      * DESCMT1 gives the description master - supplier
      * replacements arrive a few at a time, so all three
      * happen in one session.
      *
      * SUPFILE is indexed by the old part number (see
      * SUPREC), so every lookup here is a direct keyed
      * READ.  Each record names the part that replaces the
      * old one, the date the replacement takes effect, and
      * whether the old stock can still be used.  The
      * replacing part must already be on the inventory
      * master, since that is the record everything will be
      * ordered and received under, and a replacement that
      * would lead back round to the old part - directly or
      * further along the chain - is refused before it can
      * send REORDR1 in circles.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select SUPERSESSION-FILE
               assign to "SUPFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is old-part-number-sup
                   alternate record key is new-part-number-sup
                       with duplicates
               file status is supersession-file-status.

      *----------------------------------------------------
      * The inventory master - read by key to prove the
      * replacing part is on file
      *----------------------------------------------------
           select INVENTORY-FILE-IN
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

       data division.
       file section.
       fd SUPERSESSION-FILE.
      *----------------------------------------------------
      * Shared layout - SUPFILE is maintained record-by-
      * record here, so no renaming is needed
      *----------------------------------------------------
           copy SUPREC.

       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
      * Shared layout - read only here, and the -out names
      * do not collide with the -sup names above
      *----------------------------------------------------
           copy INVREC.

       working-storage section.
      *----------------------------------------------------
      * Key and action keyed in by the operator for the
      * old part currently being worked on
      *----------------------------------------------------
       01  maintenance-request.
           05  old-part-number-key pic 9(7).
           05  maintenance-action  pic x(1).
               88  action-is-add           value "A".
               88  action-is-change        value "C".
               88  action-is-delete        value "D".
           05  action-valid-switch  pic x(1)  value "N".
               88  action-is-valid          value "Y".

      *----------------------------------------------------
      * Replacement/new values keyed in for an add or change
      *----------------------------------------------------
       01  supersession-values-in.
           05  new-part-number-in  pic 9(7).
           05  effective-date-in.
               10  effective-year-in   pic 9(4).
               10  effective-month-in  pic 9(2).
               10  effective-day-in    pic 9(2).
           05  old-stock-usable-in pic x(1).

      *----------------------------------------------------
      * Switches showing whether the value just keyed in for
      * each field has passed validation yet - the field is
      * re-prompted until it has, the same discipline
      * DESCMT1 uses
      *----------------------------------------------------
       01  field-validity-switches.
           05  part-number-valid-switch  pic x(1)  value "N".
               88  part-number-is-valid          value "Y".
           05  new-part-valid-switch     pic x(1)  value "N".
               88  new-part-is-valid             value "Y".
           05  date-valid-switch         pic x(1)  value "N".
               88  effective-date-is-valid       value "Y".
           05  usable-valid-switch       pic x(1)  value "N".
               88  usable-flag-is-valid          value "Y".

      *----------------------------------------------------
      * Switches governing the session
      *----------------------------------------------------
       01  run-switches.
           05  input-response      pic x(1).
           05  record-found-switch pic x(1)  value "N".
               88  supersession-was-found   value "Y".
           05  inventory-opened-switch  pic x(1)  value "N".
               88  inventory-file-is-open   value "Y".
           05  chain-walk-switch   pic x(1)  value "N".
               88  chain-walk-is-done       value "Y".
           05  chain-loop-switch   pic x(1)  value "N".
               88  chain-would-loop         value "Y".

      *----------------------------------------------------
      * Open-time file statuses - the first run of this
      * program is what creates SUPFILE, the same open-for-
      * update-else-create pattern DESCMT1 uses
      *----------------------------------------------------
       01  file-status-fields.
           05  supersession-file-status  pic x(2).
           05  inventory-file-status     pic x(2).

      *----------------------------------------------------
      * The part reached so far while following the chain
      * on from a proposed replacing part, and how many
      * links have been followed - a chain longer than any
      * supplier has ever produced is treated as a loop
      *----------------------------------------------------
       01  chain-walk-fields.
           05  chain-part-number   pic 9(7)  value zero.
           05  chain-step-counter  pic 9(2)  value zero.

      *----------------------------------------------------
      * Counters reported at the end of the session
      *----------------------------------------------------
       01  maintenance-totals.
           05  added-counter       pic 9(2)  value zero.
           05  changed-counter     pic 9(2)  value zero.
           05  deleted-counter     pic 9(2)  value zero.

      *----------------------------------------------------
      * Messages which will be shown at the screen during
      * program execution
      *----------------------------------------------------
       01  maintenance-messages.
           05  another-prompt      pic x(44)
               value "Work on another part? Please use: y or n".
           05  part-number-prompt  pic x(44)
               value "Please enter the old (replaced) part number:".
           05  action-prompt       pic x(44)
               value "Add, change, or delete this part? (A/C/D):".
           05  new-part-prompt     pic x(40)
               value "Please enter the replacing part number:".
           05  effective-date-prompt  pic x(44)
               value "Enter the effective date, YYYYMMDD:".
           05  usable-prompt       pic x(44)
               value "Can the old stock still be used? (Y/N):".
           05  invalid-part-number-message  pic x(24)
               value "- must be greater than 0".
           05  same-part-message   pic x(36)
               value "- must differ from the old part".
           05  new-part-missing-message  pic x(36)
               value "- replacing part not on INVFILE".
           05  chain-loop-message  pic x(36)
               value "- would lead back to the old part".
           05  invalid-date-message  pic x(36)
               value "- must be a date, YYYYMMDD".
           05  invalid-usable-message  pic x(24)
               value "- enter Y or N".
           05  invalid-action-message  pic x(24)
               value "- enter A, C or D".
           05  duplicate-part-message  pic x(29)
               value "- part number already on file".
           05  not-found-message   pic x(34)
               value "Part number not found on SUPFILE.".
           05  no-inventory-message  pic x(44)
               value "INVFILE not found - add and change refused.".

       procedure division.
      *----------------------------------------------------
      * Entry point - open (or create) the supersession
      * master and work part by part until the operator is
      * done
      *----------------------------------------------------
       100-maintain-supersession-file.
           perform  200-initialize.
           perform  210-process-one-part
                    until input-response = "n".
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-open-files.
           perform  302-request-another.

       210-process-one-part.
           perform  303-request-part-and-action.
           perform  304-apply-action.
           perform  302-request-another.

       290-finalize.
           perform  305-close-files.
           perform  306-display-totals.

      *----------------------------------------------------
      * SUPFILE persists across runs, so the only time this
      * opens OUTPUT - and starts the file over - is the
      * very first run, when it does not exist yet.  Same
      * pattern as DESCMT1's 301-open-files.  Without the
      * inventory master no replacing part can be proved,
      * so adds and changes are refused until it is there
      *----------------------------------------------------
       301-open-files.
           open i-o supersession-file.
           if  supersession-file-status not = "00"
               open output supersession-file
               close supersession-file
               open i-o supersession-file
           end-if.

           open input inventory-file-in.
           if  inventory-file-status = "00"
               move "Y" to inventory-opened-switch
           else
               move "N" to inventory-opened-switch
           end-if.

      *----------------------------------------------------
      * Displaying a question about the next part and
      * accept user input
      *----------------------------------------------------
       302-request-another.
           display another-prompt
               line 18 column 5.
           accept input-response
               line 19 column 5.

      *----------------------------------------------------
      * Collect the old part number and what to do with it,
      * re-prompting each until it holds a sane value
      *----------------------------------------------------
       303-request-part-and-action.
           move  "N"  to  part-number-valid-switch.
           perform  311-accept-part-number
                    until  part-number-is-valid.

           move  "N"  to  action-valid-switch.
           perform  312-accept-maintenance-action
                    until  action-is-valid.

       311-accept-part-number.
           display  part-number-prompt  line 4  column 5 with blank
           screen.
           accept   old-part-number-key line 5  column 10.

           if  old-part-number-key  is numeric  and
                   old-part-number-key > 0
               move "Y" to part-number-valid-switch
           else
               display invalid-part-number-message line 5 column 36
           end-if.

       312-accept-maintenance-action.
           display  action-prompt       line 6  column 5.
           accept   maintenance-action  line 7  column 10.

           if  action-is-add  or  action-is-change
                              or  action-is-delete
               move "Y" to action-valid-switch
           else
               display invalid-action-message line 7 column 56
           end-if.

      *----------------------------------------------------
      * Apply the action the operator picked.  Change and
      * delete both need the record on file first; add needs
      * it NOT on file first - each path tells the operator
      * which check failed instead of silently doing nothing
      *----------------------------------------------------
       304-apply-action.
           move  old-part-number-key  to  old-part-number-sup.
           read supersession-file
               invalid key
                   move "N" to record-found-switch
               not invalid key
                   move "Y" to record-found-switch
           end-read.

           evaluate true
               when (action-is-add  or  action-is-change)
                       and  not inventory-file-is-open
                   display no-inventory-message line 9 column 5
               when action-is-add
                   if  supersession-was-found
                       display duplicate-part-message
                               line 7 column 56
                   else
                       perform 313-request-supersession-values
                       perform 314-write-new-supersession
                   end-if
               when action-is-change
                   if  supersession-was-found
                       perform 315-display-found-supersession
                       perform 313-request-supersession-values
                       perform 316-rewrite-changed-supersession
                   else
                       display not-found-message line 9 column 5
                   end-if
               when action-is-delete
                   if  supersession-was-found
                       perform 315-display-found-supersession
                       delete supersession-file record
                       add 1 to deleted-counter
                   else
                       display not-found-message line 9 column 5
                   end-if
           end-evaluate.

      *----------------------------------------------------
      * Show the supersession as it currently stands on
      * SUPFILE so the operator is not changing or deleting
      * it blind
      *----------------------------------------------------
       315-display-found-supersession.
           display "Old part:   " line 8  column 5.
           display old-part-number-sup  line 8  column 19.
           display "Replaced by:" line 9  column 5.
           display new-part-number-sup  line 9  column 19.
           display "Effective:  " line 10 column 5.
           display effective-date-sup   line 10 column 19.
           display "Old usable: " line 11 column 5.
           display old-stock-usable-sup line 11 column 19.

      *----------------------------------------------------
      * Collect the replacing part, the effective date and
      * the old-stock flag, each re-prompted until it holds
      * a sane value
      *----------------------------------------------------
       313-request-supersession-values.
           move  "N"  to  new-part-valid-switch.
           perform  317-accept-new-part-number
                    until  new-part-is-valid.

           move  "N"  to  date-valid-switch.
           perform  318-accept-effective-date
                    until  effective-date-is-valid.

           move  "N"  to  usable-valid-switch.
           perform  319-accept-usable-flag
                    until  usable-flag-is-valid.

      *----------------------------------------------------
      * The replacing part must be a real part number, not
      * the old part itself, on the inventory master, and
      * must not lead back round to the old part further
      * along the chain
      *----------------------------------------------------
       317-accept-new-part-number.
           display  new-part-prompt     line 12  column 5.
           accept   new-part-number-in  line 13  column 10.

           if  new-part-number-in  is not numeric
                   or  new-part-number-in = zero
               display invalid-part-number-message
                       line 13 column 36
           else
               if  new-part-number-in = old-part-number-key
                   display same-part-message line 13 column 36
               else
                   perform  320-check-new-part-on-file
               end-if
           end-if.

       320-check-new-part-on-file.
           move "N" to new-part-valid-switch.
           if  inventory-file-is-open
               move  new-part-number-in  to  part-number-out
               read inventory-file-in
                   invalid key
                       continue
                   not invalid key
                       move "Y" to new-part-valid-switch
               end-read
           end-if.

           if  new-part-is-valid
               perform  321-check-chain-for-loop
               if  chain-would-loop
                   move "N" to new-part-valid-switch
                   display chain-loop-message line 13 column 36
               end-if
           else
               display new-part-missing-message line 13 column 36
           end-if.

      *----------------------------------------------------
      * Follow the chain on from the proposed replacing part
      * by keyed READs.  Arriving back at the old part means
      * the new record would close a loop.  The record area
      * is reused for the walk, so a change rebuilds every
      * field before it rewrites
      *----------------------------------------------------
       321-check-chain-for-loop.
           move  "N"                 to  chain-loop-switch.
           move  "N"                 to  chain-walk-switch.
           move  new-part-number-in  to  chain-part-number.
           move  zero                to  chain-step-counter.
           perform  322-follow-one-link
                    until  chain-walk-is-done.

       322-follow-one-link.
           add 1 to chain-step-counter.
           move  chain-part-number  to  old-part-number-sup.
           read supersession-file
               invalid key
                   move "Y" to chain-walk-switch
               not invalid key
                   move  new-part-number-sup  to  chain-part-number
                   if  chain-part-number = old-part-number-key
                           or  chain-step-counter > 50
                       move "Y" to chain-loop-switch
                       move "Y" to chain-walk-switch
                   end-if
           end-read.

      *----------------------------------------------------
      * The date is taken apart and checked month 1-12 and
      * day 1-31, the same sanity check RPTCAL1 makes of its
      * usage window
      *----------------------------------------------------
       318-accept-effective-date.
           display  effective-date-prompt  line 14  column 5.
           accept   effective-date-in      line 15  column 10.

           if  effective-date-in  is not numeric
               display invalid-date-message line 15 column 36
           else
               if  effective-month-in < 1
                       or  effective-month-in > 12
                       or  effective-day-in < 1
                       or  effective-day-in > 31
                   display invalid-date-message line 15 column 36
               else
                   move "Y" to date-valid-switch
               end-if
           end-if.

       319-accept-usable-flag.
           display  usable-prompt        line 16  column 5.
           accept   old-stock-usable-in  line 17  column 10.

           if  old-stock-usable-in = "Y"  or  old-stock-usable-in = "N"
               move "Y" to usable-valid-switch
           else
               display invalid-usable-message line 17 column 36
           end-if.

       314-write-new-supersession.
           move  old-part-number-key  to  old-part-number-sup.
           move  new-part-number-in   to  new-part-number-sup.
           move  effective-date-in    to  effective-date-sup.
           move  old-stock-usable-in  to  old-stock-usable-sup.
           write supersession-record-out
               invalid key
                   display duplicate-part-message line 7 column 56
               not invalid key
                   add 1 to added-counter
           end-write.

       316-rewrite-changed-supersession.
           move  old-part-number-key  to  old-part-number-sup.
           move  new-part-number-in   to  new-part-number-sup.
           move  effective-date-in    to  effective-date-sup.
           move  old-stock-usable-in  to  old-stock-usable-sup.
           rewrite supersession-record-out.
           add 1 to changed-counter.

       305-close-files.
           close  supersession-file.
           if  inventory-file-is-open
               close  inventory-file-in
           end-if.

      *----------------------------------------------------
      * Output to the screen what this session did to the
      * supersession master
      *----------------------------------------------------
       306-display-totals.
           display "Added:  "  line 4 column 5 with blank screen.
           display added-counter    line 4 column 17.
           display "Changed:"  line 5 column 5.
           display changed-counter  line 5 column 17.
           display "Deleted:"  line 6 column 5.
           display deleted-counter  line 6 column 17.
           display "Program is completed. Thank you." line 8 column 5.

       end program supmt1.
