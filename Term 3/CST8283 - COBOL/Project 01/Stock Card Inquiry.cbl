      * alone, with no snapshot in hand.  Lines that do not
      * parse as ledger lines are counted and reported,
      * never trusted.
      *
      * Older movements are moved off the live ledger at
      * period end by ARCHPG1, which leaves a carried-
      * forward line (type B) for each part so the card
      * still opens on the right figure.  When the question
      * is about an older period the operator asks for the
      * archive instead (L live, A archive) - LEDGARCH is a
      * DD name the JCL points at the dated archive for that
      * period, and its lines are in the same layout.
      *
      * When a supplier has replaced the part's number (see
      * SUPREC and SUPMT1) the operator can ask for the
      * whole supersession chain on one card - every number
      * the part replaced and every number that replaced
      * it, found along both keys of SUPFILE.  The heading
      * lists each number in the chain and what replaced
      * it, every member's movements are printed together
      * in ledger order, and a chain balance column carries
      * the combined stock.  The chain's opening balance is
      * the sum of each member's opening balance, so the
      * ledger is passed twice: once to total the openings,
      * once to print the card.  For a date range a member's
      * opening is the balance its last line before the
      * range left - every line on the ledger is looked at
      * for it, so a replaced part whose stock has sat
      * untouched since the switchover still opens on what
      * it holds.  Only a member with no earlier line opens
      * on its first line in the range, and one with no
      * line at all opens on zero.
      *----------------------------------------------------

       environment division.
                   organization is line sequential
               file status is ledger-file-status.

      *----------------------------------------------------
      * A period-end archive of the ledger (see ARCHPG1),
      * read in place of the live ledger when asked for
      *----------------------------------------------------
           select LEDGER-ARCHIVE-IN
               assign to "LEDGARCH"
                   organization is line sequential
               file status is ledger-file-status.

           select STOCK-CARD-REPORT-OUT
               assign to "STKCARD"
                   organization is line sequential.
                   record key is part-number-dsc
               file status is description-file-status.

      *----------------------------------------------------
      * The supersession master (see SUPREC and SUPMT1) -
      * the replacing part is followed by the record key,
      * the parts replaced by the alternate key
      *----------------------------------------------------
           select SUPERSESSION-FILE-IN
               assign to "SUPFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is old-part-number-sup
                   alternate record key is new-part-number-sup
                       with duplicates
               file status is supersession-file-status.

       data division.
       file section.
       fd LEDGER-FILE-IN.
      *----------------------------------------------------
      * One ledger line - taken apart through the LEDGREC
      * copy in working storage, whichever file it came off
      *----------------------------------------------------
       01  ledger-record-in        pic x(45).

       fd LEDGER-ARCHIVE-IN.
       01  archive-record-in       pic x(45).

       fd STOCK-CARD-REPORT-OUT.
      *----------------------------------------------------
      *----------------------------------------------------
           copy DESCREC.

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - the -sup names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy SUPREC.

       working-storage section.
      *----------------------------------------------------
      * Shared ledger line layout, exactly as the posting
      * programs write it - each line read is moved here
      *----------------------------------------------------
           copy LEDGREC.

      *----------------------------------------------------
      * Which ledger the card is read off - the live one or
      * a period-end archive
      *----------------------------------------------------
       01  ledger-choice           pic x(1).
           88  read-live-ledger             value "L".
           88  read-ledger-archive          value "A".

      *----------------------------------------------------
      * The selection the operator keyed in - which mode,
      * the part, and the date range when mode D asks for
      * one
           05  select-part-number  pic 9(7).
           05  select-from-date    pic 9(8).
           05  select-to-date      pic 9(8).
           05  select-chain        pic x(1).
               88  chain-is-requested       value "Y".
               88  chain-not-requested      value "N".

      *----------------------------------------------------
      * Switches showing whether the value just keyed in has
      * the same discipline the entry programs use
      *----------------------------------------------------
       01  field-validity-switches.
           05  choice-valid-switch pic x(1)  value "N".
               88  choice-is-valid          value "Y".
           05  mode-valid-switch   pic x(1)  value "N".
               88  mode-is-valid            value "Y".
           05  part-valid-switch   pic x(1)  value "N".
               88  part-is-valid            value "Y".
           05  range-valid-switch  pic x(1)  value "N".
               88  range-is-valid           value "Y".
           05  chain-valid-switch  pic x(1)  value "N".
               88  chain-choice-is-valid    value "Y".

      *----------------------------------------------------
      * Switches governing the run
               88  description-file-is-open  value "Y".
           05  first-match-switch  pic x(1)  value "N".
               88  a-line-has-matched       value "Y".
           05  line-unreadable-switch  pic x(1)  value "N".
               88  line-is-unreadable       value "Y".
           05  line-selected-switch  pic x(1)  value "N".
               88  line-is-selected         value "Y".
           05  chain-card-switch   pic x(1)  value "N".
               88  card-covers-chain        value "Y".
           05  chain-full-switch   pic x(1)  value "N".
               88  chain-table-is-full      value "Y".
           05  member-found-switch  pic x(1)  value "N".
               88  line-part-in-chain       value "Y".
           05  supersession-eof-switch  pic x(1)  value "N".
               88  end-of-supersession-file  value "Y".

       01  ledger-file-fields.
           05  ledger-file-status  pic x(2).

      *----------------------------------------------------
      * SUPFILE's open-time status - the master only exists
      * once SUPMT1 has keyed a supersession
      *----------------------------------------------------
       01  supersession-file-fields.
           05  supersession-file-status  pic x(2).

      *----------------------------------------------------
      * The parts on the card - the part selected first,
      * then every number joined to it through SUPFILE, each
      * with the part that replaced it and from when, and
      * what the first pass found for its opening balance -
      * the balance its last line before a date range left,
      * and its first selected line's balance less quantity.
      * A card for one part has just the one entry
      *----------------------------------------------------
       01  chain-member-table.
           05  chain-member-count  pic 9(2)  value zero.
           05  chain-member
                   occurs 1 to 20 times
                   depending on chain-member-count
                   indexed by chain-index.
               10  chain-member-part       pic 9(7).
               10  chain-member-next       pic 9(7).
               10  chain-member-effective  pic 9(8).
               10  chain-member-opened     pic x(1).
               10  chain-member-first-opening  pic s9(5).
               10  chain-member-prior-seen     pic x(1).
               10  chain-member-prior-balance  pic 9(4).

       01  chain-work-fields.
           05  chain-subscript     pic 9(2)  value zero.
           05  candidate-part      pic 9(7)  value zero.

      *----------------------------------------------------
      * DESCFILE's open-time status and the description
      * looked up for the selected part - blank when the
       01  balance-fields.
           05  opening-balance     pic s9(5)  value zero.
           05  closing-balance     pic 9(4)   value zero.
           05  chain-opening-balance  pic s9(6)  value zero.
           05  chain-running-balance  pic s9(6)  value zero.

      *----------------------------------------------------
      * Counters reported at the end of the run
       01  heading-line-3          pic x(80)
           value all "-".

      *----------------------------------------------------
      * Chain card heading - one line per number in the
      * chain, and the column heading with the chain
      * balance added
      *----------------------------------------------------
       01  chain-member-line.
           05  filler              pic x(11)  value "CHAIN PART ".
           05  chain-line-part     pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  chain-line-status   pic x(12).
           05  chain-line-next     pic x(7).
           05  filler              pic x(2)   value spaces.
           05  chain-line-from     pic x(5).
           05  chain-line-effective  pic x(8).

       01  chain-line-texts.
           05  replaced-by-text    pic x(12)  value "REPLACED BY ".
           05  current-number-text pic x(12)  value "CURRENT NO".
           05  from-text           pic x(5)   value "FROM ".

       01  chain-full-line         pic x(80)
           value "CHAIN HAS MORE PARTS THAN ONE CARD HOLDS - FIRST 20".

       01  chain-heading-line-2.
           05  chain-heading-base  pic x(46).
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(9)   value "CHAIN BAL".

       01  chain-detail-line.
           05  chain-ledger-image  pic x(46).
           05  filler              pic x(1)   value spaces.
           05  chain-balance-display  pic zzzzz9-.

      *----------------------------------------------------
      * Opening and closing balance lines bracketing the
      * movements
               value "CLOSING BALANCE:  ".
           05  closing-balance-display  pic zzzz9.

       01  chain-opening-line.
           05  filler              pic x(24)
               value "CHAIN OPENING BALANCE:  ".
           05  chain-opening-display  pic zzzzz9-.

       01  chain-closing-line.
           05  filler              pic x(24)
               value "CHAIN CLOSING BALANCE:  ".
           05  chain-closing-display  pic zzzzz9-.

      *----------------------------------------------------
      * Closing line when nothing matched the selection
      *----------------------------------------------------
               value "- must be numeric".
           05  date-order-message  pic x(29)
               value "- to date is before from date".
           05  choice-prompt       pic x(42)
               value "Live ledger, or a period archive? (L/A):".
           05  invalid-choice-message  pic x(24)
               value "- enter L or A".
           05  no-ledger-message   pic x(44)
               value "STKLEDG not found - no movements recorded.".
           05  no-archive-message  pic x(44)
               value "LEDGARCH not found - no archive to read.".
           05  chain-prompt        pic x(44)
               value "Include replaced and replacing parts? (Y/N):".
           05  invalid-chain-message  pic x(24)
               value "- enter Y or N".

       procedure division.
      *----------------------------------------------------
           stop run.

       200-initialize.
           move  "N"  to  choice-valid-switch.
           perform  308-accept-ledger-choice
                    until  choice-is-valid.
           perform  301-open-files.
           if  ledger-file-is-open
               perform  303-request-selection
               perform  316-build-chain-table
               if  card-covers-chain
                   perform  320-total-chain-opening
               end-if
               perform  302-print-report-heading
               perform  304-read-next-ledger-line
           end-if.

      *----------------------------------------------------
      * The ledger may not exist yet - no posting run has
      * ever written a line - and the archive asked for may
      * not be there, so the status is checked instead of
      * trusting the OPEN to succeed
      *----------------------------------------------------
       301-open-files.
           if  read-ledger-archive
               open input ledger-archive-in
           else
               open input ledger-file-in
           end-if.
           if  ledger-file-status = "00"
               move "Y" to ledger-opened-switch
               open output stock-card-report-out
               end-if
           else
               move "N" to ledger-opened-switch
               if  read-ledger-archive
                   display no-archive-message line 4 column 5
                           with blank screen
               else
                   display no-ledger-message line 4 column 5
                           with blank screen
               end-if
           end-if.

      *----------------------------------------------------
                        until  range-is-valid
           end-if.

           move  "N"  to  chain-valid-switch.
           perform  315-accept-chain-choice
                    until  chain-choice-is-valid.

       311-accept-part-number.
           display  part-prompt          line 4  column 5 with blank
           screen.
           move  found-measure       to  heading-measure.
           move  heading-line-1  to  report-line.
           write report-line.
           if  card-covers-chain
               perform  323-print-chain-member-line
                        varying chain-subscript from 1 by 1
                        until  chain-subscript > chain-member-count
               if  chain-table-is-full
                   move  chain-full-line  to  report-line
                   write report-line
               end-if
               move  heading-line-2  to  chain-heading-base
               move  chain-heading-line-2  to  report-line
           else
               move  heading-line-2  to  report-line
           end-if.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

       304-read-next-ledger-line.
           if  read-ledger-archive
               read ledger-archive-in
                   at end
                       move "Y" to ledger-eof-switch
                   not at end
                       move  archive-record-in
                         to  ledger-detail-line
               end-read
           else
               read ledger-file-in
                   at end
                       move "Y" to ledger-eof-switch
                   not at end
                       move  ledger-record-in
                         to  ledger-detail-line
               end-read
           end-if.

      *----------------------------------------------------
      * Decide whether the current line belongs on the card
      * never written by a posting program
      *----------------------------------------------------
       305-select-and-report-line.
           perform  317-check-line-selected.
           if  line-is-unreadable
               add 1 to unreadable-counter
           else
               if  line-is-selected
                   perform  314-report-matching-line
               end-if
           end-if.

      *----------------------------------------------------
      * A line is selected when it parses, its part is on
      * the card, and - for mode D - its date is in range.
      * Both ledger passes decide the same way
      *----------------------------------------------------
       317-check-line-selected.
           move "N" to line-unreadable-switch.
           move "N" to line-selected-switch.
           if  ldg-part-number    is not numeric
                   or  ldg-movement-date  is not numeric
                   or  ldg-movement-time  is not numeric
                   or  ldg-quantity       is not numeric
                   or  ldg-balance        is not numeric
               move "Y" to line-unreadable-switch
           else
               perform  318-find-chain-member
               if  line-part-in-chain
                   if  select-whole-history
                       move "Y" to line-selected-switch
                   else
                       if  ldg-movement-date
                               not < select-from-date
                           and  ldg-movement-date
                               not > select-to-date
                           move "Y" to line-selected-switch
                       end-if
                   end-if
               end-if
           end-if.

       318-find-chain-member.
           move "N" to member-found-switch.
           set chain-index to 1.
           search chain-member
               at end
                   continue
               when chain-member-part (chain-index) = ldg-part-number
                   move "Y" to member-found-switch
           end-search.

      *----------------------------------------------------
      * The first matching line fixes the opening balance -
      * its balance minus its quantity is what the part
      *----------------------------------------------------
       314-report-matching-line.
           if  not a-line-has-matched
               if  card-covers-chain
                   move  chain-opening-balance
                     to  chain-running-balance
                   move  chain-opening-balance
                     to  chain-opening-display
                   move  chain-opening-line  to  report-line
               else
                   compute opening-balance
                           = ldg-balance - ldg-quantity
                   move  opening-balance  to  opening-balance-display
                   move  opening-balance-line  to  report-line
               end-if
               write report-line
               move "Y" to first-match-switch
           end-if.

           if  card-covers-chain
               add  ldg-quantity  to  chain-running-balance
               move  ledger-detail-line  to  chain-ledger-image
               move  chain-running-balance  to  chain-balance-display
               move  chain-detail-line  to  report-line
           else
               move  ledger-detail-line  to  report-line
           end-if.
           write report-line.

           move  ldg-balance  to  closing-balance.
               if  a-line-has-matched
                   move  heading-line-3  to  report-line
                   write report-line
                   if  card-covers-chain
                       move  chain-running-balance
                         to  chain-closing-display
                       move  chain-closing-line  to  report-line
                   else
                       move  closing-balance
                         to  closing-balance-display
                       move  closing-balance-line  to  report-line
                   end-if
                   write report-line
               else
                   move  none-matched-line  to  report-line

       307-close-files.
           if  ledger-file-is-open
               if  read-ledger-archive
                   close  ledger-archive-in
               else
                   close  ledger-file-in
               end-if
               close  stock-card-report-out
               if  description-file-is-open
                   close  description-file-in
               display matched-counter       line 4 column 24
           end-if.

      *----------------------------------------------------
      * Live ledger or archive - asked before anything is
      * opened, since it decides which file is
      *----------------------------------------------------
       308-accept-ledger-choice.
           display  choice-prompt   line 4  column 5 with blank
           screen.
           accept   ledger-choice   line 5  column 10.

           if  read-live-ledger  or  read-ledger-archive
               move "Y" to choice-valid-switch
           else
               display invalid-choice-message line 5 column 36
           end-if.

      *----------------------------------------------------
      * Whether the card takes in the supersession chain -
      * asked last, once the part and range are settled
      *----------------------------------------------------
       315-accept-chain-choice.
           display  chain-prompt    line 12  column 5.
           accept   select-chain    line 13  column 10.

           if  chain-is-requested  or  chain-not-requested
               move "Y" to chain-valid-switch
           else
               display invalid-chain-message line 13 column 36
           end-if.

      *----------------------------------------------------
      * The card starts with the part selected.  When the
      * chain is asked for, each number on the table is
      * looked up both ways on SUPFILE - by the record key
      * for the part that replaced it, by the alternate key
      * for the parts it replaced - and every number found
      * is added, until the table stops growing.  A missing
      * SUPFILE leaves the card as the one part
      *----------------------------------------------------
       316-build-chain-table.
           move  1  to  chain-member-count.
           move  select-part-number  to  chain-member-part (1).
           move  zero  to  chain-member-next (1).
           move  zero  to  chain-member-effective (1).
           move "N" to chain-member-opened (1).
           move  zero  to  chain-member-first-opening (1).
           move "N" to chain-member-prior-seen (1).
           move  zero  to  chain-member-prior-balance (1).

           if  chain-is-requested
               open input supersession-file-in
               if  supersession-file-status = "00"
                   perform  319-extend-chain
                            varying chain-subscript from 1 by 1
                            until  chain-subscript > chain-member-count
                   close supersession-file-in
               end-if
           end-if.

           if  chain-member-count > 1
               move "Y" to chain-card-switch
           end-if.

       319-extend-chain.
           move  chain-member-part (chain-subscript)
             to  old-part-number-sup.
           read supersession-file-in
               invalid key
                   continue
               not invalid key
                   move  new-part-number-sup
                     to  chain-member-next (chain-subscript)
                   move  effective-date-sup
                     to  chain-member-effective (chain-subscript)
                   move  new-part-number-sup  to  candidate-part
                   perform  321-add-chain-member
           end-read.

           move  chain-member-part (chain-subscript)
             to  new-part-number-sup.
           move "N" to supersession-eof-switch.
           start supersession-file-in
               key is equal to new-part-number-sup
               invalid key
                   move "Y" to supersession-eof-switch
           end-start.
           perform  322-add-one-replaced-part
                    until  end-of-supersession-file.

       322-add-one-replaced-part.
           read supersession-file-in next record
               at end
                   move "Y" to supersession-eof-switch
               not at end
                   if  new-part-number-sup
                           = chain-member-part (chain-subscript)
                       move  old-part-number-sup  to  candidate-part
                       perform  321-add-chain-member
                   else
                       move "Y" to supersession-eof-switch
                   end-if
           end-read.

      *----------------------------------------------------
      * Add a number to the card unless it is already there
      *----------------------------------------------------
       321-add-chain-member.
           set chain-index to 1.
           search chain-member
               at end
                   if  chain-member-count < 20
                       add 1 to chain-member-count
                       move  candidate-part
                         to  chain-member-part (chain-member-count)
                       move  zero
                         to  chain-member-next (chain-member-count)
                       move  zero
                         to  chain-member-effective
                                 (chain-member-count)
                       move "N"
                         to  chain-member-opened (chain-member-count)
                       move  zero
                         to  chain-member-first-opening
                                 (chain-member-count)
                       move "N"
                         to  chain-member-prior-seen
                                 (chain-member-count)
                       move  zero
                         to  chain-member-prior-balance
                                 (chain-member-count)
                   else
                       move "Y" to chain-full-switch
                   end-if
               when chain-member-part (chain-index) = candidate-part
                   continue
           end-search.

      *----------------------------------------------------
      * First ledger pass for a chain card - every line of
      * every member is looked at, not just the selected
      * ones.  A member's lines dated before a range keep
      * its balance as it stood when the range began, its
      * first selected line gives the fallback, and the
      * chain opens on the sum.  The ledger is then reopened
      * for the printing pass
      *----------------------------------------------------
       320-total-chain-opening.
           move  zero  to  chain-opening-balance.
           perform  304-read-next-ledger-line.
           perform  324-take-one-opening
                    until  end-of-ledger-file.
           perform  325-add-member-opening
                    varying chain-subscript from 1 by 1
                    until  chain-subscript > chain-member-count.

           if  read-ledger-archive
               close  ledger-archive-in
               open input ledger-archive-in
           else
               close  ledger-file-in
               open input ledger-file-in
           end-if.
           move "N" to ledger-eof-switch.

      *----------------------------------------------------
      * The ledger is appended in the order things happened,
      * so the last earlier line read for a member is the
      * one whose balance stood when the range began
      *----------------------------------------------------
       324-take-one-opening.
           perform  317-check-line-selected.
           if  line-is-selected
               if  chain-member-opened (chain-index) not = "Y"
                   compute chain-member-first-opening (chain-index)
                           = ldg-balance - ldg-quantity
                   move "Y" to chain-member-opened (chain-index)
               end-if
           else
               if  not line-is-unreadable
                       and  line-part-in-chain
                       and  select-by-date-range
                       and  ldg-movement-date < select-from-date
                   move  ldg-balance
                     to  chain-member-prior-balance (chain-index)
                   move "Y" to chain-member-prior-seen (chain-index)
               end-if
           end-if.
           perform  304-read-next-ledger-line.

       325-add-member-opening.
           if  chain-member-prior-seen (chain-subscript) = "Y"
               add  chain-member-prior-balance (chain-subscript)
                 to  chain-opening-balance
           else
               if  chain-member-opened (chain-subscript) = "Y"
                   add  chain-member-first-opening (chain-subscript)
                     to  chain-opening-balance
               end-if
           end-if.

       323-print-chain-member-line.
           move  chain-member-part (chain-subscript)
             to  chain-line-part.
           if  chain-member-next (chain-subscript) > zero
               move  replaced-by-text  to  chain-line-status
               move  chain-member-next (chain-subscript)
                 to  chain-line-next
               move  from-text  to  chain-line-from
               move  chain-member-effective (chain-subscript)
                 to  chain-line-effective
           else
               move  current-number-text  to  chain-line-status
               move  spaces  to  chain-line-next
               move  spaces  to  chain-line-from
               move  spaces  to  chain-line-effective
           end-if.
           move  chain-member-line  to  report-line.
           write report-line.

       end program stkcrd1.
