       program-id. locbal1 as "CST8283 LOCBAL1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Proves that the location-stock file (LOCSTOCK, see
      * LOCREC) still adds up to INVFILE.  STKMOV1 and
      * COUNTR1 move a bin's row and the part total together,
      * but PROJECT1, BULKLD1 and MAINT1 set qty on hand
      * without naming any place, so a part's rows can drift
      * away from its total between counts.
      *
      * For every INVFILE part this totals the rows kept
      * for it and lists each part whose rows do not come to
      * its qty on hand, with the size of the gap.  Rows
      * left behind for a part no longer on INVFILE are
      * listed at the end.  Everything goes on the balance
      * listing (LOCBAL).
      *
      * Run as check-only (V) nothing is touched.  Run as
      * true-up (U) the gap is parked in the part's
      * unbinned row (blank location and bin) - stock the
      * book says is on hand but nobody has put anywhere
      * yet, for the warehouse to transfer to its real bin
      * with a type T movement.  A part whose bins already
      * hold MORE than the book cannot be fixed that way
      * unless its unbinned row can give the excess up; any
      * other such part is only listed, for a count of its
      * bins to settle.  Every row the true-up writes or
      * rewrites leaves a change-audit line with the before
      * and after images, the same way the batch posters
      * audit their updates.  A part with no rows at all is
      * counted, not listed - STKMOV1 and COUNTR1 place it
      * the first time they touch it - and a true-up run
      * places it here and now.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select INVENTORY-FILE
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

      *----------------------------------------------------
      * Stock by location and bin - walked one part at a
      * time with a keyed START, and updated in place on a
      * true-up run
      *----------------------------------------------------
           select LOCATION-STOCK-FILE
               assign to "LOCSTOCK"
                   organization is indexed
                   access mode is dynamic
                   record key is loc-stock-key
                   alternate record key is loc-place
                       with duplicates
               file status is location-file-status.

           select BALANCE-LISTING-OUT
               assign to "LOCBAL"
                   organization is line sequential.

      *----------------------------------------------------
      * Change-audit trail - one line per LOCSTOCK row a
      * true-up writes or rewrites, kept across every run
      *----------------------------------------------------
           select CHANGE-AUDIT-FILE
               assign to "CHGAUDIT"
                   organization is line sequential.

       data division.
       file section.
       fd INVENTORY-FILE.
      *----------------------------------------------------
      * Shared layout - read only here, so no renaming is
      * needed
      *----------------------------------------------------
           copy INVREC.

       fd LOCATION-STOCK-FILE.
      *----------------------------------------------------
      * Shared location-stock layout - the loc- names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy LOCREC.

       fd BALANCE-LISTING-OUT.
      *----------------------------------------------------
      * One printed line of the balance listing
      *----------------------------------------------------
       01  listing-line           pic x(80).

       fd CHANGE-AUDIT-FILE.
      *----------------------------------------------------
      * One change-audit line, built in working storage
      * (see the CHGAUD copy below) and moved here to be
      * written
      *----------------------------------------------------
       01  change-audit-record     pic x(170).

       working-storage section.
      *----------------------------------------------------
      * Shared change-audit line layout - built here,
      * written through change-audit-record above
      *----------------------------------------------------
           copy CHGAUD.

      *----------------------------------------------------
      * Which run the operator asked for - check only, or
      * check and true up the unbinned rows
      *----------------------------------------------------
       01  run-request.
           05  run-mode            pic x(1).
               88  mode-is-check-only       value "V".
               88  mode-is-true-up          value "U".
           05  mode-valid-switch   pic x(1)  value "N".
               88  mode-is-valid            value "Y".

      *----------------------------------------------------
      * Who ran the true-up - stamped on every change-audit
      * line.  Blank becomes UNKNOWN
      *----------------------------------------------------
       01  operator-sign-on.
           05  operator-id         pic x(8)  value spaces.

      *----------------------------------------------------
      * The unbinned row exactly as it stood before the
      * true-up touched it, for the audit line's before
      * image - blank when the row is being added
      *----------------------------------------------------
       01  record-before-image     pic x(58)  value spaces.

      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  eof-switch          pic x(1)  value "N".
               88  end-of-inventory-file    value "Y".
           05  file-opened-switch  pic x(1)  value "N".
               88  inventory-file-is-open   value "Y".
           05  location-opened-switch  pic x(1)  value "N".
               88  location-file-is-open    value "Y".
           05  location-eof-switch     pic x(1)  value "N".
               88  end-of-location-file     value "Y".
           05  place-scan-switch   pic x(1)  value "N".
               88  place-scan-is-done       value "Y".
           05  unbinned-row-switch pic x(1)  value "N".
               88  unbinned-row-exists      value "Y".
           05  orphan-part-switch  pic x(1)  value "N".
               88  part-is-orphan           value "Y".

      *----------------------------------------------------
      * Open-time file statuses
      *----------------------------------------------------
       01  file-status-fields.
           05  inventory-file-status  pic x(2).
           05  location-file-status   pic x(2).

      *----------------------------------------------------
      * One part's rows totalled - how many places it is
      * kept in, what they hold between them, what its
      * unbinned row holds, and how far that is from qty on
      * hand (book less rows, so short rows show positive)
      *----------------------------------------------------
       01  balance-work-fields.
           05  place-counter       pic 9(4)   value zero.
           05  rows-total          pic 9(6)   value zero.
           05  unbinned-qty        pic 9(4)   value zero.
           05  balance-difference  pic s9(6)  value zero.
           05  unbinned-qty-after  pic s9(6)  value zero.
           05  previous-row-part   pic 9(7)   value zero.

      *----------------------------------------------------
      * Run date and time, stamped on every audit line
      *----------------------------------------------------
       01  run-stamp.
           05  run-date            pic 9(8)  value zero.
           05  run-time            pic 9(6)  value zero.

      *----------------------------------------------------
      * Counters reported at the end of the run
      *----------------------------------------------------
       01  balance-totals.
           05  read-counter        pic 9(4)  value zero.
           05  balanced-counter    pic 9(4)  value zero.
           05  unplaced-counter    pic 9(4)  value zero.
           05  out-of-balance-counter  pic 9(4)  value zero.
           05  trued-up-counter    pic 9(4)  value zero.
           05  orphan-counter      pic 9(4)  value zero.

      *----------------------------------------------------
      * Listing heading lines
      *----------------------------------------------------
       01  heading-line-1          pic x(80)
           value "LOCATION STOCK BALANCE LISTING".
       01  heading-line-2.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "LOCN".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(6)   value "BIN".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "BOOK".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "IN BINS".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "   DIFF".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "RESULT".
       01  heading-line-3          pic x(80)
           value all "-".

      *----------------------------------------------------
      * One listing line - a part out of balance (place
      * blank), or one row left for a part not on INVFILE
      *----------------------------------------------------
       01  detail-line.
           05  detail-part-number  pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  detail-location     pic x(4).
           05  filler              pic x(1)   value spaces.
           05  detail-bin          pic x(6).
           05  filler              pic x(2)   value spaces.
           05  detail-book-qty     pic zzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-rows-total   pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-difference   pic zzzzz9-.
           05  filler              pic x(2)   value spaces.
           05  detail-result       pic x(32).

      *----------------------------------------------------
      * Results - fixed texts moved into detail-result
      *----------------------------------------------------
       01  balance-results.
           05  short-listed-result  pic x(32)
               value "BINS SHORT OF BOOK".
           05  short-parked-result  pic x(32)
               value "SHORT - PARKED AS UNBINNED".
           05  over-listed-result   pic x(32)
               value "BINS OVER BOOK - COUNT THE BINS".
           05  over-taken-result    pic x(32)
               value "OVER - TAKEN FROM UNBINNED".
           05  orphan-result        pic x(32)
               value "PART NOT ON INVFILE".

      *----------------------------------------------------
      * Line printed when every part balanced
      *----------------------------------------------------
       01  all-balanced-line       pic x(80)
           value "Every part's bins add up to its qty on hand.".

      *----------------------------------------------------
      * Messages which will be shown at the screen during
      * program execution
      *----------------------------------------------------
       01  utility-messages.
           05  mode-prompt         pic x(44)
               value "Check only, or check and true up? (V/U):".
           05  invalid-mode-message  pic x(24)
               value "- enter V or U".
           05  file-not-found-message  pic x(40)
               value "INVFILE not found - nothing to balance.".
           05  location-missing-message  pic x(44)
               value "LOCSTOCK not found - no part is placed yet.".

       procedure division.
      *----------------------------------------------------
      * Entry point - ask which run this is, balance every
      * INVFILE part against its rows, then sweep LOCSTOCK
      * for rows whose part has gone
      *----------------------------------------------------
       100-balance-location-stock.
           perform  200-initialize.
           if  inventory-file-is-open  and  location-file-is-open
               perform  210-balance-one-part
                        until  end-of-inventory-file
               perform  220-list-orphan-rows
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  309-request-run-mode.
           if  mode-is-true-up
               perform  340-accept-operator-id
           end-if.
           perform  301-open-files.
           if  inventory-file-is-open  and  location-file-is-open
               perform  302-print-listing-heading
               perform  303-read-next-inventory-record
           end-if.

       210-balance-one-part.
           add 1 to read-counter.
           perform  304-total-part-places.
           perform  305-judge-part-balance.
           perform  303-read-next-inventory-record.

      *----------------------------------------------------
      * LOCSTOCK from the top in key order - part, then
      * place - checking each new part number it reaches
      * against INVFILE once, and listing every row of a
      * part that is no longer there
      *----------------------------------------------------
       220-list-orphan-rows.
           move  low-values  to  loc-stock-key.
           move  "N"         to  location-eof-switch.
           start location-stock-file
               key is not less than loc-stock-key
               invalid key
                   move "Y" to location-eof-switch
           end-start.
           perform  221-check-one-row
                    until  end-of-location-file.

       221-check-one-row.
           read location-stock-file next record
               at end
                   move "Y" to location-eof-switch
               not at end
                   perform  313-check-row-part
           end-read.

       290-finalize.
           perform  306-print-listing-footer.
           perform  307-close-files.
           perform  308-display-totals.

      *----------------------------------------------------
      * Ask whether this run may touch LOCSTOCK, re-prompting
      * until the answer is one of the two known modes -
      * the same prompt INVFIX1 puts up
      *----------------------------------------------------
       309-request-run-mode.
           move  "N"  to  mode-valid-switch.
           perform  310-accept-run-mode
                    until  mode-is-valid.

       310-accept-run-mode.
           display  mode-prompt  line 4  column 5 with blank
           screen.
           accept   run-mode     line 5  column 10.

           if  mode-is-check-only  or  mode-is-true-up
               move "Y" to mode-valid-switch
           else
               display invalid-mode-message line 5 column 36
           end-if.

      *----------------------------------------------------
      * Who is truing up - blank becomes UNKNOWN
      *----------------------------------------------------
       340-accept-operator-id.
           display "Operator ID:" line 7 column 5.
           accept  operator-id    line 7 column 18.
           if  operator-id = spaces
               move "UNKNOWN" to operator-id
           end-if.

      *----------------------------------------------------
      * INVFILE is only read.  LOCSTOCK is opened for update
      * on a true-up run and for input on a check - a check
      * run against a LOCSTOCK not yet built has nothing to
      * balance and says so
      *----------------------------------------------------
       301-open-files.
           open input inventory-file.
           if  inventory-file-status = "00"
               move "Y" to file-opened-switch
           else
               move "N" to file-opened-switch
               display file-not-found-message line 9 column 5
           end-if.
           if  inventory-file-is-open
               if  mode-is-true-up
                   perform  311-open-location-for-update
               else
                   open input location-stock-file
               end-if
               if  location-file-status = "00"
                   move "Y" to location-opened-switch
                   open output balance-listing-out
                   if  mode-is-true-up
                       open extend change-audit-file
                   end-if
                   accept  run-date  from date yyyymmdd
                   accept  run-time  from time
               else
                   move "N" to location-opened-switch
                   display location-missing-message line 9 column 5
               end-if
           end-if.

      *----------------------------------------------------
      * A true-up run builds LOCSTOCK if it does not exist
      * yet - every part is then placed as unbinned stock.
      * Same create-then-reopen pattern as STKMOV1
      *----------------------------------------------------
       311-open-location-for-update.
           open i-o location-stock-file.
           if  location-file-status not = "00"
               open output location-stock-file
               close location-stock-file
               open i-o location-stock-file
           end-if.

       302-print-listing-heading.
           move  heading-line-1  to  listing-line.
           write listing-line.
           move  heading-line-2  to  listing-line.
           write listing-line.
           move  heading-line-3  to  listing-line.
           write listing-line.

       303-read-next-inventory-record.
           read inventory-file next record
               at end move "Y" to eof-switch.

      *----------------------------------------------------
      * The key is part, location, bin - a START at the part
      * with the lowest possible place lands on its first
      * row, and rows are read until the part number changes
      *----------------------------------------------------
       304-total-part-places.
           move  zero  to  place-counter.
           move  zero  to  rows-total.
           move  zero  to  unbinned-qty.
           move  "N"   to  unbinned-row-switch.
           move  "N"   to  place-scan-switch.
           move  part-number-out  to  loc-part-number.
           move  low-values       to  loc-place.
           start location-stock-file
               key is not less than loc-stock-key
               invalid key
                   move "Y" to place-scan-switch
           end-start.
           perform  312-read-next-place
                    until  place-scan-is-done.

       312-read-next-place.
           read location-stock-file next record
               at end
                   move "Y" to place-scan-switch
               not at end
                   if  loc-part-number not = part-number-out
                       move "Y" to place-scan-switch
                   else
                       add 1 to place-counter
                       add  loc-qty-on-hand  to  rows-total
                       if  loc-place = spaces
                           move "Y" to unbinned-row-switch
                           move  loc-qty-on-hand  to  unbinned-qty
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------
      * Book less rows: zero balances; positive means the
      * bins are short and the gap can always be parked as
      * unbinned; negative means the bins hold more than the
      * book, which only the unbinned row can give back
      *----------------------------------------------------
       305-judge-part-balance.
           compute balance-difference
                   = qty-on-hand-out - rows-total.
           compute unbinned-qty-after
                   = unbinned-qty + balance-difference.
           evaluate true
               when balance-difference = zero
                   add 1 to balanced-counter
               when place-counter = zero
                   add 1 to unplaced-counter
                   if  mode-is-true-up
                       perform  314-park-difference-unbinned
                   end-if
               when balance-difference > zero
                   add 1 to out-of-balance-counter
                   if  mode-is-true-up
                       perform  314-park-difference-unbinned
                       move  short-parked-result  to  detail-result
                   else
                       move  short-listed-result  to  detail-result
                   end-if
                   perform  315-print-part-line
               when other
                   add 1 to out-of-balance-counter
                   if  mode-is-true-up
                           and  unbinned-qty-after not < zero
                       perform  314-park-difference-unbinned
                       move  over-taken-result  to  detail-result
                   else
                       move  over-listed-result  to  detail-result
                   end-if
                   perform  315-print-part-line
           end-evaluate.

      *----------------------------------------------------
      * Leave the unbinned row holding what it held plus the
      * gap - rewritten when the part already has one,
      * written new when it does not - with an audit line
      * either way
      *----------------------------------------------------
       314-park-difference-unbinned.
           move  part-number-out  to  loc-part-number.
           move  spaces           to  loc-place.
           if  unbinned-row-exists
               read location-stock-file
                   invalid key
                       continue
               end-read
               move  location-stock-record  to  record-before-image
               move  unbinned-qty-after     to  loc-qty-on-hand
               rewrite location-stock-record
               move  "C"  to  ca-action-code
           else
               move  spaces              to  record-before-image
               move  unbinned-qty-after  to  loc-qty-on-hand
               move  zero                to  loc-last-count-date
               write location-stock-record
               move  "A"  to  ca-action-code
           end-if.
           add 1 to trued-up-counter.
           perform  341-write-change-audit-line.

      *----------------------------------------------------
      * One change-audit line for the row just written -
      * who trued it up, what it was, what it became
      *----------------------------------------------------
       341-write-change-audit-line.
           move  operator-id          to  ca-operator-id.
           move  "LOCBAL1"            to  ca-program-name.
           move  "LOCSTOCK"           to  ca-file-name.
           move  run-date             to  ca-change-date.
           move  run-time             to  ca-change-time.
           move  loc-part-number      to  ca-record-key.
           move  record-before-image  to  ca-before-image.
           move  location-stock-record  to  ca-after-image.
           move  change-audit-line    to  change-audit-record.
           write change-audit-record.

       315-print-part-line.
           move  part-number-out     to  detail-part-number.
           move  spaces              to  detail-location.
           move  spaces              to  detail-bin.
           move  qty-on-hand-out     to  detail-book-qty.
           move  rows-total          to  detail-rows-total.
           move  balance-difference  to  detail-difference.
           move  detail-line         to  listing-line.
           write listing-line.

      *----------------------------------------------------
      * INVFILE is looked up once per part number the sweep
      * reaches, not once per row
      *----------------------------------------------------
       313-check-row-part.
           if  loc-part-number not = previous-row-part
               move  loc-part-number  to  previous-row-part
               move  loc-part-number  to  part-number-out
               read inventory-file
                   invalid key
                       move "Y" to orphan-part-switch
                   not invalid key
                       move "N" to orphan-part-switch
               end-read
           end-if.
           if  part-is-orphan
               add 1 to orphan-counter
               move  loc-part-number    to  detail-part-number
               move  loc-location-code  to  detail-location
               move  loc-bin-code       to  detail-bin
               move  zero               to  detail-book-qty
               move  loc-qty-on-hand    to  detail-rows-total
               compute balance-difference = zero - loc-qty-on-hand
               move  balance-difference to  detail-difference
               move  orphan-result      to  detail-result
               move  detail-line        to  listing-line
               write listing-line
           end-if.

       306-print-listing-footer.
           if  inventory-file-is-open  and  location-file-is-open
                   and  out-of-balance-counter = zero
                   and  orphan-counter = zero
               move  all-balanced-line  to  listing-line
               write listing-line
           end-if.

       307-close-files.
           if  inventory-file-is-open
               close  inventory-file
               if  location-file-is-open
                   close  location-stock-file
                   close  balance-listing-out
                   if  mode-is-true-up
                       close  change-audit-file
                   end-if
               end-if
           end-if.

       308-display-totals.
           if  inventory-file-is-open  and  location-file-is-open
               display "Parts read:      " line 11 column 5
                       with blank screen
               display read-counter         line 11 column 23
               display "Balanced:        " line 12 column 5
               display balanced-counter     line 12 column 23
               display "Out of balance:  " line 13 column 5
               display out-of-balance-counter  line 13 column 23
               display "Not yet placed:  " line 14 column 5
               display unplaced-counter     line 14 column 23
               display "Orphan rows:     " line 15 column 5
               display orphan-counter       line 15 column 23
               if  mode-is-true-up
                   display "Rows trued up:   " line 16 column 5
                   display trued-up-counter  line 16 column 23
               end-if
           end-if.

       end program locbal1.
