       program-id. ldgrec1 as "CST8283 LDGREC1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Proves the stock-movement ledger (STKLEDG, see
      * LEDGREC) against the inventory master, so the stock
      * card STKCRD1 replays can be trusted as the book of
      * record.  Nothing else checks that a part's card ends
      * where INVFILE actually stands.
      *
      * The ledger is passed once, part by part in a table
      * the same way RPTCAL1 totals usage, and two things
      * are checked as it goes:
      *
      *   - every line's balance must be the part's previous
      *     balance plus the line's signed quantity.  A line
      *     that is not is listed where it falls, with the
      *     balance it should have shown and the size of the
      *     gap;
      *   - the part's first line must start from zero - an
      *     opening-balance line (type O) or a first movement
      *     into an empty bin.  Parts keyed through PROJECT1
      *     or loaded through BULKLD1 before either wrote an
      *     opening line started from whatever was keyed, and
      *     are flagged NO OPENING BALANCE.
      *
      * INVFILE is then read in part order and every part is
      * compared three ways - qty-on-hand-out against the
      * last ledger balance, against the sum of the signed
      * ledger quantities, and against the chain check above.
      * Any part that disagrees is listed with the size of
      * each gap.  A part with no ledger lines at all is
      * listed too, and ledger parts no longer on INVFILE
      * whose card does not end at zero close the report.
      *
      * The run is made in one of two modes, keyed (or read
      * off SYSIN) at the start:
      *   R - report only
      *   P - report, and post a one-time opening-balance
      *       line (type O, reference LDGREC1) for every part
      *       that has no ledger lines at all, carrying its
      *       qty on hand as it stands today.  A part that
      *       already has history is never given one - an
      *       opening line after its movements would break
      *       the chain it is meant to start - so its gap
      *       stays on the report for the stock controller
      *       to adjust through MAINT1 or a count.
      * A rerun finds the opening lines already there, so
      * nothing is posted twice.  If the ledger holds more
      * parts than the table, nothing is posted at all, and
      * an INVFILE part with no card in the table is listed
      * NOT CHECKED - its ledger lines may be among those the
      * table had no room for, so it is never told it needs
      * an opening.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *----------------------------------------------------
      * The ledger - read once end to end, then reopened to
      * append opening lines in a post run
      *----------------------------------------------------
           select LEDGER-FILE
               assign to "STKLEDG"
                   organization is line sequential
               file status is ledger-file-status.

           select INVENTORY-FILE-IN
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

           select RECONCILIATION-REPORT-OUT
               assign to "LDGRECRP"
                   organization is line sequential.

       data division.
       file section.
       fd LEDGER-FILE.
      *----------------------------------------------------
      * Shared ledger line layout, exactly as the posting
      * programs write it - read here, and built here for
      * the opening lines a post run appends
      *----------------------------------------------------
           copy LEDGREC.
       01  ledger-record-out       pic x(45).

       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
      * Shared layout - read one record at a time, so no
      * renaming is needed
      *----------------------------------------------------
           copy INVREC.

       fd RECONCILIATION-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the report
      *----------------------------------------------------
       01  report-line            pic x(110).

       working-storage section.
      *----------------------------------------------------
      * What the run was asked to do
      *----------------------------------------------------
       01  run-mode                pic x(1).
           88  report-mode                  value "R" "r".
           88  post-mode                    value "P" "p".

      *----------------------------------------------------
      * The stamp put on every opening line a post run
      * writes
      *----------------------------------------------------
       01  run-stamp.
           05  run-date            pic 9(8)  value zero.
           05  run-time            pic 9(6)  value zero.

      *----------------------------------------------------
      * One table entry - one stock card - per part on the
      * ledger: how many lines it has, the sum of their
      * signed quantities, the balance the last one left,
      * how many lines broke the chain, and the balance the
      * first line implies the card opened on (zero when it
      * opened properly).  Capped at 5000 parts; a fuller
      * ledger than that stops accumulating and says so
      *----------------------------------------------------
       01  stock-card-table.
           05  card-parts-count    pic 9(4)  value zero.
           05  card-entry
                   occurs 1 to 5000 times
                   depending on card-parts-count
                   indexed by card-index.
               10  card-part-number    pic 9(7).
               10  card-line-count     pic 9(5).
               10  card-quantity-sum   pic s9(7).
               10  card-last-balance   pic 9(4).
               10  card-break-count    pic 9(4).
               10  card-opening-qty    pic s9(5).
               10  card-matched-switch pic x(1).
                   88  card-is-on-invfile       value "Y".

       01  table-full-message      pic x(44)
           value "Part table is full - nothing will be posted.".

      *----------------------------------------------------
      * Work fields for the line or part in hand
      *----------------------------------------------------
       01  reconciliation-work-fields.
           05  expected-balance    pic s9(6)  value zero.
           05  chain-gap           pic s9(6)  value zero.
           05  balance-gap         pic s9(5)  value zero.
           05  sum-gap             pic s9(8)  value zero.
           05  card-found-switch   pic x(1)   value "N".
               88  part-has-a-card          value "Y".

      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  ledger-eof-switch   pic x(1)  value "N".
               88  end-of-ledger-file        value "Y".
           05  inventory-eof-switch  pic x(1)  value "N".
               88  end-of-inventory-file     value "Y".
           05  files-opened-switch  pic x(1)  value "N".
               88  files-are-open            value "Y".
           05  table-full-switch   pic x(1)  value "N".
               88  card-table-is-full        value "Y".
           05  posting-switch      pic x(1)  value "N".
               88  openings-are-posted       value "Y".

       01  file-status-fields.
           05  ledger-file-status     pic x(2).
           05  inventory-file-status  pic x(2).

      *----------------------------------------------------
      * Counters reported at the end of the run
      *----------------------------------------------------
       01  reconciliation-totals.
           05  ledger-read-counter   pic 9(7)  value zero.
           05  unreadable-counter    pic 9(5)  value zero.
           05  break-counter         pic 9(5)  value zero.
           05  inventory-read-counter  pic 9(5)  value zero.
           05  agreeing-counter      pic 9(5)  value zero.
           05  disagreeing-counter   pic 9(5)  value zero.
           05  no-ledger-counter     pic 9(5)  value zero.
           05  opening-posted-counter  pic 9(5)  value zero.
           05  ledger-only-counter   pic 9(5)  value zero.
           05  not-checked-counter   pic 9(5)  value zero.

      *----------------------------------------------------
      * Report heading lines
      *----------------------------------------------------
       01  heading-line-1.
           05  filler              pic x(40)
               value "STOCK LEDGER TO INVFILE RECONCILIATION  ".
           05  heading-run-date    pic 9(8).
           05  filler              pic x(2)   value spaces.
           05  heading-mode        pic x(20).
       01  heading-line-3          pic x(110)
           value all "-".
       01  blank-line              pic x(110) value spaces.

       01  break-section-title     pic x(110)
           value "LINES THAT DO NOT FOLLOW ON FROM THE LINE BEFORE".
       01  break-heading-2.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "DATE".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(6)   value "TIME".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(1)   value "T".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "   QTY".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "PREV BAL".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "SHOULD  ".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "SHOWS   ".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "GAP     ".

       01  break-detail-line.
           05  break-part-number   pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  break-date          pic 9(8).
           05  filler              pic x(1)   value spaces.
           05  break-time          pic 9(6).
           05  filler              pic x(1)   value spaces.
           05  break-type          pic x(1).
           05  filler              pic x(2)   value spaces.
           05  break-quantity      pic zzzz9-.
           05  filler              pic x(2)   value spaces.
           05  break-previous      pic zzzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  break-expected      pic zzzzzz9-.
           05  filler              pic x(2)   value spaces.
           05  break-balance       pic zzzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  break-gap           pic zzzzzz9-.

       01  no-breaks-line          pic x(110)
           value "Every ledger line follows on from the one before.".

       01  part-section-title      pic x(110)
           value "PARTS WHOSE LEDGER DOES NOT AGREE WITH INVFILE".
       01  part-heading-2.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "ON HAND".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "LAST BAL".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value " BAL GAP".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value " SUM QTY".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value " SUM GAP".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value "LINES".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "BREAKS".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "NOTE".

       01  part-detail-line.
           05  part-part-number    pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  part-on-hand        pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  part-last-balance   pic zzzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  part-balance-gap    pic zzzzzz9-.
           05  filler              pic x(2)   value spaces.
           05  part-quantity-sum   pic zzzzzz9-.
           05  filler              pic x(2)   value spaces.
           05  part-sum-gap        pic zzzzzz9-.
           05  filler              pic x(2)   value spaces.
           05  part-line-count     pic zzzz9.
           05  filler              pic x(3)   value spaces.
           05  part-break-count    pic zzzz9.
           05  filler              pic x(2)   value spaces.
           05  part-note           pic x(32).

       01  all-agree-line          pic x(110)
           value "Every INVFILE part agrees with its ledger.".

       01  ledger-only-title       pic x(110)
           value "LEDGER PARTS NOT ON INVFILE, CARD NOT AT ZERO".
       01  none-ledger-only-line   pic x(110)
           value "None.".

      *----------------------------------------------------
      * Notes - why a part is on the report
      *----------------------------------------------------
       01  part-notes.
           05  no-opening-note     pic x(32)
               value "NO OPENING BALANCE".
           05  chain-broken-note   pic x(32)
               value "BALANCE CHAIN BROKEN".
           05  disagrees-note      pic x(32)
               value "LEDGER DISAGREES WITH INVFILE".
           05  opening-needed-note  pic x(32)
               value "NO LEDGER LINES - OPENING NEEDED".
           05  opening-posted-note  pic x(32)
               value "NO LEDGER LINES - OPENING POSTED".
           05  not-checked-note    pic x(32)
               value "NOT CHECKED - PART TABLE FULL".
           05  not-on-file-note    pic x(32)
               value "NOT ON INVFILE".

      *----------------------------------------------------
      * Totals printed at the foot of the report
      *----------------------------------------------------
       01  total-line.
           05  total-label         pic x(36).
           05  total-value         pic zzzzzz9.

       01  total-labels.
           05  ledger-read-label   pic x(36)
               value "LEDGER LINES READ".
           05  unreadable-label    pic x(36)
               value "LINES THAT DID NOT PARSE, SKIPPED".
           05  break-label         pic x(36)
               value "CHAIN BREAKS".
           05  inventory-read-label  pic x(36)
               value "INVFILE PARTS READ".
           05  agreeing-label      pic x(36)
               value "PARTS IN AGREEMENT".
           05  disagreeing-label   pic x(36)
               value "PARTS OUT OF AGREEMENT".
           05  no-ledger-label     pic x(36)
               value "PARTS WITH NO LEDGER LINES".
           05  opening-posted-label  pic x(36)
               value "OPENING LINES POSTED".
           05  ledger-only-label   pic x(36)
               value "LEDGER PARTS NOT ON INVFILE".
           05  not-checked-label   pic x(36)
               value "PARTS NOT CHECKED - TABLE FULL".

       01  run-messages.
           05  bad-mode-message    pic x(44)
               value "Mode must be R or P - nothing done.".
           05  ledger-missing-message  pic x(44)
               value "STKLEDG not found - no ledger to reconcile.".
           05  inventory-missing-message  pic x(44)
               value "INVFILE not found - nothing to reconcile.".

       procedure division.
      *----------------------------------------------------
      * Entry point - pass the ledger checking the chain,
      * then compare INVFILE part by part, then list what is
      * on the ledger but not on file
      *----------------------------------------------------
       100-reconcile-ledger.
           perform  200-initialize.
           if  files-are-open
               perform  210-check-one-ledger-line
                        until  end-of-ledger-file
               perform  220-start-part-comparison
               perform  230-compare-one-part
                        until  end-of-inventory-file
               perform  240-list-ledger-only-parts
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-accept-run-mode.
           if  report-mode  or  post-mode
               perform  302-open-files
           else
               display  bad-mode-message
           end-if.
           if  files-are-open
               accept  run-date  from date yyyymmdd
               accept  run-time  from time
               perform  303-print-report-heading
               perform  304-read-next-ledger-line
           end-if.

       210-check-one-ledger-line.
           add 1 to ledger-read-counter.
           perform  310-check-ledger-line.
           perform  304-read-next-ledger-line.

      *----------------------------------------------------
      * The ledger has been read through - close the chain
      * section, reopen the ledger for appending when this
      * is a post run that can be trusted to post, and head
      * up the part-by-part section
      *----------------------------------------------------
       220-start-part-comparison.
           if  break-counter = zero
               move  no-breaks-line  to  report-line
               write report-line
           end-if.

           close  ledger-file.
           if  post-mode
               if  card-table-is-full
                   display  table-full-message
               else
                   open extend ledger-file
                   move "Y" to posting-switch
               end-if
           end-if.

           move  blank-line  to  report-line.
           write report-line.
           move  part-section-title  to  report-line.
           write report-line.
           move  part-heading-2  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.
           perform  305-read-next-inventory-record.

       230-compare-one-part.
           add 1 to inventory-read-counter.
           perform  320-compare-part.
           perform  305-read-next-inventory-record.

      *----------------------------------------------------
      * Every card no INVFILE part claimed, whose balance
      * was not left at zero by a delete
      *----------------------------------------------------
       240-list-ledger-only-parts.
           if  disagreeing-counter = zero
                   and  no-ledger-counter = zero
                   and  not-checked-counter = zero
               move  all-agree-line  to  report-line
               write report-line
           end-if.

           move  blank-line  to  report-line.
           write report-line.
           move  ledger-only-title  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.
           perform  330-check-ledger-only-part
                    varying  card-index  from 1 by 1
                    until  card-index > card-parts-count.
           if  ledger-only-counter = zero
               move  none-ledger-only-line  to  report-line
               write report-line
           end-if.

       290-finalize.
           if  files-are-open
               perform  340-print-totals
           end-if.
           perform  306-close-files.
           perform  307-display-totals.

      *----------------------------------------------------
      * The mode comes off SYSIN under JCL or is typed at a
      * terminal - anything but R or P does nothing
      *----------------------------------------------------
       301-accept-run-mode.
           display "Run mode - R report, P report and post (R/P):".
           accept  run-mode.

      *----------------------------------------------------
      * Without both the ledger and the inventory master
      * there is nothing to reconcile
      *----------------------------------------------------
       302-open-files.
           open input ledger-file.
           if  ledger-file-status not = "00"
               display ledger-missing-message
           else
               open input inventory-file-in
               if  inventory-file-status not = "00"
                   display inventory-missing-message
                   close ledger-file
               else
                   move "Y" to files-opened-switch
                   open output reconciliation-report-out
               end-if
           end-if.

       303-print-report-heading.
           move  run-date  to  heading-run-date.
           if  post-mode
               move  "POST OPENING LINES"  to  heading-mode
           else
               move  "REPORT ONLY"  to  heading-mode
           end-if.
           move  heading-line-1  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.
           move  blank-line  to  report-line.
           write report-line.
           move  break-section-title  to  report-line.
           write report-line.
           move  break-heading-2  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

       304-read-next-ledger-line.
           read ledger-file
               at end move "Y" to ledger-eof-switch.

       305-read-next-inventory-record.
           read inventory-file-in next record
               at end move "Y" to inventory-eof-switch.

      *----------------------------------------------------
      * Fold one ledger line into its part's card, in the
      * order the lines were posted.  A line whose plain
      * numeric fields do not parse is counted and skipped,
      * the way STKCRD1 treats it - it was never written by
      * a posting program
      *----------------------------------------------------
       310-check-ledger-line.
           if  ldg-part-number    is not numeric
                   or  ldg-movement-date  is not numeric
                   or  ldg-movement-time  is not numeric
                   or  ldg-quantity       is not numeric
                   or  ldg-balance        is not numeric
               add 1 to unreadable-counter
           else
               perform  311-find-card
           end-if.

       311-find-card.
           if  card-parts-count > zero
               set card-index to 1
               search card-entry
                   at end
                       perform  312-open-new-card
                   when card-part-number (card-index)
                            = ldg-part-number
                       perform  313-add-line-to-card
               end-search
           else
               perform  312-open-new-card
           end-if.

      *----------------------------------------------------
      * A part's first line fixes the balance its card opens
      * on - its balance less its quantity, zero when the
      * card opened properly
      *----------------------------------------------------
       312-open-new-card.
           if  card-parts-count < 5000
               add 1 to card-parts-count
               set  card-index  to  card-parts-count
               move  ldg-part-number
                 to  card-part-number (card-index)
               move  1  to  card-line-count (card-index)
               move  ldg-quantity
                 to  card-quantity-sum (card-index)
               move  ldg-balance
                 to  card-last-balance (card-index)
               move  zero  to  card-break-count (card-index)
               compute card-opening-qty (card-index)
                       = ldg-balance - ldg-quantity
               move  "N"  to  card-matched-switch (card-index)
           else
               if  not card-table-is-full
                   display  table-full-message
               end-if
               move "Y" to table-full-switch
           end-if.

      *----------------------------------------------------
      * Every later line must follow on from the balance the
      * line before it left - one that does not is listed
      * here, where it falls in the ledger
      *----------------------------------------------------
       313-add-line-to-card.
           compute expected-balance
                   = card-last-balance (card-index) + ldg-quantity.
           if  expected-balance not = ldg-balance
               compute chain-gap = ldg-balance - expected-balance
               perform  314-print-break-line
               add 1 to card-break-count (card-index)
               add 1 to break-counter
           end-if.
           add 1 to card-line-count (card-index).
           add  ldg-quantity  to  card-quantity-sum (card-index).
           move  ldg-balance  to  card-last-balance (card-index).

       314-print-break-line.
           move  ldg-part-number    to  break-part-number.
           move  ldg-movement-date  to  break-date.
           move  ldg-movement-time  to  break-time.
           move  ldg-movement-type  to  break-type.
           move  ldg-quantity       to  break-quantity.
           move  card-last-balance (card-index)
             to  break-previous.
           move  expected-balance   to  break-expected.
           move  ldg-balance        to  break-balance.
           move  chain-gap          to  break-gap.
           move  break-detail-line  to  report-line.
           write report-line.

      *----------------------------------------------------
      * Judge one INVFILE part against its card: the last
      * balance and the sum of the quantities must both come
      * to qty on hand, the card must open on zero, and no
      * line may have broken the chain
      *----------------------------------------------------
       320-compare-part.
           move "N" to card-found-switch.
           if  card-parts-count > zero
               set card-index to 1
               search card-entry
                   when card-part-number (card-index)
                            = part-number-out
                       move "Y" to card-found-switch
               end-search
           end-if.

           if  part-has-a-card
               move "Y" to card-matched-switch (card-index)
               compute balance-gap
                       = qty-on-hand-out
                       - card-last-balance (card-index)
               compute sum-gap
                       = qty-on-hand-out
                       - card-quantity-sum (card-index)
               if  balance-gap = zero  and  sum-gap = zero
                       and  card-break-count (card-index) = zero
                       and  card-opening-qty (card-index) = zero
                   add 1 to agreeing-counter
               else
                   add 1 to disagreeing-counter
                   perform  321-print-disagreeing-part
               end-if
           else
               if  card-table-is-full
                   add 1 to not-checked-counter
                   perform  324-report-unchecked-part
               else
                   add 1 to no-ledger-counter
                   perform  322-report-part-without-ledger
               end-if
           end-if.

       321-print-disagreeing-part.
           if  card-opening-qty (card-index) not = zero
               move  no-opening-note  to  part-note
           else
               if  card-break-count (card-index) > zero
                   move  chain-broken-note  to  part-note
               else
                   move  disagrees-note  to  part-note
               end-if
           end-if.
           move  part-number-out  to  part-part-number.
           move  qty-on-hand-out  to  part-on-hand.
           move  card-last-balance (card-index)
             to  part-last-balance.
           move  balance-gap  to  part-balance-gap.
           move  card-quantity-sum (card-index)
             to  part-quantity-sum.
           move  sum-gap  to  part-sum-gap.
           move  card-line-count (card-index)
             to  part-line-count.
           move  card-break-count (card-index)
             to  part-break-count.
           move  part-detail-line  to  report-line.
           write report-line.

      *----------------------------------------------------
      * A part the ledger has never heard of - in a post run
      * its card is opened here with its qty on hand as it
      * stands today
      *----------------------------------------------------
       322-report-part-without-ledger.
           if  openings-are-posted
               perform  323-write-opening-line
               move  opening-posted-note  to  part-note
           else
               move  opening-needed-note  to  part-note
           end-if.
           move  part-number-out  to  part-part-number.
           move  qty-on-hand-out  to  part-on-hand.
           move  zero  to  part-last-balance.
           move  qty-on-hand-out  to  part-balance-gap.
           move  zero  to  part-quantity-sum.
           move  qty-on-hand-out  to  part-sum-gap.
           move  zero  to  part-line-count.
           move  zero  to  part-break-count.
           move  part-detail-line  to  report-line.
           write report-line.

       323-write-opening-line.
           move  spaces              to  ledger-record-out.
           move  part-number-out     to  ldg-part-number.
           move  run-date            to  ldg-movement-date.
           move  run-time            to  ldg-movement-time.
           move  "O"                 to  ldg-movement-type.
           move  qty-on-hand-out     to  ldg-quantity.
           move  "LDGREC1"           to  ldg-reference.
           move  qty-on-hand-out     to  ldg-balance.
           write ledger-detail-line.
           add 1 to opening-posted-counter.

      *----------------------------------------------------
      * A part with no card once the table has filled may
      * well have ledger lines the table had no room for -
      * it is listed as not checked rather than as needing
      * an opening the run would refuse to post
      *----------------------------------------------------
       324-report-unchecked-part.
           move  not-checked-note  to  part-note.
           move  part-number-out  to  part-part-number.
           move  qty-on-hand-out  to  part-on-hand.
           move  zero  to  part-last-balance.
           move  zero  to  part-balance-gap.
           move  zero  to  part-quantity-sum.
           move  zero  to  part-sum-gap.
           move  zero  to  part-line-count.
           move  zero  to  part-break-count.
           move  part-detail-line  to  report-line.
           write report-line.

       330-check-ledger-only-part.
           if  not card-is-on-invfile (card-index)
                   and  card-last-balance (card-index) not = zero
               add 1 to ledger-only-counter
               move  not-on-file-note  to  part-note
               move  card-part-number (card-index)
                 to  part-part-number
               move  zero  to  part-on-hand
               move  card-last-balance (card-index)
                 to  part-last-balance
               compute balance-gap
                       = zero - card-last-balance (card-index)
               move  balance-gap  to  part-balance-gap
               move  card-quantity-sum (card-index)
                 to  part-quantity-sum
               compute sum-gap
                       = zero - card-quantity-sum (card-index)
               move  sum-gap  to  part-sum-gap
               move  card-line-count (card-index)
                 to  part-line-count
               move  card-break-count (card-index)
                 to  part-break-count
               move  part-detail-line  to  report-line
               write report-line
           end-if.

      *----------------------------------------------------
      * Control totals at the foot of the report
      *----------------------------------------------------
       340-print-totals.
           move  blank-line  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.
           move  ledger-read-label  to  total-label.
           move  ledger-read-counter  to  total-value.
           perform  341-print-total-line.
           move  unreadable-label  to  total-label.
           move  unreadable-counter  to  total-value.
           perform  341-print-total-line.
           move  break-label  to  total-label.
           move  break-counter  to  total-value.
           perform  341-print-total-line.
           move  inventory-read-label  to  total-label.
           move  inventory-read-counter  to  total-value.
           perform  341-print-total-line.
           move  agreeing-label  to  total-label.
           move  agreeing-counter  to  total-value.
           perform  341-print-total-line.
           move  disagreeing-label  to  total-label.
           move  disagreeing-counter  to  total-value.
           perform  341-print-total-line.
           move  no-ledger-label  to  total-label.
           move  no-ledger-counter  to  total-value.
           perform  341-print-total-line.
           move  opening-posted-label  to  total-label.
           move  opening-posted-counter  to  total-value.
           perform  341-print-total-line.
           move  ledger-only-label  to  total-label.
           move  ledger-only-counter  to  total-value.
           perform  341-print-total-line.
           if  card-table-is-full
               move  not-checked-label  to  total-label
               move  not-checked-counter  to  total-value
               perform  341-print-total-line
           end-if.

       341-print-total-line.
           move  total-line  to  report-line.
           write report-line.

       306-close-files.
           if  files-are-open
               if  openings-are-posted
                   close  ledger-file
               end-if
               close  inventory-file-in
               close  reconciliation-report-out
           end-if.

       307-display-totals.
           if  files-are-open
               display "Ledger lines read:    " ledger-read-counter
               display "Chain breaks:         " break-counter
               display "Parts in agreement:   " agreeing-counter
               display "Parts disagreeing:    " disagreeing-counter
               display "Parts with no ledger: " no-ledger-counter
               display "Opening lines posted: " opening-posted-counter
               display "Ledger-only parts:    " ledger-only-counter
               if  card-table-is-full
                   display "Parts not checked:    "
                           not-checked-counter
               end-if
           end-if.

       end program ldgrec1.
