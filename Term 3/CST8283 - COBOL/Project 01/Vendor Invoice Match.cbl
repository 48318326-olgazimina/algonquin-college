       program-id. vinmat1 as "CST8283 VINMAT1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * The three-way match: every supplier invoice line
      * keyed by VINENT1 (VINVFILE, see VINREC) is checked
      * against the PO line it quotes on the PO master
      * (POFILE, see POREC) - what we ordered, at what unit
      * cost - and against what STKMOV1 has actually booked
      * into po-received-qty, before accounts payable pays
      * a cent of it.
      *
      * A line is approved for payment only when:
      *   - the PO line exists and belongs to the vendor and
      *     the part the invoice names - or to a part number
      *     the billed part has since replaced (SUPFILE, see
      *     SUPREC), the same chain STKMOV1 receives against
      *   - the line has not been approved before
      *   - the unit price billed is no more than the PO's
      *     unit cost plus the price tolerance keyed at the
      *     start of the run (a percentage - an under-bill is
      *     always accepted)
      *   - what has been billed on the PO line, this line
      *     included, is covered both by what was received
      *     and by what was ordered
      * A closed PO line is still billable while some of what
      * was received against it has not been billed yet -
      * STKMOV1 closes a line the day the last of it arrives,
      * which is usually before the invoice does - but a
      * closed line with everything received already billed
      * has nothing left to pay for.
      *
      * Approved lines are written to the approved-for-
      * payment file (APPROVED, see APRREC) the AP package
      * loads, and to the approved-invoice register
      * (INVCREG), kept across every run: the register is
      * what refuses a line approved before, and what the
      * PO line's billed-to-date is totalled from.
      *
      * Every line that fails goes on the exception report
      * (VINEXC) for the buyer with the reason, and is
      * carried forward onto a held file (VINVHELD) in the
      * invoice layout - once the buyer has sorted it out
      * (the goods arrive, the supplier re-bills) it is
      * copied back onto VINVFILE and matched again.  A
      * clean end empties VINVFILE, since everything on it
      * has now been approved or held.  VINVHELD is only
      * ever added to, run after run - the first run finds
      * it missing and starts it - so a line held and not
      * yet dealt with is never lost to the next match run.
      * The buyer removes a line from VINVHELD once it has
      * been re-keyed onto VINVFILE.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *----------------------------------------------------
      * The invoice lines keyed since the last match run
      *----------------------------------------------------
           select VENDOR-INVOICE-FILE
               assign to "VINVFILE"
                   organization is line sequential
               file status is invoice-file-status.

      *----------------------------------------------------
      * The PO master - each invoice line's PO line is read
      * directly by its key
      *----------------------------------------------------
           select PURCHASE-ORDER-FILE-IN
               assign to "POFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is po-line-key
               file status is po-file-status.

      *----------------------------------------------------
      * Every invoice line ever approved - read to refuse a
      * second approval and to total what a PO line has been
      * billed, written as each line is approved
      *----------------------------------------------------
           select APPROVED-INVOICE-REGISTER
               assign to "INVCREG"
                   organization is indexed
                   access mode is dynamic
                   record key is apr-invoice-key
                   alternate record key is apr-po-line-key
                       with duplicates
               file status is register-file-status.

      *----------------------------------------------------
      * This run's approvals, for the AP package
      *----------------------------------------------------
           select APPROVED-PAYMENT-OUT
               assign to "APPROVED"
                   organization is line sequential.

      *----------------------------------------------------
      * The exception report for the buyer
      *----------------------------------------------------
           select EXCEPTION-REPORT-OUT
               assign to "VINEXC"
                   organization is line sequential.

      *----------------------------------------------------
      * The lines this run could not approve, kept in the
      * invoice layout to be matched again later
      *----------------------------------------------------
           select HELD-INVOICE-OUT
               assign to "VINVHELD"
                   organization is line sequential
               file status is held-file-status.

      *----------------------------------------------------
      * The supersession master - a PO line ordered under a
      * part number since replaced is followed along it to
      * the part billed
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
       fd VENDOR-INVOICE-FILE.
      *----------------------------------------------------
      * Shared invoice line layout - one line is held at a
      * time, so no renaming is needed
      *----------------------------------------------------
           copy VINREC.

       fd PURCHASE-ORDER-FILE-IN.
      *----------------------------------------------------
      * Shared PO line layout - the po- names do not collide
      * with the names above, so no renaming is needed
      *----------------------------------------------------
           copy POREC.

       fd APPROVED-INVOICE-REGISTER.
      *----------------------------------------------------
      * Shared approved line layout - the same line is moved
      * to the approved-for-payment file below
      *----------------------------------------------------
           copy APRREC.

       fd APPROVED-PAYMENT-OUT.
      *----------------------------------------------------
      * One approved line, moved here from the register
      * record above to be written
      *----------------------------------------------------
       01  approved-payment-record  pic x(72).

       fd EXCEPTION-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the exception report
      *----------------------------------------------------
       01  report-line             pic x(130).

       fd HELD-INVOICE-OUT.
      *----------------------------------------------------
      * One held invoice line, moved here unchanged from the
      * invoice record above
      *----------------------------------------------------
       01  held-invoice-record     pic x(53).

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - the -sup names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy SUPREC.

       working-storage section.
      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  eof-switch          pic x(1)  value "N".
               88  end-of-invoice-file      value "Y".
           05  files-opened-switch pic x(1)  value "N".
               88  files-are-open           value "Y".
           05  line-ok-switch      pic x(1)  value "N".
               88  line-is-approvable       value "Y".
           05  billed-scan-switch  pic x(1)  value "N".
               88  billed-scan-is-done      value "Y".
           05  supersession-opened-switch  pic x(1)  value "N".
               88  supersession-file-is-open  value "Y".
           05  po-line-part-switch  pic x(1)  value "N".
               88  po-line-part-matches     value "Y".
           05  chain-walk-switch   pic x(1)  value "N".
               88  chain-walk-is-done       value "Y".

      *----------------------------------------------------
      * Open-time file statuses
      *----------------------------------------------------
       01  file-status-fields.
           05  invoice-file-status   pic x(2).
           05  po-file-status        pic x(2).
           05  register-file-status  pic x(2).
           05  supersession-file-status  pic x(2).
           05  held-file-status      pic x(2).

      *----------------------------------------------------
      * Walking a PO line's part along SUPFILE - the part
      * reached so far and how many links have been followed
      *----------------------------------------------------
       01  chain-walk-fields.
           05  chain-part-number   pic 9(7)  value zero.
           05  chain-step-counter  pic 9(2)  value zero.

      *----------------------------------------------------
      * The price tolerance for this run - keyed as a plain
      * integer with two decimals implied (250 = 2.50%) the
      * same way prices are keyed, and zero (an exact match
      * on price) when nothing is keyed.  The digits are
      * keyed left-aligned, so they are unstrung into a
      * right-justified field and zero-filled before they
      * are tested
      *----------------------------------------------------
       01  tolerance-fields.
           05  tolerance-work      pic x(4)     value spaces.
           05  tolerance-digits    pic x(4)     justified right
                                                value spaces.
           05  tolerance-excess    pic x(4)     value spaces.
           05  tolerance-work-num  pic 9(4)     value zero.
           05  price-tolerance-pct pic 9(2)v99  value zero.
           05  tolerance-valid-switch  pic x(1)  value "N".
               88  tolerance-is-valid       value "Y".
       01  tolerance-display       pic z9.99.

      *----------------------------------------------------
      * The arithmetic behind the match - the highest unit
      * price the tolerance allows, what the PO line has
      * already been billed on earlier approvals, and what
      * it will have been billed with this line
      *----------------------------------------------------
       01  match-work-fields.
           05  price-limit         pic 9(5)v99  value zero.
           05  previously-billed-qty  pic 9(6)  value zero.
           05  billed-to-date-qty  pic 9(6)     value zero.
           05  line-amount         pic 9(9)v99  value zero.
           05  run-date            pic 9(8)     value zero.

      *----------------------------------------------------
      * Counters reported at the end of the run
      *----------------------------------------------------
       01  match-totals.
           05  read-counter        pic 9(4)     value zero.
           05  approved-counter    pic 9(4)     value zero.
           05  exception-counter   pic 9(4)     value zero.
           05  approved-amount     pic 9(11)v99  value zero.
       01  approved-amount-display pic zz,zzz,zzz,zz9.99.

      *----------------------------------------------------
      * Report heading lines
      *----------------------------------------------------
       01  heading-line-1.
           05  filler              pic x(40)
               value "VENDOR INVOICE MATCH EXCEPTIONS - ".
           05  filler              pic x(11)  value "TOLERANCE ".
           05  heading-tolerance   pic z9.99.
           05  filler              pic x(1)   value "%".
       01  heading-line-2.
           05  filler              pic x(6)   value "VENDOR".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(10)  value "INVOICE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(3)   value "LN".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(10)  value "PO/LINE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value "BILLD".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PRICE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PO COST".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value "ORDRD".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value "RECVD".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value "PREV".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "REASON".
       01  heading-line-3          pic x(130)
           value all "-".

      *----------------------------------------------------
      * One exception - the invoice line, what the PO line
      * says, and why the two do not agree
      *----------------------------------------------------
       01  exception-detail-line.
           05  exc-vendor-number   pic 9(5).
           05  filler              pic x(2)   value spaces.
           05  exc-invoice-number  pic x(10).
           05  filler              pic x(2)   value spaces.
           05  exc-invoice-line    pic zz9.
           05  filler              pic x(2)   value spaces.
           05  exc-po-number       pic 9(6).
           05  filler              pic x(1)   value "/".
           05  exc-po-line-number  pic 9(3).
           05  filler              pic x(2)   value spaces.
           05  exc-part-number     pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  exc-billed-qty      pic zzzz9.
           05  filler              pic x(2)   value spaces.
           05  exc-billed-price    pic zzz9.99.
           05  filler              pic x(2)   value spaces.
           05  exc-po-unit-cost    pic zzz9.99.
           05  filler              pic x(2)   value spaces.
           05  exc-order-qty       pic zzzz9.
           05  filler              pic x(2)   value spaces.
           05  exc-received-qty    pic zzzz9.
           05  filler              pic x(2)   value spaces.
           05  exc-previous-qty    pic zzzz9.
           05  filler              pic x(2)   value spaces.
           05  exc-reason          pic x(36).

      *----------------------------------------------------
      * A line whose fields are not even numbers is printed
      * as it arrived, since none of its columns can be
      * trusted
      *----------------------------------------------------
       01  exception-raw-line.
           05  filler              pic x(17)
               value "UNREADABLE LINE: ".
           05  exc-raw-record      pic x(53).
           05  filler              pic x(2)   value spaces.
           05  exc-raw-reason      pic x(36).

      *----------------------------------------------------
      * Approved total printed at the end of the report
      *----------------------------------------------------
       01  approved-total-line.
           05  filler              pic x(40)
               value "TOTAL APPROVED FOR PAYMENT THIS RUN:".
           05  approved-total-display  pic zz,zzz,zzz,zz9.99.

      *----------------------------------------------------
      * Exception reasons - fixed texts moved into exc-reason
      *----------------------------------------------------
       01  exception-reasons.
           05  bad-line-reason     pic x(36)
               value "INVOICE LINE NOT NUMERIC".
           05  already-approved-reason  pic x(36)
               value "INVOICE LINE ALREADY APPROVED".
           05  unknown-po-reason   pic x(36)
               value "UNKNOWN PO OR PO LINE".
           05  wrong-vendor-reason pic x(36)
               value "PO LINE IS FOR ANOTHER VENDOR".
           05  wrong-part-reason   pic x(36)
               value "PART NOT ON THIS PO LINE".
           05  closed-po-reason    pic x(36)
               value "PO LINE CLOSED - NOTHING TO BILL".
           05  price-over-reason   pic x(36)
               value "PRICE OVER PO COST BEYOND TOLERANCE".
           05  not-received-reason pic x(36)
               value "QUANTITY BILLED BUT NOT RECEIVED".
           05  over-ordered-reason pic x(36)
               value "QUANTITY BILLED OVER PO ORDER QTY".

       01  file-not-found-message  pic x(44)
           value "VINVFILE or POFILE not found - no match run.".
       01  bad-tolerance-message   pic x(44)
           value "Tolerance not 0-9999 digits - no match run.".

       procedure division.
      *----------------------------------------------------
      * Entry point - match every invoice line on file and
      * report what was approved and what was held
      *----------------------------------------------------
       100-match-vendor-invoices.
           perform  200-initialize.
           if  files-are-open
               perform  210-match-one-line
                        until  end-of-invoice-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-accept-price-tolerance.
           if  tolerance-is-valid
               perform  302-open-files
           else
               display bad-tolerance-message
           end-if.
           if  files-are-open
               accept  run-date  from date yyyymmdd
               perform  303-print-report-heading
               perform  304-read-next-invoice-line
           end-if.

       210-match-one-line.
           add 1 to read-counter.
           perform  305-check-invoice-line.
           if  line-is-approvable
               perform  306-approve-invoice-line
           end-if.
           perform  304-read-next-invoice-line.

       290-finalize.
           if  files-are-open
               perform  307-print-approved-total
           end-if.
           perform  308-close-files.
           perform  309-display-totals.

      *----------------------------------------------------
      * The tolerance comes off SYSIN under JCL or is typed
      * at a terminal.  Blank means no tolerance at all - a
      * price has to match exactly.  Anything that is not
      * one run of up to four digits refuses the run rather
      * than quietly matching at no tolerance, since a
      * re-prompt under JCL would only read past the end of
      * SYSIN
      *----------------------------------------------------
       301-accept-price-tolerance.
           display "Price tolerance % (no decimal; 250=2.50%):".
           accept  tolerance-work.
           move "Y" to tolerance-valid-switch.
           move  zero  to  price-tolerance-pct.
           if  tolerance-work not = spaces
               move  spaces  to  tolerance-digits
               move  spaces  to  tolerance-excess
               unstring tolerance-work
                   delimited by all space
                   into  tolerance-digits  tolerance-excess
               end-unstring
               inspect tolerance-digits
                   replacing leading space by zero
               if  tolerance-digits  is numeric
                       and  tolerance-excess = spaces
                   move  tolerance-digits  to  tolerance-work-num
                   compute price-tolerance-pct
                           = tolerance-work-num / 100
               else
                   move "N" to tolerance-valid-switch
               end-if
           end-if.
           if  tolerance-is-valid
               move  price-tolerance-pct  to  tolerance-display
               display "Tolerance in use: " tolerance-display "%"
           end-if.

      *----------------------------------------------------
      * Nothing can be matched without invoices or without
      * the PO master.  INVCREG persists across runs, so the
      * only time it opens OUTPUT is the very first run, when
      * it does not exist yet - the same pattern DESCMT1 uses
      * for its master.  VINVHELD is appended to, started
      * the first time it is found missing
      *----------------------------------------------------
       302-open-files.
           open input vendor-invoice-file.
           open input purchase-order-file-in.
           if  invoice-file-status = "00"  and  po-file-status = "00"
               move "Y" to files-opened-switch
               open i-o approved-invoice-register
               if  register-file-status not = "00"
                   open output approved-invoice-register
                   close approved-invoice-register
                   open i-o approved-invoice-register
               end-if
               open output approved-payment-out
               open output exception-report-out
               open extend held-invoice-out
               if  held-file-status not = "00"
                   open output held-invoice-out
               end-if
               perform  315-open-supersessions
           else
               move "N" to files-opened-switch
               if  invoice-file-status = "00"
                   close vendor-invoice-file
               end-if
               if  po-file-status = "00"
                   close purchase-order-file-in
               end-if
               display file-not-found-message
           end-if.

       303-print-report-heading.
           move  price-tolerance-pct  to  heading-tolerance.
           move  heading-line-1  to  report-line.
           write report-line.
           move  heading-line-2  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

       304-read-next-invoice-line.
           read vendor-invoice-file
               at end move "Y" to eof-switch.

      *----------------------------------------------------
      * The checks run in order and the first one to fail
      * holds the line with its reason - no later check is
      * made on a line already held
      *----------------------------------------------------
       305-check-invoice-line.
           move "Y" to line-ok-switch.
           move  zero  to  po-unit-cost.
           move  zero  to  po-order-qty.
           move  zero  to  po-received-qty.
           move  zero  to  previously-billed-qty.
           perform  310-check-line-is-readable.

           if  line-is-approvable
               move  vin-invoice-key  to  apr-invoice-key
               read approved-invoice-register
                   invalid key
                       continue
                   not invalid key
                       move  already-approved-reason  to  exc-reason
                       perform  330-hold-invoice-line
               end-read
           end-if.

           if  line-is-approvable
               perform  311-check-po-line
           end-if.

           if  line-is-approvable
               perform  312-total-billed-to-date
               perform  313-check-price-and-quantity
           end-if.

       310-check-line-is-readable.
           if  vin-vendor-number      is not numeric
                   or  vin-invoice-line       is not numeric
                   or  vin-po-number          is not numeric
                   or  vin-po-line-number     is not numeric
                   or  vin-part-number        is not numeric
                   or  vin-billed-qty         is not numeric
                   or  vin-billed-unit-price  is not numeric
               move  vendor-invoice-record  to  exc-raw-record
               move  bad-line-reason        to  exc-raw-reason
               move  exception-raw-line     to  report-line
               write report-line
               move  vendor-invoice-record  to  held-invoice-record
               write held-invoice-record
               add 1 to exception-counter
               move "N" to line-ok-switch
           end-if.

      *----------------------------------------------------
      * POFILE is indexed by PO number and line, so the PO
      * line the invoice quotes is a direct keyed READ.  It
      * has to be the invoicing vendor's and the part billed
      *----------------------------------------------------
       311-check-po-line.
           move  vin-po-line-key  to  po-line-key.
           read purchase-order-file-in
               invalid key
                   move  zero  to  po-unit-cost
                   move  zero  to  po-order-qty
                   move  zero  to  po-received-qty
                   move  unknown-po-reason  to  exc-reason
                   perform  330-hold-invoice-line
               not invalid key
                   if  po-vendor-number not = vin-vendor-number
                       move  wrong-vendor-reason  to  exc-reason
                       perform  330-hold-invoice-line
                   else
                       perform  316-check-po-line-part
                       if  not po-line-part-matches
                           move  wrong-part-reason  to  exc-reason
                           perform  330-hold-invoice-line
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------
      * SUPFILE only exists once SUPMT1 has keyed a
      * supersession, so a missing file is a normal state -
      * no part number has been replaced
      *----------------------------------------------------
       315-open-supersessions.
           open input supersession-file-in.
           if  supersession-file-status = "00"
               move "Y" to supersession-opened-switch
           else
               move "N" to supersession-opened-switch
           end-if.

      *----------------------------------------------------
      * A PO line belongs to the part billed when it was
      * ordered under that number, or under a number the
      * part has since replaced - the line's part is
      * followed along SUPFILE until it arrives at the part
      * billed or runs out of links, the same walk STKMOV1
      * makes for receipts
      *----------------------------------------------------
       316-check-po-line-part.
           move "N" to po-line-part-switch.
           if  po-part-number = vin-part-number
               move "Y" to po-line-part-switch
           else
               if  supersession-file-is-open
                   move  po-part-number  to  chain-part-number
                   move  zero  to  chain-step-counter
                   move "N" to chain-walk-switch
                   perform  317-follow-one-link
                            until  chain-walk-is-done
               end-if
           end-if.

       317-follow-one-link.
           add 1 to chain-step-counter.
           move  chain-part-number  to  old-part-number-sup.
           read supersession-file-in
               invalid key
                   move "Y" to chain-walk-switch
               not invalid key
                   move  new-part-number-sup  to  chain-part-number
                   if  chain-part-number = vin-part-number
                       move "Y" to po-line-part-switch
                       move "Y" to chain-walk-switch
                   end-if
                   if  chain-step-counter > 50
                       move "Y" to chain-walk-switch
                   end-if
           end-read.

      *----------------------------------------------------
      * Everything earlier approvals billed against this PO
      * line, walked on the register's alternate key from
      * the line's first approval to its last
      *----------------------------------------------------
       312-total-billed-to-date.
           move  zero  to  previously-billed-qty.
           move  "N"   to  billed-scan-switch.
           move  vin-po-line-key  to  apr-po-line-key.
           start approved-invoice-register
               key is not less than apr-po-line-key
               invalid key
                   move "Y" to billed-scan-switch
           end-start.
           perform  314-read-next-approval
                    until  billed-scan-is-done.
           compute billed-to-date-qty
                   = previously-billed-qty + vin-billed-qty.

       314-read-next-approval.
           read approved-invoice-register next record
               at end
                   move "Y" to billed-scan-switch
               not at end
                   if  apr-po-line-key not = vin-po-line-key
                       move "Y" to billed-scan-switch
                   else
                       add  apr-billed-qty  to  previously-billed-qty
                   end-if
           end-read.

      *----------------------------------------------------
      * The closed-line, price and quantity legs of the
      * match.  The price limit is the PO's unit cost raised
      * by the tolerance; the quantity billed to date has to
      * be covered by what arrived and by what was ordered
      *----------------------------------------------------
       313-check-price-and-quantity.
           if  po-line-is-closed
                   and  previously-billed-qty not < po-received-qty
               move  closed-po-reason  to  exc-reason
               perform  330-hold-invoice-line
           end-if.

           if  line-is-approvable
               compute price-limit rounded
                       = po-unit-cost
                       + (po-unit-cost * price-tolerance-pct / 100)
               if  vin-billed-unit-price > price-limit
                   move  price-over-reason  to  exc-reason
                   perform  330-hold-invoice-line
               end-if
           end-if.

           if  line-is-approvable
               if  billed-to-date-qty > po-received-qty
                   move  not-received-reason  to  exc-reason
                   perform  330-hold-invoice-line
               else
                   if  billed-to-date-qty > po-order-qty
                       move  over-ordered-reason  to  exc-reason
                       perform  330-hold-invoice-line
                   end-if
               end-if
           end-if.

      *----------------------------------------------------
      * The line agrees three ways - onto the register first
      * (so the same line later in this very file is refused
      * too), then onto the approved-for-payment file
      *----------------------------------------------------
       306-approve-invoice-line.
           compute line-amount
                   = vin-billed-qty * vin-billed-unit-price.
           move  vin-invoice-key        to  apr-invoice-key.
           move  vin-invoice-date       to  apr-invoice-date.
           move  vin-po-line-key        to  apr-po-line-key.
           move  vin-part-number        to  apr-part-number.
           move  vin-billed-qty         to  apr-billed-qty.
           move  vin-billed-unit-price  to  apr-unit-price.
           move  line-amount            to  apr-amount.
           move  run-date               to  apr-approved-date.
           write approved-invoice-record
               invalid key
                   move  already-approved-reason  to  exc-reason
                   perform  330-hold-invoice-line
               not invalid key
                   move  approved-invoice-record
                     to  approved-payment-record
                   write approved-payment-record
                   add 1 to approved-counter
                   add  line-amount  to  approved-amount
           end-write.

      *----------------------------------------------------
      * Print the line with the reason already placed in
      * exc-reason, carry it forward onto the held file, and
      * stop any further checks on it
      *----------------------------------------------------
       330-hold-invoice-line.
           move  vin-vendor-number      to  exc-vendor-number.
           move  vin-invoice-number     to  exc-invoice-number.
           move  vin-invoice-line       to  exc-invoice-line.
           move  vin-po-number          to  exc-po-number.
           move  vin-po-line-number     to  exc-po-line-number.
           move  vin-part-number        to  exc-part-number.
           move  vin-billed-qty         to  exc-billed-qty.
           move  vin-billed-unit-price  to  exc-billed-price.
           move  po-unit-cost           to  exc-po-unit-cost.
           move  po-order-qty           to  exc-order-qty.
           move  po-received-qty        to  exc-received-qty.
           move  previously-billed-qty  to  exc-previous-qty.
           move  exception-detail-line  to  report-line.
           write report-line.
           move  vendor-invoice-record  to  held-invoice-record.
           write held-invoice-record.
           add 1 to exception-counter.
           move "N" to line-ok-switch.

       307-print-approved-total.
           move  heading-line-3   to  report-line.
           write report-line.
           move  approved-amount  to  approved-total-display.
           move  approved-total-line  to  report-line.
           write report-line.

      *----------------------------------------------------
      * Every line on VINVFILE is now either approved or on
      * VINVHELD, so the file is emptied for the next
      * session's keying
      *----------------------------------------------------
       308-close-files.
           if  files-are-open
               close  vendor-invoice-file
               close  purchase-order-file-in
               close  approved-invoice-register
               close  approved-payment-out
               close  exception-report-out
               close  held-invoice-out
               if  supersession-file-is-open
                   close  supersession-file-in
               end-if
               open output vendor-invoice-file
               close  vendor-invoice-file
           end-if.

       309-display-totals.
           if  files-are-open
               move  approved-amount  to  approved-amount-display
               display "Invoice lines read: " read-counter
               display "Lines approved:     " approved-counter
               display "Lines held:         " exception-counter
               display "Amount approved:    " approved-amount-display
           end-if.

       end program vinmat1.
