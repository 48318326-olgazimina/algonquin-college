       program-id. gljrn1 as "CST8283 GLJRN1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Month-end close, the general-ledger step: instead of
      * accounting re-keying the revaluation total, the count
      * variances and the net change into the ledger by
      * hand, this builds the month's inventory journal as a
      * file the general-ledger package loads, with a listing
      * beside it for the controller to sign off first.
      *
      * The period (YYYYMM) is accepted at the start of the
      * run, and everything dated in it is valued:
      *   R - receipts on the stock ledger (STKLEDG), at the
      *       unit cost of the PO line the receipt names, or
      *       at the part's average cost when it names none
      *   I - issues on the stock ledger, at average-cost-out
      *   C - physical count variances on the stock ledger,
      *       at average-cost-out
      *   A - supervisor adjustments on the stock ledger, at
      *       average-cost-out
      *   V - returns to vendor on the stock ledger, at the
      *       unit cost of the PO line the return names (the
      *       credit the vendor owes), or at average cost when
      *       the line cannot be found
      *   P - price revaluations on the price history
      *       (PRICHIST, see PRHREC), at the qty on hand the
      *       change was applied to times the price movement
      * Transfers, maintenance changes, deletes, opening
      * balances and balances carried forward move no value
      * through the ledger and are passed over.  A receipt or
      * return of a replacing part against a PO line ordered
      * under the number it replaced (SUPFILE, see SUPREC)
      * finds that line through the supersession chain, the
      * same walk STKMOV1 matched it with.
      *
      * Which accounts each type posts to is not fixed here:
      * the account-mapping file (GLMAPFIL) holds one line per
      * type - the type, the account debited and the account
      * credited for its normal direction, and a description
      * for the journal - and is kept by accounting with any
      * editor:
      *   R  inventory         GR clearing
      *   I  cost of goods     inventory
      *   C  shrinkage         inventory
      *   A  shrinkage         inventory
      *   V  vendor credits    inventory
      *   P  inventory         revaluation
      * A type whose value comes out the other way round - a
      * count that found stock, a price that came down - has
      * its two sides swapped.  Each type is journalled as one
      * summarised debit and one summarised credit, so the
      * journal balances by construction, and a control
      * trailer carries the line count and the debit and
      * credit totals the package checks it against.  A type
      * with activity but no mapping line is left out of the
      * journal and shown on the listing, where the
      * controller will see it before signing.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select LEDGER-FILE-IN
               assign to "STKLEDG"
                   organization is line sequential
               file status is ledger-file-status.

           select PRICE-HISTORY-FILE-IN
               assign to "PRICHIST"
                   organization is line sequential
               file status is history-file-status.

      *----------------------------------------------------
      * The account mapping accounting maintains - one line
      * per movement type
      *----------------------------------------------------
           select ACCOUNT-MAPPING-FILE-IN
               assign to "GLMAPFIL"
                   organization is line sequential
               file status is mapping-file-status.

      *----------------------------------------------------
      * The inventory master - read by part for the average
      * cost each ledger line is valued at
      *----------------------------------------------------
           select INVENTORY-FILE-IN
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

      *----------------------------------------------------
      * The PO master - read for the unit cost of the PO
      * line a receipt was matched against
      *----------------------------------------------------
           select PURCHASE-ORDER-FILE-IN
               assign to "POFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is po-line-key
               file status is po-file-status.

      *----------------------------------------------------
      * The supersession master - a PO line ordered under a
      * part number since replaced is followed along it to
      * the part on the ledger line
      *----------------------------------------------------
           select SUPERSESSION-FILE-IN
               assign to "SUPFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is old-part-number-sup
                   alternate record key is new-part-number-sup
                       with duplicates
               file status is supersession-file-status.

      *----------------------------------------------------
      * The journal for the general-ledger package - header,
      * one line per account side, control trailer
      *----------------------------------------------------
           select JOURNAL-FILE-OUT
               assign to "GLJRNL"
                   organization is line sequential.

      *----------------------------------------------------
      * The listing the controller signs off
      *----------------------------------------------------
           select JOURNAL-LISTING-OUT
               assign to "GLLIST"
                   organization is line sequential.

       data division.
       file section.
       fd LEDGER-FILE-IN.
      *----------------------------------------------------
      * Shared ledger line layout, exactly as the posting
      * programs write it
      *----------------------------------------------------
           copy LEDGREC.

       fd PRICE-HISTORY-FILE-IN.
      *----------------------------------------------------
      * Shared price-history line layout, exactly as PRICHG1
      * writes it
      *----------------------------------------------------
           copy PRHREC.

       fd ACCOUNT-MAPPING-FILE-IN.
      *----------------------------------------------------
      * One mapping line - type, debit account, credit
      * account, journal description, a space between each
      *----------------------------------------------------
       01  mapping-record-in.
           05  map-type            pic x(1).
           05  filler              pic x(1).
           05  map-debit-account   pic x(10).
           05  filler              pic x(1).
           05  map-credit-account  pic x(10).
           05  filler              pic x(1).
           05  map-description     pic x(25).

       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
      * Shared layout - read only here, so no renaming is
      * needed
      *----------------------------------------------------
           copy INVREC.

       fd PURCHASE-ORDER-FILE-IN.
      *----------------------------------------------------
      * Shared PO line layout - the po- names do not collide
      * with the names above, so no renaming is needed
      *----------------------------------------------------
           copy POREC.

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - the -sup names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy SUPREC.

       fd JOURNAL-FILE-OUT.
      *----------------------------------------------------
      * One journal record, built in working storage (see
      * the journal lines below) and moved here to be
      * written
      *----------------------------------------------------
       01  journal-record-out      pic x(55).

       fd JOURNAL-LISTING-OUT.
      *----------------------------------------------------
      * One printed line of the journal listing
      *----------------------------------------------------
       01  report-line             pic x(80).

       working-storage section.
      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  ledger-eof-switch   pic x(1)  value "N".
               88  end-of-ledger-file       value "Y".
           05  history-eof-switch  pic x(1)  value "N".
               88  end-of-history-file      value "Y".
           05  mapping-eof-switch  pic x(1)  value "N".
               88  end-of-mapping-file      value "Y".
           05  period-valid-switch pic x(1)  value "N".
               88  period-is-valid          value "Y".
           05  files-opened-switch pic x(1)  value "N".
               88  files-are-open           value "Y".
           05  po-opened-switch    pic x(1)  value "N".
               88  po-file-is-open          value "Y".
           05  history-opened-switch  pic x(1)  value "N".
               88  history-file-is-open     value "Y".
           05  po-search-done-switch  pic x(1)  value "N".
               88  po-search-is-done        value "Y".
           05  part-found-switch   pic x(1)  value "N".
               88  part-was-found           value "Y".
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
           05  ledger-file-status     pic x(2).
           05  history-file-status    pic x(2).
           05  mapping-file-status    pic x(2).
           05  inventory-file-status  pic x(2).
           05  po-file-status         pic x(2).
           05  supersession-file-status  pic x(2).

      *----------------------------------------------------
      * Walking a PO line's part along SUPFILE - the part
      * reached so far and how many links have been followed
      *----------------------------------------------------
       01  chain-walk-fields.
           05  chain-part-number   pic 9(7)  value zero.
           05  chain-step-counter  pic 9(2)  value zero.

      *----------------------------------------------------
      * The period being journalled, as keyed and as the
      * first and last dates it covers
      *----------------------------------------------------
       01  period-fields.
           05  period-in           pic x(6)  value spaces.
           05  period-num          pic 9(6)  value zero.
           05  period-view redefines period-num.
               10  period-year     pic 9(4).
               10  period-month    pic 9(2).
           05  period-start-date   pic 9(8)  value zero.
           05  period-end-date     pic 9(8)  value zero.
           05  run-date            pic 9(8)  value zero.

      *----------------------------------------------------
      * One entry per type that reaches the journal - its
      * code and what it is, the accounts the mapping gave
      * it, and what this period's lines of that type came
      * to.  The value is signed in the type's normal
      * direction: positive debits the debit account
      *----------------------------------------------------
       01  source-type-table.
           05  source-type-entry
                   occurs 6 times
                   indexed by source-index.
               10  src-type            pic x(1).
               10  src-title           pic x(25).
               10  src-mapped-switch   pic x(1).
                   88  src-is-mapped            value "Y".
               10  src-debit-account   pic x(10).
               10  src-credit-account  pic x(10).
               10  src-description     pic x(25).
               10  src-line-count      pic 9(6).
               10  src-value           pic s9(9)v99.

      *----------------------------------------------------
      * The valuation of the line in hand - the cost per
      * unit it is valued at, and what it comes to signed
      * in its type's normal direction
      *----------------------------------------------------
       01  valuation-work-fields.
           05  unit-value          pic 9(4)v99   value zero.
           05  line-value          pic s9(9)v99  value zero.
           05  revaluation-qty     pic 9(4)      value zero.
           05  old-price-num       pic 9(4)v99   value zero.
           05  new-price-num       pic 9(4)v99   value zero.

      *----------------------------------------------------
      * A receipt's reference pulled apart - when its first
      * six characters are a numeric PO number, the receipt
      * is valued at that PO line's unit cost
      *----------------------------------------------------
       01  reference-work-fields.
           05  ldg-reference-work.
               10  ldg-po-digits    pic x(6).
               10  filler           pic x(2).
           05  ldg-po-number-num    pic 9(6).

      *----------------------------------------------------
      * Journal-wide totals for the trailer and the listing
      *----------------------------------------------------
       01  journal-totals.
           05  journal-line-counter  pic 9(6)      value zero.
           05  total-debits        pic 9(11)v99  value zero.
           05  total-credits       pic 9(11)v99  value zero.
           05  unmapped-counter    pic 9(4)      value zero.
           05  unvalued-counter    pic 9(6)      value zero.
           05  journal-amount      pic 9(9)v99   value zero.

      *----------------------------------------------------
      * Journal records as the general-ledger package reads
      * them - a header, a line per account side, a trailer
      *----------------------------------------------------
       01  journal-header-line.
           05  filler              pic x(1)   value "H".
           05  jrh-period          pic 9(6).
           05  jrh-run-date        pic 9(8).
           05  filler              pic x(10)  value "INVENTORY".
       01  journal-detail-line.
           05  filler              pic x(1)   value "D".
           05  jrd-period          pic 9(6).
           05  jrd-account         pic x(10).
           05  jrd-side            pic x(1).
           05  jrd-amount          pic 9(9)v99.
           05  jrd-source-type     pic x(1).
           05  jrd-description     pic x(25).
       01  journal-trailer-line.
           05  filler              pic x(1)   value "T".
           05  jrt-line-count      pic 9(6).
           05  jrt-total-debits    pic 9(11)v99.
           05  jrt-total-credits   pic 9(11)v99.

      *----------------------------------------------------
      * Listing heading lines
      *----------------------------------------------------
       01  heading-line-1.
           05  filler              pic x(44)
               value "GENERAL LEDGER JOURNAL - INVENTORY - PERIOD ".
           05  heading-period      pic 9(6).
       01  heading-line-3          pic x(80)
           value all "-".
       01  summary-heading.
           05  filler              pic x(4)   value "TYPE".
           05  filler              pic x(25)  value "SOURCE".
           05  filler              pic x(6)   value " LINES".
           05  filler              pic x(17)  value "            VALUE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(11)  value "DEBIT".
           05  filler              pic x(6)   value "CREDIT".
       01  journal-heading.
           05  filler              pic x(12)  value "ACCOUNT".
           05  filler              pic x(27)  value "DESCRIPTION".
           05  filler              pic x(16)  value "         DEBIT".
           05  filler              pic x(14)  value "        CREDIT".

      *----------------------------------------------------
      * One source type's summary line
      *----------------------------------------------------
       01  summary-line.
           05  filler              pic x(1)   value space.
           05  sum-type            pic x(1).
           05  filler              pic x(2)   value spaces.
           05  sum-title           pic x(25).
           05  sum-line-count      pic zzzzz9.
           05  filler              pic x(2)   value spaces.
           05  sum-value           pic -zzz,zzz,zz9.99.
           05  filler              pic x(2)   value spaces.
           05  sum-debit-account   pic x(10).
           05  filler              pic x(1)   value space.
           05  sum-credit-account  pic x(10).

      *----------------------------------------------------
      * One journal line as listed - the account, and the
      * amount in whichever column its side belongs in
      *----------------------------------------------------
       01  journal-listing-line.
           05  jll-account         pic x(10).
           05  filler              pic x(2)   value spaces.
           05  jll-description     pic x(25).
           05  filler              pic x(2)   value spaces.
           05  jll-debit           pic zzz,zzz,zz9.99.
           05  filler              pic x(2)   value spaces.
           05  jll-credit          pic zzz,zzz,zz9.99.
       01  journal-total-line.
           05  filler              pic x(39)
               value "TOTALS - JOURNAL LINES".
           05  jtl-debits          pic zzz,zzz,zz9.99.
           05  filler              pic x(2)   value spaces.
           05  jtl-credits         pic zzz,zzz,zz9.99.

      *----------------------------------------------------
      * Listing notes and the sign-off block
      *----------------------------------------------------
       01  unmapped-note-line.
           05  filler              pic x(6)   value "TYPE ".
           05  unm-type            pic x(1).
           05  filler              pic x(50)
               value " HAS NO ACCOUNT MAPPING - NOT IN THE JOURNAL".
       01  unvalued-note-line.
           05  filler              pic x(44)
               value "LEDGER LINES FOR PARTS NOT ON INVFILE (NIL):".
           05  unvalued-display    pic zzzzz9.
       01  no-activity-line        pic x(80)
           value "NO INVENTORY POSTINGS IN THE PERIOD.".
       01  sign-off-line-1         pic x(80)
           value "PREPARED BY: ____________________   DATE: ________".
       01  sign-off-line-2         pic x(80)
           value "APPROVED BY: ____________________   DATE: ________".

       01  file-not-found-message  pic x(50)
           value "STKLEDG, GLMAPFIL or INVFILE missing - no journal.".
       01  bad-period-message      pic x(44)
           value "Period must be YYYYMM - no journal built.".

       procedure division.
      *----------------------------------------------------
      * Entry point - value the period's ledger lines and
      * price changes, then write the journal and listing
      *----------------------------------------------------
       100-build-gl-journal.
           perform  200-initialize.
           if  files-are-open
               perform  210-value-one-ledger-line
                        until  end-of-ledger-file
               if  history-file-is-open
                   perform  220-value-one-history-line
                            until  end-of-history-file
               end-if
               perform  230-write-journal
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-accept-period.
           if  period-is-valid
               perform  302-set-up-source-types
               perform  303-open-files
           end-if.
           if  files-are-open
               accept  run-date  from date yyyymmdd
               perform  304-load-account-mapping
               perform  305-read-next-ledger-line
               if  history-file-is-open
                   perform  306-read-next-history-line
               end-if
           end-if.

       210-value-one-ledger-line.
           if  ldg-movement-date not < period-start-date
                   and  ldg-movement-date not > period-end-date
               perform  310-value-ledger-line
           end-if.
           perform  305-read-next-ledger-line.

       220-value-one-history-line.
           if  hist-applied-date not < period-start-date
                   and  hist-applied-date not > period-end-date
               perform  320-value-history-line
           end-if.
           perform  306-read-next-history-line.

      *----------------------------------------------------
      * Header, the two sides of every mapped type with a
      * value, the trailer - and the listing alongside
      *----------------------------------------------------
       230-write-journal.
           move  period-num  to  jrh-period.
           move  run-date    to  jrh-run-date.
           move  journal-header-line  to  journal-record-out.
           write journal-record-out.

           perform  330-print-listing-heading.
           perform  331-print-source-summary
                    varying  source-index  from 1 by 1
                    until  source-index > 6.

           move  spaces  to  report-line.
           write report-line.
           move  journal-heading  to  report-line.
           write report-line.
           move  heading-line-3   to  report-line.
           write report-line.
           perform  332-journal-source-type
                    varying  source-index  from 1 by 1
                    until  source-index > 6.

           move  journal-line-counter  to  jrt-line-count.
           move  total-debits          to  jrt-total-debits.
           move  total-credits         to  jrt-total-credits.
           move  journal-trailer-line  to  journal-record-out.
           write journal-record-out.

           perform  333-print-listing-totals.

       290-finalize.
           perform  307-close-files.
           perform  308-display-totals.

      *----------------------------------------------------
      * The period comes off SYSIN under JCL or is typed at
      * a terminal.  Without a sane YYYYMM nothing is built
      *----------------------------------------------------
       301-accept-period.
           display "Period to journal (YYYYMM):".
           accept  period-in.
           if  period-in  is numeric
               move  period-in  to  period-num
               if  period-year > 1900
                       and  period-month > 0
                       and  period-month < 13
                   move "Y" to period-valid-switch
                   compute period-start-date = period-num * 100 + 1
                   compute period-end-date   = period-num * 100 + 31
               end-if
           end-if.
           if  not period-is-valid
               display bad-period-message
           end-if.

      *----------------------------------------------------
      * The six types that carry value, in the order the
      * listing and the journal show them
      *----------------------------------------------------
       302-set-up-source-types.
           move  "R"  to  src-type (1).
           move  "RECEIPTS AT COST"         to  src-title (1).
           move  "I"  to  src-type (2).
           move  "ISSUES AT AVERAGE COST"   to  src-title (2).
           move  "C"  to  src-type (3).
           move  "COUNT VARIANCES"          to  src-title (3).
           move  "A"  to  src-type (4).
           move  "ADJUSTMENTS"              to  src-title (4).
           move  "V"  to  src-type (5).
           move  "RETURNS TO VENDOR AT COST"  to  src-title (5).
           move  "P"  to  src-type (6).
           move  "PRICE REVALUATIONS"       to  src-title (6).
           perform  309-clear-source-type
                    varying  source-index  from 1 by 1
                    until  source-index > 6.

       309-clear-source-type.
           move  "N"     to  src-mapped-switch (source-index).
           move  spaces  to  src-debit-account (source-index).
           move  spaces  to  src-credit-account (source-index).
           move  spaces  to  src-description (source-index).
           move  zero    to  src-line-count (source-index).
           move  zero    to  src-value (source-index).

      *----------------------------------------------------
      * The ledger, the mapping and the inventory master are
      * required - without INVFILE there is no average cost
      * to value a line at, and a journal valued at whatever
      * cost was last in hand must never reach the ledger.
      * The price history only exists once PRICHG1 has run,
      * and the PO master only once POGEN1 has - without
      * them there is simply nothing to revalue and receipts
      * go at average
      *----------------------------------------------------
       303-open-files.
           open input ledger-file-in.
           open input account-mapping-file-in.
           open input inventory-file-in.
           if  ledger-file-status = "00"
                   and  mapping-file-status = "00"
                   and  inventory-file-status = "00"
               move "Y" to files-opened-switch
               open output journal-file-out
               open output journal-listing-out
               open input price-history-file-in
               if  history-file-status = "00"
                   move "Y" to history-opened-switch
               end-if
               open input purchase-order-file-in
               if  po-file-status = "00"
                   move "Y" to po-opened-switch
               end-if
               perform  315-open-supersessions
           else
               if  ledger-file-status = "00"
                   close ledger-file-in
               end-if
               if  mapping-file-status = "00"
                   close account-mapping-file-in
               end-if
               if  inventory-file-status = "00"
                   close inventory-file-in
               end-if
               display file-not-found-message
           end-if.

      *----------------------------------------------------
      * Each mapping line is matched to its type's entry by
      * a SEARCH; a line for a type that carries no value is
      * ignored
      *----------------------------------------------------
       304-load-account-mapping.
           perform  311-read-next-mapping-line
                    until  end-of-mapping-file.
           close account-mapping-file-in.

       311-read-next-mapping-line.
           read account-mapping-file-in
               at end
                   move "Y" to mapping-eof-switch
               not at end
                   set source-index to 1
                   search source-type-entry
                       at end
                           continue
                       when src-type (source-index) = map-type
                           move "Y"
                             to  src-mapped-switch (source-index)
                           move  map-debit-account
                             to  src-debit-account (source-index)
                           move  map-credit-account
                             to  src-credit-account (source-index)
                           move  map-description
                             to  src-description (source-index)
                   end-search
           end-read.

       305-read-next-ledger-line.
           read ledger-file-in
               at end move "Y" to ledger-eof-switch.

       306-read-next-history-line.
           read price-history-file-in
               at end move "Y" to history-eof-switch.

      *----------------------------------------------------
      * A ledger line of a type that carries value is valued
      * at the part's average cost - or, for a receipt or a
      * return to vendor that names a PO line for the part,
      * at that line's unit cost - and added into its type.
      * Receipts are positive in their normal direction as
      * they stand; issues, counts, adjustments and returns
      * are turned round, so a loss debits cost of goods or
      * shrinkage and a return debits the vendor's credit
      *----------------------------------------------------
       310-value-ledger-line.
           set source-index to 1.
           search source-type-entry
               at end
                   continue
               when src-type (source-index) = ldg-movement-type
                       and  source-index < 6
                   perform  312-find-average-cost
                   if  ldg-movement-type = "R"
                           or  ldg-movement-type = "V"
                       perform  313-find-receipt-cost
                   end-if
                   if  ldg-movement-type = "R"
                       compute line-value
                               = ldg-quantity * unit-value
                   else
                       compute line-value
                               = 0 - (ldg-quantity * unit-value)
                   end-if
                   add 1 to src-line-count (source-index)
                   add  line-value  to  src-value (source-index)
           end-search.

       312-find-average-cost.
           move  ldg-part-number  to  part-number-out.
           read inventory-file-in
               invalid key
                   move  zero  to  unit-value
                   add 1 to unvalued-counter
               not invalid key
                   move  average-cost-out  to  unit-value
           end-read.

      *----------------------------------------------------
      * POFILE's key is PO number then line, so a START at
      * line zero of the referenced PO walks its lines until
      * the part's line turns up - open or closed, since the
      * receipt may well have closed it
      *----------------------------------------------------
       313-find-receipt-cost.
           if  po-file-is-open
               move  ldg-reference  to  ldg-reference-work
               if  ldg-po-digits  is numeric
                   move  ldg-po-digits  to  ldg-po-number-num
                   move  "N"  to  po-search-done-switch
                   move  ldg-po-number-num  to  po-number
                   move  zero               to  po-line-number
                   start purchase-order-file-in
                       key is not less than po-line-key
                       invalid key
                           move "Y" to po-search-done-switch
                   end-start
                   perform  314-read-next-po-line
                            until  po-search-is-done
               end-if
           end-if.

       314-read-next-po-line.
           read purchase-order-file-in next record
               at end
                   move "Y" to po-search-done-switch
               not at end
                   if  po-number not = ldg-po-number-num
                       move "Y" to po-search-done-switch
                   else
                       perform  316-check-po-line-part
                       if  po-line-part-matches
                           move  po-unit-cost  to  unit-value
                           move "Y" to po-search-done-switch
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
      * A PO line belongs to the ledger line's part when it
      * was ordered under that number, or under a number the
      * part has since replaced - the line's part is
      * followed along SUPFILE until it arrives at the
      * ledger part or runs out of links, the same walk
      * STKMOV1 matched the receipt with
      *----------------------------------------------------
       316-check-po-line-part.
           move "N" to po-line-part-switch.
           if  po-part-number = ldg-part-number
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
                   if  chain-part-number = ldg-part-number
                       move "Y" to po-line-part-switch
                       move "Y" to chain-walk-switch
                   end-if
                   if  chain-step-counter > 50
                       move "Y" to chain-walk-switch
                   end-if
           end-read.

      *----------------------------------------------------
      * A revaluation is the qty on hand the change applied
      * to times the price movement - a rise is positive.
      * History written before the quantity was carried
      * falls back on the part's qty on hand today
      *----------------------------------------------------
       320-value-history-line.
           move  hist-old-price  to  old-price-num.
           move  hist-new-price  to  new-price-num.
           if  hist-qty-on-hand  is numeric
               move  hist-qty-on-hand  to  revaluation-qty
           else
               move  hist-part-number  to  part-number-out
               read inventory-file-in
                   invalid key
                       move  zero  to  revaluation-qty
                   not invalid key
                       move  qty-on-hand-out  to  revaluation-qty
               end-read
           end-if.
           compute line-value
                   = revaluation-qty * (new-price-num - old-price-num).
           add 1 to src-line-count (6).
           add  line-value  to  src-value (6).

       330-print-listing-heading.
           move  period-num      to  heading-period.
           move  heading-line-1  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.
           move  summary-heading to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

       331-print-source-summary.
           move  src-type (source-index)        to  sum-type.
           move  src-title (source-index)       to  sum-title.
           move  src-line-count (source-index)  to  sum-line-count.
           move  src-value (source-index)       to  sum-value.
           move  src-debit-account (source-index)
             to  sum-debit-account.
           move  src-credit-account (source-index)
             to  sum-credit-account.
           move  summary-line  to  report-line.
           write report-line.
           if  not src-is-mapped (source-index)
                   and  src-value (source-index) not = zero
               move  src-type (source-index)  to  unm-type
               move  unmapped-note-line  to  report-line
               write report-line
               add 1 to unmapped-counter
           end-if.

      *----------------------------------------------------
      * One type's two journal lines.  A positive value
      * debits the mapping's debit account and credits its
      * credit account; a negative one is the same amount
      * the other way round
      *----------------------------------------------------
       332-journal-source-type.
           if  src-is-mapped (source-index)
                   and  src-value (source-index) not = zero
               if  src-value (source-index) > zero
                   move  src-value (source-index)  to  journal-amount
                   move  src-debit-account (source-index)
                     to  jrd-account
                   move  "D"  to  jrd-side
                   perform  334-write-journal-line
                   move  src-credit-account (source-index)
                     to  jrd-account
                   move  "C"  to  jrd-side
                   perform  334-write-journal-line
               else
                   compute journal-amount
                           = 0 - src-value (source-index)
                   move  src-credit-account (source-index)
                     to  jrd-account
                   move  "D"  to  jrd-side
                   perform  334-write-journal-line
                   move  src-debit-account (source-index)
                     to  jrd-account
                   move  "C"  to  jrd-side
                   perform  334-write-journal-line
               end-if
           end-if.

       334-write-journal-line.
           move  period-num      to  jrd-period.
           move  journal-amount  to  jrd-amount.
           move  src-type (source-index)  to  jrd-source-type.
           move  src-description (source-index)
             to  jrd-description.
           move  journal-detail-line  to  journal-record-out.
           write journal-record-out.
           add 1 to journal-line-counter.

           move  jrd-account      to  jll-account.
           move  jrd-description  to  jll-description.
           if  jrd-side = "D"
               move  journal-amount  to  jll-debit
               move  zero            to  jll-credit
               add  journal-amount  to  total-debits
           else
               move  zero            to  jll-debit
               move  journal-amount  to  jll-credit
               add  journal-amount  to  total-credits
           end-if.
           move  journal-listing-line  to  report-line.
           write report-line.

       333-print-listing-totals.
           if  journal-line-counter = zero
               move  no-activity-line  to  report-line
               write report-line
           end-if.
           move  heading-line-3  to  report-line.
           write report-line.
           move  total-debits    to  jtl-debits.
           move  total-credits   to  jtl-credits.
           move  journal-total-line  to  report-line.
           write report-line.
           if  unvalued-counter > zero
               move  unvalued-counter    to  unvalued-display
               move  unvalued-note-line  to  report-line
               write report-line
           end-if.
           move  spaces  to  report-line.
           write report-line.
           move  sign-off-line-1  to  report-line.
           write report-line.
           move  spaces  to  report-line.
           write report-line.
           move  sign-off-line-2  to  report-line.
           write report-line.

       307-close-files.
           if  files-are-open
               close  ledger-file-in
               close  inventory-file-in
               close  journal-file-out
               close  journal-listing-out
               if  history-file-is-open
                   close  price-history-file-in
               end-if
               if  po-file-is-open
                   close  purchase-order-file-in
               end-if
               if  supersession-file-is-open
                   close  supersession-file-in
               end-if
           end-if.

       308-display-totals.
           if  files-are-open
               display "Journal lines:      " journal-line-counter
               display "Total debits:       " total-debits
               display "Total credits:      " total-credits
               if  unmapped-counter > zero
                   display "Types not mapped:   " unmapped-counter
               end-if
           end-if.

       end program gljrn1.
