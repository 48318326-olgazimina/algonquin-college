      * be read at all, are flagged on the report and leave
      * the file untouched.
      *
      * Counts are taken place by place.  Each count line
      * names the location and bin it was counted in (see
      * LOCREC - CYCLCT1's skeleton pre-keys them, in bin
      * order, so the report comes out in the order the
      * aisles were walked), the book quantity it is judged
      * against is what the location-stock file (LOCSTOCK)
      * says that bin holds, and the variance is applied to
      * the bin's row and to the part's INVFILE total alike,
      * so the rows keep adding up to qty on hand.  Stock
      * found in a bin the part was never kept in opens a
      * row for it, with a book quantity of zero.  A blank
      * location and bin mean the part's unbinned stock,
      * which is where a part with no rows at all has its
      * whole qty on hand placed before its count is judged
      * - so an old-style count by part alone still
      * reconciles against the full book figure for a part
      * with no LOCSTOCK rows.  A part already kept in bins
      * has no single place a count by part alone could be
      * judged against: such a line, with no unbinned row to
      * match, is flagged PART IS BINNED and applied nowhere,
      * for the counters to recount bin by bin.
      *
      * Every count actually applied also leaves a line on
      * the stock-movement ledger (STKLEDG, see LEDGREC,
      * appended across runs the way AUDITOUT is) - type C,
      * COUNTFIL up at the first one that was not - a
      * replayed count would book a phantom zero variance
      * over the top of the real one.
      *
      * COUNTFIL is a batch file (see BATCTL) - CYCLCT1
      * stamps the skeleton, and BATSTP1 restamps it once
      * the counted figures are keyed in.  Before any count
      * is applied the whole file is passed once to prove
      * the batch - a COUNTFIL header first, a trailer last
      * whose line count and counted-quantity hash agree
      * with the lines between, and a batch id not already
      * on the processed-batch register (BATCHREG, see
      * BATREG).  A file that fails any of these is refused
      * whole, and a run that reaches its clean end
      * registers the batch so the same count can never be
      * applied twice.  A run cut off part way does not, so
      * its restart is still let in.
      *----------------------------------------------------

       environment division.
               assign to "CNTVAR"
                   organization is line sequential.

      *----------------------------------------------------
      * The processed-batch register, shared by every job
      * that posts a batch file
      *----------------------------------------------------
           select BATCH-REGISTER-FILE
               assign to "BATCHREG"
                   organization is indexed
                   access mode is dynamic
                   record key is reg-batch-id
               file status is register-file-status.

      *----------------------------------------------------
      * The part-description master (see DESCREC and
      * DESCMT1) - each counted part prints with its
               assign to "CHGAUDIT"
                   organization is line sequential.

      *----------------------------------------------------
      * Stock by location and bin - the row for the counted
      * place is the book figure the count is judged against
      *----------------------------------------------------
           select LOCATION-STOCK-FILE
               assign to "LOCSTOCK"
                   organization is indexed
                   access mode is dynamic
                   record key is loc-stock-key
                   alternate record key is loc-place
                       with duplicates
               file status is location-file-status.

       data division.
       file section.
       fd INVENTORY-FILE.
       01  count-record-in.
           05  cnt-part-number     pic x(7).
           05  cnt-counted-qty     pic x(4).
           05  cnt-place.
               10  cnt-location    pic x(4).
               10  cnt-bin         pic x(6).
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL), told
      * from a count line by its record id
      *----------------------------------------------------
       01  count-control-record.
           05  count-control-id    pic x(3).
               88  count-line-is-header     value "HDR".
               88  count-line-is-trailer    value "TRL".
           05  filler              pic x(47).

       fd BATCH-REGISTER-FILE.
      *----------------------------------------------------
      * Shared register layout - one record per batch
      * posted, so no renaming is needed
      *----------------------------------------------------
           copy BATREG.

       fd DESCRIPTION-FILE-IN.
      *----------------------------------------------------
      * (see the CHGAUD copy below) and moved here to be
      * written
      *----------------------------------------------------
       01  change-audit-record     pic x(170).

       fd LOCATION-STOCK-FILE.
      *----------------------------------------------------
      * Shared location-stock layout - one row is held at a
      * time, so no renaming is needed
      *----------------------------------------------------
           copy LOCREC.

       working-storage section.
      *----------------------------------------------------
      * count overwrote it, for the audit line's before
      * image
      *----------------------------------------------------
       01  record-before-image     pic x(58)  value spaces.

      *----------------------------------------------------
      * The date and time this run started, stamped on
           05  variance-qty        pic s9(5)  value zero.
           05  variance-value      pic s9(9)v99  value zero.

      *----------------------------------------------------
      * The counted place's book quantity - what its
      * LOCSTOCK row held, zero for a place the part was
      * never kept in - whether that row exists yet, and the
      * part total the variance would leave on INVFILE
      *----------------------------------------------------
       01  location-work-fields.
           05  place-book-qty      pic 9(4)   value zero.
           05  part-total-after    pic s9(5)  value zero.
           05  place-row-switch    pic x(1)   value "N".
               88  place-row-exists         value "Y".
           05  part-placed-switch  pic x(1)   value "N".
               88  part-is-placed           value "Y".

      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  file-status-fields.
           05  inventory-file-status  pic x(2).
           05  count-file-status      pic x(2).
           05  location-file-status   pic x(2).

      *----------------------------------------------------
      * Restart-control fields - the restart log (if any)
       01  heading-line-1          pic x(110)
           value "PHYSICAL COUNT VARIANCE REPORT".
       01  heading-line-2.
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "LOCN".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(6)   value "BIN".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
      * record on file
      *----------------------------------------------------
       01  detail-line.
           05  filler              pic x(2)   value spaces.
           05  detail-location     pic x(4).
           05  filler              pic x(1)   value spaces.
           05  detail-bin          pic x(6).
           05  filler              pic x(2)   value spaces.
           05  detail-part-number  pic 9(7).
           05  filler              pic x(2)   value spaces.
      * the line as it arrived and why it was flagged
      *----------------------------------------------------
       01  flagged-line.
           05  filler              pic x(2)   value spaces.
           05  flagged-location    pic x(4).
           05  filler              pic x(1)   value spaces.
           05  flagged-bin         pic x(6).
           05  filler              pic x(2)   value spaces.
           05  flagged-part-number  pic x(7).
           05  filler              pic x(6)   value spaces.
               value "COUNTED QTY NOT NUMERIC".
           05  unknown-part-reason  pic x(40)
               value "PART NUMBER NOT ON INVFILE".
           05  total-range-reason  pic x(40)
               value "COUNT PUTS PART TOTAL OUT OF RANGE".
           05  binned-part-reason  pic x(40)
               value "PART IS BINNED - COUNT BY BIN".

      *----------------------------------------------------
      * Net variance total printed at the end of the report
       01  count-file-missing-message  pic x(40)
           value "COUNTFIL not found - no counts to load.".

      *----------------------------------------------------
      * Shared batch header and trailer layouts - the
      * control lines are moved here to be examined
      *----------------------------------------------------
           copy BATCTL.

      *----------------------------------------------------
      * The batch as recounted on the proving pass, and
      * whether it passed
      *----------------------------------------------------
       01  batch-check-fields.
           05  register-file-status  pic x(2).
           05  batch-record-count  pic 9(7)  value zero.
           05  batch-qty-hash      pic 9(11)  value zero.
           05  batch-amount-hash   pic 9(11)v99  value zero.
           05  batch-hash-work     pic 9(6)  value zero.
           05  trailer-found-switch  pic x(1)  value "N".
               88  batch-trailer-found      value "Y".
           05  batch-ok-switch     pic x(1)  value "N".
               88  batch-is-accepted        value "Y".
           05  batch-refusal-reason  pic x(44)  value spaces.
           05  registered-by       pic x(8)   value spaces.
           05  registered-on       pic 9(8)   value zero.

      *----------------------------------------------------
      * Why a batch was refused
      *----------------------------------------------------
       01  batch-refusal-reasons.
           05  no-header-reason    pic x(44)
               value "Batch refused - no batch header.".
           05  wrong-file-reason   pic x(44)
               value "Batch refused - header names another file.".
           05  no-trailer-reason   pic x(44)
               value "Batch refused - no trailer, file cut short.".
           05  after-trailer-reason  pic x(44)
               value "Batch refused - records after the trailer.".
           05  totals-reason       pic x(44)
               value "Batch refused - trailer totals do not agree.".
           05  processed-reason    pic x(44)
               value "Batch refused - already on the register.".

       procedure division.
      *----------------------------------------------------
      * Entry point - one pass over the count file, printing
           perform  306-close-files.
           if  count-file-is-open
               perform  334-reset-restart-log
               perform  326-register-batch
           end-if.
           perform  307-display-totals.

           if  inventory-file-is-open
               open input count-file-in
               if  count-file-status = "00"
                   perform  320-verify-batch-control
                   if  batch-is-accepted
                       open input count-file-in
                       move "Y" to count-opened-switch
                   else
                       move "N" to count-opened-switch
                       perform  325-display-batch-refusal
                   end-if
               else
                   move "N" to count-opened-switch
                   display count-file-missing-message
               open extend restart-log-file
               open extend stock-ledger-file
               open extend change-audit-file
               perform  350-open-location-stock
               perform  315-capture-run-stamp
               open input description-file-in
               if  description-file-status = "00"
               end-if
           end-if.

      *----------------------------------------------------
      * LOCSTOCK persists across runs and fills itself as
      * parts are counted and moved, so the only time this
      * opens OUTPUT is the very first run, when it does not
      * exist yet.  Same pattern as STKMOV1
      *----------------------------------------------------
       350-open-location-stock.
           open i-o location-stock-file.
           if  location-file-status not = "00"
               open output location-stock-file
               close location-stock-file
               open i-o location-stock-file
           end-if.

       302-print-report-heading.
           move  heading-line-1  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

      *----------------------------------------------------
      * The next count line - the batch header is stepped
      * over and the trailer ends the file, both already
      * proved by 320-verify-batch-control
      *----------------------------------------------------
       303-read-next-count.
           perform  321-read-raw-count-line.
           if  not end-of-count-file  and  count-line-is-header
               perform  321-read-raw-count-line
           end-if.
           if  not end-of-count-file  and  count-line-is-trailer
               move "Y" to count-eof-switch
           end-if.

       321-read-raw-count-line.
           read count-file-in
               at end move "Y" to count-eof-switch.

      *----------------------------------------------------
      * Before anything is posted, pass the whole file once
      * to prove the batch: a COUNTFIL header first, a
      * trailer last whose count and hash totals agree with
      * the lines between, and a batch id not already on the
      * processed-batch register.  The file is closed again
      * either way - only an accepted batch is reopened to
      * be posted
      *----------------------------------------------------
       320-verify-batch-control.
           move "Y" to batch-ok-switch.
           perform  321-read-raw-count-line.
           if  end-of-count-file  or  not count-line-is-header
               move  no-header-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               move  count-control-record  to  batch-header-line
               if  bhd-file-name not = "COUNTFIL"
                   move  wrong-file-reason  to  batch-refusal-reason
                   move "N" to batch-ok-switch
               end-if
           end-if.

           if  batch-is-accepted
               perform  321-read-raw-count-line
               perform  322-total-one-batch-line
                        until  end-of-count-file
               perform  323-check-batch-trailer
           end-if.
           if  batch-is-accepted
               perform  324-check-batch-register
           end-if.

           close count-file-in.
           move "N" to count-eof-switch.

      *----------------------------------------------------
      * Count and hash one line the way BATSTP1 did when
      * it stamped the file - a field that is not numeric
      * adds nothing
      *----------------------------------------------------
       322-total-one-batch-line.
           if  batch-trailer-found
               move  after-trailer-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               if  count-line-is-trailer
                   move "Y" to trailer-found-switch
                   move  count-control-record  to  batch-trailer-line
               else
                   add 1 to batch-record-count
                   if  cnt-counted-qty is numeric
                       move  cnt-counted-qty  to  cnt-counted-qty-num
                       add  cnt-counted-qty-num  to  batch-qty-hash
                   end-if
               end-if
           end-if.
           perform  321-read-raw-count-line.

       323-check-batch-trailer.
           if  batch-is-accepted
               if  not batch-trailer-found
                   move  no-trailer-reason  to  batch-refusal-reason
                   move "N" to batch-ok-switch
               else
                   if  btr-batch-id     is not numeric
                           or  btr-record-count is not numeric
                           or  btr-qty-hash     is not numeric
                           or  btr-amount-hash  is not numeric
                           or  btr-batch-id     not = bhd-batch-id
                           or  btr-record-count not = batch-record-count
                           or  btr-qty-hash     not = batch-qty-hash
                           or  btr-amount-hash  not = batch-amount-hash
                       move  totals-reason  to  batch-refusal-reason
                       move "N" to batch-ok-switch
                   end-if
               end-if
           end-if.

      *----------------------------------------------------
      * BATCHREG is indexed by batch id, so the check is a
      * direct keyed READ.  No register yet means no batch
      * has ever been posted
      *----------------------------------------------------
       324-check-batch-register.
           open input batch-register-file.
           if  register-file-status = "00"
               move  bhd-batch-id  to  reg-batch-id
               read batch-register-file
                   invalid key
                       continue
                   not invalid key
                       move  processed-reason  to  batch-refusal-reason
                       move "N" to batch-ok-switch
                       move  reg-program-name    to  registered-by
                       move  reg-processed-date  to  registered-on
               end-read
               close batch-register-file
           end-if.

       325-display-batch-refusal.
           display  batch-refusal-reason.
           if  batch-refusal-reason not = no-header-reason
               display "Batch id:           " bhd-batch-id
           end-if.
           if  batch-refusal-reason = processed-reason
               display "Posted by:          " registered-by
               display "Posted on:          " registered-on
           end-if.

      *----------------------------------------------------
      * A run that reached its end puts its batch on the
      * register, so it can never be posted again.  The
      * register persists across runs; the first batch ever
      * posted is what creates it, the same create-then-
      * reopen pattern VENDMT1 uses for the vendor master
      *----------------------------------------------------
       326-register-batch.
           open i-o batch-register-file.
           if  register-file-status not = "00"
               open output batch-register-file
               close batch-register-file
               open i-o batch-register-file
           end-if.
           move  bhd-batch-id      to  reg-batch-id.
           move  bhd-file-name     to  reg-file-name.
           move  bhd-created-date  to  reg-created-date.
           move  bhd-created-time  to  reg-created-time.
           move  "COUNTR1"         to  reg-program-name.
           accept  reg-processed-date  from date yyyymmdd.
           accept  reg-processed-time  from time.
           move  btr-record-count  to  reg-record-count.
           move  btr-qty-hash      to  reg-qty-hash.
           move  btr-amount-hash   to  reg-amount-hash.
           write batch-register-record
               invalid key
                   display processed-reason
           end-write.
           close batch-register-file.

      *----------------------------------------------------
      * Screen the count line's own fields, then look the
      * part up, report the variance and apply the count.
               not invalid key
                   move  inventory-record-out
                     to  record-before-image
                   perform  351-place-unplaced-part
                   perform  353-read-counted-place
                   if  count-is-applicable
                       perform  312-report-and-apply-count
                   end-if
           end-read.

      *----------------------------------------------------
      * A part that has never been given a LOCSTOCK row has
      * its whole qty on hand placed as unbinned stock
      * before its count is judged - the same rule STKMOV1
      * applies to a part's first movement.  A START at the
      * part with the lowest possible place lands on its
      * first row if it has one
      *----------------------------------------------------
       351-place-unplaced-part.
           move  "N"              to  part-placed-switch.
           move  part-number-out  to  loc-part-number.
           move  low-values       to  loc-place.
           start location-stock-file
               key is not less than loc-stock-key
               invalid key
                   continue
               not invalid key
                   perform  352-read-first-place
           end-start.
           if  not part-is-placed
               move  part-number-out  to  loc-part-number
               move  spaces           to  loc-place
               move  qty-on-hand-out  to  loc-qty-on-hand
               move  zero             to  loc-last-count-date
               write location-stock-record
           end-if.

       352-read-first-place.
           read location-stock-file next record
               at end
                   continue
               not at end
                   if  loc-part-number = part-number-out
                       move "Y" to part-placed-switch
                   end-if
           end-read.

      *----------------------------------------------------
      * The book figure for the place counted - the row's
      * quantity, or zero for stock found somewhere the
      * part was never kept.  A blank place with no row can
      * only be a part already kept in bins (an unplaced
      * part was just given its unbinned row above) - that
      * count is by part alone, judged against nothing, and
      * would add the whole count on top of the bins, so it
      * is flagged instead
      *----------------------------------------------------
       353-read-counted-place.
           move  part-number-out  to  loc-part-number.
           move  cnt-place        to  loc-place.
           read location-stock-file
               invalid key
                   move "N"   to  place-row-switch
                   move zero  to  place-book-qty
                   if  cnt-place = spaces
                       move  binned-part-reason  to  flagged-reason
                       perform  313-print-flagged-line
                   end-if
               not invalid key
                   move "Y"   to  place-row-switch
                   move  loc-qty-on-hand  to  place-book-qty
           end-read.

      *----------------------------------------------------
      * Leave the counted quantity in the place's row -
      * rewritten when the row exists, written new when the
      * stock was found somewhere the part was never kept
      *----------------------------------------------------
       354-post-counted-place.
           move  part-number-out      to  loc-part-number.
           move  cnt-place            to  loc-place.
           move  cnt-counted-qty-num  to  loc-qty-on-hand.
           move  run-date             to  loc-last-count-date.
           if  place-row-exists
               rewrite location-stock-record
           else
               write location-stock-record
           end-if.

      *----------------------------------------------------
      * The order here is the whole point of the program:
      * the variance line is written while qty-on-hand-out
      *----------------------------------------------------
       312-report-and-apply-count.
           compute variance-qty
                   = cnt-counted-qty-num - place-book-qty.
           compute part-total-after
                   = qty-on-hand-out + variance-qty.
           if  part-total-after < zero
                   or  part-total-after > 9999
               move  total-range-reason  to  flagged-reason
               perform  313-print-flagged-line
           else
               perform  317-print-and-apply-variance
           end-if.

       317-print-and-apply-variance.
           compute variance-value
                   = variance-qty * unit-price-out.
           add variance-value to net-variance-value.

           perform  314-look-up-description.
           move  cnt-location         to  detail-location.
           move  cnt-bin              to  detail-bin.
           move  part-number-out      to  detail-part-number.
           move  found-description    to  detail-description.
           move  found-measure        to  detail-measure.
           move  place-book-qty       to  detail-book-qty.
           move  cnt-counted-qty-num  to  detail-counted-qty.
           move  variance-qty         to  detail-variance.
           move  variance-value       to  detail-variance-value.
           move  detail-line          to  report-line.
           write report-line.

           perform  354-post-counted-place.
           move  part-total-after     to  qty-on-hand-out.
           move  run-date             to  last-count-date-out.
           rewrite inventory-record-out.
           add 1 to applied-counter.
      *----------------------------------------------------
      * One ledger line for the count just applied - the
      * signed correction already computed for the variance
      * report, and the part total the record was left at
      *----------------------------------------------------
       316-write-ledger-line.
           move  part-number-out      to  ldg-part-number.
           end-if.

       313-print-flagged-line.
           move  cnt-location     to  flagged-location.
           move  cnt-bin          to  flagged-bin.
           move  cnt-part-number  to  flagged-part-number.
           move  cnt-counted-qty  to  flagged-counted-qty.
           move  flagged-line     to  report-line.
               close  restart-log-file
               close  stock-ledger-file
               close  change-audit-file
               close  location-stock-file
               if  description-file-is-open
                   close  description-file-in
               end-if
               display "Counts read:    " read-counter
               display "Counts applied: " applied-counter
               display "Counts flagged: " flagged-counter
               display "Batch:          " bhd-batch-id
           end-if.

       end program countr1.
