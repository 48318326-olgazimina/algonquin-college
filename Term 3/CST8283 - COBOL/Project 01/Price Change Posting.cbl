      * YYYYMMDD) is read once.  Every change due on or
      * before the run date is applied to unit-price-out;
      * changes dated in the future are reported as deferred
      * and copied, exactly as keyed, to a carry-forward file
      * (PRCHGFWD) in the PRCHGFIL layout, so the file can be
      * dropped in as soon as the supplier letter arrives.
      * The batch itself is registered at the end of the run
      * like any other, so it can never be resubmitted - the
      * deferred changes go forward instead as PRCHGFWD,
      * which the operator runs through BATSTP1 as a new
      * PRCHGFIL batch straight after the run and posts on
      * or after the earliest date on it.  Every run that
      * posts a batch writes PRCHGFWD afresh (empty when
      * nothing was deferred), so it must be stamped before
      * the next price run.
      *
      * Each applied change leaves two trails: a line on the
      * price-history file (PRICHIST, appended across runs
      * the way AUDITOUT is, never reset, see PRHREC)
      * carrying the old price, new price, effective date,
      * the date it was applied and the qty on hand it was
      * revalued on - and a line on the revaluation report
      * (PRCHGRPT) showing the inventory value impact, qty
      * on hand times the price difference, with the total
      * at the bottom that accounting books each time prices
      * rerun can never apply the same change twice (and a
      * replayed change, judged against the already-changed
      * price, would book a phantom zero revaluation).
      *
      * PRCHGFIL is a batch file (see BATCTL), stamped by
      * BATSTP1 once the office has keyed it.  Before any
      * change is applied the whole file is passed once to
      * prove the batch - a PRCHGFIL header first, a trailer
      * last whose line count and price hash total agree
      * with the lines between, and a batch id not already
      * on the processed-batch register (BATCHREG, see
      * BATREG).  A file that fails any of these is refused
      * whole, and a run that reaches its clean end
      * registers the batch so the same changes can never be
      * posted twice.  A run cut off part way does not, so
      * its restart is still let in.
      *----------------------------------------------------

       environment division.
               assign to "PRCHGRPT"
                   organization is line sequential.

      *----------------------------------------------------
      * The changes not yet due, carried forward in the
      * PRCHGFIL layout to be stamped as a new batch
      *----------------------------------------------------
           select CARRY-FORWARD-FILE-OUT
               assign to "PRCHGFWD"
                   organization is line sequential
               file status is carry-file-status.

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
      * Running log of how far this posting run has got -
      * read on startup to resume a run that was cut off,
           05  chg-part-number     pic x(7).
           05  chg-new-price       pic x(6).
           05  chg-effective-date  pic x(8).
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL), told
      * from a price change by its record id
      *----------------------------------------------------
       01  change-control-record.
           05  change-control-id   pic x(3).
               88  change-line-is-header    value "HDR".
               88  change-line-is-trailer   value "TRL".
           05  filler              pic x(47).

       fd BATCH-REGISTER-FILE.
      *----------------------------------------------------
      * Shared register layout - one record per batch
      * posted, so no renaming is needed
      *----------------------------------------------------
           copy BATREG.

       fd PRICE-HISTORY-FILE.
      *----------------------------------------------------
      * One price-history line, built in working storage
      * (see the PRHREC copy below) and moved here to be
      * written
      *----------------------------------------------------
       01  history-record-out      pic x(49).

       fd CARRY-FORWARD-FILE-OUT.
      *----------------------------------------------------
      * One deferred change, exactly as it was read
      *----------------------------------------------------
       01  carry-record-out        pic x(21).

       fd REVALUATION-REPORT-OUT.
      *----------------------------------------------------
      * (see the CHGAUD copy below) and moved here to be
      * written
      *----------------------------------------------------
       01  change-audit-record     pic x(170).

       working-storage section.
      *----------------------------------------------------
      *----------------------------------------------------
       01  change-audit-work-fields.
           05  run-time            pic 9(6)  value zero.
           05  record-before-image pic x(58)  value spaces.
      *----------------------------------------------------
      * Numeric views of the change fields, filled only once
      * the alphanumeric originals have passed their checks.
       01  file-status-fields.
           05  inventory-file-status  pic x(2).
           05  change-file-status     pic x(2).
           05  carry-file-status      pic x(2).

      *----------------------------------------------------
      * Restart-control fields - the restart log (if any)
               value "FUTURE - NOT APPLIED THIS RUN".

      *----------------------------------------------------
      * Shared price-history line layout - built here,
      * written through history-record-out above
      *----------------------------------------------------
           copy PRHREC.

      *----------------------------------------------------
      * Total revaluation printed at the end of the report
       01  change-file-missing-message  pic x(44)
           value "PRCHGFIL not found - no price changes due.".

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
      * Entry point - capture the run date, then apply or
           perform  306-close-files.
           if  change-file-is-open
               perform  334-reset-restart-log
               perform  326-register-batch
           end-if.
           perform  307-display-totals.

           if  inventory-file-is-open
               open input price-change-file-in
               if  change-file-status = "00"
                   perform  320-verify-batch-control
                   if  batch-is-accepted
                       open input price-change-file-in
                       move "Y" to change-opened-switch
                       perform  327-open-carry-forward
                   else
                       move "N" to change-opened-switch
                       perform  325-display-batch-refusal
                   end-if
               else
                   move "N" to change-opened-switch
                   display change-file-missing-message
               open output revaluation-report-out
           end-if.

      *----------------------------------------------------
      * A fresh run starts PRCHGFWD empty.  A restart keeps
      * what the cut-off run already carried - those lines
      * are skipped this time - and adds to it, creating the
      * file if the cut-off run never got that far
      *----------------------------------------------------
       327-open-carry-forward.
           if  is-resuming-run
               open extend carry-forward-file-out
               if  carry-file-status not = "00"
                   open output carry-forward-file-out
               end-if
           else
               open output carry-forward-file-out
           end-if.

      *----------------------------------------------------
      * The run date every effective date is judged against -
      * captured the same way PROJECT1 stamps its sessions
           move  heading-line-3  to  report-line.
           write report-line.

      *----------------------------------------------------
      * The next price change - the batch header is stepped
      * over and the trailer ends the file, both already
      * proved by 320-verify-batch-control
      *----------------------------------------------------
       303-read-next-change.
           perform  321-read-raw-change-line.
           if  not end-of-change-file  and  change-line-is-header
               perform  321-read-raw-change-line
           end-if.
           if  not end-of-change-file  and  change-line-is-trailer
               move "Y" to change-eof-switch
           end-if.

       321-read-raw-change-line.
           read price-change-file-in
               at end move "Y" to change-eof-switch.

      *----------------------------------------------------
      * Before anything is posted, pass the whole file once
      * to prove the batch: a PRCHGFIL header first, a
      * trailer last whose count and hash totals agree with
      * the lines between, and a batch id not already on the
      * processed-batch register.  The file is closed again
      * either way - only an accepted batch is reopened to
      * be posted
      *----------------------------------------------------
       320-verify-batch-control.
           move "Y" to batch-ok-switch.
           perform  321-read-raw-change-line.
           if  end-of-change-file  or  not change-line-is-header
               move  no-header-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               move  change-control-record  to  batch-header-line
               if  bhd-file-name not = "PRCHGFIL"
                   move  wrong-file-reason  to  batch-refusal-reason
                   move "N" to batch-ok-switch
               end-if
           end-if.

           if  batch-is-accepted
               perform  321-read-raw-change-line
               perform  322-total-one-batch-line
                        until  end-of-change-file
               perform  323-check-batch-trailer
           end-if.
           if  batch-is-accepted
               perform  324-check-batch-register
           end-if.

           close price-change-file-in.
           move "N" to change-eof-switch.

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
               if  change-line-is-trailer
                   move "Y" to trailer-found-switch
                   move  change-control-record  to  batch-trailer-line
               else
                   add 1 to batch-record-count
                   if  chg-new-price is numeric
                       move  chg-new-price  to  batch-hash-work
                       compute batch-amount-hash
                               = batch-amount-hash
                               + batch-hash-work / 100
                   end-if
               end-if
           end-if.
           perform  321-read-raw-change-line.

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
           move  "PRICHG1"         to  reg-program-name.
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
      * Screen the line's own fields, judge its effective
      * date against the run date, then look the part up and
                   move  future-date-reason  to  flagged-reason
                   perform  313-print-flagged-line
                   add 1 to deferred-counter
                   move  change-record-in  to  carry-record-out
                   write carry-record-out
               else
                   perform  311-apply-change-to-inventory
               end-if
           move  chg-new-price-num      to  hist-new-price.
           move  chg-effective-date-num to  hist-effective-date.
           move  run-date               to  hist-applied-date.
           move  qty-on-hand-out        to  hist-qty-on-hand.
           move  history-detail-line    to  history-record-out.
           write history-record-out.

           end-if.
           if  change-file-is-open
               close  price-change-file-in
               close  carry-forward-file-out
           end-if.

       307-display-totals.
               display "Changes read:     " read-counter
               display "Changes applied:  " applied-counter
               display "Changes deferred: " deferred-counter
               if  deferred-counter > zero
                   display "Deferred changes carried to PRCHGFWD."
               end-if
               display "Changes flagged:  " flagged-counter
               display "Batch registered: " bhd-batch-id
           end-if.

       end program prichg1.
