      * listing (LOADREJ) with the rule it broke, so a
      * catalog load is one run and a clean-up list instead
      * of a week of typing.
      *
      * LOADFILE is a batch file (see BATCTL), stamped by
      * BATSTP1 once the office has keyed it.  Before a part
      * is loaded the whole file is passed once to prove the
      * batch - a LOADFILE header first, a trailer last
      * whose line count and quantity and price hash totals
      * agree with the lines between, and a batch id not
      * already on the processed-batch register (BATCHREG,
      * see BATREG).  A file that fails any of these is
      * refused whole, and a load that runs to its end is
      * registered so the same catalog cannot be fed in a
      * second time.
      *
      * Every part loaded opens its stock card with an
      * opening-balance line on the stock-movement ledger
      * (STKLEDG, see LEDGREC) for the qty it was loaded
      * with, referenced by the batch id, so the ledger
      * starts from a known figure.
      *----------------------------------------------------

       environment division.
               assign to "LOADREJ"
                   organization is line sequential.

      *----------------------------------------------------
      * The stock-movement ledger - one opening line per
      * part loaded, kept across every run
      *----------------------------------------------------
           select STOCK-LEDGER-FILE
               assign to "STKLEDG"
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

       data division.
       file section.
       fd INVENTORY-FILE.
           05  load-reorder-point  pic x(4).
           05  load-unit-price     pic x(6).
           05  load-vendor-number  pic x(5).
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL), told
      * from a catalog line by its record id
      *----------------------------------------------------
       01  load-control-record.
           05  load-control-id     pic x(3).
               88  load-line-is-header      value "HDR".
               88  load-line-is-trailer     value "TRL".
           05  filler              pic x(47).

       fd BATCH-REGISTER-FILE.
      *----------------------------------------------------
      * Shared register layout - one record per batch
      * posted, so no renaming is needed
      *----------------------------------------------------
           copy BATREG.

       fd REJECT-FILE-OUT.
      *----------------------------------------------------
      *----------------------------------------------------
       01  reject-record-out       pic x(72).

       fd STOCK-LEDGER-FILE.
      *----------------------------------------------------
      * One ledger line, built in working storage (see the
      * LEDGREC copy below) and moved here to be written,
      * the same way MAINT1 writes its ledger lines
      *----------------------------------------------------
       01  ledger-record-out       pic x(45).

       working-storage section.
      *----------------------------------------------------
      * Shared ledger line layout - built here, written
      * through ledger-record-out above
      *----------------------------------------------------
           copy LEDGREC.

      *----------------------------------------------------
      * The run stamp put on every opening line this load
      * writes
      *----------------------------------------------------
       01  ledger-work-fields.
           05  run-date            pic 9(8)  value zero.
           05  run-time            pic 9(6)  value zero.

      *----------------------------------------------------
      * Numeric views of the load fields, filled only once
      * the alphanumeric originals have passed their checks.
      * The price arrives as a plain integer with the
       01  load-file-missing-message  pic x(40)
           value "LOADFILE not found - nothing to load.".

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
      * Entry point - screen and load every catalog line,

       290-finalize.
           perform  305-close-files.
           if  load-file-is-open
               perform  326-register-batch
           end-if.
           perform  306-display-totals.

      *----------------------------------------------------

           open input load-file-in.
           if  load-file-status = "00"
               perform  320-verify-batch-control
               if  batch-is-accepted
                   open input load-file-in
                   move "Y" to load-opened-switch
                   open output reject-file-out
                   open extend stock-ledger-file
                   accept  run-date  from date yyyymmdd
                   accept  run-time  from time
               else
                   move "N" to load-opened-switch
                   perform  325-display-batch-refusal
               end-if
           else
               move "N" to load-opened-switch
               display load-file-missing-message
           end-if.

      *----------------------------------------------------
      * The next catalog line - the batch header is stepped
      * over and the trailer ends the file, both already
      * proved by 320-verify-batch-control
      *----------------------------------------------------
       302-read-next-load-line.
           perform  321-read-raw-load-line.
           if  not end-of-load-file  and  load-line-is-header
               perform  321-read-raw-load-line
           end-if.
           if  not end-of-load-file  and  load-line-is-trailer
               move "Y" to load-eof-switch
           end-if.

       321-read-raw-load-line.
           read load-file-in
               at end move "Y" to load-eof-switch.

      *----------------------------------------------------
      * Before anything is loaded, pass the whole file once
      * to prove the batch: a LOADFILE header first, a
      * trailer last whose count and hash totals agree with
      * the lines between, and a batch id not already on the
      * processed-batch register.  The file is closed again
      * either way - only an accepted batch is reopened to
      * be loaded
      *----------------------------------------------------
       320-verify-batch-control.
           move "Y" to batch-ok-switch.
           perform  321-read-raw-load-line.
           if  end-of-load-file  or  not load-line-is-header
               move  no-header-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               move  load-control-record  to  batch-header-line
               if  bhd-file-name not = "LOADFILE"
                   move  wrong-file-reason  to  batch-refusal-reason
                   move "N" to batch-ok-switch
               end-if
           end-if.

           if  batch-is-accepted
               perform  321-read-raw-load-line
               perform  322-total-one-batch-line
                        until  end-of-load-file
               perform  323-check-batch-trailer
           end-if.
           if  batch-is-accepted
               perform  324-check-batch-register
           end-if.

           close load-file-in.
           move "N" to load-eof-switch.

      *----------------------------------------------------
      * Count and hash one catalog line the way BATSTP1 did
      * when it stamped the file - a field that is not
      * numeric adds nothing
      *----------------------------------------------------
       322-total-one-batch-line.
           if  batch-trailer-found
               move  after-trailer-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               if  load-line-is-trailer
                   move "Y" to trailer-found-switch
                   move  load-control-record  to  batch-trailer-line
               else
                   add 1 to batch-record-count
                   if  load-qty-on-hand is numeric
                       move  load-qty-on-hand  to  load-qty-on-hand-num
                       add  load-qty-on-hand-num  to  batch-qty-hash
                   end-if
                   if  load-unit-price is numeric
                       move  load-unit-price  to  load-unit-price-work
                       compute batch-amount-hash
                               = batch-amount-hash
                               + load-unit-price-work / 100
                   end-if
               end-if
           end-if.
           perform  321-read-raw-load-line.

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
      * A load that ran to its end puts its batch on the
      * register, so it can never be loaded again.  The
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
           move  "BULKLD1"         to  reg-program-name.
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
      * Screen the line's own fields first, then probe the
      * file for a duplicate and write.  Every check that
                   perform  313-write-reject-line
               not invalid key
                   add 1 to loaded-counter
                   perform  314-write-opening-ledger-line
           end-write.

      *----------------------------------------------------
      * Open the new part's stock card on the ledger with
      * the qty it was loaded with - the balance before it
      * is zero, so the card replays from here
      *----------------------------------------------------
       314-write-opening-ledger-line.
           move  part-number-out     to  ldg-part-number.
           move  run-date            to  ldg-movement-date.
           move  run-time            to  ldg-movement-time.
           move  "O"                 to  ldg-movement-type.
           move  qty-on-hand-out     to  ldg-quantity.
           move  bhd-batch-id        to  ldg-reference.
           move  qty-on-hand-out     to  ldg-balance.
           move  ledger-detail-line  to  ledger-record-out.
           write ledger-record-out.

      *----------------------------------------------------
      * Echo the offending line to the reject listing with
      * the reason already placed in rej-reason, and stop
           if  load-file-is-open
               close  load-file-in
               close  reject-file-out
               close  stock-ledger-file
           end-if.

      *----------------------------------------------------
               display "Catalog lines read: " read-counter
               display "Parts loaded:       " loaded-counter
               display "Lines rejected:     " rejected-counter
               display "Batch registered:   " bhd-batch-id
           end-if.

       end program bulkld1.
