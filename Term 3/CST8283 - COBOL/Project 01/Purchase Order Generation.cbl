      * longer on the master, so purchasing knows which
      * parts still need a supplier before they can be
      * bought.
      *
      * REORDSG is a batch file (see BATCTL) - REORDR1
      * stamps a header and a trailer around the lines.
      * Before any order is built the whole file is passed
      * once to prove the batch - a REORDSG header first, a
      * trailer last whose line count and quantity and cost
      * hash totals agree with the lines between, and a
      * batch id not already on the processed-batch
      * register (BATCHREG, see BATREG).  A file that fails
      * any of these is refused whole, and a run that
      * reaches its end registers the batch, so the same
      * worksheet can never be ordered twice.
      *
      * A suggestion for a part number a supplier has since
      * replaced (SUPFILE, see SUPREC) is ordered as the
      * replacing part - the last number along the chain
      * whose replacement is in effect - from that part's
      * vendor at that part's price off INVFILE, and the
      * printed line says which number it replaces.  A
      * replacing part no longer on INVFILE leaves the
      * suggestion as REORDR1 wrote it.
      *----------------------------------------------------

       environment division.
               assign to "POUNASGN"
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
      * The supersession master and the inventory master,
      * read by key to turn a replaced part number into the
      * part, vendor and price actually ordered
      *----------------------------------------------------
           select SUPERSESSION-FILE-IN
               assign to "SUPFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is old-part-number-sup
                   alternate record key is new-part-number-sup
                       with duplicates
               file status is supersession-file-status.

           select INVENTORY-FILE-IN
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

       data division.
       file section.
       fd SUGGESTION-FILE-IN.
      * wrote them, so no renaming is needed
      *----------------------------------------------------
           copy SUGREC.
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL), told
      * from a suggestion by its record id
      *----------------------------------------------------
       01  suggestion-control-record.
           05  suggestion-control-id pic x(3).
               88  suggestion-is-header     value "HDR".
               88  suggestion-is-trailer    value "TRL".
           05  filler              pic x(47).

       fd VENDOR-FILE-IN.
      *----------------------------------------------------
      *----------------------------------------------------
       01  listing-line           pic x(80).

       fd BATCH-REGISTER-FILE.
      *----------------------------------------------------
      * Shared register layout - one record per batch
      * posted, so no renaming is needed
      *----------------------------------------------------
           copy BATREG.

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - the -sup names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy SUPREC.

       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
      * Shared layout - one INVFILE record is read at a time
      * for the replacing part, so no renaming is needed
      *----------------------------------------------------
           copy INVREC.

       working-storage section.
      *----------------------------------------------------
      * Switches governing the run - the suggestion switch
               88  listing-has-started      value "Y".
           05  part-unmatched-switch   pic x(1)  value "N".
               88  part-has-no-vendor       value "Y".
           05  supersession-opened-switch  pic x(1)  value "N".
               88  supersession-file-is-open  value "Y".
           05  inventory-opened-switch  pic x(1)  value "N".
               88  inventory-file-is-open   value "Y".
           05  chain-walk-switch   pic x(1)  value "N".
               88  chain-walk-is-done       value "Y".
           05  part-redirected-switch  pic x(1)  value "N".
               88  part-was-redirected      value "Y".

      *----------------------------------------------------
      * Open-time file statuses - the suggestion file may
           05  vendor-file-status      pic x(2).
           05  po-file-status          pic x(2).
           05  control-file-status     pic x(2).
           05  supersession-file-status  pic x(2).
           05  inventory-file-status   pic x(2).

      *----------------------------------------------------
      * PO numbering - the last number read off the control
      *----------------------------------------------------
       01  run-date                pic 9(8)  value zero.

      *----------------------------------------------------
      * What the current suggestion actually orders - its
      * own part, vendor and price, or those of the part
      * that replaced it - and the chain walked to get there
      *----------------------------------------------------
       01  ordered-part-fields.
           05  ordered-part-number   pic 9(7)  value zero.
           05  ordered-vendor-number pic 9(5)  value zero.
           05  ordered-unit-price    pic 9(4)v99  value zero.
           05  ordered-cost          pic 9(9)v99  value zero.
           05  chain-part-number     pic 9(7)  value zero.
           05  chain-step-counter    pic 9(2)  value zero.

      *----------------------------------------------------
      * Totals for the order being built and for the run
      *----------------------------------------------------
           05  lines-counter       pic 9(4)  value zero.
           05  unassigned-counter  pic 9(4)  value zero.
           05  duplicate-counter   pic 9(4)  value zero.
           05  redirected-counter  pic 9(4)  value zero.

       01  duplicate-line-message  pic x(44)
           value "PO line not written - key already on POFILE:".
           05  filler              pic x(3)   value spaces.
           05  doc-extension       pic zzzzzzzz9.99.

      *----------------------------------------------------
      * Printed under a line ordered for a replacing part -
      * the number the suggestion was made for
      *----------------------------------------------------
       01  order-replaces-line.
           05  filler              pic x(7)   value spaces.
           05  filler              pic x(14)
               value "REPLACES PART ".
           05  doc-replaced-part   pic 9(7).

      *----------------------------------------------------
      * Order total printed under each order's lines
      *----------------------------------------------------
           05  filler              pic x(3)   value spaces.
           05  lst-order-cost      pic zzzzzzzz9.99.

       01  listing-replaces-line.
           05  filler              pic x(4)   value spaces.
           05  filler              pic x(14)
               value "REPLACES PART ".
           05  lst-replaced-part   pic 9(7).

       01  no-suggestions-message  pic x(44)
           value "REORDSG not found - no suggestions to order.".

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
      * Entry point - one order per vendor with suggestions,

       290-finalize.
           perform  306-close-files.
           if  suggestion-file-exists
               perform  326-register-batch
           end-if.
           perform  308-display-totals.

      *----------------------------------------------------
       301-open-files.
           open input suggestion-file-in.
           if  suggestion-file-status = "00"
               perform  320-verify-batch-control
               if  batch-is-accepted
                   move "Y" to suggestions-exist-switch
               else
                   move "N" to suggestions-exist-switch
                   perform  325-display-batch-refusal
               end-if
           else
               move "N" to suggestions-exist-switch
               display no-suggestions-message

               open output order-document-out
               open output unassigned-listing-out

               open input supersession-file-in
               if  supersession-file-status = "00"
                   move "Y" to supersession-opened-switch
               else
                   move "N" to supersession-opened-switch
               end-if
               open input inventory-file-in
               if  inventory-file-status = "00"
                   move "Y" to inventory-opened-switch
               else
                   move "N" to inventory-opened-switch
               end-if
           end-if.

      *----------------------------------------------------
           end-if.

       221-check-suggestion-against-vendor.
           if  ordered-vendor-number = vendor-number-vnd
               perform  304-add-line-to-order
           end-if.
           perform  303-read-next-suggestion.
           perform  314-write-po-master-line.
           if  po-line-was-written
               perform  315-print-order-detail-line
               add  ordered-cost  to  order-total-cost
               add 1 to order-line-counter
               add 1 to lines-counter
               if  part-was-redirected
                   add 1 to redirected-counter
               end-if
           end-if.

      *----------------------------------------------------
       314-write-po-master-line.
           move  last-po-number       to  po-number.
           move  current-line-number  to  po-line-number.
           move  ordered-part-number  to  po-part-number.
           move  ordered-vendor-number  to  po-vendor-number.
           move  sug-order-qty        to  po-order-qty.
           move  zero                 to  po-received-qty.
           move  ordered-unit-price   to  po-unit-cost.
           move  run-date             to  po-order-date.
           move  "O"                  to  po-status.
           write purchase-order-record

       315-print-order-detail-line.
           move  current-line-number  to  doc-line-number.
           move  ordered-part-number  to  doc-part-number.
           move  sug-order-qty        to  doc-order-qty.
           move  ordered-unit-price   to  doc-unit-price.
           move  ordered-cost         to  doc-extension.
           move  order-detail-line    to  document-line.
           write document-line.
           if  part-was-redirected
               move  sug-part-number      to  doc-replaced-part
               move  order-replaces-line  to  document-line
               write document-line
           end-if.

       312-print-order-total.
           move  order-rule-line   to  document-line.
      *----------------------------------------------------
       232-check-vendor-exists.
           move "Y" to part-unmatched-switch.
           if  vendor-file-is-open  and  ordered-vendor-number > zero
               move  ordered-vendor-number  to  vendor-number-vnd
               read vendor-file-in
                   invalid key
                       continue
               write listing-line
               move "Y" to listing-started-switch
           end-if.
           move  ordered-part-number    to  lst-part-number.
           move  ordered-vendor-number  to  lst-vendor-number.
           move  sug-order-qty      to  lst-order-qty.
           move  ordered-cost       to  lst-order-cost.
           move  listing-detail-line  to  listing-line.
           write listing-line.
           if  part-was-redirected
               move  sug-part-number  to  lst-replaced-part
               move  listing-replaces-line  to  listing-line
               write listing-line
           end-if.
           add 1 to unassigned-counter.

      *----------------------------------------------------
      * The next suggestion - the batch header is stepped
      * over and the trailer ends the file, both already
      * proved by 320-verify-batch-control.  Each line is
      * resolved to the part it actually orders
      *----------------------------------------------------
       303-read-next-suggestion.
           perform  321-read-raw-suggestion-line.
           if  not end-of-suggestion-file  and  suggestion-is-header
               perform  321-read-raw-suggestion-line
           end-if.
           if  not end-of-suggestion-file  and  suggestion-is-trailer
               move "Y" to suggestion-eof-switch
           end-if.
           if  not end-of-suggestion-file
               perform  327-resolve-ordered-part
           end-if.

      *----------------------------------------------------
      * A suggestion orders its own part unless SUPFILE says
      * that number has been replaced.  The chain is
      * followed link by link while each replacement is in
      * effect, and the part it ends on is ordered from its
      * own vendor at its own price - provided it is still
      * on INVFILE.  The cost is the suggested quantity at
      * that price, so the order total is what will be paid
      *----------------------------------------------------
       327-resolve-ordered-part.
           move  sug-part-number    to  ordered-part-number.
           move  sug-vendor-number  to  ordered-vendor-number.
           move  sug-unit-price     to  ordered-unit-price.
           move  sug-order-cost     to  ordered-cost.
           move "N" to part-redirected-switch.

           if  supersession-file-is-open  and  inventory-file-is-open
               move  sug-part-number  to  chain-part-number
               move  zero  to  chain-step-counter
               move "N" to chain-walk-switch
               perform  328-follow-one-link
                        until  chain-walk-is-done
               if  chain-part-number not = sug-part-number
                   move  chain-part-number  to  part-number-out
                   read inventory-file-in
                       invalid key
                           continue
                       not invalid key
                           move "Y" to part-redirected-switch
                           move  part-number-out
                             to  ordered-part-number
                           move  vendor-number-out
                             to  ordered-vendor-number
                           move  unit-price-out
                             to  ordered-unit-price
                           compute ordered-cost
                                   = sug-order-qty * unit-price-out
                   end-read
               end-if
           end-if.

       328-follow-one-link.
           add 1 to chain-step-counter.
           move  chain-part-number  to  old-part-number-sup.
           read supersession-file-in
               invalid key
                   move "Y" to chain-walk-switch
               not invalid key
                   if  effective-date-sup > run-date
                       move "Y" to chain-walk-switch
                   else
                       move  new-part-number-sup  to  chain-part-number
                   end-if
                   if  chain-step-counter > 50
                       move "Y" to chain-walk-switch
                   end-if
           end-read.

       321-read-raw-suggestion-line.
           read suggestion-file-in
               at end move "Y" to suggestion-eof-switch.

      *----------------------------------------------------
      * Before anything is posted, pass the whole file once
      * to prove the batch: a REORDSG header first, a
      * trailer last whose count and hash totals agree with
      * the lines between, and a batch id not already on the
      * processed-batch register.  The file is closed again
      * either way - only an accepted batch is reopened to
      * be posted
      *----------------------------------------------------
       320-verify-batch-control.
           move "Y" to batch-ok-switch.
           perform  321-read-raw-suggestion-line.
           if  end-of-suggestion-file  or  not suggestion-is-header
               move  no-header-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               move  suggestion-control-record  to  batch-header-line
               if  bhd-file-name not = "REORDSG"
                   move  wrong-file-reason  to  batch-refusal-reason
                   move "N" to batch-ok-switch
               end-if
           end-if.

           if  batch-is-accepted
               perform  321-read-raw-suggestion-line
               perform  322-total-one-batch-line
                        until  end-of-suggestion-file
               perform  323-check-batch-trailer
           end-if.
           if  batch-is-accepted
               perform  324-check-batch-register
           end-if.

           close suggestion-file-in.
           move "N" to suggestion-eof-switch.

      *----------------------------------------------------
      * Count and hash one line the way REORDR1 did when
      * it stamped the file - a field that is not numeric
      * adds nothing
      *----------------------------------------------------
       322-total-one-batch-line.
           if  batch-trailer-found
               move  after-trailer-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               if  suggestion-is-trailer
                   move "Y" to trailer-found-switch
                   move  suggestion-control-record
                     to  batch-trailer-line
               else
                   add 1 to batch-record-count
                   if  sug-order-qty is numeric
                       add  sug-order-qty  to  batch-qty-hash
                   end-if
                   if  sug-order-cost is numeric
                       add  sug-order-cost  to  batch-amount-hash
                   end-if
               end-if
           end-if.
           perform  321-read-raw-suggestion-line.

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
           move  "POGEN1"          to  reg-program-name.
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

       307-read-next-vendor.
           read vendor-file-in next record
               at end move "Y" to vendor-eof-switch.
               close  purchase-order-file
               close  order-document-out
               close  unassigned-listing-out
               if  supersession-file-is-open
                   close  supersession-file-in
               end-if
               if  inventory-file-is-open
                   close  inventory-file-in
               end-if
           end-if.

      *----------------------------------------------------
               display "Orders generated:       " orders-counter
               display "Order lines written:    " lines-counter
               display "Suggestions unassigned: " unassigned-counter
               display "Lines for replacements: " redirected-counter
               display "Batch registered:       " bhd-batch-id
               if  duplicate-counter > zero
                   display "Lines not written (dup):" duplicate-counter
               end-if
