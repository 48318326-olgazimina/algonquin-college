      *                   outright (a supervisor correction,
      *                   the same thing MAINT1's change
      *                   action does one part at a time)
      *   T - transfer:   quantity moves from one location
      *                   and bin to another, and the part's
      *                   total on hand does not change
      *   V - return to   quantity is subtracted and sent
      *       vendor:     back against the PO line it came
      *                   in on
      *
      * Every movement names the location and bin it hits
      * (see LOCREC) - a transfer names the place it leaves
      * and the place it arrives at - and the row for that
      * place on the location-stock file (LOCSTOCK) moves
      * with the INVFILE total, so the rows keep adding up
      * to qty on hand.  A receipt into a bin the part has
      * never used opens a row for it; an issue bigger than
      * what that one bin holds is rejected even when the
      * part has enough elsewhere; an adjustment replaces
      * what the named bin holds and moves the part total
      * by the difference.  A blank location and bin mean
      * the part's unbinned stock, which is where a part
      * with no rows at all has its qty on hand placed the
      * first time a movement touches it.
      *
      * Anything that cannot be applied - unknown part,
      * unreadable field, an issue that would drive qty on
      * found for - so the PO a truck delivered against
      * stops staying open forever on paper.
      *
      * A return to vendor names its PO in the reference and
      * the line in its own field, and must match that line
      * on POFILE - same part, no more than the line has
      * received.  The quantity comes off qty on hand and
      * off po-received-qty.  When the vendor is sending a
      * replacement the line is reopened to receive it;
      * when not, the order quantity comes down with it, so
      * the line still waits for exactly what it waited for
      * before.  Each return is put on the returns register
      * (RTVFILE, see RTVREC) with the credit due at the PO
      * line's unit cost, for RTVMEM1's debit memo and
      * RTVOPN1's open-returns report, and is reported on
      * POMATCH alongside the receipts.
      *
      * A part number a supplier has replaced (SUPFILE, see
      * SUPREC and SUPMT1) takes no more receipts once the
      * replacement is in effect - the goods are received
      * under the replacing number, and the reject names
      * it.  Its remaining stock can still be issued unless
      * the supersession says the old stock is not to be
      * used.  A receipt or return under the replacing
      * number still matches a PO line ordered under any
      * number it replaced, so orders placed before the
      * change close as the new part arrives.
      *
      * Customer orders (CUSTORD, see ORDREC and ORDENT1)
      * are kept in step the same way.  An issue whose
      * reference is SO and an order number - which is what
      * PICKLS1 puts on every pick it sends the warehouse -
      * is matched to that order's open line for the part:
      * the picked quantity comes off what was allocated
      * (anything picked beyond it comes off the backorder)
      * and the line closes once nothing is left allocated
      * or backordered.  A receipt, once posted, releases
      * the part's backorders oldest order first: whatever
      * the new qty on hand leaves available-to-promise
      * after everything already allocated is moved from
      * backorder to allocated, so those lines make the
      * next pick list.  Both are reported on ORDMATCH.
      *
      * Every movement actually applied also leaves a line
      * on the stock-movement ledger (STKLEDG, see LEDGREC,
      * appended across runs the way AUDITOUT is) - the
      * signed quantity, the reference, and the balance the
      * record was left at - so STKCRD1 can replay any
      * part's history on demand.  A transfer's line carries
      * a zero quantity, since the part total did not move.
      *
      * The run carries restart control, the same
      * checkpoint/restart discipline PROJECT1 gave keyed
      * disposed of, and picks MOVEFILE up at the first one
      * that was not - so a rerun can never post the same
      * receipt twice.
      *
      * MOVEFILE is a batch file (see BATCTL) - stamped by
      * BATSTP1 once the office has keyed it, or by PICKLS1
      * for a pick confirmation.  Before any movement is
      * posted the whole file is passed once to prove the
      * batch - a MOVEFILE header first, a trailer last
      * whose line count and quantity and cost hash totals
      * agree with the lines between, and a batch id not
      * already on the processed-batch register (BATCHREG,
      * see BATREG).  A file that fails any of these is
      * refused whole, and a run that reaches its clean end
      * registers the batch, so a MOVEFILE resubmitted by
      * the warehouse is turned away instead of posted a
      * second time.  A run cut off part way does not, so
      * its restart is still let in.
      *----------------------------------------------------

       environment division.
                   organization is line sequential
               file status is movement-file-status.

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
      * Every transaction this run could not apply, echoed
      * back with a reason so the warehouse can fix and
               assign to "POMATCH"
                   organization is line sequential.

      *----------------------------------------------------
      * The customer-order lines ORDENT1 takes - picks are
      * applied to them and backorders released as stock
      * arrives
      *----------------------------------------------------
           select CUSTOMER-ORDER-FILE
               assign to "CUSTORD"
                   organization is indexed
                   access mode is dynamic
                   record key is ord-line-key
                   alternate record key is ord-demand-key
                       with duplicates
               file status is order-file-status.

      *----------------------------------------------------
      * One line per pick matched (or not) to its customer
      * order and per backorder released, for the order desk
      *----------------------------------------------------
           select ORDER-MATCH-OUT
               assign to "ORDMATCH"
                   organization is line sequential.

      *----------------------------------------------------
      * The stock-movement ledger - one line per applied
      * movement, kept across every run (never reset)
               assign to "STKLEDG"
                   organization is line sequential.

      *----------------------------------------------------
      * The returns register - one record per return to
      * vendor posted, kept across every run
      *----------------------------------------------------
           select RETURN-REGISTER-FILE
               assign to "RTVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is rtv-return-key
                   alternate record key is rtv-vendor-key
                       with duplicates
               file status is return-file-status.

      *----------------------------------------------------
      * The supersession master - which part numbers have
      * been replaced by which, read by key
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
      * Running log of how far this posting run has got -
      * read on startup to resume a run that was cut off,
               assign to "CHGAUDIT"
                   organization is line sequential.

      *----------------------------------------------------
      * Stock by location and bin - the row each movement
      * names is updated alongside the INVFILE total
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

       fd MOVEMENT-FILE-IN.
      *----------------------------------------------------
      * Shared movement layout - the fields are declared
      * alphanumeric and checked for numerics here, because
      * a batch file arrives with whatever was typed and a
      * bad line must become a reject, not an abend
      *----------------------------------------------------
           copy MOVREC.
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL), told
      * from a movement by its record id
      *----------------------------------------------------
       01  movement-control-record.
           05  movement-control-id pic x(3).
               88  movement-is-header       value "HDR".
               88  movement-is-trailer      value "TRL".
           05  filler              pic x(47).

       fd BATCH-REGISTER-FILE.
      *----------------------------------------------------
      * Shared register layout - one record per batch
      * posted, so no renaming is needed
      *----------------------------------------------------
           copy BATREG.

       fd REJECT-FILE-OUT.
      *----------------------------------------------------
      * written, the same way the report programs fill
      * report-line
      *----------------------------------------------------
       01  reject-record-out       pic x(102).

       fd PURCHASE-ORDER-FILE.
      *----------------------------------------------------
      *----------------------------------------------------
       01  match-report-line       pic x(80).

       fd CUSTOMER-ORDER-FILE.
      *----------------------------------------------------
      * Shared order line layout - lines are read and
      * rewritten one at a time, so no renaming is needed
      *----------------------------------------------------
           copy ORDREC.

       fd ORDER-MATCH-OUT.
      *----------------------------------------------------
      * One printed line of the order match report
      *----------------------------------------------------
       01  order-match-line        pic x(80).

       fd STOCK-LEDGER-FILE.
      *----------------------------------------------------
      * One ledger line, built in working storage (see the
      *----------------------------------------------------
       01  ledger-record-out       pic x(45).

       fd RETURN-REGISTER-FILE.
      *----------------------------------------------------
      * Shared returns register layout - one record is
      * written at a time, so no renaming is needed
      *----------------------------------------------------
           copy RTVREC.

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - read only here, so no
      * renaming is needed
      *----------------------------------------------------
           copy SUPREC.

       fd RESTART-LOG-FILE.
      *----------------------------------------------------
      * One line per transaction disposed of - the running
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
      * movement touched it, for the audit line's before
      * image
      *----------------------------------------------------
       01  record-before-image     pic x(58)  value spaces.
      *----------------------------------------------------
      * Shared ledger line layout - built here, written
      * through ledger-record-out above
           05  mov-unit-cost-work   pic 9(6).
           05  mov-unit-cost-num    pic 9(4)v99.

      *----------------------------------------------------
      * Location work fields - what the named bin (and for a
      * transfer, the bin the stock goes to) held before the
      * movement, the part total an adjustment would leave,
      * and the place and quantity the next row write puts
      * on LOCSTOCK
      *----------------------------------------------------
       01  location-work-fields.
           05  location-qty-before  pic 9(4)   value zero.
           05  to-qty-before        pic 9(4)   value zero.
           05  location-qty-after   pic 9(5)   value zero.
           05  part-total-after     pic s9(5)  value zero.
           05  posting-place        pic x(10)  value spaces.
           05  posting-qty          pic 9(4)   value zero.

      *----------------------------------------------------
      * The receipt's reference field pulled apart - when
      * its first six characters are a numeric, non-zero PO
               10  filler           pic x(2).
           05  mov-po-number-num    pic 9(6).

      *----------------------------------------------------
      * A return's PO line once it has proved numeric, what
      * the line was still waiting for before the return,
      * and the MOVEFILE line number that makes the return's
      * register key unique within the run
      *----------------------------------------------------
       01  return-work-fields.
           05  mov-po-line-num      pic 9(3)   value zero.
           05  outstanding-before   pic s9(6)  value zero.
           05  return-sequence      pic 9(4)   value zero.

      *----------------------------------------------------
      * The part reached so far while following a PO line's
      * part along its supersession chain, and how many
      * links have been followed
      *----------------------------------------------------
       01  chain-walk-fields.
           05  chain-part-number    pic 9(7)   value zero.
           05  chain-step-counter   pic 9(2)   value zero.

      *----------------------------------------------------
      * The issue's reference pulled apart the same way -
      * SO followed by six numeric digits is a customer
      * order number; anything else is not an order pick
      *----------------------------------------------------
       01  order-reference-fields.
           05  order-reference-work.
               10  mov-so-prefix    pic x(2).
               10  mov-so-digits    pic x(6).
           05  mov-order-number-num pic 9(6).

      *----------------------------------------------------
      * Order work fields - the part's total allocated on
      * open order lines, what the new qty on hand leaves
      * available-to-promise after it, the quantity being
      * moved off backorder, and a pick's excess over what
      * its line had allocated
      *----------------------------------------------------
       01  order-work-fields.
           05  part-allocated-total pic 9(6)   value zero.
           05  available-to-promise pic s9(6)  value zero.
           05  release-qty          pic 9(4)   value zero.
           05  pick-excess-qty      pic 9(4)   value zero.

      *----------------------------------------------------
      * One rejects-file line as it will be written - the
      * transaction as it arrived followed by why it could
           05  rej-reference       pic x(8).
           05  filler              pic x(1)  value space.
           05  rej-unit-cost       pic x(6).
           05  filler              pic x(1)  value space.
           05  rej-location        pic x(4).
           05  filler              pic x(1)  value space.
           05  rej-bin             pic x(6).
           05  filler              pic x(1)  value space.
           05  rej-to-location     pic x(4).
           05  filler              pic x(1)  value space.
           05  rej-to-bin          pic x(6).
           05  filler              pic x(1)  value space.
           05  rej-po-line-number  pic x(3).
           05  filler              pic x(1)  value space.
           05  rej-replacement-flag  pic x(1).
           05  filler              pic x(2)  value spaces.
           05  rej-reason          pic x(40).

               88  po-search-is-done         value "Y".
           05  po-line-found-switch   pic x(1)  value "N".
               88  po-line-was-found         value "Y".
           05  part-placed-switch     pic x(1)  value "N".
               88  part-is-placed            value "Y".
           05  order-opened-switch    pic x(1)  value "N".
               88  order-file-is-open        value "Y".
           05  order-search-done-switch  pic x(1)  value "N".
               88  order-search-is-done      value "Y".
           05  order-line-found-switch   pic x(1)  value "N".
               88  order-line-was-found      value "Y".
           05  supersession-opened-switch  pic x(1)  value "N".
               88  supersession-file-is-open  value "Y".
           05  po-line-part-switch    pic x(1)  value "N".
               88  po-line-part-matches      value "Y".
           05  chain-walk-switch      pic x(1)  value "N".
               88  chain-walk-is-done        value "Y".

      *----------------------------------------------------
      * INVFILE's own open-time file status - checked right
           05  inventory-file-status  pic x(2).
           05  movement-file-status   pic x(2).
           05  po-file-status         pic x(2).
           05  location-file-status   pic x(2).
           05  order-file-status      pic x(2).
           05  return-file-status     pic x(2).
           05  supersession-file-status  pic x(2).

      *----------------------------------------------------
      * Restart-control fields.  The restart log (if any)
           05  rejected-counter    pic 9(4)  value zero.
           05  matched-counter     pic 9(4)  value zero.
           05  unmatched-counter   pic 9(4)  value zero.
           05  transferred-counter pic 9(4)  value zero.
           05  picks-matched-counter    pic 9(4)  value zero.
           05  picks-unmatched-counter  pic 9(4)  value zero.
           05  released-counter    pic 9(4)  value zero.
           05  returns-counter     pic 9(4)  value zero.

      *----------------------------------------------------
      * One PO match report line - the receipt, the order
               value "OVER RECEIPT - LINE CLOSED".
           05  no-line-result      pic x(26)
               value "NO OPEN LINE FOR PART".
           05  return-reopened-result  pic x(26)
               value "RETURN - LINE REOPENED".
           05  return-closed-result  pic x(26)
               value "RETURN - OVER RECEIPT".
           05  return-reduced-result  pic x(26)
               value "RETURN - NO REPLACEMENT".

      *----------------------------------------------------
      * Report heading lines for the PO match report
      *----------------------------------------------------
       01  match-heading-1         pic x(80)
           value "RECEIPT AND RETURN TO PURCHASE ORDER MATCH".
       01  match-heading-2.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(9)   value "PO NUMBER".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "QTY ".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value "ORDER".
           05  filler              pic x(2)   value spaces.
       01  match-heading-3         pic x(80)
           value all "-".

      *----------------------------------------------------
      * One order match report line - the part, the order
      * and line, the quantity picked or released, and what
      * the line was left allocated, backordered and picked
      *----------------------------------------------------
       01  order-detail-line.
           05  om-part-number      pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(3)   value "SO ".
           05  om-order-number     pic 9(6).
           05  filler              pic x(1)   value "/".
           05  om-line-number      pic 9(3).
           05  filler              pic x(2)   value spaces.
           05  om-quantity         pic zzz9.
           05  filler              pic x(2)   value spaces.
           05  om-allocated-qty    pic zzz9.
           05  filler              pic x(2)   value spaces.
           05  om-backorder-qty    pic zzz9.
           05  filler              pic x(2)   value spaces.
           05  om-picked-qty       pic zzz9.
           05  filler              pic x(2)   value spaces.
           05  om-result           pic x(26).

      *----------------------------------------------------
      * Order match results - fixed texts moved into
      * om-result
      *----------------------------------------------------
       01  order-match-results.
           05  pick-applied-result pic x(26)
               value "PICK APPLIED".
           05  line-complete-result  pic x(26)
               value "PICK APPLIED - LINE CLOSED".
           05  picked-ahead-result pic x(26)
               value "PICKED AHEAD OF BACKORDER".
           05  over-pick-result    pic x(26)
               value "OVER PICK - LINE CLOSED".
           05  no-order-line-result  pic x(26)
               value "NO OPEN LINE ON ORDER".
           05  released-result     pic x(26)
               value "BACKORDER RELEASED".

      *----------------------------------------------------
      * Report heading lines for the order match report
      *----------------------------------------------------
       01  order-heading-1         pic x(80)
           value "CUSTOMER ORDER PICK AND BACKORDER REPORT".
       01  order-heading-2.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(13)  value "ORDER/LINE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "QTY".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "ALOC".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "BACK".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "PICK".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "RESULT".

      *----------------------------------------------------
      * Reject reasons - fixed texts moved into rej-reason
      *----------------------------------------------------
           05  bad-part-reason     pic x(40)
               value "PART NUMBER NOT NUMERIC OR ZERO".
           05  bad-type-reason     pic x(40)
               value "MOVEMENT TYPE NOT R, I, A, T OR V".
           05  bad-qty-reason      pic x(40)
               value "QUANTITY NOT NUMERIC".
           05  unknown-part-reason  pic x(40)
               value "ISSUE EXCEEDS QTY ON HAND".
           05  overflow-reason     pic x(40)
               value "RECEIPT EXCEEDS QTY ON HAND CAPACITY".
           05  location-short-reason  pic x(40)
               value "QUANTITY EXCEEDS STOCK AT LOCATION/BIN".
           05  same-place-reason   pic x(40)
               value "TRANSFER FROM AND TO THE SAME BIN".
           05  to-bin-overflow-reason  pic x(40)
               value "TRANSFER EXCEEDS QTY CAPACITY AT TO BIN".
           05  adjustment-range-reason  pic x(40)
               value "ADJUSTMENT PUTS PART TOTAL OUT OF RANGE".
           05  return-reference-reason  pic x(40)
               value "RETURN NEEDS PO NUMBER AND PO LINE".
           05  replacement-flag-reason  pic x(40)
               value "REPLACEMENT FLAG NOT Y OR N".
           05  no-po-file-reason   pic x(40)
               value "POFILE NOT FOUND - RETURN NOT POSTED".
           05  no-po-line-reason   pic x(40)
               value "PO LINE NOT ON POFILE".
           05  wrong-part-reason   pic x(40)
               value "PO LINE IS FOR ANOTHER PART".
           05  over-return-reason  pic x(40)
               value "RETURN EXCEEDS QTY RECEIVED ON PO LINE".
           05  return-stock-reason  pic x(40)
               value "RETURN EXCEEDS QTY ON HAND".
           05  unusable-stock-reason  pic x(40)
               value "PART SUPERSEDED - OLD STOCK NOT USABLE".

      *----------------------------------------------------
      * The reject reason for a receipt against a replaced
      * part number, naming the number to receive it under
      *----------------------------------------------------
       01  superseded-receipt-reason.
           05  filler              pic x(29)
               value "PART SUPERSEDED - RECEIVE AS ".
           05  superseded-by-part  pic 9(7).
           05  filler              pic x(4)   value spaces.

       01  file-not-found-message  pic x(40)
           value "INVFILE not found - nothing to post to.".
       01  movement-file-missing-message  pic x(40)
           value "MOVEFILE not found - nothing to post.".

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
      * Entry point - post every movement on the transaction
           perform  305-close-files.
           if  movement-file-is-open
               perform  334-reset-restart-log
               perform  386-register-batch
           end-if.
           perform  306-display-totals.

           if  inventory-file-is-open
               open input  movement-file-in
               if  movement-file-status = "00"
                   perform  380-verify-batch-control
                   if  batch-is-accepted
                       open input  movement-file-in
                       move "Y" to movement-opened-switch
                   else
                       move "N" to movement-opened-switch
                       move "Y" to movement-eof-switch
                       perform  385-display-batch-refusal
                   end-if
               else
                   move "N" to movement-opened-switch
                   move "Y" to movement-eof-switch
               open extend restart-log-file
               open extend stock-ledger-file
               open extend change-audit-file
               perform  350-open-location-stock
               perform  317-capture-run-stamp
               perform  316-open-po-master
               perform  360-open-customer-orders
               perform  329-open-return-register
               perform  373-open-supersessions
           end-if.

      *----------------------------------------------------
      * LOCSTOCK persists across runs and fills itself as
      * parts move, so the only time this opens OUTPUT - and
      * starts the file over - is the very first run, when
      * it does not exist yet.  Same pattern as DESCMT1's
      * 301-open-files
      *----------------------------------------------------
       350-open-location-stock.
           open i-o location-stock-file.
           if  location-file-status not = "00"
               open output location-stock-file
               close location-stock-file
               open i-o location-stock-file
           end-if.

      *----------------------------------------------------
               display "POFILE not found - receipts not matched."
           end-if.

      *----------------------------------------------------
      * CUSTORD only exists once ORDENT1 has taken an order,
      * so a missing file is a normal state - movements post
      * as always and the operator is told once that no
      * order matching was done
      *----------------------------------------------------
       360-open-customer-orders.
           open i-o customer-order-file.
           if  order-file-status = "00"
               move "Y" to order-opened-switch
               open output order-match-out
               move  order-heading-1  to  order-match-line
               write order-match-line
               move  order-heading-2  to  order-match-line
               write order-match-line
               move  match-heading-3  to  order-match-line
               write order-match-line
           else
               move "N" to order-opened-switch
               display "CUSTORD not found - orders not matched."
           end-if.

      *----------------------------------------------------
      * The next movement - the batch header is stepped
      * over and the trailer ends the file, both already
      * proved by 380-verify-batch-control
      *----------------------------------------------------
       302-read-next-movement.
           perform  381-read-raw-movement-line.
           if  not end-of-movement-file  and  movement-is-header
               perform  381-read-raw-movement-line
           end-if.
           if  not end-of-movement-file  and  movement-is-trailer
               move "Y" to movement-eof-switch
           end-if.

       381-read-raw-movement-line.
           read movement-file-in
               at end move "Y" to movement-eof-switch.

      *----------------------------------------------------
      * Before anything is posted, pass the whole file once
      * to prove the batch: a MOVEFILE header first, a
      * trailer last whose count and hash totals agree with
      * the lines between, and a batch id not already on the
      * processed-batch register.  The file is closed again
      * either way - only an accepted batch is reopened to
      * be posted
      *----------------------------------------------------
       380-verify-batch-control.
           move "Y" to batch-ok-switch.
           perform  381-read-raw-movement-line.
           if  end-of-movement-file  or  not movement-is-header
               move  no-header-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               move  movement-control-record  to  batch-header-line
               if  bhd-file-name not = "MOVEFILE"
                   move  wrong-file-reason  to  batch-refusal-reason
                   move "N" to batch-ok-switch
               end-if
           end-if.

           if  batch-is-accepted
               perform  381-read-raw-movement-line
               perform  382-total-one-batch-line
                        until  end-of-movement-file
               perform  383-check-batch-trailer
           end-if.
           if  batch-is-accepted
               perform  384-check-batch-register
           end-if.

           close movement-file-in.
           move "N" to movement-eof-switch.

      *----------------------------------------------------
      * Count and hash one line the way BATSTP1 or PICKLS1
      * did when it stamped the file - a field that is not
      * numeric adds nothing
      *----------------------------------------------------
       382-total-one-batch-line.
           if  batch-trailer-found
               move  after-trailer-reason  to  batch-refusal-reason
               move "N" to batch-ok-switch
           else
               if  movement-is-trailer
                   move "Y" to trailer-found-switch
                   move  movement-control-record  to  batch-trailer-line
               else
                   add 1 to batch-record-count
                   if  mov-quantity is numeric
                       move  mov-quantity  to  batch-hash-work
                       add  batch-hash-work  to  batch-qty-hash
                   end-if
                   if  mov-unit-cost is numeric
                       move  mov-unit-cost  to  batch-hash-work
                       compute batch-amount-hash
                               = batch-amount-hash
                               + batch-hash-work / 100
                   end-if
               end-if
           end-if.
           perform  381-read-raw-movement-line.

       383-check-batch-trailer.
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
       384-check-batch-register.
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

       385-display-batch-refusal.
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
       386-register-batch.
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
           move  "STKMOV1"         to  reg-program-name.
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
      * Screen the transaction's own fields first, then look
      * the part up and apply the quantity.  Every check that

      *----------------------------------------------------
      * A batch line is only trusted once its part number is
      * numeric and non-zero, its type is one of the
      * known codes, and its quantity is numeric - the same
      * screening PROJECT1's entry screens do interactively
      *----------------------------------------------------
                   and  not movement-is-receipt
                   and  not movement-is-issue
                   and  not movement-is-adjustment
                   and  not movement-is-transfer
                   and  not movement-is-return
               move  bad-type-reason  to  rej-reason
               perform  313-write-reject-line
           end-if.
               end-if
           end-if.

           if  transaction-is-applicable
                   and  movement-is-transfer
                   and  mov-to-place = mov-place
               move  same-place-reason  to  rej-reason
               perform  313-write-reject-line
           end-if.

           if  transaction-is-applicable
                   and  movement-is-return
               perform  328-validate-return-fields
           end-if.

           if  transaction-is-applicable
               if  movement-is-receipt  or  movement-is-issue
                   perform  372-check-part-superseded
               end-if
           end-if.

      *----------------------------------------------------
      * A return must name a PO that can be looked up - a
      * numeric, non-zero PO number in the reference and PO
      * line in its own field - and say Y or N (blank is N)
      * to a replacement
      *----------------------------------------------------
       328-validate-return-fields.
           move  mov-reference  to  mov-reference-work.
           if  mov-po-digits  is not numeric
                   or  mov-po-line-number  is not numeric
               move  return-reference-reason  to  rej-reason
               perform  313-write-reject-line
           else
               move  mov-po-digits       to  mov-po-number-num
               move  mov-po-line-number  to  mov-po-line-num
               if  mov-po-number-num = zero
                       or  mov-po-line-num = zero
                   move  return-reference-reason  to  rej-reason
                   perform  313-write-reject-line
               end-if
           end-if.

           if  transaction-is-applicable
               if  mov-replacement-flag not = "Y"
                       and  mov-replacement-flag not = "N"
                       and  mov-replacement-flag not = space
                   move  replacement-flag-reason  to  rej-reason
                   perform  313-write-reject-line
               end-if
           end-if.

           if  transaction-is-applicable
                   and  not po-file-is-open
               move  no-po-file-reason  to  rej-reason
               perform  313-write-reject-line
           end-if.

       312-write-reject-line-bad-part.
           move  bad-part-reason  to  rej-reason.
           perform  313-write-reject-line.
               not invalid key
                   move  inventory-record-out
                     to  record-before-image
                   perform  351-place-unplaced-part
                   perform  314-apply-quantity-to-record
           end-read.

      *----------------------------------------------------
      * A part that has never been given a LOCSTOCK row has
      * its whole qty on hand placed as unbinned stock
      * before anything moves, so its rows add up to the
      * INVFILE total from the first movement on.  The key
      * is part, location, bin - a START at the part with
      * the lowest possible place lands on its first row if
      * it has one
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
      * What one place holds for the part just read - zero
      * when the part has never been kept there
      *----------------------------------------------------
       353-read-place-quantity.
           move  part-number-out  to  loc-part-number.
           move  posting-place    to  loc-place.
           read location-stock-file
               invalid key
                   move  zero  to  posting-qty
               not invalid key
                   move  loc-qty-on-hand  to  posting-qty
           end-read.

      *----------------------------------------------------
      * Leave posting-qty in the part's row for posting-
      * place - rewritten when the row exists, written as a
      * new row when this is the first stock kept there
      *----------------------------------------------------
       354-post-place-quantity.
           move  part-number-out  to  loc-part-number.
           move  posting-place    to  loc-place.
           read location-stock-file
               invalid key
                   move  part-number-out  to  loc-part-number
                   move  posting-place    to  loc-place
                   move  posting-qty      to  loc-qty-on-hand
                   move  zero             to  loc-last-count-date
                   write location-stock-record
               not invalid key
                   move  posting-qty      to  loc-qty-on-hand
                   rewrite location-stock-record
           end-read.

      *----------------------------------------------------
      * Apply the movement to the record just read.  An issue
      * bigger than what is on hand, or a receipt that would
      *----------------------------------------------------
       314-apply-quantity-to-record.
           move  qty-on-hand-out  to  qty-before-movement.
           perform  355-check-place-quantities.
           if  transaction-is-applicable
               evaluate true
                   when movement-is-receipt
                       add  mov-quantity-num  to  qty-on-hand-out
                           on size error
                               move  overflow-reason  to  rej-reason
                               perform  313-write-reject-line
                           not on size error
                               perform  319-fold-receipt-cost-in
                               perform  315-rewrite-posted-record
                               perform  320-match-receipt-to-po
                               perform  365-release-backorders
                       end-add
                   when movement-is-issue
                       if  mov-quantity-num > qty-on-hand-out
                           move  below-zero-reason  to  rej-reason
                           perform  313-write-reject-line
                       else
                           subtract  mov-quantity-num
                               from  qty-on-hand-out
                           perform  315-rewrite-posted-record
                           perform  361-match-issue-to-order
                       end-if
                   when movement-is-adjustment
                       move  part-total-after  to  qty-on-hand-out
                       perform  315-rewrite-posted-record
                   when movement-is-transfer
                       perform  357-transfer-between-places
                   when movement-is-return
                       perform  325-post-return-to-vendor
               end-evaluate
           end-if.

      *----------------------------------------------------
      * Look at the bins the movement names before anything
      * is written: an issue or transfer cannot take more
      * than its bin holds, a receipt or transfer cannot
      * push a bin past what qty on hand can carry, and an
      * adjustment's new part total - the total less what
      * the bin held plus what the bin now holds - has to
      * fit the qty-on-hand picture as well
      *----------------------------------------------------
       355-check-place-quantities.
           move  mov-place  to  posting-place.
           perform  353-read-place-quantity.
           move  posting-qty  to  location-qty-before.

           evaluate true
               when movement-is-receipt
                   compute location-qty-after
                           = location-qty-before + mov-quantity-num
                   if  location-qty-after > 9999
                       move  overflow-reason  to  rej-reason
                       perform  313-write-reject-line
                   end-if
               when movement-is-issue  or  movement-is-return
                   if  mov-quantity-num > location-qty-before
                       move  location-short-reason  to  rej-reason
                       perform  313-write-reject-line
                   else
                       compute location-qty-after
                           = location-qty-before - mov-quantity-num
                   end-if
               when movement-is-adjustment
                   move  mov-quantity-num  to  location-qty-after
                   compute part-total-after
                           = qty-on-hand-out - location-qty-before
                           + mov-quantity-num
                   if  part-total-after < zero
                           or  part-total-after > 9999
                       move  adjustment-range-reason  to  rej-reason
                       perform  313-write-reject-line
                   end-if
               when movement-is-transfer
                   perform  356-check-transfer-quantities
           end-evaluate.

       356-check-transfer-quantities.
           if  mov-quantity-num > location-qty-before
               move  location-short-reason  to  rej-reason
               perform  313-write-reject-line
           else
               move  mov-to-place  to  posting-place
               perform  353-read-place-quantity
               move  posting-qty  to  to-qty-before
               compute location-qty-after
                       = to-qty-before + mov-quantity-num
               if  location-qty-after > 9999
                   move  to-bin-overflow-reason  to  rej-reason
                   perform  313-write-reject-line
               end-if
           end-if.

      *----------------------------------------------------
      * A transfer takes the quantity out of the from bin
      * and puts it into the to bin.  INVFILE is not
      * rewritten - the part total is what it was - but the
      * ledger still gets its line, with a zero quantity, so
      * the stock card shows the day the stock moved
      *----------------------------------------------------
       357-transfer-between-places.
           move  mov-place  to  posting-place.
           compute posting-qty
                   = location-qty-before - mov-quantity-num.
           perform  354-post-place-quantity.

           move  mov-to-place  to  posting-place.
           compute posting-qty
                   = to-qty-before + mov-quantity-num.
           perform  354-post-place-quantity.

           add 1 to applied-counter.
           add 1 to transferred-counter.
           perform  318-write-ledger-line.

      *----------------------------------------------------
      * Fold a costed receipt into the record's weighted-
      * average cost before the rewrite: what the old stock

       315-rewrite-posted-record.
           rewrite inventory-record-out.
           move  mov-place           to  posting-place.
           move  location-qty-after  to  posting-qty.
           perform  354-post-place-quantity.
           add 1 to applied-counter.
           perform  318-write-ledger-line.
           perform  341-write-change-audit-line.
                       move "Y" to po-search-done-switch
                   else
                       if  po-line-is-open
                           perform  375-check-po-line-part
                           if  po-line-part-matches
                               perform  323-apply-receipt-to-po-line
                               move "Y" to po-line-found-switch
                               move "Y" to po-search-done-switch
                           end-if
                       end-if
                   end-if
           end-read.
           write match-report-line.
           add 1 to unmatched-counter.

      *----------------------------------------------------
      * A return is checked against its PO line before any
      * stock moves - the line must exist, be for this part
      * and have received at least what is going back.  The
      * line read here stays in the record area for the
      * rewrite once the stock has come off
      *----------------------------------------------------
       325-post-return-to-vendor.
           move  mov-po-number-num  to  po-number.
           move  mov-po-line-num    to  po-line-number.
           read purchase-order-file
               invalid key
                   move  no-po-line-reason  to  rej-reason
                   perform  313-write-reject-line
               not invalid key
                   perform  375-check-po-line-part
                   if  not po-line-part-matches
                       move  wrong-part-reason  to  rej-reason
                       perform  313-write-reject-line
                   else
                       if  mov-quantity-num > po-received-qty
                           move  over-return-reason  to  rej-reason
                           perform  313-write-reject-line
                       end-if
                   end-if
           end-read.

           if  transaction-is-applicable
               if  mov-quantity-num > qty-on-hand-out
                   move  return-stock-reason  to  rej-reason
                   perform  313-write-reject-line
               else
                   subtract  mov-quantity-num  from  qty-on-hand-out
                   perform  315-rewrite-posted-record
                   perform  326-apply-return-to-po-line
                   perform  327-write-return-record
               end-if
           end-if.

      *----------------------------------------------------
      * Take the return off what the line has received.  A
      * replacement reopens the line for the next truck -
      * unless the return only took back an over receipt,
      * when the line still has all it ordered.  With no
      * replacement the order quantity comes down as well,
      * so the line waits for exactly what it waited for
      * before and stays closed if it was
      *----------------------------------------------------
       326-apply-return-to-po-line.
           compute outstanding-before
                   = po-order-qty - po-received-qty.
           if  outstanding-before < zero
               move  zero  to  outstanding-before
           end-if.
           subtract  mov-quantity-num  from  po-received-qty.
           if  replacement-is-expected
               if  po-received-qty < po-order-qty
                   move  "O"  to  po-status
                   move  return-reopened-result  to  mat-result
               else
                   move  return-closed-result  to  mat-result
               end-if
           else
               compute po-order-qty
                       = po-received-qty + outstanding-before
               move  return-reduced-result  to  mat-result
           end-if.
           rewrite purchase-order-record.
           add 1 to returns-counter.

           move  mov-part-number-num  to  mat-part-number.
           move  mov-po-number-num    to  mat-po-number.
           move  mov-quantity-num     to  mat-receipt-qty.
           move  po-order-qty         to  mat-order-qty.
           move  po-received-qty      to  mat-received-qty.
           move  match-detail-line    to  match-report-line.
           write match-report-line.

      *----------------------------------------------------
      * Put the return on the register with the credit it
      * is owed at the PO line's unit cost.  The MOVEFILE
      * line number keeps two returns against one line in
      * one run apart
      *----------------------------------------------------
       327-write-return-record.
           compute return-sequence = transactions-disposed + 1.
           move  po-number            to  rtv-po-number.
           move  po-line-number       to  rtv-po-line-number.
           move  run-date             to  rtv-posted-date.
           move  run-time             to  rtv-posted-time.
           move  return-sequence      to  rtv-posted-sequence.
           move  po-vendor-number     to  rtv-vendor-number.
           move  run-date             to  rtv-return-date.
           move  mov-part-number-num  to  rtv-part-number.
           move  mov-quantity-num     to  rtv-return-qty.
           move  po-unit-cost         to  rtv-unit-cost.
           compute rtv-credit-due
                   = mov-quantity-num * po-unit-cost.
           if  replacement-is-expected
               move  "Y"  to  rtv-replacement-flag
           else
               move  "N"  to  rtv-replacement-flag
           end-if.
           move  zero                 to  rtv-memo-date.
           move  "O"                  to  rtv-credit-status.
           move  zero                 to  rtv-credit-date.
           move  spaces               to  rtv-credit-reference.
           move  operator-id          to  rtv-operator-id.
           write return-record
               invalid key
                   display "Return already on RTVFILE: "
                           rtv-return-key
           end-write.

      *----------------------------------------------------
      * A receipt against a part number that has been
      * replaced, once the replacement is in effect, is
      * turned away with the number to receive it under.
      * An issue of the old stock is let through unless the
      * supersession says it is not to be used
      *----------------------------------------------------
       372-check-part-superseded.
           if  supersession-file-is-open
               move  mov-part-number-num  to  old-part-number-sup
               read supersession-file-in
                   invalid key
                       continue
                   not invalid key
                       if  effective-date-sup not > run-date
                           perform  374-reject-superseded-part
                       end-if
               end-read
           end-if.

       374-reject-superseded-part.
           if  movement-is-receipt
               move  new-part-number-sup  to  superseded-by-part
               move  superseded-receipt-reason  to  rej-reason
               perform  313-write-reject-line
           else
               if  not old-stock-is-usable
                   move  unusable-stock-reason  to  rej-reason
                   perform  313-write-reject-line
               end-if
           end-if.

      *----------------------------------------------------
      * A PO line belongs to the part moving when it was
      * ordered under that number, or under a number the
      * part has since replaced - the line's part is
      * followed along SUPFILE until it arrives at the part
      * moving or runs out of links
      *----------------------------------------------------
       375-check-po-line-part.
           move "N" to po-line-part-switch.
           if  po-part-number = mov-part-number-num
               move "Y" to po-line-part-switch
           else
               if  supersession-file-is-open
                   move  po-part-number  to  chain-part-number
                   move  zero  to  chain-step-counter
                   move "N" to chain-walk-switch
                   perform  376-follow-one-link
                            until  chain-walk-is-done
               end-if
           end-if.

       376-follow-one-link.
           add 1 to chain-step-counter.
           move  chain-part-number  to  old-part-number-sup.
           read supersession-file-in
               invalid key
                   move "Y" to chain-walk-switch
               not invalid key
                   move  new-part-number-sup  to  chain-part-number
                   if  chain-part-number = mov-part-number-num
                       move "Y" to po-line-part-switch
                       move "Y" to chain-walk-switch
                   end-if
                   if  chain-step-counter > 50
                       move "Y" to chain-walk-switch
                   end-if
           end-read.

      *----------------------------------------------------
      * SUPFILE only exists once SUPMT1 has keyed a
      * supersession, so a missing file is a normal state -
      * no part number has been replaced
      *----------------------------------------------------
       373-open-supersessions.
           open input supersession-file-in.
           if  supersession-file-status = "00"
               move "Y" to supersession-opened-switch
           else
               move "N" to supersession-opened-switch
           end-if.

      *----------------------------------------------------
      * RTVFILE persists across runs and starts empty, so
      * the first run ever creates it - the same create-
      * then-reopen pattern as LOCSTOCK below
      *----------------------------------------------------
       329-open-return-register.
           open i-o return-register-file.
           if  return-file-status not = "00"
               open output return-register-file
               close return-register-file
               open i-o return-register-file
           end-if.

      *----------------------------------------------------
      * An issue that just posted may have been a pick for
      * a customer order - when the reference is SO and an
      * order number and CUSTORD is there, walk that order's
      * lines for the part just issued
      *----------------------------------------------------
       361-match-issue-to-order.
           if  order-file-is-open
               move  mov-reference  to  order-reference-work
               if  mov-so-prefix = "SO"
                       and  mov-so-digits  is numeric
                   move  mov-so-digits  to  mov-order-number-num
                   if  mov-order-number-num > zero
                       perform  362-search-order-lines
                   end-if
               end-if
           end-if.

      *----------------------------------------------------
      * CUSTORD's key is the order number followed by the
      * line number, so - exactly as with POFILE - a START at
      * line zero of the order lands on its first line and
      * the lines are read until the order number changes
      * or the part's open line turns up
      *----------------------------------------------------
       362-search-order-lines.
           move  "N"  to  order-search-done-switch.
           move  "N"  to  order-line-found-switch.
           move  mov-order-number-num  to  ord-number.
           move  zero                  to  ord-line-number.
           start customer-order-file
               key is not less than ord-line-key
               invalid key
                   move "Y" to order-search-done-switch
           end-start.
           perform  363-read-next-order-line
                    until  order-search-is-done.
           if  not order-line-was-found
               perform  369-report-unmatched-pick
           end-if.

       363-read-next-order-line.
           read customer-order-file next record
               at end
                   move "Y" to order-search-done-switch
               not at end
                   if  ord-number not = mov-order-number-num
                       move "Y" to order-search-done-switch
                   else
                       if  ord-line-is-open
                               and  ord-part-number
                                    = mov-part-number-num
                           perform  364-apply-pick-to-order-line
                           move "Y" to order-line-found-switch
                           move "Y" to order-search-done-switch
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------
      * The pick comes off what the line had allocated.  A
      * pick bigger than that took stock nobody had promised
      * yet, so the excess comes off the backorder instead;
      * past the backorder as well it is an over pick.  The
      * line closes once nothing is allocated or backordered
      *----------------------------------------------------
       364-apply-pick-to-order-line.
           add  mov-quantity-num  to  ord-picked-qty.
           if  mov-quantity-num not > ord-allocated-qty
               subtract  mov-quantity-num  from  ord-allocated-qty
               move  pick-applied-result  to  om-result
           else
               compute pick-excess-qty
                       = mov-quantity-num - ord-allocated-qty
               move  zero  to  ord-allocated-qty
               if  pick-excess-qty not > ord-backorder-qty
                   subtract  pick-excess-qty  from  ord-backorder-qty
                   move  picked-ahead-result  to  om-result
               else
                   move  zero  to  ord-backorder-qty
                   move  over-pick-result  to  om-result
               end-if
           end-if.
           if  ord-allocated-qty = zero
                   and  ord-backorder-qty = zero
               move  "C"  to  ord-status
               if  om-result not = over-pick-result
                   move  line-complete-result  to  om-result
               end-if
           end-if.
           rewrite customer-order-record.
           add 1 to picks-matched-counter.
           move  mov-quantity-num  to  om-quantity.
           perform  368-write-order-match-line.

      *----------------------------------------------------
      * After a receipt posts, whatever the part's new qty
      * on hand leaves available-to-promise - on hand less
      * everything already allocated on open lines - goes
      * to its backorders.  The demand key is part then
      * order date, so the second pass over it releases the
      * oldest orders first
      *----------------------------------------------------
       365-release-backorders.
           if  order-file-is-open
               move  zero  to  part-allocated-total
               perform  366-start-part-demand
               perform  367-total-part-allocated
                        until  order-search-is-done
               compute available-to-promise
                       = qty-on-hand-out - part-allocated-total
               if  available-to-promise > zero
                   perform  366-start-part-demand
                   perform  370-release-next-backorder
                            until  order-search-is-done
                               or  available-to-promise = zero
               end-if
           end-if.

       366-start-part-demand.
           move  "N"              to  order-search-done-switch.
           move  part-number-out  to  ord-part-number.
           move  zero             to  ord-order-date.
           start customer-order-file
               key is not less than ord-demand-key
               invalid key
                   move "Y" to order-search-done-switch
           end-start.

       367-total-part-allocated.
           read customer-order-file next record
               at end
                   move "Y" to order-search-done-switch
               not at end
                   if  ord-part-number not = part-number-out
                       move "Y" to order-search-done-switch
                   else
                       if  ord-line-is-open
                           add  ord-allocated-qty
                             to  part-allocated-total
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------
      * Move as much of one line's backorder to allocated as
      * is still available, and report the release
      *----------------------------------------------------
       370-release-next-backorder.
           read customer-order-file next record
               at end
                   move "Y" to order-search-done-switch
               not at end
                   if  ord-part-number not = part-number-out
                       move "Y" to order-search-done-switch
                   else
                       if  ord-line-is-open
                               and  ord-backorder-qty > zero
                           perform  371-release-order-line
                       end-if
                   end-if
           end-read.

       371-release-order-line.
           if  ord-backorder-qty < available-to-promise
               move  ord-backorder-qty     to  release-qty
           else
               move  available-to-promise  to  release-qty
           end-if.
           add       release-qty  to    ord-allocated-qty.
           subtract  release-qty  from  ord-backorder-qty.
           subtract  release-qty  from  available-to-promise.
           rewrite customer-order-record.
           add 1 to released-counter.
           move  released-result  to  om-result.
           move  release-qty      to  om-quantity.
           perform  368-write-order-match-line.

       368-write-order-match-line.
           move  ord-part-number    to  om-part-number.
           move  ord-number         to  om-order-number.
           move  ord-line-number    to  om-line-number.
           move  ord-allocated-qty  to  om-allocated-qty.
           move  ord-backorder-qty  to  om-backorder-qty.
           move  ord-picked-qty     to  om-picked-qty.
           move  order-detail-line  to  order-match-line.
           write order-match-line.

      *----------------------------------------------------
      * The reference named an order but no open line for
      * this part was found on it - a mis-keyed reference or
      * a line already closed.  The order desk gets the line
      * either way; the stock has still been issued
      *----------------------------------------------------
       369-report-unmatched-pick.
           move  mov-part-number-num   to  om-part-number.
           move  mov-order-number-num  to  om-order-number.
           move  zero                  to  om-line-number.
           move  mov-quantity-num      to  om-quantity.
           move  zero                  to  om-allocated-qty.
           move  zero                  to  om-backorder-qty.
           move  zero                  to  om-picked-qty.
           move  no-order-line-result  to  om-result.
           move  order-detail-line     to  order-match-line.
           write order-match-line.
           add 1 to picks-unmatched-counter.

      *----------------------------------------------------
      * Echo the offending line to the rejects file with the
      * reason already placed in rej-reason, and stop any
           move  mov-quantity     to  rej-quantity.
           move  mov-reference    to  rej-reference.
           move  mov-unit-cost    to  rej-unit-cost.
           move  mov-location     to  rej-location.
           move  mov-bin          to  rej-bin.
           move  mov-to-location  to  rej-to-location.
           move  mov-to-bin       to  rej-to-bin.
           move  mov-po-line-number    to  rej-po-line-number.
           move  mov-replacement-flag  to  rej-replacement-flag.
           move  reject-detail-line  to  reject-record-out.
           write reject-record-out.
           add 1 to rejected-counter.
               close  restart-log-file
               close  stock-ledger-file
               close  change-audit-file
               close  location-stock-file
               close  return-register-file
           end-if.
           if  movement-file-is-open
               close  movement-file-in
               close  purchase-order-file
               close  match-report-out
           end-if.
           if  order-file-is-open
               close  customer-order-file
               close  order-match-out
           end-if.
           if  supersession-file-is-open
               close  supersession-file-in
           end-if.

      *----------------------------------------------------
      * Tell the operator how the run went - rejected lines
      * are already on MOVEREJ with their reasons, and the
      * PO matching is on POMATCH line by line, the order
      * matching on ORDMATCH
      *----------------------------------------------------
       306-display-totals.
           if  inventory-file-is-open
               display "Movements read:     " read-counter
               display "Movements applied:  " applied-counter
               display "Movements rejected: " rejected-counter
               display "Transfers applied:  " transferred-counter
               display "Returns to vendor:  " returns-counter
           end-if.
           if  movement-file-is-open
               display "Batch registered:   " bhd-batch-id
           end-if.
           if  po-file-is-open
               display "Receipts matched:   " matched-counter
               display "Receipts unmatched: " unmatched-counter
           end-if.
           if  order-file-is-open
               display "Picks matched:      " picks-matched-counter
               display "Picks unmatched:    "
                       picks-unmatched-counter
               display "Backorders released:" released-counter
           end-if.

       end program stkmov1.
