       program-id. pickls1 as "CST8283 PICKLS1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * The nightly pick list.  Every open customer-order
      * line (CUSTORD, see ORDREC and ORDENT1) with stock
      * still allocated to it and not yet picked is printed,
      * grouped order by order under a heading with the
      * customer and the order date, so the warehouse can
      * pick a whole order and stage it in one trip.
      *
      * Each line is broken down by the bins it can be
      * picked from: the part's rows on the location-stock
      * file (LOCSTOCK, see LOCREC) are taken in key order,
      * as much from each as it holds, until the line is
      * covered - and what one order has already been sent
      * to take from a bin tonight is remembered, so the
      * next order for the same part is not sent to the
      * same empty shelf.  A line the bins cannot cover is
      * printed with the shortfall, for the warehouse to
      * chase before the truck leaves.
      *
      * A part that has never been given a LOCSTOCK row has
      * its INVFILE qty on hand placed as unbinned stock
      * (blank location and bin) before its bins are walked,
      * the same placement STKMOV1 and COUNTR1 make, so a
      * part untouched since location stock went in is
      * picked from the unbinned place instead of printing
      * short.
      *
      * Alongside the print, every pick is written to a
      * pick-confirmation file (PICKMOVE) in the movement
      * file layout (see MOVREC) - a type I issue for the
      * bin, with SO and the order number as its reference.
      * The warehouse corrects the quantities it actually
      * picked (or drops the lines it did not), and the file
      * is then posted by STKMOV1 like any other MOVEFILE:
      * that is what takes the stock off INVFILE and moves
      * the order line from allocated to picked.
      *
      * PICKMOVE is stamped as a MOVEFILE batch (see
      * BATCTL): a header carrying the next batch id off
      * BATCTLFIL and a trailer carrying the pick count and
      * the quantity hash.  When the warehouse corrects a
      * quantity or drops a line, BATSTP1 restamps the
      * trailer over the confirmed picks (keeping the batch
      * id) before STKMOV1 will post the file.
      *
      * An order line stays allocated until its pick is
      * posted, so a second run before then would list the
      * same stock again under a new batch id that BATCHREG
      * could not catch.  The batch id of every list that
      * sent the warehouse anything is kept on PICKCTL, and
      * the next run looks it up on the processed-batch
      * register (BATCHREG, see BATREG) first - while it is
      * not there the run is refused, naming the batch, and
      * the outstanding PICKLIST and PICKMOVE are left as
      * they are.  A lost list is reprinted from PICKLIST,
      * not rerun.  A batch that is never going to be posted
      * is released by operations emptying PICKCTL.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *----------------------------------------------------
      * The customer-order lines, read in order-number and
      * line order so each order's lines print together
      *----------------------------------------------------
           select CUSTOMER-ORDER-FILE-IN
               assign to "CUSTORD"
                   organization is indexed
                   access mode is sequential
                   record key is ord-line-key
                   alternate record key is ord-demand-key
                       with duplicates
               file status is order-file-status.

      *----------------------------------------------------
      * Stock by location and bin - one part's rows are
      * walked with a keyed START to find where to pick,
      * and an unplaced part is given its unbinned row
      *----------------------------------------------------
           select LOCATION-STOCK-FILE-IN
               assign to "LOCSTOCK"
                   organization is indexed
                   access mode is dynamic
                   record key is loc-stock-key
                   alternate record key is loc-place
                       with duplicates
               file status is location-file-status.

      *----------------------------------------------------
      * The inventory master - read by key for the qty on
      * hand of a part with no LOCSTOCK rows yet
      *----------------------------------------------------
           select INVENTORY-FILE-IN
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

           select DESCRIPTION-FILE-IN
               assign to "DESCFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-dsc
               file status is description-file-status.

           select PICK-LIST-OUT
               assign to "PICKLIST"
                   organization is line sequential.

      *----------------------------------------------------
      * The picks as issue transactions, for the warehouse
      * to confirm and STKMOV1 to post
      *----------------------------------------------------
           select PICK-MOVEMENT-OUT
               assign to "PICKMOVE"
                   organization is line sequential.

      *----------------------------------------------------
      * The last batch id handed out, shared by every job
      * that writes a batch file, so no two batches anywhere
      * carry the same id
      *----------------------------------------------------
           select BATCH-CONTROL-FILE
               assign to "BATCTLFIL"
                   organization is line sequential
               file status is batch-control-status.

      *----------------------------------------------------
      * The batch id of the last pick list that sent the
      * warehouse anything, and the processed-batch register
      * it is looked up on before another list is made
      *----------------------------------------------------
           select PICK-CONTROL-FILE
               assign to "PICKCTL"
                   organization is line sequential
               file status is pick-control-status.

           select BATCH-REGISTER-FILE
               assign to "BATCHREG"
                   organization is indexed
                   access mode is dynamic
                   record key is reg-batch-id
               file status is register-file-status.

       data division.
       file section.
       fd CUSTOMER-ORDER-FILE-IN.
      *----------------------------------------------------
      * Shared order line layout - read one line at a time,
      * so no renaming is needed
      *----------------------------------------------------
           copy ORDREC.

       fd LOCATION-STOCK-FILE-IN.
      *----------------------------------------------------
      * Shared location-stock layout - the loc- names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy LOCREC.

       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
      * Shared layout - one INVFILE record is read at a time,
      * so no renaming is needed
      *----------------------------------------------------
           copy INVREC.

       fd DESCRIPTION-FILE-IN.
      *----------------------------------------------------
      * Shared description layout - the -dsc names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy DESCREC.

       fd PICK-LIST-OUT.
      *----------------------------------------------------
      * One printed line of the pick list
      *----------------------------------------------------
       01  pick-line              pic x(80).

       fd PICK-MOVEMENT-OUT.
      *----------------------------------------------------
      * Shared movement layout - the same line STKMOV1 reads
      * off MOVEFILE, so the confirmed file posts unchanged
      *----------------------------------------------------
           copy MOVREC.
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL)
      *----------------------------------------------------
       01  movement-control-record  pic x(50).

       fd BATCH-CONTROL-FILE.
      *----------------------------------------------------
      * The one control line - the last batch id used
      *----------------------------------------------------
       01  batch-control-record.
           05  ctl-last-batch-id   pic 9(8).

       fd PICK-CONTROL-FILE.
      *----------------------------------------------------
      * The one control line - the last pick batch id, zero
      * when nothing is waiting to be posted
      *----------------------------------------------------
       01  pick-control-record.
           05  ctl-last-pick-batch-id  pic 9(8).

       fd BATCH-REGISTER-FILE.
      *----------------------------------------------------
      * Shared register layout - the reg- names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy BATREG.

       working-storage section.
      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  eof-switch          pic x(1)  value "N".
               88  end-of-order-file        value "Y".
           05  order-opened-switch pic x(1)  value "N".
               88  order-file-is-open       value "Y".
           05  location-opened-switch  pic x(1)  value "N".
               88  location-file-is-open    value "Y".
           05  inventory-opened-switch  pic x(1)  value "N".
               88  inventory-file-is-open   value "Y".
           05  part-placed-switch  pic x(1)  value "N".
               88  part-is-placed           value "Y".
           05  description-opened-switch  pic x(1)  value "N".
               88  description-file-is-open  value "Y".
           05  place-scan-switch   pic x(1)  value "N".
               88  place-scan-is-done       value "Y".
           05  taken-full-switch   pic x(1)  value "N".
               88  taken-table-is-full      value "Y".
           05  pick-batch-switch   pic x(1)  value "N".
               88  last-pick-batch-unposted  value "Y".

      *----------------------------------------------------
      * Open-time file statuses
      *----------------------------------------------------
       01  file-status-fields.
           05  order-file-status        pic x(2).
           05  location-file-status     pic x(2).
           05  inventory-file-status    pic x(2).
           05  description-file-status  pic x(2).
           05  pick-control-status      pic x(2).
           05  register-file-status     pic x(2).

      *----------------------------------------------------
      * The description fields looked up for the part being
      * printed - blank when the master is missing or the
      * part has no record
      *----------------------------------------------------
       01  description-found-fields.
           05  found-description   pic x(25)  value spaces.
           05  found-measure       pic x(4)   value spaces.

      *----------------------------------------------------
      * What tonight's list has already sent the warehouse
      * to take from each bin, so a second order for the
      * same part is pointed at what is left.  Looked up
      * with a SEARCH the way REORDR1 probes its on-order
      * table, and capped at 500 bins; past that the list
      * says so once and stops remembering, and STKMOV1's
      * bin check catches any shelf sent to twice
      *----------------------------------------------------
       01  taken-table.
           05  taken-count         pic 9(3)  value zero.
           05  taken-entry
                   occurs 1 to 500 times
                   depending on taken-count
                   indexed by taken-index.
               10  taken-part-number  pic 9(7).
               10  taken-place        pic x(10).
               10  taken-qty          pic 9(4).

       01  taken-table-full-message  pic x(44)
           value "Taken-bin table is full - bins may repeat.".

      *----------------------------------------------------
      * The line being broken down into bins - what is left
      * to find a shelf for, what the current bin can still
      * give, and how much of it is being taken
      *----------------------------------------------------
       01  pick-work-fields.
           05  qty-still-to-pick   pic 9(4)   value zero.
           05  bin-already-taken   pic 9(4)   value zero.
           05  bin-available-qty   pic s9(5)  value zero.
           05  bin-pick-qty        pic 9(4)   value zero.
           05  previous-order-number  pic 9(6)  value zero.

      *----------------------------------------------------
      * The reference every pick for an order carries - SO
      * and the order number, which is how STKMOV1 knows an
      * issue belongs to a customer order
      *----------------------------------------------------
       01  pick-reference.
           05  filler              pic x(2)  value "SO".
           05  pick-reference-order  pic 9(6).

      *----------------------------------------------------
      * Counters reported at the end of the run
      *----------------------------------------------------
       01  pick-totals.
           05  order-counter       pic 9(4)  value zero.
           05  order-line-counter  pic 9(4)  value zero.
           05  pick-counter        pic 9(4)  value zero.
           05  short-counter       pic 9(4)  value zero.
           05  units-to-pick       pic 9(6)  value zero.

      *----------------------------------------------------
      * Shared batch header and trailer layouts - built
      * here, written through movement-control-record
      *----------------------------------------------------
           copy BATCTL.

      *----------------------------------------------------
      * The batch being written - its id off the control
      * file, when it was created, and the count and hash
      * totals the trailer carries
      *----------------------------------------------------
       01  batch-stamp-fields.
           05  batch-control-status  pic x(2).
           05  last-batch-id       pic 9(8)  value zero.
           05  batch-created-date  pic 9(8)  value zero.
           05  batch-created-time  pic 9(6)  value zero.
           05  batch-record-count  pic 9(7)  value zero.
           05  batch-qty-hash      pic 9(11)  value zero.
           05  batch-amount-hash   pic 9(11)v99  value zero.

      *----------------------------------------------------
      * Pick list heading lines
      *----------------------------------------------------
       01  heading-line-1.
           05  filler              pic x(12)
               value "PICK LIST - ".
           05  heading-run-date    pic 9(8).
       01  heading-line-3          pic x(80)
           value all "-".

      *----------------------------------------------------
      * Printed ahead of each order's lines
      *----------------------------------------------------
       01  order-heading-line.
           05  filler              pic x(6)   value "ORDER ".
           05  order-heading-number  pic 9(6).
           05  filler              pic x(8)   value "  DATED ".
           05  order-heading-date  pic 9(8).
           05  filler              pic x(12)  value "  CUSTOMER ".
           05  order-heading-customer  pic x(25).
       01  order-column-line.
           05  filler              pic x(3)   value "LN".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(11)  value "DESCRIPTION".
           05  filler              pic x(16)  value spaces.
           05  filler              pic x(4)   value "UNIT".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "LOCN".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(6)   value "BIN".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "PICK".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "PICKED".

      *----------------------------------------------------
      * One pick - a line, the bin to take it from, how many
      * to take, and a ruled blank for what was actually
      * taken
      *----------------------------------------------------
       01  detail-line.
           05  detail-line-number  pic zz9.
           05  filler              pic x(2)   value spaces.
           05  detail-part-number  pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  detail-description  pic x(25).
           05  filler              pic x(2)   value spaces.
           05  detail-measure      pic x(4).
           05  filler              pic x(2)   value spaces.
           05  detail-location     pic x(4).
           05  filler              pic x(1)   value spaces.
           05  detail-bin          pic x(6).
           05  filler              pic x(2)   value spaces.
           05  detail-pick-qty     pic zzz9.
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "______".

      *----------------------------------------------------
      * Printed under a line its bins could not cover
      *----------------------------------------------------
       01  short-line.
           05  filler              pic x(14)  value spaces.
           05  filler              pic x(30)
               value "NOT IN ANY BIN - SHORT BY".
           05  short-qty           pic zzz9.

       01  order-not-found-message  pic x(44)
           value "CUSTORD not found - no orders to pick.".

      *----------------------------------------------------
      * The last pick batch, off PICKCTL, and why the run
      * will not make another list while it is unposted
      *----------------------------------------------------
       01  last-pick-batch-id      pic 9(8)  value zero.
       01  unposted-batch-messages.
           05  unposted-message-1  pic x(44)
               value "Last pick batch not yet posted - no list.".
           05  unposted-message-2  pic x(44)
               value "Post its PICKMOVE through STKMOV1 first.".

       procedure division.
      *----------------------------------------------------
      * Entry point - one pass over the order lines in key
      * order, printing each open allocated line's picks
      *----------------------------------------------------
       100-print-pick-list.
           perform  200-initialize.
           if  order-file-is-open
               perform  210-consider-one-line
                        until  end-of-order-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  321-check-last-pick-batch.
           if  not last-pick-batch-unposted
               perform  301-open-files
           end-if.
           if  order-file-is-open
               perform  302-print-list-heading
               perform  303-read-next-order-line
           end-if.

       210-consider-one-line.
           if  ord-line-is-open  and  ord-allocated-qty > zero
               perform  304-print-order-line
           end-if.
           perform  303-read-next-order-line.

       290-finalize.
           perform  305-close-files.
           perform  306-display-totals.

      *----------------------------------------------------
      * No order file means no orders have ever been taken.
      * Without LOCSTOCK every line prints as unbinned, and
      * without DESCFILE the descriptions print blank.
      * LOCSTOCK is opened I-O so an unplaced part can be
      * given its unbinned row; without INVFILE no part is
      * placed and an unplaced part prints short
      *----------------------------------------------------
       301-open-files.
           open input customer-order-file-in.
           if  order-file-status = "00"
               move "Y" to order-opened-switch
               open output pick-list-out
               open output pick-movement-out
               perform  317-write-batch-header
               open i-o location-stock-file-in
               if  location-file-status = "00"
                   move "Y" to location-opened-switch
               else
                   move "N" to location-opened-switch
               end-if
               open input inventory-file-in
               if  inventory-file-status = "00"
                   move "Y" to inventory-opened-switch
               else
                   move "N" to inventory-opened-switch
               end-if
               open input description-file-in
               if  description-file-status = "00"
                   move "Y" to description-opened-switch
               else
                   move "N" to description-opened-switch
               end-if
           else
               move "N" to order-opened-switch
               display order-not-found-message
           end-if.

       302-print-list-heading.
           accept  heading-run-date  from date yyyymmdd.
           move  heading-line-1  to  pick-line.
           write pick-line.
           move  heading-line-3  to  pick-line.
           write pick-line.

       303-read-next-order-line.
           read customer-order-file-in
               at end move "Y" to eof-switch.

      *----------------------------------------------------
      * One allocated line - a heading first if it starts a
      * new order, then a pick per bin until the allocated
      * quantity is covered, then the shortfall if the bins
      * ran out first
      *----------------------------------------------------
       304-print-order-line.
           if  ord-number not = previous-order-number
               perform  310-print-order-heading
           end-if.
           add 1 to order-line-counter.
           perform  313-look-up-description.
           move  ord-allocated-qty  to  qty-still-to-pick.

           if  location-file-is-open
               if  inventory-file-is-open
                   perform  319-place-unplaced-part
               end-if
               move  "N"              to  place-scan-switch
               move  ord-part-number  to  loc-part-number
               move  low-values       to  loc-place
               start location-stock-file-in
                   key is not less than loc-stock-key
                   invalid key
                       move "Y" to place-scan-switch
               end-start
               perform  311-take-from-next-bin
                        until  place-scan-is-done
                           or  qty-still-to-pick = zero
           else
               move  ord-part-number    to  loc-part-number
               move  spaces             to  loc-place
               move  qty-still-to-pick  to  bin-pick-qty
               perform  314-write-pick
           end-if.

           if  qty-still-to-pick > zero
               move  qty-still-to-pick  to  short-qty
               move  short-line         to  pick-line
               write pick-line
               add 1 to short-counter
           end-if.

       310-print-order-heading.
           move  ord-number  to  previous-order-number.
           add 1 to order-counter.
           move  spaces  to  pick-line.
           write pick-line.
           move  ord-number         to  order-heading-number.
           move  ord-order-date     to  order-heading-date.
           move  ord-customer-name  to  order-heading-customer.
           move  order-heading-line  to  pick-line.
           write pick-line.
           move  order-column-line  to  pick-line.
           write pick-line.

      *----------------------------------------------------
      * The next of the part's rows - what the bin holds less
      * what tonight's list already took from it is what it
      * can give this line
      *----------------------------------------------------
       311-take-from-next-bin.
           read location-stock-file-in next record
               at end
                   move "Y" to place-scan-switch
               not at end
                   if  loc-part-number not = ord-part-number
                       move "Y" to place-scan-switch
                   else
                       perform  312-find-taken-from-bin
                       compute bin-available-qty
                               = loc-qty-on-hand - bin-already-taken
                       if  bin-available-qty > zero
                           if  bin-available-qty < qty-still-to-pick
                               move  bin-available-qty
                                 to  bin-pick-qty
                           else
                               move  qty-still-to-pick
                                 to  bin-pick-qty
                           end-if
                           perform  314-write-pick
                           perform  315-remember-taken-from-bin
                       end-if
                   end-if
           end-read.

       312-find-taken-from-bin.
           move  zero  to  bin-already-taken.
           if  taken-count > zero
               set taken-index to 1
               search taken-entry
                   at end
                       continue
                   when taken-part-number (taken-index)
                            = loc-part-number
                        and taken-place (taken-index) = loc-place
                       move  taken-qty (taken-index)
                         to  bin-already-taken
               end-search
           end-if.

      *----------------------------------------------------
      * Add this pick to what the bin has given tonight - a
      * bin already in the table is added to, a new one
      * takes the next entry while there is room
      *----------------------------------------------------
       315-remember-taken-from-bin.
           if  bin-already-taken > zero
               compute taken-qty (taken-index)
                       = taken-qty (taken-index) + bin-pick-qty
           else
               if  taken-count < 500
                   add 1 to taken-count
                   set  taken-index  to  taken-count
                   move  loc-part-number
                     to  taken-part-number (taken-index)
                   move  loc-place     to  taken-place (taken-index)
                   move  bin-pick-qty  to  taken-qty (taken-index)
               else
                   if  not taken-table-is-full
                       move "Y" to taken-full-switch
                       display taken-table-full-message
                   end-if
               end-if
           end-if.

      *----------------------------------------------------
      * One pick onto both outputs - the printed line for
      * the picker, and the issue the confirmed pick will
      * post as
      *----------------------------------------------------
       314-write-pick.
           move  ord-line-number    to  detail-line-number.
           move  ord-part-number    to  detail-part-number.
           move  found-description  to  detail-description.
           move  found-measure      to  detail-measure.
           move  loc-location-code  to  detail-location.
           move  loc-bin-code       to  detail-bin.
           move  bin-pick-qty       to  detail-pick-qty.
           move  detail-line        to  pick-line.
           write pick-line.

           move  ord-number         to  pick-reference-order.
           move  ord-part-number    to  mov-part-number.
           move  "I"                to  mov-type.
           move  bin-pick-qty       to  mov-quantity.
           move  pick-reference     to  mov-reference.
           move  spaces             to  mov-unit-cost.
           move  loc-place          to  mov-place.
           move  spaces             to  mov-to-place.
           move  spaces             to  mov-return-fields.
           write movement-record-in.
           add 1 to batch-record-count.
           add  bin-pick-qty  to  batch-qty-hash.

           subtract  bin-pick-qty  from  qty-still-to-pick.
           add  bin-pick-qty  to  units-to-pick.
           add 1 to pick-counter.

      *----------------------------------------------------
      * DESCFILE is indexed by part number, so the lookup is
      * a direct keyed READ
      *----------------------------------------------------
       313-look-up-description.
           move  spaces  to  found-description.
           move  spaces  to  found-measure.
           if  description-file-is-open
               move  ord-part-number  to  part-number-dsc
               read description-file-in
                   invalid key
                       continue
                   not invalid key
                       move  part-description-dsc
                         to  found-description
                       move  unit-of-measure-dsc
                         to  found-measure
               end-read
           end-if.

      *----------------------------------------------------
      * Take the next batch id off the shared control file
      * and write it back at once, the way POGEN1 takes PO
      * numbers, so a run that dies cannot hand the same id
      * out twice.  A missing or empty control file means no
      * batch has ever been written
      *----------------------------------------------------
       316-take-next-batch-id.
           move  zero  to  last-batch-id.
           open input batch-control-file.
           if  batch-control-status = "00"
               read batch-control-file
                   at end
                       continue
                   not at end
                       move  ctl-last-batch-id  to  last-batch-id
               end-read
               close batch-control-file
           end-if.
           add 1 to last-batch-id.
           open output batch-control-file.
           move  last-batch-id  to  ctl-last-batch-id.
           write batch-control-record.
           close batch-control-file.

       317-write-batch-header.
           perform  316-take-next-batch-id.
           accept  batch-created-date  from date yyyymmdd.
           accept  batch-created-time  from time.
           move  "MOVEFILE"          to  bhd-file-name.
           move  last-batch-id       to  bhd-batch-id.
           move  batch-created-date  to  bhd-created-date.
           move  batch-created-time  to  bhd-created-time.
           move  batch-header-line   to  movement-control-record.
           write movement-control-record.

       318-write-batch-trailer.
           move  "MOVEFILE"          to  btr-file-name.
           move  last-batch-id       to  btr-batch-id.
           move  batch-record-count  to  btr-record-count.
           move  batch-qty-hash      to  btr-qty-hash.
           move  batch-amount-hash   to  btr-amount-hash.
           move  batch-trailer-line  to  movement-control-record.
           write movement-control-record.

       305-close-files.
           if  order-file-is-open
               perform  318-write-batch-trailer
               perform  322-record-pick-batch
               close  customer-order-file-in
               close  pick-list-out
               close  pick-movement-out
               if  location-file-is-open
                   close  location-stock-file-in
               end-if
               if  inventory-file-is-open
                   close  inventory-file-in
               end-if
               if  description-file-is-open
                   close  description-file-in
               end-if
           end-if.

       306-display-totals.
           if  order-file-is-open
               display "Orders on list:   " order-counter
               display "Lines to pick:    " order-line-counter
               display "Picks written:    " pick-counter
               display "Units to pick:    " units-to-pick
               display "Lines short:      " short-counter
               display "PICKMOVE batch:   " last-batch-id
           end-if.

      *----------------------------------------------------
      * A part that has never been given a LOCSTOCK row has
      * its whole INVFILE qty on hand placed as unbinned
      * stock, the placement STKMOV1 would make on posting,
      * so the bin walk finds it.  A START at the part with
      * the lowest possible place lands on its first row if
      * it has one
      *----------------------------------------------------
       319-place-unplaced-part.
           move  "N"              to  part-placed-switch.
           move  ord-part-number  to  loc-part-number.
           move  low-values       to  loc-place.
           start location-stock-file-in
               key is not less than loc-stock-key
               invalid key
                   continue
               not invalid key
                   perform  320-read-first-place
           end-start.
           if  not part-is-placed
               move  ord-part-number  to  part-number-out
               read inventory-file-in
                   invalid key
                       continue
                   not invalid key
                       move  part-number-out  to  loc-part-number
                       move  spaces           to  loc-place
                       move  qty-on-hand-out  to  loc-qty-on-hand
                       move  zero             to  loc-last-count-date
                       write location-stock-record
               end-read
           end-if.

       320-read-first-place.
           read location-stock-file-in next record
               at end
                   continue
               not at end
                   if  loc-part-number = ord-part-number
                       move "Y" to part-placed-switch
                   end-if
           end-read.

      *----------------------------------------------------
      * The last list's batch must be on the register before
      * another list is made - every allocation it sent the
      * warehouse for is still allocated until then.  No
      * register at all means nothing has ever been posted
      *----------------------------------------------------
       321-check-last-pick-batch.
           move  zero  to  last-pick-batch-id.
           open input pick-control-file.
           if  pick-control-status = "00"
               read pick-control-file
                   at end
                       continue
                   not at end
                       if  ctl-last-pick-batch-id is numeric
                           move  ctl-last-pick-batch-id
                             to  last-pick-batch-id
                       end-if
               end-read
               close pick-control-file
           end-if.

           if  last-pick-batch-id > zero
               move "Y" to pick-batch-switch
               open input batch-register-file
               if  register-file-status = "00"
                   move  last-pick-batch-id  to  reg-batch-id
                   read batch-register-file
                       invalid key
                           continue
                       not invalid key
                           move "N" to pick-batch-switch
                   end-read
                   close batch-register-file
               end-if
           end-if.

           if  last-pick-batch-unposted
               display  unposted-message-1
               display "PICKMOVE batch:   " last-pick-batch-id
               display  unposted-message-2
           end-if.

      *----------------------------------------------------
      * A list that sent the warehouse for anything leaves
      * its batch id for the next run to check; one with no
      * picks leaves nothing waiting to be posted
      *----------------------------------------------------
       322-record-pick-batch.
           open output pick-control-file.
           if  pick-counter > zero
               move  last-batch-id  to  ctl-last-pick-batch-id
           else
               move  zero  to  ctl-last-pick-batch-id
           end-if.
           write pick-control-record.
           close pick-control-file.

       end program pickls1.
