      * a part whose shortfall is already covered by what is
      * on a truck produces no suggestion at all - so the
      * same shortage can never be ordered twice.
      *
      * Customer backorders are added in the other way: the
      * backordered remainder of every open customer-order
      * line (CUSTORD, see ORDREC and ORDENT1) is totalled
      * per part the same way, a part with any backorder is
      * considered even when it is not below its reorder
      * point, and what is backordered is added to what the
      * suggestion has to buy - stock already promised to a
      * customer is demand the reorder point never saw.
      *
      * A part number a supplier has replaced (SUPFILE, see
      * SUPREC and SUPMT1) is never suggested once the
      * replacement is in effect.  The replacing part - the
      * last number along the chain - is ordered instead,
      * and everything the replaced numbers still bring is
      * counted toward it: their open PO lines and their
      * customer backorders always, their stock on hand
      * when the supersession says the old stock can still
      * be used.  The worksheet shows the chain's totals on
      * the replacing part's line and, under it, one line
      * per replaced number with what it contributed.  A
      * supersession whose replacing part is no longer on
      * INVFILE is ignored, and the old number is reordered
      * as before.
      *
      * REORDSG is a batch file (see BATCTL): it opens with
      * a header carrying the next batch id off BATCTLFIL
      * and closes with a trailer carrying the suggestion
      * count and the quantity and cost hash totals, so
      * POGEN1 can refuse a file cut short or one it has
      * already turned into orders.
      *----------------------------------------------------

       environment division.
           select INVENTORY-FILE-IN
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-sug.

           select SUGGESTION-FILE-OUT
               assign to "REORDSG"
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

           select WORKSHEET-REPORT-OUT
               assign to "REORDWK"
                   organization is line sequential.
                   record key is part-number-dsc
               file status is description-file-status.

      *----------------------------------------------------
      * The customer-order lines, read once up front to
      * total what is backordered per part
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
      * The supersession master, read once up front to
      * table which part numbers have been replaced
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
       fd INVENTORY-FILE-IN.
      * turns into a purchase-order line (see SUGREC)
      *----------------------------------------------------
           copy SUGREC.
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL)
      *----------------------------------------------------
       01  suggestion-control-record  pic x(50).

       fd BATCH-CONTROL-FILE.
      *----------------------------------------------------
      * The one control line - the last batch id used
      *----------------------------------------------------
       01  batch-control-record.
           05  ctl-last-batch-id   pic 9(8).

       fd PURCHASE-ORDER-FILE-IN.
      *----------------------------------------------------
      *----------------------------------------------------
           copy POREC.

       fd CUSTOMER-ORDER-FILE-IN.
      *----------------------------------------------------
      * Shared order line layout - the ord- names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy ORDREC.

       fd DESCRIPTION-FILE-IN.
      *----------------------------------------------------
      * Shared description layout - the -dsc names do not
      *----------------------------------------------------
           copy DESCREC.

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - the -sup names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy SUPREC.

       fd WORKSHEET-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the worksheet
      *----------------------------------------------------
       01  report-line            pic x(120).

       working-storage section.
      *----------------------------------------------------
               88  po-file-is-open          value "Y".
           05  description-opened-switch  pic x(1)  value "N".
               88  description-file-is-open  value "Y".
           05  order-eof-switch    pic x(1)  value "N".
               88  end-of-order-file        value "Y".
           05  supersession-eof-switch  pic x(1)  value "N".
               88  end-of-supersession-file  value "Y".
           05  chain-walk-switch   pic x(1)  value "N".
               88  chain-walk-is-done       value "Y".
           05  superseded-switch   pic x(1)  value "N".
               88  part-is-superseded       value "Y".

      *----------------------------------------------------
      * DESCFILE's open-time status and the description
       01  po-file-fields.
           05  po-file-status      pic x(2).

      *----------------------------------------------------
      * CUSTORD's open-time status - the order file only
      * exists once ORDENT1 has taken an order, and with no
      * orders there is nothing backordered to add in
      *----------------------------------------------------
       01  order-file-fields.
           05  order-file-status   pic x(2).

      *----------------------------------------------------
      * SUPFILE's open-time status - the supersession master
      * only exists once SUPMT1 has keyed a replacement, and
      * without it every part stands on its own
      *----------------------------------------------------
       01  supersession-file-fields.
           05  supersession-file-status  pic x(2).

      *----------------------------------------------------
      * The date this run is made - a supersession counts
      * from its effective date on
      *----------------------------------------------------
       01  run-date                pic 9(8)  value zero.

      *----------------------------------------------------
      * What is already on order per part - the open PO
      * lines totalled into one table entry per part before
       01  on-order-table-full-message  pic x(42)
           value "On-order table is full - netting partial.".

      *----------------------------------------------------
      * What customers are waiting on per part - the open
      * order lines' backorders totalled the same way, with
      * the same cap and the same warning when it fills
      *----------------------------------------------------
       01  backorder-table.
           05  backorder-count     pic 9(3)  value zero.
           05  backorder-entry
                   occurs 1 to 200 times
                   depending on backorder-count
                   indexed by backorder-index.
               10  backorder-part  pic 9(7).
               10  backorder-qty   pic 9(5).

       01  backorder-table-full-message  pic x(44)
           value "Backorder table is full - demand partial.".

      *----------------------------------------------------
      * Every supersession in effect - the replaced part,
      * the part that replaced it, the last part along the
      * chain (the one actually ordered) and whether that
      * part is on INVFILE, and what the replaced part
      * brings toward it: stock on hand when the old stock
      * is usable, open PO quantity and backorders.  Capped
      * at 200 like the tables above
      *----------------------------------------------------
       01  supersession-table.
           05  sup-entry-count     pic 9(3)  value zero.
           05  sup-entry
                   occurs 1 to 200 times
                   depending on sup-entry-count
                   indexed by sup-index.
               10  sup-old-part        pic 9(7).
               10  sup-new-part        pic 9(7).
               10  sup-final-part      pic 9(7).
               10  sup-usable-flag     pic x(1).
               10  sup-final-found     pic x(1).
               10  sup-old-on-hand     pic 9(4).
               10  sup-old-on-order    pic 9(5).
               10  sup-old-backorder   pic 9(5).

       01  supersession-table-full-message  pic x(44)
           value "Supersession table is full - chain partial.".
       01  replacing-part-missing-message  pic x(44)
           value "Replacing part not on INVFILE - ignored:".

      *----------------------------------------------------
      * Walking a chain - the subscript of the entry being
      * resolved, the part reached so far and how many
      * links have been followed
      *----------------------------------------------------
       01  chain-walk-fields.
           05  sup-subscript       pic 9(3)  value zero.
           05  chain-part-number   pic 9(7)  value zero.
           05  chain-step-counter  pic 9(2)  value zero.

      *----------------------------------------------------
      * The suggestion being built for the current part -
      * the target level is twice the reorder point, so the
      * than cover the shortfall
      *----------------------------------------------------
       01  suggestion-work-fields.
           05  lookup-part-number  pic 9(7)  value zero.
           05  combined-on-hand    pic 9(5)  value zero.
           05  target-level        pic 9(5)  value zero.
           05  part-on-order-qty   pic 9(5)  value zero.
           05  part-backorder-qty  pic 9(5)  value zero.
           05  net-needed-qty      pic s9(6)  value zero.
           05  suggested-qty       pic 9(5)  value zero.
           05  suggested-cost      pic 9(9)v99  value zero.
       01  worksheet-totals.
           05  suggestion-counter  pic 9(4)  value zero.
           05  committed-spend     pic 9(9)v99  value zero.
           05  superseded-counter  pic 9(4)  value zero.

      *----------------------------------------------------
      * Shared batch header and trailer layouts - built
      * here, written through suggestion-control-record
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
      * Report heading lines
      *----------------------------------------------------
       01  heading-line-1          pic x(120)
           value "REORDER SUGGESTION WORKSHEET - PURCHASING".
       01  heading-line-2.
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(8)   value "ON ORDER".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(8)   value "BACKORD".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(8)   value "SUGG QTY".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(10)  value "UNIT PRICE".
           05  filler              pic x(10)  value spaces.
           05  filler              pic x(4)   value "COST".
       01  heading-line-3          pic x(120)
           value all "-".

      *----------------------------------------------------
           05  detail-description  pic x(25).
           05  filler              pic x(2)   value spaces.
           05  detail-measure      pic x(4).
           05  filler              pic x(3)   value spaces.
           05  detail-qty-on-hand  pic zzzz9.
           05  filler              pic x(5)   value spaces.
           05  detail-reorder-point  pic zzz9.
           05  filler              pic x(4)   value spaces.
           05  detail-on-order     pic zzzz9.
           05  filler              pic x(4)   value spaces.
           05  detail-backordered  pic zzzz9.
           05  filler              pic x(4)   value spaces.
           05  detail-suggested-qty  pic zzzz9.
           05  filler              pic x(4)   value spaces.
           05  detail-unit-price   pic zzz9.99.
           05  filler              pic x(2)   value spaces.
           05  detail-order-cost   pic zzzzzzzz9.99.

      *----------------------------------------------------
      * Line printed under a replacing part for each number
      * it replaced - what that number brought toward the
      * suggestion, under the same columns
      *----------------------------------------------------
       01  replaced-part-line.
           05  filler              pic x(4)   value spaces.
           05  filler              pic x(9)   value "REPLACES ".
           05  replaced-part-number  pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  replaced-note       pic x(23).
           05  replaced-on-hand    pic zzzz9.
           05  filler              pic x(13)  value spaces.
           05  replaced-on-order   pic zzzz9.
           05  filler              pic x(4)   value spaces.
           05  replaced-backordered  pic zzzz9.

       01  replaced-notes.
           05  old-stock-used-note    pic x(23)
               value "OLD STOCK COUNTED".
           05  old-stock-unused-note  pic x(23)
               value "OLD STOCK NOT USABLE".

      *----------------------------------------------------
      * Committed-spend total printed at the end of the
      * worksheet - the figure purchasing takes to the
       200-initialize.
           perform  301-open-files.
           perform  309-load-on-order-table.
           perform  316-load-backorder-table.
           perform  325-load-supersession-table.
           perform  331-start-inventory-pass.
           perform  302-print-report-heading.
           perform  303-read-next-inventory-record.

       301-open-files.
           open input  inventory-file-in.
           open output suggestion-file-out.
           perform  323-write-batch-header.
           open output worksheet-report-out.
           open input  description-file-in.
           if  description-file-status = "00"
           write report-line.

       303-read-next-inventory-record.
           read inventory-file-in next record
               at end move "Y" to eof-switch.

      *----------------------------------------------------
           end-if.

      *----------------------------------------------------
      * One pass over the customer-order lines, totalling
      * the backorder of every open line into one table
      * entry per part.  A missing CUSTORD just leaves the
      * table empty
      *----------------------------------------------------
       316-load-backorder-table.
           open input customer-order-file-in.
           if  order-file-status = "00"
               perform  317-read-next-order-line
               perform  318-total-one-order-line
                        until  end-of-order-file
               close customer-order-file-in
           end-if.

       317-read-next-order-line.
           read customer-order-file-in
               at end move "Y" to order-eof-switch.

       318-total-one-order-line.
           if  ord-line-is-open
                   and  ord-backorder-qty > zero
               perform  319-add-line-to-backorder-table
           end-if.
           perform  317-read-next-order-line.

       319-add-line-to-backorder-table.
           if  backorder-count > zero
               set backorder-index to 1
               search backorder-entry
                   at end
                       perform  320-open-new-backorder-entry
                   when backorder-part (backorder-index)
                            = ord-part-number
                       add  ord-backorder-qty
                         to  backorder-qty (backorder-index)
               end-search
           else
               perform  320-open-new-backorder-entry
           end-if.

       320-open-new-backorder-entry.
           if  backorder-count < 200
               add 1 to backorder-count
               move  ord-part-number  to
                     backorder-part (backorder-count)
               move  ord-backorder-qty  to
                     backorder-qty (backorder-count)
           else
               display backorder-table-full-message
           end-if.

      *----------------------------------------------------
      * Look up how much of the lookup part customers are
      * waiting on - zero when nothing is backordered
      *----------------------------------------------------
       321-find-backorder-qty.
           move  zero  to  part-backorder-qty.
           if  backorder-count > zero
               set backorder-index to 1
               search backorder-entry
                   at end
                       continue
                   when backorder-part (backorder-index)
                            = lookup-part-number
                       move  backorder-qty (backorder-index)
                         to  part-backorder-qty
               end-search
           end-if.

      *----------------------------------------------------
      * Look up how much of the lookup part is already on
      * order - zero when the part has no open PO lines
      *----------------------------------------------------
       314-find-on-order-qty.
                   at end
                       continue
                   when on-order-part (on-order-index)
                            = lookup-part-number
                       move  on-order-qty (on-order-index)
                         to  part-on-order-qty
               end-search
      * never be short, so they fall through untouched.
      * What is already on order counts toward the target,
      * and a shortfall the open POs fully cover produces
      * no suggestion - that stock is already bought.  A
      * part customers are waiting on is considered whatever
      * its reorder point, and the backorder is bought on
      * top of the target.  A replaced part is passed over,
      * and a replacing part's stock, orders and backorders
      * take in those of every number it replaced
      *----------------------------------------------------
       304-suggest-order-if-low.
           perform  330-check-part-superseded.
           if  not part-is-superseded
               move  part-number-sug  to  lookup-part-number
               perform  321-find-backorder-qty
               perform  314-find-on-order-qty
               perform  332-total-replaced-parts
               if  combined-on-hand < reorder-point-sug
                       or  part-backorder-qty > zero
                   compute target-level
                           = reorder-point-sug * 2
                   compute net-needed-qty
                           = target-level - combined-on-hand
                           - part-on-order-qty + part-backorder-qty
                   if  net-needed-qty > zero
                       move  net-needed-qty  to  suggested-qty
                       compute suggested-cost
                               = suggested-qty * unit-price-sug
                       add suggested-cost to committed-spend
                       add 1 to suggestion-counter
                       perform  307-write-suggestion-record
                       perform  308-print-worksheet-line
                   end-if
               end-if
           else
               add 1 to superseded-counter
           end-if.

       307-write-suggestion-record.
           move  unit-price-sug     to  sug-unit-price.
           move  suggested-cost     to  sug-order-cost.
           write suggestion-record-out.
           add 1 to batch-record-count.
           add  sug-order-qty   to  batch-qty-hash.
           add  sug-order-cost  to  batch-amount-hash.

       308-print-worksheet-line.
           perform  315-look-up-description.
           move  part-number-sug    to  detail-part-number.
           move  found-description  to  detail-description.
           move  found-measure      to  detail-measure.
           move  combined-on-hand   to  detail-qty-on-hand.
           move  reorder-point-sug  to  detail-reorder-point.
           move  part-on-order-qty  to  detail-on-order.
           move  part-backorder-qty to  detail-backordered.
           move  suggested-qty      to  detail-suggested-qty.
           move  unit-price-sug     to  detail-unit-price.
           move  suggested-cost     to  detail-order-cost.
           move  detail-line        to  report-line.
           write report-line.
           perform  334-print-replaced-part-line
                    varying sup-subscript from 1 by 1
                    until  sup-subscript > sup-entry-count.

      *----------------------------------------------------
      * The bottom line purchasing asked for - what the
               end-read
           end-if.

      *----------------------------------------------------
      * Take the next batch id off the shared control file
      * and write it back at once, the way POGEN1 takes PO
      * numbers, so a run that dies cannot hand the same id
      * out twice.  A missing or empty control file means no
      * batch has ever been written
      *----------------------------------------------------
       322-take-next-batch-id.
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

       323-write-batch-header.
           perform  322-take-next-batch-id.
           accept  batch-created-date  from date yyyymmdd.
           accept  batch-created-time  from time.
           move  "REORDSG"           to  bhd-file-name.
           move  last-batch-id       to  bhd-batch-id.
           move  batch-created-date  to  bhd-created-date.
           move  batch-created-time  to  bhd-created-time.
           move  batch-header-line   to  suggestion-control-record.
           write suggestion-control-record.

       324-write-batch-trailer.
           move  "REORDSG"           to  btr-file-name.
           move  last-batch-id       to  btr-batch-id.
           move  batch-record-count  to  btr-record-count.
           move  batch-qty-hash      to  btr-qty-hash.
           move  batch-amount-hash   to  btr-amount-hash.
           move  batch-trailer-line  to  suggestion-control-record.
           write suggestion-control-record.

      *----------------------------------------------------
      * One pass over SUPFILE before the worksheet is built,
      * tabling every supersession already in effect.  Each
      * entry is then followed to the end of its chain, and
      * what its replaced part still brings - stock, open
      * orders, backorders - is looked up once here.  A
      * missing SUPFILE just leaves the table empty
      *----------------------------------------------------
       325-load-supersession-table.
           accept  run-date  from date yyyymmdd.
           open input supersession-file-in.
           if  supersession-file-status = "00"
               perform  326-read-next-supersession
               perform  327-table-one-supersession
                        until  end-of-supersession-file
               close supersession-file-in
               perform  328-resolve-one-entry
                        varying sup-subscript from 1 by 1
                        until  sup-subscript > sup-entry-count
           end-if.

       326-read-next-supersession.
           read supersession-file-in next record
               at end move "Y" to supersession-eof-switch.

       327-table-one-supersession.
           if  effective-date-sup not > run-date
               if  sup-entry-count < 200
                   add 1 to sup-entry-count
                   move  old-part-number-sup
                     to  sup-old-part (sup-entry-count)
                   move  new-part-number-sup
                     to  sup-new-part (sup-entry-count)
                   move  old-stock-usable-sup
                     to  sup-usable-flag (sup-entry-count)
               else
                   display supersession-table-full-message
               end-if
           end-if.
           perform  326-read-next-supersession.

      *----------------------------------------------------
      * Follow the entry's replacing part along the table to
      * the last part in the chain, make sure that part is
      * on INVFILE, and total what the replaced part brings.
      * INVFILE is read by key here, before the worksheet
      * pass starts it from the top
      *----------------------------------------------------
       328-resolve-one-entry.
           move  sup-new-part (sup-subscript)  to  chain-part-number.
           move  zero  to  chain-step-counter.
           move "N" to chain-walk-switch.
           perform  329-follow-one-link
                    until  chain-walk-is-done.
           move  chain-part-number  to  sup-final-part (sup-subscript).

           move  chain-part-number  to  part-number-sug.
           read inventory-file-in
               invalid key
                   move "N" to sup-final-found (sup-subscript)
                   display replacing-part-missing-message
                   display chain-part-number
               not invalid key
                   move "Y" to sup-final-found (sup-subscript)
           end-read.

           move  zero  to  sup-old-on-hand (sup-subscript).
           if  sup-usable-flag (sup-subscript) = "Y"
               move  sup-old-part (sup-subscript)  to  part-number-sug
               read inventory-file-in
                   invalid key
                       continue
                   not invalid key
                       move  qty-on-hand-sug
                         to  sup-old-on-hand (sup-subscript)
               end-read
           end-if.

           move  sup-old-part (sup-subscript)  to  lookup-part-number.
           perform  314-find-on-order-qty.
           move  part-on-order-qty
             to  sup-old-on-order (sup-subscript).
           perform  321-find-backorder-qty.
           move  part-backorder-qty
             to  sup-old-backorder (sup-subscript).

       329-follow-one-link.
           add 1 to chain-step-counter.
           set sup-index to 1.
           search sup-entry
               at end
                   move "Y" to chain-walk-switch
               when sup-old-part (sup-index) = chain-part-number
                   move  sup-new-part (sup-index)
                     to  chain-part-number
           end-search.
           if  chain-step-counter > 50
               move "Y" to chain-walk-switch
           end-if.

      *----------------------------------------------------
      * The keyed reads above moved INVFILE's position, so
      * the worksheet pass is started from the lowest key
      *----------------------------------------------------
       331-start-inventory-pass.
           move  zero  to  part-number-sug.
           start inventory-file-in
               key is not less than part-number-sug
               invalid key
                   move "Y" to eof-switch
           end-start.

      *----------------------------------------------------
      * A part is passed over when it has been replaced and
      * the part that replaced it is there to be ordered
      *----------------------------------------------------
       330-check-part-superseded.
           move "N" to superseded-switch.
           if  sup-entry-count > zero
               set sup-index to 1
               search sup-entry
                   at end
                       continue
                   when sup-old-part (sup-index) = part-number-sug
                       if  sup-final-found (sup-index) = "Y"
                           move "Y" to superseded-switch
                       end-if
               end-search
           end-if.

      *----------------------------------------------------
      * Fold every number this part replaced, anywhere back
      * along its chain, into its on-hand, on-order and
      * backorder figures
      *----------------------------------------------------
       332-total-replaced-parts.
           move  qty-on-hand-sug  to  combined-on-hand.
           perform  333-add-one-replaced-part
                    varying sup-subscript from 1 by 1
                    until  sup-subscript > sup-entry-count.

       333-add-one-replaced-part.
           if  sup-final-part (sup-subscript) = part-number-sug
                   and  sup-final-found (sup-subscript) = "Y"
               add  sup-old-on-hand (sup-subscript)
                 to  combined-on-hand
               add  sup-old-on-order (sup-subscript)
                 to  part-on-order-qty
               add  sup-old-backorder (sup-subscript)
                 to  part-backorder-qty
           end-if.

       334-print-replaced-part-line.
           if  sup-final-part (sup-subscript) = part-number-sug
                   and  sup-final-found (sup-subscript) = "Y"
               move  sup-old-part (sup-subscript)
                 to  replaced-part-number
               if  sup-usable-flag (sup-subscript) = "Y"
                   move  old-stock-used-note  to  replaced-note
               else
                   move  old-stock-unused-note  to  replaced-note
               end-if
               move  sup-old-on-hand (sup-subscript)
                 to  replaced-on-hand
               move  sup-old-on-order (sup-subscript)
                 to  replaced-on-order
               move  sup-old-backorder (sup-subscript)
                 to  replaced-backordered
               move  replaced-part-line  to  report-line
               write report-line
           end-if.

       306-close-files.
           perform  324-write-batch-trailer.
           close  inventory-file-in.
           close  suggestion-file-out.
           close  worksheet-report-out.
           if  description-file-is-open
               close  description-file-in
           end-if.
           display "REORDSG batch id:   " last-batch-id.
           display "Suggestions:        " batch-record-count.
           display "Superseded skipped: " superseded-counter.

       end program reordr1.
