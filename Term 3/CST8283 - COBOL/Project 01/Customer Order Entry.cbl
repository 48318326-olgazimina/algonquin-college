       program-id. ordent1 as "CST8283 ORDENT1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Takes customer orders at the counter and reserves
      * the stock for them as they are keyed, so two people
      * at the counter can no longer promise the same last
      * ten units and find out only when STKMOV1 bounces
      * the second issue.
      *
      * Each order gets the next number off the order
      * control file (ORDCTLFIL, one line holding the last
      * order number used - the same arrangement POGEN1
      * keeps for PO numbers), and each line keyed against
      * it is written to the customer-order file (CUSTORD,
      * see ORDREC).  For every line the part's available-
      * to-promise is worked out on the spot - INVFILE qty
      * on hand less everything already allocated to open
      * order lines - and shown to the operator.  As much of
      * the line as that covers is allocated; whatever it
      * does not cover is backordered automatically, to be
      * released oldest order first as receipts post
      * through STKMOV1.
      *
      * PICKLS1 prints the allocated lines as the nightly
      * pick list, and the picks the warehouse confirms go
      * back through STKMOV1 as issues referencing the
      * order, which is what finally takes the stock off
      * INVFILE.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select INVENTORY-FILE-IN
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

      *----------------------------------------------------
      * The customer-order lines - written here, and walked
      * by part on the alternate key to total what is
      * already promised
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
      * The last order number assigned, carried across
      * sessions so two orders can never share a number
      *----------------------------------------------------
           select ORDER-CONTROL-FILE
               assign to "ORDCTLFIL"
                   organization is line sequential
               file status is control-file-status.

      *----------------------------------------------------
      * The part-description master - each part keyed is
      * echoed back with its description, so the operator
      * can see it is the right part before promising it
      *----------------------------------------------------
           select DESCRIPTION-FILE-IN
               assign to "DESCFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-dsc
               file status is description-file-status.

       data division.
       file section.
       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
      * Shared layout - read only here, so no renaming is
      * needed
      *----------------------------------------------------
           copy INVREC.

       fd CUSTOMER-ORDER-FILE.
      *----------------------------------------------------
      * Shared order line layout - one line is held at a
      * time, so no renaming is needed
      *----------------------------------------------------
           copy ORDREC.

       fd ORDER-CONTROL-FILE.
      *----------------------------------------------------
      * The one control line - the last order number used
      *----------------------------------------------------
       01  control-record.
           05  ctl-last-order-number  pic 9(6).

       fd DESCRIPTION-FILE-IN.
      *----------------------------------------------------
      * Shared description layout - the -dsc names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy DESCREC.

       working-storage section.
      *----------------------------------------------------
      * The order being keyed - who it is for, the number it
      * was given, and the line number the next line takes
      *----------------------------------------------------
       01  order-request.
           05  customer-name-in    pic x(25).
           05  last-order-number   pic 9(6)  value zero.
           05  current-line-number pic 9(3)  value zero.

      *----------------------------------------------------
      * One order line as keyed by the operator
      *----------------------------------------------------
       01  order-line-in.
           05  part-number-key     pic 9(7).
           05  order-qty-in        pic 9(4).

      *----------------------------------------------------
      * Switches showing whether the value just keyed in for
      * each field has passed validation yet - the field is
      * re-prompted until it has, the same discipline
      * DESCMT1 uses
      *----------------------------------------------------
       01  field-validity-switches.
           05  customer-valid-switch     pic x(1)  value "N".
               88  customer-is-valid             value "Y".
           05  part-number-valid-switch  pic x(1)  value "N".
               88  part-number-is-valid          value "Y".
           05  quantity-valid-switch     pic x(1)  value "N".
               88  quantity-is-valid             value "Y".

      *----------------------------------------------------
      * Switches governing the session
      *----------------------------------------------------
       01  run-switches.
           05  input-response      pic x(1).
           05  line-response       pic x(1).
           05  file-opened-switch  pic x(1)  value "N".
               88  inventory-file-is-open   value "Y".
           05  description-opened-switch  pic x(1)  value "N".
               88  description-file-is-open  value "Y".
           05  demand-scan-switch  pic x(1)  value "N".
               88  demand-scan-is-done      value "Y".

      *----------------------------------------------------
      * Open-time file statuses
      *----------------------------------------------------
       01  file-status-fields.
           05  inventory-file-status    pic x(2).
           05  order-file-status        pic x(2).
           05  control-file-status      pic x(2).
           05  description-file-status  pic x(2).

      *----------------------------------------------------
      * The available-to-promise arithmetic for the part on
      * the current line - what open lines already hold
      * allocated, what that leaves of qty on hand, and how
      * the new line splits between allocated and
      * backordered
      *----------------------------------------------------
       01  promise-work-fields.
           05  allocated-total     pic 9(6)   value zero.
           05  available-to-promise  pic s9(6)  value zero.
           05  line-allocated-qty  pic 9(4)   value zero.
           05  line-backorder-qty  pic 9(4)   value zero.
           05  found-description   pic x(25)  value spaces.

      *----------------------------------------------------
      * Today's date - every order keyed this session is
      * dated with it, and backorders release in date order
      *----------------------------------------------------
       01  run-date                pic 9(8)  value zero.

      *----------------------------------------------------
      * Counters reported at the end of the session
      *----------------------------------------------------
       01  entry-totals.
           05  order-counter       pic 9(4)  value zero.
           05  order-line-counter  pic 9(4)  value zero.
           05  allocated-counter   pic 9(6)  value zero.
           05  backordered-counter pic 9(6)  value zero.

      *----------------------------------------------------
      * Messages which will be shown at the screen during
      * program execution
      *----------------------------------------------------
       01  entry-messages.
           05  another-prompt      pic x(44)
               value "Enter another order? Please use: y or n".
           05  another-line-prompt pic x(44)
               value "Another line on this order? Please use: y/n".
           05  customer-prompt     pic x(31)
               value "Please enter the customer name:".
           05  part-number-prompt  pic x(29)
               value "Please enter the part number:".
           05  quantity-prompt     pic x(30)
               value "Please enter the quantity:".
           05  invalid-customer-message  pic x(19)
               value "- must not be blank".
           05  invalid-part-number-message  pic x(24)
               value "- must be greater than 0".
           05  unknown-part-message  pic x(24)
               value "- part not on INVFILE".
           05  invalid-quantity-message  pic x(24)
               value "- must be 1 to 9999".
           05  file-not-found-message  pic x(40)
               value "INVFILE not found - no stock to promise.".

       procedure division.
      *----------------------------------------------------
      * Entry point - open the files and take orders until
      * the operator is done
      *----------------------------------------------------
       100-enter-customer-orders.
           perform  200-initialize.
           if  inventory-file-is-open
               perform  210-process-one-order
                        until input-response = "n"
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-open-files.
           if  inventory-file-is-open
               accept  run-date  from date yyyymmdd
               perform  310-read-order-control
               perform  302-request-another
           end-if.

      *----------------------------------------------------
      * One order - who it is for, a new number, then lines
      * until the operator says the order is complete
      *----------------------------------------------------
       210-process-one-order.
           perform  303-request-customer.
           perform  312-start-new-order.
           move  "y"  to  line-response.
           perform  220-process-one-line
                    until  line-response = "n".
           perform  302-request-another.

       220-process-one-line.
           perform  304-request-order-line.
           perform  305-allocate-order-line.
           perform  306-write-order-line.
           perform  307-request-another-line.

       290-finalize.
           perform  308-close-files.
           perform  309-display-totals.

      *----------------------------------------------------
      * INVFILE must be there - there is nothing to promise
      * without it.  CUSTORD persists across sessions, so
      * the only time it opens OUTPUT is the very first
      * session, when it does not exist yet - the same
      * pattern DESCMT1 uses for its master
      *----------------------------------------------------
       301-open-files.
           open input inventory-file-in.
           if  inventory-file-status = "00"
               move "Y" to file-opened-switch
               open i-o customer-order-file
               if  order-file-status not = "00"
                   open output customer-order-file
                   close customer-order-file
                   open i-o customer-order-file
               end-if
               open input description-file-in
               if  description-file-status = "00"
                   move "Y" to description-opened-switch
               else
                   move "N" to description-opened-switch
               end-if
           else
               move "N" to file-opened-switch
               display file-not-found-message line 4 column 5
                       with blank screen
           end-if.

       302-request-another.
           display another-prompt
               line 20 column 5.
           accept input-response
               line 21 column 5.

       303-request-customer.
           move  "N"  to  customer-valid-switch.
           perform  311-accept-customer
                    until  customer-is-valid.

       311-accept-customer.
           display  customer-prompt   line 4  column 5 with blank
           screen.
           accept   customer-name-in  line 5  column 10.

           if  customer-name-in not = spaces
               move "Y" to customer-valid-switch
           else
               display invalid-customer-message line 5 column 36
           end-if.

      *----------------------------------------------------
      * Pick the numbering up where the last session left
      * off.  A missing or empty control file means no order
      * has ever been taken, so numbering starts from one
      *----------------------------------------------------
       310-read-order-control.
           open input order-control-file.
           if  control-file-status = "00"
               read order-control-file
                   at end
                       continue
                   not at end
                       move  ctl-last-order-number
                         to  last-order-number
               end-read
               close order-control-file
           end-if.

      *----------------------------------------------------
      * Take the next order number and rewrite the control
      * file the moment it is taken - the same reasoning as
      * POGEN1's 311-rewrite-po-control
      *----------------------------------------------------
       312-start-new-order.
           add 1 to last-order-number.
           open output order-control-file.
           move  last-order-number  to  ctl-last-order-number.
           write control-record.
           close order-control-file.

           move  zero  to  current-line-number.
           add 1 to order-counter.
           display "Order number:" line 6 column 5.
           display last-order-number line 6 column 19.

      *----------------------------------------------------
      * Collect the part and the quantity, re-prompting each
      * until it holds a sane value.  The part has to be on
      * INVFILE - there is no stock to promise otherwise
      *----------------------------------------------------
       304-request-order-line.
           move  "N"  to  part-number-valid-switch.
           perform  313-accept-part-number
                    until  part-number-is-valid.

           move  "N"  to  quantity-valid-switch.
           perform  314-accept-order-qty
                    until  quantity-is-valid.

       313-accept-part-number.
           display  part-number-prompt  line 8  column 5.
           accept   part-number-key     line 9  column 10.

           if  part-number-key  is numeric  and
                   part-number-key > 0
               move  part-number-key  to  part-number-out
               read inventory-file-in
                   invalid key
                       display unknown-part-message
                               line 9 column 36
                   not invalid key
                       move "Y" to part-number-valid-switch
                       perform  315-look-up-description
               end-read
           else
               display invalid-part-number-message line 9 column 36
           end-if.

       314-accept-order-qty.
           display  quantity-prompt  line 11  column 5.
           accept   order-qty-in     line 12  column 10.

           if  order-qty-in  is numeric  and  order-qty-in > 0
               move "Y" to quantity-valid-switch
           else
               display invalid-quantity-message line 12 column 36
           end-if.

      *----------------------------------------------------
      * DESCFILE is indexed by part number, so the lookup is
      * a direct keyed READ - a part with no description is
      * simply shown without one
      *----------------------------------------------------
       315-look-up-description.
           move  spaces  to  found-description.
           if  description-file-is-open
               move  part-number-out  to  part-number-dsc
               read description-file-in
                   invalid key
                       continue
                   not invalid key
                       move  part-description-dsc
                         to  found-description
               end-read
           end-if.
           display found-description line 9 column 36.

      *----------------------------------------------------
      * Available-to-promise is qty on hand less what every
      * open line already holds allocated for the part.  The
      * line gets as much of that as it asked for, and the
      * rest is backordered - the operator sees the split
      * before moving on
      *----------------------------------------------------
       305-allocate-order-line.
           perform  316-total-part-allocations.
           compute available-to-promise
                   = qty-on-hand-out - allocated-total.
           if  available-to-promise < zero
               move  zero  to  available-to-promise
           end-if.

           if  order-qty-in > available-to-promise
               move  available-to-promise  to  line-allocated-qty
           else
               move  order-qty-in          to  line-allocated-qty
           end-if.
           compute line-backorder-qty
                   = order-qty-in - line-allocated-qty.

           display "Available to promise:" line 14 column 5.
           display available-to-promise    line 14 column 28.
           display "Allocated:          " line 15 column 5.
           display line-allocated-qty      line 15 column 28.
           display "Backordered:        " line 16 column 5.
           display line-backorder-qty      line 16 column 28.

      *----------------------------------------------------
      * Walk the part's order lines on the alternate key -
      * part, then order date - from its first line to its
      * last, adding up what is allocated.  Closed lines
      * hold nothing allocated, so they add nothing
      *----------------------------------------------------
       316-total-part-allocations.
           move  zero  to  allocated-total.
           move  "N"   to  demand-scan-switch.
           move  part-number-out  to  ord-part-number.
           move  zero             to  ord-order-date.
           start customer-order-file
               key is not less than ord-demand-key
               invalid key
                   move "Y" to demand-scan-switch
           end-start.
           perform  317-read-next-demand-line
                    until  demand-scan-is-done.

       317-read-next-demand-line.
           read customer-order-file next record
               at end
                   move "Y" to demand-scan-switch
               not at end
                   if  ord-part-number not = part-number-out
                       move "Y" to demand-scan-switch
                   else
                       add  ord-allocated-qty  to  allocated-total
                   end-if
           end-read.

      *----------------------------------------------------
      * The line goes on file split the way it was shown -
      * nothing picked yet, and open until it is
      *----------------------------------------------------
       306-write-order-line.
           add 1 to current-line-number.
           move  last-order-number    to  ord-number.
           move  current-line-number  to  ord-line-number.
           move  customer-name-in     to  ord-customer-name.
           move  part-number-out      to  ord-part-number.
           move  run-date             to  ord-order-date.
           move  order-qty-in         to  ord-order-qty.
           move  line-allocated-qty   to  ord-allocated-qty.
           move  line-backorder-qty   to  ord-backorder-qty.
           move  zero                 to  ord-picked-qty.
           move  "O"                  to  ord-status.
           write customer-order-record
               invalid key
                   display "Order line already on file - not saved."
                           line 18 column 5
               not invalid key
                   add 1 to order-line-counter
                   add  line-allocated-qty  to  allocated-counter
                   add  line-backorder-qty  to  backordered-counter
           end-write.

       307-request-another-line.
           display another-line-prompt
               line 18 column 5.
           accept line-response
               line 19 column 5.

       308-close-files.
           if  inventory-file-is-open
               close  inventory-file-in
               close  customer-order-file
               if  description-file-is-open
                   close  description-file-in
               end-if
           end-if.

      *----------------------------------------------------
      * Output to the screen what this session took
      *----------------------------------------------------
       309-display-totals.
           if  inventory-file-is-open
               display "Orders taken:    " line 4 column 5
                       with blank screen
               display order-counter        line 4 column 24
               display "Lines keyed:     " line 5 column 5
               display order-line-counter   line 5 column 24
               display "Units allocated: " line 6 column 5
               display allocated-counter    line 6 column 24
               display "Units backordered:" line 7 column 5
               display backordered-counter  line 7 column 24
               display "Program is completed. Thank you."
                       line 9 column 5
           end-if.

       end program ordent1.
