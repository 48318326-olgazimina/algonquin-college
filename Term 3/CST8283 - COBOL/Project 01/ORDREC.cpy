      *----------------------------------------------------
      * ORDREC - shared customer-order line record layout
      *
      * One line of one customer order on the customer-order
      * file (CUSTORD), indexed by ord-line-key - the order
      * number ORDENT1 assigned followed by the line number
      * within the order, so one order's lines sit together
      * in key order and a keyed START on the order number
      * walks them, the same arrangement POREC gives POFILE.
      *
      * The part and the order date together are also an
      * alternate key (with duplicates), so one part's
      * demand can be walked oldest order first - which is
      * how the stock promised against a part is totalled
      * and how backorders are released as receipts post.
      *
      * The ordered quantity is split three ways, and the
      * three always add back up to it:
      *   allocated  - reserved out of stock on hand and
      *                waiting to be picked
      *   backorder  - could not be reserved when the order
      *                was taken, waiting for a receipt
      *   picked     - issued to the customer by STKMOV1
      * A part's available-to-promise is its qty on hand
      * less everything allocated against it.  The line
      * stays open (status O) until nothing is left
      * allocated or backordered, then closes (status C)
      * and is kept as the history of what was sold.
      *
      * Nothing on the line marks it as already on a pick
      * list - allocated stays allocated until STKMOV1 posts
      * the pick.  PICKLS1 instead refuses to print a new
      * list while its last PICKMOVE batch is not yet on the
      * processed-batch register (see PICKCTL there), so an
      * allocation is never sent to the warehouse twice.
      *
      * COPY this into an FD wherever CUSTORD is read or
      * written, the same discipline INVREC established for
      * the inventory file.
      *----------------------------------------------------
       01  customer-order-record.
           05  ord-line-key.
               10  ord-number          pic 9(6).
               10  ord-line-number     pic 9(3).
           05  ord-customer-name       pic x(25).
           05  ord-demand-key.
               10  ord-part-number     pic 9(7).
               10  ord-order-date      pic 9(8).
           05  ord-order-qty           pic 9(4).
           05  ord-allocated-qty       pic 9(4).
           05  ord-backorder-qty       pic 9(4).
           05  ord-picked-qty          pic 9(4).
           05  ord-status              pic x(1).
               88  ord-line-is-open             value "O".
               88  ord-line-is-closed           value "C".
