      *----------------------------------------------------
      * MOVREC - shared stock-movement transaction layout
      *
      * One line on a movement transaction file (MOVEFILE)
      * as STKMOV1 posts it - keyed by the office from the
      * warehouse's slips, or written by PICKLS1 as the
      * issues a night's pick list should produce, for the
      * warehouse to confirm before it is posted.
      *
      * The movement type says what happened:
      *   R - receipt
      *   I - issue
      *   A - adjustment (quantity replaces what the bin
      *       holds)
      *   T - transfer from one location and bin to another
      *   V - return to vendor (quantity leaves stock and is
      *       sent back against the PO line it came in on)
      *
      * Every field is alphanumeric on purpose: a batch file
      * arrives with whatever was typed, and STKMOV1 checks
      * each one for numerics so a bad line becomes a reject
      * instead of an abend.
      *
      * COPY this into an FD wherever a movement file is
      * read or written, the same discipline INVREC
      * established for the inventory file.
      *----------------------------------------------------
       01  movement-record-in.
           05  mov-part-number     pic x(7).
           05  mov-type            pic x(1).
               88  movement-is-receipt      value "R".
               88  movement-is-issue        value "I".
               88  movement-is-adjustment   value "A".
               88  movement-is-transfer     value "T".
               88  movement-is-return       value "V".
           05  mov-quantity        pic x(4).
      *----------------------------------------------------
      * What the movement was made against - a PO number
      * on a receipt (matched to POFILE), SO and a customer
      * order number on an issue (matched to CUSTORD), the
      * PO number the goods came in on for a return to
      * vendor, or a
      * packing-slip number or anything else the warehouse
      * wants on the stock card
      *----------------------------------------------------
           05  mov-reference       pic x(8).
      *----------------------------------------------------
      * The unit cost off the supplier invoice, keyed the
      * same no-decimal way the screens take prices (1250 =
      * $12.50).  Only receipts carry it; a receipt whose
      * cost is blank or zero posts its quantity as always
      * and just leaves the average cost where it was - not
      * every slip reaches us with the invoice attached
      *----------------------------------------------------
           05  mov-unit-cost       pic x(6).
      *----------------------------------------------------
      * Where the movement happened - the location and bin
      * a receipt, issue, adjustment or return hits, or the
      * place a transfer takes stock from (see LOCREC).
      * Blank is the part's unbinned stock
      *----------------------------------------------------
           05  mov-place.
               10  mov-location    pic x(4).
               10  mov-bin         pic x(6).
      *----------------------------------------------------
      * The place a transfer puts the stock - not used by
      * any other movement type
      *----------------------------------------------------
           05  mov-to-place.
               10  mov-to-location pic x(4).
               10  mov-to-bin      pic x(6).
      *----------------------------------------------------
      * What a return to vendor needs besides the PO number
      * in its reference - the PO line the goods came in on,
      * and Y when the vendor is sending a replacement, so
      * the line is reopened to receive it.  Not used by any
      * other movement type
      *----------------------------------------------------
           05  mov-return-fields.
               10  mov-po-line-number  pic x(3).
               10  mov-replacement-flag  pic x(1).
                   88  replacement-is-expected  value "Y".
