      *----------------------------------------------------
      * VINREC - shared vendor-invoice line record layout
      *
      * One line of one supplier invoice on the vendor-
      * invoice file (VINVFILE), as VINENT1 keys it off the
      * paper invoice - or as a supplier's own file arrives
      * in the same layout - waiting for VINMAT1 to match it
      * against the PO master.
      *
      * An invoice is identified by the vendor and the
      * vendor's own invoice number (two suppliers can both
      * send an invoice 1001), and each line names the PO
      * number and PO line it bills for, the part, the
      * quantity billed and the unit price billed - keyed
      * the same no-decimal way the screens take prices
      * (1250 = $12.50).
      *
      * COPY this into an FD wherever VINVFILE is read or
      * written, the same discipline INVREC established for
      * the inventory file.
      *----------------------------------------------------
       01  vendor-invoice-record.
           05  vin-invoice-key.
               10  vin-vendor-number   pic 9(5).
               10  vin-invoice-number  pic x(10).
               10  vin-invoice-line    pic 9(3).
           05  vin-invoice-date        pic 9(8).
           05  vin-po-line-key.
               10  vin-po-number       pic 9(6).
               10  vin-po-line-number  pic 9(3).
           05  vin-part-number         pic 9(7).
           05  vin-billed-qty          pic 9(5).
           05  vin-billed-unit-price   pic 9(4)v99.
