      *----------------------------------------------------
      * APRREC - shared approved-invoice line record layout
      *
      * One invoice line VINMAT1 has matched to its PO line
      * and approved for payment.  The same line is written
      * twice: to the approved-for-payment file (APPROVED)
      * the accounts-payable package loads, and to the
      * approved-invoice register (INVCREG), which is kept
      * across every run so an invoice line can never be
      * approved a second time.
      *
      * The register is indexed by the invoice key - vendor,
      * the vendor's invoice number, line - and carries the
      * PO line billed as an alternate key with duplicates,
      * so everything already billed against one PO line
      * can be walked and totalled.
      *
      * The amount is the quantity at the unit price billed,
      * with two implied decimal places like every price on
      * the system.
      *
      * COPY this into an FD wherever INVCREG is read or
      * written, the same discipline INVREC established for
      * the inventory file.
      *----------------------------------------------------
       01  approved-invoice-record.
           05  apr-invoice-key.
               10  apr-vendor-number   pic 9(5).
               10  apr-invoice-number  pic x(10).
               10  apr-invoice-line    pic 9(3).
           05  apr-invoice-date        pic 9(8).
           05  apr-po-line-key.
               10  apr-po-number       pic 9(6).
               10  apr-po-line-number  pic 9(3).
           05  apr-part-number         pic 9(7).
           05  apr-billed-qty          pic 9(5).
           05  apr-unit-price          pic 9(4)v99.
           05  apr-amount              pic 9(9)v99.
           05  apr-approved-date       pic 9(8).
