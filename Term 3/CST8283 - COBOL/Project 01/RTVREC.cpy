      *----------------------------------------------------
      * RTVREC - shared return-to-vendor register layout
      *
      * One record on the returns register (RTVFILE) for
      * every return to vendor STKMOV1 posts - a type V
      * movement naming the PO and line the goods came in
      * on.  The record is what the vendor owes us for: the
      * quantity sent back at the PO line's unit cost.
      *
      * The key is the PO line followed by the date, time
      * and MOVEFILE line number of the posting run, so one
      * PO line's returns sit together oldest first.  The
      * alternate key is the vendor followed by the return
      * date, so RTVMEM1 can print one debit memo per vendor
      * and RTVOPN1 can list what each vendor still owes.
      *
      * A return starts with no memo date and the credit
      * outstanding.  RTVMEM1 stamps the memo date when the
      * debit memo goes out, and RTVOPN1 marks the credit
      * received, with the vendor's credit-note reference,
      * when the credit comes back.  The record is never
      * deleted - a settled return is the history of what
      * was sent back.
      *
      * COPY this into an FD wherever RTVFILE is read or
      * written, the same discipline INVREC established for
      * the inventory file.
      *----------------------------------------------------
       01  return-record.
           05  rtv-return-key.
               10  rtv-po-number       pic 9(6).
               10  rtv-po-line-number  pic 9(3).
               10  rtv-posted-date     pic 9(8).
               10  rtv-posted-time     pic 9(6).
               10  rtv-posted-sequence pic 9(4).
           05  rtv-vendor-key.
               10  rtv-vendor-number   pic 9(5).
               10  rtv-return-date     pic 9(8).
           05  rtv-part-number         pic 9(7).
           05  rtv-return-qty          pic 9(4).
           05  rtv-unit-cost           pic 9(4)v99.
           05  rtv-credit-due          pic 9(7)v99.
           05  rtv-replacement-flag    pic x(1).
               88  rtv-replacement-expected  value "Y".
           05  rtv-memo-date           pic 9(8).
           05  rtv-credit-status       pic x(1).
               88  rtv-credit-outstanding    value "O".
               88  rtv-credit-received       value "C".
           05  rtv-credit-date         pic 9(8).
           05  rtv-credit-reference    pic x(8).
           05  rtv-operator-id         pic x(8).
