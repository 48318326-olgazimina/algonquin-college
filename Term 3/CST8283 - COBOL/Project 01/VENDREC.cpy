      * vendor-number-out), the vendor's name, and the
      * contact purchasing phones or faxes orders to.
      *
      * The lead time is how many days the vendor usually
      * takes from order to delivery - the replenishment
      * window RPTCAL1 sizes each part's reorder point to
      * cover.  Zero means it has not been keyed yet.
      * VENDFILEs written before the lead time was added
      * hold the old 55-byte record - VNDCNV1 (Vendor File
      * Convert) copies them once into this layout, lead
      * time zero.
      *
      * COPY this into an FD wherever VENDFILE is read or
      * written, the same discipline INVREC established for
      * the inventory file.  Use COPY ... REPLACING to rename
           05  vendor-number-vnd    pic 9(5).
           05  vendor-name-vnd      pic x(25).
           05  vendor-contact-vnd   pic x(25).
           05  vendor-lead-time-vnd pic 9(3).
