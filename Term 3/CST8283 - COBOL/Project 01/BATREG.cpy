      *----------------------------------------------------
      * BATREG - shared processed-batch register layout
      *
      * One record on the processed-batch register
      * (BATCHREG) for every batch file a posting job has
      * run to a clean finish - which file, the batch id
      * and creation stamp off its header, the program that
      * posted it and when, and the record count and hash
      * totals off its trailer (see BATCTL).
      *
      * The register is indexed by batch id and kept across
      * every run, never reset: POGEN1, STKMOV1, PRICHG1,
      * COUNTR1 and BULKLD1 all look a batch up here before
      * posting it and refuse one already on file, so a
      * resubmitted REORDSG cannot raise a second set of
      * purchase orders.  A run that dies part way does not
      * register its batch, so its restart is still let in.
      * BATREG1 prints the register for operations.
      *
      * COPY this into an FD wherever BATCHREG is read or
      * written, the same discipline INVREC established for
      * the inventory file.
      *----------------------------------------------------
       01  batch-register-record.
           05  reg-batch-id        pic 9(8).
           05  reg-file-name       pic x(8).
           05  reg-created-date    pic 9(8).
           05  reg-created-time    pic 9(6).
           05  reg-program-name    pic x(8).
           05  reg-processed-date  pic 9(8).
           05  reg-processed-time  pic 9(6).
           05  reg-record-count    pic 9(7).
           05  reg-qty-hash        pic 9(11).
           05  reg-amount-hash     pic 9(11)v99.
