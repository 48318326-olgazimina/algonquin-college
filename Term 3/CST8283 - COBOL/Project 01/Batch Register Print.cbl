       program-id. batreg1 as "CST8283 BATREG1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Prints the processed-batch register (BATCHREG, see
      * BATREG) in batch-id order, so operations can see at
      * a glance which batches have been posted, by which
      * job and when, and agree each one's count and hash
      * totals back to the trailer it came in with (see
      * BATCTL) - the first thing anyone asks when a posting
      * job refuses a batch as already on the register.
      *
      * One line per batch, then the number of batches on
      * the register.  The register itself is never changed
      * here.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select BATCH-REGISTER-FILE-IN
               assign to "BATCHREG"
                   organization is indexed
                   access mode is sequential
                   record key is reg-batch-id
               file status is register-file-status.

           select REGISTER-REPORT-OUT
               assign to "BATREGRP"
                   organization is line sequential.

       data division.
       file section.
       fd BATCH-REGISTER-FILE-IN.
      *----------------------------------------------------
      * Shared register layout - read one batch at a time,
      * so no renaming is needed
      *----------------------------------------------------
           copy BATREG.

       fd REGISTER-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the report
      *----------------------------------------------------
       01  report-line            pic x(100).

       working-storage section.
      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  register-eof-switch  pic x(1)  value "N".
               88  end-of-register-file     value "Y".
           05  register-exists-switch  pic x(1)  value "N".
               88  register-file-exists     value "Y".

      *----------------------------------------------------
      * Open-time file status - no register yet means no
      * batch has ever been posted
      *----------------------------------------------------
       01  file-status-fields.
           05  register-file-status  pic x(2).

       01  report-totals.
           05  batch-counter       pic 9(6)  value zero.

      *----------------------------------------------------
      * Report heading lines
      *----------------------------------------------------
       01  heading-line-1          pic x(100)
           value "PROCESSED-BATCH REGISTER - OPERATIONS".
       01  heading-line-2.
           05  filler              pic x(8)   value "BATCH ID".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "FILE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "CREATED".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "PROGRAM".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "POSTED".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "AT".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "RECORDS".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(11)  value "   QTY HASH".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(14)
               value "   AMOUNT HASH".
       01  heading-line-3          pic x(100)
           value all "-".

      *----------------------------------------------------
      * Detail line printed for each batch on the register
      *----------------------------------------------------
       01  detail-line.
           05  detail-batch-id     pic 9(8).
           05  filler              pic x(2)   value spaces.
           05  detail-file-name    pic x(8).
           05  filler              pic x(2)   value spaces.
           05  detail-created-date pic 9(8).
           05  filler              pic x(2)   value spaces.
           05  detail-program-name pic x(8).
           05  filler              pic x(2)   value spaces.
           05  detail-processed-date  pic 9(8).
           05  filler              pic x(2)   value spaces.
           05  detail-processed-time  pic 9(6).
           05  filler              pic x(2)   value spaces.
           05  detail-record-count pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-qty-hash     pic zzzzzzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-amount-hash  pic zzzzzzzzzz9.99.

      *----------------------------------------------------
      * Total printed at the end of the report
      *----------------------------------------------------
       01  batch-total-line.
           05  filler              pic x(21)
               value "BATCHES ON REGISTER: ".
           05  batch-total-display pic zzzzz9.

       01  none-registered-line    pic x(100)
           value "No batches are on the register.".

       01  no-register-message     pic x(44)
           value "BATCHREG not found - no batches posted yet.".

       procedure division.
      *----------------------------------------------------
      * Entry point - one line per registered batch, then
      * the count
      *----------------------------------------------------
       100-print-batch-register.
           perform  200-initialize.
           if  register-file-exists
               perform  210-print-one-batch
                        until  end-of-register-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-open-files.
           if  register-file-exists
               perform  302-print-report-heading
               perform  303-read-next-batch
           end-if.

       210-print-one-batch.
           perform  304-print-detail-line.
           perform  303-read-next-batch.

       290-finalize.
           perform  305-print-batch-total.
           perform  306-close-files.
           perform  307-display-totals.

      *----------------------------------------------------
      * Without a register there is nothing to print and
      * the operator is told so
      *----------------------------------------------------
       301-open-files.
           open input batch-register-file-in.
           if  register-file-status = "00"
               move "Y" to register-exists-switch
               open output register-report-out
           else
               move "N" to register-exists-switch
               display no-register-message
           end-if.

       302-print-report-heading.
           move  heading-line-1  to  report-line.
           write report-line.
           move  heading-line-2  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

       303-read-next-batch.
           read batch-register-file-in
               at end move "Y" to register-eof-switch.

       304-print-detail-line.
           move  reg-batch-id        to  detail-batch-id.
           move  reg-file-name       to  detail-file-name.
           move  reg-created-date    to  detail-created-date.
           move  reg-program-name    to  detail-program-name.
           move  reg-processed-date  to  detail-processed-date.
           move  reg-processed-time  to  detail-processed-time.
           move  reg-record-count    to  detail-record-count.
           move  reg-qty-hash        to  detail-qty-hash.
           move  reg-amount-hash     to  detail-amount-hash.
           move  detail-line         to  report-line.
           write report-line.
           add 1 to batch-counter.

       305-print-batch-total.
           if  register-file-exists
               if  batch-counter = zero
                   move  none-registered-line  to  report-line
                   write report-line
               else
                   move  heading-line-3  to  report-line
                   write report-line
                   move  batch-counter  to  batch-total-display
                   move  batch-total-line  to  report-line
                   write report-line
               end-if
           end-if.

       306-close-files.
           if  register-file-exists
               close  batch-register-file-in
               close  register-report-out
           end-if.

       307-display-totals.
           if  register-file-exists
               display "Batches on register: " batch-counter
           end-if.

       end program batreg1.
