       program-id. batstp1 as "CST8283 BATSTP1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Stamps a keyed batch file with its batch header and
      * trailer (see BATCTL) so the job that posts it will
      * take it.  The office keys a movement file, a price
      * change file or a catalog load straight into an
      * editor; the operator runs this against it (STAMPIN)
      * and hands the stamped copy (STAMPOUT) on as MOVEFILE,
      * PRCHGFIL or LOADFILE.
      *
      * The operator names the file the batch is meant for.
      * A file that arrives without a header is a new batch:
      * it gets the next batch id off the shared control file
      * (BATCTLFIL, the same one REORDR1, CYCLCT1 and PICKLS1
      * draw on) and today's date and time.  A file that
      * already opens with a header is a restamp - the count
      * skeleton CYCLCT1 wrote once the counted figures are
      * keyed in, or the pick confirmation PICKLS1 wrote once
      * the warehouse has corrected it - and keeps the batch
      * id and creation stamp it was given, so the register
      * still knows it as the same batch.  Its header must
      * name the same file the operator did.
      *
      * Either way every old header or trailer line inside
      * the file is dropped and the records are recounted
      * and rehashed exactly the way the posting job will
      * recount them, and a fresh trailer is written after
      * the last one.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *----------------------------------------------------
      * The batch file as keyed, and the stamped copy
      *----------------------------------------------------
           select STAMP-FILE-IN
               assign to "STAMPIN"
                   organization is line sequential
               file status is stamp-file-status.

           select STAMP-FILE-OUT
               assign to "STAMPOUT"
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

       data division.
       file section.
       fd STAMP-FILE-IN.
      *----------------------------------------------------
      * One line of the keyed file, looked at through the
      * layout of whichever file the operator named - the
      * same layouts STKMOV1, PRICHG1, COUNTR1 and BULKLD1
      * read it with
      *----------------------------------------------------
       01  stamp-line-in           pic x(50).

      *----------------------------------------------------
      * A batch header or trailer already in the file
      *----------------------------------------------------
       01  stamp-control-record.
           05  stamp-control-id    pic x(3).
               88  stamp-line-is-header     value "HDR".
               88  stamp-line-is-trailer    value "TRL".
           05  filler              pic x(47).

      *----------------------------------------------------
      * Shared movement layout - MOVEFILE lines
      *----------------------------------------------------
           copy MOVREC.

      *----------------------------------------------------
      * A PRCHGFIL line - part, new price, effective date
      *----------------------------------------------------
       01  change-record-in.
           05  chg-part-number     pic x(7).
           05  chg-new-price       pic x(6).
           05  chg-effective-date  pic x(8).

      *----------------------------------------------------
      * A COUNTFIL line - part, counted qty, location, bin
      *----------------------------------------------------
       01  count-record-in.
           05  cnt-part-number     pic x(7).
           05  cnt-counted-qty     pic x(4).
           05  cnt-place.
               10  cnt-location    pic x(4).
               10  cnt-bin         pic x(6).

      *----------------------------------------------------
      * A LOADFILE line - one new catalog part
      *----------------------------------------------------
       01  load-record-in.
           05  load-part-number    pic x(7).
           05  load-qty-on-hand    pic x(4).
           05  load-reorder-point  pic x(4).
           05  load-unit-price     pic x(6).
           05  load-vendor-number  pic x(5).

       fd STAMP-FILE-OUT.
      *----------------------------------------------------
      * One line of the stamped copy
      *----------------------------------------------------
       01  stamp-line-out          pic x(50).

       fd BATCH-CONTROL-FILE.
      *----------------------------------------------------
      * The one control line - the last batch id used
      *----------------------------------------------------
       01  batch-control-record.
           05  ctl-last-batch-id   pic 9(8).

       working-storage section.
      *----------------------------------------------------
      * Which batch file is being stamped - only the four
      * keyed files are stamped here; REORDR1 stamps its own
      * suggestion file as it writes it
      *----------------------------------------------------
       01  requested-file-name     pic x(8)  value spaces.
           88  valid-batch-file-name
               value "MOVEFILE" "PRCHGFIL" "COUNTFIL" "LOADFILE".
           88  stamping-movement-file   value "MOVEFILE".
           88  stamping-price-file      value "PRCHGFIL".
           88  stamping-count-file      value "COUNTFIL".
           88  stamping-load-file       value "LOADFILE".

      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  stamp-eof-switch    pic x(1)  value "N".
               88  end-of-stamp-file        value "Y".
           05  stamp-opened-switch  pic x(1)  value "N".
               88  stamp-file-is-open       value "Y".
           05  restamp-switch      pic x(1)  value "N".
               88  batch-is-restamp         value "Y".

       01  file-status-fields.
           05  stamp-file-status   pic x(2).
           05  batch-control-status  pic x(2).

      *----------------------------------------------------
      * Shared batch header and trailer layouts - built
      * here and moved to the output line to be written
      *----------------------------------------------------
           copy BATCTL.

      *----------------------------------------------------
      * The batch being written - its id, and the count and
      * hash totals the trailer will carry
      *----------------------------------------------------
       01  batch-stamp-fields.
           05  last-batch-id       pic 9(8)  value zero.
           05  batch-record-count  pic 9(7)  value zero.
           05  batch-qty-hash      pic 9(11)  value zero.
           05  batch-amount-hash   pic 9(11)v99  value zero.
           05  batch-hash-work     pic 9(6)  value zero.

       01  stamp-totals.
           05  dropped-counter     pic 9(5)  value zero.

       01  stamp-messages.
           05  bad-file-name-message  pic x(44)
               value "Not a keyed batch file - nothing stamped.".
           05  stamp-missing-message  pic x(44)
               value "STAMPIN not found - nothing to stamp.".
           05  wrong-header-message  pic x(44)
               value "Header names another file - nothing stamped.".

       procedure division.
      *----------------------------------------------------
      * Entry point - header, every record recounted, then
      * the fresh trailer
      *----------------------------------------------------
       100-stamp-batch-file.
           perform  200-initialize.
           if  stamp-file-is-open
               perform  210-copy-one-line
                        until  end-of-stamp-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-accept-file-name.
           if  valid-batch-file-name
               perform  302-open-files
           else
               display  bad-file-name-message
           end-if.
           if  stamp-file-is-open
               perform  303-read-next-line
               perform  304-start-batch
           end-if.

      *----------------------------------------------------
      * Old control lines are dropped; everything else is
      * counted, hashed and copied across unchanged
      *----------------------------------------------------
       210-copy-one-line.
           if  stamp-line-is-header  or  stamp-line-is-trailer
               add 1 to dropped-counter
           else
               perform  305-total-one-line
               move  stamp-line-in  to  stamp-line-out
               write stamp-line-out
           end-if.
           perform  303-read-next-line.

       290-finalize.
           if  stamp-file-is-open
               perform  309-write-batch-trailer
               close  stamp-file-in
               close  stamp-file-out
           end-if.
           perform  310-display-totals.

       301-accept-file-name.
           display "Batch file (MOVEFILE PRCHGFIL COUNTFIL LOADFILE):".
           accept  requested-file-name.

       302-open-files.
           open input stamp-file-in.
           if  stamp-file-status = "00"
               move "Y" to stamp-opened-switch
           else
               move "N" to stamp-opened-switch
               display  stamp-missing-message
           end-if.

       303-read-next-line.
           read stamp-file-in
               at end move "Y" to stamp-eof-switch.

      *----------------------------------------------------
      * A header on the first line makes this a restamp and
      * keeps the batch as it was named; no header makes it
      * a new batch.  A header for some other file stops the
      * run before anything is written
      *----------------------------------------------------
       304-start-batch.
           if  not end-of-stamp-file  and  stamp-line-is-header
               move  stamp-control-record  to  batch-header-line
               if  bhd-file-name = requested-file-name
                   move "Y" to restamp-switch
                   move  bhd-batch-id  to  last-batch-id
                   perform  303-read-next-line
               else
                   display  wrong-header-message
                   display "Header file name:  " bhd-file-name
                   close  stamp-file-in
                   move "N" to stamp-opened-switch
               end-if
           else
               perform  307-take-next-batch-id
               move  requested-file-name  to  bhd-file-name
               move  last-batch-id        to  bhd-batch-id
               accept  bhd-created-date  from date yyyymmdd
               accept  bhd-created-time  from time
           end-if.

           if  stamp-file-is-open
               open output stamp-file-out
               move  batch-header-line  to  stamp-line-out
               write stamp-line-out
           end-if.

      *----------------------------------------------------
      * Count and hash one line the same way the posting job
      * will when it proves the batch - a field that is not
      * numeric adds nothing, and keyed no-decimal prices
      * (1250 = $12.50) are hashed as dollars and cents
      *----------------------------------------------------
       305-total-one-line.
           add 1 to batch-record-count.
           if  stamping-movement-file
               if  mov-quantity is numeric
                   move  mov-quantity  to  batch-hash-work
                   add  batch-hash-work  to  batch-qty-hash
               end-if
               if  mov-unit-cost is numeric
                   move  mov-unit-cost  to  batch-hash-work
                   perform  306-add-price-hash
               end-if
           end-if.
           if  stamping-price-file
               if  chg-new-price is numeric
                   move  chg-new-price  to  batch-hash-work
                   perform  306-add-price-hash
               end-if
           end-if.
           if  stamping-count-file
               if  cnt-counted-qty is numeric
                   move  cnt-counted-qty  to  batch-hash-work
                   add  batch-hash-work  to  batch-qty-hash
               end-if
           end-if.
           if  stamping-load-file
               if  load-qty-on-hand is numeric
                   move  load-qty-on-hand  to  batch-hash-work
                   add  batch-hash-work  to  batch-qty-hash
               end-if
               if  load-unit-price is numeric
                   move  load-unit-price  to  batch-hash-work
                   perform  306-add-price-hash
               end-if
           end-if.

       306-add-price-hash.
           compute batch-amount-hash
                   = batch-amount-hash + batch-hash-work / 100.

      *----------------------------------------------------
      * Take the next batch id off the shared control file
      * and write it straight back, the way POGEN1 keeps its
      * PO numbers - no control file yet means no batch has
      * ever been written
      *----------------------------------------------------
       307-take-next-batch-id.
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

       309-write-batch-trailer.
           move  bhd-file-name       to  btr-file-name.
           move  last-batch-id       to  btr-batch-id.
           move  batch-record-count  to  btr-record-count.
           move  batch-qty-hash      to  btr-qty-hash.
           move  batch-amount-hash   to  btr-amount-hash.
           move  batch-trailer-line  to  stamp-line-out.
           write stamp-line-out.

      *----------------------------------------------------
      * Tell the operator what went out, so the trailer
      * totals can be agreed to the keying sheets
      *----------------------------------------------------
       310-display-totals.
           if  stamp-file-is-open
               display "Batch file:          " bhd-file-name
               display "Batch id:            " last-batch-id
               if  batch-is-restamp
                   display "Restamped - batch id kept"
               end-if
               display "Records stamped:     " batch-record-count
               display "Quantity hash:       " batch-qty-hash
               display "Amount hash:         " batch-amount-hash
               if  dropped-counter > zero
                   display "Old control lines:   " dropped-counter
               end-if
           end-if.

       end program batstp1.
