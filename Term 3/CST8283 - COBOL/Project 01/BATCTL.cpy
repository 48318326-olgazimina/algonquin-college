      *----------------------------------------------------
      * BATCTL - shared batch header and trailer layouts
      *
      * Every batch file handed from one job to the next -
      * the reorder suggestions (REORDSG), the movement file
      * (MOVEFILE), the price changes (PRCHGFIL), the count
      * file (COUNTFIL) and the catalog load (LOADFILE) -
      * opens with one header line and closes with one
      * trailer line around its ordinary records.
      *
      * The header names the file the batch is meant for,
      * the batch id (taken off the shared batch-number
      * control file, BATCTLFIL, so no two batches anywhere
      * carry the same id) and when it was created.  The
      * trailer repeats the batch id and carries the number
      * of records between the two and two hash totals over
      * them:
      *
      *   file       quantity hash       amount hash
      *   REORDSG    sug-order-qty       sug-order-cost
      *   MOVEFILE   mov-quantity        mov-unit-cost
      *   PRCHGFIL   (zero)              new unit price
      *   COUNTFIL   counted qty         (zero)
      *   LOADFILE   qty on hand         unit price
      *
      * A field that is not numeric adds nothing to its
      * hash, and keyed no-decimal prices (1250 = $12.50)
      * are hashed as dollars and cents.  The job reading
      * the batch recounts and rehashes it before posting
      * anything, so a file cut short in transfer or edited
      * after it was stamped is refused instead of posted -
      * and the batch id is looked up on the processed-batch
      * register (BATCHREG, see BATREG) so the same batch can
      * never be posted twice.
      *
      * The record id in the first three columns is what
      * tells the two control lines from the records, none
      * of which start with HDR or TRL.  COPY this into the
      * working storage of every program that writes or
      * reads a batch file (the lines are built or examined
      * there and moved to and from the FD record, the same
      * way PRICHG1 fills its history line).
      *----------------------------------------------------
       01  batch-header-line.
           05  bhd-record-id       pic x(3)   value "HDR".
           05  bhd-file-name       pic x(8).
           05  bhd-batch-id        pic 9(8).
           05  bhd-created-date    pic 9(8).
           05  bhd-created-time    pic 9(6).

       01  batch-trailer-line.
           05  btr-record-id       pic x(3)   value "TRL".
           05  btr-file-name       pic x(8).
           05  btr-batch-id        pic 9(8).
           05  btr-record-count    pic 9(7).
           05  btr-qty-hash        pic 9(11).
           05  btr-amount-hash     pic 9(11)v99.
