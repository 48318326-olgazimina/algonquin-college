               assign to "AUDITOUT"
                   organization is line sequential.

      *----------------------------------------------------
      * The stock-movement ledger - every part written here
      * opens its stock card with an opening-balance line,
      * so the ledger starts from a known figure.  Kept
      * across every run
      *----------------------------------------------------
           select STOCK-LEDGER-FILE
               assign to "STKLEDG"
                   organization is line sequential.

       data division.
       file section.
       fd INVENTORY-FILE-OUT.
      *----------------------------------------------------
       01  audit-line              pic x(80).

       fd STOCK-LEDGER-FILE.
      *----------------------------------------------------
      * One ledger line, built in working storage (see the
      * LEDGREC copy below) and moved here to be written,
      * the same way MAINT1 writes its ledger lines
      *----------------------------------------------------
       01  ledger-record-out       pic x(45).

       working-storage section.
      *----------------------------------------------------
      * Shared ledger line layout - built here, written
      * through ledger-record-out above
      *----------------------------------------------------
           copy LEDGREC.

      *----------------------------------------------------
      * Variables to store data which user entered for the row
      *----------------------------------------------------
       01  inventory-record-in.
           end-if.
           open extend checkpoint-file.
           open extend audit-file.
           open extend stock-ledger-file.
           perform  317-capture-session-id.

      *----------------------------------------------------
                   end-if

                   perform 318-write-audit-record
                   perform 324-write-opening-ledger-line
           end-write.

      *----------------------------------------------------
           move  audit-detail-line  to  audit-line.
           write audit-line.

      *----------------------------------------------------
      * Open the new part's stock card on the ledger with
      * the qty on hand it was keyed with - the balance
      * before it is zero, so the card replays from here
      *----------------------------------------------------
       324-write-opening-ledger-line.
           move  part-number-in      to  ldg-part-number.
           move  session-date        to  ldg-movement-date.
           move  session-time        to  ldg-movement-time.
           move  "O"                 to  ldg-movement-type.
           move  qty-on-hand-in      to  ldg-quantity.
           move  "PROJECT1"          to  ldg-reference.
           move  qty-on-hand-in      to  ldg-balance.
           move  ledger-detail-line  to  ledger-record-out.
           write ledger-record-out.

      *----------------------------------------------------
      * Accept the part number and reject it unless it is
      * numeric, greater than zero, and not already entered
           close  inventory-file-out.
           close  checkpoint-file.
           close  audit-file.
           close  stock-ledger-file.
           perform  319-reset-checkpoint-log.

      *----------------------------------------------------
