      * record, whatever program applied it.  The ledger is
      * appended to across runs the way AUDITOUT and
      * PRICHIST are, never reset - it is the answer to
      * "why is this part showing what it shows".  At period
      * end ARCHPG1 moves the older lines to a dated archive
      * (LEDGARCH) in this same layout.
      *
      * The movement type says who moved it:
      *   R - receipt posted by STKMOV1
      *   I - issue posted by STKMOV1
      *   A - supervisor adjustment posted by STKMOV1
      *   T - transfer between locations posted by STKMOV1
      *       (quantity zero - the part total is unchanged)
      *   V - return to vendor posted by STKMOV1 against
      *       the PO line the goods came in on
      *   C - physical count applied by COUNTR1
      *   M - quantity change keyed through MAINT1
      *   D - record deleted through MAINT1
      *   O - opening balance, written once per part when
      *       PROJECT1 or BULKLD1 first puts it on file, or
      *       by LDGREC1 for a part that never had a line
      *       (the quantity is the whole opening qty, so the
      *       balance before it is zero)
      *   B - balance brought forward by ARCHPG1 when a
      *       part's older lines were archived - dated the
      *       retention date, the quantity is the whole
      *       balance the archive closed on, so again the
      *       balance before it is zero
      *
      * The quantity is the SIGNED change in qty on hand -
      * receipts positive, issues and returns negative,
      * adjustments and counts whatever the correction
      * came to - with the sign carried as its own leading
      * character so the file stays eyeball-able and
      * parseable.  The balance is qty on hand AFTER the
      * line was applied, so any line's opening balance is
      * its balance minus its quantity and a stock card can
      * be replayed from the ledger alone.
      *
      * COPY this into the working storage of every program
      * that posts quantity changes (the line is built there
      * and moved to the FD record, the same way PRICHG1
      * fills its history line) and into the working
      * storage of the stock-card inquiry, which reads it
      * back off the live ledger or an archive.
      *----------------------------------------------------
       01  ledger-detail-line.
           05  ldg-part-number     pic 9(7).
