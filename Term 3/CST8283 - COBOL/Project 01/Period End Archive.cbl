       program-id. archpg1 as "CST8283 ARCHPG1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Period-end archive and purge of the four trails this
      * system appends to across runs and never resets - the
      * stock-movement ledger (STKLEDG, see LEDGREC), the
      * change-audit trail (CHGAUDIT, see CHGAUD), PROJECT1's
      * keyed-entry trail (AUDITOUT) and the price history
      * (PRICHIST, see PRHREC).  Left alone they grow toward
      * the space limit, and STKCRD1, CHGINQ1 and AUDINQ1
      * read every year of them end to end for every
      * inquiry.
      *
      * A retention date is keyed (or read off SYSIN) at the
      * start and confirmed.  Each trail in turn is read end
      * to end; every line dated before the retention date
      * is moved, unchanged, to that trail's archive and
      * every other line is kept.  The live trail is then
      * rewritten with only the kept lines.  The date tested
      * is the date the line was written - the movement date
      * on the ledger, the change date on CHGAUDIT, the
      * entry date on AUDITOUT and the applied date on
      * PRICHIST.  A line whose date does not parse is never
      * trusted to be old enough to move, so it is kept and
      * counted.
      *
      * The archives are DD names like every other file
      * here, so the period-end JCL points each one at a
      * dataset named for the period, the way SNAPSH1's
      * SNAPFILE is handled:
      *   LEDGARCH - archived STKLEDG lines
      *   CHGAARCH - archived CHGAUDIT lines
      *   AUDTARCH - archived AUDITOUT lines
      *   PRHSARCH - archived PRICHIST lines
      * Lines are archived in exactly the layout they were
      * written in, so STKCRD1, CHGINQ1 and AUDINQ1 read an
      * archive with the same copybooks when asked about an
      * older period.  An archive that already exists is
      * added to, never overwritten.
      *
      * STKLEDG gets one carried-forward line per part whose
      * lines were moved (type B, dated the retention date,
      * reference CARRYFWD), carrying the balance its last
      * archived line left as both quantity and balance, so
      * every stock card still opens on the right figure and
      * LDGREC1 still finds an unbroken chain.  A part's
      * lines are only moved up to its first kept line, so a
      * chain is never split, and a part whose last archived
      * line is a delete is not carried forward at all.
      * Parts beyond the 5000 the table holds keep all their
      * lines on STKLEDG.
      *
      * Control totals per trail go to ARCHRPT - lines read,
      * moved, kept (unreadable lines included), carried
      * forward and rewritten - and are proved there: read
      * must equal moved plus kept, and rewritten must equal
      * kept plus carried forward.
      *
      * GLJRN1 and RPTCAL1 read the live ledger and price
      * history for the periods they are asked about, so the
      * retention date must not fall inside an open month or
      * a usage window still to be reviewed.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *----------------------------------------------------
      * The four live trails - each read once end to end,
      * then reopened for output and rewritten with the
      * lines that were kept
      *----------------------------------------------------
           select LEDGER-FILE
               assign to "STKLEDG"
                   organization is line sequential
               file status is ledger-file-status.

           select CHANGE-AUDIT-FILE
               assign to "CHGAUDIT"
                   organization is line sequential
               file status is change-audit-status.

           select AUDIT-FILE
               assign to "AUDITOUT"
                   organization is line sequential
               file status is audit-file-status.

           select PRICE-HISTORY-FILE
               assign to "PRICHIST"
                   organization is line sequential
               file status is price-history-status.

      *----------------------------------------------------
      * The dated archives, one per trail - appended to when
      * the dataset is already there, created when it is not
      *----------------------------------------------------
           select LEDGER-ARCHIVE-OUT
               assign to "LEDGARCH"
                   organization is line sequential
               file status is ledger-archive-status.

           select CHANGE-AUDIT-ARCHIVE-OUT
               assign to "CHGAARCH"
                   organization is line sequential
               file status is change-archive-status.

           select AUDIT-ARCHIVE-OUT
               assign to "AUDTARCH"
                   organization is line sequential
               file status is audit-archive-status.

           select PRICE-HISTORY-ARCHIVE-OUT
               assign to "PRHSARCH"
                   organization is line sequential
               file status is history-archive-status.

      *----------------------------------------------------
      * Holds the kept lines of the trail in hand while its
      * live dataset is rewritten - wide enough for the
      * widest trail line (CHGAUDIT)
      *----------------------------------------------------
           select ARCHIVE-WORK-FILE
               assign to "ARCHWORK"
                   organization is line sequential.

           select ARCHIVE-REPORT-OUT
               assign to "ARCHRPT"
                   organization is line sequential.

       data division.
       file section.
       fd LEDGER-FILE.
      *----------------------------------------------------
      * One ledger line - taken apart through the LEDGREC
      * copy in working storage below
      *----------------------------------------------------
       01  ledger-record           pic x(45).

       fd CHANGE-AUDIT-FILE.
      *----------------------------------------------------
      * One change-audit line - taken apart through the
      * CHGAUD copy in working storage below
      *----------------------------------------------------
       01  change-audit-record     pic x(170).

       fd AUDIT-FILE.
      *----------------------------------------------------
      * One keyed-entry audit line, as PROJECT1's
      * audit-detail-line writes it
      *----------------------------------------------------
       01  audit-record            pic x(80).

       fd PRICE-HISTORY-FILE.
      *----------------------------------------------------
      * One price-history line - taken apart through the
      * PRHREC copy in working storage below
      *----------------------------------------------------
       01  price-history-record    pic x(49).

       fd LEDGER-ARCHIVE-OUT.
       01  ledger-archive-record   pic x(45).

       fd CHANGE-AUDIT-ARCHIVE-OUT.
       01  change-archive-record   pic x(170).

       fd AUDIT-ARCHIVE-OUT.
       01  audit-archive-record    pic x(80).

       fd PRICE-HISTORY-ARCHIVE-OUT.
       01  history-archive-record  pic x(49).

       fd ARCHIVE-WORK-FILE.
       01  work-record             pic x(170).

       fd ARCHIVE-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the control report
      *----------------------------------------------------
       01  report-line             pic x(100).

       working-storage section.
      *----------------------------------------------------
      * Shared trail line layouts - each line read is moved
      * here to be dated, and the carried-forward ledger
      * lines are built here
      *----------------------------------------------------
           copy LEDGREC.
           copy CHGAUD.
           copy PRHREC.

      *----------------------------------------------------
      * Just enough of PROJECT1's audit-detail-line to find
      * the entry date (see AUDINQ1 for the whole layout)
      *----------------------------------------------------
       01  audit-line-view.
           05  filler              pic x(24).
           05  audit-view-entry-date  pic 9(8).
           05  filler              pic x(48).

      *----------------------------------------------------
      * The retention date - lines dated before it move
      *----------------------------------------------------
       01  request-fields.
           05  cutoff-in           pic x(8).
           05  confirm-response    pic x(1).
               88  run-is-confirmed         value "Y" "y".
           05  request-valid-switch  pic x(1)  value "N".
               88  request-is-valid         value "Y".

       01  cutoff-date.
           05  cutoff-year         pic 9(4).
           05  cutoff-month        pic 9(2).
           05  cutoff-day          pic 9(2).
       01  cutoff-num redefines cutoff-date
                                   pic 9(8).

       01  run-stamp.
           05  run-date            pic 9(8)  value zero.
           05  run-time            pic 9(6)  value zero.

      *----------------------------------------------------
      * One entry per part met on the ledger: the balance
      * and type of its last archived line, whether any of
      * its lines were archived, and whether a kept line has
      * stopped any more being archived.  Capped at 5000
      * parts, the same as LDGREC1's card table
      *----------------------------------------------------
       01  carry-forward-table.
           05  carry-parts-count   pic 9(4)  value zero.
           05  carry-entry
                   occurs 1 to 5000 times
                   depending on carry-parts-count
                   indexed by carry-index.
               10  carry-part-number   pic 9(7).
               10  carry-balance       pic 9(4).
               10  carry-last-type     pic x(1).
               10  carry-archived-switch  pic x(1).
                   88  carry-has-archived-lines  value "Y".
               10  carry-stopped-switch  pic x(1).
                   88  carry-is-stopped         value "Y".

       01  table-full-message      pic x(44)
           value "Part table is full - later parts stay live.".

      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  trail-eof-switch    pic x(1)  value "N".
               88  end-of-trail-file        value "Y".
           05  work-eof-switch     pic x(1)  value "N".
               88  end-of-work-file         value "Y".
           05  carry-found-switch  pic x(1)  value "N".
               88  carry-entry-found        value "Y".
           05  table-full-switch   pic x(1)  value "N".
               88  carry-table-is-full      value "Y".

       01  file-status-fields.
           05  ledger-file-status     pic x(2).
           05  change-audit-status    pic x(2).
           05  audit-file-status      pic x(2).
           05  price-history-status   pic x(2).
           05  ledger-archive-status  pic x(2).
           05  change-archive-status  pic x(2).
           05  audit-archive-status   pic x(2).
           05  history-archive-status pic x(2).

      *----------------------------------------------------
      * Control totals for the trail in hand, started over
      * for each trail
      *----------------------------------------------------
       01  trail-control-totals.
           05  trail-name          pic x(8).
           05  archive-name        pic x(8).
           05  trail-read-counter      pic 9(7)  value zero.
           05  trail-moved-counter     pic 9(7)  value zero.
           05  trail-kept-counter      pic 9(7)  value zero.
           05  trail-unreadable-counter  pic 9(7)  value zero.
           05  trail-carried-counter   pic 9(7)  value zero.
           05  trail-rewritten-counter pic 9(7)  value zero.

      *----------------------------------------------------
      * Report heading lines
      *----------------------------------------------------
       01  heading-line-1.
           05  filler              pic x(34)
               value "PERIOD-END ARCHIVE AND PURGE  RUN ".
           05  heading-run-date    pic 9(8).
           05  filler              pic x(22)
               value "   LINES DATED BEFORE ".
           05  heading-cutoff-date pic 9(8).
       01  heading-line-2.
           05  filler              pic x(8)   value "TRAIL".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "ARCHIVE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "   READ".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "  MOVED".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "   KEPT".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value " UNREAD".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "CARRIED".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "REWROTE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "NOTE".
       01  heading-line-3          pic x(100)
           value all "-".

      *----------------------------------------------------
      * One control line per trail
      *----------------------------------------------------
       01  trail-detail-line.
           05  detail-trail-name   pic x(8).
           05  filler              pic x(2)   value spaces.
           05  detail-archive-name pic x(8).
           05  filler              pic x(2)   value spaces.
           05  detail-read         pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-moved        pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-kept         pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-unreadable   pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-carried      pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-rewritten    pic zzzzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-note         pic x(20).

       01  trail-notes.
           05  totals-agree-note   pic x(20)
               value "TOTALS AGREE".
           05  totals-disagree-note  pic x(20)
               value "TOTALS DO NOT AGREE".
           05  not-found-note      pic x(20)
               value "NOT FOUND - SKIPPED".

       01  table-full-line         pic x(100)
           value "PART TABLE FULL - LATER PARTS KEPT ON STKLEDG".
       01  footing-line            pic x(100)
           value "KEPT INCLUDES UNREAD.  REWROTE = KEPT + CARRIED.".

      *----------------------------------------------------
      * Messages which will be shown at the screen during
      * program execution
      *----------------------------------------------------
       01  run-messages.
           05  bad-request-message  pic x(48)
               value "Retention date refused - nothing archived.".
           05  not-confirmed-message  pic x(48)
               value "Not confirmed - nothing archived.".

       procedure division.
      *----------------------------------------------------
      * Entry point - take the retention date, then archive
      * and purge each trail in turn
      *----------------------------------------------------
       100-archive-and-purge.
           perform  200-initialize.
           if  request-is-valid
               perform  210-archive-stock-ledger
               perform  220-archive-change-audit
               perform  230-archive-audit-trail
               perform  240-archive-price-history
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           accept  run-date  from date yyyymmdd.
           accept  run-time  from time.
           perform  301-accept-retention-date.
           if  request-is-valid
               perform  302-confirm-run
               if  request-is-valid
                   open output archive-report-out
                   perform  303-print-report-heading
               end-if
           else
               display  bad-request-message
           end-if.

      *----------------------------------------------------
      * STKLEDG - sort the lines, then rewrite the live
      * ledger with the carried-forward lines first and the
      * kept lines after them
      *----------------------------------------------------
       210-archive-stock-ledger.
           move  "STKLEDG"   to  trail-name.
           move  "LEDGARCH"  to  archive-name.
           perform  350-start-trail.
           open input ledger-file.
           if  ledger-file-status = "00"
               open extend ledger-archive-out
               if  ledger-archive-status not = "00"
                   open output ledger-archive-out
               end-if
               open output archive-work-file
               move  zero  to  carry-parts-count
               perform  311-read-next-ledger-line
               perform  312-sort-one-ledger-line
                        until  end-of-trail-file
               close  ledger-file
               close  ledger-archive-out
               open output ledger-file
               perform  315-write-carried-forward-line
                   varying  carry-index  from 1 by 1
                   until  carry-index > carry-parts-count
               perform  351-reopen-work-file
               perform  316-copy-back-ledger-line
                        until  end-of-work-file
               close  ledger-file
               close  archive-work-file
               perform  360-print-trail-totals
               if  carry-table-is-full
                   move  table-full-line  to  report-line
                   write report-line
               end-if
           else
               perform  361-print-trail-not-found
           end-if.

       220-archive-change-audit.
           move  "CHGAUDIT"  to  trail-name.
           move  "CHGAARCH"  to  archive-name.
           perform  350-start-trail.
           open input change-audit-file.
           if  change-audit-status = "00"
               open extend change-audit-archive-out
               if  change-archive-status not = "00"
                   open output change-audit-archive-out
               end-if
               open output archive-work-file
               perform  321-read-next-change-line
               perform  322-sort-one-change-line
                        until  end-of-trail-file
               close  change-audit-file
               close  change-audit-archive-out
               open output change-audit-file
               perform  351-reopen-work-file
               perform  323-copy-back-change-line
                        until  end-of-work-file
               close  change-audit-file
               close  archive-work-file
               perform  360-print-trail-totals
           else
               perform  361-print-trail-not-found
           end-if.

       230-archive-audit-trail.
           move  "AUDITOUT"  to  trail-name.
           move  "AUDTARCH"  to  archive-name.
           perform  350-start-trail.
           open input audit-file.
           if  audit-file-status = "00"
               open extend audit-archive-out
               if  audit-archive-status not = "00"
                   open output audit-archive-out
               end-if
               open output archive-work-file
               perform  331-read-next-audit-line
               perform  332-sort-one-audit-line
                        until  end-of-trail-file
               close  audit-file
               close  audit-archive-out
               open output audit-file
               perform  351-reopen-work-file
               perform  333-copy-back-audit-line
                        until  end-of-work-file
               close  audit-file
               close  archive-work-file
               perform  360-print-trail-totals
           else
               perform  361-print-trail-not-found
           end-if.

       240-archive-price-history.
           move  "PRICHIST"  to  trail-name.
           move  "PRHSARCH"  to  archive-name.
           perform  350-start-trail.
           open input price-history-file.
           if  price-history-status = "00"
               open extend price-history-archive-out
               if  history-archive-status not = "00"
                   open output price-history-archive-out
               end-if
               open output archive-work-file
               perform  341-read-next-history-line
               perform  342-sort-one-history-line
                        until  end-of-trail-file
               close  price-history-file
               close  price-history-archive-out
               open output price-history-file
               perform  351-reopen-work-file
               perform  343-copy-back-history-line
                        until  end-of-work-file
               close  price-history-file
               close  archive-work-file
               perform  360-print-trail-totals
           else
               perform  361-print-trail-not-found
           end-if.

       290-finalize.
           if  request-is-valid
               move  heading-line-3  to  report-line
               write report-line
               move  footing-line  to  report-line
               write report-line
               close  archive-report-out
           end-if.

      *----------------------------------------------------
      * The retention date comes off SYSIN under JCL or is
      * typed at a terminal.  It must be a real-looking date
      * no later than today - a date in the future would
      * empty every trail
      *----------------------------------------------------
       301-accept-retention-date.
           display "Archive lines dated before (YYYYMMDD):".
           accept  cutoff-in.

           move "Y" to request-valid-switch.
           if  cutoff-in is not numeric
               move "N" to request-valid-switch
           else
               move  cutoff-in  to  cutoff-num
               if  cutoff-month < 1  or  cutoff-month > 12
                       or  cutoff-day < 1
                       or  cutoff-day > 31
                       or  cutoff-num > run-date
                   move "N" to request-valid-switch
               end-if
           end-if.

      *----------------------------------------------------
      * Lines leave the live trails for good, so the run
      * goes ahead only on an explicit Y
      *----------------------------------------------------
       302-confirm-run.
           display "Move older lines off the live trails? (Y/N):".
           accept  confirm-response.
           if  not run-is-confirmed
               move "N" to request-valid-switch
               display  not-confirmed-message
           end-if.

       303-print-report-heading.
           move  run-date    to  heading-run-date.
           move  cutoff-num  to  heading-cutoff-date.
           move  heading-line-1  to  report-line.
           write report-line.
           move  heading-line-2  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

       311-read-next-ledger-line.
           read ledger-file
               at end move "Y" to trail-eof-switch.

      *----------------------------------------------------
      * A ledger line moves when it is older than the
      * retention date and its part has not yet had a line
      * kept; the part's entry then remembers the balance
      * and type it left.  A line that does not parse, or
      * whose part the full table cannot hold, stays live
      *----------------------------------------------------
       312-sort-one-ledger-line.
           add 1 to trail-read-counter.
           move  ledger-record  to  ledger-detail-line.
           if  ldg-part-number    is not numeric
                   or  ldg-movement-date  is not numeric
                   or  ldg-movement-time  is not numeric
                   or  ldg-quantity       is not numeric
                   or  ldg-balance        is not numeric
               add 1 to trail-unreadable-counter
               move  ledger-record  to  work-record
               perform  352-keep-line
           else
               perform  313-find-carry-entry
               if  carry-entry-found
                       and  ldg-movement-date < cutoff-num
                       and  not carry-is-stopped (carry-index)
                   move  ledger-record  to  ledger-archive-record
                   write ledger-archive-record
                   add 1 to trail-moved-counter
                   move  ldg-balance
                     to  carry-balance (carry-index)
                   move  ldg-movement-type
                     to  carry-last-type (carry-index)
                   move "Y" to carry-archived-switch (carry-index)
               else
                   if  carry-entry-found
                       move "Y" to carry-stopped-switch (carry-index)
                   end-if
                   move  ledger-record  to  work-record
                   perform  352-keep-line
               end-if
           end-if.
           perform  311-read-next-ledger-line.

       313-find-carry-entry.
           move "N" to carry-found-switch.
           if  carry-parts-count > zero
               set carry-index to 1
               search carry-entry
                   at end
                       perform  314-open-new-carry-entry
                   when carry-part-number (carry-index)
                            = ldg-part-number
                       move "Y" to carry-found-switch
               end-search
           else
               perform  314-open-new-carry-entry
           end-if.

       314-open-new-carry-entry.
           if  carry-parts-count < 5000
               add 1 to carry-parts-count
               set  carry-index  to  carry-parts-count
               move  ldg-part-number
                 to  carry-part-number (carry-index)
               move  zero  to  carry-balance (carry-index)
               move  space  to  carry-last-type (carry-index)
               move "N" to carry-archived-switch (carry-index)
               move "N" to carry-stopped-switch (carry-index)
               move "Y" to carry-found-switch
           else
               if  not carry-table-is-full
                   display  table-full-message
               end-if
               move "Y" to table-full-switch
           end-if.

      *----------------------------------------------------
      * One carried-forward line for a part whose lines were
      * archived - its whole balance as the quantity, so the
      * balance before it is zero and the card opens on the
      * figure the archive closed on.  A part deleted before
      * the retention date has nothing to carry
      *----------------------------------------------------
       315-write-carried-forward-line.
           if  carry-has-archived-lines (carry-index)
                   and  carry-last-type (carry-index) not = "D"
               move  spaces  to  ledger-detail-line
               move  carry-part-number (carry-index)
                 to  ldg-part-number
               move  cutoff-num      to  ldg-movement-date
               move  zero            to  ldg-movement-time
               move  "B"             to  ldg-movement-type
               move  carry-balance (carry-index)  to  ldg-quantity
               move  "CARRYFWD"      to  ldg-reference
               move  carry-balance (carry-index)  to  ldg-balance
               move  ledger-detail-line  to  ledger-record
               write ledger-record
               add 1 to trail-carried-counter
               add 1 to trail-rewritten-counter
           end-if.

       316-copy-back-ledger-line.
           move  work-record  to  ledger-record.
           write ledger-record.
           add 1 to trail-rewritten-counter.
           perform  353-read-next-work-line.

       321-read-next-change-line.
           read change-audit-file
               at end move "Y" to trail-eof-switch.

       322-sort-one-change-line.
           add 1 to trail-read-counter.
           move  change-audit-record  to  change-audit-line.
           if  ca-change-date is not numeric
               add 1 to trail-unreadable-counter
               move  change-audit-record  to  work-record
               perform  352-keep-line
           else
               if  ca-change-date < cutoff-num
                   move  change-audit-record
                     to  change-archive-record
                   write change-archive-record
                   add 1 to trail-moved-counter
               else
                   move  change-audit-record  to  work-record
                   perform  352-keep-line
               end-if
           end-if.
           perform  321-read-next-change-line.

       323-copy-back-change-line.
           move  work-record  to  change-audit-record.
           write change-audit-record.
           add 1 to trail-rewritten-counter.
           perform  353-read-next-work-line.

       331-read-next-audit-line.
           read audit-file
               at end move "Y" to trail-eof-switch.

       332-sort-one-audit-line.
           add 1 to trail-read-counter.
           move  audit-record  to  audit-line-view.
           if  audit-view-entry-date is not numeric
               add 1 to trail-unreadable-counter
               move  audit-record  to  work-record
               perform  352-keep-line
           else
               if  audit-view-entry-date < cutoff-num
                   move  audit-record  to  audit-archive-record
                   write audit-archive-record
                   add 1 to trail-moved-counter
               else
                   move  audit-record  to  work-record
                   perform  352-keep-line
               end-if
           end-if.
           perform  331-read-next-audit-line.

       333-copy-back-audit-line.
           move  work-record  to  audit-record.
           write audit-record.
           add 1 to trail-rewritten-counter.
           perform  353-read-next-work-line.

       341-read-next-history-line.
           read price-history-file
               at end move "Y" to trail-eof-switch.

       342-sort-one-history-line.
           add 1 to trail-read-counter.
           move  price-history-record  to  history-detail-line.
           if  hist-applied-date is not numeric
               add 1 to trail-unreadable-counter
               move  price-history-record  to  work-record
               perform  352-keep-line
           else
               if  hist-applied-date < cutoff-num
                   move  price-history-record
                     to  history-archive-record
                   write history-archive-record
                   add 1 to trail-moved-counter
               else
                   move  price-history-record  to  work-record
                   perform  352-keep-line
               end-if
           end-if.
           perform  341-read-next-history-line.

       343-copy-back-history-line.
           move  work-record  to  price-history-record.
           write price-history-record.
           add 1 to trail-rewritten-counter.
           perform  353-read-next-work-line.

      *----------------------------------------------------
      * Each trail starts with clear counters and switches
      *----------------------------------------------------
       350-start-trail.
           move  zero  to  trail-read-counter.
           move  zero  to  trail-moved-counter.
           move  zero  to  trail-kept-counter.
           move  zero  to  trail-unreadable-counter.
           move  zero  to  trail-carried-counter.
           move  zero  to  trail-rewritten-counter.
           move "N" to trail-eof-switch.
           move "N" to work-eof-switch.

      *----------------------------------------------------
      * The kept lines have all been written - read them
      * back from the top to rewrite the live trail
      *----------------------------------------------------
       351-reopen-work-file.
           close  archive-work-file.
           open input archive-work-file.
           perform  353-read-next-work-line.

       352-keep-line.
           write work-record.
           add 1 to trail-kept-counter.

       353-read-next-work-line.
           read archive-work-file
               at end move "Y" to work-eof-switch.

      *----------------------------------------------------
      * One control line for the trail just finished, proved
      * on the way out
      *----------------------------------------------------
       360-print-trail-totals.
           move  trail-name                to  detail-trail-name.
           move  archive-name              to  detail-archive-name.
           move  trail-read-counter        to  detail-read.
           move  trail-moved-counter       to  detail-moved.
           move  trail-kept-counter        to  detail-kept.
           move  trail-unreadable-counter  to  detail-unreadable.
           move  trail-carried-counter     to  detail-carried.
           move  trail-rewritten-counter   to  detail-rewritten.
           if  trail-read-counter
                   = trail-moved-counter + trail-kept-counter
               and  trail-rewritten-counter
                   = trail-kept-counter + trail-carried-counter
               move  totals-agree-note  to  detail-note
           else
               move  totals-disagree-note  to  detail-note
           end-if.
           move  trail-detail-line  to  report-line.
           write report-line.

           display trail-name " read "  trail-read-counter
                   "  moved "  trail-moved-counter
                   "  kept "   trail-kept-counter
                   "  carried forward "  trail-carried-counter.

       361-print-trail-not-found.
           move  trail-name      to  detail-trail-name.
           move  archive-name    to  detail-archive-name.
           move  zero            to  detail-read.
           move  zero            to  detail-moved.
           move  zero            to  detail-kept.
           move  zero            to  detail-unreadable.
           move  zero            to  detail-carried.
           move  zero            to  detail-rewritten.
           move  not-found-note  to  detail-note.
           move  trail-detail-line  to  report-line.
           write report-line.

           display trail-name " not found - skipped".

       end program archpg1.
