       program-id. rptcal1 as "CST8283 RPTCAL1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Recalculates reorder points from what parts have
      * actually been issued, instead of whatever figure was
      * keyed through PROJECT1 or MAINT1 when the part was
      * set up and never looked at again.
      *
      * The run is made in one of two modes, keyed (or read
      * off SYSIN) at the start:
      *
      *   R - review.  The issue lines (type I) on the stock-
      *       movement ledger (STKLEDG, see LEDGREC) dated
      *       inside a keyed window are totalled part by
      *       part, with the busiest single day's issues
      *       kept as the peak.  Average daily usage is the
      *       total over the days in the window.  Each part
      *       with issues in the window gets a proposed
      *       reorder point to cover its vendor's lead time
      *       (VENDFILE, see VENDREC) at the average rate,
      *       plus safety stock:
      *
      *         safety   = (peak - average) x lead time
      *                    x safety factor %
      *         proposed = average x lead time + safety
      *
      *       A part whose vendor has no lead time keyed yet
      *       is sized on a 14-day default and starred on
      *       the report.  The review report (RPTCALRP) shows
      *       the usage behind every proposal next to the old
      *       and proposed points, and every proposal that
      *       differs from the current point is written to
      *       the proposal file (RPTPROP) marked N.
      *
      *   P - post.  Purchasing marks the proposals it
      *       accepts Y on RPTPROP, and this run applies only
      *       those to reorder-point-out on INVFILE, leaving
      *       a change-audit line (CHGAUDIT, see CHGAUD) with
      *       the before and after images for each.  A
      *       proposal is refused if the part's point has
      *       moved since the review - someone else changed
      *       it, or this proposal was already posted - so a
      *       rerun can never post the same change twice.
      *
      * Parts with no issues in the window are left alone
      * and only counted - no usage is not the same thing as
      * no need, and dead stock is DEDSTK1's business.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select LEDGER-FILE-IN
               assign to "STKLEDG"
                   organization is line sequential
               file status is ledger-file-status.

           select INVENTORY-FILE
               assign to "INVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is part-number-out
               file status is inventory-file-status.

      *----------------------------------------------------
      * The vendor master - where each part's replenishment
      * lead time comes from
      *----------------------------------------------------
           select VENDOR-FILE-IN
               assign to "VENDFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is vendor-number-vnd
               file status is vendor-file-status.

      *----------------------------------------------------
      * Proposals - written by a review run, marked up by
      * purchasing, read back by a post run
      *----------------------------------------------------
           select PROPOSAL-FILE
               assign to "RPTPROP"
                   organization is line sequential
               file status is proposal-file-status.

           select RECALCULATION-REPORT-OUT
               assign to "RPTCALRP"
                   organization is line sequential.

      *----------------------------------------------------
      * Change-audit trail - one line per reorder point this
      * run posts, with the operator and the before and
      * after images, kept across every run
      *----------------------------------------------------
           select CHANGE-AUDIT-FILE
               assign to "CHGAUDIT"
                   organization is line sequential.

       data division.
       file section.
       fd LEDGER-FILE-IN.
      *----------------------------------------------------
      * Shared ledger line layout, exactly as the posting
      * programs write it
      *----------------------------------------------------
           copy LEDGREC.

       fd INVENTORY-FILE.
      *----------------------------------------------------
      * Shared layout - one INVFILE record is held at a time
      * and updated in place, so no renaming is needed
      *----------------------------------------------------
           copy INVREC.

       fd VENDOR-FILE-IN.
      *----------------------------------------------------
      * Shared vendor layout - the -vnd names do not collide
      * with the -out names above, so no renaming is needed
      *----------------------------------------------------
           copy VENDREC.

       fd PROPOSAL-FILE.
      *----------------------------------------------------
      * One proposed reorder point - alphanumeric and
      * screened on the way back in, because the file is
      * edited by hand between the two runs and a mangled
      * line must become a flagged report line, not an abend
      *----------------------------------------------------
       01  proposal-record.
           05  prop-part-number    pic x(7).
           05  filler              pic x(1).
           05  prop-old-point      pic x(4).
           05  filler              pic x(1).
           05  prop-new-point      pic x(4).
           05  filler              pic x(1).
           05  prop-approved-flag  pic x(1).
               88  proposal-is-approved     value "Y" "y".

       fd RECALCULATION-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the review or posting report
      *----------------------------------------------------
       01  report-line            pic x(80).

       fd CHANGE-AUDIT-FILE.
      *----------------------------------------------------
      * One change-audit line, built in working storage
      * (see the CHGAUD copy below) and moved here to be
      * written
      *----------------------------------------------------
       01  change-audit-record     pic x(170).

       working-storage section.
      *----------------------------------------------------
      * Shared change-audit line layout - built here,
      * written through change-audit-record above
      *----------------------------------------------------
           copy CHGAUD.

      *----------------------------------------------------
      * Who submitted a post run - accepted from SYSIN under
      * JCL and stamped on every change-audit line.  Blank
      * becomes UNKNOWN rather than hanging an unattended
      * job on a prompt
      *----------------------------------------------------
       01  operator-sign-on.
           05  operator-id         pic x(8)  value spaces.

      *----------------------------------------------------
      * What the run was asked to do - the mode, and for a
      * review the window (YYYYMMDD to YYYYMMDD) and the
      * safety factor, the share of the gap between peak
      * and average usage held as safety stock (050 = 50%,
      * blank takes 050)
      *----------------------------------------------------
       01  recalculation-request.
           05  run-mode            pic x(1).
               88  review-mode              value "R" "r".
               88  post-mode                value "P" "p".
           05  window-from-in      pic x(8).
           05  window-to-in        pic x(8).
           05  safety-factor-in    pic x(3).
           05  safety-factor       pic 9(3)  value 50.
           05  request-valid-switch  pic x(1)  value "N".
               88  request-is-valid         value "Y".

       01  window-from-date.
           05  window-from-year    pic 9(4).
           05  window-from-month   pic 9(2).
           05  window-from-day     pic 9(2).
       01  window-from-num redefines window-from-date
                                   pic 9(8).

       01  window-to-date.
           05  window-to-year      pic 9(4).
           05  window-to-month     pic 9(2).
           05  window-to-day       pic 9(2).
       01  window-to-num redefines window-to-date
                                   pic 9(8).

      *----------------------------------------------------
      * Days in the window, counted inclusively - years at
      * 365 and months at 30, the same approximation CYCLCT1
      * and POOPEN1 age with
      *----------------------------------------------------
       01  window-days             pic 9(5)  value zero.

      *----------------------------------------------------
      * Lead time used when the vendor has none keyed, or
      * the part has no vendor at all
      *----------------------------------------------------
       01  default-lead-time       pic 9(3)  value 14.

      *----------------------------------------------------
      * One table entry per part issued in the window: the
      * total issued, the busiest day's issues, and the day
      * currently being totalled.  The ledger is appended in
      * time order, so one part's lines for one day always
      * arrive together and the day in hand only has to be
      * compared against the peak as it grows.  Capped at
      * 2000 parts; a fuller ledger than that stops
      * accumulating and says so
      *----------------------------------------------------
       01  part-usage-table.
           05  usage-parts-count   pic 9(4)  value zero.
           05  usage-entry
                   occurs 1 to 2000 times
                   depending on usage-parts-count
                   indexed by usage-index.
               10  usage-part-number   pic 9(7).
               10  usage-issued-total  pic 9(7).
               10  usage-peak-day-qty  pic 9(5).
               10  usage-day-date      pic 9(8).
               10  usage-day-qty       pic 9(5).

       01  table-full-message      pic x(44)
           value "Part table is full - report is incomplete.".

      *----------------------------------------------------
      * Work fields for one part's proposal
      *----------------------------------------------------
       01  proposal-work-fields.
           05  issue-qty           pic s9(5)  value zero.
           05  part-lead-time      pic 9(3)   value zero.
           05  lead-default-flag   pic x(1)   value space.
           05  average-daily-usage pic 9(5)v99  value zero.
           05  safety-stock        pic s9(7)v99  value zero.
           05  proposed-work       pic 9(7)v99  value zero.
           05  proposed-point      pic 9(4)   value zero.
           05  usage-found-switch  pic x(1)   value "N".
               88  part-has-usage           value "Y".

      *----------------------------------------------------
      * Numeric views of a proposal line read back in a post
      * run, filled only once the alphanumeric originals
      * have passed their checks
      *----------------------------------------------------
       01  posting-work-fields.
           05  prop-part-number-num  pic 9(7).
           05  prop-old-point-num    pic 9(4).
           05  prop-new-point-num    pic 9(4).
           05  proposal-ok-switch    pic x(1)  value "N".
               88  proposal-is-postable     value "Y".

      *----------------------------------------------------
      * The run stamp and the record exactly as it stood
      * before the new point went on, for the audit line's
      * before image
      *----------------------------------------------------
       01  change-audit-work-fields.
           05  run-date            pic 9(8)  value zero.
           05  run-time            pic 9(6)  value zero.
           05  record-before-image pic x(58)  value spaces.

      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  ledger-eof-switch   pic x(1)  value "N".
               88  end-of-ledger-file        value "Y".
           05  inventory-eof-switch  pic x(1)  value "N".
               88  end-of-inventory-file     value "Y".
           05  proposal-eof-switch  pic x(1)  value "N".
               88  end-of-proposal-file      value "Y".
           05  files-opened-switch  pic x(1)  value "N".
               88  files-are-open            value "Y".
           05  vendor-opened-switch  pic x(1)  value "N".
               88  vendor-file-is-open       value "Y".

      *----------------------------------------------------
      * Open-time file statuses, checked the same way the
      * other batch programs check their inputs
      *----------------------------------------------------
       01  file-status-fields.
           05  ledger-file-status     pic x(2).
           05  inventory-file-status  pic x(2).
           05  vendor-file-status     pic x(2).
           05  proposal-file-status   pic x(2).

      *----------------------------------------------------
      * Counters reported at the end of the run
      *----------------------------------------------------
       01  recalculation-totals.
           05  ledger-read-counter   pic 9(6)  value zero.
           05  issue-line-counter    pic 9(6)  value zero.
           05  unreadable-counter    pic 9(4)  value zero.
           05  reviewed-counter      pic 9(4)  value zero.
           05  no-usage-counter      pic 9(4)  value zero.
           05  proposed-counter      pic 9(4)  value zero.
           05  defaulted-counter     pic 9(4)  value zero.
           05  proposal-read-counter pic 9(4)  value zero.
           05  not-approved-counter  pic 9(4)  value zero.
           05  posted-counter        pic 9(4)  value zero.
           05  flagged-counter       pic 9(4)  value zero.

      *----------------------------------------------------
      * Review report heading lines
      *----------------------------------------------------
       01  review-heading-1.
           05  filler              pic x(30)
               value "REORDER POINT REVIEW - WINDOW ".
           05  review-from-date    pic 9(8).
           05  filler              pic x(4)   value " TO ".
           05  review-to-date      pic 9(8).
           05  filler              pic x(9)   value "  SAFETY ".
           05  review-safety       pic zz9.
           05  filler              pic x(1)   value "%".
       01  review-heading-2.
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "VENDOR".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(4)   value "LEAD".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "ISSUED".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "AVG/DY".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value " PEAK".
           05  filler              pic x(1)   value spaces.
           05  filler              pic x(6)   value "OLD PT".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "NEW PT".
       01  heading-line-3          pic x(80)
           value all "-".

      *----------------------------------------------------
      * Detail line printed for each part reviewed
      *----------------------------------------------------
       01  review-detail-line.
           05  filler              pic x(2)   value spaces.
           05  review-part-number  pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  review-vendor       pic 9(5).
           05  filler              pic x(2)   value spaces.
           05  review-lead-time    pic zz9.
           05  review-lead-flag    pic x(1).
           05  filler              pic x(2)   value spaces.
           05  review-issued       pic zzzzz9.
           05  filler              pic x(2)   value spaces.
           05  review-average      pic zz9.99.
           05  filler              pic x(2)   value spaces.
           05  review-peak         pic zzzz9.
           05  filler              pic x(3)   value spaces.
           05  review-old-point    pic zzz9.
           05  filler              pic x(4)   value spaces.
           05  review-new-point    pic zzz9.
           05  filler              pic x(2)   value spaces.
           05  review-same-flag    pic x(9).

       01  review-footnote         pic x(80)
           value "* VENDOR HAS NO LEAD TIME ON VENDFILE - 14 DAYS USED".

      *----------------------------------------------------
      * Posting report heading lines
      *----------------------------------------------------
       01  posting-heading-1       pic x(80)
           value "REORDER POINT POSTING REPORT".
       01  posting-heading-2.
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(3)   value spaces.
           05  filler              pic x(6)   value "OLD PT".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "NEW PT".
           05  filler              pic x(4)   value spaces.
           05  filler              pic x(6)   value "RESULT".

      *----------------------------------------------------
      * Line printed for each approved proposal, posted or
      * refused
      *----------------------------------------------------
       01  posting-detail-line.
           05  filler              pic x(2)   value spaces.
           05  posting-part-number pic x(7).
           05  filler              pic x(5)   value spaces.
           05  posting-old-point   pic x(4).
           05  filler              pic x(4)   value spaces.
           05  posting-new-point   pic x(4).
           05  filler              pic x(4)   value spaces.
           05  posting-result      pic x(40).

      *----------------------------------------------------
      * Posting results - what happened to the proposal
      *----------------------------------------------------
       01  posting-results.
           05  posted-result       pic x(40)
               value "POSTED".
           05  bad-part-reason     pic x(40)
               value "PART NUMBER NOT NUMERIC OR ZERO".
           05  bad-point-reason    pic x(40)
               value "OLD OR NEW POINT NOT NUMERIC".
           05  unknown-part-reason  pic x(40)
               value "PART NUMBER NOT ON INVFILE".
           05  already-posted-reason  pic x(40)
               value "ALREADY POSTED".
           05  point-moved-reason  pic x(40)
               value "POINT CHANGED SINCE REVIEW - NOT POSTED".

       01  bad-request-message     pic x(44)
           value "Mode or window not valid - nothing done.".
       01  ledger-missing-message  pic x(44)
           value "STKLEDG not found - no usage to review.".
       01  inventory-missing-message  pic x(44)
           value "INVFILE not found - nothing to recalculate.".
       01  proposal-missing-message  pic x(44)
           value "RPTPROP not found - nothing to post.".
       01  vendor-missing-message  pic x(44)
           value "VENDFILE not found - default lead time used.".

       procedure division.
      *----------------------------------------------------
      * Entry point - a review totals the ledger and then
      * judges INVFILE part by part; a post applies the
      * proposals purchasing approved
      *----------------------------------------------------
       100-recalculate-reorder-points.
           perform  200-initialize.
           if  files-are-open  and  review-mode
               perform  210-accumulate-one-ledger-line
                        until  end-of-ledger-file
               perform  220-review-one-part
                        until  end-of-inventory-file
           end-if.
           if  files-are-open  and  post-mode
               perform  230-post-one-proposal
                        until  end-of-proposal-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-accept-run-mode.
           if  review-mode
               perform  302-accept-review-window
               if  request-is-valid
                   perform  303-open-review-files
               end-if
           end-if.
           if  post-mode
               move "Y" to request-valid-switch
               perform  340-accept-operator-id
               perform  304-open-post-files
           end-if.
           if  not request-is-valid
               display bad-request-message
           end-if.
           if  files-are-open
               accept  run-date  from date yyyymmdd
               accept  run-time  from time
               perform  305-print-report-heading
           end-if.
           if  files-are-open  and  review-mode
               perform  306-read-next-ledger-line
               perform  307-read-next-inventory-record
           end-if.
           if  files-are-open  and  post-mode
               perform  308-read-next-proposal
           end-if.

       210-accumulate-one-ledger-line.
           add 1 to ledger-read-counter.
           perform  310-fold-ledger-line.
           perform  306-read-next-ledger-line.

       220-review-one-part.
           perform  320-review-part.
           perform  307-read-next-inventory-record.

       230-post-one-proposal.
           add 1 to proposal-read-counter.
           if  proposal-is-approved
               perform  330-post-proposal
           else
               add 1 to not-approved-counter
           end-if.
           perform  308-read-next-proposal.

       290-finalize.
           if  files-are-open  and  review-mode
               perform  325-print-review-footing
           end-if.
           perform  309-close-files.
           perform  311-display-totals.

      *----------------------------------------------------
      * The mode comes off SYSIN under JCL or is typed at a
      * terminal - anything but R or P does nothing
      *----------------------------------------------------
       301-accept-run-mode.
           display "Run mode - R review, P post approved (R/P):".
           accept  run-mode.

      *----------------------------------------------------
      * The window and safety factor for a review.  Without
      * two sane dates in order nothing is reviewed; a blank
      * safety factor takes the 50% default
      *----------------------------------------------------
       302-accept-review-window.
           display "Usage window from (YYYYMMDD):".
           accept  window-from-in.
           display "Usage window to (YYYYMMDD):".
           accept  window-to-in.
           display "Safety factor % (000-999, blank 050):".
           accept  safety-factor-in.

           move "Y" to request-valid-switch.
           if  window-from-in is not numeric
                   or  window-to-in is not numeric
               move "N" to request-valid-switch
           else
               move  window-from-in  to  window-from-num
               move  window-to-in    to  window-to-num
               if  window-from-month < 1  or  window-from-month > 12
                       or  window-from-day < 1
                       or  window-from-day > 31
                       or  window-to-month < 1
                       or  window-to-month > 12
                       or  window-to-day < 1
                       or  window-to-day > 31
                       or  window-from-num > window-to-num
                   move "N" to request-valid-switch
               end-if
           end-if.

           if  safety-factor-in not = spaces
               if  safety-factor-in is numeric
                   move  safety-factor-in  to  safety-factor
               else
                   move "N" to request-valid-switch
               end-if
           end-if.

           if  request-is-valid
               compute window-days
                       = (window-to-year  - window-from-year)  * 365
                       + (window-to-month - window-from-month) * 30
                       + (window-to-day   - window-from-day)
                       + 1
           end-if.

      *----------------------------------------------------
      * A review needs the ledger and the inventory master;
      * the vendor master is looked up when it is there and
      * every part takes the default lead time when it is not
      *----------------------------------------------------
       303-open-review-files.
           open input ledger-file-in.
           if  ledger-file-status not = "00"
               display ledger-missing-message
           else
               open input inventory-file
               if  inventory-file-status not = "00"
                   display inventory-missing-message
                   close ledger-file-in
               else
                   move "Y" to files-opened-switch
                   open input vendor-file-in
                   if  vendor-file-status = "00"
                       move "Y" to vendor-opened-switch
                   else
                       display vendor-missing-message
                   end-if
                   open output proposal-file
                   open output recalculation-report-out
               end-if
           end-if.

      *----------------------------------------------------
      * A post needs the proposals and the inventory master,
      * and appends to the change-audit trail the way every
      * other poster does
      *----------------------------------------------------
       304-open-post-files.
           open input proposal-file.
           if  proposal-file-status not = "00"
               display proposal-missing-message
           else
               open i-o inventory-file
               if  inventory-file-status not = "00"
                   display inventory-missing-message
                   close proposal-file
               else
                   move "Y" to files-opened-switch
                   open extend change-audit-file
                   open output recalculation-report-out
               end-if
           end-if.

      *----------------------------------------------------
      * Who is posting - under JCL the ID comes off SYSIN,
      * at a terminal it is typed.  Blank becomes UNKNOWN so
      * an unattended run cannot hang
      *----------------------------------------------------
       340-accept-operator-id.
           display "Operator ID:".
           accept  operator-id.
           if  operator-id = spaces
               move "UNKNOWN" to operator-id
           end-if.

       305-print-report-heading.
           if  review-mode
               move  window-from-num  to  review-from-date
               move  window-to-num    to  review-to-date
               move  safety-factor    to  review-safety
               move  review-heading-1  to  report-line
               write report-line
               move  review-heading-2  to  report-line
               write report-line
           else
               move  posting-heading-1  to  report-line
               write report-line
               move  posting-heading-2  to  report-line
               write report-line
           end-if.
           move  heading-line-3  to  report-line.
           write report-line.

       306-read-next-ledger-line.
           read ledger-file-in
               at end move "Y" to ledger-eof-switch.

       307-read-next-inventory-record.
           read inventory-file next record
               at end move "Y" to inventory-eof-switch.

       308-read-next-proposal.
           read proposal-file
               at end move "Y" to proposal-eof-switch.

      *----------------------------------------------------
      * Fold one issue line dated inside the window into its
      * part's usage.  A line whose plain numeric fields do
      * not parse is counted and skipped, the way STKCRD1
      * treats it - it was never written by a posting program
      *----------------------------------------------------
       310-fold-ledger-line.
           if  ldg-part-number    is not numeric
                   or  ldg-movement-date  is not numeric
                   or  ldg-quantity       is not numeric
               add 1 to unreadable-counter
           else
               if  ldg-movement-type = "I"
                       and  ldg-movement-date not < window-from-num
                       and  ldg-movement-date not > window-to-num
                   compute issue-qty = zero - ldg-quantity
                   if  issue-qty > zero
                       add 1 to issue-line-counter
                       perform  312-find-usage-entry
                   end-if
               end-if
           end-if.

       312-find-usage-entry.
           if  usage-parts-count > zero
               set usage-index to 1
               search usage-entry
                   at end
                       perform  313-open-new-usage-entry
                   when usage-part-number (usage-index)
                            = ldg-part-number
                       perform  314-add-issue-to-entry
               end-search
           else
               perform  313-open-new-usage-entry
           end-if.

       313-open-new-usage-entry.
           if  usage-parts-count < 2000
               add 1 to usage-parts-count
               set  usage-index  to  usage-parts-count
               move  ldg-part-number
                 to  usage-part-number (usage-index)
               move  zero  to  usage-issued-total (usage-index)
               move  zero  to  usage-peak-day-qty (usage-index)
               move  zero  to  usage-day-qty (usage-index)
               move  ldg-movement-date
                 to  usage-day-date (usage-index)
               perform  314-add-issue-to-entry
           else
               display table-full-message
           end-if.

      *----------------------------------------------------
      * Add the issue to the part's total and to the day in
      * hand - a new date starts a new day - and lift the
      * peak whenever the day in hand passes it
      *----------------------------------------------------
       314-add-issue-to-entry.
           add  issue-qty  to  usage-issued-total (usage-index).
           if  ldg-movement-date not = usage-day-date (usage-index)
               move  ldg-movement-date
                 to  usage-day-date (usage-index)
               move  zero  to  usage-day-qty (usage-index)
           end-if.
           add  issue-qty  to  usage-day-qty (usage-index).
           if  usage-day-qty (usage-index)
                   > usage-peak-day-qty (usage-index)
               move  usage-day-qty (usage-index)
                 to  usage-peak-day-qty (usage-index)
           end-if.

      *----------------------------------------------------
      * Judge one INVFILE part: find its usage, size the
      * proposal, print it, and write it to RPTPROP when it
      * differs from the point already on file
      *----------------------------------------------------
       320-review-part.
           move "N" to usage-found-switch.
           if  usage-parts-count > zero
               set usage-index to 1
               search usage-entry
                   when usage-part-number (usage-index)
                            = part-number-out
                       move "Y" to usage-found-switch
               end-search
           end-if.

           if  part-has-usage
               add 1 to reviewed-counter
               perform  321-find-lead-time
               perform  322-compute-proposed-point
               perform  323-print-review-line
               if  proposed-point not = reorder-point-out
                   perform  324-write-proposal
               end-if
           else
               add 1 to no-usage-counter
           end-if.

      *----------------------------------------------------
      * The vendor's lead time off VENDFILE, or the default
      * (starred on the report) when the part has no vendor,
      * the vendor is not on file, or no lead time has been
      * keyed for it yet
      *----------------------------------------------------
       321-find-lead-time.
           move  default-lead-time  to  part-lead-time.
           move  "*"  to  lead-default-flag.
           if  vendor-file-is-open  and  vendor-number-out > zero
               move  vendor-number-out  to  vendor-number-vnd
               read vendor-file-in
                   invalid key
                       continue
                   not invalid key
                       if  vendor-lead-time-vnd is numeric
                               and  vendor-lead-time-vnd > zero
                           move  vendor-lead-time-vnd
                             to  part-lead-time
                           move  space  to  lead-default-flag
                       end-if
               end-read
           end-if.
           if  lead-default-flag = "*"
               add 1 to defaulted-counter
           end-if.

      *----------------------------------------------------
      * Average usage over the lead time, plus the safety
      * factor's share of the gap up to the peak rate over
      * the same lead time, rounded to a whole part and held
      * to what the reorder point can carry
      *----------------------------------------------------
       322-compute-proposed-point.
           compute average-daily-usage rounded
                   = usage-issued-total (usage-index) / window-days.
           compute safety-stock
                   = (usage-peak-day-qty (usage-index)
                      - average-daily-usage)
                   * part-lead-time * safety-factor / 100.
           if  safety-stock < zero
               move  zero  to  safety-stock
           end-if.
           compute proposed-work
                   = average-daily-usage * part-lead-time
                   + safety-stock.
           if  proposed-work > 9999
               move  9999  to  proposed-point
           else
               compute proposed-point rounded = proposed-work
           end-if.

       323-print-review-line.
           move  part-number-out    to  review-part-number.
           move  vendor-number-out  to  review-vendor.
           move  part-lead-time     to  review-lead-time.
           move  lead-default-flag  to  review-lead-flag.
           move  usage-issued-total (usage-index)
             to  review-issued.
           move  average-daily-usage  to  review-average.
           move  usage-peak-day-qty (usage-index)
             to  review-peak.
           move  reorder-point-out  to  review-old-point.
           move  proposed-point     to  review-new-point.
           if  proposed-point = reorder-point-out
               move  "UNCHANGED"  to  review-same-flag
           else
               move  spaces  to  review-same-flag
           end-if.
           move  review-detail-line  to  report-line.
           write report-line.

       324-write-proposal.
           move  spaces             to  proposal-record.
           move  part-number-out    to  prop-part-number.
           move  reorder-point-out  to  prop-old-point.
           move  proposed-point     to  prop-new-point.
           move  "N"                to  prop-approved-flag.
           write proposal-record.
           add 1 to proposed-counter.

       325-print-review-footing.
           move  heading-line-3  to  report-line.
           write report-line.
           if  defaulted-counter > zero
               move  review-footnote  to  report-line
               write report-line
           end-if.

      *----------------------------------------------------
      * Screen an approved proposal, then apply it only if
      * the point on file is still the one it was reviewed
      * against.  Every check that fails flags the line on
      * the report and leaves INVFILE untouched
      *----------------------------------------------------
       330-post-proposal.
           move "Y" to proposal-ok-switch.
           if  prop-part-number is not numeric
               move  bad-part-reason  to  posting-result
               perform  333-print-posting-line
           else
               move  prop-part-number  to  prop-part-number-num
               if  prop-part-number-num = zero
                   move  bad-part-reason  to  posting-result
                   perform  333-print-posting-line
               end-if
           end-if.

           if  proposal-is-postable
               if  prop-old-point is not numeric
                       or  prop-new-point is not numeric
                   move  bad-point-reason  to  posting-result
                   perform  333-print-posting-line
               else
                   move  prop-old-point  to  prop-old-point-num
                   move  prop-new-point  to  prop-new-point-num
               end-if
           end-if.

           if  proposal-is-postable
               move  prop-part-number-num  to  part-number-out
               read inventory-file
                   invalid key
                       move  unknown-part-reason  to  posting-result
                       perform  333-print-posting-line
                   not invalid key
                       perform  331-apply-proposal
               end-read
           end-if.

       331-apply-proposal.
           if  reorder-point-out not = prop-old-point-num
               if  reorder-point-out = prop-new-point-num
                   move  already-posted-reason  to  posting-result
               else
                   move  point-moved-reason  to  posting-result
               end-if
               perform  333-print-posting-line
           else
               move  inventory-record-out  to  record-before-image
               move  prop-new-point-num  to  reorder-point-out
               rewrite inventory-record-out
               add 1 to posted-counter
               perform  341-write-change-audit-line
               move  posted-result  to  posting-result
               move  prop-part-number  to  posting-part-number
               move  prop-old-point    to  posting-old-point
               move  prop-new-point    to  posting-new-point
               move  posting-detail-line  to  report-line
               write report-line
           end-if.

      *----------------------------------------------------
      * One change-audit line for the record just changed
      * - who posted it, what the record was, what it became
      *----------------------------------------------------
       341-write-change-audit-line.
           move  operator-id          to  ca-operator-id.
           move  "RPTCAL1"            to  ca-program-name.
           move  "INVFILE"            to  ca-file-name.
           move  "C"                  to  ca-action-code.
           move  run-date             to  ca-change-date.
           move  run-time             to  ca-change-time.
           move  part-number-out      to  ca-record-key.
           move  record-before-image  to  ca-before-image.
           move  inventory-record-out to  ca-after-image.
           move  change-audit-line    to  change-audit-record.
           write change-audit-record.

      *----------------------------------------------------
      * Echo a proposal this run refused with the reason
      * already placed in posting-result, and stop any
      * further checks on it
      *----------------------------------------------------
       333-print-posting-line.
           move  prop-part-number  to  posting-part-number.
           move  prop-old-point    to  posting-old-point.
           move  prop-new-point    to  posting-new-point.
           move  posting-detail-line  to  report-line.
           write report-line.
           add 1 to flagged-counter.
           move "N" to proposal-ok-switch.

       309-close-files.
           if  files-are-open  and  review-mode
               close  ledger-file-in
               close  inventory-file
               close  proposal-file
               close  recalculation-report-out
               if  vendor-file-is-open
                   close  vendor-file-in
               end-if
           end-if.
           if  files-are-open  and  post-mode
               close  proposal-file
               close  inventory-file
               close  change-audit-file
               close  recalculation-report-out
           end-if.

       311-display-totals.
           if  files-are-open  and  review-mode
               display "Ledger lines read:    " ledger-read-counter
               display "Issue lines used:     " issue-line-counter
               display "Lines not readable:   " unreadable-counter
               display "Parts reviewed:       " reviewed-counter
               display "Parts with no issues: " no-usage-counter
               display "Proposals written:    " proposed-counter
               display "Default lead times:   " defaulted-counter
           end-if.
           if  files-are-open  and  post-mode
               display "Proposals read:       " proposal-read-counter
               display "Not approved:         " not-approved-counter
               display "Posted:               " posted-counter
               display "Refused:              " flagged-counter
           end-if.

       end program rptcal1.
