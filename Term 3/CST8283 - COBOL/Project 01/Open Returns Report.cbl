       program-id. rtvopn1 as "CST8283 RTVOPN1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Lists the goods we have sent back to suppliers and
      * not yet been credited for, vendor by vendor, so
      * purchasing can chase the credits the way POOPEN1
      * lets them chase the deliveries.
      *
      * The returns register (RTVFILE, see RTVREC) is read
      * in vendor order along its alternate key.  Every
      * return whose credit is still outstanding is listed
      * under its vendor's name and contact off the vendor
      * master (VENDFILE, see VENDREC): the PO and line it
      * came in on, part, quantity, the credit due at the
      * PO line's unit cost, how many days the goods have
      * been gone, whether a replacement is coming, and the
      * date RTVMEM1 sent the debit memo - NO MEMO when it
      * has not been printed yet.  Each vendor closes with
      * a subtotal and the report with the credit still due
      * across every vendor.
      *
      * The run is made in one of two modes, keyed (or read
      * off SYSIN) at the start:
      *   R - report only
      *   P - post the credit notes that have come back
      *       first, then report.  The credits are keyed to
      *       RTVCRED one per line - the PO number and PO
      *       line the return was made against, and the
      *       vendor's credit-note reference - and each one
      *       settles the oldest return on that PO line still
      *       waiting for its credit, stamping it received
      *       with the run date and the reference.  A credit
      *       that finds no outstanding return is listed at
      *       the head of the report, with why, and nothing
      *       is changed for it.  So is one whose reference
      *       has already settled a return on the same PO
      *       line - a credit note keyed twice, or a second
      *       post run over the same RTVCRED, must not settle
      *       the next return along and understate what the
      *       vendor still owes.
      * A credit settles its return in full - a supplier who
      * short-credits is chased outside this report.  A post
      * run that reaches its end empties RTVCRED, the way
      * VINMAT1 empties VINVFILE - every credit on it has
      * either been applied or listed as not applied, and
      * the listed ones are keyed again once put right.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *----------------------------------------------------
      * The returns register - walked along the vendor key
      * for the report, and read by PO line to post credits
      *----------------------------------------------------
           select RETURN-REGISTER-FILE
               assign to "RTVFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is rtv-return-key
                   alternate record key is rtv-vendor-key
                       with duplicates
               file status is return-file-status.

           select VENDOR-FILE-IN
               assign to "VENDFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is vendor-number-vnd
               file status is vendor-file-status.

      *----------------------------------------------------
      * The credit notes keyed for a post run
      *----------------------------------------------------
           select CREDIT-FILE-IN
               assign to "RTVCRED"
                   organization is line sequential
               file status is credit-file-status.

           select OPEN-RETURNS-REPORT-OUT
               assign to "RTVOPEN"
                   organization is line sequential.

       data division.
       file section.
       fd RETURN-REGISTER-FILE.
      *----------------------------------------------------
      * Shared returns register layout - read one record at
      * a time, so no renaming is needed
      *----------------------------------------------------
           copy RTVREC.

       fd VENDOR-FILE-IN.
      *----------------------------------------------------
      * Shared vendor layout - the -vnd names do not collide
      * with the rtv- names above, so no renaming is needed
      *----------------------------------------------------
           copy VENDREC.

       fd CREDIT-FILE-IN.
      *----------------------------------------------------
      * One credit note as keyed - the PO line the goods
      * went back against and the vendor's reference for
      * the credit.  Kept as keyed characters so a bad line
      * can be listed rather than abend the run
      *----------------------------------------------------
       01  credit-record-in.
           05  crd-po-number         pic x(6).
           05  crd-po-line-number    pic x(3).
           05  crd-credit-reference  pic x(8).

       fd OPEN-RETURNS-REPORT-OUT.
      *----------------------------------------------------
      * One printed line of the report
      *----------------------------------------------------
       01  report-line            pic x(100).

       working-storage section.
      *----------------------------------------------------
      * What the run was asked to do
      *----------------------------------------------------
       01  run-mode                pic x(1).
           88  report-mode                  value "R" "r".
           88  post-mode                    value "P" "p".

      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  return-eof-switch   pic x(1)  value "N".
               88  end-of-return-file       value "Y".
           05  credit-eof-switch   pic x(1)  value "N".
               88  end-of-credit-file       value "Y".
           05  return-exists-switch  pic x(1)  value "N".
               88  return-file-exists       value "Y".
           05  vendor-opened-switch  pic x(1)  value "N".
               88  vendor-file-is-open      value "Y".
           05  credit-opened-switch  pic x(1)  value "N".
               88  credit-file-is-open      value "Y".
           05  line-scan-switch    pic x(1)  value "N".
               88  line-scan-is-done        value "Y".
           05  credit-applied-switch  pic x(1)  value "N".
               88  credit-was-applied       value "Y".
           05  open-return-switch  pic x(1)  value "N".
               88  open-return-was-found    value "Y".
           05  reference-used-switch  pic x(1)  value "N".
               88  reference-already-used   value "Y".
           05  vendor-block-switch  pic x(1)  value "N".
               88  vendor-block-is-open     value "Y".

       01  file-status-fields.
           05  return-file-status  pic x(2).
           05  vendor-file-status  pic x(2).
           05  credit-file-status  pic x(2).

      *----------------------------------------------------
      * The date this run is being made, and a return date
      * pulled apart for the age arithmetic below
      *----------------------------------------------------
       01  run-date.
           05  run-date-year       pic 9(4).
           05  run-date-month      pic 9(2).
           05  run-date-day        pic 9(2).

       01  return-date-parts.
           05  return-date-year    pic 9(4).
           05  return-date-month   pic 9(2).
           05  return-date-day     pic 9(2).

      *----------------------------------------------------
      * The credit in hand once its PO line has proved
      * numeric, the vendor block being printed, and how
      * long the return in hand has been out - thirty-day
      * months, as POOPEN1 ages its orders
      *----------------------------------------------------
       01  return-work-fields.
           05  credit-po-number    pic 9(6)  value zero.
           05  credit-line-number  pic 9(3)  value zero.
           05  block-vendor-number pic 9(5)  value zero.
           05  oldest-open-return-key  pic x(27)  value spaces.
           05  return-age-days     pic s9(5) value zero.

      *----------------------------------------------------
      * Per-vendor and whole-run totals
      *----------------------------------------------------
       01  vendor-totals.
           05  vendor-return-counter  pic 9(4)  value zero.
           05  vendor-credit-total pic 9(9)v99  value zero.

       01  report-totals.
           05  credit-read-counter    pic 9(5)  value zero.
           05  credit-applied-counter pic 9(5)  value zero.
           05  credit-refused-counter pic 9(5)  value zero.
           05  open-return-counter    pic 9(5)  value zero.
           05  open-credit-total   pic 9(9)v99  value zero.

      *----------------------------------------------------
      * Report heading lines
      *----------------------------------------------------
       01  heading-line-1.
           05  filler              pic x(40)
               value "OPEN RETURNS TO VENDOR - CREDITS DUE   ".
           05  heading-run-date    pic 9(8).
           05  filler              pic x(2)   value spaces.
           05  heading-mode        pic x(20).
       01  heading-line-3          pic x(100)
           value all "-".
       01  blank-line              pic x(100) value spaces.

       01  report-mode-title       pic x(20)
           value "REPORT ONLY".
       01  post-mode-title         pic x(20)
           value "CREDITS POSTED".

      *----------------------------------------------------
      * The section listing credits that could not be
      * applied in a post run
      *----------------------------------------------------
       01  refused-section-title   pic x(100)
           value "CREDIT NOTES NOT APPLIED".
       01  refused-heading-2.
           05  filler              pic x(6)   value "PO NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "LINE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "CREDIT".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(6)   value "REASON".
       01  refused-detail-line.
           05  refused-po-number   pic x(6).
           05  filler              pic x(3)   value spaces.
           05  refused-line-number pic x(3).
           05  filler              pic x(2)   value spaces.
           05  refused-reference   pic x(8).
           05  filler              pic x(2)   value spaces.
           05  refused-reason      pic x(40).

       01  refused-reasons.
           05  bad-po-line-reason  pic x(40)
               value "PO NUMBER OR LINE NOT NUMERIC".
           05  no-return-reason    pic x(40)
               value "NO OUTSTANDING RETURN ON THIS PO LINE".
           05  reference-used-reason  pic x(40)
               value "CREDIT REFERENCE ALREADY APPLIED".

      *----------------------------------------------------
      * The open-returns section proper
      *----------------------------------------------------
       01  returns-section-title   pic x(100)
           value "RETURNS STILL WAITING FOR A CREDIT".
       01  returns-heading-2.
           05  filler              pic x(6)   value "PO NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "LINE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "RETURNED".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(5)   value "  QTY".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(12)  value "  CREDIT DUE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "DAYS".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(4)   value "REPL".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "MEMO".

      *----------------------------------------------------
      * Heading printed above each vendor's block - the
      * number, name and contact off the vendor master
      *----------------------------------------------------
       01  vendor-heading-line.
           05  filler              pic x(7)   value "VENDOR ".
           05  vendor-heading-number  pic 9(5).
           05  filler              pic x(2)   value spaces.
           05  vendor-heading-name    pic x(25).
           05  filler              pic x(8)   value "  ATTN: ".
           05  vendor-heading-contact pic x(25).

       01  vendor-not-on-file-name pic x(25)
           value "VENDOR NOT ON FILE".

       01  returns-detail-line.
           05  detail-po-number    pic 9(6).
           05  filler              pic x(3)   value spaces.
           05  detail-line-number  pic 9(3).
           05  filler              pic x(2)   value spaces.
           05  detail-part-number  pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  detail-return-date  pic 9(8).
           05  filler              pic x(2)   value spaces.
           05  detail-return-qty   pic zzzz9.
           05  filler              pic x(2)   value spaces.
           05  detail-credit-due   pic zzzzzzzz9.99.
           05  filler              pic x(2)   value spaces.
           05  detail-age-days     pic zzz9.
           05  filler              pic x(4)   value spaces.
           05  detail-replacement  pic x(1).
           05  filler              pic x(3)   value spaces.
           05  detail-memo-date    pic x(8).

       01  no-memo-text            pic x(8)   value "NO MEMO".

      *----------------------------------------------------
      * Subtotal printed under each vendor's block
      *----------------------------------------------------
       01  vendor-subtotal-line.
           05  filler              pic x(29)
               value "  OPEN RETURNS THIS VENDOR   ".
           05  filler              pic x(2)   value ": ".
           05  vendor-subtotal-count  pic zzz9.
           05  filler              pic x(16)
               value "   CREDIT DUE:  ".
           05  vendor-subtotal-value  pic zzz,zzz,zz9.99.

      *----------------------------------------------------
      * Whole-run total printed at the end of the report
      *----------------------------------------------------
       01  open-credit-total-line.
           05  filler              pic x(40)
               value "TOTAL CREDIT DUE FROM VENDORS:".
           05  open-credit-total-display  pic zzz,zzz,zz9.99.

       01  none-open-line          pic x(100)
           value "No returns are waiting for a credit.".

       01  run-messages.
           05  bad-mode-message    pic x(44)
               value "Mode must be R or P - nothing done.".
           05  no-return-file-message  pic x(44)
               value "RTVFILE not found - no returns to report.".
           05  no-credit-file-message  pic x(44)
               value "RTVCRED not found - no credits posted.".

       procedure division.
      *----------------------------------------------------
      * Entry point - post the credits that have come back
      * when asked to, then list every return still owed
      *----------------------------------------------------
       100-report-open-returns.
           perform  200-initialize.
           if  return-file-exists
               if  credit-file-is-open
                   perform  210-post-one-credit
                            until  end-of-credit-file
               end-if
               perform  220-start-returns-section
               perform  230-report-one-return
                        until  end-of-return-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-accept-run-mode.
           if  report-mode  or  post-mode
               perform  302-open-files
           else
               display  bad-mode-message
           end-if.
           if  return-file-exists
               accept  run-date  from date yyyymmdd
               perform  303-print-report-heading
               if  credit-file-is-open
                   perform  304-read-next-credit
               end-if
           end-if.

       210-post-one-credit.
           add 1 to credit-read-counter.
           perform  310-apply-credit.
           perform  304-read-next-credit.

      *----------------------------------------------------
      * The credits are done with - head up the open-returns
      * section and position on the lowest vendor key, so
      * the reads that follow come back vendor by vendor
      *----------------------------------------------------
       220-start-returns-section.
           if  credit-file-is-open
               if  credit-refused-counter > zero
                   move  blank-line  to  report-line
                   write report-line
               end-if
           end-if.
           move  returns-section-title  to  report-line.
           write report-line.
           move  returns-heading-2  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.

           move  "N"   to  return-eof-switch.
           move  zero  to  rtv-vendor-key.
           start return-register-file
               key is not less than rtv-vendor-key
               invalid key
                   move "Y" to return-eof-switch
           end-start.
           if  not end-of-return-file
               perform  305-read-next-return
           end-if.

      *----------------------------------------------------
      * A settled return is passed over; the first open
      * return for a new vendor closes the block in hand and
      * opens that vendor's
      *----------------------------------------------------
       230-report-one-return.
           if  rtv-credit-outstanding
               if  vendor-block-is-open
                       and  rtv-vendor-number
                            not = block-vendor-number
                   perform  321-print-vendor-subtotal
               end-if
               if  not vendor-block-is-open
                   perform  320-print-vendor-heading
               end-if
               perform  322-print-return-line
           end-if.
           perform  305-read-next-return.

       290-finalize.
           if  return-file-exists
               if  vendor-block-is-open
                   perform  321-print-vendor-subtotal
               end-if
               perform  306-print-open-credit-total
               if  post-mode
                   display "Credits read:     " credit-read-counter
                   display "Credits applied:  "
                           credit-applied-counter
                   display "Credits refused:  "
                           credit-refused-counter
               end-if
               display "Open returns:     " open-return-counter
           end-if.
           perform  307-close-files.

       301-accept-run-mode.
           display "Run mode - R report, P post credits and report"
                   " (R/P):".
           accept  run-mode.

      *----------------------------------------------------
      * Without a returns register there is nothing to
      * report.  A missing vendor master only costs the
      * blocks their name and contact, and a post run with
      * no credit file just reports
      *----------------------------------------------------
       302-open-files.
           if  post-mode
               open i-o return-register-file
           else
               open input return-register-file
           end-if.
           if  return-file-status = "00"
               move "Y" to return-exists-switch
               open output open-returns-report-out
               open input vendor-file-in
               if  vendor-file-status = "00"
                   move "Y" to vendor-opened-switch
               end-if
               if  post-mode
                   open input credit-file-in
                   if  credit-file-status = "00"
                       move "Y" to credit-opened-switch
                   else
                       display no-credit-file-message
                   end-if
               end-if
           else
               display no-return-file-message
           end-if.

       303-print-report-heading.
           move  run-date  to  heading-run-date.
           if  post-mode
               move  post-mode-title  to  heading-mode
           else
               move  report-mode-title  to  heading-mode
           end-if.
           move  heading-line-1  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.
           move  blank-line  to  report-line.
           write report-line.

       304-read-next-credit.
           read credit-file-in
               at end move "Y" to credit-eof-switch.

       305-read-next-return.
           read return-register-file next record
               at end move "Y" to return-eof-switch.

      *----------------------------------------------------
      * One credit note - it must name a PO line that can be
      * looked up, its reference must not already have
      * settled a return on that line, and the line must
      * have a return still waiting.  The register key puts
      * a PO line's returns oldest first, so a START on the
      * line and a walk forward over the whole line finds
      * both the one to settle and any earlier use of the
      * reference
      *----------------------------------------------------
       310-apply-credit.
           move "N" to credit-applied-switch.
           if  crd-po-number  is not numeric
                   or  crd-po-line-number  is not numeric
               move  bad-po-line-reason  to  refused-reason
               perform  313-print-refused-credit
           else
               move  crd-po-number       to  credit-po-number
               move  crd-po-line-number  to  credit-line-number
               perform  311-find-oldest-open-return
               if  reference-already-used
                   move  reference-used-reason  to  refused-reason
                   perform  313-print-refused-credit
               else
                   if  open-return-was-found
                       perform  315-settle-oldest-open-return
                   end-if
                   if  not credit-was-applied
                       move  no-return-reason  to  refused-reason
                       perform  313-print-refused-credit
                   end-if
               end-if
           end-if.

       311-find-oldest-open-return.
           move  "N"                 to  open-return-switch.
           move  "N"                 to  reference-used-switch.
           move  "N"                 to  line-scan-switch.
           move  credit-po-number    to  rtv-po-number.
           move  credit-line-number  to  rtv-po-line-number.
           move  zero                to  rtv-posted-date.
           move  zero                to  rtv-posted-time.
           move  zero                to  rtv-posted-sequence.
           start return-register-file
               key is not less than rtv-return-key
               invalid key
                   move "Y" to line-scan-switch
           end-start.
           perform  312-check-next-return-on-line
                    until  line-scan-is-done.

       312-check-next-return-on-line.
           read return-register-file next record
               at end
                   move "Y" to line-scan-switch
               not at end
                   if  rtv-po-number not = credit-po-number
                           or  rtv-po-line-number
                               not = credit-line-number
                       move "Y" to line-scan-switch
                   else
                       if  rtv-credit-received
                               and  rtv-credit-reference
                                    = crd-credit-reference
                           move "Y" to reference-used-switch
                           move "Y" to line-scan-switch
                       end-if
                       if  rtv-credit-outstanding
                               and  not open-return-was-found
                           move  rtv-return-key
                             to  oldest-open-return-key
                           move "Y" to open-return-switch
                       end-if
                   end-if
           end-read.

      *----------------------------------------------------
      * The walk has gone past the return to settle, so it
      * is read back by its key before it is rewritten
      *----------------------------------------------------
       315-settle-oldest-open-return.
           move  oldest-open-return-key  to  rtv-return-key.
           read return-register-file
               invalid key
                   continue
               not invalid key
                   perform  314-settle-return
           end-read.

       314-settle-return.
           move  "C"                   to  rtv-credit-status.
           move  run-date              to  rtv-credit-date.
           move  crd-credit-reference  to  rtv-credit-reference.
           rewrite return-record.
           move "Y" to credit-applied-switch.
           add 1 to credit-applied-counter.

      *----------------------------------------------------
      * A credit that could not be applied goes under the
      * section heading, printed the first time one turns up
      *----------------------------------------------------
       313-print-refused-credit.
           if  credit-refused-counter = zero
               move  refused-section-title  to  report-line
               write report-line
               move  refused-heading-2  to  report-line
               write report-line
               move  heading-line-3  to  report-line
               write report-line
           end-if.
           move  crd-po-number         to  refused-po-number.
           move  crd-po-line-number    to  refused-line-number.
           move  crd-credit-reference  to  refused-reference.
           move  refused-detail-line   to  report-line.
           write report-line.
           add 1 to credit-refused-counter.

      *----------------------------------------------------
      * Head up a new vendor's block - the vendor master is
      * probed by key for the name and contact to chase
      *----------------------------------------------------
       320-print-vendor-heading.
           move  rtv-vendor-number  to  block-vendor-number.
           move  zero  to  vendor-return-counter.
           move  zero  to  vendor-credit-total.

           move  vendor-not-on-file-name  to  vendor-heading-name.
           move  spaces  to  vendor-heading-contact.
           if  vendor-file-is-open
               move  rtv-vendor-number  to  vendor-number-vnd
               read vendor-file-in
                   invalid key
                       continue
                   not invalid key
                       move  vendor-name-vnd
                         to  vendor-heading-name
                       move  vendor-contact-vnd
                         to  vendor-heading-contact
               end-read
           end-if.

           move  blank-line  to  report-line.
           write report-line.
           move  rtv-vendor-number  to  vendor-heading-number.
           move  vendor-heading-line  to  report-line.
           write report-line.
           move "Y" to vendor-block-switch.

       321-print-vendor-subtotal.
           move  vendor-return-counter  to  vendor-subtotal-count.
           move  vendor-credit-total    to  vendor-subtotal-value.
           move  vendor-subtotal-line   to  report-line.
           write report-line.
           move "N" to vendor-block-switch.

      *----------------------------------------------------
      * One return still owed - how long the goods have
      * been gone, and whether the memo asking for the
      * credit has been sent
      *----------------------------------------------------
       322-print-return-line.
           perform  323-compute-return-age.

           move  rtv-po-number       to  detail-po-number.
           move  rtv-po-line-number  to  detail-line-number.
           move  rtv-part-number     to  detail-part-number.
           move  rtv-return-date     to  detail-return-date.
           move  rtv-return-qty      to  detail-return-qty.
           move  rtv-credit-due      to  detail-credit-due.
           move  return-age-days     to  detail-age-days.
           move  rtv-replacement-flag  to  detail-replacement.
           if  rtv-memo-date = zero
               move  no-memo-text    to  detail-memo-date
           else
               move  rtv-memo-date   to  detail-memo-date
           end-if.
           move  returns-detail-line  to  report-line.
           write report-line.

           add 1 to vendor-return-counter.
           add 1 to open-return-counter.
           add rtv-credit-due to vendor-credit-total.
           add rtv-credit-due to open-credit-total.

      *----------------------------------------------------
      * Age of the return in days - years at 365 and months
      * at 30, the same reckoning POOPEN1 ages orders by,
      * never below zero
      *----------------------------------------------------
       323-compute-return-age.
           move  rtv-return-date  to  return-date-parts.
           compute return-age-days
                   = (run-date-year  - return-date-year)  * 365
                   + (run-date-month - return-date-month) * 30
                   + (run-date-day   - return-date-day).
           if  return-age-days < zero
               move  zero  to  return-age-days
           end-if.

       306-print-open-credit-total.
           if  open-return-counter = zero
               move  none-open-line  to  report-line
               write report-line
           else
               move  heading-line-3  to  report-line
               write report-line
               move  open-credit-total
                 to  open-credit-total-display
               move  open-credit-total-line  to  report-line
               write report-line
           end-if.

       307-close-files.
           if  return-file-exists
               if  vendor-file-is-open
                   close  vendor-file-in
               end-if
               if  credit-file-is-open
                   close  credit-file-in
                   open output credit-file-in
                   close  credit-file-in
               end-if
               close  return-register-file
               close  open-returns-report-out
           end-if.

       end program rtvopn1.
