       program-id. rtvmem1 as "CST8283 RTVMEM1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Prints the debit memos that go out with goods sent
      * back to a supplier, so the supplier is asked for the
      * credit in writing the day the goods leave instead of
      * when somebody remembers.
      *
      * The returns register (RTVFILE, see RTVREC) is read
      * in vendor order along its alternate key, and every
      * return STKMOV1 has posted that has not yet been on
      * a memo is picked up.  Each vendor with any such
      * return gets one memo: the vendor's name and contact
      * off the vendor master (VENDFILE, see VENDREC), a
      * line per return - PO and line it came in on, part,
      * quantity sent back, the unit cost the PO line was
      * bought at and the credit that makes - and the total
      * credit the vendor owes us on this memo.
      *
      * Each return printed is stamped with the run date as
      * its memo date, so a rerun does not bill the vendor
      * twice and RTVOPN1's open-returns report can show
      * which returns have been asked for.  A vendor number
      * no longer on the master still gets its memo, headed
      * VENDOR NOT ON FILE, for purchasing to address by
      * hand.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
      *----------------------------------------------------
      * The returns register - walked along the vendor key,
      * each return rewritten with its memo date
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

           select DEBIT-MEMO-OUT
               assign to "DEBITMEM"
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

       fd DEBIT-MEMO-OUT.
      *----------------------------------------------------
      * One printed line of the memos
      *----------------------------------------------------
       01  memo-line              pic x(80).

       working-storage section.
      *----------------------------------------------------
      * Switches governing the run
      *----------------------------------------------------
       01  run-switches.
           05  return-eof-switch   pic x(1)  value "N".
               88  end-of-return-file       value "Y".
           05  return-exists-switch  pic x(1)  value "N".
               88  return-file-exists       value "Y".
           05  vendor-opened-switch  pic x(1)  value "N".
               88  vendor-file-is-open      value "Y".
           05  memo-open-switch    pic x(1)  value "N".
               88  memo-is-open             value "Y".

       01  file-status-fields.
           05  return-file-status  pic x(2).
           05  vendor-file-status  pic x(2).

      *----------------------------------------------------
      * The date stamped on every memo and on every return
      * it lists
      *----------------------------------------------------
       01  run-date                pic 9(8)  value zero.

      *----------------------------------------------------
      * The vendor whose memo is being printed, and what it
      * has come to so far
      *----------------------------------------------------
       01  memo-work-fields.
           05  memo-vendor-number  pic 9(5)  value zero.
           05  memo-line-counter   pic 9(4)  value zero.
           05  memo-credit-total   pic 9(9)v99  value zero.

      *----------------------------------------------------
      * Whole-run totals
      *----------------------------------------------------
       01  run-totals.
           05  memo-counter        pic 9(4)  value zero.
           05  return-line-counter pic 9(5)  value zero.
           05  run-credit-total    pic 9(9)v99  value zero.
           05  run-credit-display  pic zzz,zzz,zz9.99.

      *----------------------------------------------------
      * Memo heading lines - the title and date, who it is
      * to, and the column headings
      *----------------------------------------------------
       01  memo-title-line.
           05  filler              pic x(40)
               value "DEBIT MEMO - GOODS RETURNED TO VENDOR".
           05  filler              pic x(6)   value "DATE: ".
           05  memo-title-date     pic 9(8).
       01  memo-vendor-line.
           05  filler              pic x(8)   value "VENDOR: ".
           05  memo-vendor-display pic 9(5).
           05  filler              pic x(2)   value spaces.
           05  memo-vendor-name    pic x(25).
       01  memo-contact-line.
           05  filler              pic x(8)   value "ATTN:   ".
           05  memo-vendor-contact pic x(25).
       01  memo-request-line       pic x(80)
           value "Please issue a credit note for the goods below.".
       01  memo-heading-line.
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
           05  filler              pic x(9)   value "UNIT COST".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(12)  value "  CREDIT DUE".
       01  rule-line               pic x(80)  value all "-".
       01  blank-line              pic x(80)  value spaces.

       01  vendor-not-on-file-name  pic x(25)
           value "VENDOR NOT ON FILE".

      *----------------------------------------------------
      * One line per return on the memo
      *----------------------------------------------------
       01  memo-detail-line.
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
           05  detail-unit-cost    pic zzzzz9.99.
           05  filler              pic x(2)   value spaces.
           05  detail-credit-due   pic zzzzzzzz9.99.

      *----------------------------------------------------
      * Total at the foot of each memo
      *----------------------------------------------------
       01  memo-total-line.
           05  filler              pic x(40)
               value "TOTAL CREDIT DUE ON THIS MEMO:".
           05  memo-total-display  pic zzz,zzz,zz9.99.

       01  none-to-memo-line       pic x(80)
           value "No returns are waiting for a debit memo.".

       01  no-return-file-message  pic x(44)
           value "RTVFILE not found - no returns to bill.".

       procedure division.
      *----------------------------------------------------
      * Entry point - one memo per vendor with returns not
      * yet billed, then the run totals
      *----------------------------------------------------
       100-print-debit-memos.
           perform  200-initialize.
           if  return-file-exists
               perform  210-process-one-return
                        until  end-of-return-file
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-open-files.
           if  return-file-exists
               accept  run-date  from date yyyymmdd
               perform  302-start-vendor-order
           end-if.

      *----------------------------------------------------
      * A return already billed is passed over; the first
      * unbilled return for a new vendor closes the memo in
      * hand and opens that vendor's
      *----------------------------------------------------
       210-process-one-return.
           if  rtv-memo-date = zero
                   and  rtv-credit-outstanding
               if  memo-is-open
                       and  rtv-vendor-number not = memo-vendor-number
                   perform  305-print-memo-total
               end-if
               if  not memo-is-open
                   perform  304-print-memo-heading
               end-if
               perform  306-print-return-line
           end-if.
           perform  303-read-next-return.

       290-finalize.
           if  return-file-exists
               if  memo-is-open
                   perform  305-print-memo-total
               end-if
               if  memo-counter = zero
                   move  none-to-memo-line  to  memo-line
                   write memo-line
               end-if
               display "Debit memos printed: " memo-counter
               display "Returns billed:      " return-line-counter
               move  run-credit-total  to  run-credit-display
               display "Credit asked for:    " run-credit-display
           end-if.
           perform  307-close-files.

      *----------------------------------------------------
      * Without a returns register there is nothing to
      * bill.  A missing vendor master only costs the memos
      * their name and contact
      *----------------------------------------------------
       301-open-files.
           open i-o return-register-file.
           if  return-file-status = "00"
               move "Y" to return-exists-switch
               open output debit-memo-out
               open input vendor-file-in
               if  vendor-file-status = "00"
                   move "Y" to vendor-opened-switch
               end-if
           else
               display no-return-file-message
           end-if.

      *----------------------------------------------------
      * Position on the lowest vendor key, so the reads
      * that follow come back vendor by vendor and, within
      * a vendor, oldest return first
      *----------------------------------------------------
       302-start-vendor-order.
           move  zero  to  rtv-vendor-key.
           start return-register-file
               key is not less than rtv-vendor-key
               invalid key
                   move "Y" to return-eof-switch
           end-start.
           if  not end-of-return-file
               perform  303-read-next-return
           end-if.

       303-read-next-return.
           read return-register-file next record
               at end move "Y" to return-eof-switch.

      *----------------------------------------------------
      * Head up a new memo - the vendor master is probed by
      * key for the name and contact to address it to
      *----------------------------------------------------
       304-print-memo-heading.
           move  rtv-vendor-number  to  memo-vendor-number.
           move  zero  to  memo-line-counter.
           move  zero  to  memo-credit-total.

           move  vendor-not-on-file-name  to  memo-vendor-name.
           move  spaces  to  memo-vendor-contact.
           if  vendor-file-is-open
               move  rtv-vendor-number  to  vendor-number-vnd
               read vendor-file-in
                   invalid key
                       continue
                   not invalid key
                       move  vendor-name-vnd    to  memo-vendor-name
                       move  vendor-contact-vnd
                         to  memo-vendor-contact
               end-read
           end-if.

           if  memo-counter > zero
               move  blank-line  to  memo-line
               write memo-line
               write memo-line
           end-if.
           move  run-date           to  memo-title-date.
           move  memo-title-line    to  memo-line.
           write memo-line.
           move  rule-line          to  memo-line.
           write memo-line.
           move  rtv-vendor-number  to  memo-vendor-display.
           move  memo-vendor-line   to  memo-line.
           write memo-line.
           move  memo-contact-line  to  memo-line.
           write memo-line.
           move  blank-line         to  memo-line.
           write memo-line.
           move  memo-request-line  to  memo-line.
           write memo-line.
           move  blank-line         to  memo-line.
           write memo-line.
           move  memo-heading-line  to  memo-line.
           write memo-line.
           move  rule-line          to  memo-line.
           write memo-line.

           move "Y" to memo-open-switch.
           add 1 to memo-counter.

       305-print-memo-total.
           move  rule-line          to  memo-line.
           write memo-line.
           move  memo-credit-total  to  memo-total-display.
           move  memo-total-line    to  memo-line.
           write memo-line.
           move "N" to memo-open-switch.

      *----------------------------------------------------
      * One return on the memo - printed, then stamped with
      * the memo date so it is never billed again
      *----------------------------------------------------
       306-print-return-line.
           move  rtv-po-number       to  detail-po-number.
           move  rtv-po-line-number  to  detail-line-number.
           move  rtv-part-number     to  detail-part-number.
           move  rtv-return-date     to  detail-return-date.
           move  rtv-return-qty      to  detail-return-qty.
           move  rtv-unit-cost       to  detail-unit-cost.
           move  rtv-credit-due      to  detail-credit-due.
           move  memo-detail-line    to  memo-line.
           write memo-line.

           add 1 to memo-line-counter.
           add 1 to return-line-counter.
           add rtv-credit-due to memo-credit-total.
           add rtv-credit-due to run-credit-total.

           move  run-date  to  rtv-memo-date.
           rewrite return-record.

       307-close-files.
           if  return-file-exists
               if  vendor-file-is-open
                   close  vendor-file-in
               end-if
               close  return-register-file
               close  debit-memo-out
           end-if.

       end program rtvmem1.
