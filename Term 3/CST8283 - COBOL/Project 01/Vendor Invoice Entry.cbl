       program-id. vinent1 as "CST8283 VINENT1".
       author. Olga Zimina - CST8283

      *----------------------------------------------------
      * Keys supplier invoices off the paper as they arrive
      * in accounts payable, so they can be matched against
      * the PO master by VINMAT1 instead of checked against
      * the binder by hand.
      *
      * The operator keys the vendor (it has to be on the
      * vendor master, and its name is shown back so the
      * right supplier is on screen), the vendor's own
      * invoice number and the invoice date, then one line
      * at a time what the invoice bills for: the PO number
      * and PO line it quotes, the part, the quantity billed
      * and the unit price billed.  Each line is appended to
      * the vendor-invoice file (VINVFILE, see VINREC) - the
      * same file a supplier's own invoice file can be
      * loaded as, since it is in the same layout - and
      * nothing is judged here: whether the PO exists, is
      * still open, was received and was priced that way is
      * all VINMAT1's three-way match.
      *----------------------------------------------------

       environment division.
       input-output section.
       file-control.
           select VENDOR-FILE-IN
               assign to "VENDFILE"
                   organization is indexed
                   access mode is dynamic
                   record key is vendor-number-vnd
               file status is vendor-file-status.

      *----------------------------------------------------
      * The invoice lines waiting to be matched - appended
      * to across sessions until VINMAT1 takes them
      *----------------------------------------------------
           select VENDOR-INVOICE-FILE
               assign to "VINVFILE"
                   organization is line sequential
               file status is invoice-file-status.

       data division.
       file section.
       fd VENDOR-FILE-IN.
      *----------------------------------------------------
      * Shared layout - read only here, so no renaming is
      * needed
      *----------------------------------------------------
           copy VENDREC.

       fd VENDOR-INVOICE-FILE.
      *----------------------------------------------------
      * Shared invoice line layout - one line is written at
      * a time, so no renaming is needed
      *----------------------------------------------------
           copy VINREC.

       working-storage section.
      *----------------------------------------------------
      * The invoice being keyed - whose it is, its number
      * and date, and the line number the next line takes
      *----------------------------------------------------
       01  invoice-request.
           05  vendor-number-key   pic 9(5).
           05  invoice-number-in   pic x(10).
           05  invoice-date-in     pic 9(8).
           05  current-line-number pic 9(3)  value zero.

      *----------------------------------------------------
      * One invoice line as keyed by the operator.  The
      * price is keyed as a plain integer with the decimal
      * point implied (1250 = $12.50) and divided down, the
      * same way MAINT1 takes its prices
      *----------------------------------------------------
       01  invoice-line-in.
           05  po-number-in        pic 9(6).
           05  po-line-number-in   pic 9(3).
           05  part-number-in      pic 9(7).
           05  billed-qty-in       pic 9(5).
           05  billed-price-work   pic 9(6).
           05  billed-price-in     pic 9(4)v99.

      *----------------------------------------------------
      * Switches showing whether the value just keyed in for
      * each field has passed validation yet - the field is
      * re-prompted until it has, the same discipline
      * DESCMT1 uses
      *----------------------------------------------------
       01  field-validity-switches.
           05  vendor-valid-switch       pic x(1)  value "N".
               88  vendor-is-valid               value "Y".
           05  invoice-number-valid-switch  pic x(1)  value "N".
               88  invoice-number-is-valid       value "Y".
           05  invoice-date-valid-switch pic x(1)  value "N".
               88  invoice-date-is-valid         value "Y".
           05  po-number-valid-switch    pic x(1)  value "N".
               88  po-number-is-valid            value "Y".
           05  po-line-valid-switch      pic x(1)  value "N".
               88  po-line-is-valid              value "Y".
           05  part-number-valid-switch  pic x(1)  value "N".
               88  part-number-is-valid          value "Y".
           05  quantity-valid-switch     pic x(1)  value "N".
               88  quantity-is-valid             value "Y".
           05  price-valid-switch        pic x(1)  value "N".
               88  price-is-valid                value "Y".

      *----------------------------------------------------
      * Switches governing the session
      *----------------------------------------------------
       01  run-switches.
           05  input-response      pic x(1).
           05  line-response       pic x(1).
           05  file-opened-switch  pic x(1)  value "N".
               88  vendor-file-is-open      value "Y".

      *----------------------------------------------------
      * Open-time file statuses
      *----------------------------------------------------
       01  file-status-fields.
           05  vendor-file-status   pic x(2).
           05  invoice-file-status  pic x(2).

      *----------------------------------------------------
      * Counters reported at the end of the session, and the
      * edited picture a line's amount is shown through
      *----------------------------------------------------
       01  entry-totals.
           05  invoice-counter     pic 9(4)  value zero.
           05  invoice-line-counter  pic 9(4)  value zero.
           05  billed-total        pic 9(11)v99  value zero.
           05  line-amount         pic 9(9)v99   value zero.
       01  amount-display          pic zzz,zzz,zz9.99.
       01  billed-total-display    pic zz,zzz,zzz,zz9.99.

      *----------------------------------------------------
      * Messages which will be shown at the screen during
      * program execution
      *----------------------------------------------------
       01  entry-messages.
           05  another-prompt      pic x(44)
               value "Enter another invoice? Please use: y or n".
           05  another-line-prompt pic x(44)
               value "Another line on invoice? Please use: y or n".
           05  vendor-prompt       pic x(31)
               value "Please enter the vendor number:".
           05  invoice-number-prompt  pic x(38)
               value "Please enter the vendor's invoice no.:".
           05  invoice-date-prompt pic x(38)
               value "Please enter the invoice date YYYYMMDD".
           05  po-number-prompt    pic x(32)
               value "Please enter the PO number:".
           05  po-line-prompt      pic x(32)
               value "Please enter the PO line number:".
           05  part-number-prompt  pic x(32)
               value "Please enter the part number:".
           05  quantity-prompt     pic x(33)
               value "Please enter the quantity billed:".
           05  price-prompt        pic x(44)
               value "Unit price billed (no decimal; 1250=$12.50):".
           05  invalid-number-message  pic x(24)
               value "- must be greater than 0".
           05  unknown-vendor-message  pic x(24)
               value "- vendor not on VENDFILE".
           05  invalid-blank-message  pic x(24)
               value "- must not be blank".
           05  invalid-date-message  pic x(24)
               value "- must be YYYYMMDD".
           05  file-not-found-message  pic x(40)
               value "VENDFILE not found - no vendors to bill.".

       procedure division.
      *----------------------------------------------------
      * Entry point - open the files and take invoices until
      * the operator is done
      *----------------------------------------------------
       100-enter-vendor-invoices.
           perform  200-initialize.
           if  vendor-file-is-open
               perform  210-process-one-invoice
                        until input-response = "n"
           end-if.
           perform  290-finalize.

           stop run.

       200-initialize.
           perform  301-open-files.
           if  vendor-file-is-open
               perform  302-request-another
           end-if.

      *----------------------------------------------------
      * One invoice - whose it is, its number and date, then
      * lines until the operator says the invoice is keyed
      *----------------------------------------------------
       210-process-one-invoice.
           perform  303-request-invoice-heading.
           move  zero  to  current-line-number.
           add 1 to invoice-counter.
           move  "y"  to  line-response.
           perform  220-process-one-line
                    until  line-response = "n".
           perform  302-request-another.

       220-process-one-line.
           perform  304-request-invoice-line.
           perform  305-write-invoice-line.
           perform  306-request-another-line.

       290-finalize.
           perform  307-close-files.
           perform  308-display-totals.

      *----------------------------------------------------
      * VENDFILE must be there - an invoice from a supplier
      * we do not know cannot be keyed.  VINVFILE is only
      * appended to; the first session ever finds it missing
      * and starts it
      *----------------------------------------------------
       301-open-files.
           open input vendor-file-in.
           if  vendor-file-status = "00"
               move "Y" to file-opened-switch
               open extend vendor-invoice-file
               if  invoice-file-status not = "00"
                   open output vendor-invoice-file
               end-if
           else
               move "N" to file-opened-switch
               display file-not-found-message line 4 column 5
                       with blank screen
           end-if.

       302-request-another.
           display another-prompt
               line 22 column 5.
           accept input-response
               line 23 column 5.

      *----------------------------------------------------
      * The invoice heading - vendor, invoice number, date -
      * each re-prompted until it holds a sane value
      *----------------------------------------------------
       303-request-invoice-heading.
           move  "N"  to  vendor-valid-switch.
           perform  310-accept-vendor-number
                    until  vendor-is-valid.

           move  "N"  to  invoice-number-valid-switch.
           perform  311-accept-invoice-number
                    until  invoice-number-is-valid.

           move  "N"  to  invoice-date-valid-switch.
           perform  312-accept-invoice-date
                    until  invoice-date-is-valid.

       310-accept-vendor-number.
           display  vendor-prompt      line 4  column 5 with blank
           screen.
           accept   vendor-number-key  line 5  column 10.

           if  vendor-number-key  is numeric  and
                   vendor-number-key > 0
               move  vendor-number-key  to  vendor-number-vnd
               read vendor-file-in
                   invalid key
                       display unknown-vendor-message
                               line 5 column 36
                   not invalid key
                       move "Y" to vendor-valid-switch
                       display vendor-name-vnd line 5 column 36
               end-read
           else
               display invalid-number-message line 5 column 36
           end-if.

       311-accept-invoice-number.
           display  invoice-number-prompt  line 6  column 5.
           accept   invoice-number-in      line 7  column 10.

           if  invoice-number-in not = spaces
               move "Y" to invoice-number-valid-switch
           else
               display invalid-blank-message line 7 column 36
           end-if.

       312-accept-invoice-date.
           display  invoice-date-prompt  line 8  column 5.
           accept   invoice-date-in      line 9  column 10.

           if  invoice-date-in  is numeric
                   and  invoice-date-in > 19000101
               move "Y" to invoice-date-valid-switch
           else
               display invalid-date-message line 9 column 36
           end-if.

      *----------------------------------------------------
      * Collect one line's fields, re-prompting each until
      * it holds a sane value
      *----------------------------------------------------
       304-request-invoice-line.
           move  "N"  to  po-number-valid-switch.
           perform  313-accept-po-number
                    until  po-number-is-valid.

           move  "N"  to  po-line-valid-switch.
           perform  314-accept-po-line-number
                    until  po-line-is-valid.

           move  "N"  to  part-number-valid-switch.
           perform  315-accept-part-number
                    until  part-number-is-valid.

           move  "N"  to  quantity-valid-switch.
           perform  316-accept-billed-qty
                    until  quantity-is-valid.

           move  "N"  to  price-valid-switch.
           perform  317-accept-billed-price
                    until  price-is-valid.

       313-accept-po-number.
           display  po-number-prompt  line 11  column 5.
           accept   po-number-in      line 12  column 10.

           if  po-number-in  is numeric  and  po-number-in > 0
               move "Y" to po-number-valid-switch
           else
               display invalid-number-message line 12 column 36
           end-if.

       314-accept-po-line-number.
           display  po-line-prompt     line 13  column 5.
           accept   po-line-number-in  line 14  column 10.

           if  po-line-number-in  is numeric
                   and  po-line-number-in > 0
               move "Y" to po-line-valid-switch
           else
               display invalid-number-message line 14 column 36
           end-if.

       315-accept-part-number.
           display  part-number-prompt  line 15  column 5.
           accept   part-number-in      line 16  column 10.

           if  part-number-in  is numeric  and  part-number-in > 0
               move "Y" to part-number-valid-switch
           else
               display invalid-number-message line 16 column 36
           end-if.

       316-accept-billed-qty.
           display  quantity-prompt  line 17  column 5.
           accept   billed-qty-in    line 18  column 10.

           if  billed-qty-in  is numeric  and  billed-qty-in > 0
               move "Y" to quantity-valid-switch
           else
               display invalid-number-message line 18 column 36
           end-if.

       317-accept-billed-price.
           display  price-prompt       line 19  column 5.
           accept   billed-price-work  line 20  column 10.

           if  billed-price-work  is numeric
                   and  billed-price-work > 0
               compute  billed-price-in = billed-price-work / 100
               move "Y" to price-valid-switch
           else
               display invalid-number-message line 20 column 36
           end-if.

      *----------------------------------------------------
      * The line goes on file as keyed, numbered within the
      * invoice, and its amount is shown back so the operator
      * can tick it off against the paper
      *----------------------------------------------------
       305-write-invoice-line.
           add 1 to current-line-number.
           move  vendor-number-key    to  vin-vendor-number.
           move  invoice-number-in    to  vin-invoice-number.
           move  current-line-number  to  vin-invoice-line.
           move  invoice-date-in      to  vin-invoice-date.
           move  po-number-in         to  vin-po-number.
           move  po-line-number-in    to  vin-po-line-number.
           move  part-number-in       to  vin-part-number.
           move  billed-qty-in        to  vin-billed-qty.
           move  billed-price-in      to  vin-billed-unit-price.
           write vendor-invoice-record.
           add 1 to invoice-line-counter.

           compute line-amount = billed-qty-in * billed-price-in.
           add  line-amount  to  billed-total.
           move  line-amount  to  amount-display.
           display "Line amount:" line 21 column 5.
           display amount-display line 21 column 19.

       306-request-another-line.
           display another-line-prompt
               line 22 column 5.
           accept line-response
               line 23 column 5.

       307-close-files.
           if  vendor-file-is-open
               close  vendor-file-in
               close  vendor-invoice-file
           end-if.

      *----------------------------------------------------
      * Output to the screen what this session keyed
      *----------------------------------------------------
       308-display-totals.
           if  vendor-file-is-open
               move  billed-total  to  billed-total-display
               display "Invoices keyed:  " line 4 column 5
                       with blank screen
               display invoice-counter      line 4 column 24
               display "Lines keyed:     " line 5 column 5
               display invoice-line-counter line 5 column 24
               display "Amount billed:   " line 6 column 5
               display billed-total-display line 6 column 24
               display "Program is completed. Thank you."
                       line 8 column 5
           end-if.

       end program vinent1.
