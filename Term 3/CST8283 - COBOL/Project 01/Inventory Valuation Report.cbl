      * price) - with a grand total of the whole inventory
      * at the bottom, so accounting gets more than a bare
      * row count.
      *
      * Where a supplier has replaced a part number with
      * another (SUPFILE, see SUPREC and SUPMT1) the old and
      * new records are still separate lines above, but a
      * closing section shows each chain together: the
      * current number first, then every number it replaced
      * with the number that replaced it, the effective date
      * and whether the old stock can still be used, and the
      * chain's combined quantity and values.  The grand
      * totals count every record once, as before.
      *----------------------------------------------------

       environment division.
               assign to "INVRPT"
                   organization is line sequential.

      *----------------------------------------------------
      * The supersession master, read once up front to
      * table every replaced part number
      *----------------------------------------------------
           select SUPERSESSION-FILE-IN
               assign to "SUPFILE"
                   organization is indexed
                   access mode is sequential
                   record key is old-part-number-sup
                   alternate record key is new-part-number-sup
                       with duplicates
               file status is supersession-file-status.

       data division.
       file section.
       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
       01  report-line            pic x(110).

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - the -sup names do not
      * collide with the rpt- names above
      *----------------------------------------------------
           copy SUPREC.

       working-storage section.
      *----------------------------------------------------
      * Switch showing whether the inventory file is exhausted
       01  run-switches.
           05  eof-switch          pic x(1)  value "N".
               88  end-of-inventory-file    value "Y".
           05  supersession-eof-switch  pic x(1)  value "N".
               88  end-of-supersession-file  value "Y".
           05  chain-walk-switch   pic x(1)  value "N".
               88  chain-walk-is-done       value "Y".

      *----------------------------------------------------
      * SUPFILE's open-time status - the master only exists
      * once SUPMT1 has keyed a supersession, and without it
      * the chain section is simply not printed
      *----------------------------------------------------
       01  supersession-file-fields.
           05  supersession-file-status  pic x(2).

      *----------------------------------------------------
      * Every supersession on file - the replaced part, the
      * part that replaced it, from when, whether the old
      * stock is usable, the current number at the end of
      * its chain, and the replaced part's own figures as
      * the inventory pass finds them
      *----------------------------------------------------
       01  supersession-table.
           05  sup-entry-count     pic 9(3)  value zero.
           05  sup-entry
                   occurs 1 to 200 times
                   depending on sup-entry-count
                   indexed by sup-index.
               10  sup-old-part        pic 9(7).
               10  sup-new-part        pic 9(7).
               10  sup-effective-date  pic 9(8).
               10  sup-usable-flag     pic x(1).
               10  sup-final-part      pic 9(7).
               10  sup-old-qty         pic 9(4).
               10  sup-old-price       pic 9(4)v99.
               10  sup-old-avg-cost    pic 9(4)v99.

      *----------------------------------------------------
      * One entry per chain - the current number every link
      * leads to, whether it is on INVFILE, and its figures
      *----------------------------------------------------
       01  chain-head-table.
           05  head-count          pic 9(3)  value zero.
           05  head-entry
                   occurs 1 to 200 times
                   depending on head-count
                   indexed by head-index.
               10  head-part           pic 9(7).
               10  head-found          pic x(1).
               10  head-qty            pic 9(4).
               10  head-price          pic 9(4)v99.
               10  head-avg-cost       pic 9(4)v99.

       01  supersession-table-full-message  pic x(44)
           value "Supersession table is full - chain partial.".

      *----------------------------------------------------
      * Walking a chain, and the chain being printed
      *----------------------------------------------------
       01  chain-work-fields.
           05  sup-subscript       pic 9(3)  value zero.
           05  head-subscript      pic 9(3)  value zero.
           05  chain-part-number   pic 9(7)  value zero.
           05  chain-step-counter  pic 9(2)  value zero.
           05  chain-total-qty     pic 9(5)  value zero.
           05  chain-total-value   pic 9(9)v99  value zero.
           05  chain-total-avg-value  pic 9(9)v99  value zero.

      *----------------------------------------------------
      * Extended values of the current part - once at the
               value "GRAND TOTAL VALUE AT AVERAGE COST:".
           05  avg-total-display   pic zzz,zzz,zz9.99.

      *----------------------------------------------------
      * Supersession chain section - the heading, one line
      * per number in the chain on the same columns as the
      * detail lines, and the chain's combined figures
      *----------------------------------------------------
       01  chain-heading-line-1    pic x(110)
           value "SUPERSESSION CHAINS - CURRENT PART FIRST".
       01  chain-heading-line-2.
           05  chain-heading-base  pic x(79).
           05  filler              pic x(7)   value "REPL BY".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(8)   value "EFF DATE".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(9)   value "OLD STOCK".

       01  chain-detail-line.
           05  chain-detail-base   pic x(76).
           05  filler              pic x(3)   value spaces.
           05  chain-replaced-by   pic x(7).
           05  filler              pic x(2)   value spaces.
           05  chain-effective     pic x(8).
           05  filler              pic x(2)   value spaces.
           05  chain-old-stock     pic x(11).

       01  chain-total-line.
           05  filler              pic x(13)  value "  CHAIN TOTAL".
           05  chain-qty-display   pic zzzz9.
           05  filler              pic x(20)  value spaces.
           05  chain-value-display pic zzzzzzzz9.99.
           05  filler              pic x(14)  value spaces.
           05  chain-avg-display   pic zzzzzzzz9.99.

       01  chain-texts.
           05  current-part-text   pic x(7)   value "CURRENT".
           05  not-on-file-text    pic x(11)  value "NOT ON FILE".
           05  usable-text         pic x(11)  value "USABLE".
           05  not-usable-text     pic x(11)  value "NOT USABLE".

       01  blank-line              pic x(110)  value spaces.

       procedure division.
      *----------------------------------------------------
      * Entry point - print the heading, one detail line per

       200-initialize.
           perform  301-open-files.
           perform  307-load-supersession-table.
           perform  302-print-report-heading.
           perform  303-read-next-inventory-record.


       290-finalize.
           perform  305-print-grand-total.
           if  head-count > zero
               perform  314-print-supersession-chains
           end-if.
           perform  306-close-files.

       301-open-files.
           move  avg-extended-value to  detail-avg-value.
           move  detail-line        to  report-line.
           write report-line.
           if  sup-entry-count > zero
               perform  313-capture-chain-member
           end-if.

       305-print-grand-total.
           move  grand-total-value  to  grand-total-display.
           close  inventory-file-in.
           close  valuation-report-out.

      *----------------------------------------------------
      * Table every supersession on SUPFILE, whatever its
      * effective date, then follow each to the current
      * number at the end of its chain and table that
      * number once as the chain's head
      *----------------------------------------------------
       307-load-supersession-table.
           open input supersession-file-in.
           if  supersession-file-status = "00"
               perform  308-read-next-supersession
               perform  309-table-one-supersession
                        until  end-of-supersession-file
               close supersession-file-in
               perform  310-resolve-chain-head
                        varying sup-subscript from 1 by 1
                        until  sup-subscript > sup-entry-count
           end-if.

       308-read-next-supersession.
           read supersession-file-in next record
               at end move "Y" to supersession-eof-switch.

       309-table-one-supersession.
           if  sup-entry-count < 200
               add 1 to sup-entry-count
               move  old-part-number-sup
                 to  sup-old-part (sup-entry-count)
               move  new-part-number-sup
                 to  sup-new-part (sup-entry-count)
               move  effective-date-sup
                 to  sup-effective-date (sup-entry-count)
               move  old-stock-usable-sup
                 to  sup-usable-flag (sup-entry-count)
               move  zero  to  sup-old-qty (sup-entry-count)
               move  zero  to  sup-old-price (sup-entry-count)
               move  zero  to  sup-old-avg-cost (sup-entry-count)
           else
               display supersession-table-full-message
           end-if.
           perform  308-read-next-supersession.

       310-resolve-chain-head.
           move  sup-new-part (sup-subscript)  to  chain-part-number.
           move  zero  to  chain-step-counter.
           move "N" to chain-walk-switch.
           perform  311-follow-one-link
                    until  chain-walk-is-done.
           move  chain-part-number  to  sup-final-part (sup-subscript).
           perform  312-add-chain-head.

       311-follow-one-link.
           add 1 to chain-step-counter.
           set sup-index to 1.
           search sup-entry
               at end
                   move "Y" to chain-walk-switch
               when sup-old-part (sup-index) = chain-part-number
                   move  sup-new-part (sup-index)
                     to  chain-part-number
           end-search.
           if  chain-step-counter > 50
               move "Y" to chain-walk-switch
           end-if.

       312-add-chain-head.
           set head-index to 1.
           search head-entry
               at end
                   add 1 to head-count
                   move  chain-part-number  to  head-part (head-count)
                   move "N" to head-found (head-count)
                   move  zero  to  head-qty (head-count)
                   move  zero  to  head-price (head-count)
                   move  zero  to  head-avg-cost (head-count)
               when head-part (head-index) = chain-part-number
                   continue
           end-search.

      *----------------------------------------------------
      * Keep the figures of a part that belongs to a chain,
      * as the head or as a replaced number, for the chain
      * section at the end
      *----------------------------------------------------
       313-capture-chain-member.
           set sup-index to 1.
           search sup-entry
               at end
                   continue
               when sup-old-part (sup-index) = part-number-rpt
                   move  qty-on-hand-rpt   to  sup-old-qty (sup-index)
                   move  unit-price-rpt    to  sup-old-price (sup-index)
                   move  average-cost-rpt
                     to  sup-old-avg-cost (sup-index)
           end-search.
           set head-index to 1.
           search head-entry
               at end
                   continue
               when head-part (head-index) = part-number-rpt
                   move "Y" to head-found (head-index)
                   move  qty-on-hand-rpt   to  head-qty (head-index)
                   move  unit-price-rpt    to  head-price (head-index)
                   move  average-cost-rpt
                     to  head-avg-cost (head-index)
           end-search.

      *----------------------------------------------------
      * The chain section - one block per current number
      *----------------------------------------------------
       314-print-supersession-chains.
           move  blank-line  to  report-line.
           write report-line.
           move  chain-heading-line-1  to  report-line.
           write report-line.
           move  heading-line-2  to  chain-heading-base.
           move  chain-heading-line-2  to  report-line.
           write report-line.
           move  heading-line-3  to  report-line.
           write report-line.
           perform  315-print-one-chain
                    varying head-subscript from 1 by 1
                    until  head-subscript > head-count.

       315-print-one-chain.
           move  head-qty (head-subscript)  to  qty-on-hand-rpt.
           move  head-price (head-subscript)  to  unit-price-rpt.
           move  head-avg-cost (head-subscript)  to  average-cost-rpt.
           perform  317-format-chain-figures.
           move  head-part (head-subscript)  to  detail-part-number.
           move  detail-line  to  chain-detail-base.
           move  current-part-text  to  chain-replaced-by.
           move  spaces  to  chain-effective.
           if  head-found (head-subscript) = "Y"
               move  spaces  to  chain-old-stock
           else
               move  not-on-file-text  to  chain-old-stock
           end-if.
           move  chain-detail-line  to  report-line.
           write report-line.

           move  head-qty (head-subscript)  to  chain-total-qty.
           move  extended-value  to  chain-total-value.
           move  avg-extended-value  to  chain-total-avg-value.
           perform  316-print-replaced-part
                    varying sup-subscript from 1 by 1
                    until  sup-subscript > sup-entry-count.

           move  chain-total-qty        to  chain-qty-display.
           move  chain-total-value      to  chain-value-display.
           move  chain-total-avg-value  to  chain-avg-display.
           move  chain-total-line  to  report-line.
           write report-line.
           move  blank-line  to  report-line.
           write report-line.

       316-print-replaced-part.
           if  sup-final-part (sup-subscript)
                   = head-part (head-subscript)
               move  sup-old-qty (sup-subscript)  to  qty-on-hand-rpt
               move  sup-old-price (sup-subscript)  to  unit-price-rpt
               move  sup-old-avg-cost (sup-subscript)
                 to  average-cost-rpt
               perform  317-format-chain-figures
               move  sup-old-part (sup-subscript)
                 to  detail-part-number
               move  detail-line  to  chain-detail-base
               move  sup-new-part (sup-subscript)  to  chain-replaced-by
               move  sup-effective-date (sup-subscript)
                 to  chain-effective
               if  sup-usable-flag (sup-subscript) = "Y"
                   move  usable-text  to  chain-old-stock
               else
                   move  not-usable-text  to  chain-old-stock
               end-if
               move  chain-detail-line  to  report-line
               write report-line
               add  sup-old-qty (sup-subscript)  to  chain-total-qty
               add  extended-value  to  chain-total-value
               add  avg-extended-value  to  chain-total-avg-value
           end-if.

      *----------------------------------------------------
      * Extend one chain member's figures onto the detail
      * line, the same sums the detail lines above use
      *----------------------------------------------------
       317-format-chain-figures.
           compute extended-value
                   = qty-on-hand-rpt * unit-price-rpt.
           compute avg-extended-value
                   = qty-on-hand-rpt * average-cost-rpt.
           move  qty-on-hand-rpt    to  detail-qty-on-hand.
           move  unit-price-rpt     to  detail-unit-price.
           move  extended-value     to  detail-ext-value.
           move  average-cost-rpt   to  detail-avg-cost.
           move  avg-extended-value to  detail-avg-value.

       end program invrpt1.
