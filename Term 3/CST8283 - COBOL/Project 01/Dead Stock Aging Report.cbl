      * by vendor with subtotals, the same sectioning
      * LOWSTK1 uses, so purchasing sees per supplier what
      * is gathering dust.
      *
      * A dead part may only be dead because a supplier has
      * replaced its number (SUPFILE, see SUPREC and SUPMT1)
      * and the demand moved to the new one - or the new
      * number may be sitting idle while the old stock is
      * still used up.  Under every dead part that belongs
      * to a supersession chain the other numbers in the
      * chain are listed, with their quantity and periods
      * unchanged off the same snapshots, so the chain is
      * judged as one.
      *----------------------------------------------------

       environment division.
               assign to "DEDSTOCK"
                   organization is line sequential.

      *----------------------------------------------------
      * The supersession master, read once up front to
      * table which part numbers replaced which
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
       fd SNAPSHOT-CHAIN-IN.
      *----------------------------------------------------
       01  report-line            pic x(110).

       fd SUPERSESSION-FILE-IN.
      *----------------------------------------------------
      * Shared supersession layout - the -sup names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy SUPREC.

       working-storage section.
      *----------------------------------------------------
      * How many unchanged periods makes a part dead, keyed
               88  vendor-heading-printed   value "Y".
           05  entry-unmatched-switch  pic x(1)  value "N".
               88  entry-has-no-vendor      value "Y".
           05  supersession-eof-switch  pic x(1)  value "N".
               88  end-of-supersession-file  value "Y".
           05  chain-walk-switch   pic x(1)  value "N".
               88  chain-walk-is-done       value "Y".

      *----------------------------------------------------
      * Open-time file statuses - without the snapshot
           05  chain-file-status        pic x(2).
           05  vendor-file-status       pic x(2).
           05  description-file-status  pic x(2).
           05  supersession-file-status  pic x(2).

      *----------------------------------------------------
      * The description fields looked up for the part being
       01  table-full-message      pic x(44)
           value "Part table is full - report is incomplete.".

      *----------------------------------------------------
      * Every supersession on SUPFILE - the replaced part,
      * the part that replaced it, and the current number
      * at the end of its chain.  Capped at 200; without
      * SUPFILE the table stays empty and no chain lines
      * are printed
      *----------------------------------------------------
       01  supersession-table.
           05  sup-entry-count     pic 9(3)  value zero.
           05  sup-entry
                   occurs 1 to 200 times
                   depending on sup-entry-count
                   indexed by sup-index.
               10  sup-old-part        pic 9(7).
               10  sup-new-part        pic 9(7).
               10  sup-final-part      pic 9(7).

       01  supersession-table-full-message  pic x(44)
           value "Supersession table is full - chain partial.".

      *----------------------------------------------------
      * Walking a chain, and the chain member being listed
      * under a dead part
      *----------------------------------------------------
       01  chain-work-fields.
           05  sup-subscript       pic 9(3)  value zero.
           05  chain-part-number   pic 9(7)  value zero.
           05  chain-step-counter  pic 9(2)  value zero.
           05  chain-head-part     pic 9(7)  value zero.
           05  member-part-number  pic 9(7)  value zero.

      *----------------------------------------------------
      * Work fields for the reporting pass over the table
      *----------------------------------------------------
           05  filler              pic x(4)   value spaces.
           05  detail-dead-value   pic zzzzzzzz9.99.

      *----------------------------------------------------
      * Line printed under a dead part for each other number
      * in its supersession chain, quantity and periods
      * unchanged under the detail line's columns
      *----------------------------------------------------
       01  chain-member-line.
           05  filler              pic x(4)   value spaces.
           05  chain-member-label  pic x(14).
           05  chain-member-part   pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  chain-member-note   pic x(20).
           05  chain-member-qty    pic zzz9.
           05  filler              pic x(7)   value spaces.
           05  chain-member-streak pic zz9.

       01  chain-member-texts.
           05  chain-current-label   pic x(14)  value "CHAIN CURRENT ".
           05  chain-replaced-label  pic x(14)  value "CHAIN REPLACED".
           05  not-latest-note       pic x(20)
               value "NOT ON LATEST PERIOD".

      *----------------------------------------------------
      * Subtotal printed under each vendor's block
      *----------------------------------------------------
               else
                   move "N" to description-opened-switch
               end-if
               perform  322-load-supersession-table
           else
               move "N" to chain-opened-switch
               display no-chain-message line 7 column 5
           move  dead-stock-value   to  detail-dead-value.
           move  detail-line        to  report-line.
           write report-line.
           if  sup-entry-count > zero
               perform  327-print-chain-members
           end-if.

           add 1 to vendor-line-counter.
           add 1 to dead-part-counter.
               display "Dead parts reported:  " dead-part-counter
           end-if.

      *----------------------------------------------------
      * Table every supersession on SUPFILE, whatever its
      * effective date, and follow each to the current
      * number at the end of its chain
      *----------------------------------------------------
       322-load-supersession-table.
           open input supersession-file-in.
           if  supersession-file-status = "00"
               perform  323-read-next-supersession
               perform  324-table-one-supersession
                        until  end-of-supersession-file
               close supersession-file-in
               perform  325-resolve-chain-final
                        varying sup-subscript from 1 by 1
                        until  sup-subscript > sup-entry-count
           end-if.

       323-read-next-supersession.
           read supersession-file-in next record
               at end move "Y" to supersession-eof-switch.

       324-table-one-supersession.
           if  sup-entry-count < 200
               add 1 to sup-entry-count
               move  old-part-number-sup
                 to  sup-old-part (sup-entry-count)
               move  new-part-number-sup
                 to  sup-new-part (sup-entry-count)
           else
               display supersession-table-full-message
           end-if.
           perform  323-read-next-supersession.

       325-resolve-chain-final.
           move  sup-new-part (sup-subscript)  to  chain-part-number.
           move  zero  to  chain-step-counter.
           move "N" to chain-walk-switch.
           perform  326-follow-one-link
                    until  chain-walk-is-done.
           move  chain-part-number  to  sup-final-part (sup-subscript).

       326-follow-one-link.
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

      *----------------------------------------------------
      * Find the current number of the dead part's chain -
      * the end of the chain when the part was replaced, the
      * part itself when it replaced others - and list every
      * other number in that chain under the dead part
      *----------------------------------------------------
       327-print-chain-members.
           move  zero  to  chain-head-part.
           set sup-index to 1.
           search sup-entry
               at end
                   continue
               when sup-old-part (sup-index)
                        = aged-part-number (scan-subscript)
                   move  sup-final-part (sup-index)
                     to  chain-head-part
           end-search.
           if  chain-head-part = zero
               set sup-index to 1
               search sup-entry
                   at end
                       continue
                   when sup-final-part (sup-index)
                            = aged-part-number (scan-subscript)
                       move  aged-part-number (scan-subscript)
                         to  chain-head-part
               end-search
           end-if.

           if  chain-head-part > zero
               if  chain-head-part
                       not = aged-part-number (scan-subscript)
                   move  chain-head-part  to  member-part-number
                   move  chain-current-label  to  chain-member-label
                   perform  329-print-chain-member-line
               end-if
               perform  328-print-replaced-member
                        varying sup-subscript from 1 by 1
                        until  sup-subscript > sup-entry-count
           end-if.

       328-print-replaced-member.
           if  sup-final-part (sup-subscript) = chain-head-part
                   and  sup-old-part (sup-subscript)
                        not = aged-part-number (scan-subscript)
               move  sup-old-part (sup-subscript)
                 to  member-part-number
               move  chain-replaced-label  to  chain-member-label
               perform  329-print-chain-member-line
           end-if.

      *----------------------------------------------------
      * The member's figures come off its own table entry -
      * a number missing from the latest snapshot is shown
      * as such, with nothing on hand
      *----------------------------------------------------
       329-print-chain-member-line.
           move  member-part-number  to  chain-member-part.
           move  not-latest-note  to  chain-member-note.
           move  zero  to  chain-member-qty.
           move  zero  to  chain-member-streak.
           if  aged-parts-count > zero
               set aged-part-index to 1
               search aged-part-entry
                   at end
                       continue
                   when aged-part-number (aged-part-index)
                            = member-part-number
                       if  aged-last-period (aged-part-index)
                               = period-counter
                           move  spaces  to  chain-member-note
                           move  aged-qty-on-hand (aged-part-index)
                             to  chain-member-qty
                           move  aged-streak (aged-part-index)
                             to  chain-member-streak
                       end-if
               end-search
           end-if.
           move  chain-member-line  to  report-line.
           write report-line.

       end program dedstk1.
