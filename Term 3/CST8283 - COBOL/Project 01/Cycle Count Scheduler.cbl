      * takes it from there unchanged (a skeleton line whose
      * quantity was never filled in simply bounces off
      * COUNTR1's numeric check and onto its flagged list).
      *
      * Both outputs come out in bin order, not part order.
      * The parts picked are held in a table, and the
      * location-stock file (LOCSTOCK, see LOCREC) is then
      * walked by location and bin - one sheet line and one
      * skeleton line per place a picked part is kept, under
      * a heading for each location - so a counter walks the
      * aisles once instead of hunting one part across three
      * buildings, and COUNTR1 gets each bin's figure on its
      * own line.  A picked part that has never been placed
      * anywhere prints at the end, to be counted wherever
      * it turns up.
      *
      * COUNTFIL is a batch file (see BATCTL): the skeleton
      * opens with a header carrying the next batch id off
      * BATCTLFIL and closes with a trailer carrying the
      * line count.  Its quantity hash is zero as written -
      * nothing has been counted yet - so once the counted
      * figures are keyed in, BATSTP1 restamps the trailer
      * over them (keeping the batch id) before COUNTR1 will
      * take the file.
      *----------------------------------------------------

       environment division.
               assign to "CNTSHEET"
                   organization is line sequential.

      *----------------------------------------------------
      * Stock by location and bin - walked on its location/
      * bin alternate key to put the sheet in aisle order
      *----------------------------------------------------
           select LOCATION-STOCK-FILE-IN
               assign to "LOCSTOCK"
                   organization is indexed
                   access mode is dynamic
                   record key is loc-stock-key
                   alternate record key is loc-place
                       with duplicates
               file status is location-file-status.

      *----------------------------------------------------
      * The pre-keyed skeleton the counters' figures are
      * keyed into - the same COUNTFIL layout COUNTR1 reads
               assign to "COUNTFIL"
                   organization is line sequential.

      *----------------------------------------------------
      * The last batch id handed out, shared by every job
      * that writes a batch file, so no two batches anywhere
      * carry the same id
      *----------------------------------------------------
           select BATCH-CONTROL-FILE
               assign to "BATCTLFIL"
                   organization is line sequential
               file status is batch-control-status.

       data division.
       file section.
       fd INVENTORY-FILE-IN.
      *----------------------------------------------------
           copy DESCREC.

       fd LOCATION-STOCK-FILE-IN.
      *----------------------------------------------------
      * Shared location-stock layout - the loc- names do not
      * collide with the names above, so no renaming needed
      *----------------------------------------------------
           copy LOCREC.

       fd COUNT-SHEET-OUT.
      *----------------------------------------------------
      * One printed line of the count sheet

       fd SKELETON-FILE-OUT.
      *----------------------------------------------------
      * One skeleton count line - the part number and the
      * place it is kept pre-keyed, the counted quantity
      * left blank for the office
      *----------------------------------------------------
       01  skeleton-record-out.
           05  skl-part-number     pic 9(7).
           05  skl-counted-qty     pic x(4).
           05  skl-location        pic x(4).
           05  skl-bin             pic x(6).
      *----------------------------------------------------
      * The batch header or trailer line (see BATCTL)
      *----------------------------------------------------
       01  skeleton-control-record  pic x(50).

       fd BATCH-CONTROL-FILE.
      *----------------------------------------------------
      * The one control line - the last batch id used
      *----------------------------------------------------
       01  batch-control-record.
           05  ctl-last-batch-id   pic 9(8).

       working-storage section.
      *----------------------------------------------------
               88  description-file-is-open  value "Y".
           05  part-due-switch     pic x(1)  value "N".
               88  part-is-due              value "Y".
           05  location-opened-switch  pic x(1)  value "N".
               88  location-file-is-open    value "Y".
           05  location-eof-switch     pic x(1)  value "N".
               88  end-of-location-file     value "Y".
           05  selected-found-switch   pic x(1)  value "N".
               88  place-is-for-selected    value "Y".

      *----------------------------------------------------
      * Open-time file statuses
       01  file-status-fields.
           05  inventory-file-status    pic x(2).
           05  description-file-status  pic x(2).
           05  location-file-status     pic x(2).

      *----------------------------------------------------
      * The description fields looked up for the part being
           05  found-description   pic x(25)  value spaces.
           05  found-measure       pic x(4)   value spaces.

      *----------------------------------------------------
      * The parts picked for today's sheet, held until the
      * location walk prints them in bin order - looked up
      * with a SEARCH the way REORDR1 probes its on-order
      * table.  Sized to the largest sheet limit the prompt
      * allows, so it can never overflow.  The placed flag
      * is set once a part turns up on LOCSTOCK, and the
      * parts still unflagged after the walk are the ones
      * never placed anywhere
      *----------------------------------------------------
       01  selected-part-table.
           05  selected-part-count  pic 9(3)  value zero.
           05  selected-part-entry
                   occurs 1 to 999 times
                   depending on selected-part-count
                   indexed by selected-index.
               10  selected-part-number  pic 9(7).
               10  selected-last-count   pic 9(8).
               10  selected-placed-switch  pic x(1).
                   88  selected-part-is-placed  value "Y".

      *----------------------------------------------------
      * The sheet line being built - the place, the part and
      * its last count date, from whichever of the location
      * walk or the unplaced sweep is printing it - and the
      * location the last heading was printed for
      *----------------------------------------------------
       01  sheet-work-fields.
           05  sheet-location      pic x(4)   value spaces.
           05  sheet-bin           pic x(6)   value spaces.
           05  sheet-part-number   pic 9(7)   value zero.
           05  sheet-last-count    pic 9(8)   value zero.
           05  previous-location   pic x(4)   value spaces.

      *----------------------------------------------------
      * The value bands and the counting interval each one
      * earns.  These are the numbers to tune if the daily
           05  due-counter         pic 9(4)  value zero.
           05  selected-counter    pic 9(4)  value zero.

      *----------------------------------------------------
      * Shared batch header and trailer layouts - built
      * here, written through skeleton-control-record
      *----------------------------------------------------
           copy BATCTL.

      *----------------------------------------------------
      * The batch being written - its id off the control
      * file, when it was created, and the count and hash
      * totals the trailer carries
      *----------------------------------------------------
       01  batch-stamp-fields.
           05  batch-control-status  pic x(2).
           05  last-batch-id       pic 9(8)  value zero.
           05  batch-created-time  pic 9(6)  value zero.
           05  batch-record-count  pic 9(7)  value zero.
           05  batch-qty-hash      pic 9(11)  value zero.
           05  batch-amount-hash   pic 9(11)v99  value zero.

      *----------------------------------------------------
      * Count sheet heading lines
      *----------------------------------------------------
               value "CYCLE COUNT SHEET - ".
           05  heading-run-date    pic 9(8).
       01  heading-line-2.
           05  filler              pic x(6)   value "BIN".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(7)   value "PART NO".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(11)  value "DESCRIPTION".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(10)  value "LAST COUNT".
           05  filler              pic x(2)   value spaces.
           05  filler              pic x(11)  value "COUNTED QTY".
       01  heading-line-3          pic x(80)
           value all "-".

      *----------------------------------------------------
      * Printed ahead of each location's bins, so the sheet
      * can be torn apart and handed out building by
      * building.  Unbinned stock and parts never placed get
      * headings of their own
      *----------------------------------------------------
       01  location-heading-line.
           05  filler              pic x(10)  value "LOCATION: ".
           05  location-heading-text  pic x(30).
       01  unbinned-heading-text   pic x(30)
           value "UNBINNED".
       01  unplaced-heading-text   pic x(30)
           value "NOT PLACED - COUNT WHERE FOUND".

      *----------------------------------------------------
      * Detail line printed for each part on the sheet - the
      * counted quantity is a ruled blank for the counter's
      * pencil, and there is deliberately no book quantity
      *----------------------------------------------------
       01  detail-line.
           05  detail-bin          pic x(6).
           05  filler              pic x(2)   value spaces.
           05  detail-part-number  pic 9(7).
           05  filler              pic x(2)   value spaces.
           05  detail-description  pic x(25).
           if  inventory-file-is-open
               perform  210-consider-one-part
                        until  end-of-inventory-file
               perform  220-print-sheet-in-bin-order
           end-if.
           perform  290-finalize.

           perform  301-open-files.
           if  inventory-file-is-open
               perform  310-capture-run-date
               perform  318-write-batch-header
               perform  302-print-sheet-heading
               perform  303-read-next-inventory-record
           end-if.
           perform  304-judge-whether-due.
           if  part-is-due
               add 1 to due-counter
               if  selected-part-count < sheet-limit
                   perform  308-select-part-for-sheet
               end-if
           end-if.
           perform  303-read-next-inventory-record.

      *----------------------------------------------------
      * The picked parts go onto the sheet in the order the
      * aisles are walked - every LOCSTOCK place holding one
      * of them, location by location and bin by bin - and
      * then whatever was picked but never placed
      *----------------------------------------------------
       220-print-sheet-in-bin-order.
           if  location-file-is-open
               move  low-values  to  loc-place
               start location-stock-file-in
                   key is not less than loc-place
                   invalid key
                       move "Y" to location-eof-switch
               end-start
               perform  314-read-next-place
               perform  221-consider-one-place
                        until  end-of-location-file
           end-if.
           perform  222-print-unplaced-part
                    varying  selected-index  from 1 by 1
                    until  selected-index > selected-part-count.

       221-consider-one-place.
           perform  315-find-selected-part.
           if  place-is-for-selected
               move  loc-location-code  to  sheet-location
               move  loc-bin-code       to  sheet-bin
               move  loc-part-number    to  sheet-part-number
               move  selected-last-count (selected-index)
                 to  sheet-last-count
               perform  305-put-part-on-sheet
           end-if.
           perform  314-read-next-place.

       222-print-unplaced-part.
           if  not selected-part-is-placed (selected-index)
               move  high-values  to  sheet-location
               move  spaces       to  sheet-bin
               move  selected-part-number (selected-index)
                 to  sheet-part-number
               move  selected-last-count (selected-index)
                 to  sheet-last-count
               perform  305-put-part-on-sheet
           end-if.

       290-finalize.
           perform  306-close-files.
           perform  307-display-totals.
               else
                   move "N" to description-opened-switch
               end-if
               open input location-stock-file-in
               if  location-file-status = "00"
                   move "Y" to location-opened-switch
               else
                   move "N" to location-opened-switch
               end-if
           else
               move "N" to file-opened-switch
               display file-not-found-message line 7 column 5
           end-if.

      *----------------------------------------------------
      * One due part into the table, to be printed once the
      * location walk reaches the bins it is kept in
      *----------------------------------------------------
       308-select-part-for-sheet.
           add 1 to selected-part-count.
           set  selected-index  to  selected-part-count.
           move  part-number-cyc
             to  selected-part-number (selected-index).
           move  last-count-date-cyc
             to  selected-last-count (selected-index).
           move  "N"  to  selected-placed-switch (selected-index).

       314-read-next-place.
           if  not end-of-location-file
               read location-stock-file-in next record
                   at end move "Y" to location-eof-switch
               end-read
           end-if.

      *----------------------------------------------------
      * Is the place just read one of a picked part's?  The
      * SEARCH leaves selected-index on the part's entry,
      * and the entry is flagged as placed
      *----------------------------------------------------
       315-find-selected-part.
           move "N" to selected-found-switch.
           if  selected-part-count > zero
               set selected-index to 1
               search selected-part-entry
                   at end
                       continue
                   when selected-part-number (selected-index)
                            = loc-part-number
                       move "Y" to selected-found-switch
                       move "Y"
                         to  selected-placed-switch (selected-index)
               end-search
           end-if.

      *----------------------------------------------------
      * One place of one due part onto both outputs - the
      * printed sheet line for the counter's clipboard, and
      * the skeleton COUNTFIL line the office keys the
      * counted figure into.  A new location gets its own
      * heading first
      *----------------------------------------------------
       305-put-part-on-sheet.
           if  sheet-location not = previous-location
                   or  selected-counter = zero
               perform  316-print-location-heading
           end-if.

           perform  313-look-up-description.
           move  sheet-bin          to  detail-bin.
           move  sheet-part-number  to  detail-part-number.
           move  found-description  to  detail-description.
           move  found-measure      to  detail-measure.
           if  sheet-last-count = zero
               move  never-counted-text  to  detail-last-count
           else
               move  sheet-last-count    to  last-count-display
               move  last-count-display  to  detail-last-count
           end-if.
           move  detail-line  to  sheet-line.
           write sheet-line.

           move  sheet-part-number  to  skl-part-number.
           move  spaces             to  skl-counted-qty.
           if  sheet-location = high-values
               move  spaces          to  skl-location
           else
               move  sheet-location  to  skl-location
           end-if.
           move  sheet-bin          to  skl-bin.
           write skeleton-record-out.
           add 1 to batch-record-count.

           add 1 to selected-counter.

      *----------------------------------------------------
      * Parts never placed carry high values as their
      * location, so they break away from the unbinned rows
      * (blank location) that sort first on LOCSTOCK
      *----------------------------------------------------
       316-print-location-heading.
           evaluate true
               when sheet-location = high-values
                   move  unplaced-heading-text
                     to  location-heading-text
               when sheet-location = spaces
                   move  unbinned-heading-text
                     to  location-heading-text
               when other
                   move  sheet-location  to  location-heading-text
           end-evaluate.
           move  spaces  to  sheet-line.
           write sheet-line.
           move  location-heading-line  to  sheet-line.
           write sheet-line.
           move  sheet-location  to  previous-location.

      *----------------------------------------------------
      * DESCFILE is indexed by part number, so the lookup is
      * a direct keyed READ.  A part with no description
           move  spaces  to  found-description.
           move  spaces  to  found-measure.
           if  description-file-is-open
               move  sheet-part-number  to  part-number-dsc
               read description-file-in
                   invalid key
                       continue
               end-read
           end-if.

      *----------------------------------------------------
      * Take the next batch id off the shared control file
      * and write it back at once, the way POGEN1 takes PO
      * numbers, so a run that dies cannot hand the same id
      * out twice.  A missing or empty control file means no
      * batch has ever been written
      *----------------------------------------------------
       317-take-next-batch-id.
           move  zero  to  last-batch-id.
           open input batch-control-file.
           if  batch-control-status = "00"
               read batch-control-file
                   at end
                       continue
                   not at end
                       move  ctl-last-batch-id  to  last-batch-id
               end-read
               close batch-control-file
           end-if.
           add 1 to last-batch-id.
           open output batch-control-file.
           move  last-batch-id  to  ctl-last-batch-id.
           write batch-control-record.
           close batch-control-file.

       318-write-batch-header.
           perform  317-take-next-batch-id.
           accept  batch-created-time  from time.
           move  "COUNTFIL"          to  bhd-file-name.
           move  last-batch-id       to  bhd-batch-id.
           move  run-date            to  bhd-created-date.
           move  batch-created-time  to  bhd-created-time.
           move  batch-header-line   to  skeleton-control-record.
           write skeleton-control-record.

       319-write-batch-trailer.
           move  "COUNTFIL"          to  btr-file-name.
           move  last-batch-id       to  btr-batch-id.
           move  batch-record-count  to  btr-record-count.
           move  batch-qty-hash      to  btr-qty-hash.
           move  batch-amount-hash   to  btr-amount-hash.
           move  batch-trailer-line  to  skeleton-control-record.
           write skeleton-control-record.

       306-close-files.
           if  inventory-file-is-open
               perform  319-write-batch-trailer
               close  inventory-file-in
               close  count-sheet-out
               close  skeleton-file-out
               if  description-file-is-open
                   close  description-file-in
               end-if
               if  location-file-is-open
                   close  location-stock-file-in
               end-if
           end-if.

      *----------------------------------------------------
           if  inventory-file-is-open
               display "Parts considered:  " read-counter
               display "Parts due:         " due-counter
               display "On today's sheet:  " selected-part-count
               display "Bins on sheet:     " selected-counter
               display "COUNTFIL batch id: " last-batch-id
           end-if.

       end program cyclct1.
