      *----------------------------------------------------
      * LOCREC - shared location-stock record layout
      *
      * One record on the location-stock file (LOCSTOCK) for
      * every place a part is kept - warehouse location and
      * bin - holding the quantity sitting in that bin.  The
      * INVFILE qty on hand stays the part's total; the rows
      * here break that total down by where the stock
      * physically is, and a part's rows always add up to
      * its qty on hand (LOCBAL1 proves it and trues up any
      * drift).
      *
      * The location code names the building or cage:
      *   MAIN - main warehouse
      *   VAN  - service van cage
      *   TRLR - overflow trailer
      * and the bin is whatever the shelf label says within
      * it.  A row with location and bin both blank is the
      * part's UNBINNED stock - what is on hand but has not
      * been put away anywhere named yet.  A part that has
      * no rows at all has its whole qty on hand placed
      * there the first time STKMOV1 or COUNTR1 touches it,
      * so a part never has to be set up here before it can
      * move.
      *
      * The file is indexed by part, location and bin, so a
      * keyed START on the part number walks all the places
      * one part is kept, the same way POREC's key walks one
      * order's lines.  The location and bin together are
      * also an alternate key (with duplicates - many parts
      * share a bin), so a count sheet can be printed in the
      * order a counter walks the aisles.
      *
      * COPY this into an FD wherever LOCSTOCK is read or
      * written, the same discipline INVREC established for
      * the inventory file.
      *----------------------------------------------------
       01  location-stock-record.
           05  loc-stock-key.
               10  loc-part-number     pic 9(7).
               10  loc-place.
                   15  loc-location-code  pic x(4).
                   15  loc-bin-code       pic x(6).
           05  loc-qty-on-hand         pic 9(4).
           05  loc-last-count-date     pic 9(8).
