      *----------------------------------------------------
      * PRHREC - shared price-history line layout
      *
      * One line on the price-history file (PRICHIST) for
      * every price change PRICHG1 applies - appended across
      * runs the way AUDITOUT is, never reset.  The old and
      * new unit price both carry explicit decimals so the
      * history reads without a copybook in hand, followed
      * by the date the change was due and the date it was
      * actually applied.
      *
      * The qty on hand is what the part held when its price
      * moved - the quantity the revaluation was worked out
      * on, so the month-end journal (GLJRN1) can book the
      * same figure PRCHGRPT printed.  Lines written before
      * it was carried have it blank.
      *
      * COPY this into the working storage of the program
      * that writes the history (the line is built there and
      * moved to the FD record) and into the FD of every
      * program that reads it back.
      *----------------------------------------------------
       01  history-detail-line.
           05  hist-part-number    pic 9(7).
           05  filler              pic x(2)  value spaces.
           05  hist-old-price      pic 9(4).99.
           05  filler              pic x(2)  value spaces.
           05  hist-new-price      pic 9(4).99.
           05  filler              pic x(2)  value spaces.
           05  hist-effective-date pic 9(8).
           05  filler              pic x(1)  value space.
           05  hist-applied-date   pic 9(8).
           05  filler              pic x(1)  value space.
           05  hist-qty-on-hand    pic 9(4).
