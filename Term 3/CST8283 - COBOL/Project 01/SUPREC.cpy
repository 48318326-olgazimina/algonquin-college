      *----------------------------------------------------
      * SUPREC - shared part-supersession record layout
      *
      * One physical record on SUPFILE for every part
      * number a supplier has replaced with another: the
      * old part number (the key), the part number that
      * replaces it, the date the replacement takes effect,
      * and whether the old part's remaining stock can
      * still be used in place of the new part.
      *
      * A replacing part can itself be replaced later, so
      * the records link into a chain - follow the replacing
      * part back onto SUPFILE until it is not on file, and
      * that last number is the one to order.  The alternate
      * key on the replacing part walks the chain the other
      * way, from a part back to every number it replaced.
      * SUPMT1 refuses a record that would link a chain back
      * onto itself.
      *
      * Before the effective date the old number is still
      * bought, received and reordered as it always was;
      * from that date on REORDR1 and POGEN1 order the
      * replacing part instead and STKMOV1 refuses receipts
      * against the old number.
      *
      * COPY this into an FD wherever SUPFILE is read or
      * written, the same discipline DESCREC established
      * for the description master.
      *----------------------------------------------------
       01  supersession-record-out.
           05  old-part-number-sup  pic 9(7).
           05  new-part-number-sup  pic 9(7).
           05  effective-date-sup   pic 9(8).
           05  old-stock-usable-sup pic x(1).
               88  old-stock-is-usable      value "Y".
