      * An add has a blank before image; a delete has a
      * blank after image.  The images are the record
      * byte-for-byte as its copybook lays it out, padded
      * to the width of the widest master (VENDREC's 58),
      * so an inquiry can show them as they are or overlay
      * a copybook on them.  The record key is carried
      * separately so selections do not have to dig it out
           05  filler              pic x(1)  value space.
           05  ca-record-key       pic x(7).
           05  filler              pic x(1)  value space.
           05  ca-before-image     pic x(58).
           05  filler              pic x(1)  value space.
           05  ca-after-image      pic x(58).
