      *> ===========================================================
      *> TAGREC.CPY
      *> Shelf-tag print file - written each morning by SHELFTAG,
      *> one file per day (shelftag-YYYYMMDD.dat), one record per
      *> tag to hang, in department order so the crew can work the
      *> store aisle by aisle.  The label printer takes the file as
      *> it stands.
      *> ===========================================================
       01 SHELF-TAG-RECORD.
           05 TG-DEPARTMENT          PIC X(04).
           05 TG-BARCODE             PIC X(20).
           05 TG-DESCRIPTION         PIC X(30).
           05 TG-REGULAR-PRICE       PIC 9(5)V99.
      *> zero and spaces when no promotion is running today
           05 TG-SALE-PRICE          PIC 9(5)V99.
           05 TG-SALE-END-DATE       PIC X(08).
      *> why the tag is being hung
      *>   PRICE     the regular price changed
      *>   SALE ON   a promotion starts today
      *>   SALE OFF  a promotion ended yesterday - back to regular
           05 TG-REASON              PIC X(08).
               88 TG-PRICE-CHANGE       VALUE "PRICE".
               88 TG-SALE-STARTS        VALUE "SALE ON".
               88 TG-SALE-ENDED         VALUE "SALE OFF".
