      *> ===========================================================
      *> LABLREC.CPY
      *> Shelf-label queue record - labelq.dat, one record for every
      *> shelf price change, written by ITEMMAINT, PRICEIMP and the
      *> register's manager price override the moment the item
      *> master price is rewritten (and for a newly added item, so
      *> it goes on the shelf with a tag).  SHELFTAG prints the
      *> pending ones for the morning crew and marks them printed.
      *> ===========================================================
       01 LABEL-QUEUE-RECORD.
           05 LQ-KEY.
               10 LQ-BARCODE          PIC X(20).
               10 LQ-TIMESTAMP        PIC X(20).
      *> which program made the change - ITEMMAINT, PRICEIMP or
      *> OVERRIDE for the register
           05 LQ-SOURCE              PIC X(10).
           05 LQ-EMPLOYEE-ID         PIC X(10).
      *> zero old price on a newly added item
           05 LQ-OLD-PRICE           PIC 9(5)V99.
           05 LQ-NEW-PRICE           PIC 9(5)V99.
           05 LQ-STATUS              PIC X(01).
               88 LQ-PENDING            VALUE 'P'.
               88 LQ-PRINTED            VALUE 'D'.
      *> the SHELFTAG run that printed the tag
           05 LQ-PRINTED-DATE        PIC X(08).
