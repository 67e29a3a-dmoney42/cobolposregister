      *> ===========================================================
      *> SETLREC.CPY
      *> Card settlement file - written nightly by CARDSETL for the
      *> card processor, one file per business day.  A file header,
      *> then one batch per register (batch header, a detail line
      *> per card charge or card refund, batch trailer), then a
      *> file trailer carrying the day's control totals.
      *> ===========================================================
       01 SETTLEMENT-RECORD.
           05 ST-RECORD-TYPE         PIC X(01).
               88 ST-FILE-HEADER        VALUE 'H'.
               88 ST-BATCH-HEADER       VALUE 'B'.
               88 ST-DETAIL             VALUE 'D'.
               88 ST-BATCH-TRAILER      VALUE 'T'.
               88 ST-FILE-TRAILER       VALUE 'F'.
           05 ST-BUSINESS-DATE       PIC X(08).
      *> zero on the file header and file trailer
           05 ST-REGISTER-NUMBER     PIC 9(02).
      *> detail lines only - the receipt the card line came from
           05 ST-RECEIPT-NUMBER      PIC 9(08).
           05 ST-TIMESTAMP           PIC X(20).
           05 ST-TRANSACTION-CODE    PIC X(02).
               88 ST-CHARGE             VALUE "SA".
               88 ST-REFUND             VALUE "RF".
           05 ST-CARD-TYPE           PIC X(04).
           05 ST-CARD-LAST-FOUR      PIC X(04).
           05 ST-AUTH-CODE           PIC X(06).
           05 ST-AMOUNT              PIC 9(9)V99.
      *> trailers only: detail lines and totals for the batch (or,
      *> on the file trailer, the whole day); the net is charges
      *> less refunds and can go below zero
           05 ST-DETAIL-COUNT        PIC 9(06).
           05 ST-CHARGE-TOTAL        PIC 9(9)V99.
           05 ST-REFUND-TOTAL        PIC 9(9)V99.
           05 ST-NET-TOTAL           PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
