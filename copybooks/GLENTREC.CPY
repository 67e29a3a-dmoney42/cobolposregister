      *> ===========================================================
      *> GLENTREC.CPY
      *> General-ledger journal line - written by GLEXPORT to
      *> gljrnl-YYYYMMDD.dat, one line per ledger account the day
      *> touched, each carrying its net as a debit or a credit.
      *> The file is only ever written balanced: the debit column
      *> and the credit column foot to the same total.
      *> ===========================================================
       01 GL-ENTRY-RECORD.
           05 GE-JOURNAL-DATE        PIC X(08).
           05 GE-LINE-NUMBER         PIC 9(04).
           05 GE-ACCOUNT             PIC X(10).
           05 GE-DESCRIPTION         PIC X(30).
           05 GE-DEBIT-AMOUNT        PIC 9(9)V99.
           05 GE-CREDIT-AMOUNT       PIC 9(9)V99.
