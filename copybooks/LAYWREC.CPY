      *> ===========================================================
      *> LAYWREC.CPY
      *> Layaway record - one per layaway, keyed on the register it
      *> was opened at plus the receipt number of its opening
      *> deposit, which together are already unique store-wide.
      *> The reserved lines come off on-hand when the layaway is
      *> opened; the money paid against it is a deposit the store
      *> owes back (less the restocking fee) until the layaway is
      *> completed, when the final sale receipt is written and the
      *> sale is booked.
      *> ===========================================================
       01 LAYAWAY-RECORD.
           05 LW-KEY.
               10 LW-REGISTER-NUMBER  PIC 9(02).
               10 LW-OPEN-RECEIPT     PIC 9(08).
           05 LW-CUSTOMER-NUMBER      PIC X(10).
           05 LW-STATUS               PIC X(01).
               88 LW-OPEN                VALUE 'O'.
               88 LW-COMPLETED           VALUE 'C'.
               88 LW-CANCELLED           VALUE 'X'.
           05 LW-OPENED-BY            PIC X(10).
           05 LW-OPENED-DATE          PIC X(08).
      *> the layaway must be paid off by this date; past it, the
      *> manager's listing flags it for follow-up or cancellation
           05 LW-EXPIRY-DATE          PIC X(08).
           05 LW-LAST-PAYMENT-DATE    PIC X(08).
      *> completion or cancellation date; spaces while open
           05 LW-CLOSED-DATE          PIC X(08).
           05 LW-SUBTOTAL-AMOUNT      PIC 9(7)V99.
           05 LW-TAX-AMOUNT           PIC 9(7)V99.
           05 LW-TOTAL-AMOUNT         PIC 9(7)V99.
      *> deposit plus every payment since
           05 LW-PAID-TO-DATE         PIC 9(7)V99.
           05 LW-PAYMENT-COUNT        PIC 9(03).
      *> kept out of the deposits when the layaway was cancelled
           05 LW-RESTOCK-FEE          PIC 9(7)V99.
           05 LW-ITEM-COUNT           PIC 9(03).
           05 LW-ITEM-TABLE OCCURS 50 TIMES.
               10 LW-ITEM-BARCODE     PIC X(20).
               10 LW-ITEM-DESC        PIC X(30).
               10 LW-ITEM-PRICE       PIC 9(5)V99.
               10 LW-ITEM-QTY         PIC 9(03).
               10 LW-ITEM-TAX-FLAG    PIC X(01).
               10 LW-ITEM-TAX-RATE    PIC V9999.
               10 LW-ITEM-PROMO-FLAG  PIC X(01).
      *> tax-exemption certificate the layaway was rung under, for
      *> the completed sale's receipt; spaces when taxed
           05 LW-EXEMPT-CERTIFICATE   PIC X(15).
           05 LW-EXEMPT-TYPE          PIC X(01).
