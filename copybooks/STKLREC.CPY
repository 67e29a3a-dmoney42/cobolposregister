      *> ===========================================================
      *> STKLREC.CPY
      *> Stock movement ledger - one line per change to an item's
      *> on-hand count, appended to STOCK-LEDGER-FILE by every
      *> program that moves IM-ON-HAND-QTY, so a count that comes
      *> out wrong can be walked back movement by movement.
      *> ===========================================================
       01 STOCK-LEDGER-RECORD.
           05 SL-BARCODE             PIC X(20).
           05 SL-TIMESTAMP           PIC X(20).
           05 SL-MOVEMENT-TYPE       PIC X(08).
               88 SL-SALE               VALUE "SALE".
               88 SL-RETURN             VALUE "RETURN".
               88 SL-RECEIPT            VALUE "RECEIPT".
               88 SL-COUNT-ADJUST       VALUE "COUNT".
               88 SL-MANUAL-ADJUST      VALUE "ADJUST".
      *> goods put by on a layaway, and put back if it is cancelled
               88 SL-LAYAWAY            VALUE "LAYAWAY".
               88 SL-LAYAWAY-CANCEL     VALUE "LAYCANCL".
      *> units moved, signed: negative takes stock off the shelf.
      *> Leading separate signs keep the file readable as text.
           05 SL-QUANTITY            PIC S9(05)
                                     SIGN IS LEADING SEPARATE.
      *> the on-hand count the movement left on the item master
           05 SL-ON-HAND-AFTER       PIC S9(05)
                                     SIGN IS LEADING SEPARATE.
           05 SL-EMPLOYEE-ID         PIC X(10).
      *> what the movement was posted against: the receipt number
      *> (with its register) for a sale, return or layaway posting,
      *> the PO number
      *> for a receipt against a PO, zero for back-room postings
           05 SL-REGISTER-NUMBER     PIC 9(02).
           05 SL-REFERENCE-NUMBER    PIC 9(08).
