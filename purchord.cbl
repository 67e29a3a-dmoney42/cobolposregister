               RECORD KEY IS PO-NUMBER
               FILE STATUS IS PURCHASE-ORDER-STATUS.

           SELECT OPTIONAL STOCK-LEDGER-FILE ASSIGN TO "stockledg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       FD PURCHASE-ORDER-FILE.
           COPY POREC.

       FD STOCK-LEDGER-FILE.
           COPY STKLREC.

       WORKING-STORAGE SECTION.
         01 EMPLOYEE-STATUS        PIC XX.
         01 ITEM-MASTER-STATUS     PIC XX.
         01 PURCHASE-ORDER-STATUS  PIC XX.
         01 STOCK-LEDGER-STATUS    PIC XX.

      *> manager sign-on to this program (MANAGER role only)
         01 MGR-EMPLOYEE-ID      PIC X(10).
         01 SUGGESTED-QTY        PIC S9(06).
         01 SHORTED-LINE-COUNT   PIC 9(03).
         01 RECEIVED-UNIT-COUNT  PIC 9(07).
         01 UNIT-COST-INPUT      PIC X(09).
         01 NEW-UNIT-COST        PIC 9(5)V99.
         01 RUN-DATE             PIC X(08).

       PROCEDURE DIVISION.
           CLOSE EMPLOYEE-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE PURCHASE-ORDER-FILE
           CLOSE STOCK-LEDGER-FILE
           STOP RUN
           .

               DISPLAY "ERROR: Could not open purchord.dat file."
               STOP RUN
           END-IF

           OPEN EXTEND STOCK-LEDGER-FILE
           IF STOCK-LEDGER-STATUS NOT = "00" AND
              STOCK-LEDGER-STATUS NOT = "05"
               DISPLAY "ERROR: Could not open stockledg.dat file."
               STOP RUN
           END-IF
           .

       SEED-PO-NUMBER.
           ELSE
               MOVE RECD-QTY-INPUT TO RECEIVED-QTY
           END-IF
           END-IF

           MOVE RECEIVED-QTY TO PO-LINE-RECD-QTY(LINE-SUB)
           IF RECEIVED-QTY < PO-LINE-ORDER-QTY(LINE-SUB)
                       DISPLAY "delivery not posted to on-hand."
                   NOT INVALID KEY
                       ADD RECEIVED-QTY TO IM-ON-HAND-QTY
                       PERFORM ACCEPT-RECEIVED-COST
                       REWRITE ITEM-MASTER-RECORD
                       PERFORM WRITE-RECEIPT-LEDGER-ENTRY
                       DISPLAY "  on hand is now " IM-ON-HAND-QTY
               END-READ
           END-IF
           .

      *> Each line received goes on the stock ledger against the PO
      *> it came in on, under the manager who signed for it.
       WRITE-RECEIPT-LEDGER-ENTRY.
           MOVE IM-BARCODE TO SL-BARCODE
           MOVE FUNCTION CURRENT-DATE(1:20) TO SL-TIMESTAMP
           MOVE "RECEIPT" TO SL-MOVEMENT-TYPE
           MOVE RECEIVED-QTY TO SL-QUANTITY
           MOVE IM-ON-HAND-QTY TO SL-ON-HAND-AFTER
           MOVE MGR-EMPLOYEE-ID TO SL-EMPLOYEE-ID
           MOVE 0 TO SL-REGISTER-NUMBER
           MOVE PO-NUMBER TO SL-REFERENCE-NUMBER
           WRITE STOCK-LEDGER-RECORD
           .

      *> The supplier's invoice cost is keyed as the line comes off
      *> the truck and replaces the unit cost on the item master -
      *> the cost the next sale stamps onto its receipt line.  A
      *> blank entry keeps the cost already on file.
       ACCEPT-RECEIVED-COST.
           DISPLAY "  unit cost on the invoice (blank keeps "
              IM-UNIT-COST "): "
           ACCEPT UNIT-COST-INPUT
           IF UNIT-COST-INPUT = SPACES
               CONTINUE
           ELSE IF FUNCTION TEST-NUMVAL(UNIT-COST-INPUT) NOT = 0
               DISPLAY "ERROR: Cost must be numeric - unit cost "
               DISPLAY "left at " IM-UNIT-COST
           ELSE
               COMPUTE NEW-UNIT-COST =
                   FUNCTION NUMVAL(UNIT-COST-INPUT)
               MOVE NEW-UNIT-COST TO IM-UNIT-COST
           END-IF
           .

       LIST-PURCHASE-ORDERS.
           MOVE 'N' TO PO-LIST-EOF
           MOVE 0 TO PO-NUMBER
