               RECORD KEY IS PR-BARCODE
               FILE STATUS IS PROMO-STATUS.

           SELECT OPTIONAL STOCK-LEDGER-FILE ASSIGN TO "stockledg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-LEDGER-STATUS.

           SELECT LABEL-QUEUE-FILE ASSIGN TO "labelq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-KEY
               FILE STATUS IS LABEL-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       FD PROMO-FILE.
           COPY PROMREC.

       FD STOCK-LEDGER-FILE.
           COPY STKLREC.

       FD LABEL-QUEUE-FILE.
           COPY LABLREC.

       WORKING-STORAGE SECTION.
         01 EMPLOYEE-STATUS      PIC XX.
         01 ITEM-MASTER-STATUS   PIC XX.
         01 PROMO-STATUS         PIC XX.
         01 STOCK-LEDGER-STATUS  PIC XX.
         01 LABEL-QUEUE-STATUS   PIC XX.

      *> manager sign-on to this program (MANAGER role only)
         01 MGR-EMPLOYEE-ID      PIC X(10).
         01 WORK-TAX-FLAG        PIC X(01).
         01 WORK-ON-HAND-QTY     PIC 9(05).
         01 WORK-REORDER-POINT   PIC 9(05).
         01 WORK-UNIT-COST       PIC 9(5)V99.
         01 WORK-MINIMUM-AGE     PIC 9(02).
         01 LABEL-OLD-PRICE      PIC 9(5)V99.
         01 STOCK-CHOICE         PIC 9.
         01 STOCK-QTY            PIC 9(05).
         01 EDIT-CHOICE          PIC 9.
           CLOSE EMPLOYEE-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE PROMO-FILE
           CLOSE STOCK-LEDGER-FILE
           CLOSE LABEL-QUEUE-FILE
           STOP RUN
           .

               DISPLAY "ERROR: Could not open promos.dat file."
               STOP RUN
           END-IF

           OPEN EXTEND STOCK-LEDGER-FILE
           IF STOCK-LEDGER-STATUS NOT = "00" AND
              STOCK-LEDGER-STATUS NOT = "05"
               DISPLAY "ERROR: Could not open stockledg.dat file."
               STOP RUN
           END-IF

           OPEN I-O LABEL-QUEUE-FILE
           IF LABEL-QUEUE-STATUS = "35"
               OPEN OUTPUT LABEL-QUEUE-FILE
               CLOSE LABEL-QUEUE-FILE
               OPEN I-O LABEL-QUEUE-FILE
           END-IF
           IF LABEL-QUEUE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open labelq.dat file."
               STOP RUN
           END-IF
           .

      *> Item maintenance is manager-only - sign on exactly the way
           ACCEPT WORK-ON-HAND-QTY
           DISPLAY "Enter Reorder Point: "
           ACCEPT WORK-REORDER-POINT
           DISPLAY "Enter Unit Cost: "
           ACCEPT WORK-UNIT-COST
           DISPLAY "Enter Minimum Purchase Age (0 if none): "
           ACCEPT WORK-MINIMUM-AGE

           IF WORK-DESCRIPTION = SPACES
               DISPLAY "ERROR: Description cannot be blank."
               DISPLAY "ERROR: Department code cannot be blank."
           ELSE IF WORK-TAX-FLAG NOT = 'Y' AND WORK-TAX-FLAG NOT = 'N'
               DISPLAY "ERROR: Tax flag must be Y or N."
           ELSE IF WORK-MINIMUM-AGE NOT NUMERIC
               DISPLAY "ERROR: Minimum age must be a number of years."
           ELSE
               MOVE WORK-BARCODE TO IM-BARCODE
               MOVE WORK-DESCRIPTION TO IM-DESCRIPTION
               MOVE WORK-TAX-FLAG TO IM-TAX-FLAG
               MOVE WORK-ON-HAND-QTY TO IM-ON-HAND-QTY
               MOVE WORK-REORDER-POINT TO IM-REORDER-POINT
               MOVE WORK-UNIT-COST TO IM-UNIT-COST
               MOVE WORK-MINIMUM-AGE TO IM-MINIMUM-AGE
               WRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Could not add item record."
                   NOT INVALID KEY
                       DISPLAY "Item " WORK-BARCODE " added."
                       MOVE 0 TO LABEL-OLD-PRICE
                       PERFORM QUEUE-SHELF-LABEL
                       IF IM-ON-HAND-QTY NOT = 0
                           MOVE "ADJUST" TO SL-MOVEMENT-TYPE
                           MOVE IM-ON-HAND-QTY TO SL-QUANTITY
                           PERFORM WRITE-STOCK-LEDGER-ENTRY
                       END-IF
               END-WRITE
           END-IF
           .
                   DISPLAY "3. Change Department"
                   DISPLAY "4. Change Tax Flag"
                   DISPLAY "5. Change Reorder Point"
                   DISPLAY "6. Change Unit Cost"
                   DISPLAY "7. Change Minimum Purchase Age"
                   DISPLAY "Select an option (1 - 7): "
                   ACCEPT EDIT-CHOICE
                   EVALUATE EDIT-CHOICE
                     WHEN 1
                         DISPLAY "Current price: " IM-PRICE
                         DISPLAY "Enter new price: "
                         ACCEPT WORK-PRICE
                         MOVE IM-PRICE TO LABEL-OLD-PRICE
                         MOVE WORK-PRICE TO IM-PRICE
                         REWRITE ITEM-MASTER-RECORD
                         DISPLAY "Price changed."
                         IF IM-PRICE NOT = LABEL-OLD-PRICE
                             PERFORM QUEUE-SHELF-LABEL
                         END-IF
                     WHEN 3
                         DISPLAY "Current department: " IM-DEPARTMENT
                         DISPLAY "Enter new department code: "
                         MOVE WORK-REORDER-POINT TO IM-REORDER-POINT
                         REWRITE ITEM-MASTER-RECORD
                         DISPLAY "Reorder point changed."
                     WHEN 6
                         DISPLAY "Current unit cost: " IM-UNIT-COST
                         DISPLAY "Enter new unit cost: "
                         ACCEPT WORK-UNIT-COST
                         MOVE WORK-UNIT-COST TO IM-UNIT-COST
                         REWRITE ITEM-MASTER-RECORD
                         DISPLAY "Unit cost changed."
                     WHEN 7
                         DISPLAY "Current minimum age: "
                            IM-MINIMUM-AGE
                         DISPLAY "Enter new minimum age (0 if none): "
                         ACCEPT WORK-MINIMUM-AGE
                         IF WORK-MINIMUM-AGE NOT NUMERIC
                             DISPLAY "ERROR: Minimum age must be a "
                             DISPLAY "number of years."
                         ELSE
                             MOVE WORK-MINIMUM-AGE TO IM-MINIMUM-AGE
                             REWRITE ITEM-MASTER-RECORD
                             DISPLAY "Minimum age changed."
                         END-IF
                     WHEN OTHER
                         DISPLAY "ERROR: Invalid choice."
                   END-EVALUATE
           END-READ
           .

      *> Every shelf price change queues a tag on labelq.dat for
      *> SHELFTAG to print in the morning.  The item record in hand
      *> carries the new price; LABEL-OLD-PRICE holds the one it
      *> replaced.
       QUEUE-SHELF-LABEL.
           MOVE IM-BARCODE TO LQ-BARCODE
           MOVE FUNCTION CURRENT-DATE(1:20) TO LQ-TIMESTAMP
           MOVE "ITEMMAINT" TO LQ-SOURCE
           MOVE MGR-EMPLOYEE-ID TO LQ-EMPLOYEE-ID
           MOVE LABEL-OLD-PRICE TO LQ-OLD-PRICE
           MOVE IM-PRICE TO LQ-NEW-PRICE
           MOVE 'P' TO LQ-STATUS
           MOVE SPACES TO LQ-PRINTED-DATE
           WRITE LABEL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "WARNING: Shelf tag not queued for "
                      IM-BARCODE
           END-WRITE
           .

       DELETE-ITEM.
           DISPLAY "Enter barcode to delete: "
           ACCEPT WORK-BARCODE
                         ACCEPT STOCK-QTY
                         ADD STOCK-QTY TO IM-ON-HAND-QTY
                         REWRITE ITEM-MASTER-RECORD
                         MOVE "RECEIPT" TO SL-MOVEMENT-TYPE
                         MOVE STOCK-QTY TO SL-QUANTITY
                         PERFORM WRITE-STOCK-LEDGER-ENTRY
                         DISPLAY "On hand is now: " IM-ON-HAND-QTY
                     WHEN 2
                         DISPLAY "Quantity to remove: "
                         ACCEPT STOCK-QTY
                         SUBTRACT STOCK-QTY FROM IM-ON-HAND-QTY
                         REWRITE ITEM-MASTER-RECORD
                         MOVE "ADJUST" TO SL-MOVEMENT-TYPE
                         COMPUTE SL-QUANTITY = 0 - STOCK-QTY
                         PERFORM WRITE-STOCK-LEDGER-ENTRY
                         DISPLAY "On hand is now: " IM-ON-HAND-QTY
                     WHEN OTHER
                         DISPLAY "ERROR: Invalid choice."
           END-READ
           .

      *> A back-room posting has no receipt or PO behind it - the
      *> manager signed on here is who the ledger holds to account.
       WRITE-STOCK-LEDGER-ENTRY.
           MOVE IM-BARCODE TO SL-BARCODE
           MOVE FUNCTION CURRENT-DATE(1:20) TO SL-TIMESTAMP
           MOVE IM-ON-HAND-QTY TO SL-ON-HAND-AFTER
           MOVE MGR-EMPLOYEE-ID TO SL-EMPLOYEE-ID
           MOVE 0 TO SL-REGISTER-NUMBER
           MOVE 0 TO SL-REFERENCE-NUMBER
           WRITE STOCK-LEDGER-RECORD
           .

      *> Next week's ad gets loaded here ahead of time: one promo
      *> record per barcode with a start/end window.  The register
      *> charges the promo price only while today is inside the
