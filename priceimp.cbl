
      *> the supplier's weekly price file, saved off the email as
      *> one comma-delimited row per item:
      *>   barcode,description,price,department,cost,minimum age
      *> the cost and minimum-age columns are optional - a row
      *> without one leaves that field on file alone (a new item
      *> with no minimum age is sold to anyone)
           SELECT IMPORT-FILE ASSIGN TO "supprice.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS IMPORT-STATUS.

           SELECT LABEL-QUEUE-FILE ASSIGN TO "labelq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-KEY
               FILE STATUS IS LABEL-QUEUE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       FD IMPORT-FILE.
         01 IMPORT-LINE          PIC X(120).

       FD LABEL-QUEUE-FILE.
           COPY LABLREC.

       WORKING-STORAGE SECTION.
         01 EMPLOYEE-STATUS      PIC XX.
         01 ITEM-MASTER-STATUS   PIC XX.
         01 TAX-RATE-STATUS      PIC XX.
         01 IMPORT-STATUS        PIC XX.
         01 LABEL-QUEUE-STATUS   PIC XX.
         01 IMPORT-EOF           PIC X VALUE 'N'.

      *> manager sign-on to this program (MANAGER role only)
         01 ROW-DESCRIPTION      PIC X(30).
         01 ROW-PRICE-TEXT       PIC X(10).
         01 ROW-DEPARTMENT       PIC X(04).
         01 ROW-COST-TEXT        PIC X(10).
         01 ROW-AGE-TEXT         PIC X(10).
         01 ROW-PRICE            PIC 9(5)V99.
         01 ROW-COST             PIC 9(5)V99.
         01 ROW-AGE-VALUE        PIC S9(05)V99.
         01 ROW-MINIMUM-AGE      PIC 9(02).
         01 ROW-AGE-BAD-FLAG     PIC X VALUE 'N'.
         01 ROW-REWRITE-FLAG     PIC X VALUE 'N'.
         01 ROW-NUMBER           PIC 9(06) VALUE 0.
         01 LABEL-OLD-PRICE      PIC 9(5)V99.

      *> price-text validation: digits and at most one decimal point
         01 PRICE-SCAN-SUB       PIC 9(02).
         01 ROWS-UNCHANGED-COUNT PIC 9(06) VALUE 0.
         01 ROWS-REJECTED-COUNT  PIC 9(06) VALUE 0.
         01 ROWS-HELD-COUNT      PIC 9(06) VALUE 0.
         01 COSTS-CHANGED-COUNT  PIC 9(06) VALUE 0.
         01 AGES-CHANGED-COUNT   PIC 9(06) VALUE 0.
         01 DEPT-FLAGGED-COUNT   PIC 9(06) VALUE 0.
         01 LABELS-QUEUED-COUNT  PIC 9(06) VALUE 0.

      *> Weekly supplier price import: reads the delimited file the
      *> supplier emails, validates each row the way SCAN-ITEM and
           CLOSE EMPLOYEE-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE TAX-RATE-FILE
           CLOSE LABEL-QUEUE-FILE
           STOP RUN
           .

               DISPLAY "ERROR: Could not open taxrates.dat file."
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

      *> Price import is manager-only - sign on exactly the way
           MOVE SPACES TO ROW-DESCRIPTION
           MOVE SPACES TO ROW-PRICE-TEXT
           MOVE SPACES TO ROW-DEPARTMENT
           MOVE SPACES TO ROW-COST-TEXT
           MOVE SPACES TO ROW-AGE-TEXT
           UNSTRING IMPORT-LINE DELIMITED BY ","
               INTO ROW-BARCODE ROW-DESCRIPTION
                    ROW-PRICE-TEXT ROW-DEPARTMENT
                    ROW-COST-TEXT ROW-AGE-TEXT
           END-UNSTRING

           IF IMPORT-LINE = SPACES
                   DISPLAY "Row " ROW-NUMBER ": department missing "
                      "- row rejected."
               ELSE
                   PERFORM VALIDATE-ROW-COST
                   IF PRICE-BAD-CHAR-FLAG = 'Y'
                       ADD 1 TO ROWS-REJECTED-COUNT
                       DISPLAY "Row " ROW-NUMBER ": bad cost '"
                          FUNCTION TRIM(ROW-COST-TEXT)
                          "' - row rejected."
                   ELSE
                       PERFORM VALIDATE-ROW-AGE
                       IF ROW-AGE-BAD-FLAG = 'Y'
                           ADD 1 TO ROWS-REJECTED-COUNT
                           DISPLAY "Row " ROW-NUMBER
                              ": bad minimum age '"
                              FUNCTION TRIM(ROW-AGE-TEXT)
                              "' - row rejected."
                       ELSE
                           PERFORM CHECK-ROW-DEPARTMENT
                           PERFORM APPLY-IMPORT-ROW
                       END-IF
                   END-IF
               END-IF
           END-IF
           .
           END-IF
           .

      *> The cost column gets the same character walk as the price.
      *> It is optional, so a blank cost passes and is left at zero
      *> here - ROW-COST-TEXT = SPACES tells the caller to keep the
      *> cost already on the item.
       VALIDATE-ROW-COST.
           MOVE 'N' TO PRICE-BAD-CHAR-FLAG
           MOVE 0 TO PRICE-POINT-COUNT
           MOVE 0 TO ROW-COST
           IF ROW-COST-TEXT NOT = SPACES
               PERFORM VARYING PRICE-SCAN-SUB FROM 1 BY 1
                   UNTIL PRICE-SCAN-SUB > 10
                   MOVE ROW-COST-TEXT(PRICE-SCAN-SUB:1)
                       TO PRICE-CHAR
                   EVALUATE TRUE
                     WHEN PRICE-CHAR = SPACE
                         CONTINUE
                     WHEN PRICE-CHAR = "."
                         ADD 1 TO PRICE-POINT-COUNT
                     WHEN PRICE-CHAR >= "0" AND PRICE-CHAR <= "9"
                         CONTINUE
                     WHEN OTHER
                         MOVE 'Y' TO PRICE-BAD-CHAR-FLAG
                   END-EVALUATE
               END-PERFORM
               IF PRICE-POINT-COUNT > 1
                   MOVE 'Y' TO PRICE-BAD-CHAR-FLAG
               END-IF
               IF PRICE-BAD-CHAR-FLAG = 'N'
                   COMPUTE ROW-COST = FUNCTION NUMVAL(ROW-COST-TEXT)
               END-IF
           END-IF
           .

      *> The minimum-age column is optional too: blank passes and
      *> leaves the age on file alone, otherwise it must be a whole
      *> number of years under 100 (0 lifts a restriction).
       VALIDATE-ROW-AGE.
           MOVE 'N' TO ROW-AGE-BAD-FLAG
           MOVE 0 TO ROW-MINIMUM-AGE
           IF ROW-AGE-TEXT NOT = SPACES
               IF FUNCTION TEST-NUMVAL(ROW-AGE-TEXT) NOT = 0
                   MOVE 'Y' TO ROW-AGE-BAD-FLAG
               ELSE
                   COMPUTE ROW-AGE-VALUE =
                       FUNCTION NUMVAL(ROW-AGE-TEXT)
                   MOVE ROW-AGE-VALUE TO ROW-MINIMUM-AGE
                   IF ROW-AGE-VALUE < 0 OR
                      ROW-AGE-VALUE NOT = ROW-MINIMUM-AGE
                       MOVE 'Y' TO ROW-AGE-BAD-FLAG
                   END-IF
               END-IF
           END-IF
           .

      *> A department with no tax-rate record still imports - the
      *> register falls back to the store-wide rate - but it goes on
      *> the exception listing so someone keys the rate in.
               MOVE 'Y' TO IM-TAX-FLAG
               MOVE 0 TO IM-ON-HAND-QTY
               MOVE 0 TO IM-REORDER-POINT
               MOVE ROW-COST TO IM-UNIT-COST
               MOVE ROW-MINIMUM-AGE TO IM-MINIMUM-AGE
               WRITE ITEM-MASTER-RECORD
                   INVALID KEY
                       ADD 1 TO ROWS-REJECTED-COUNT
                          ROW-BARCODE " - row rejected."
                   NOT INVALID KEY
                       ADD 1 TO ROWS-ADDED-COUNT
                       MOVE 0 TO LABEL-OLD-PRICE
                       PERFORM QUEUE-SHELF-LABEL
               END-WRITE
           END-IF
           .
      *> A price already on the shelf changes quietly when the move
      *> is modest; a swing past the review line is held unapplied
      *> and listed, so a fat-fingered supplier row cannot reprice
      *> the aisle overnight.  The supplier's cost is ours to take
      *> as sent, so it is applied whatever happens to the price,
      *> and so is a minimum age the supplier marks.
       CHANGE-IMPORTED-PRICE.
           MOVE 'N' TO ROW-REWRITE-FLAG
           IF ROW-COST-TEXT NOT = SPACES AND
              ROW-COST NOT = IM-UNIT-COST
               MOVE ROW-COST TO IM-UNIT-COST
               ADD 1 TO COSTS-CHANGED-COUNT
               MOVE 'Y' TO ROW-REWRITE-FLAG
           END-IF

           IF ROW-AGE-TEXT NOT = SPACES AND
              ROW-MINIMUM-AGE NOT = IM-MINIMUM-AGE
               MOVE ROW-MINIMUM-AGE TO IM-MINIMUM-AGE
               ADD 1 TO AGES-CHANGED-COUNT
               MOVE 'Y' TO ROW-REWRITE-FLAG
           END-IF

           MOVE IM-PRICE TO LABEL-OLD-PRICE
           IF ROW-PRICE = IM-PRICE
               ADD 1 TO ROWS-UNCHANGED-COUNT
           ELSE
                      "applied."
               ELSE
                   MOVE ROW-PRICE TO IM-PRICE
                   MOVE 'Y' TO ROW-REWRITE-FLAG
                   ADD 1 TO ROWS-CHANGED-COUNT
               END-IF
           END-IF

           IF ROW-REWRITE-FLAG = 'Y'
               REWRITE ITEM-MASTER-RECORD
               IF IM-PRICE NOT = LABEL-OLD-PRICE
                   PERFORM QUEUE-SHELF-LABEL
               END-IF
           END-IF
           .

      *> Every shelf price the import sets queues a tag on labelq.dat
      *> for SHELFTAG to print in the morning - held changes are not
      *> on the shelf yet and queue nothing until ITEMMAINT applies
      *> them.
       QUEUE-SHELF-LABEL.
           MOVE IM-BARCODE TO LQ-BARCODE
           MOVE FUNCTION CURRENT-DATE(1:20) TO LQ-TIMESTAMP
           MOVE "PRICEIMP" TO LQ-SOURCE
           MOVE MGR-EMPLOYEE-ID TO LQ-EMPLOYEE-ID
           MOVE LABEL-OLD-PRICE TO LQ-OLD-PRICE
           MOVE IM-PRICE TO LQ-NEW-PRICE
           MOVE 'P' TO LQ-STATUS
           MOVE SPACES TO LQ-PRINTED-DATE
           WRITE LABEL-QUEUE-RECORD
               INVALID KEY
                   DISPLAY "Row " ROW-NUMBER ": shelf tag not queued "
                      "for " IM-BARCODE
               NOT INVALID KEY
                   ADD 1 TO LABELS-QUEUED-COUNT
           END-WRITE
           .

       PRINT-IMPORT-SUMMARY.
           DISPLAY "Prices changed       : " ROWS-CHANGED-COUNT
           DISPLAY "Prices unchanged     : " ROWS-UNCHANGED-COUNT
           DISPLAY "Held for review      : " ROWS-HELD-COUNT
           DISPLAY "Unit costs changed   : " COSTS-CHANGED-COUNT
           DISPLAY "Minimum ages changed : " AGES-CHANGED-COUNT
           DISPLAY "Rows rejected        : " ROWS-REJECTED-COUNT
           DISPLAY "Departments flagged  : " DEPT-FLAGGED-COUNT
           DISPLAY "Shelf tags queued    : " LABELS-QUEUED-COUNT
           DISPLAY "Held changes are applied through ITEMMAINT "
              "after review."
           DISPLAY "=============================================="
