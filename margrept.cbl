       IDENTIFICATION DIVISION.
       PROGRAM-ID. MARGREPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RECEIPT-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.

           SELECT ARCHIVE-FILE ASSIGN USING ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ARCHIVE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-BARCODE
               FILE STATUS IS ITEM-MASTER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
           COPY RECPTREC.

      *> archive records pass through this oversized buffer and land
      *> in RECEIPT-RECORD via READ INTO, the same as PERDREPT
       FD ARCHIVE-FILE.
         01 ARCHIVE-RECORD       PIC X(4000).

       FD ITEM-MASTER-FILE.
           COPY ITEMREC.

       WORKING-STORAGE SECTION.
         01 RECEIPT-STATUS       PIC XX.
         01 ARCHIVE-STATUS       PIC XX.
         01 ITEM-MASTER-STATUS   PIC XX.
         01 RECEIPT-EOF          PIC X VALUE 'N'.
         01 ARCHIVE-EOF          PIC X VALUE 'N'.
         01 ARCHIVE-FILE-NAME    PIC X(30).

      *> reporting window, keyed by the operator
         01 FROM-DATE            PIC X(08).
         01 TO-DATE              PIC X(08).
         01 RUN-DATE             PIC X(08).
         01 WALK-DATE            PIC 9(08).
         01 WALK-DAY-NUMBER      PIC 9(08).
         01 END-DAY-NUMBER       PIC 9(08).
         01 ARCHIVES-READ-COUNT  PIC 9(05) VALUE 0.
         01 RECEIPTS-IN-PERIOD   PIC 9(06) VALUE 0.

      *> sign applied to the receipt in hand: +1 for a sale, -1 for
      *> a refund, so returned goods back out of sales and cost alike
         01 RECEIPT-SIGN         PIC S9 VALUE +1.
         01 LINE-SUB             PIC 9(03).
         01 LINE-DEPARTMENT      PIC X(04).
         01 LINE-UNIT-COST       PIC 9(5)V99.
         01 LINE-SALES           PIC S9(9)V99.
         01 LINE-COST            PIC S9(9)V99.

      *> lines rung before costs were stamped on the receipt are
      *> costed at today's item master cost instead - counted so the
      *> reader knows how much of the report rests on that
         01 COST-FALLBACK-COUNT  PIC 9(06) VALUE 0.
         01 NO-COST-LINE-COUNT   PIC 9(06) VALUE 0.

      *> one row per department seen on the receipts
         01 DEPT-SUMMARY-TABLE.
             05 DEPT-SUMMARY-COUNT  PIC 9(03) VALUE 0.
             05 DEPT-SUMMARY-ENTRY OCCURS 50 TIMES.
                 10 DEPT-SUMMARY-CODE     PIC X(04).
                 10 DEPT-SUMMARY-SALES    PIC S9(11)V99 VALUE 0.
                 10 DEPT-SUMMARY-COST     PIC S9(11)V99 VALUE 0.
         01 DEPT-SUB             PIC 9(03).
         01 DEPT-FOUND-FLAG      PIC X VALUE 'N'.
         01 DEPT-OVERFLOW-COUNT  PIC 9(06) VALUE 0.

      *> one row per distinct item sold in the window
         01 MARGIN-ITEM-TABLE.
             05 MARGIN-ITEM-COUNT   PIC 9(03) VALUE 0.
             05 MARGIN-ITEM-ENTRY OCCURS 200 TIMES.
                 10 MARGIN-ITEM-BARCODE   PIC X(20).
                 10 MARGIN-ITEM-DESC      PIC X(30).
                 10 MARGIN-ITEM-DEPT      PIC X(04).
                 10 MARGIN-ITEM-UNITS     PIC S9(07) VALUE 0.
                 10 MARGIN-ITEM-SALES     PIC S9(11)V99 VALUE 0.
                 10 MARGIN-ITEM-COST      PIC S9(11)V99 VALUE 0.
         01 ITEM-SUB             PIC 9(03).
         01 ITEM-FOUND-FLAG      PIC X VALUE 'N'.
         01 ITEM-OVERFLOW-COUNT  PIC 9(06) VALUE 0.

      *> store totals and the figures worked out for each print row
         01 TOTAL-SALES          PIC S9(11)V99 VALUE 0.
         01 TOTAL-COST           PIC S9(11)V99 VALUE 0.
         01 PRINT-SALES          PIC S9(11)V99.
         01 PRINT-COST           PIC S9(11)V99.
         01 PRINT-PROFIT         PIC S9(11)V99.
         01 MARGIN-PCT           PIC S9(05)V99.
         01 MARGIN-PCT-DISPLAY   PIC -(5)9.99.

      *> Gross margin across the archive sweep: the same window walk
      *> PERDREPT makes over the receipts-YYYYMMDD.arc files and the
      *> live receipts.dat, but every merchandise line is costed at
      *> the unit cost stamped on it when it was rung, so the report
      *> shows what was actually made - sales, cost, gross profit
      *> and margin percent by department and by item, refunds
      *> backed out of both sides.
       PROCEDURE DIVISION.
       MARGREPT-MAIN.
           DISPLAY "Report from date (YYYYMMDD): "
           ACCEPT FROM-DATE
           DISPLAY "Report to date (YYYYMMDD): "
           ACCEPT TO-DATE
           IF FROM-DATE NOT NUMERIC OR TO-DATE NOT NUMERIC
               DISPLAY "ERROR: Dates must be 8 digits (YYYYMMDD)."
               STOP RUN
           END-IF
           IF TO-DATE < FROM-DATE
               DISPLAY "ERROR: To date is before the from date."
               STOP RUN
           END-IF

           OPEN INPUT ITEM-MASTER-FILE
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open itemmaster.dat file."
               STOP RUN
           END-IF

      *> walk the calendar a day at a time through the run date -
      *> the window's last days land in archives dated after it
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE FROM-DATE TO WALK-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WALK-DATE)
               TO WALK-DAY-NUMBER
           MOVE RUN-DATE TO WALK-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WALK-DATE)
               TO END-DAY-NUMBER
           PERFORM UNTIL WALK-DAY-NUMBER > END-DAY-NUMBER
               MOVE FUNCTION DATE-OF-INTEGER(WALK-DAY-NUMBER)
                   TO WALK-DATE
               PERFORM READ-ONE-ARCHIVE
               ADD 1 TO WALK-DAY-NUMBER
           END-PERFORM

           PERFORM READ-LIVE-RECEIPTS
           CLOSE ITEM-MASTER-FILE
           PERFORM PRINT-MARGIN-REPORT
           STOP RUN
           .

       READ-ONE-ARCHIVE.
           MOVE SPACES TO ARCHIVE-FILE-NAME
           STRING "receipts-" DELIMITED BY SIZE
              WALK-DATE DELIMITED BY SIZE
              ".arc" DELIMITED BY SIZE
              INTO ARCHIVE-FILE-NAME
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS = "35"
               CONTINUE
           ELSE IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open " ARCHIVE-FILE-NAME
                  ", status " ARCHIVE-STATUS
           ELSE
               ADD 1 TO ARCHIVES-READ-COUNT
               MOVE 'N' TO ARCHIVE-EOF
               PERFORM UNTIL ARCHIVE-EOF = 'Y'
                   READ ARCHIVE-FILE INTO RECEIPT-RECORD
                       AT END
                           MOVE 'Y' TO ARCHIVE-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-MARGIN-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

       READ-LIVE-RECEIPTS.
           MOVE 'N' TO RECEIPT-EOF
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00" AND RECEIPT-STATUS NOT = "05"
               DISPLAY "NOTE: receipts.dat not readable, status "
                  RECEIPT-STATUS " - period covered from the "
               DISPLAY "archives only."
           ELSE
               PERFORM UNTIL RECEIPT-EOF = 'Y'
                   READ RECEIPT-FILE
                       AT END
                           MOVE 'Y' TO RECEIPT-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-MARGIN-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF
           .

      *> barcode-less lines (gift card activations) are not
      *> merchandise and carry no cost - they stay out of the margin
       ACCUMULATE-MARGIN-RECEIPT.
           IF RC-TIMESTAMP(1:8) < FROM-DATE OR
              RC-TIMESTAMP(1:8) > TO-DATE
               CONTINUE
           ELSE
               ADD 1 TO RECEIPTS-IN-PERIOD
               IF RC-REFUND-RECEIPT
                   MOVE -1 TO RECEIPT-SIGN
               ELSE
                   MOVE +1 TO RECEIPT-SIGN
               END-IF
               PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > RC-ITEM-COUNT
                   IF RC-ITEM-BARCODE(LINE-SUB) NOT = SPACES
                       PERFORM COST-RECEIPT-LINE
                       PERFORM ADD-TO-DEPT-SUMMARY
                       PERFORM ADD-TO-MARGIN-ITEMS
                   END-IF
               END-PERFORM
           END-IF
           .

      *> The stamped cost is what the sale was rung against.  A line
      *> with no stamped cost (rung before costs were carried) falls
      *> back to the item master's current cost; a barcode since
      *> deleted from the master lands in "????" at zero cost.
       COST-RECEIPT-LINE.
           MOVE RC-ITEM-BARCODE(LINE-SUB) TO IM-BARCODE
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE "????" TO LINE-DEPARTMENT
                   MOVE 0 TO IM-UNIT-COST
               NOT INVALID KEY
                   MOVE IM-DEPARTMENT TO LINE-DEPARTMENT
           END-READ

           IF RC-ITEM-UNIT-COST(LINE-SUB) IS NUMERIC
               MOVE RC-ITEM-UNIT-COST(LINE-SUB) TO LINE-UNIT-COST
           ELSE
               ADD 1 TO COST-FALLBACK-COUNT
               MOVE IM-UNIT-COST TO LINE-UNIT-COST
           END-IF
           IF LINE-UNIT-COST = 0
               ADD 1 TO NO-COST-LINE-COUNT
           END-IF

           COMPUTE LINE-SALES = RC-ITEM-PRICE(LINE-SUB) *
               RC-ITEM-QTY(LINE-SUB) * RECEIPT-SIGN
           COMPUTE LINE-COST = LINE-UNIT-COST *
               RC-ITEM-QTY(LINE-SUB) * RECEIPT-SIGN
           ADD LINE-SALES TO TOTAL-SALES
           ADD LINE-COST TO TOTAL-COST
           .

       ADD-TO-DEPT-SUMMARY.
           MOVE 'N' TO DEPT-FOUND-FLAG
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-SUMMARY-COUNT
               IF DEPT-SUMMARY-CODE(DEPT-SUB) = LINE-DEPARTMENT
                   MOVE 'Y' TO DEPT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DEPT-FOUND-FLAG = 'N' AND DEPT-SUMMARY-COUNT >= 50
               ADD 1 TO DEPT-OVERFLOW-COUNT
           ELSE
               IF DEPT-FOUND-FLAG = 'N'
                   ADD 1 TO DEPT-SUMMARY-COUNT
                   MOVE DEPT-SUMMARY-COUNT TO DEPT-SUB
                   MOVE LINE-DEPARTMENT TO
                        DEPT-SUMMARY-CODE(DEPT-SUB)
               END-IF
               ADD LINE-SALES TO DEPT-SUMMARY-SALES(DEPT-SUB)
               ADD LINE-COST TO DEPT-SUMMARY-COST(DEPT-SUB)
           END-IF
           .

       ADD-TO-MARGIN-ITEMS.
           MOVE 'N' TO ITEM-FOUND-FLAG
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > MARGIN-ITEM-COUNT
               IF MARGIN-ITEM-BARCODE(ITEM-SUB) =
                  RC-ITEM-BARCODE(LINE-SUB)
                   MOVE 'Y' TO ITEM-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ITEM-FOUND-FLAG = 'N' AND MARGIN-ITEM-COUNT >= 200
               ADD 1 TO ITEM-OVERFLOW-COUNT
           ELSE
               IF ITEM-FOUND-FLAG = 'N'
                   ADD 1 TO MARGIN-ITEM-COUNT
                   MOVE MARGIN-ITEM-COUNT TO ITEM-SUB
                   MOVE RC-ITEM-BARCODE(LINE-SUB) TO
                        MARGIN-ITEM-BARCODE(ITEM-SUB)
                   MOVE RC-ITEM-DESC(LINE-SUB) TO
                        MARGIN-ITEM-DESC(ITEM-SUB)
                   MOVE LINE-DEPARTMENT TO
                        MARGIN-ITEM-DEPT(ITEM-SUB)
               END-IF
               COMPUTE MARGIN-ITEM-UNITS(ITEM-SUB) =
                   MARGIN-ITEM-UNITS(ITEM-SUB) +
                   RC-ITEM-QTY(LINE-SUB) * RECEIPT-SIGN
               ADD LINE-SALES TO MARGIN-ITEM-SALES(ITEM-SUB)
               ADD LINE-COST TO MARGIN-ITEM-COST(ITEM-SUB)
           END-IF
           .

       PRINT-MARGIN-REPORT.
           DISPLAY "=============================================="
           DISPLAY "          GROSS MARGIN REPORT"
           DISPLAY "        " FROM-DATE " through " TO-DATE
           DISPLAY "=============================================="
           DISPLAY "Archive files read : " ARCHIVES-READ-COUNT
           DISPLAY "Receipts in period : " RECEIPTS-IN-PERIOD
           DISPLAY " "
           DISPLAY "--- BY DEPARTMENT ---"
           DISPLAY "Dept  Sales            Cost"
           DISPLAY "      Gross Profit     Margin %"
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > DEPT-SUMMARY-COUNT
               MOVE DEPT-SUMMARY-SALES(DEPT-SUB) TO PRINT-SALES
               MOVE DEPT-SUMMARY-COST(DEPT-SUB) TO PRINT-COST
               PERFORM WORK-OUT-MARGIN
               DISPLAY DEPT-SUMMARY-CODE(DEPT-SUB) "  "
                  PRINT-SALES "  " PRINT-COST
               DISPLAY "      " PRINT-PROFIT "  " MARGIN-PCT-DISPLAY
                  "%"
           END-PERFORM
           DISPLAY " "
           DISPLAY "--- BY ITEM ---"
           DISPLAY "Barcode              Description"
           DISPLAY "   Dept Units    Sales            Cost"
           DISPLAY "        Gross Profit     Margin %"
           PERFORM VARYING ITEM-SUB FROM 1 BY 1
               UNTIL ITEM-SUB > MARGIN-ITEM-COUNT
               MOVE MARGIN-ITEM-SALES(ITEM-SUB) TO PRINT-SALES
               MOVE MARGIN-ITEM-COST(ITEM-SUB) TO PRINT-COST
               PERFORM WORK-OUT-MARGIN
               DISPLAY MARGIN-ITEM-BARCODE(ITEM-SUB) " "
                  MARGIN-ITEM-DESC(ITEM-SUB)
               DISPLAY "   " MARGIN-ITEM-DEPT(ITEM-SUB) " "
                  MARGIN-ITEM-UNITS(ITEM-SUB) "  " PRINT-SALES "  "
                  PRINT-COST
               DISPLAY "        " PRINT-PROFIT "  "
                  MARGIN-PCT-DISPLAY "%"
           END-PERFORM
           DISPLAY " "
           DISPLAY "--- STORE TOTAL ---"
           MOVE TOTAL-SALES TO PRINT-SALES
           MOVE TOTAL-COST TO PRINT-COST
           PERFORM WORK-OUT-MARGIN
           DISPLAY "Net sales          : " PRINT-SALES
           DISPLAY "Cost of goods sold : " PRINT-COST
           DISPLAY "Gross profit       : " PRINT-PROFIT
           DISPLAY "Margin             : " MARGIN-PCT-DISPLAY "%"
           IF COST-FALLBACK-COUNT > 0
               DISPLAY "(" COST-FALLBACK-COUNT
                  " lines carried no stamped cost and were costed "
               DISPLAY "at the current item master cost)"
           END-IF
           IF NO-COST-LINE-COUNT > 0
               DISPLAY "(" NO-COST-LINE-COUNT
                  " lines were costed at zero - set the unit cost "
               DISPLAY "on those items through ITEMMAINT)"
           END-IF
           IF DEPT-OVERFLOW-COUNT > 0
               DISPLAY "(" DEPT-OVERFLOW-COUNT
                  " lines beyond the 50-department summary limit "
               DISPLAY "are in the store total only)"
           END-IF
           IF ITEM-OVERFLOW-COUNT > 0
               DISPLAY "(" ITEM-OVERFLOW-COUNT
                  " lines beyond the 200-item summary limit are in "
               DISPLAY "the department and store figures only)"
           END-IF
           DISPLAY "=============================================="
           .

      *> margin percent is profit over sales; a row whose sales net
      *> to zero (sold and fully refunded) prints zero rather than
      *> dividing by nothing
       WORK-OUT-MARGIN.
           COMPUTE PRINT-PROFIT = PRINT-SALES - PRINT-COST
           IF PRINT-SALES = 0
               MOVE 0 TO MARGIN-PCT
           ELSE
               COMPUTE MARGIN-PCT ROUNDED =
                   PRINT-PROFIT * 100 / PRINT-SALES
                   ON SIZE ERROR
                       MOVE 0 TO MARGIN-PCT
               END-COMPUTE
           END-IF
           MOVE MARGIN-PCT TO MARGIN-PCT-DISPLAY
           .
