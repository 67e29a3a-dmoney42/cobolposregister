       IDENTIFICATION DIVISION.
       PROGRAM-ID. VELOREPT.

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
         01 ITEM-MASTER-EOF      PIC X VALUE 'N'.
         01 ARCHIVE-FILE-NAME    PIC X(30).

      *> the slow-mover line, keyed by the operator: an item is slow
      *> when it has not sold in this many weeks, or holds more than
      *> this many weeks of supply
         01 SLOW-WEEKS-TEXT      PIC X(04).
         01 SLOW-WEEKS-VALUE     PIC S9(05)V99.
         01 SLOW-WEEKS           PIC 9(02).
         01 LIST-ALL-ANSWER      PIC X(01).

      *> the three windows run back from today: 4, 13 and 52 whole
      *> weeks, today counted as the first day of each
         01 RUN-DATE             PIC X(08).
         01 RUN-DAY-NUMBER       PIC 9(08).
         01 WALK-DATE            PIC 9(08).
         01 WALK-DAY-NUMBER      PIC 9(08).
         01 SALE-DAY-DATE        PIC 9(08).
         01 SALE-DAY-NUMBER      PIC 9(08).
         01 SALE-DAYS-AGO        PIC S9(08).
         01 NO-SALE-CUTOFF-DATE  PIC X(08).
         01 ARCHIVES-READ-COUNT  PIC 9(05) VALUE 0.
         01 RECEIPTS-IN-YEAR     PIC 9(08) VALUE 0.

      *> sign applied to the receipt in hand: +1 for a sale, -1 for
      *> a refund, so returned goods come back off the units sold
         01 RECEIPT-SIGN         PIC S9 VALUE +1.
         01 LINE-SUB             PIC 9(03).
         01 LINE-UNITS           PIC S9(05).
         01 LINE-BARCODE         PIC X(20).
         01 UNKNOWN-LINE-COUNT   PIC 9(08) VALUE 0.

      *> one row per item on the master, loaded in barcode order so a
      *> receipt line finds its row by halving the table - a year of
      *> receipts is too many lines to search the table end to end
         01 VELOCITY-TABLE.
             05 VEL-ITEM-COUNT      PIC 9(04) VALUE 0.
             05 VEL-ITEM-ENTRY OCCURS 2000 TIMES.
                 10 VEL-BARCODE           PIC X(20).
                 10 VEL-DESCRIPTION       PIC X(30).
                 10 VEL-DEPARTMENT        PIC X(04).
                 10 VEL-PRICE             PIC 9(5)V99.
                 10 VEL-ON-HAND-QTY       PIC S9(05).
                 10 VEL-UNITS-4-WEEK      PIC S9(07).
                 10 VEL-UNITS-13-WEEK     PIC S9(07).
                 10 VEL-UNITS-52-WEEK     PIC S9(07).
                 10 VEL-LAST-SOLD-DATE    PIC X(08).
         01 VEL-SUB              PIC 9(04).
         01 VEL-LOW-SUB          PIC 9(04).
         01 VEL-HIGH-SUB         PIC 9(04).
         01 VEL-FOUND-FLAG       PIC X VALUE 'N'.
         01 VEL-OVERFLOW-COUNT   PIC 9(06) VALUE 0.

      *> figures worked out for the item in hand
         01 RATE-4-WEEK          PIC S9(05)V99.
         01 RATE-13-WEEK         PIC S9(05)V99.
         01 RATE-52-WEEK         PIC S9(05)V99.
         01 WEEKS-OF-SUPPLY      PIC 9(04)V9.
         01 STOCK-VALUE          PIC 9(9)V99.
         01 SLOW-REASON          PIC X(09).
         01 PRINT-LAST-SOLD      PIC X(08).

      *> departments holding a slow mover, kept in code order as
      *> they are added so the report prints department by department
         01 SLOW-DEPT-TABLE.
             05 SLOW-DEPT-COUNT     PIC 9(03) VALUE 0.
             05 SLOW-DEPT-ENTRY OCCURS 100 TIMES.
                 10 SLOW-DEPT-CODE        PIC X(04).
         01 DEPT-SUB             PIC 9(03).
         01 DEPT-MOVE-SUB        PIC 9(03).
         01 DEPT-FOUND-FLAG      PIC X VALUE 'N'.
         01 DEPT-OVERFLOW-COUNT  PIC 9(06) VALUE 0.
         01 NEW-DEPT-CODE        PIC X(04).

      *> report totals
         01 SLOW-ITEM-COUNT      PIC 9(06) VALUE 0.
         01 NO-SALE-ITEM-COUNT   PIC 9(06) VALUE 0.
         01 OVERSTOCK-ITEM-COUNT PIC 9(06) VALUE 0.
         01 DEPT-SLOW-COUNT      PIC 9(06) VALUE 0.
         01 DEPT-SLOW-VALUE      PIC 9(11)V99 VALUE 0.
         01 TOTAL-SLOW-VALUE     PIC 9(11)V99 VALUE 0.

      *> Sales velocity and slow movers: walks the last 52 weeks of
      *> receipts-YYYYMMDD.arc archives and the live receipts.dat the
      *> way MARGREPT walks its window, and builds for every item on
      *> the master the units sold over the last 4, 13 and 52 weeks,
      *> the rate per week over each, the weeks of supply its on-hand
      *> count represents at the 13-week rate, and the date it last
      *> sold.  The slow-mover report lists, department by
      *> department, the stocked items that have not sold in the
      *> weeks the manager keys or hold more than that many weeks of
      *> supply, each valued at on-hand times IM-PRICE - the
      *> clearance and delist list.  Refunds come back off the units
      *> sold.  It only reads.
       PROCEDURE DIVISION.
       VELOREPT-MAIN.
           DISPLAY "Slow-mover line in weeks (1 - 52, Enter for 13): "
           ACCEPT SLOW-WEEKS-TEXT
           IF SLOW-WEEKS-TEXT = SPACES
               MOVE 13 TO SLOW-WEEKS
           ELSE IF FUNCTION TEST-NUMVAL(SLOW-WEEKS-TEXT) NOT = 0
               DISPLAY "ERROR: Weeks must be a number from 1 to 52."
               STOP RUN
           ELSE
               COMPUTE SLOW-WEEKS-VALUE =
                   FUNCTION NUMVAL(SLOW-WEEKS-TEXT)
               MOVE SLOW-WEEKS-VALUE TO SLOW-WEEKS
               IF SLOW-WEEKS-VALUE NOT = SLOW-WEEKS OR
                  SLOW-WEEKS < 1 OR SLOW-WEEKS > 52
                   DISPLAY "ERROR: Weeks must be a number from 1 "
                      "to 52."
                   STOP RUN
               END-IF
           END-IF
           END-IF
           DISPLAY "List the velocity of every item too (Y/N)? "
           ACCEPT LIST-ALL-ANSWER

           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE RUN-DATE TO WALK-DATE
           MOVE FUNCTION INTEGER-OF-DATE(WALK-DATE)
               TO RUN-DAY-NUMBER
           COMPUTE WALK-DAY-NUMBER = RUN-DAY-NUMBER - 7 * SLOW-WEEKS
           MOVE FUNCTION DATE-OF-INTEGER(WALK-DAY-NUMBER)
               TO WALK-DATE
           MOVE WALK-DATE TO NO-SALE-CUTOFF-DATE

           OPEN INPUT ITEM-MASTER-FILE
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open itemmaster.dat file."
               STOP RUN
           END-IF
           PERFORM LOAD-VELOCITY-TABLE
           CLOSE ITEM-MASTER-FILE

      *> walk the calendar a day at a time through the run date -
      *> the oldest window's last days land in archives dated after
      *> them
           COMPUTE WALK-DAY-NUMBER = RUN-DAY-NUMBER - 363
           PERFORM UNTIL WALK-DAY-NUMBER > RUN-DAY-NUMBER
               MOVE FUNCTION DATE-OF-INTEGER(WALK-DAY-NUMBER)
                   TO WALK-DATE
               PERFORM READ-ONE-ARCHIVE
               ADD 1 TO WALK-DAY-NUMBER
           END-PERFORM
           PERFORM READ-LIVE-RECEIPTS

           IF LIST-ALL-ANSWER = 'Y' OR LIST-ALL-ANSWER = 'y'
               PERFORM PRINT-VELOCITY-LISTING
           END-IF
           PERFORM PRINT-SLOW-MOVER-REPORT
           STOP RUN
           .

      *> The item master comes back in barcode order, which is the
      *> order FIND-VELOCITY-ITEM relies on.
       LOAD-VELOCITY-TABLE.
           MOVE LOW-VALUES TO IM-BARCODE
           START ITEM-MASTER-FILE KEY IS NOT LESS THAN IM-BARCODE
               INVALID KEY
                   MOVE 'Y' TO ITEM-MASTER-EOF
           END-START
           PERFORM UNTIL ITEM-MASTER-EOF = 'Y'
               READ ITEM-MASTER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO ITEM-MASTER-EOF
                   NOT AT END
                       IF VEL-ITEM-COUNT >= 2000
                           ADD 1 TO VEL-OVERFLOW-COUNT
                       ELSE
                           ADD 1 TO VEL-ITEM-COUNT
                           MOVE VEL-ITEM-COUNT TO VEL-SUB
                           MOVE IM-BARCODE TO VEL-BARCODE(VEL-SUB)
                           MOVE IM-DESCRIPTION TO
                                VEL-DESCRIPTION(VEL-SUB)
                           MOVE IM-DEPARTMENT TO
                                VEL-DEPARTMENT(VEL-SUB)
                           MOVE IM-PRICE TO VEL-PRICE(VEL-SUB)
                           MOVE IM-ON-HAND-QTY TO
                                VEL-ON-HAND-QTY(VEL-SUB)
                           MOVE 0 TO VEL-UNITS-4-WEEK(VEL-SUB)
                           MOVE 0 TO VEL-UNITS-13-WEEK(VEL-SUB)
                           MOVE 0 TO VEL-UNITS-52-WEEK(VEL-SUB)
                           MOVE SPACES TO
                                VEL-LAST-SOLD-DATE(VEL-SUB)
                       END-IF
               END-READ
           END-PERFORM
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
                           PERFORM ACCUMULATE-VELOCITY-RECEIPT
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
                  RECEIPT-STATUS " - sales covered from the "
               DISPLAY "archives only."
           ELSE
               PERFORM UNTIL RECEIPT-EOF = 'Y'
                   READ RECEIPT-FILE
                       AT END
                           MOVE 'Y' TO RECEIPT-EOF
                       NOT AT END
                           PERFORM ACCUMULATE-VELOCITY-RECEIPT
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF
           .

      *> Only sales and refunds move goods - layaway money carries
      *> no lines, and a completed layaway's goods go out on its
      *> ordinary sale receipt.  A receipt dated after today (a
      *> register clock set wrong) counts as today.
       ACCUMULATE-VELOCITY-RECEIPT.
           IF (RC-SALE-RECEIPT OR RC-REFUND-RECEIPT) AND
              RC-TIMESTAMP(1:8) IS NUMERIC
               MOVE RC-TIMESTAMP(1:8) TO SALE-DAY-DATE
               MOVE FUNCTION INTEGER-OF-DATE(SALE-DAY-DATE)
                   TO SALE-DAY-NUMBER
               COMPUTE SALE-DAYS-AGO =
                   RUN-DAY-NUMBER - SALE-DAY-NUMBER
               IF SALE-DAYS-AGO < 0
                   MOVE 0 TO SALE-DAYS-AGO
               END-IF
               IF SALE-DAYS-AGO < 364
                   ADD 1 TO RECEIPTS-IN-YEAR
                   IF RC-REFUND-RECEIPT
                       MOVE -1 TO RECEIPT-SIGN
                   ELSE
                       MOVE +1 TO RECEIPT-SIGN
                   END-IF
                   PERFORM VARYING LINE-SUB FROM 1 BY 1
                       UNTIL LINE-SUB > RC-ITEM-COUNT
                       IF RC-ITEM-BARCODE(LINE-SUB) NOT = SPACES
                           PERFORM ADD-VELOCITY-LINE
                       END-IF
                   END-PERFORM
               END-IF
           END-IF
           .

      *> A barcode since deleted from the master has no row and is
      *> only counted.
       ADD-VELOCITY-LINE.
           MOVE RC-ITEM-BARCODE(LINE-SUB) TO LINE-BARCODE
           PERFORM FIND-VELOCITY-ITEM
           IF VEL-FOUND-FLAG = 'N'
               ADD 1 TO UNKNOWN-LINE-COUNT
           ELSE
               COMPUTE LINE-UNITS =
                   RC-ITEM-QTY(LINE-SUB) * RECEIPT-SIGN
               ADD LINE-UNITS TO VEL-UNITS-52-WEEK(VEL-SUB)
               IF SALE-DAYS-AGO < 91
                   ADD LINE-UNITS TO VEL-UNITS-13-WEEK(VEL-SUB)
               END-IF
               IF SALE-DAYS-AGO < 28
                   ADD LINE-UNITS TO VEL-UNITS-4-WEEK(VEL-SUB)
               END-IF
               IF RC-SALE-RECEIPT AND
                  RC-TIMESTAMP(1:8) > VEL-LAST-SOLD-DATE(VEL-SUB)
                   MOVE RC-TIMESTAMP(1:8) TO
                        VEL-LAST-SOLD-DATE(VEL-SUB)
               END-IF
           END-IF
           .

       FIND-VELOCITY-ITEM.
           MOVE 'N' TO VEL-FOUND-FLAG
           MOVE 1 TO VEL-LOW-SUB
           MOVE VEL-ITEM-COUNT TO VEL-HIGH-SUB
           PERFORM UNTIL VEL-LOW-SUB > VEL-HIGH-SUB OR
                         VEL-FOUND-FLAG = 'Y'
               COMPUTE VEL-SUB = (VEL-LOW-SUB + VEL-HIGH-SUB) / 2
               IF VEL-BARCODE(VEL-SUB) = LINE-BARCODE
                   MOVE 'Y' TO VEL-FOUND-FLAG
               ELSE IF VEL-BARCODE(VEL-SUB) < LINE-BARCODE
                   COMPUTE VEL-LOW-SUB = VEL-SUB + 1
               ELSE
                   COMPUTE VEL-HIGH-SUB = VEL-SUB - 1
               END-IF
           END-PERFORM
           .

      *> Rates per week over each window.  Weeks of supply is the
      *> on-hand count over the 13-week rate - long enough to ride
      *> out one slow week, short enough to follow the season.  An
      *> item in stock that has not sold in 13 weeks has no rate to
      *> divide by and shows the most the field holds.
       WORK-OUT-VELOCITY.
           COMPUTE RATE-4-WEEK ROUNDED =
               VEL-UNITS-4-WEEK(VEL-SUB) / 4
           COMPUTE RATE-13-WEEK ROUNDED =
               VEL-UNITS-13-WEEK(VEL-SUB) / 13
           COMPUTE RATE-52-WEEK ROUNDED =
               VEL-UNITS-52-WEEK(VEL-SUB) / 52
           IF VEL-ON-HAND-QTY(VEL-SUB) <= 0
               MOVE 0 TO WEEKS-OF-SUPPLY
           ELSE IF RATE-13-WEEK <= 0
               MOVE 9999.9 TO WEEKS-OF-SUPPLY
           ELSE
               COMPUTE WEEKS-OF-SUPPLY ROUNDED =
                   VEL-ON-HAND-QTY(VEL-SUB) / RATE-13-WEEK
                   ON SIZE ERROR
                       MOVE 9999.9 TO WEEKS-OF-SUPPLY
               END-COMPUTE
           END-IF
           END-IF
           IF VEL-LAST-SOLD-DATE(VEL-SUB) = SPACES
               MOVE "NONE" TO PRINT-LAST-SOLD
           ELSE
               MOVE VEL-LAST-SOLD-DATE(VEL-SUB) TO PRINT-LAST-SOLD
           END-IF
           .

       PRINT-VELOCITY-LISTING.
           DISPLAY "=============================================="
           DISPLAY "            ITEM SALES VELOCITY"
           DISPLAY "        52 weeks through " RUN-DATE
           DISPLAY "=============================================="
           DISPLAY "Barcode              Description"
           DISPLAY "   Dept On-hand Units 4wk / 13wk / 52wk"
           DISPLAY "        Per week 4wk / 13wk / 52wk"
           DISPLAY "        Weeks supply  Last sold"
           DISPLAY "----------------------------------------------"
           PERFORM VARYING VEL-SUB FROM 1 BY 1
               UNTIL VEL-SUB > VEL-ITEM-COUNT
               PERFORM WORK-OUT-VELOCITY
               PERFORM DISPLAY-VELOCITY-ITEM
           END-PERFORM
           .

       DISPLAY-VELOCITY-ITEM.
           DISPLAY VEL-BARCODE(VEL-SUB) " " VEL-DESCRIPTION(VEL-SUB)
           DISPLAY "   " VEL-DEPARTMENT(VEL-SUB) " "
              VEL-ON-HAND-QTY(VEL-SUB) " "
              VEL-UNITS-4-WEEK(VEL-SUB) " / "
              VEL-UNITS-13-WEEK(VEL-SUB) " / "
              VEL-UNITS-52-WEEK(VEL-SUB)
           DISPLAY "        " RATE-4-WEEK " / " RATE-13-WEEK " / "
              RATE-52-WEEK
           DISPLAY "        " WEEKS-OF-SUPPLY "        "
              PRINT-LAST-SOLD
           .

      *> Only items with stock on the shelf are listed - an item with
      *> nothing on hand ties up no cash, whatever it sells.
       PRINT-SLOW-MOVER-REPORT.
           PERFORM VARYING VEL-SUB FROM 1 BY 1
               UNTIL VEL-SUB > VEL-ITEM-COUNT
               PERFORM JUDGE-SLOW-MOVER
               IF SLOW-REASON NOT = SPACES
                   MOVE VEL-DEPARTMENT(VEL-SUB) TO NEW-DEPT-CODE
                   PERFORM ADD-SLOW-DEPARTMENT
               END-IF
           END-PERFORM

           DISPLAY "=============================================="
           DISPLAY "        SLOW-MOVER / DEAD-STOCK REPORT"
           DISPLAY "                 " RUN-DATE
           DISPLAY "=============================================="
           DISPLAY "No sale in " SLOW-WEEKS " weeks, or more than "
              SLOW-WEEKS " weeks of supply"
           DISPLAY "(weeks of supply at the 13-week rate; stock "
              "valued at IM-PRICE)"
           DISPLAY "Archive files read : " ARCHIVES-READ-COUNT
           DISPLAY "Receipts in 52 wks : " RECEIPTS-IN-YEAR
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > SLOW-DEPT-COUNT
               PERFORM PRINT-SLOW-DEPARTMENT
           END-PERFORM
           IF SLOW-ITEM-COUNT = 0
               DISPLAY " "
               DISPLAY "(no slow movers)"
           END-IF

           DISPLAY " "
           DISPLAY "--- STORE TOTAL ---"
           DISPLAY "Slow movers        : " SLOW-ITEM-COUNT
           DISPLAY "  No sale          : " NO-SALE-ITEM-COUNT
           DISPLAY "  Overstocked      : " OVERSTOCK-ITEM-COUNT
           DISPLAY "Stock value        : " TOTAL-SLOW-VALUE
           IF UNKNOWN-LINE-COUNT > 0
               DISPLAY "(" UNKNOWN-LINE-COUNT
                  " lines were for items no longer on the master)"
           END-IF
           IF VEL-OVERFLOW-COUNT > 0
               DISPLAY "(" VEL-OVERFLOW-COUNT
                  " items beyond the 2000-item table limit were "
               DISPLAY "not judged)"
           END-IF
           IF DEPT-OVERFLOW-COUNT > 0
               DISPLAY "(" DEPT-OVERFLOW-COUNT
                  " slow movers beyond the 100-department limit "
               DISPLAY "are in the store total only)"
           END-IF
           DISPLAY "=============================================="
           .

      *> A stocked item is slow when its last sale is on or before
      *> the cutoff (or it has not sold in the 52 weeks at all), or
      *> when its weeks of supply run past the line.  No sale is the
      *> stronger reason and wins when both hold.
       JUDGE-SLOW-MOVER.
           MOVE SPACES TO SLOW-REASON
           IF VEL-ON-HAND-QTY(VEL-SUB) > 0
               PERFORM WORK-OUT-VELOCITY
               IF VEL-LAST-SOLD-DATE(VEL-SUB) = SPACES OR
                  VEL-LAST-SOLD-DATE(VEL-SUB) <= NO-SALE-CUTOFF-DATE
                   MOVE "NO SALE" TO SLOW-REASON
               ELSE IF WEEKS-OF-SUPPLY > SLOW-WEEKS
                   MOVE "OVERSTOCK" TO SLOW-REASON
               END-IF
           END-IF
           .

       ADD-SLOW-DEPARTMENT.
           MOVE 'N' TO DEPT-FOUND-FLAG
           PERFORM VARYING DEPT-SUB FROM 1 BY 1
               UNTIL DEPT-SUB > SLOW-DEPT-COUNT
               IF SLOW-DEPT-CODE(DEPT-SUB) = NEW-DEPT-CODE
                   MOVE 'Y' TO DEPT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
               IF SLOW-DEPT-CODE(DEPT-SUB) > NEW-DEPT-CODE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF DEPT-FOUND-FLAG = 'N' AND SLOW-DEPT-COUNT >= 100
               ADD 1 TO DEPT-OVERFLOW-COUNT
               ADD 1 TO SLOW-ITEM-COUNT
               PERFORM COUNT-SLOW-REASON
               COMPUTE STOCK-VALUE =
                   VEL-ON-HAND-QTY(VEL-SUB) * VEL-PRICE(VEL-SUB)
               ADD STOCK-VALUE TO TOTAL-SLOW-VALUE
           ELSE IF DEPT-FOUND-FLAG = 'N'
      *> open a slot at DEPT-SUB, the first code above the new one
               PERFORM VARYING DEPT-MOVE-SUB FROM SLOW-DEPT-COUNT
                   BY -1 UNTIL DEPT-MOVE-SUB < DEPT-SUB
                   MOVE SLOW-DEPT-CODE(DEPT-MOVE-SUB) TO
                        SLOW-DEPT-CODE(DEPT-MOVE-SUB + 1)
               END-PERFORM
               MOVE NEW-DEPT-CODE TO SLOW-DEPT-CODE(DEPT-SUB)
               ADD 1 TO SLOW-DEPT-COUNT
           END-IF
           .

       COUNT-SLOW-REASON.
           IF SLOW-REASON = "NO SALE"
               ADD 1 TO NO-SALE-ITEM-COUNT
           ELSE
               ADD 1 TO OVERSTOCK-ITEM-COUNT
           END-IF
           .

       PRINT-SLOW-DEPARTMENT.
           MOVE 0 TO DEPT-SLOW-COUNT
           MOVE 0 TO DEPT-SLOW-VALUE
           DISPLAY " "
           DISPLAY "--- DEPARTMENT " SLOW-DEPT-CODE(DEPT-SUB) " ---"
           DISPLAY "Barcode              Description"
           DISPLAY "   On-hand Units 4wk / 13wk / 52wk"
           DISPLAY "        Per week 4wk / 13wk / 52wk"
           DISPLAY "        Weeks supply  Last sold"
           DISPLAY "        Price     Stock value     Reason"
           PERFORM VARYING VEL-SUB FROM 1 BY 1
               UNTIL VEL-SUB > VEL-ITEM-COUNT
               IF VEL-DEPARTMENT(VEL-SUB) = SLOW-DEPT-CODE(DEPT-SUB)
                   PERFORM JUDGE-SLOW-MOVER
                   IF SLOW-REASON NOT = SPACES
                       PERFORM PRINT-SLOW-ITEM
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "Department " SLOW-DEPT-CODE(DEPT-SUB) ": "
              DEPT-SLOW-COUNT " items, stock value " DEPT-SLOW-VALUE
           .

       PRINT-SLOW-ITEM.
           COMPUTE STOCK-VALUE =
               VEL-ON-HAND-QTY(VEL-SUB) * VEL-PRICE(VEL-SUB)
           ADD 1 TO DEPT-SLOW-COUNT
           ADD 1 TO SLOW-ITEM-COUNT
           PERFORM COUNT-SLOW-REASON
           ADD STOCK-VALUE TO DEPT-SLOW-VALUE
           ADD STOCK-VALUE TO TOTAL-SLOW-VALUE
           DISPLAY VEL-BARCODE(VEL-SUB) " " VEL-DESCRIPTION(VEL-SUB)
           DISPLAY "   " VEL-ON-HAND-QTY(VEL-SUB) " "
              VEL-UNITS-4-WEEK(VEL-SUB) " / "
              VEL-UNITS-13-WEEK(VEL-SUB) " / "
              VEL-UNITS-52-WEEK(VEL-SUB)
           DISPLAY "        " RATE-4-WEEK " / " RATE-13-WEEK " / "
              RATE-52-WEEK
           DISPLAY "        " WEEKS-OF-SUPPLY "        "
              PRINT-LAST-SOLD
           DISPLAY "        " VEL-PRICE(VEL-SUB) "   " STOCK-VALUE
              "     " SLOW-REASON
           .
