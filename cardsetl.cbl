       IDENTIFICATION DIVISION.
       PROGRAM-ID. CARDSETL.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECEIPT-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.

           SELECT SETTLEMENT-FILE
               ASSIGN USING SETTLEMENT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SETTLEMENT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
           COPY RECPTREC.

       FD SETTLEMENT-FILE.
           COPY SETLREC.

       WORKING-STORAGE SECTION.
         01 RECEIPT-STATUS       PIC XX.
         01 SETTLEMENT-STATUS    PIC XX.
         01 RECEIPT-EOF          PIC X VALUE 'N'.
         01 REPORT-DATE          PIC X(08).
         01 SETTLEMENT-FILE-NAME PIC X(30).
         01 TENDER-SUB           PIC 9(01).

      *> one row per register, subscripted by register number + 1 so
      *> receipts written before registers were numbered (register
      *> 00) still settle in a batch of their own
         01 REGISTER-BATCH-TABLE.
             05 REG-BATCH-ENTRY OCCURS 100 TIMES.
                 10 REG-CHARGE-COUNT   PIC 9(06) VALUE 0.
                 10 REG-CHARGE-TOTAL   PIC 9(9)V99 VALUE 0.
                 10 REG-REFUND-COUNT   PIC 9(06) VALUE 0.
                 10 REG-REFUND-TOTAL   PIC 9(9)V99 VALUE 0.
         01 REG-SUB               PIC 9(03).
         01 RECEIPT-REG-SUB       PIC 9(03).
         01 BATCH-REGISTER        PIC 9(02).
         01 BATCH-DETAIL-COUNT    PIC 9(06).
         01 BATCH-NET-TOTAL       PIC S9(9)V99.

      *> day totals - the net is the control total, and agrees with
      *> the EODREPT credit bucket because it takes exactly the
      *> tender lines that report buckets as credit (anything not
      *> cash or gift), refunds coming back off
         01 BATCH-COUNT           PIC 9(03) VALUE 0.
         01 DAY-CHARGE-COUNT      PIC 9(06) VALUE 0.
         01 DAY-CHARGE-TOTAL      PIC 9(9)V99 VALUE 0.
         01 DAY-REFUND-COUNT      PIC 9(06) VALUE 0.
         01 DAY-REFUND-TOTAL      PIC 9(9)V99 VALUE 0.
         01 DAY-NET-TOTAL         PIC S9(9)V99 VALUE 0.
         01 NO-CARD-DETAIL-COUNT  PIC 9(06) VALUE 0.

      *> Nightly card settlement: takes today's card charges and card
      *> refunds off the store-level receipts.dat and writes them to
      *> settle-YYYYMMDD.dat for the card processor, batched per
      *> register, each batch carrying its own trailer totals.  Run
      *> it after REGMERGE, alongside EODREPT - the control total it
      *> prints must agree with that report's Total Credit, or the
      *> file is not sent.  Card lines from receipts that pre-date
      *> card capture still settle, with the card fields blank, and
      *> are counted on the report so they can be matched by hand.
       PROCEDURE DIVISION.
       CARDSETL-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE
           MOVE SPACES TO SETTLEMENT-FILE-NAME
           STRING "settle-" DELIMITED BY SIZE
              REPORT-DATE DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO SETTLEMENT-FILE-NAME

           PERFORM TOTAL-REGISTER-BATCHES

           OPEN OUTPUT SETTLEMENT-FILE
           IF SETTLEMENT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not create "
                  SETTLEMENT-FILE-NAME
               STOP RUN
           END-IF

           MOVE SPACES TO SETTLEMENT-RECORD
           MOVE 'H' TO ST-RECORD-TYPE
           MOVE REPORT-DATE TO ST-BUSINESS-DATE
           MOVE 0 TO ST-REGISTER-NUMBER
           WRITE SETTLEMENT-RECORD

           PERFORM VARYING REG-SUB FROM 1 BY 1 UNTIL REG-SUB > 100
               IF REG-CHARGE-COUNT(REG-SUB) > 0 OR
                  REG-REFUND-COUNT(REG-SUB) > 0
                   PERFORM WRITE-REGISTER-BATCH
               END-IF
           END-PERFORM

           COMPUTE DAY-NET-TOTAL =
               DAY-CHARGE-TOTAL - DAY-REFUND-TOTAL
           MOVE SPACES TO SETTLEMENT-RECORD
           MOVE 'F' TO ST-RECORD-TYPE
           MOVE REPORT-DATE TO ST-BUSINESS-DATE
           MOVE 0 TO ST-REGISTER-NUMBER
           COMPUTE ST-DETAIL-COUNT =
               DAY-CHARGE-COUNT + DAY-REFUND-COUNT
           MOVE DAY-CHARGE-TOTAL TO ST-CHARGE-TOTAL
           MOVE DAY-REFUND-TOTAL TO ST-REFUND-TOTAL
           MOVE DAY-NET-TOTAL TO ST-NET-TOTAL
           WRITE SETTLEMENT-RECORD
           CLOSE SETTLEMENT-FILE

           PERFORM PRINT-SETTLEMENT-SUMMARY
           STOP RUN
           .

      *> First pass: per-register counts and totals, so each batch
      *> header can be written knowing its batch is not empty.
       TOTAL-REGISTER-BATCHES.
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.dat file."
               DISPLAY "Please check if it exists."
               STOP RUN
           END-IF
           MOVE 'N' TO RECEIPT-EOF
           PERFORM UNTIL RECEIPT-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO RECEIPT-EOF
                   NOT AT END
                       IF RC-TIMESTAMP(1:8) = REPORT-DATE
                           PERFORM TOTAL-RECEIPT-CARD-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE
           .

       TOTAL-RECEIPT-CARD-LINES.
           PERFORM SET-REGISTER-SUB
           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > RC-TENDER-COUNT
               IF RC-TENDER-TYPE(TENDER-SUB) NOT = "CASH" AND
                  RC-TENDER-TYPE(TENDER-SUB) NOT = "GIFT" AND
                  RC-TENDER-TYPE(TENDER-SUB) NOT = "LAYAWY"
                   IF RC-REFUND-RECEIPT OR RC-LAYAWAY-CANCEL
                       ADD 1 TO REG-REFUND-COUNT(RECEIPT-REG-SUB)
                       ADD RC-TENDER-AMOUNT(TENDER-SUB) TO
                           REG-REFUND-TOTAL(RECEIPT-REG-SUB)
                   ELSE
                       ADD 1 TO REG-CHARGE-COUNT(RECEIPT-REG-SUB)
                       ADD RC-TENDER-AMOUNT(TENDER-SUB) TO
                           REG-CHARGE-TOTAL(RECEIPT-REG-SUB)
                   END-IF
               END-IF
           END-PERFORM
           .

       SET-REGISTER-SUB.
           IF RC-REGISTER-NUMBER NUMERIC
               COMPUTE RECEIPT-REG-SUB = RC-REGISTER-NUMBER + 1
           ELSE
               MOVE 1 TO RECEIPT-REG-SUB
           END-IF
           .

      *> Second pass, once per register that took cards today: the
      *> batch header, that register's detail lines in receipt-file
      *> order, and the batch trailer.  The receipt file is reopened
      *> before the batch header goes out, so a failed open leaves
      *> no half-written batch behind it.
       WRITE-REGISTER-BATCH.
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not reopen receipts.dat file."
               DISPLAY SETTLEMENT-FILE-NAME " has no trailer and "
                  "must not be sent - run CARDSETL again."
               CLOSE SETTLEMENT-FILE
               STOP RUN
           END-IF

           COMPUTE BATCH-REGISTER = REG-SUB - 1
           ADD 1 TO BATCH-COUNT
           MOVE SPACES TO SETTLEMENT-RECORD
           MOVE 'B' TO ST-RECORD-TYPE
           MOVE REPORT-DATE TO ST-BUSINESS-DATE
           MOVE BATCH-REGISTER TO ST-REGISTER-NUMBER
           WRITE SETTLEMENT-RECORD

           MOVE 0 TO BATCH-DETAIL-COUNT
           MOVE 'N' TO RECEIPT-EOF
           PERFORM UNTIL RECEIPT-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO RECEIPT-EOF
                   NOT AT END
                       IF RC-TIMESTAMP(1:8) = REPORT-DATE
                           PERFORM WRITE-RECEIPT-CARD-LINES
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE

           COMPUTE BATCH-NET-TOTAL =
               REG-CHARGE-TOTAL(REG-SUB) - REG-REFUND-TOTAL(REG-SUB)
           MOVE SPACES TO SETTLEMENT-RECORD
           MOVE 'T' TO ST-RECORD-TYPE
           MOVE REPORT-DATE TO ST-BUSINESS-DATE
           MOVE BATCH-REGISTER TO ST-REGISTER-NUMBER
           MOVE BATCH-DETAIL-COUNT TO ST-DETAIL-COUNT
           MOVE REG-CHARGE-TOTAL(REG-SUB) TO ST-CHARGE-TOTAL
           MOVE REG-REFUND-TOTAL(REG-SUB) TO ST-REFUND-TOTAL
           MOVE BATCH-NET-TOTAL TO ST-NET-TOTAL
           WRITE SETTLEMENT-RECORD

           ADD REG-CHARGE-COUNT(REG-SUB) TO DAY-CHARGE-COUNT
           ADD REG-CHARGE-TOTAL(REG-SUB) TO DAY-CHARGE-TOTAL
           ADD REG-REFUND-COUNT(REG-SUB) TO DAY-REFUND-COUNT
           ADD REG-REFUND-TOTAL(REG-SUB) TO DAY-REFUND-TOTAL
           .

       WRITE-RECEIPT-CARD-LINES.
           PERFORM SET-REGISTER-SUB
           IF RECEIPT-REG-SUB = REG-SUB
               PERFORM WRITE-CARD-DETAIL-LINES
           END-IF
           .

       WRITE-CARD-DETAIL-LINES.
           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > RC-TENDER-COUNT
               IF RC-TENDER-TYPE(TENDER-SUB) NOT = "CASH" AND
                  RC-TENDER-TYPE(TENDER-SUB) NOT = "GIFT" AND
                  RC-TENDER-TYPE(TENDER-SUB) NOT = "LAYAWY"
                   MOVE SPACES TO SETTLEMENT-RECORD
                   MOVE 'D' TO ST-RECORD-TYPE
                   MOVE REPORT-DATE TO ST-BUSINESS-DATE
                   MOVE BATCH-REGISTER TO ST-REGISTER-NUMBER
                   MOVE RC-RECEIPT-NUMBER TO ST-RECEIPT-NUMBER
                   MOVE RC-TIMESTAMP TO ST-TIMESTAMP
                   IF RC-REFUND-RECEIPT OR RC-LAYAWAY-CANCEL
                       MOVE "RF" TO ST-TRANSACTION-CODE
                   ELSE
                       MOVE "SA" TO ST-TRANSACTION-CODE
                   END-IF
                   MOVE RC-CARD-TYPE(TENDER-SUB) TO ST-CARD-TYPE
                   MOVE RC-CARD-LAST-FOUR(TENDER-SUB) TO
                        ST-CARD-LAST-FOUR
                   MOVE RC-AUTH-CODE(TENDER-SUB) TO ST-AUTH-CODE
                   MOVE RC-TENDER-AMOUNT(TENDER-SUB) TO ST-AMOUNT
                   MOVE 0 TO ST-DETAIL-COUNT
                   MOVE 0 TO ST-CHARGE-TOTAL
                   MOVE 0 TO ST-REFUND-TOTAL
                   MOVE 0 TO ST-NET-TOTAL
                   WRITE SETTLEMENT-RECORD
                   ADD 1 TO BATCH-DETAIL-COUNT
                   IF RC-AUTH-CODE(TENDER-SUB) = SPACES
                       ADD 1 TO NO-CARD-DETAIL-COUNT
                   END-IF
               END-IF
           END-PERFORM
           .

       PRINT-SETTLEMENT-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "            CARD SETTLEMENT"
           DISPLAY "                 " REPORT-DATE
           DISPLAY "=============================================="
           DISPLAY "Reg  Charges  Amount        Refunds  Amount"
           DISPLAY "----------------------------------------------"
           PERFORM VARYING REG-SUB FROM 1 BY 1 UNTIL REG-SUB > 100
               IF REG-CHARGE-COUNT(REG-SUB) > 0 OR
                  REG-REFUND-COUNT(REG-SUB) > 0
                   COMPUTE BATCH-REGISTER = REG-SUB - 1
                   DISPLAY BATCH-REGISTER "   "
                      REG-CHARGE-COUNT(REG-SUB) " "
                      REG-CHARGE-TOTAL(REG-SUB) "  "
                      REG-REFUND-COUNT(REG-SUB) " "
                      REG-REFUND-TOTAL(REG-SUB)
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "Register batches   : " BATCH-COUNT
           DISPLAY "Card charges       : " DAY-CHARGE-COUNT
              " for " DAY-CHARGE-TOTAL
           DISPLAY "Card refunds       : " DAY-REFUND-COUNT
              " for " DAY-REFUND-TOTAL
           DISPLAY "Control total      : " DAY-NET-TOTAL
           DISPLAY "(must agree with EODREPT Total Credit)"
           IF NO-CARD-DETAIL-COUNT > 0
               DISPLAY "(" NO-CARD-DETAIL-COUNT
                  " card lines carry no card details - match them"
               DISPLAY "to the terminal journal by hand)"
           END-IF
           DISPLAY "Settlement file    : " SETTLEMENT-FILE-NAME
           DISPLAY "=============================================="
           .
