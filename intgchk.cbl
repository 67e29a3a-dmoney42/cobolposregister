       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTGCHK.

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

           SELECT GIFT-CARD-FILE ASSIGN TO "giftcard.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GC-CARD-NUMBER
               FILE STATUS IS GIFT-CARD-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ACCOUNT-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.

           SELECT AUDIT-LOG-FILE ASSIGN TO "auditlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD RECEIPT-FILE.
           COPY RECPTREC.

      *> archive records pass through this oversized buffer and land
      *> in RECEIPT-RECORD via READ INTO, the same way PERDREPT
      *> reads them
       FD ARCHIVE-FILE.
         01 ARCHIVE-RECORD       PIC X(4000).

       FD ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD GIFT-CARD-FILE.
           COPY GIFTREC.

       FD CUSTOMER-FILE.
           COPY CUSTREC.

       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       WORKING-STORAGE SECTION.
         01 RECEIPT-STATUS       PIC XX.
         01 ARCHIVE-STATUS       PIC XX.
         01 ITEM-MASTER-STATUS   PIC XX.
         01 GIFT-CARD-STATUS     PIC XX.
         01 CUSTOMER-STATUS      PIC XX.
         01 AUDIT-STATUS         PIC XX.
         01 RECEIPT-EOF          PIC X VALUE 'N'.
         01 ARCHIVE-EOF          PIC X VALUE 'N'.
         01 GIFT-EOF             PIC X VALUE 'N'.
         01 CUSTOMER-EOF         PIC X VALUE 'N'.
         01 AUDIT-EOF            PIC X VALUE 'N'.
         01 ITEM-FILE-OK-FLAG    PIC X VALUE 'N'.
         01 GIFT-FILE-OK-FLAG    PIC X VALUE 'N'.
         01 CUSTOMER-FILE-OK-FLAG PIC X VALUE 'N'.
         01 RUN-DATE             PIC X(08).
         01 ARCHIVE-FILE-NAME    PIC X(30).

      *> receipt arithmetic, rebuilt the way the register builds it:
      *> each line is price times quantity, tax is rounded line by
      *> line on the 'Y' lines only ('N' and exempt 'E' carry none)
         01 LINE-SUB             PIC 9(03).
         01 TENDER-SUB           PIC 9(01).
         01 LINE-AMOUNT          PIC 9(9)V99.
         01 LINE-TAX-AMOUNT      PIC 9(7)V99.
         01 LINES-SUBTOTAL       PIC 9(9)V99.
         01 LINES-TAX-TOTAL      PIC 9(9)V99.
         01 EXPECTED-TOTAL       PIC 9(9)V99.
         01 TENDERED-TOTAL       PIC 9(9)V99.
         01 RECEIPT-BAD-FLAG     PIC X VALUE 'N'.

      *> gift card activity off auditlog.dat, one row per card -
      *> sold and reloaded, redeemed as tender, and put back when a
      *> part-taken tender was released
         01 GIFT-ACTIVITY-TABLE.
             05 GIFT-ROW-COUNT      PIC 9(04) VALUE 0.
             05 GIFT-ROW-ENTRY OCCURS 2000 TIMES.
                 10 GIFT-ROW-CARD      PIC X(16).
                 10 GIFT-ROW-SOLD      PIC 9(9)V99 VALUE 0.
                 10 GIFT-ROW-REDEEMED  PIC 9(9)V99 VALUE 0.
                 10 GIFT-ROW-RECREDIT  PIC 9(9)V99 VALUE 0.
                 10 GIFT-ROW-MATCHED   PIC X VALUE 'N'.
         01 GIFT-SUB             PIC 9(04).
         01 GIFT-FOUND-FLAG      PIC X VALUE 'N'.
         01 GIFT-OVERFLOW-COUNT  PIC 9(06) VALUE 0.
         01 GIFT-CARD-WORK       PIC X(16).
         01 GIFT-EXPECTED-BALANCE PIC S9(9)V99.

      *> loyalty points earned per account, rebuilt from every sale
      *> receipt carrying it - one point per whole dollar of the
      *> total, the rule ACCRUE-CUSTOMER-POINTS applies
         01 POINTS-TABLE.
             05 POINTS-ROW-COUNT    PIC 9(04) VALUE 0.
             05 POINTS-ROW-ENTRY OCCURS 2000 TIMES.
                 10 POINTS-ROW-ACCOUNT PIC X(10).
                 10 POINTS-ROW-EARNED  PIC 9(09) VALUE 0.
         01 POINTS-SUB           PIC 9(04).
         01 POINTS-FOUND-FLAG    PIC X VALUE 'N'.
         01 POINTS-OVERFLOW-COUNT PIC 9(06) VALUE 0.
         01 POINTS-EARNED        PIC 9(07).
         01 POINTS-EXPECTED      PIC 9(09).

      *> the archive walk for the points rebuild starts on the
      *> earliest enrollment date on the customer file - no account
      *> can have earned anything before that
         01 EARLIEST-ENROLLED    PIC X(08).
         01 WALK-DATE            PIC 9(08).
         01 WALK-DAY-NUMBER      PIC 9(08).
         01 END-DAY-NUMBER       PIC 9(08).
         01 ARCHIVES-READ-COUNT  PIC 9(05) VALUE 0.

      *> per-check counts for the pass/fail summary
         01 RECEIPTS-CHECKED-COUNT PIC 9(06) VALUE 0.
         01 RECEIPT-EXCEPTION-COUNT PIC 9(06) VALUE 0.
         01 BARCODE-LINES-CHECKED PIC 9(07) VALUE 0.
         01 BARCODE-EXCEPTION-COUNT PIC 9(06) VALUE 0.
         01 CARDS-CHECKED-COUNT  PIC 9(06) VALUE 0.
         01 GIFT-EXCEPTION-COUNT PIC 9(06) VALUE 0.
         01 CARDS-UNCHECKED-COUNT PIC 9(06) VALUE 0.
         01 ACCOUNTS-CHECKED-COUNT PIC 9(06) VALUE 0.
         01 POINTS-EXCEPTION-COUNT PIC 9(06) VALUE 0.
         01 ACCOUNTS-UNCHECKED-COUNT PIC 9(06) VALUE 0.
         01 TOTAL-EXCEPTION-COUNT PIC 9(07) VALUE 0.
         01 CHECK-RESULT-TEXT    PIC X(04).

      *> Nightly cross-file integrity check.  Reads, never writes:
      *>   1. every receipt on receipts.dat - the lines extended
      *>      and taxed again against the subtotal and tax fields,
      *>      subtotal plus tax against the total, and the tender
      *>      lines against the total plus change due;
      *>   2. the same receipts' item lines against itemmaster.dat,
      *>      for barcodes no longer on the master;
      *>   3. every gift card balance on giftcard.dat against the
      *>      GIFT SELL / GIFT REDEEM / GIFT RECREDIT activity on
      *>      auditlog.dat;
      *>   4. every CU-POINTS-BALANCE on customer.dat against the
      *>      points the account's sale receipts earned, walking the
      *>      receipts-YYYYMMDD.arc archives back to the earliest
      *>      enrollment plus receipts.dat.
      *> Prints each exception as it is found and a pass/fail line
      *> per check.  Run it after REGMERGE and before RCPTARCH, so
      *> the day's receipts are all on receipts.dat, and review it
      *> before the books close.
       PROCEDURE DIVISION.
       INTGCHK-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM OPEN-CHECK-FILES

           DISPLAY "=============================================="
           DISPLAY "        NIGHTLY INTEGRITY CHECK - " RUN-DATE
           DISPLAY "=============================================="

           PERFORM CHECK-LIVE-RECEIPTS
           PERFORM CHECK-GIFT-CARDS
           PERFORM CHECK-LOYALTY-POINTS
           PERFORM PRINT-INTEGRITY-SUMMARY

           IF ITEM-FILE-OK-FLAG = 'Y'
               CLOSE ITEM-MASTER-FILE
           END-IF
           IF GIFT-FILE-OK-FLAG = 'Y'
               CLOSE GIFT-CARD-FILE
           END-IF
           IF CUSTOMER-FILE-OK-FLAG = 'Y'
               CLOSE CUSTOMER-FILE
           END-IF
           STOP RUN
           .

      *> A master file that is not there yet (no gift card ever
      *> sold, say) only skips the check that needs it.
       OPEN-CHECK-FILES.
           OPEN INPUT ITEM-MASTER-FILE
           IF ITEM-MASTER-STATUS = "00"
               MOVE 'Y' TO ITEM-FILE-OK-FLAG
           ELSE
               DISPLAY "NOTE: itemmaster.dat not readable, status "
                  ITEM-MASTER-STATUS " - barcode check skipped."
           END-IF

           OPEN INPUT GIFT-CARD-FILE
           IF GIFT-CARD-STATUS = "00"
               MOVE 'Y' TO GIFT-FILE-OK-FLAG
           ELSE
               DISPLAY "NOTE: giftcard.dat not readable, status "
                  GIFT-CARD-STATUS " - no card balances to check."
           END-IF

           OPEN INPUT CUSTOMER-FILE
           IF CUSTOMER-STATUS = "00"
               MOVE 'Y' TO CUSTOMER-FILE-OK-FLAG
           ELSE
               DISPLAY "NOTE: customer.dat not readable, status "
                  CUSTOMER-STATUS " - no points balances to check."
           END-IF
           .

       CHECK-LIVE-RECEIPTS.
           DISPLAY "--- RECEIPTS ON receipts.dat ---"
           MOVE 'N' TO RECEIPT-EOF
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00" AND RECEIPT-STATUS NOT = "05"
               DISPLAY "ERROR: Could not open receipts.dat, status "
                  RECEIPT-STATUS
               ADD 1 TO RECEIPT-EXCEPTION-COUNT
           ELSE
               PERFORM UNTIL RECEIPT-EOF = 'Y'
                   READ RECEIPT-FILE
                       AT END
                           MOVE 'Y' TO RECEIPT-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-RECEIPT
                           PERFORM CHECK-RECEIPT-BARCODES
                           PERFORM ADD-RECEIPT-POINTS
                   END-READ
               END-PERFORM
               CLOSE RECEIPT-FILE
           END-IF
           .

      *> Layaway money receipts ('L' paid in, 'X' handed back) carry
      *> no item lines; an 'L' still totals subtotal plus its zero
      *> tax, but an 'X' totals the refund with the fee kept as its
      *> subtotal, so only its tenders are checked.  Every receipt's
      *> tenders - LAYAWY deposits applied included - must cover the
      *> total plus the change handed back, to the penny.
       CHECK-ONE-RECEIPT.
           ADD 1 TO RECEIPTS-CHECKED-COUNT
           MOVE 'N' TO RECEIPT-BAD-FLAG
           MOVE 0 TO LINES-SUBTOTAL
           MOVE 0 TO LINES-TAX-TOTAL
           MOVE 0 TO TENDERED-TOTAL

           IF RC-ITEM-COUNT NOT NUMERIC OR RC-ITEM-COUNT > 50 OR
              RC-TENDER-COUNT NOT NUMERIC OR RC-TENDER-COUNT > 4
               DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                  RC-RECEIPT-NUMBER " " RC-RECEIPT-TYPE
                  ": item or tender count out of range"
               MOVE 'Y' TO RECEIPT-BAD-FLAG
           ELSE
               PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > RC-ITEM-COUNT
                   COMPUTE LINE-AMOUNT =
                       RC-ITEM-PRICE(LINE-SUB) * RC-ITEM-QTY(LINE-SUB)
                   ADD LINE-AMOUNT TO LINES-SUBTOTAL
                   IF RC-ITEM-TAX-FLAG(LINE-SUB) = 'Y'
                       COMPUTE LINE-TAX-AMOUNT ROUNDED =
                           LINE-AMOUNT * RC-ITEM-TAX-RATE(LINE-SUB)
                       ADD LINE-TAX-AMOUNT TO LINES-TAX-TOTAL
                   END-IF
               END-PERFORM
               PERFORM VARYING TENDER-SUB FROM 1 BY 1
                   UNTIL TENDER-SUB > RC-TENDER-COUNT
                   ADD RC-TENDER-AMOUNT(TENDER-SUB) TO TENDERED-TOTAL
               END-PERFORM

               IF RC-LAYAWAY-MONEY
                   PERFORM CHECK-LAYAWAY-RECEIPT
               ELSE
                   PERFORM CHECK-SALE-RECEIPT
               END-IF

               COMPUTE EXPECTED-TOTAL =
                   RC-TOTAL-AMOUNT + RC-CHANGE-DUE
               IF TENDERED-TOTAL NOT = EXPECTED-TOTAL
                   DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                      RC-RECEIPT-NUMBER " " RC-RECEIPT-TYPE
                      ": tenders " TENDERED-TOTAL
                   DISPLAY "     <> total + change " EXPECTED-TOTAL
                   MOVE 'Y' TO RECEIPT-BAD-FLAG
               END-IF
           END-IF

           IF RECEIPT-BAD-FLAG = 'Y'
               ADD 1 TO RECEIPT-EXCEPTION-COUNT
           END-IF
           .

       CHECK-SALE-RECEIPT.
           IF LINES-SUBTOTAL NOT = RC-SUBTOTAL-AMOUNT
               DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                  RC-RECEIPT-NUMBER " " RC-RECEIPT-TYPE
                  ": lines " LINES-SUBTOTAL
               DISPLAY "     <> subtotal " RC-SUBTOTAL-AMOUNT
               MOVE 'Y' TO RECEIPT-BAD-FLAG
           END-IF
           IF LINES-TAX-TOTAL NOT = RC-TAX-AMOUNT
               DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                  RC-RECEIPT-NUMBER " " RC-RECEIPT-TYPE
                  ": line tax " LINES-TAX-TOTAL
               DISPLAY "     <> tax " RC-TAX-AMOUNT
               MOVE 'Y' TO RECEIPT-BAD-FLAG
           END-IF
           COMPUTE EXPECTED-TOTAL =
               RC-SUBTOTAL-AMOUNT + RC-TAX-AMOUNT
           IF EXPECTED-TOTAL NOT = RC-TOTAL-AMOUNT
               DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                  RC-RECEIPT-NUMBER " " RC-RECEIPT-TYPE
                  ": subtotal + tax " EXPECTED-TOTAL
               DISPLAY "     <> total " RC-TOTAL-AMOUNT
               MOVE 'Y' TO RECEIPT-BAD-FLAG
           END-IF
           .

       CHECK-LAYAWAY-RECEIPT.
           IF RC-ITEM-COUNT NOT = 0
               DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                  RC-RECEIPT-NUMBER " " RC-RECEIPT-TYPE
                  ": layaway money receipt carries item lines"
               MOVE 'Y' TO RECEIPT-BAD-FLAG
           END-IF
           IF RC-LAYAWAY-PAYMENT
               COMPUTE EXPECTED-TOTAL =
                   RC-SUBTOTAL-AMOUNT + RC-TAX-AMOUNT
               IF EXPECTED-TOTAL NOT = RC-TOTAL-AMOUNT
                   DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                      RC-RECEIPT-NUMBER " " RC-RECEIPT-TYPE
                      ": payment " EXPECTED-TOTAL
                   DISPLAY "     <> total " RC-TOTAL-AMOUNT
                   MOVE 'Y' TO RECEIPT-BAD-FLAG
               END-IF
           END-IF
           .

      *> A gift card activation line carries no barcode and is not
      *> an item, so blank barcodes are passed over.
       CHECK-RECEIPT-BARCODES.
           IF ITEM-FILE-OK-FLAG = 'Y' AND
              RC-ITEM-COUNT NUMERIC AND RC-ITEM-COUNT <= 50
               PERFORM VARYING LINE-SUB FROM 1 BY 1
                   UNTIL LINE-SUB > RC-ITEM-COUNT
                   IF RC-ITEM-BARCODE(LINE-SUB) NOT = SPACES
                       ADD 1 TO BARCODE-LINES-CHECKED
                       MOVE RC-ITEM-BARCODE(LINE-SUB) TO IM-BARCODE
                       READ ITEM-MASTER-FILE
                           INVALID KEY
                               ADD 1 TO BARCODE-EXCEPTION-COUNT
                               DISPLAY "Rcpt " RC-REGISTER-NUMBER "-"
                                  RC-RECEIPT-NUMBER " "
                                  RC-RECEIPT-TYPE ": barcode "
                                  RC-ITEM-BARCODE(LINE-SUB)
                               DISPLAY "     "
                                  RC-ITEM-DESC(LINE-SUB)
                                  " not on itemmaster.dat"
                       END-READ
                   END-IF
               END-PERFORM
           END-IF
           .

      *> Only a completed sale earns points - refunds do not take
      *> them back and layaway money earns nothing until the
      *> layaway's own sale receipt is written.
       ADD-RECEIPT-POINTS.
           IF RC-SALE-RECEIPT AND RC-CUSTOMER-NUMBER NOT = SPACES
               COMPUTE POINTS-EARNED = RC-TOTAL-AMOUNT
               MOVE 'N' TO POINTS-FOUND-FLAG
               PERFORM VARYING POINTS-SUB FROM 1 BY 1
                   UNTIL POINTS-SUB > POINTS-ROW-COUNT
                   IF POINTS-ROW-ACCOUNT(POINTS-SUB) =
                      RC-CUSTOMER-NUMBER
                       MOVE 'Y' TO POINTS-FOUND-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF POINTS-FOUND-FLAG = 'N' AND POINTS-ROW-COUNT >= 2000
                   ADD 1 TO POINTS-OVERFLOW-COUNT
               ELSE
                   IF POINTS-FOUND-FLAG = 'N'
                       ADD 1 TO POINTS-ROW-COUNT
                       MOVE POINTS-ROW-COUNT TO POINTS-SUB
                       MOVE RC-CUSTOMER-NUMBER TO
                            POINTS-ROW-ACCOUNT(POINTS-SUB)
                   END-IF
                   ADD POINTS-EARNED TO POINTS-ROW-EARNED(POINTS-SUB)
               END-IF
           END-IF
           .

       CHECK-GIFT-CARDS.
           DISPLAY "--- GIFT CARD BALANCES ---"
           PERFORM LOAD-GIFT-ACTIVITY
           IF GIFT-FILE-OK-FLAG = 'Y'
               MOVE 'N' TO GIFT-EOF
               MOVE LOW-VALUES TO GC-CARD-NUMBER
               START GIFT-CARD-FILE
                   KEY IS NOT LESS THAN GC-CARD-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO GIFT-EOF
               END-START
               PERFORM UNTIL GIFT-EOF = 'Y'
                   READ GIFT-CARD-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO GIFT-EOF
                       NOT AT END
                           PERFORM CHECK-ONE-GIFT-CARD
                   END-READ
               END-PERFORM
           END-IF

      *> activity on a card giftcard.dat no longer knows
           PERFORM VARYING GIFT-SUB FROM 1 BY 1
               UNTIL GIFT-SUB > GIFT-ROW-COUNT
               IF GIFT-ROW-MATCHED(GIFT-SUB) = 'N'
                   ADD 1 TO GIFT-EXCEPTION-COUNT
                   DISPLAY "Card " GIFT-ROW-CARD(GIFT-SUB)
                      ": audit activity but not on giftcard.dat"
               END-IF
           END-PERFORM
           .

       LOAD-GIFT-ACTIVITY.
           MOVE 'N' TO AUDIT-EOF
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-STATUS NOT = "00"
               DISPLAY "NOTE: auditlog.dat not readable, status "
                  AUDIT-STATUS " - every card is checked against "
                  "no activity."
           ELSE
               PERFORM UNTIL AUDIT-EOF = 'Y'
                   READ AUDIT-LOG-FILE
                       AT END
                           MOVE 'Y' TO AUDIT-EOF
                       NOT AT END
                           IF AL-ACTION = "GIFT SELL" OR
                              AL-ACTION = "GIFT REDEEM" OR
                              AL-ACTION = "GIFT RECREDIT"
                               PERFORM TALLY-GIFT-ACTIVITY
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AUDIT-LOG-FILE
           END-IF
           .

       TALLY-GIFT-ACTIVITY.
           MOVE AL-DETAIL(1:16) TO GIFT-CARD-WORK
           PERFORM FIND-GIFT-ROW
           IF GIFT-FOUND-FLAG = 'N' AND GIFT-ROW-COUNT >= 2000
               ADD 1 TO GIFT-OVERFLOW-COUNT
           ELSE
               IF GIFT-FOUND-FLAG = 'N'
                   ADD 1 TO GIFT-ROW-COUNT
                   MOVE GIFT-ROW-COUNT TO GIFT-SUB
                   MOVE GIFT-CARD-WORK TO GIFT-ROW-CARD(GIFT-SUB)
               END-IF
               EVALUATE AL-ACTION
                 WHEN "GIFT SELL"
                     ADD AL-AMOUNT TO GIFT-ROW-SOLD(GIFT-SUB)
                 WHEN "GIFT REDEEM"
                     ADD AL-AMOUNT TO GIFT-ROW-REDEEMED(GIFT-SUB)
                 WHEN "GIFT RECREDIT"
                     ADD AL-AMOUNT TO GIFT-ROW-RECREDIT(GIFT-SUB)
               END-EVALUATE
           END-IF
           .

       FIND-GIFT-ROW.
           MOVE 'N' TO GIFT-FOUND-FLAG
           PERFORM VARYING GIFT-SUB FROM 1 BY 1
               UNTIL GIFT-SUB > GIFT-ROW-COUNT
               IF GIFT-ROW-CARD(GIFT-SUB) = GIFT-CARD-WORK
                   MOVE 'Y' TO GIFT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           .

      *> The balance should be what was loaded, less what was
      *> redeemed, plus what was put back.  A card with no activity
      *> at all should stand at zero.  When the activity table
      *> overflowed, a card missing from it cannot be judged.
       CHECK-ONE-GIFT-CARD.
           ADD 1 TO CARDS-CHECKED-COUNT
           MOVE GC-CARD-NUMBER TO GIFT-CARD-WORK
           PERFORM FIND-GIFT-ROW
           IF GIFT-FOUND-FLAG = 'N' AND GIFT-OVERFLOW-COUNT > 0
               ADD 1 TO CARDS-UNCHECKED-COUNT
           ELSE
               IF GIFT-FOUND-FLAG = 'N'
                   MOVE 0 TO GIFT-EXPECTED-BALANCE
               ELSE
                   MOVE 'Y' TO GIFT-ROW-MATCHED(GIFT-SUB)
                   COMPUTE GIFT-EXPECTED-BALANCE =
                       GIFT-ROW-SOLD(GIFT-SUB)
                       - GIFT-ROW-REDEEMED(GIFT-SUB)
                       + GIFT-ROW-RECREDIT(GIFT-SUB)
               END-IF
               IF GIFT-EXPECTED-BALANCE NOT = GC-BALANCE
                   ADD 1 TO GIFT-EXCEPTION-COUNT
                   DISPLAY "Card " GC-CARD-NUMBER ": balance "
                      GC-BALANCE " <> activity "
                      GIFT-EXPECTED-BALANCE
                   IF GIFT-FOUND-FLAG = 'Y'
                       DISPLAY "     sold " GIFT-ROW-SOLD(GIFT-SUB)
                          " redeemed " GIFT-ROW-REDEEMED(GIFT-SUB)
                          " recredited "
                          GIFT-ROW-RECREDIT(GIFT-SUB)
                   ELSE
                       DISPLAY "     no activity on auditlog.dat"
                   END-IF
               END-IF
           END-IF
           .

      *> receipts.dat was tallied on the receipt pass; the archives
      *> are added here, then every account is compared
       CHECK-LOYALTY-POINTS.
           DISPLAY "--- LOYALTY POINTS BALANCES ---"
           IF CUSTOMER-FILE-OK-FLAG = 'Y'
               PERFORM FIND-EARLIEST-ENROLLMENT
               IF EARLIEST-ENROLLED NOT = SPACES
                   MOVE EARLIEST-ENROLLED TO WALK-DATE
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
               END-IF
               PERFORM COMPARE-POINTS-BALANCES
           END-IF
           .

      *> an enrollment date that is not a date is passed over
       FIND-EARLIEST-ENROLLMENT.
           MOVE SPACES TO EARLIEST-ENROLLED
           MOVE 'N' TO CUSTOMER-EOF
           MOVE LOW-VALUES TO CU-ACCOUNT-NUMBER
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO CUSTOMER-EOF
           END-START
           PERFORM UNTIL CUSTOMER-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO CUSTOMER-EOF
                   NOT AT END
                       IF CU-ENROLLED-DATE NUMERIC AND
                          CU-ENROLLED-DATE > "19000000" AND
                          CU-ENROLLED-DATE <= RUN-DATE AND
                          (EARLIEST-ENROLLED = SPACES OR
                           CU-ENROLLED-DATE < EARLIEST-ENROLLED)
                           MOVE CU-ENROLLED-DATE TO EARLIEST-ENROLLED
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
               ADD 1 TO POINTS-EXCEPTION-COUNT
           ELSE
               ADD 1 TO ARCHIVES-READ-COUNT
               MOVE 'N' TO ARCHIVE-EOF
               PERFORM UNTIL ARCHIVE-EOF = 'Y'
                   READ ARCHIVE-FILE INTO RECEIPT-RECORD
                       AT END
                           MOVE 'Y' TO ARCHIVE-EOF
                       NOT AT END
                           PERFORM ADD-RECEIPT-POINTS
                   END-READ
               END-PERFORM
               CLOSE ARCHIVE-FILE
           END-IF
           .

      *> Points keyed in by hand through CUSTMAINT leave no receipt
      *> behind, so they list here too - that is the point.
       COMPARE-POINTS-BALANCES.
           MOVE 'N' TO CUSTOMER-EOF
           MOVE LOW-VALUES TO CU-ACCOUNT-NUMBER
           START CUSTOMER-FILE KEY IS NOT LESS THAN CU-ACCOUNT-NUMBER
               INVALID KEY
                   MOVE 'Y' TO CUSTOMER-EOF
           END-START
           PERFORM UNTIL CUSTOMER-EOF = 'Y'
               READ CUSTOMER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO CUSTOMER-EOF
                   NOT AT END
                       PERFORM CHECK-ONE-ACCOUNT
               END-READ
           END-PERFORM
           .

       CHECK-ONE-ACCOUNT.
           ADD 1 TO ACCOUNTS-CHECKED-COUNT
           MOVE 'N' TO POINTS-FOUND-FLAG
           PERFORM VARYING POINTS-SUB FROM 1 BY 1
               UNTIL POINTS-SUB > POINTS-ROW-COUNT
               IF POINTS-ROW-ACCOUNT(POINTS-SUB) = CU-ACCOUNT-NUMBER
                   MOVE 'Y' TO POINTS-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF POINTS-FOUND-FLAG = 'N' AND POINTS-OVERFLOW-COUNT > 0
               ADD 1 TO ACCOUNTS-UNCHECKED-COUNT
           ELSE
               IF POINTS-FOUND-FLAG = 'N'
                   MOVE 0 TO POINTS-EXPECTED
               ELSE
                   MOVE POINTS-ROW-EARNED(POINTS-SUB) TO
                        POINTS-EXPECTED
               END-IF
               IF POINTS-EXPECTED NOT = CU-POINTS-BALANCE
                   ADD 1 TO POINTS-EXCEPTION-COUNT
                   DISPLAY "Account " CU-ACCOUNT-NUMBER " "
                      CU-CUSTOMER-NAME
                   DISPLAY "     points " CU-POINTS-BALANCE
                      " <> earned on receipts " POINTS-EXPECTED
               END-IF
           END-IF
           .

       PRINT-INTEGRITY-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "              INTEGRITY SUMMARY"
           DISPLAY "=============================================="
           IF RECEIPT-EXCEPTION-COUNT = 0
               MOVE "PASS" TO CHECK-RESULT-TEXT
           ELSE
               MOVE "FAIL" TO CHECK-RESULT-TEXT
           END-IF
           DISPLAY "Receipt arithmetic   : " CHECK-RESULT-TEXT "  "
              RECEIPTS-CHECKED-COUNT " checked, "
              RECEIPT-EXCEPTION-COUNT " exceptions"

           IF ITEM-FILE-OK-FLAG = 'N'
               MOVE "SKIP" TO CHECK-RESULT-TEXT
           ELSE IF BARCODE-EXCEPTION-COUNT = 0
               MOVE "PASS" TO CHECK-RESULT-TEXT
           ELSE
               MOVE "FAIL" TO CHECK-RESULT-TEXT
           END-IF
           END-IF
           DISPLAY "Item barcodes        : " CHECK-RESULT-TEXT "  "
              BARCODE-LINES-CHECKED " lines, "
              BARCODE-EXCEPTION-COUNT " exceptions"

           IF GIFT-EXCEPTION-COUNT = 0
               MOVE "PASS" TO CHECK-RESULT-TEXT
           ELSE
               MOVE "FAIL" TO CHECK-RESULT-TEXT
           END-IF
           DISPLAY "Gift card balances   : " CHECK-RESULT-TEXT "  "
              CARDS-CHECKED-COUNT " checked, "
              GIFT-EXCEPTION-COUNT " exceptions"
           IF CARDS-UNCHECKED-COUNT > 0
               DISPLAY "   (" CARDS-UNCHECKED-COUNT " cards not "
                  "judged - activity table full at 2000 cards)"
           END-IF

           IF CUSTOMER-FILE-OK-FLAG = 'N'
               MOVE "SKIP" TO CHECK-RESULT-TEXT
           ELSE IF POINTS-EXCEPTION-COUNT = 0
               MOVE "PASS" TO CHECK-RESULT-TEXT
           ELSE
               MOVE "FAIL" TO CHECK-RESULT-TEXT
           END-IF
           END-IF
           DISPLAY "Loyalty points       : " CHECK-RESULT-TEXT "  "
              ACCOUNTS-CHECKED-COUNT " checked, "
              POINTS-EXCEPTION-COUNT " exceptions"
           DISPLAY "   (" ARCHIVES-READ-COUNT " archive files read)"
           IF ACCOUNTS-UNCHECKED-COUNT > 0
               DISPLAY "   (" ACCOUNTS-UNCHECKED-COUNT " accounts "
                  "not judged - points table full at 2000)"
           END-IF

           COMPUTE TOTAL-EXCEPTION-COUNT =
               RECEIPT-EXCEPTION-COUNT + BARCODE-EXCEPTION-COUNT +
               GIFT-EXCEPTION-COUNT + POINTS-EXCEPTION-COUNT
           DISPLAY "----------------------------------------------"
           IF TOTAL-EXCEPTION-COUNT = 0
               DISPLAY "OVERALL: PASS"
           ELSE
               DISPLAY "OVERALL: FAIL - " TOTAL-EXCEPTION-COUNT
                  " exceptions to review before the books close"
           END-IF
           DISPLAY "=============================================="
           .
