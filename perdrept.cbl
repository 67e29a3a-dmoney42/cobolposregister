         01 RATE-OVERFLOW-COUNT  PIC 9(06) VALUE 0.
         01 RATE-PCT-DISPLAY     PIC Z9.99.

      *> one row per exemption certificate sales rang tax-free on -
      *> the listing the state auditor asks for at remittance time.
      *> The exempt amount is the taxable goods sold without tax
      *> (lines flagged 'E'), refunds backed out.
         01 EXEMPT-SUMMARY-TABLE.
             05 EXEMPT-SUMMARY-COUNT PIC 9(03) VALUE 0.
             05 EXEMPT-SUMMARY-ENTRY OCCURS 200 TIMES.
                 10 EXEMPT-SUMMARY-CERT   PIC X(15).
                 10 EXEMPT-SUMMARY-TYPE   PIC X(01).
                 10 EXEMPT-SUMMARY-SALES  PIC 9(06) VALUE 0.
                 10 EXEMPT-SUMMARY-REFUNDS PIC 9(06) VALUE 0.
                 10 EXEMPT-SUMMARY-AMOUNT PIC S9(11)V99 VALUE 0.
         01 EXEMPT-SUB           PIC 9(03).
         01 EXEMPT-FOUND-FLAG    PIC X VALUE 'N'.
         01 EXEMPT-OVERFLOW-COUNT PIC 9(06) VALUE 0.
         01 EXEMPT-RECEIPT-AMOUNT PIC S9(9)V99.
         01 EXEMPT-GRAND-TOTAL   PIC S9(11)V99 VALUE 0.

      *> Period reporting across the archive sweep: RCPTARCH moves
      *> receipts into dated receipts-YYYYMMDD.arc files, so this
      *> report walks every archive file dated inside the window
      *> plus the live receipts.dat, filters each record by its own
      *> timestamp, and prints net sales and tax collected broken
      *> out by the line-level rate - the figures the sales-tax
      *> filing is built from - then the tax-free sales made on
      *> exemption certificates, certificate by certificate.
       PROCEDURE DIVISION.
       PERDREPT-MAIN.
           DISPLAY "Report from date (YYYYMMDD): "
      *> Every record filters on its own timestamp - an archive file
      *> can carry more than one business day when the archive job
      *> skipped a night, and the live file carries the open day.
      *> Layaway deposits and their refunds are money held, not
      *> sales - the completed layaway's own sale receipt counts.
       ACCUMULATE-PERIOD-RECEIPT.
           IF RC-TIMESTAMP(1:8) < FROM-DATE OR
              RC-TIMESTAMP(1:8) > TO-DATE OR
              RC-LAYAWAY-MONEY
               CONTINUE
           ELSE
               ADD 1 TO RECEIPTS-IN-PERIOD
                       PERFORM ADD-TO-RATE-SUMMARY
                   END-IF
               END-PERFORM
               IF RC-EXEMPT-CERTIFICATE NOT = SPACES
                   PERFORM ADD-TO-EXEMPT-SUMMARY
               END-IF
           END-IF
           .

       ADD-TO-EXEMPT-SUMMARY.
           MOVE 0 TO EXEMPT-RECEIPT-AMOUNT
           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > RC-ITEM-COUNT
               IF RC-ITEM-TAX-FLAG(LINE-SUB) = 'E'
                   COMPUTE LINE-AMOUNT = RC-ITEM-PRICE(LINE-SUB) *
                       RC-ITEM-QTY(LINE-SUB) * RECEIPT-SIGN
                   ADD LINE-AMOUNT TO EXEMPT-RECEIPT-AMOUNT
               END-IF
           END-PERFORM
           ADD EXEMPT-RECEIPT-AMOUNT TO EXEMPT-GRAND-TOTAL

           MOVE 'N' TO EXEMPT-FOUND-FLAG
           PERFORM VARYING EXEMPT-SUB FROM 1 BY 1
               UNTIL EXEMPT-SUB > EXEMPT-SUMMARY-COUNT
               IF EXEMPT-SUMMARY-CERT(EXEMPT-SUB) =
                  RC-EXEMPT-CERTIFICATE
                   MOVE 'Y' TO EXEMPT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF EXEMPT-FOUND-FLAG = 'N' AND EXEMPT-SUMMARY-COUNT >= 200
               ADD 1 TO EXEMPT-OVERFLOW-COUNT
           ELSE
               IF EXEMPT-FOUND-FLAG = 'N'
                   ADD 1 TO EXEMPT-SUMMARY-COUNT
                   MOVE EXEMPT-SUMMARY-COUNT TO EXEMPT-SUB
                   MOVE RC-EXEMPT-CERTIFICATE TO
                        EXEMPT-SUMMARY-CERT(EXEMPT-SUB)
                   MOVE RC-EXEMPT-TYPE TO
                        EXEMPT-SUMMARY-TYPE(EXEMPT-SUB)
               END-IF
               IF RC-REFUND-RECEIPT
                   ADD 1 TO EXEMPT-SUMMARY-REFUNDS(EXEMPT-SUB)
               ELSE
                   ADD 1 TO EXEMPT-SUMMARY-SALES(EXEMPT-SUB)
               END-IF
               ADD EXEMPT-RECEIPT-AMOUNT TO
                   EXEMPT-SUMMARY-AMOUNT(EXEMPT-SUB)
           END-IF
           .

                  " lines beyond the 20-rate summary limit are in "
               DISPLAY "the period totals only)"
           END-IF
           DISPLAY " "
           DISPLAY "--- EXEMPT SALES BY CERTIFICATE ---"
           DISPLAY "Certificate     Type  Sales   Refunds  Exempt Sales"
           PERFORM VARYING EXEMPT-SUB FROM 1 BY 1
               UNTIL EXEMPT-SUB > EXEMPT-SUMMARY-COUNT
               DISPLAY EXEMPT-SUMMARY-CERT(EXEMPT-SUB) " "
                  EXEMPT-SUMMARY-TYPE(EXEMPT-SUB) "     "
                  EXEMPT-SUMMARY-SALES(EXEMPT-SUB) "  "
                  EXEMPT-SUMMARY-REFUNDS(EXEMPT-SUB) "   "
                  EXEMPT-SUMMARY-AMOUNT(EXEMPT-SUB)
           END-PERFORM
           IF EXEMPT-SUMMARY-COUNT = 0
               DISPLAY "(none)"
           END-IF
           DISPLAY "Total exempt sales : " EXEMPT-GRAND-TOTAL
           IF EXEMPT-OVERFLOW-COUNT > 0
               DISPLAY "(" EXEMPT-OVERFLOW-COUNT
                  " receipts beyond the 200-certificate limit are "
               DISPLAY "in the exempt total only)"
           END-IF
           DISPLAY "=============================================="
           .
