         01 GRAND-REFUND-AMOUNT   PIC 9(9)V99 VALUE 0.
         01 GRAND-NET-SALES       PIC S9(9)V99 VALUE 0.

      *> layaway money - deposits taken and handed back are held,
      *> not sold; what completed layaways drew off their deposits
      *> is the "LAYAWY" tender on their sale receipts
         01 GRAND-LAYAWAY-TAKEN   PIC 9(9)V99 VALUE 0.
         01 GRAND-LAYAWAY-REFUNDED PIC 9(9)V99 VALUE 0.
         01 GRAND-LAYAWAY-FEES    PIC 9(9)V99 VALUE 0.
         01 GRAND-LAYAWAY-APPLIED PIC S9(9)V99 VALUE 0.

       PROCEDURE DIVISION.
       EODREPT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE

      *> Refund receipts ('R') accumulate in their own buckets so
      *> gross sales stays gross - net sales is derived at print
      *> time.  Layaway deposits ('L') and cancelled-layaway
      *> refunds ('X') move money through the tenders but are not
      *> sales.  Anything else counts as a sale.
       ACCUMULATE-RECEIPT.
           PERFORM FIND-OR-ADD-EMPLOYEE

           IF RC-LAYAWAY-PAYMENT
               ADD RC-TOTAL-AMOUNT TO GRAND-LAYAWAY-TAKEN
               MOVE +1 TO TENDER-SIGN
               PERFORM ACCUMULATE-TENDER-LINES
           ELSE IF RC-LAYAWAY-CANCEL
               ADD RC-TOTAL-AMOUNT TO GRAND-LAYAWAY-REFUNDED
               ADD RC-SUBTOTAL-AMOUNT TO GRAND-LAYAWAY-FEES
               MOVE -1 TO TENDER-SIGN
               PERFORM ACCUMULATE-TENDER-LINES
           ELSE IF RC-REFUND-RECEIPT
               IF EMP-TABLE-FULL-FLAG = 'Y'
                   ADD 1 TO EMP-OVERFLOW-COUNT
               ELSE
                         ADD TENDER-LINE-AMOUNT TO
                             EMP-SUMMARY-GIFT(EMP-SUB)
                     END-IF
                 WHEN "LAYAWY"
                     ADD TENDER-LINE-AMOUNT TO GRAND-LAYAWAY-APPLIED
                 WHEN OTHER
                     ADD TENDER-LINE-AMOUNT TO GRAND-CREDIT-TOTAL
                     IF EMP-TABLE-FULL-FLAG = 'N'
           DISPLAY "Total Cash         : " GRAND-CASH-TOTAL
           DISPLAY "Total Credit       : " GRAND-CREDIT-TOTAL
           DISPLAY "Total Gift Card    : " GRAND-GIFT-TOTAL
           DISPLAY "Layaway Deposits   : " GRAND-LAYAWAY-TAKEN
           DISPLAY "Layaway Refunded   : " GRAND-LAYAWAY-REFUNDED
              "  fees kept " GRAND-LAYAWAY-FEES
           DISPLAY "Layaway Applied    : " GRAND-LAYAWAY-APPLIED
           IF SKIPPED-COUNT > 0
               DISPLAY "(" SKIPPED-COUNT
                  " prior-day receipts on file were not counted)"
