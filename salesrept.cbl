                   AT END
                       MOVE 'Y' TO RECEIPT-EOF
                   NOT AT END
      *> layaway deposit receipts carry no goods and are not sales
                       IF NOT RC-LAYAWAY-MONEY
                           PERFORM ACCUMULATE-RECEIPT-LINES
                       END-IF
               END-READ
           END-PERFORM

