                 10 EXC-CANCEL-COUNT  PIC 9(05) VALUE 0.
                 10 EXC-DISC-COUNT    PIC 9(05) VALUE 0.
                 10 EXC-OVERRIDE-COUNT PIC 9(05) VALUE 0.
                 10 EXC-AGE-OVRD-COUNT PIC 9(05) VALUE 0.
                 10 EXC-AGE-REFUSED-COUNT PIC 9(05) VALUE 0.
                 10 EXC-TOTAL-COUNT   PIC 9(05) VALUE 0.
                 10 EXC-TOTAL-AMOUNT  PIC 9(9)V99 VALUE 0.
         01 EXC-SUB              PIC 9(03).
      *> Counts VOID / CANCEL / DISCOUNT / PRICE OVERRIDE per
      *> cashier per day and flags anyone sitting far above the
      *> store average - the sweethearting report.  Denied attempts
      *> are not counted; only actions that went through.  Manager
      *> overrides of the age check on restricted items count with
      *> the rest; age refusals are listed alongside, but a cashier
      *> who refuses often is doing the job, so they stay out of the
      *> totals the flag is worked from.
       EXCEPTION-REPORT.
           MOVE 0 TO EXC-ROW-COUNT
           MOVE 0 TO EXC-OVERFLOW-COUNT
                       IF AL-ACTION = "VOID" OR
                          AL-ACTION = "CANCEL" OR
                          AL-ACTION = "DISCOUNT" OR
                          AL-ACTION = "PRICE OVERRIDE" OR
                          AL-ACTION = "AGE OVERRIDE" OR
                          AL-ACTION = "AGE REFUSED"
                           PERFORM TALLY-EXCEPTION-ROW
                       END-IF
               END-READ

           IF EXC-ROW-COUNT = 0
               DISPLAY "No VOID / CANCEL / DISCOUNT / PRICE "
                  "OVERRIDE / AGE CHECK activity on the audit log."
           ELSE
               PERFORM COMPUTE-EXCEPTION-LIMITS
               PERFORM PRINT-EXCEPTION-REPORT
                     ADD 1 TO EXC-DISC-COUNT(EXC-SUB)
                 WHEN "PRICE OVERRIDE"
                     ADD 1 TO EXC-OVERRIDE-COUNT(EXC-SUB)
                 WHEN "AGE OVERRIDE"
                     ADD 1 TO EXC-AGE-OVRD-COUNT(EXC-SUB)
                 WHEN "AGE REFUSED"
                     ADD 1 TO EXC-AGE-REFUSED-COUNT(EXC-SUB)
               END-EVALUATE
               IF AL-ACTION NOT = "AGE REFUSED"
                   ADD 1 TO EXC-TOTAL-COUNT(EXC-SUB)
                   ADD AL-AMOUNT TO EXC-TOTAL-AMOUNT(EXC-SUB)
               END-IF
           END-IF
           .

           DISPLAY "Flagged above: " FLAG-COUNT-LIMIT " actions or "
              FLAG-AMOUNT-LIMIT
           DISPLAY "Emp ID     Date     Void Cncl Disc Ovrd"
           DISPLAY "   Age Ovrd Age Rfsd Total   Amount"
           DISPLAY "----------------------------------------------"
           PERFORM VARYING EXC-SUB FROM 1 BY 1
               UNTIL EXC-SUB > EXC-ROW-COUNT
                  EXC-CANCEL-COUNT(EXC-SUB) " "
                  EXC-DISC-COUNT(EXC-SUB) " "
                  EXC-OVERRIDE-COUNT(EXC-SUB)
               DISPLAY "   " EXC-AGE-OVRD-COUNT(EXC-SUB) "    "
                  EXC-AGE-REFUSED-COUNT(EXC-SUB) "    "
                  EXC-TOTAL-COUNT(EXC-SUB) "  "
                  EXC-TOTAL-AMOUNT(EXC-SUB) " " ROW-FLAG-TEXT
           END-PERFORM
           DISPLAY "----------------------------------------------"
