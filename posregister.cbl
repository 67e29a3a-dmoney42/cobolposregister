               RECORD KEY IS CT-CONTROL-ID
               FILE STATUS IS CONTROL-STATUS.

           SELECT LAYAWAY-FILE ASSIGN TO "layaway.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-KEY
               FILE STATUS IS LAYAWAY-STATUS.

      *> each register rings to its own receipt file, named from the
      *> register number keyed at startup; the nightly REGMERGE batch
      *> folds them into the store-level receipts.dat the end-of-day
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

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
       FD CONTROL-FILE.
           COPY CTLREC.

       FD LAYAWAY-FILE.
           COPY LAYWREC.

       FD RECEIPT-FILE.
           COPY RECPTREC.

       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD STOCK-LEDGER-FILE.
           COPY STKLREC.

       FD LABEL-QUEUE-FILE.
           COPY LABLREC.

       WORKING-STORAGE SECTION.
         01 EMPLOYEE-ID        PIC X(10).
         01 EMPLOYEE-PASSWORD  PIC X(20).
         01 CONTROL-STATUS     PIC XX.
         01 RECEIPT-STATUS     PIC XX.
         01 AUDIT-STATUS       PIC XX.
         01 STOCK-LEDGER-STATUS PIC XX.
         01 LAYAWAY-STATUS     PIC XX.
         01 LABEL-QUEUE-STATUS PIC XX.

      * user input for employee id
         01 EMPLOYEE           PIC X(10).
         01 LINE-TAX-AMOUNT     PIC 9(7)V99.
         01 NEW-QUANTITY        PIC 9(03).
         01 NEW-PRICE           PIC 9(5)V99.
         01 LABEL-OLD-PRICE     PIC 9(5)V99.
         01 DISCOUNT-AMOUNT     PIC 9(5)V99.
         01 OLD-LINE-PRICE      PIC 9(5)V99.
         01 PRICE-CHANGE-FLOOR  PIC 9(5)V99.
                 10 TL-TENDER-TYPE   PIC X(06).
                 10 TL-TENDER-AMOUNT PIC 9(7)V99.
                 10 TL-CARD-NUMBER   PIC X(16).
                 10 TL-CARD-TYPE     PIC X(04).
                 10 TL-CARD-LAST-FOUR PIC X(04).
                 10 TL-AUTH-CODE     PIC X(06).
         01 TENDER-SUB             PIC 9(01).
         01 AMOUNT-REMAINING       PIC 9(7)V99.
         01 TENDER-ABORT-FLAG      PIC X VALUE 'N'.
         01 TENDER-AMOUNT-INPUT    PIC 9(7)V99.

      *> card capture fields - keyed off the card terminal for every
      *> charge or refund that goes to a card
         01 CARD-TYPE-CHOICE       PIC 9.
         01 CARD-TYPE-TEXT         PIC X(04).
         01 CARD-LAST-FOUR-INPUT   PIC X(04).
         01 AUTH-CODE-INPUT        PIC X(06).
         01 CARD-CAPTURE-OK-FLAG   PIC X VALUE 'N'.
         01 REFUND-TENDER-TEXT     PIC X(06).
         01 REFUND-TENDER-DONE-FLAG PIC X VALUE 'N'.

      *> gift card work fields
         01 GIFT-CARD-INPUT        PIC X(16).
         01 GIFT-REDEEM-AMOUNT     PIC 9(7)V99.
             05 OR-SUBTOTAL-AMOUNT  PIC 9(7)V99.
             05 OR-TAX-AMOUNT       PIC 9(7)V99.
             05 OR-TOTAL-AMOUNT     PIC 9(7)V99.
      *> 'Y' when any of the sale's tenders went to a card, which is
      *> what lets the refund go back to a card
             05 OR-CARD-PAID-FLAG   PIC X(01).
      *> an exempt sale's refund carries the same certificate
             05 OR-EXEMPT-CERTIFICATE PIC X(15).
             05 OR-EXEMPT-TYPE      PIC X(01).
             05 OR-ITEM-COUNT       PIC 9(03).
             05 OR-ITEM-TABLE OCCURS 50 TIMES.
                 10 OR-ITEM-BARCODE PIC X(20).
                 10 OR-ITEM-PROMO-FLAG PIC X(01).
                 10 OR-ITEM-TAX-FLAG PIC X(01).
                 10 OR-ITEM-TAX-RATE PIC V9999.
                 10 OR-ITEM-UNIT-COST PIC 9(5)V99.
      *> quantity already refunded by earlier return transactions
      *> against this receipt, accumulated while the file is scanned
                 10 OR-PRIOR-QTY    PIC 9(03).
      *> sale completes or is suspended
         01 SALE-CUSTOMER-NUMBER   PIC X(10) VALUE SPACES.
         01 SALE-CUSTOMER-NAME     PIC X(30).
      *> the attached customer's tax-exemption certificate, when it
      *> is on file and current - spaces rings the sale taxed.
      *> While it is set, every taxable line carries tax flag 'E'
      *> (exempt) in place of 'Y', so no tax accrues on it.
         01 SALE-EXEMPT-CERTIFICATE PIC X(15) VALUE SPACES.
         01 SALE-EXEMPT-TYPE       PIC X(01) VALUE SPACES.
      *> proof of age for restricted items: the customer's age in
      *> whole years once a birth date has been keyed on this sale
      *> (999 until then), so a second restricted line does not ask
      *> again; cleared when the sale completes or is suspended
         01 SALE-CUSTOMER-AGE      PIC 9(03) VALUE 999.
         01 AGE-CHECK-OK-FLAG      PIC X VALUE 'Y'.
         01 AGE-CHECK-INPUT        PIC X(08).
         01 AGE-BIRTH-DATE         PIC 9(08).
         01 AGE-TODAY-DATE         PIC 9(08).
         01 AGE-YEARS-WORK         PIC 9(04).
         01 CUSTOMER-LOOKUP-INPUT  PIC X(10).
         01 POINTS-EARNED          PIC 9(05).

      *> movement type RELIEVE-INVENTORY ledgers its lines under -
      *> a sale, or goods put by on a new layaway
         01 RELIEVE-MOVEMENT-TYPE  PIC X(08) VALUE "SALE".

      *> layaway work fields - the minimum deposit and restocking
      *> fee are percents of the layaway total; the term runs from
      *> the day it is opened
         01 LAYAWAY-DEPOSIT-PCT    PIC 9(03) VALUE 20.
         01 LAYAWAY-FEE-PCT        PIC 9(03) VALUE 10.
         01 LAYAWAY-TERM-DAYS      PIC 9(03) VALUE 60.
         01 LAYAWAY-CHOICE         PIC 9.
         01 LAYAWAY-NUMBER-INPUT   PIC X(10).
         01 LAYAWAY-FOUND-FLAG     PIC X VALUE 'N'.
         01 LAYAWAY-WRITE-OK-FLAG  PIC X VALUE 'N'.
         01 LAYAWAY-MINIMUM-DEPOSIT PIC 9(7)V99.
         01 LAYAWAY-PAYMENT-AMOUNT PIC 9(7)V99.
         01 LAYAWAY-BALANCE-DUE    PIC 9(7)V99.
         01 LAYAWAY-FEE-AMOUNT     PIC 9(7)V99.
         01 LAYAWAY-REFUND-AMOUNT  PIC 9(7)V99.
         01 LAYAWAY-SUB            PIC 9(03).
         01 LAYAWAY-DATE-WORK      PIC 9(08).
         01 LAYAWAY-DAY-NUMBER     PIC 9(08).

       PROCEDURE DIVISION.
       EMPLOYEE-LOGIN.
           PERFORM GET-REGISTER-NUMBER
           END-IF
           PERFORM LOAD-CONTROL-RECORD

           OPEN I-O LAYAWAY-FILE
           IF LAYAWAY-STATUS = "35"
               OPEN OUTPUT LAYAWAY-FILE
               CLOSE LAYAWAY-FILE
               OPEN I-O LAYAWAY-FILE
           END-IF
           IF LAYAWAY-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open layaway.dat file."
               STOP RUN
           END-IF

           OPEN EXTEND RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00" AND RECEIPT-STATUS NOT = "05"
               DISPLAY "ERROR: Could not open receipt file "
               DISPLAY "ERROR: Could not open auditlog.dat file."
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

       CLOSE-ALL-FILES.
           CLOSE TIME-CLOCK-FILE
           CLOSE CUSTOMER-FILE
           CLOSE CONTROL-FILE
           CLOSE LAYAWAY-FILE
           CLOSE RECEIPT-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE STOCK-LEDGER-FILE
           CLOSE LABEL-QUEUE-FILE
           .

      *> Walk taxrates.dat into the in-storage table.  A pending
                   DISPLAY "Current price: " IM-PRICE
                   DISPLAY "Enter new price: "
                   ACCEPT NEW-PRICE
                   MOVE IM-PRICE TO LABEL-OLD-PRICE
                   MOVE NEW-PRICE TO IM-PRICE
                   REWRITE ITEM-MASTER-RECORD
                   DISPLAY "Price override approved."
                   IF IM-PRICE NOT = LABEL-OLD-PRICE
                       PERFORM QUEUE-SHELF-LABEL
                   END-IF
                   MOVE "PRICE OVERRIDE" TO AL-ACTION
                   MOVE ITEM-BARCODE TO AL-BARCODE
                   MOVE NEW-PRICE TO AL-AMOUNT
           END-READ
           .

      *> The override reprices the item master itself, so the shelf
      *> needs a new tag - queue one on labelq.dat for SHELFTAG.
       QUEUE-SHELF-LABEL.
           MOVE IM-BARCODE TO LQ-BARCODE
           MOVE FUNCTION CURRENT-DATE(1:20) TO LQ-TIMESTAMP
           MOVE "OVERRIDE" TO LQ-SOURCE
           MOVE EMPLOYEE TO LQ-EMPLOYEE-ID
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

       MGR-UNLOCK-ACCOUNT.
           DISPLAY "Enter employee ID to unlock: "
           ACCEPT APPROVAL-MANAGER-ID
                   NOT AT END
                       IF RC-TIMESTAMP(1:8) = REPORT-DATE
                           PERFORM SUM-RECEIPT-CASH-PART
      *> layaway deposits are cash in the till but not sales
                           EVALUATE TRUE
                             WHEN RC-REFUND-RECEIPT
                                 SUBTRACT RC-TOTAL-AMOUNT FROM
                                     REGISTER-SALES-TOTAL
                                 SUBTRACT RECEIPT-CASH-PART FROM
                                     REGISTER-CASH-TOTAL
                             WHEN RC-LAYAWAY-CANCEL
                                 SUBTRACT RECEIPT-CASH-PART FROM
                                     REGISTER-CASH-TOTAL
                             WHEN RC-LAYAWAY-PAYMENT
                                 ADD RECEIPT-CASH-PART TO
                                     REGISTER-CASH-TOTAL
                             WHEN OTHER
                                 ADD RC-TOTAL-AMOUNT TO
                                     REGISTER-SALES-TOTAL
                                 ADD RECEIPT-CASH-PART TO
                                     REGISTER-CASH-TOTAL
                           END-EVALUATE
                           ADD 1 TO REGISTER-TRANS-COUNT
                       END-IF
               END-READ
               DISPLAY "15. Clock In / Out"
               DISPLAY "16. Reprint Receipt"
               DISPLAY "17. Gift Receipt"
               DISPLAY "18. Layaway"
               DISPLAY "19. Exit"
               DISPLAY "==============================="
               DISPLAY "Select an option (1 - 19):"
               ACCEPT CASHIER-CHOICE

               IF CASHIER-CHOICE NOT NUMERIC OR CASHIER-CHOICE < 1 OR
                  CASHIER-CHOICE > 19
                   DISPLAY "ERROR: Invalid choice."
                   DISPLAY "Please enter a number between 1 and 19."
               ELSE
                   EVALUATE CASHIER-CHOICE
                     WHEN 1 PERFORM SCAN-ITEM
                     WHEN 15 PERFORM CLOCK-IN-OUT
                     WHEN 16 PERFORM REPRINT-RECEIPT
                     WHEN 17 PERFORM GIFT-RECEIPT
                     WHEN 18 PERFORM LAYAWAY-MENU
                     WHEN 19
                         DISPLAY "Exiting cashier menu..."
                         MOVE 'Y' TO CASHIER-EXIT-FLAG
                     WHEN OTHER
                   DISPLAY "ERROR: Barcode not found in item master. "
                   DISPLAY "Item rejected - see a manager to add it."
               NOT INVALID KEY
                   MOVE 'Y' TO AGE-CHECK-OK-FLAG
                   IF CS-ITEM-COUNT < 50 AND IM-AGE-RESTRICTED
                       PERFORM VERIFY-CUSTOMER-AGE
                   END-IF
                   IF CS-ITEM-COUNT >= 50
                       DISPLAY "ERROR: Sale is full. Total sale "
                       DISPLAY "before scanning more items."
                   ELSE IF AGE-CHECK-OK-FLAG = 'N'
                       DISPLAY "Item not added to the sale."
                   ELSE
                       ADD 1 TO CS-ITEM-COUNT
                       MOVE IM-BARCODE TO
                       MOVE 1 TO CS-ITEM-QTY(CS-ITEM-COUNT)
                       MOVE IM-TAX-FLAG TO
                            CS-ITEM-TAX-FLAG(CS-ITEM-COUNT)
                       IF IM-TAXABLE AND
                          SALE-EXEMPT-CERTIFICATE NOT = SPACES
                           MOVE 'E' TO
                                CS-ITEM-TAX-FLAG(CS-ITEM-COUNT)
                       END-IF
                       MOVE IM-DEPARTMENT TO TAX-LOOKUP-DEPT
                       PERFORM GET-DEPT-TAX-RATE
                       MOVE LINE-TAX-RATE TO
                       COMPUTE LINE-AMOUNT =
                           CS-ITEM-PRICE(CS-ITEM-COUNT)
                       ADD LINE-AMOUNT TO CS-SUBTOTAL
                       IF CS-ITEM-TAX-FLAG(CS-ITEM-COUNT) = 'Y'
                           COMPUTE LINE-TAX-AMOUNT ROUNDED =
                               LINE-AMOUNT * LINE-TAX-RATE
                           ADD LINE-TAX-AMOUNT TO CS-TAX-TOTAL
           END-READ
           .

      *> A restricted item goes on the sale only once the customer
      *> is shown to be old enough: the cashier keys the birth date
      *> off their ID - kept for the rest of the sale - or a manager
      *> overrides.  Every pass, refusal and override is audited so
      *> loss prevention can see who sells restricted goods to whom.
      *> The item just read is still in the item master buffer.
       VERIFY-CUSTOMER-AGE.
           MOVE 'N' TO AGE-CHECK-OK-FLAG
           MOVE SPACES TO AGE-CHECK-INPUT
           IF SALE-CUSTOMER-AGE = 999
               DISPLAY "AGE RESTRICTED ITEM - customer must be "
                  IM-MINIMUM-AGE " or older."
               DISPLAY "Enter birth date from ID (YYYYMMDD), "
               DISPLAY "'O' for manager override, or 'N' to refuse: "
               ACCEPT AGE-CHECK-INPUT
           END-IF

           IF SALE-CUSTOMER-AGE NOT = 999
               PERFORM JUDGE-CUSTOMER-AGE
           ELSE IF FUNCTION TRIM(AGE-CHECK-INPUT) = "O" OR
              FUNCTION TRIM(AGE-CHECK-INPUT) = "o"
               PERFORM AGE-MANAGER-OVERRIDE
           ELSE IF FUNCTION TRIM(AGE-CHECK-INPUT) = "N" OR
              FUNCTION TRIM(AGE-CHECK-INPUT) = "n"
               DISPLAY "Item refused - no proof of age."
               MOVE "AGE REFUSED" TO AL-ACTION
               MOVE "NO PROOF OF AGE" TO AL-DETAIL
               PERFORM WRITE-AGE-AUDIT-ENTRY
           ELSE IF AGE-CHECK-INPUT NOT NUMERIC OR
              AGE-CHECK-INPUT > REPORT-DATE OR
              FUNCTION TEST-DATE-YYYYMMDD
                  (FUNCTION NUMVAL(AGE-CHECK-INPUT)) NOT = 0
               DISPLAY "ERROR: Birth date must be YYYYMMDD and not "
               DISPLAY "after today. Scan the item again."
           ELSE
      *> whole years: today less the birth date, both as YYYYMMDD
      *> numbers, divided by 10000 and truncated
               MOVE AGE-CHECK-INPUT TO AGE-BIRTH-DATE
               MOVE REPORT-DATE TO AGE-TODAY-DATE
               COMPUTE AGE-YEARS-WORK =
                   (AGE-TODAY-DATE - AGE-BIRTH-DATE) / 10000
               IF AGE-YEARS-WORK > 120
                   DISPLAY "ERROR: Birth date is not believable. "
                   DISPLAY "Scan the item again."
               ELSE
                   MOVE AGE-YEARS-WORK TO SALE-CUSTOMER-AGE
                   PERFORM JUDGE-CUSTOMER-AGE
               END-IF
           END-IF
           .

       JUDGE-CUSTOMER-AGE.
           MOVE SPACES TO AL-DETAIL
           STRING "MINIMUM " IM-MINIMUM-AGE
                  " CUSTOMER " SALE-CUSTOMER-AGE
                  DELIMITED BY SIZE INTO AL-DETAIL
           END-STRING
           IF SALE-CUSTOMER-AGE < IM-MINIMUM-AGE
               DISPLAY "REFUSED: customer is " SALE-CUSTOMER-AGE
                  ", this item needs " IM-MINIMUM-AGE "."
               MOVE "AGE REFUSED" TO AL-ACTION
           ELSE
               MOVE 'Y' TO AGE-CHECK-OK-FLAG
               MOVE "AGE VERIFIED" TO AL-ACTION
           END-IF
           PERFORM WRITE-AGE-AUDIT-ENTRY
           .

      *> For the customer plainly old enough who has no ID on them.
      *> The override covers this one line only - the next
      *> restricted item asks again.
       AGE-MANAGER-OVERRIDE.
           PERFORM VALIDATE-MANAGER-APPROVAL
           IF APPROVAL-GRANTED-FLAG = 'N'
               DISPLAY "Override not approved - item refused."
               MOVE "AGE REFUSED" TO AL-ACTION
               MOVE "OVERRIDE NOT APPROVED" TO AL-DETAIL
           ELSE
               MOVE 'Y' TO AGE-CHECK-OK-FLAG
               MOVE "AGE OVERRIDE" TO AL-ACTION
               MOVE APPROVAL-MANAGER-NAME TO AL-DETAIL
           END-IF
           PERFORM WRITE-AGE-AUDIT-ENTRY
           .

       WRITE-AGE-AUDIT-ENTRY.
           MOVE IM-BARCODE TO AL-BARCODE
           MOVE IM-PRICE TO AL-AMOUNT
           MOVE EMPLOYEE TO AL-EMPLOYEE-ID
           PERFORM WRITE-AUDIT-ENTRY
           .

      *> The promo file is read by barcode; the hit only counts when
      *> today sits inside the start/end window, so next week's ad
      *> can already be on file without changing today's prices.
                       MOVE 0 TO CS-TAX-TOTAL
                       MOVE 0 TO CS-TOTAL
      *> the parked ticket does not carry the loyalty account, so
      *> re-attach it at recall if the customer is still waiting -
      *> that is also what re-applies a tax exemption
                       MOVE SPACES TO SALE-CUSTOMER-NUMBER
                       MOVE SPACES TO SALE-CUSTOMER-NAME
                       MOVE SPACES TO SALE-EXEMPT-CERTIFICATE
                       MOVE SPACES TO SALE-EXEMPT-TYPE
                       MOVE 999 TO SALE-CUSTOMER-AGE
               END-WRITE
           END-IF
           .
                                CS-ITEM-PROMO-FLAG(SALE-SUB)
                           MOVE 'N' TO CS-ITEM-VOID-FLAG(SALE-SUB)
                       END-PERFORM
                       PERFORM RESTORE-LINE-TAX-FLAGS
                       PERFORM RECALCULATE-SALE-TOTALS
                       DELETE SUSPENDED-SALES-FILE

      *> Put the ticket counter back to the control record's next
               DISPLAY "ERROR: Charge must be between zero and the "
               DISPLAY "balance due."
           ELSE
               PERFORM CAPTURE-CARD-DETAILS
               IF CARD-CAPTURE-OK-FLAG = 'N'
                   DISPLAY "Card not captured - charge not taken."
               ELSE
                   ADD 1 TO TENDER-LINE-COUNT
                   MOVE "CREDIT" TO
                        TL-TENDER-TYPE(TENDER-LINE-COUNT)
                   MOVE TENDER-AMOUNT-INPUT TO
                        TL-TENDER-AMOUNT(TENDER-LINE-COUNT)
                   MOVE SPACES TO TL-CARD-NUMBER(TENDER-LINE-COUNT)
                   MOVE CARD-TYPE-TEXT TO
                        TL-CARD-TYPE(TENDER-LINE-COUNT)
                   MOVE CARD-LAST-FOUR-INPUT TO
                        TL-CARD-LAST-FOUR(TENDER-LINE-COUNT)
                   MOVE AUTH-CODE-INPUT TO
                        TL-AUTH-CODE(TENDER-LINE-COUNT)
                   SUBTRACT TENDER-AMOUNT-INPUT FROM
                       AMOUNT-REMAINING
               END-IF
           END-IF
           .

      *> The card itself is swiped on the stand-alone terminal; what
      *> the register keeps is enough to match the charge to the
      *> processor's records later - the card type, the last four
      *> digits off the terminal slip and its authorization code.
       CAPTURE-CARD-DETAILS.
           MOVE 'N' TO CARD-CAPTURE-OK-FLAG
           DISPLAY "Card type: 1. VISA  2. MC  3. AMEX  4. DISC"
           DISPLAY "Select card type (1 - 4): "
           ACCEPT CARD-TYPE-CHOICE
           EVALUATE CARD-TYPE-CHOICE
             WHEN 1 MOVE "VISA" TO CARD-TYPE-TEXT
             WHEN 2 MOVE "MC" TO CARD-TYPE-TEXT
             WHEN 3 MOVE "AMEX" TO CARD-TYPE-TEXT
             WHEN 4 MOVE "DISC" TO CARD-TYPE-TEXT
             WHEN OTHER MOVE SPACES TO CARD-TYPE-TEXT
           END-EVALUATE
           IF CARD-TYPE-TEXT = SPACES
               DISPLAY "ERROR: Invalid card type selected."
           ELSE
               DISPLAY "Last 4 digits of the card: "
               ACCEPT CARD-LAST-FOUR-INPUT
               IF CARD-LAST-FOUR-INPUT NOT NUMERIC
                   DISPLAY "ERROR: Enter exactly the last 4 digits."
               ELSE
                   DISPLAY "Authorization code from the terminal: "
                   ACCEPT AUTH-CODE-INPUT
                   IF AUTH-CODE-INPUT = SPACES
                       DISPLAY "ERROR: Authorization code is "
                       DISPLAY "required."
                   ELSE
                       MOVE 'Y' TO CARD-CAPTURE-OK-FLAG
                   END-IF
               END-IF
           END-IF
           .

           .

      *> Back out of a part-taken tender: gift redemptions go back
      *> on their cards; cash lines were never captured, so dropping
      *> them is enough, and a card charge already authorized on the
      *> terminal has to be voided there.
       RELEASE-TENDER-LINES.
           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > TENDER-LINE-COUNT
               IF TL-TENDER-TYPE(TENDER-SUB) = "CREDIT"
                   DISPLAY "Void authorization "
                      TL-AUTH-CODE(TENDER-SUB) " for "
                      TL-TENDER-AMOUNT(TENDER-SUB)
                      " on the card terminal."
               END-IF
      *> training redemptions never debited a card, so there is
      *> nothing to put back
               IF TL-TENDER-TYPE(TENDER-SUB) = "GIFT" AND
           MOVE CS-SUBTOTAL TO RC-SUBTOTAL-AMOUNT
           MOVE CS-TAX-TOTAL TO RC-TAX-AMOUNT
           MOVE CS-TOTAL TO RC-TOTAL-AMOUNT
           PERFORM MOVE-TENDER-LINES-TO-RECEIPT
           MOVE 0 TO ACTIVE-ITEM-SUB
           PERFORM VARYING RECEIPT-SUB FROM 1 BY 1
               UNTIL RECEIPT-SUB > CS-ITEM-COUNT
                        RC-ITEM-TAX-FLAG(ACTIVE-ITEM-SUB)
                   MOVE CS-ITEM-TAX-RATE(RECEIPT-SUB) TO
                        RC-ITEM-TAX-RATE(ACTIVE-ITEM-SUB)
                   PERFORM STAMP-LINE-UNIT-COST
               END-IF
           END-PERFORM
           MOVE ACTIVE-ITEM-SUB TO RC-ITEM-COUNT
           MOVE SALE-CUSTOMER-NUMBER TO RC-CUSTOMER-NUMBER
           MOVE REGISTER-NUMBER TO RC-REGISTER-NUMBER
           MOVE SALE-EXEMPT-CERTIFICATE TO RC-EXEMPT-CERTIFICATE
           MOVE SALE-EXEMPT-TYPE TO RC-EXEMPT-TYPE
      *> a training sale looks complete on the screen but nothing
      *> lands: no receipt record, no inventory relief, no points
           IF TRAINING-MODE-FLAG = 'N'
               WRITE RECEIPT-RECORD
               MOVE "SALE" TO RELIEVE-MOVEMENT-TYPE
               PERFORM RELIEVE-INVENTORY
               IF SALE-CUSTOMER-NUMBER NOT = SPACES
                   PERFORM ACCRUE-CUSTOMER-POINTS
               END-IF
           END-PERFORM
           DISPLAY "Tax          : " CS-TAX-TOTAL
           IF SALE-EXEMPT-CERTIFICATE NOT = SPACES
               DISPLAY "Tax exempt   : certificate "
                  SALE-EXEMPT-CERTIFICATE
           END-IF
           DISPLAY "Total        : " CS-TOTAL
           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > TENDER-LINE-COUNT
               DISPLAY "Tender       : "
                  TL-TENDER-TYPE(TENDER-SUB) " "
                  TL-TENDER-AMOUNT(TENDER-SUB)
               IF TL-TENDER-TYPE(TENDER-SUB) = "CREDIT"
                   DISPLAY "               "
                      TL-CARD-TYPE(TENDER-SUB) " ****"
                      TL-CARD-LAST-FOUR(TENDER-SUB) " AUTH "
                      TL-AUTH-CODE(TENDER-SUB)
               END-IF
           END-PERFORM
           DISPLAY "Change due   : " CHANGE-DUE-AMOUNT
           IF TRAINING-MODE-FLAG = 'Y'
           MOVE 0 TO CS-TOTAL
           MOVE SPACES TO SALE-CUSTOMER-NUMBER
           MOVE SPACES TO SALE-CUSTOMER-NAME
           MOVE SPACES TO SALE-EXEMPT-CERTIFICATE
           MOVE SPACES TO SALE-EXEMPT-TYPE
           MOVE 999 TO SALE-CUSTOMER-AGE
           .

      *> The collected tender lines, card details and change onto the
      *> receipt record being built.
       MOVE-TENDER-LINES-TO-RECEIPT.
           MOVE TENDER-LINE-COUNT TO RC-TENDER-COUNT
           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > TENDER-LINE-COUNT
               MOVE TL-TENDER-TYPE(TENDER-SUB) TO
                    RC-TENDER-TYPE(TENDER-SUB)
               MOVE TL-TENDER-AMOUNT(TENDER-SUB) TO
                    RC-TENDER-AMOUNT(TENDER-SUB)
               IF TL-TENDER-TYPE(TENDER-SUB) = "CREDIT"
                   MOVE TL-CARD-TYPE(TENDER-SUB) TO
                        RC-CARD-TYPE(TENDER-SUB)
                   MOVE TL-CARD-LAST-FOUR(TENDER-SUB) TO
                        RC-CARD-LAST-FOUR(TENDER-SUB)
                   MOVE TL-AUTH-CODE(TENDER-SUB) TO
                        RC-AUTH-CODE(TENDER-SUB)
               ELSE
                   MOVE SPACES TO RC-CARD-TYPE(TENDER-SUB)
                   MOVE SPACES TO RC-CARD-LAST-FOUR(TENDER-SUB)
                   MOVE SPACES TO RC-AUTH-CODE(TENDER-SUB)
               END-IF
           END-PERFORM
           MOVE CHANGE-DUE-AMOUNT TO RC-CHANGE-DUE
           .

      *> Selling (or reloading) a gift card is its own one-line
           DISPLAY "2. Credit"
           DISPLAY "Select tender type (1 - 2): "
           ACCEPT TENDER-CHOICE
           MOVE SPACES TO CARD-TYPE-TEXT
           MOVE SPACES TO CARD-LAST-FOUR-INPUT
           MOVE SPACES TO AUTH-CODE-INPUT
           IF TENDER-CHOICE = 1
               MOVE "CASH" TO TENDER-TYPE-TEXT
               DISPLAY "Enter amount tendered: "
               MOVE "CREDIT" TO TENDER-TYPE-TEXT
               MOVE GIFT-LOAD-AMOUNT TO TENDER-AMOUNT-INPUT
               MOVE 0 TO CHANGE-DUE-AMOUNT
               PERFORM CAPTURE-CARD-DETAILS
               IF CARD-CAPTURE-OK-FLAG = 'N'
                   DISPLAY "Card not captured. Gift card not sold."
               ELSE
                   MOVE 'Y' TO GIFT-SALE-OK-FLAG
               END-IF
           ELSE
               DISPLAY "ERROR: Invalid tender type selected."
           END-IF
           MOVE 1 TO RC-TENDER-COUNT
           MOVE TENDER-TYPE-TEXT TO RC-TENDER-TYPE(1)
           MOVE TENDER-AMOUNT-INPUT TO RC-TENDER-AMOUNT(1)
           MOVE CARD-TYPE-TEXT TO RC-CARD-TYPE(1)
           MOVE CARD-LAST-FOUR-INPUT TO RC-CARD-LAST-FOUR(1)
           MOVE AUTH-CODE-INPUT TO RC-AUTH-CODE(1)
           MOVE CHANGE-DUE-AMOUNT TO RC-CHANGE-DUE
           MOVE 1 TO RC-ITEM-COUNT
           MOVE SPACES TO RC-ITEM-BARCODE(1)
           MOVE 'N' TO RC-ITEM-PROMO-FLAG(1)
           MOVE 'N' TO RC-ITEM-TAX-FLAG(1)
           MOVE 0 TO RC-ITEM-TAX-RATE(1)
           MOVE 0 TO RC-ITEM-UNIT-COST(1)
           MOVE SPACES TO RC-CUSTOMER-NUMBER
           MOVE REGISTER-NUMBER TO RC-REGISTER-NUMBER
           MOVE SPACES TO RC-EXEMPT-CERTIFICATE
           MOVE SPACES TO RC-EXEMPT-TYPE
           WRITE RECEIPT-RECORD

           DISPLAY "========== RECEIPT =========="
           PERFORM UPDATE-CONTROL-RECORD
           .

      *> Layaway: goods are put by for a customer against a deposit
      *> and paid off over time with the normal tenders.  The goods
      *> come off on-hand the day the layaway opens; the money taken
      *> rings on 'L' receipts as deposits held, not sales, until the
      *> last payment completes the layaway and its sale receipt is
      *> written.  A cancelled layaway puts the goods back and hands
      *> the deposits back less the restocking fee.
       LAYAWAY-MENU.
           IF TRAINING-MODE-FLAG = 'Y'
               DISPLAY "ERROR: Layaways cannot be handled in "
               DISPLAY "training mode."
           ELSE
               DISPLAY "========== LAYAWAY =========="
               DISPLAY "1. Open Layaway From Current Sale"
               DISPLAY "2. Layaway Payment"
               DISPLAY "3. Cancel Layaway"
               DISPLAY "4. Return to Cashier Menu"
               DISPLAY "Select an option (1 - 4):"
               ACCEPT LAYAWAY-CHOICE
               EVALUATE LAYAWAY-CHOICE
                 WHEN 1 PERFORM OPEN-LAYAWAY
                 WHEN 2 PERFORM LAYAWAY-PAYMENT
                 WHEN 3 PERFORM CANCEL-LAYAWAY
                 WHEN 4 CONTINUE
                 WHEN OTHER
                     DISPLAY "ERROR: Invalid choice."
               END-EVALUATE
           END-IF
           .

      *> The sale rung up so far becomes the layaway.  The customer
      *> must be attached first - the layaway is held on their
      *> account - and the deposit must cover the minimum percent of
      *> the total without paying it off outright (that is a sale).
       OPEN-LAYAWAY.
           IF CS-ITEM-COUNT = 0
               DISPLAY "ERROR: No items in the current sale."
           ELSE IF SALE-CUSTOMER-NUMBER = SPACES
               DISPLAY "ERROR: Attach the customer's account "
               DISPLAY "before opening a layaway."
           ELSE
               COMPUTE LAYAWAY-MINIMUM-DEPOSIT ROUNDED =
                   CS-TOTAL * LAYAWAY-DEPOSIT-PCT / 100
               DISPLAY "======== OPEN LAYAWAY ========"
               DISPLAY "Customer        : " SALE-CUSTOMER-NAME
               DISPLAY "Layaway total   : " CS-TOTAL
               DISPLAY "Minimum deposit : " LAYAWAY-MINIMUM-DEPOSIT
               DISPLAY "Enter deposit amount: "
               ACCEPT LAYAWAY-PAYMENT-AMOUNT
               IF LAYAWAY-PAYMENT-AMOUNT < LAYAWAY-MINIMUM-DEPOSIT
                  OR LAYAWAY-PAYMENT-AMOUNT = 0
                   DISPLAY "ERROR: Deposit is less than the minimum."
               ELSE IF LAYAWAY-PAYMENT-AMOUNT NOT < CS-TOTAL
                   DISPLAY "ERROR: Deposit covers the whole total - "
                   DISPLAY "ring it as a sale instead."
               ELSE
                   PERFORM COLLECT-LAYAWAY-MONEY
                   IF TENDER-ABORT-FLAG = 'Y'
                       PERFORM RELEASE-TENDER-LINES
                       DISPLAY "Tender cancelled. Layaway not opened."
                   ELSE
                       PERFORM WRITE-NEW-LAYAWAY
                       IF LAYAWAY-WRITE-OK-FLAG = 'Y'
                           PERFORM FINISH-NEW-LAYAWAY
                       ELSE
                           PERFORM RELEASE-TENDER-LINES
                           DISPLAY "Hand the deposit back. Layaway "
                              "not opened."
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

      *> Tender LAYAWAY-PAYMENT-AMOUNT across the normal tender lines.
       COLLECT-LAYAWAY-MONEY.
           MOVE 0 TO TENDER-LINE-COUNT
           MOVE 0 TO CHANGE-DUE-AMOUNT
           MOVE LAYAWAY-PAYMENT-AMOUNT TO AMOUNT-REMAINING
           MOVE 'N' TO TENDER-ABORT-FLAG
           PERFORM COLLECT-ONE-TENDER
               UNTIL AMOUNT-REMAINING = 0 OR
                     TENDER-ABORT-FLAG = 'Y'
           .

       WRITE-NEW-LAYAWAY.
           MOVE REGISTER-NUMBER TO LW-REGISTER-NUMBER
           MOVE RECEIPT-NUMBER TO LW-OPEN-RECEIPT
           MOVE SALE-CUSTOMER-NUMBER TO LW-CUSTOMER-NUMBER
           MOVE 'O' TO LW-STATUS
           MOVE EMPLOYEE TO LW-OPENED-BY
           MOVE REPORT-DATE TO LW-OPENED-DATE
           MOVE REPORT-DATE TO LAYAWAY-DATE-WORK
           COMPUTE LAYAWAY-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(LAYAWAY-DATE-WORK)
               + LAYAWAY-TERM-DAYS
           COMPUTE LAYAWAY-DATE-WORK =
               FUNCTION DATE-OF-INTEGER(LAYAWAY-DAY-NUMBER)
           MOVE LAYAWAY-DATE-WORK TO LW-EXPIRY-DATE
           MOVE REPORT-DATE TO LW-LAST-PAYMENT-DATE
           MOVE SPACES TO LW-CLOSED-DATE
           MOVE CS-SUBTOTAL TO LW-SUBTOTAL-AMOUNT
           MOVE CS-TAX-TOTAL TO LW-TAX-AMOUNT
           MOVE CS-TOTAL TO LW-TOTAL-AMOUNT
           MOVE LAYAWAY-PAYMENT-AMOUNT TO LW-PAID-TO-DATE
           MOVE 1 TO LW-PAYMENT-COUNT
           MOVE 0 TO LW-RESTOCK-FEE
           MOVE 0 TO LAYAWAY-SUB
           PERFORM VARYING RECEIPT-SUB FROM 1 BY 1
               UNTIL RECEIPT-SUB > CS-ITEM-COUNT
               IF CS-ITEM-VOID-FLAG(RECEIPT-SUB) = 'N'
                   ADD 1 TO LAYAWAY-SUB
                   MOVE CS-ITEM-BARCODE(RECEIPT-SUB) TO
                        LW-ITEM-BARCODE(LAYAWAY-SUB)
                   MOVE CS-ITEM-DESC(RECEIPT-SUB) TO
                        LW-ITEM-DESC(LAYAWAY-SUB)
                   MOVE CS-ITEM-PRICE(RECEIPT-SUB) TO
                        LW-ITEM-PRICE(LAYAWAY-SUB)
                   MOVE CS-ITEM-QTY(RECEIPT-SUB) TO
                        LW-ITEM-QTY(LAYAWAY-SUB)
                   MOVE CS-ITEM-TAX-FLAG(RECEIPT-SUB) TO
                        LW-ITEM-TAX-FLAG(LAYAWAY-SUB)
                   MOVE CS-ITEM-TAX-RATE(RECEIPT-SUB) TO
                        LW-ITEM-TAX-RATE(LAYAWAY-SUB)
                   MOVE CS-ITEM-PROMO-FLAG(RECEIPT-SUB) TO
                        LW-ITEM-PROMO-FLAG(LAYAWAY-SUB)
               END-IF
           END-PERFORM
           MOVE LAYAWAY-SUB TO LW-ITEM-COUNT
           MOVE SALE-EXEMPT-CERTIFICATE TO LW-EXEMPT-CERTIFICATE
           MOVE SALE-EXEMPT-TYPE TO LW-EXEMPT-TYPE
           MOVE 'Y' TO LAYAWAY-WRITE-OK-FLAG
           WRITE LAYAWAY-RECORD
               INVALID KEY
                   MOVE 'N' TO LAYAWAY-WRITE-OK-FLAG
                   DISPLAY "ERROR: Layaway " LW-KEY
                      " is already on file."
           END-WRITE
           .

      *> Only once the layaway is on file is the deposit receipted
      *> and the goods taken off the shelf count - a layaway that
      *> could not be written leaves the sale on screen untouched.
       FINISH-NEW-LAYAWAY.
           PERFORM WRITE-LAYAWAY-PAYMENT-RECEIPT
           MOVE "LAYAWAY" TO RELIEVE-MOVEMENT-TYPE
           PERFORM RELIEVE-INVENTORY

           MOVE "LAYAWAY OPEN" TO AL-ACTION
           MOVE SPACES TO AL-BARCODE
           MOVE LAYAWAY-PAYMENT-AMOUNT TO AL-AMOUNT
           MOVE LW-KEY TO AL-DETAIL
           MOVE EMPLOYEE TO AL-EMPLOYEE-ID
           PERFORM WRITE-AUDIT-ENTRY

           COMPUTE LAYAWAY-BALANCE-DUE =
               LW-TOTAL-AMOUNT - LW-PAID-TO-DATE
           DISPLAY "Layaway number  : " LW-KEY
           DISPLAY "Balance due     : " LAYAWAY-BALANCE-DUE
           DISPLAY "Pay off by      : " LW-EXPIRY-DATE
           DISPLAY "=============================="

           ADD 1 TO RECEIPT-NUMBER
           ADD 1 TO CS-TICKET-NUMBER
           PERFORM UPDATE-CONTROL-RECORD
           PERFORM CLEAR-SALE-JOURNAL
           MOVE 0 TO CS-ITEM-COUNT
           MOVE 0 TO CS-SUBTOTAL
           MOVE 0 TO CS-TAX-TOTAL
           MOVE 0 TO CS-TOTAL
           MOVE SPACES TO SALE-CUSTOMER-NUMBER
           MOVE SPACES TO SALE-CUSTOMER-NAME
           MOVE SPACES TO SALE-EXEMPT-CERTIFICATE
           MOVE SPACES TO SALE-EXEMPT-TYPE
           MOVE 999 TO SALE-CUSTOMER-AGE
           .

      *> The 'L' receipt for money paid on the layaway in LW-KEY:
      *> no item lines, the amount paid as subtotal and total, and
      *> the tender lines collected for it.
       WRITE-LAYAWAY-PAYMENT-RECEIPT.
           MOVE RECEIPT-NUMBER TO RC-RECEIPT-NUMBER
           MOVE EMPLOYEE TO RC-EMPLOYEE-ID
           MOVE FUNCTION CURRENT-DATE(1:20) TO RC-TIMESTAMP
           MOVE 'L' TO RC-RECEIPT-TYPE
           MOVE LW-OPEN-RECEIPT TO RC-ORIGINAL-RECEIPT
           MOVE LAYAWAY-PAYMENT-AMOUNT TO RC-SUBTOTAL-AMOUNT
           MOVE 0 TO RC-TAX-AMOUNT
           MOVE LAYAWAY-PAYMENT-AMOUNT TO RC-TOTAL-AMOUNT
           PERFORM MOVE-TENDER-LINES-TO-RECEIPT
           MOVE 0 TO RC-ITEM-COUNT
           MOVE LW-CUSTOMER-NUMBER TO RC-CUSTOMER-NUMBER
           MOVE REGISTER-NUMBER TO RC-REGISTER-NUMBER
           MOVE SPACES TO RC-EXEMPT-CERTIFICATE
           MOVE SPACES TO RC-EXEMPT-TYPE
           WRITE RECEIPT-RECORD

           DISPLAY "========== RECEIPT =========="
           DISPLAY "LAYAWAY " LW-KEY " PAYMENT  "
              LAYAWAY-PAYMENT-AMOUNT
           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > TENDER-LINE-COUNT
               DISPLAY "Tender       : "
                  TL-TENDER-TYPE(TENDER-SUB) " "
                  TL-TENDER-AMOUNT(TENDER-SUB)
               IF TL-TENDER-TYPE(TENDER-SUB) = "CREDIT"
                   DISPLAY "               "
                      TL-CARD-TYPE(TENDER-SUB) " ****"
                      TL-CARD-LAST-FOUR(TENDER-SUB) " AUTH "
                      TL-AUTH-CODE(TENDER-SUB)
               END-IF
           END-PERFORM
           DISPLAY "Change due   : " CHANGE-DUE-AMOUNT
           DISPLAY "Paid to date : " LW-PAID-TO-DATE
           .

      *> Key the layaway number off the customer's slip and bring
      *> the record into the buffer; only an open layaway is found.
       FIND-LAYAWAY.
           MOVE 'N' TO LAYAWAY-FOUND-FLAG
           DISPLAY "Enter layaway number (10 digits): "
           ACCEPT LAYAWAY-NUMBER-INPUT
           IF LAYAWAY-NUMBER-INPUT NOT NUMERIC
               DISPLAY "ERROR: Layaway number must be 10 numeric "
               DISPLAY "digits."
           ELSE
               MOVE LAYAWAY-NUMBER-INPUT TO LW-KEY
               READ LAYAWAY-FILE
                   INVALID KEY
                       DISPLAY "ERROR: No layaway on file under "
                       DISPLAY "that number."
                   NOT INVALID KEY
                       IF NOT LW-OPEN
                           DISPLAY "ERROR: That layaway is already "
                           DISPLAY "completed or cancelled."
                       ELSE
                           MOVE 'Y' TO LAYAWAY-FOUND-FLAG
                           COMPUTE LAYAWAY-BALANCE-DUE =
                               LW-TOTAL-AMOUNT - LW-PAID-TO-DATE
                           DISPLAY "Customer     : "
                              LW-CUSTOMER-NUMBER
                           DISPLAY "Total        : " LW-TOTAL-AMOUNT
                           DISPLAY "Paid to date : " LW-PAID-TO-DATE
                           DISPLAY "Balance due  : "
                              LAYAWAY-BALANCE-DUE
                           DISPLAY "Pay off by   : " LW-EXPIRY-DATE
                           IF LW-EXPIRY-DATE < REPORT-DATE
                               DISPLAY "*** PAST EXPIRY ***"
                           END-IF
                       END-IF
               END-READ
           END-IF
           .

       LAYAWAY-PAYMENT.
           IF CS-ITEM-COUNT NOT = 0
               DISPLAY "ERROR: Finish or suspend the current sale "
               DISPLAY "before taking a layaway payment."
           ELSE
               PERFORM FIND-LAYAWAY
               IF LAYAWAY-FOUND-FLAG = 'Y'
                   DISPLAY "Enter payment amount: "
                   ACCEPT LAYAWAY-PAYMENT-AMOUNT
                   IF LAYAWAY-PAYMENT-AMOUNT = 0 OR
                      LAYAWAY-PAYMENT-AMOUNT > LAYAWAY-BALANCE-DUE
                       DISPLAY "ERROR: Payment must be more than zero"
                       DISPLAY "and no more than the balance due."
                   ELSE
                       PERFORM COLLECT-LAYAWAY-MONEY
                       IF TENDER-ABORT-FLAG = 'Y'
                           PERFORM RELEASE-TENDER-LINES
                           DISPLAY "Tender cancelled. Payment not "
                              "taken."
                       ELSE
                           PERFORM POST-LAYAWAY-PAYMENT
                       END-IF
                   END-IF
               END-IF
           END-IF
           .

       POST-LAYAWAY-PAYMENT.
           ADD LAYAWAY-PAYMENT-AMOUNT TO LW-PAID-TO-DATE
           ADD 1 TO LW-PAYMENT-COUNT
           MOVE REPORT-DATE TO LW-LAST-PAYMENT-DATE
           PERFORM WRITE-LAYAWAY-PAYMENT-RECEIPT
           COMPUTE LAYAWAY-BALANCE-DUE =
               LW-TOTAL-AMOUNT - LW-PAID-TO-DATE
           DISPLAY "Balance due  : " LAYAWAY-BALANCE-DUE
           DISPLAY "=============================="

           MOVE "LAYAWAY PAYMENT" TO AL-ACTION
           MOVE SPACES TO AL-BARCODE
           MOVE LAYAWAY-PAYMENT-AMOUNT TO AL-AMOUNT
           MOVE LW-KEY TO AL-DETAIL
           MOVE EMPLOYEE TO AL-EMPLOYEE-ID
           PERFORM WRITE-AUDIT-ENTRY

           ADD 1 TO RECEIPT-NUMBER
           PERFORM UPDATE-CONTROL-RECORD
           IF LAYAWAY-BALANCE-DUE = 0
               PERFORM COMPLETE-LAYAWAY
           END-IF
           REWRITE LAYAWAY-RECORD
           .

      *> Paid in full: the goods go home, so the sale is booked now
      *> on an ordinary sale receipt, tendered entirely from the
      *> deposits held.  Stock already came off when the layaway was
      *> opened, and points accrue on the customer's account here.
       COMPLETE-LAYAWAY.
           MOVE RECEIPT-NUMBER TO RC-RECEIPT-NUMBER
           MOVE EMPLOYEE TO RC-EMPLOYEE-ID
           MOVE FUNCTION CURRENT-DATE(1:20) TO RC-TIMESTAMP
           MOVE 'S' TO RC-RECEIPT-TYPE
           MOVE 0 TO RC-ORIGINAL-RECEIPT
           MOVE LW-SUBTOTAL-AMOUNT TO RC-SUBTOTAL-AMOUNT
           MOVE LW-TAX-AMOUNT TO RC-TAX-AMOUNT
           MOVE LW-TOTAL-AMOUNT TO RC-TOTAL-AMOUNT
           MOVE 1 TO RC-TENDER-COUNT
           MOVE "LAYAWY" TO RC-TENDER-TYPE(1)
           MOVE LW-TOTAL-AMOUNT TO RC-TENDER-AMOUNT(1)
           MOVE SPACES TO RC-CARD-TYPE(1)
           MOVE SPACES TO RC-CARD-LAST-FOUR(1)
           MOVE SPACES TO RC-AUTH-CODE(1)
           MOVE 0 TO RC-CHANGE-DUE
           PERFORM VARYING LAYAWAY-SUB FROM 1 BY 1
               UNTIL LAYAWAY-SUB > LW-ITEM-COUNT
               MOVE LW-ITEM-BARCODE(LAYAWAY-SUB) TO
                    RC-ITEM-BARCODE(LAYAWAY-SUB)
               MOVE LW-ITEM-DESC(LAYAWAY-SUB) TO
                    RC-ITEM-DESC(LAYAWAY-SUB)
               MOVE LW-ITEM-PRICE(LAYAWAY-SUB) TO
                    RC-ITEM-PRICE(LAYAWAY-SUB)
               MOVE LW-ITEM-QTY(LAYAWAY-SUB) TO
                    RC-ITEM-QTY(LAYAWAY-SUB)
               MOVE LW-ITEM-PROMO-FLAG(LAYAWAY-SUB) TO
                    RC-ITEM-PROMO-FLAG(LAYAWAY-SUB)
               MOVE LW-ITEM-TAX-FLAG(LAYAWAY-SUB) TO
                    RC-ITEM-TAX-FLAG(LAYAWAY-SUB)
               MOVE LW-ITEM-TAX-RATE(LAYAWAY-SUB) TO
                    RC-ITEM-TAX-RATE(LAYAWAY-SUB)
               MOVE LW-ITEM-BARCODE(LAYAWAY-SUB) TO IM-BARCODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       MOVE 0 TO RC-ITEM-UNIT-COST(LAYAWAY-SUB)
                   NOT INVALID KEY
                       MOVE IM-UNIT-COST TO
                            RC-ITEM-UNIT-COST(LAYAWAY-SUB)
               END-READ
           END-PERFORM
           MOVE LW-ITEM-COUNT TO RC-ITEM-COUNT
           MOVE LW-CUSTOMER-NUMBER TO RC-CUSTOMER-NUMBER
           MOVE REGISTER-NUMBER TO RC-REGISTER-NUMBER
           MOVE LW-EXEMPT-CERTIFICATE TO RC-EXEMPT-CERTIFICATE
           MOVE LW-EXEMPT-TYPE TO RC-EXEMPT-TYPE
           WRITE RECEIPT-RECORD

           DISPLAY "========== RECEIPT =========="
           DISPLAY "LAYAWAY " LW-KEY " COMPLETED"
           PERFORM VARYING LAYAWAY-SUB FROM 1 BY 1
               UNTIL LAYAWAY-SUB > LW-ITEM-COUNT
               DISPLAY LW-ITEM-DESC(LAYAWAY-SUB) " "
                  LW-ITEM-QTY(LAYAWAY-SUB) " @ "
                  LW-ITEM-PRICE(LAYAWAY-SUB)
           END-PERFORM
           DISPLAY "Tax          : " LW-TAX-AMOUNT
           DISPLAY "Total        : " LW-TOTAL-AMOUNT
           DISPLAY "Tender       : LAYAWY " LW-TOTAL-AMOUNT
           DISPLAY "=============================="

           MOVE LW-CUSTOMER-NUMBER TO SALE-CUSTOMER-NUMBER
           MOVE LW-TOTAL-AMOUNT TO CS-TOTAL
           PERFORM ACCRUE-CUSTOMER-POINTS
           MOVE 0 TO CS-TOTAL
           MOVE SPACES TO SALE-CUSTOMER-NUMBER

           MOVE 'C' TO LW-STATUS
           MOVE REPORT-DATE TO LW-CLOSED-DATE

           MOVE "LAYAWAY COMPLETE" TO AL-ACTION
           MOVE SPACES TO AL-BARCODE
           MOVE LW-TOTAL-AMOUNT TO AL-AMOUNT
           MOVE LW-KEY TO AL-DETAIL
           MOVE EMPLOYEE TO AL-EMPLOYEE-ID
           PERFORM WRITE-AUDIT-ENTRY

           ADD 1 TO RECEIPT-NUMBER
           PERFORM UPDATE-CONTROL-RECORD
           .

      *> Cancelling puts the goods back on the shelf and hands back
      *> what was paid less the restocking fee (a percent of the
      *> layaway total, never more than was paid).  The refund goes
      *> out in cash from the drawer, on manager approval.
       CANCEL-LAYAWAY.
           IF CS-ITEM-COUNT NOT = 0
               DISPLAY "ERROR: Finish or suspend the current sale "
               DISPLAY "before cancelling a layaway."
           ELSE
               PERFORM FIND-LAYAWAY
               IF LAYAWAY-FOUND-FLAG = 'Y'
                   COMPUTE LAYAWAY-FEE-AMOUNT ROUNDED =
                       LW-TOTAL-AMOUNT * LAYAWAY-FEE-PCT / 100
                   IF LAYAWAY-FEE-AMOUNT > LW-PAID-TO-DATE
                       MOVE LW-PAID-TO-DATE TO LAYAWAY-FEE-AMOUNT
                   END-IF
                   COMPUTE LAYAWAY-REFUND-AMOUNT =
                       LW-PAID-TO-DATE - LAYAWAY-FEE-AMOUNT
                   DISPLAY "Restocking fee : " LAYAWAY-FEE-AMOUNT
                   DISPLAY "Cash refund    : " LAYAWAY-REFUND-AMOUNT
                   PERFORM VALIDATE-MANAGER-APPROVAL
                   IF APPROVAL-GRANTED-FLAG = 'N'
                       DISPLAY "Layaway not cancelled."
                   ELSE
                       PERFORM POST-LAYAWAY-CANCEL
                   END-IF
               END-IF
           END-IF
           .

       POST-LAYAWAY-CANCEL.
           MOVE RECEIPT-NUMBER TO RC-RECEIPT-NUMBER
           MOVE EMPLOYEE TO RC-EMPLOYEE-ID
           MOVE FUNCTION CURRENT-DATE(1:20) TO RC-TIMESTAMP
           MOVE 'X' TO RC-RECEIPT-TYPE
           MOVE LW-OPEN-RECEIPT TO RC-ORIGINAL-RECEIPT
           MOVE LAYAWAY-FEE-AMOUNT TO RC-SUBTOTAL-AMOUNT
           MOVE 0 TO RC-TAX-AMOUNT
           MOVE LAYAWAY-REFUND-AMOUNT TO RC-TOTAL-AMOUNT
           IF LAYAWAY-REFUND-AMOUNT > 0
               MOVE 1 TO RC-TENDER-COUNT
               MOVE "CASH" TO RC-TENDER-TYPE(1)
               MOVE LAYAWAY-REFUND-AMOUNT TO RC-TENDER-AMOUNT(1)
               MOVE SPACES TO RC-CARD-TYPE(1)
               MOVE SPACES TO RC-CARD-LAST-FOUR(1)
               MOVE SPACES TO RC-AUTH-CODE(1)
           ELSE
               MOVE 0 TO RC-TENDER-COUNT
           END-IF
           MOVE 0 TO RC-CHANGE-DUE
           MOVE 0 TO RC-ITEM-COUNT
           MOVE LW-CUSTOMER-NUMBER TO RC-CUSTOMER-NUMBER
           MOVE REGISTER-NUMBER TO RC-REGISTER-NUMBER
           MOVE SPACES TO RC-EXEMPT-CERTIFICATE
           MOVE SPACES TO RC-EXEMPT-TYPE
           WRITE RECEIPT-RECORD

      *> back on the shelf, ledgered against the cancel receipt
           PERFORM VARYING LAYAWAY-SUB FROM 1 BY 1
               UNTIL LAYAWAY-SUB > LW-ITEM-COUNT
               MOVE LW-ITEM-BARCODE(LAYAWAY-SUB) TO IM-BARCODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD LW-ITEM-QTY(LAYAWAY-SUB) TO IM-ON-HAND-QTY
                       REWRITE ITEM-MASTER-RECORD
                       MOVE "LAYCANCL" TO SL-MOVEMENT-TYPE
                       MOVE LW-ITEM-QTY(LAYAWAY-SUB) TO SL-QUANTITY
                       PERFORM WRITE-STOCK-LEDGER-ENTRY
               END-READ
           END-PERFORM

           MOVE 'X' TO LW-STATUS
           MOVE REPORT-DATE TO LW-CLOSED-DATE
           MOVE LAYAWAY-FEE-AMOUNT TO LW-RESTOCK-FEE
           REWRITE LAYAWAY-RECORD

           DISPLAY "========== RECEIPT =========="
           DISPLAY "LAYAWAY " LW-KEY " CANCELLED"
           DISPLAY "Paid to date   : " LW-PAID-TO-DATE
           DISPLAY "Restocking fee : " LAYAWAY-FEE-AMOUNT
           DISPLAY "Refunded CASH  : " LAYAWAY-REFUND-AMOUNT
           DISPLAY "Approved by    : " APPROVAL-MANAGER-NAME
           DISPLAY "=============================="

           MOVE "LAYAWAY CANCEL" TO AL-ACTION
           MOVE SPACES TO AL-BARCODE
           MOVE LAYAWAY-REFUND-AMOUNT TO AL-AMOUNT
           MOVE SPACES TO AL-DETAIL
           STRING LW-KEY DELIMITED BY SIZE
              " MGR " DELIMITED BY SIZE
              APPROVAL-MANAGER-ID DELIMITED BY SPACE
              INTO AL-DETAIL
           MOVE EMPLOYEE TO AL-EMPLOYEE-ID
           PERFORM WRITE-AUDIT-ENTRY

           ADD 1 TO RECEIPT-NUMBER
           PERFORM UPDATE-CONTROL-RECORD
           .

      *> Attach a loyalty account to CURRENT-SALE before TOTAL-SALE:
      *> the cashier keys the customer's account number (their phone
      *> number), and the account rides the sale so FINISH-SALE can
                      " detached from the sale."
                   MOVE SPACES TO SALE-CUSTOMER-NUMBER
                   MOVE SPACES TO SALE-CUSTOMER-NAME
                   PERFORM END-SALE-EXEMPTION
               ELSE
                   DISPLAY "No customer attached to the sale."
               END-IF
                              CU-CUSTOMER-NAME
                           DISPLAY "Points balance   : "
                              CU-POINTS-BALANCE
                           PERFORM APPLY-CUSTOMER-EXEMPTION
                       END-IF
               END-READ
           END-IF
           .

      *> An account with a certificate on file rings the sale
      *> tax-free - unless the certificate has run out, when the
      *> exemption is refused and the sale stays taxed until the
      *> customer's renewal is keyed in CUSTMAINT.  An account with
      *> no certificate replacing an exempt one puts the tax back.
       APPLY-CUSTOMER-EXEMPTION.
           IF CU-EXEMPT-CERTIFICATE = SPACES
               PERFORM END-SALE-EXEMPTION
           ELSE IF CU-EXEMPT-EXPIRY < REPORT-DATE
               DISPLAY "ERROR: Tax exemption certificate "
                  CU-EXEMPT-CERTIFICATE
               DISPLAY "expired " CU-EXEMPT-EXPIRY
                  " - exemption refused, the sale is taxed."
               PERFORM END-SALE-EXEMPTION

               MOVE "EXEMPT REFUSED" TO AL-ACTION
               MOVE SPACES TO AL-BARCODE
               MOVE 0 TO AL-AMOUNT
               MOVE CU-EXEMPT-CERTIFICATE TO AL-DETAIL
               MOVE EMPLOYEE TO AL-EMPLOYEE-ID
               PERFORM WRITE-AUDIT-ENTRY
           ELSE
               MOVE CU-EXEMPT-CERTIFICATE TO SALE-EXEMPT-CERTIFICATE
               MOVE CU-EXEMPT-TYPE TO SALE-EXEMPT-TYPE
               PERFORM VARYING SALE-SUB FROM 1 BY 1
                   UNTIL SALE-SUB > CS-ITEM-COUNT
                   IF CS-ITEM-TAX-FLAG(SALE-SUB) = 'Y'
                       MOVE 'E' TO CS-ITEM-TAX-FLAG(SALE-SUB)
                   END-IF
               END-PERFORM
               PERFORM RECALCULATE-SALE-TOTALS
               DISPLAY "Tax exempt sale - certificate "
                  SALE-EXEMPT-CERTIFICATE
               DISPLAY "Running sale total: " CS-TOTAL

               MOVE "TAX EXEMPT" TO AL-ACTION
               MOVE SPACES TO AL-BARCODE
               MOVE CS-TOTAL TO AL-AMOUNT
               MOVE SALE-EXEMPT-CERTIFICATE TO AL-DETAIL
               MOVE EMPLOYEE TO AL-EMPLOYEE-ID
               PERFORM WRITE-AUDIT-ENTRY
               PERFORM JOURNAL-CURRENT-SALE
           END-IF
           .

      *> Take the exemption off the sale, putting the tax back on
      *> every line it was lifted from.
       END-SALE-EXEMPTION.
           IF SALE-EXEMPT-CERTIFICATE NOT = SPACES
               MOVE SPACES TO SALE-EXEMPT-CERTIFICATE
               MOVE SPACES TO SALE-EXEMPT-TYPE
               PERFORM RESTORE-LINE-TAX-FLAGS
               PERFORM RECALCULATE-SALE-TOTALS
               DISPLAY "Tax exemption removed. Running sale total: "
                  CS-TOTAL
               PERFORM JOURNAL-CURRENT-SALE
           END-IF
           .

       RESTORE-LINE-TAX-FLAGS.
           PERFORM VARYING SALE-SUB FROM 1 BY 1
               UNTIL SALE-SUB > CS-ITEM-COUNT
               IF CS-ITEM-TAX-FLAG(SALE-SUB) = 'E'
                   MOVE 'Y' TO CS-ITEM-TAX-FLAG(SALE-SUB)
               END-IF
           END-PERFORM
           .

      *> One point per whole dollar of the completed sale's total
      *> goes on the attached account.  A missing account record
      *> (purged since lookup) just skips the accrual - the sale
                                OR-SUBTOTAL-AMOUNT
                           MOVE RC-TAX-AMOUNT TO OR-TAX-AMOUNT
                           MOVE RC-TOTAL-AMOUNT TO OR-TOTAL-AMOUNT
                           PERFORM NOTE-ORIGINAL-CARD-TENDER
                           MOVE RC-EXEMPT-CERTIFICATE TO
                                OR-EXEMPT-CERTIFICATE
                           MOVE RC-EXEMPT-TYPE TO OR-EXEMPT-TYPE
                           MOVE RC-ITEM-COUNT TO OR-ITEM-COUNT
                           PERFORM VARYING RETURN-SUB FROM 1 BY 1
                               UNTIL RETURN-SUB > OR-ITEM-COUNT
                                    TO OR-ITEM-TAX-FLAG(RETURN-SUB)
                               MOVE RC-ITEM-TAX-RATE(RETURN-SUB)
                                    TO OR-ITEM-TAX-RATE(RETURN-SUB)
                               PERFORM COST-ORIGINAL-LINE
                               MOVE 0 TO OR-PRIOR-QTY(RETURN-SUB)
                               MOVE 0 TO OR-RETURN-QTY(RETURN-SUB)
                           END-PERFORM
           OPEN EXTEND RECEIPT-FILE
           .

      *> Any tender that was neither cash, gift nor layaway deposits
      *> went to a card - the same split EODREPT buckets its credit
      *> total on.
       NOTE-ORIGINAL-CARD-TENDER.
           MOVE 'N' TO OR-CARD-PAID-FLAG
           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > RC-TENDER-COUNT
               IF RC-TENDER-TYPE(TENDER-SUB) NOT = "CASH" AND
                  RC-TENDER-TYPE(TENDER-SUB) NOT = "GIFT" AND
                  RC-TENDER-TYPE(TENDER-SUB) NOT = "LAYAWY"
                   MOVE 'Y' TO OR-CARD-PAID-FLAG
               END-IF
           END-PERFORM
           .

      *> A refund backs out the cost the sale booked; a sale rung
      *> before costs were stamped on the receipt carries no cost, so
      *> its returned lines take the item master's current cost.
       COST-ORIGINAL-LINE.
           IF RC-ITEM-UNIT-COST(RETURN-SUB) NUMERIC
               MOVE RC-ITEM-UNIT-COST(RETURN-SUB) TO
                    OR-ITEM-UNIT-COST(RETURN-SUB)
           ELSE
               MOVE 0 TO OR-ITEM-UNIT-COST(RETURN-SUB)
               MOVE RC-ITEM-BARCODE(RETURN-SUB) TO IM-BARCODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE IM-UNIT-COST TO
                            OR-ITEM-UNIT-COST(RETURN-SUB)
               END-READ
           END-IF
           .

      *> Pour each line of an earlier refund back onto the original
      *> receipt's lines by barcode, filling each matching line up
      *> to its quantity sold before spilling into the next one.
           .

       WRITE-REFUND-RECEIPT.
           PERFORM ACCEPT-REFUND-TENDER
           MOVE RECEIPT-NUMBER TO RC-RECEIPT-NUMBER
           MOVE EMPLOYEE TO RC-EMPLOYEE-ID
           MOVE FUNCTION CURRENT-DATE(1:20) TO RC-TIMESTAMP
           MOVE RETURN-TAX-TOTAL TO RC-TAX-AMOUNT
           MOVE RETURN-TOTAL TO RC-TOTAL-AMOUNT
           MOVE 1 TO RC-TENDER-COUNT
           MOVE REFUND-TENDER-TEXT TO RC-TENDER-TYPE(1)
           MOVE RETURN-TOTAL TO RC-TENDER-AMOUNT(1)
           MOVE CARD-TYPE-TEXT TO RC-CARD-TYPE(1)
           MOVE CARD-LAST-FOUR-INPUT TO RC-CARD-LAST-FOUR(1)
           MOVE AUTH-CODE-INPUT TO RC-AUTH-CODE(1)
           MOVE 0 TO RC-CHANGE-DUE
           MOVE 0 TO ACTIVE-ITEM-SUB
           PERFORM VARYING RETURN-SUB FROM 1 BY 1
                        RC-ITEM-TAX-FLAG(ACTIVE-ITEM-SUB)
                   MOVE OR-ITEM-TAX-RATE(RETURN-SUB) TO
                        RC-ITEM-TAX-RATE(ACTIVE-ITEM-SUB)
                   MOVE OR-ITEM-UNIT-COST(RETURN-SUB) TO
                        RC-ITEM-UNIT-COST(ACTIVE-ITEM-SUB)
               END-IF
           END-PERFORM
           MOVE ACTIVE-ITEM-SUB TO RC-ITEM-COUNT
           MOVE SPACES TO RC-CUSTOMER-NUMBER
           MOVE REGISTER-NUMBER TO RC-REGISTER-NUMBER
           MOVE OR-EXEMPT-CERTIFICATE TO RC-EXEMPT-CERTIFICATE
           MOVE OR-EXEMPT-TYPE TO RC-EXEMPT-TYPE
      *> a training refund pays nothing out: no refund receipt on
      *> file and no stock put back
           IF TRAINING-MODE-FLAG = 'N'
           END-PERFORM
           DISPLAY "Refund tax   : " RETURN-TAX-TOTAL
           DISPLAY "Refund total : " RETURN-TOTAL
           DISPLAY "Refunded to  : " REFUND-TENDER-TEXT
           IF REFUND-TENDER-TEXT = "CREDIT"
               DISPLAY "               " CARD-TYPE-TEXT " ****"
                  CARD-LAST-FOUR-INPUT " AUTH " AUTH-CODE-INPUT
           END-IF
           DISPLAY "===================================="

           MOVE "REFUND" TO AL-ACTION
           END-IF
           .

      *> A refund goes back the way the money came in: cash for a
      *> cash sale, and for a sale paid by card the cashier may put
      *> it back on a card, capturing the terminal's refund slip the
      *> same way a charge is captured.
       ACCEPT-REFUND-TENDER.
           MOVE "CASH" TO REFUND-TENDER-TEXT
           MOVE SPACES TO CARD-TYPE-TEXT
           MOVE SPACES TO CARD-LAST-FOUR-INPUT
           MOVE SPACES TO AUTH-CODE-INPUT
           IF OR-CARD-PAID-FLAG = 'Y'
               MOVE 'N' TO REFUND-TENDER-DONE-FLAG
               PERFORM UNTIL REFUND-TENDER-DONE-FLAG = 'Y'
                   DISPLAY "The sale was paid by card. Refund to:"
                   DISPLAY "1. Cash"
                   DISPLAY "2. Card"
                   DISPLAY "Select refund tender (1 - 2): "
                   ACCEPT TENDER-CHOICE
                   EVALUATE TENDER-CHOICE
                     WHEN 1
                         MOVE 'Y' TO REFUND-TENDER-DONE-FLAG
                     WHEN 2
                         PERFORM CAPTURE-CARD-DETAILS
                         IF CARD-CAPTURE-OK-FLAG = 'Y'
                             MOVE "CREDIT" TO REFUND-TENDER-TEXT
                             MOVE 'Y' TO REFUND-TENDER-DONE-FLAG
                         END-IF
                     WHEN OTHER
                         DISPLAY "ERROR: Invalid refund tender."
                   END-EVALUATE
               END-PERFORM
           END-IF
           .

      *> "I lost my receipt" - the record is on file, so pull it the
      *> way the return flow does and print it again, plainly marked
      *> so a reprint can never pass for an original.  Every reprint
                      OR-ITEM-PRICE(RETURN-SUB)
               END-PERFORM
               DISPLAY "Tax          : " OR-TAX-AMOUNT
               IF OR-EXEMPT-CERTIFICATE NOT = SPACES
                   DISPLAY "Tax exempt   : certificate "
                      OR-EXEMPT-CERTIFICATE
               END-IF
               DISPLAY "Total        : " OR-TOTAL-AMOUNT
               DISPLAY "***** REPRINT *****"
               DISPLAY "=============================="
                           SUBTRACT CS-ITEM-QTY(RECEIPT-SUB) FROM
                               IM-ON-HAND-QTY
                           REWRITE ITEM-MASTER-RECORD
                           MOVE RELIEVE-MOVEMENT-TYPE TO
                                SL-MOVEMENT-TYPE
                           COMPUTE SL-QUANTITY =
                               0 - CS-ITEM-QTY(RECEIPT-SUB)
                           PERFORM WRITE-STOCK-LEDGER-ENTRY
                   END-READ
               END-IF
           END-PERFORM
           .

      *> The line's cost is taken off the item master as the sale
      *> completes - a barcode since deleted costs out at zero.
       STAMP-LINE-UNIT-COST.
           MOVE CS-ITEM-BARCODE(RECEIPT-SUB) TO IM-BARCODE
           READ ITEM-MASTER-FILE
               INVALID KEY
                   MOVE 0 TO RC-ITEM-UNIT-COST(ACTIVE-ITEM-SUB)
               NOT INVALID KEY
                   MOVE IM-UNIT-COST TO
                        RC-ITEM-UNIT-COST(ACTIVE-ITEM-SUB)
           END-READ
           .

      *> Returned goods go back on the shelf, so the refund puts the
      *> returned quantities back on the on-hand count.
       RESTOCK-INVENTORY.
                           ADD OR-RETURN-QTY(RETURN-SUB) TO
                               IM-ON-HAND-QTY
                           REWRITE ITEM-MASTER-RECORD
                           MOVE "RETURN" TO SL-MOVEMENT-TYPE
                           MOVE OR-RETURN-QTY(RETURN-SUB) TO
                                SL-QUANTITY
                           PERFORM WRITE-STOCK-LEDGER-ENTRY
                   END-READ
               END-IF
           END-PERFORM
               MOVE JR-ITEM-VOID-FLAG(JOURNAL-SUB) TO
                    CS-ITEM-VOID-FLAG(JOURNAL-SUB)
           END-PERFORM
      *> the journal does not carry the customer either
           PERFORM RESTORE-LINE-TAX-FLAGS
           PERFORM RECALCULATE-SALE-TOTALS
           DISPLAY "Ticket restored. Sale total: " CS-TOTAL

           END-READ
           .

      *> One ledger line per on-hand change, written with the item
      *> just rewritten still in the FD buffer: the caller sets the
      *> movement type and signed quantity, and the receipt number
      *> not yet advanced is the one the movement belongs to.  Only
      *> live postings reach here - training never moves stock.
       WRITE-STOCK-LEDGER-ENTRY.
           MOVE IM-BARCODE TO SL-BARCODE
           MOVE FUNCTION CURRENT-DATE(1:20) TO SL-TIMESTAMP
           MOVE IM-ON-HAND-QTY TO SL-ON-HAND-AFTER
           MOVE EMPLOYEE TO SL-EMPLOYEE-ID
           MOVE REGISTER-NUMBER TO SL-REGISTER-NUMBER
           MOVE RECEIPT-NUMBER TO SL-REFERENCE-NUMBER
           WRITE STOCK-LEDGER-RECORD
           .

      *> During a training session only the start/end entries land -
      *> they are written while the flag is off - so a practice void
      *> or discount never shows up as a real audit exception.
