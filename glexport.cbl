       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLEXPORT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GL-MAP-FILE ASSIGN TO "glmap.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-MAP-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-BARCODE
               FILE STATUS IS ITEM-STATUS.

           SELECT RECEIPT-FILE ASSIGN TO "receipts.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS RECEIPT-STATUS.

           SELECT DRAWER-FILE ASSIGN TO "drawer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS DR-KEY
               FILE STATUS IS DRAWER-STATUS.

           SELECT OPTIONAL AUDIT-LOG-FILE ASSIGN TO "auditlog.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT GL-JOURNAL-FILE
               ASSIGN USING GL-JOURNAL-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS GL-JOURNAL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD GL-MAP-FILE.
           COPY GLMAPREC.

       FD ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD RECEIPT-FILE.
           COPY RECPTREC.

       FD DRAWER-FILE.
           COPY DRWRREC.

       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD GL-JOURNAL-FILE.
           COPY GLENTREC.

       WORKING-STORAGE SECTION.
         01 GL-MAP-STATUS        PIC XX.
         01 ITEM-STATUS          PIC XX.
         01 RECEIPT-STATUS       PIC XX.
         01 DRAWER-STATUS        PIC XX.
         01 AUDIT-STATUS         PIC XX.
         01 GL-JOURNAL-STATUS    PIC XX.
         01 GL-MAP-EOF           PIC X VALUE 'N'.
         01 RECEIPT-EOF          PIC X VALUE 'N'.
         01 DRAWER-EOF           PIC X VALUE 'N'.
         01 AUDIT-EOF            PIC X VALUE 'N'.
         01 RUN-DATE             PIC X(08).
         01 GL-JOURNAL-FILE-NAME PIC X(30).

      *> the account map as loaded from glmap.dat
         01 ACCOUNT-MAP-TABLE.
             05 MAP-COUNT           PIC 9(03) VALUE 0.
             05 MAP-ENTRY OCCURS 200 TIMES.
                 10 MAP-ENTRY-TYPE     PIC X(04).
                 10 MAP-QUALIFIER      PIC X(04).
                 10 MAP-ACCOUNT        PIC X(10).
                 10 MAP-DESCRIPTION    PIC X(30).
         01 MAP-SUB               PIC 9(03).
         01 MAP-OVERFLOW-COUNT    PIC 9(06) VALUE 0.

      *> the day's postings before they are mapped to accounts, one
      *> row per entry type and qualifier (department, tax rate),
      *> netted: positive is a debit, negative a credit
         01 POSTING-TABLE.
             05 POST-COUNT          PIC 9(03) VALUE 0.
             05 POST-ENTRY OCCURS 200 TIMES.
                 10 POST-ENTRY-TYPE    PIC X(04).
                 10 POST-QUALIFIER     PIC X(04).
                 10 POST-NET-AMOUNT    PIC S9(9)V99.
                 10 POST-MAP-SUB       PIC 9(03).
         01 POST-SUB              PIC 9(03).
         01 POST-FOUND-FLAG       PIC X VALUE 'N'.
         01 POST-OVERFLOW-COUNT   PIC 9(06) VALUE 0.

      *> one posting in hand, handed to ADD-POSTING
         01 POSTING-TYPE          PIC X(04).
         01 POSTING-QUALIFIER     PIC X(04).
         01 POSTING-AMOUNT        PIC S9(9)V99.

      *> the journal proper: mapped postings netted per account
         01 ACCOUNT-TABLE.
             05 ACCT-COUNT          PIC 9(03) VALUE 0.
             05 ACCT-ENTRY OCCURS 200 TIMES.
                 10 ACCT-NUMBER        PIC X(10).
                 10 ACCT-DESCRIPTION   PIC X(30).
                 10 ACCT-NET-AMOUNT    PIC S9(9)V99.
         01 ACCT-SUB              PIC 9(03).
         01 ACCT-FOUND-FLAG       PIC X VALUE 'N'.

      *> receipt in hand
         01 RECEIPT-SIGN          PIC S9 VALUE +1.
         01 TENDER-SUB            PIC 9(01).
         01 LINE-SUB              PIC 9(03).
         01 LINE-AMOUNT           PIC 9(7)V99.
         01 LINE-TAX-AMOUNT       PIC 9(7)V99.
         01 RECEIPT-LINE-TOTAL    PIC 9(9)V99.
         01 RECEIPT-LINE-TAX      PIC 9(9)V99.
         01 RECEIPT-RESIDUAL      PIC S9(9)V99.
         01 RATE-DIGITS           PIC 9(04).
         01 LAST-RATE-QUALIFIER   PIC X(04).
         01 LINE-DEPARTMENT       PIC X(04).

      *> run counts and cross-checks
         01 RECEIPT-COUNT         PIC 9(06) VALUE 0.
         01 UNKNOWN-ITEM-COUNT    PIC 9(06) VALUE 0.
         01 ADJUSTED-RECEIPT-COUNT PIC 9(06) VALUE 0.
         01 SESSION-COUNT         PIC 9(03) VALUE 0.
         01 OPEN-SESSION-COUNT    PIC 9(03) VALUE 0.
         01 DRAWER-PAID-IN        PIC 9(9)V99 VALUE 0.
         01 DRAWER-PAID-OUT       PIC 9(9)V99 VALUE 0.
         01 AUDIT-PAID-IN         PIC 9(9)V99 VALUE 0.
         01 AUDIT-PAID-OUT        PIC 9(9)V99 VALUE 0.
         01 UNMAPPED-COUNT        PIC 9(03) VALUE 0.
         01 TOTAL-DEBITS          PIC 9(11)V99 VALUE 0.
         01 TOTAL-CREDITS         PIC 9(11)V99 VALUE 0.
         01 OUT-OF-BALANCE-AMOUNT PIC S9(11)V99 VALUE 0.
         01 JOURNAL-OK-FLAG       PIC X VALUE 'Y'.
         01 JOURNAL-LINE-NUMBER   PIC 9(04) VALUE 0.

      *> Daily general-ledger journal for the bookkeeper.  Takes
      *> today's receipts off the store-level receipts.dat, today's
      *> drawer sessions off drawer.dat and today's paid-in / paid-out
      *> slips off the audit log, and builds one double-entry journal:
      *>   debits  - cash taken (net of change and cash refunds), card
      *>             clearing, gift card redemptions;
      *>   credits - sales by department, tax payable by rate, gift
      *>             card liability for cards sold;
      *>   plus paid-ins, paid-outs and drawer over / short, each to
      *>   its own account, with the cash side through the cash
      *>   account.
      *> Refund receipts post the same lines reversed.  Accounts come
      *> from glmap.dat.  The journal is written to gljrnl-YYYYMMDD.dat
      *> only when every posting maps to an account and debits equal
      *> credits - otherwise the listing shows why and no file is
      *> written.  Run it after REGMERGE and the drawer counts,
      *> before RCPTARCH.
       PROCEDURE DIVISION.
       GLEXPORT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           MOVE SPACES TO GL-JOURNAL-FILE-NAME
           STRING "gljrnl-" DELIMITED BY SIZE
              RUN-DATE DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO GL-JOURNAL-FILE-NAME

           PERFORM LOAD-ACCOUNT-MAP
           PERFORM POST-TODAYS-RECEIPTS
           PERFORM POST-DRAWER-SESSIONS
           PERFORM TOTAL-AUDIT-PAID-SLIPS
           PERFORM MAP-POSTINGS-TO-ACCOUNTS
           PERFORM PROVE-JOURNAL-BALANCE

           IF JOURNAL-OK-FLAG = 'Y'
               PERFORM WRITE-GL-JOURNAL
           END-IF
           PERFORM PRINT-JOURNAL-LISTING
           STOP RUN
           .

       LOAD-ACCOUNT-MAP.
           OPEN INPUT GL-MAP-FILE
           IF GL-MAP-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open glmap.dat file."
               DISPLAY "The account map is required."
               STOP RUN
           END-IF
           PERFORM UNTIL GL-MAP-EOF = 'Y'
               READ GL-MAP-FILE
                   AT END
                       MOVE 'Y' TO GL-MAP-EOF
                   NOT AT END
                       IF GM-ENTRY-TYPE(1:1) NOT = "*" AND
                          GM-ENTRY-TYPE NOT = SPACES
                           IF MAP-COUNT >= 200
                               ADD 1 TO MAP-OVERFLOW-COUNT
                           ELSE
                               ADD 1 TO MAP-COUNT
                               MOVE GM-ENTRY-TYPE TO
                                    MAP-ENTRY-TYPE(MAP-COUNT)
                               MOVE GM-QUALIFIER TO
                                    MAP-QUALIFIER(MAP-COUNT)
                               MOVE GM-ACCOUNT TO
                                    MAP-ACCOUNT(MAP-COUNT)
                               MOVE GM-DESCRIPTION TO
                                    MAP-DESCRIPTION(MAP-COUNT)
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           CLOSE GL-MAP-FILE
           IF MAP-OVERFLOW-COUNT > 0
               DISPLAY "ERROR: glmap.dat holds more than 200 "
                  "accounts - " MAP-OVERFLOW-COUNT " not loaded."
               MOVE 'N' TO JOURNAL-OK-FLAG
           END-IF
           .

      *> The item master is only read for department - a barcode
      *> since deleted posts to the catch-all sales account.
       POST-TODAYS-RECEIPTS.
           OPEN INPUT ITEM-MASTER-FILE
           IF ITEM-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open itemmaster.dat file."
               STOP RUN
           END-IF
           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.dat file."
               DISPLAY "Please check if it exists."
               STOP RUN
           END-IF
           PERFORM UNTIL RECEIPT-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO RECEIPT-EOF
                   NOT AT END
                       IF RC-TIMESTAMP(1:8) = RUN-DATE
                           PERFORM POST-ONE-RECEIPT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RECEIPT-FILE
           CLOSE ITEM-MASTER-FILE
           .

      *> Tender lines are the debit side, the item lines and tax the
      *> credit side.  Tax is split by rate from the lines the same
      *> way the register computed it; any pennies the receipt's tax
      *> field differs by stay with the last rate charged, so tax
      *> payable is always exactly what was collected.  A subtotal
      *> that does not foot to its lines (a line discount, say)
      *> posts the difference to sales adjustments.
       POST-ONE-RECEIPT.
           ADD 1 TO RECEIPT-COUNT
           IF RC-REFUND-RECEIPT OR RC-LAYAWAY-CANCEL
               MOVE -1 TO RECEIPT-SIGN
           ELSE
               MOVE +1 TO RECEIPT-SIGN
           END-IF

           PERFORM VARYING TENDER-SUB FROM 1 BY 1
               UNTIL TENDER-SUB > RC-TENDER-COUNT
               EVALUATE RC-TENDER-TYPE(TENDER-SUB)
                 WHEN "CASH"
                     MOVE "CASH" TO POSTING-TYPE
                 WHEN "GIFT"
                     MOVE "GRED" TO POSTING-TYPE
                 WHEN "LAYAWY"
                     MOVE "LDEP" TO POSTING-TYPE
                 WHEN OTHER
                     MOVE "CARD" TO POSTING-TYPE
               END-EVALUATE
               MOVE SPACES TO POSTING-QUALIFIER
               COMPUTE POSTING-AMOUNT =
                   RC-TENDER-AMOUNT(TENDER-SUB) * RECEIPT-SIGN
               PERFORM ADD-POSTING
           END-PERFORM
           MOVE "CASH" TO POSTING-TYPE
           MOVE SPACES TO POSTING-QUALIFIER
           COMPUTE POSTING-AMOUNT = 0 - RC-CHANGE-DUE * RECEIPT-SIGN
           PERFORM ADD-POSTING

           IF RC-LAYAWAY-MONEY
               PERFORM POST-LAYAWAY-DEPOSIT
           ELSE
               PERFORM POST-RECEIPT-SALES
           END-IF
           .

      *> Layaway money is a deposit owed to the customer, not a sale:
      *> a payment credits the deposit account with what was taken;
      *> a cancellation clears what was paid off it, the part handed
      *> back against the tenders and the fee kept as income.
       POST-LAYAWAY-DEPOSIT.
           MOVE "LDEP" TO POSTING-TYPE
           MOVE SPACES TO POSTING-QUALIFIER
           IF RC-LAYAWAY-CANCEL
               COMPUTE POSTING-AMOUNT =
                   RC-SUBTOTAL-AMOUNT + RC-TOTAL-AMOUNT
               PERFORM ADD-POSTING
               MOVE "LFEE" TO POSTING-TYPE
               COMPUTE POSTING-AMOUNT = 0 - RC-SUBTOTAL-AMOUNT
               PERFORM ADD-POSTING
           ELSE
               COMPUTE POSTING-AMOUNT = 0 - RC-TOTAL-AMOUNT
               PERFORM ADD-POSTING
           END-IF
           .

       POST-RECEIPT-SALES.
           MOVE 0 TO RECEIPT-LINE-TOTAL
           MOVE 0 TO RECEIPT-LINE-TAX
           MOVE "0000" TO LAST-RATE-QUALIFIER
           PERFORM VARYING LINE-SUB FROM 1 BY 1
               UNTIL LINE-SUB > RC-ITEM-COUNT
               PERFORM POST-RECEIPT-LINE
           END-PERFORM

           COMPUTE RECEIPT-RESIDUAL =
               RC-SUBTOTAL-AMOUNT - RECEIPT-LINE-TOTAL
           IF RECEIPT-RESIDUAL NOT = 0
               ADD 1 TO ADJUSTED-RECEIPT-COUNT
               MOVE "SADJ" TO POSTING-TYPE
               MOVE SPACES TO POSTING-QUALIFIER
               COMPUTE POSTING-AMOUNT =
                   0 - RECEIPT-RESIDUAL * RECEIPT-SIGN
               PERFORM ADD-POSTING
           END-IF
           COMPUTE RECEIPT-RESIDUAL =
               RC-TAX-AMOUNT - RECEIPT-LINE-TAX
           IF RECEIPT-RESIDUAL NOT = 0
               MOVE "TAX" TO POSTING-TYPE
               MOVE LAST-RATE-QUALIFIER TO POSTING-QUALIFIER
               COMPUTE POSTING-AMOUNT =
                   0 - RECEIPT-RESIDUAL * RECEIPT-SIGN
               PERFORM ADD-POSTING
           END-IF
           .

      *> A gift card activation line has no barcode and is not a
      *> sale - the money is owed back to the card holder.
       POST-RECEIPT-LINE.
           COMPUTE LINE-AMOUNT =
               RC-ITEM-PRICE(LINE-SUB) * RC-ITEM-QTY(LINE-SUB)
           ADD LINE-AMOUNT TO RECEIPT-LINE-TOTAL
           IF RC-ITEM-BARCODE(LINE-SUB) = SPACES AND
              RC-ITEM-DESC(LINE-SUB) = "GIFT CARD ACTIVATION"
               MOVE "GLIB" TO POSTING-TYPE
               MOVE SPACES TO POSTING-QUALIFIER
           ELSE
               MOVE RC-ITEM-BARCODE(LINE-SUB) TO IM-BARCODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO UNKNOWN-ITEM-COUNT
                       MOVE "****" TO LINE-DEPARTMENT
                   NOT INVALID KEY
                       MOVE IM-DEPARTMENT TO LINE-DEPARTMENT
               END-READ
               MOVE "SALE" TO POSTING-TYPE
               MOVE LINE-DEPARTMENT TO POSTING-QUALIFIER
           END-IF
           COMPUTE POSTING-AMOUNT = 0 - LINE-AMOUNT * RECEIPT-SIGN
           PERFORM ADD-POSTING

           IF RC-ITEM-TAX-FLAG(LINE-SUB) = 'Y'
               COMPUTE LINE-TAX-AMOUNT ROUNDED =
                   LINE-AMOUNT * RC-ITEM-TAX-RATE(LINE-SUB)
               ADD LINE-TAX-AMOUNT TO RECEIPT-LINE-TAX
               COMPUTE RATE-DIGITS =
                   RC-ITEM-TAX-RATE(LINE-SUB) * 10000
               MOVE RATE-DIGITS TO LAST-RATE-QUALIFIER
               MOVE "TAX" TO POSTING-TYPE
               MOVE LAST-RATE-QUALIFIER TO POSTING-QUALIFIER
               COMPUTE POSTING-AMOUNT =
                   0 - LINE-TAX-AMOUNT * RECEIPT-SIGN
               PERFORM ADD-POSTING
           END-IF
           .

      *> Paid-ins and paid-outs move cash against their own
      *> accounts; a counted drawer's over / short is the cash the
      *> count found beyond (or short of) what the books expected.
      *> A session never counted has no over / short to post yet.
       POST-DRAWER-SESSIONS.
           OPEN INPUT DRAWER-FILE
           IF DRAWER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open drawer.dat file."
               STOP RUN
           END-IF
           MOVE RUN-DATE TO DR-SESSION-DATE
           MOVE 0 TO DR-REGISTER-NUMBER
           START DRAWER-FILE KEY IS NOT LESS THAN DR-KEY
               INVALID KEY
                   MOVE 'Y' TO DRAWER-EOF
           END-START
           PERFORM UNTIL DRAWER-EOF = 'Y'
               READ DRAWER-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO DRAWER-EOF
                   NOT AT END
                       IF DR-SESSION-DATE NOT = RUN-DATE
                           MOVE 'Y' TO DRAWER-EOF
                       ELSE
                           PERFORM POST-ONE-DRAWER-SESSION
                       END-IF
               END-READ
           END-PERFORM
           CLOSE DRAWER-FILE
           .

       POST-ONE-DRAWER-SESSION.
           ADD 1 TO SESSION-COUNT
           ADD DR-PAID-IN-TOTAL TO DRAWER-PAID-IN
           ADD DR-PAID-OUT-TOTAL TO DRAWER-PAID-OUT

           MOVE SPACES TO POSTING-QUALIFIER
           MOVE "CASH" TO POSTING-TYPE
           MOVE DR-PAID-IN-TOTAL TO POSTING-AMOUNT
           PERFORM ADD-POSTING
           MOVE "PDIN" TO POSTING-TYPE
           COMPUTE POSTING-AMOUNT = 0 - DR-PAID-IN-TOTAL
           PERFORM ADD-POSTING

           MOVE "PDOT" TO POSTING-TYPE
           MOVE DR-PAID-OUT-TOTAL TO POSTING-AMOUNT
           PERFORM ADD-POSTING
           MOVE "CASH" TO POSTING-TYPE
           COMPUTE POSTING-AMOUNT = 0 - DR-PAID-OUT-TOTAL
           PERFORM ADD-POSTING

           IF DR-SESSION-CLOSED
               MOVE "CASH" TO POSTING-TYPE
               MOVE DR-OVER-SHORT TO POSTING-AMOUNT
               PERFORM ADD-POSTING
               MOVE "OVSH" TO POSTING-TYPE
               COMPUTE POSTING-AMOUNT = 0 - DR-OVER-SHORT
               PERFORM ADD-POSTING
           ELSE
               ADD 1 TO OPEN-SESSION-COUNT
           END-IF
           .

      *> The paid-in / paid-out slips on the audit log should add up
      *> to the drawer totals; the listing flags it when they do not.
       TOTAL-AUDIT-PAID-SLIPS.
           OPEN INPUT AUDIT-LOG-FILE
           IF AUDIT-STATUS NOT = "00" AND AUDIT-STATUS NOT = "05"
               DISPLAY "ERROR: Could not open auditlog.dat file."
               STOP RUN
           END-IF
           PERFORM UNTIL AUDIT-EOF = 'Y'
               READ AUDIT-LOG-FILE
                   AT END
                       MOVE 'Y' TO AUDIT-EOF
                   NOT AT END
                       IF AL-TIMESTAMP(1:8) = RUN-DATE
                           EVALUATE AL-ACTION
                             WHEN "PAID IN"
                                 ADD AL-AMOUNT TO AUDIT-PAID-IN
                             WHEN "PAID OUT"
                                 ADD AL-AMOUNT TO AUDIT-PAID-OUT
                           END-EVALUATE
                       END-IF
               END-READ
           END-PERFORM
           CLOSE AUDIT-LOG-FILE
           .

       ADD-POSTING.
           IF POSTING-AMOUNT NOT = 0
               MOVE 'N' TO POST-FOUND-FLAG
               PERFORM VARYING POST-SUB FROM 1 BY 1
                   UNTIL POST-SUB > POST-COUNT
                   IF POST-ENTRY-TYPE(POST-SUB) = POSTING-TYPE AND
                      POST-QUALIFIER(POST-SUB) = POSTING-QUALIFIER
                       MOVE 'Y' TO POST-FOUND-FLAG
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF POST-FOUND-FLAG = 'N'
                   IF POST-COUNT >= 200
                       ADD 1 TO POST-OVERFLOW-COUNT
                       MOVE 'N' TO JOURNAL-OK-FLAG
                   ELSE
                       ADD 1 TO POST-COUNT
                       MOVE POST-COUNT TO POST-SUB
                       MOVE POSTING-TYPE TO POST-ENTRY-TYPE(POST-SUB)
                       MOVE POSTING-QUALIFIER TO
                            POST-QUALIFIER(POST-SUB)
                       MOVE 0 TO POST-NET-AMOUNT(POST-SUB)
                       MOVE 'Y' TO POST-FOUND-FLAG
                   END-IF
               END-IF
               IF POST-FOUND-FLAG = 'Y'
                   ADD POSTING-AMOUNT TO POST-NET-AMOUNT(POST-SUB)
               END-IF
           END-IF
           .

      *> Each posting takes the account mapped to its exact entry
      *> type and qualifier, else the type's "****" catch-all.  An
      *> unmapped posting stops the journal - a posting dropped on
      *> the floor would leave it out of balance in the ledger.
       MAP-POSTINGS-TO-ACCOUNTS.
           PERFORM VARYING POST-SUB FROM 1 BY 1
               UNTIL POST-SUB > POST-COUNT
               MOVE 0 TO POST-MAP-SUB(POST-SUB)
               PERFORM VARYING MAP-SUB FROM 1 BY 1
                   UNTIL MAP-SUB > MAP-COUNT
                   IF MAP-ENTRY-TYPE(MAP-SUB) =
                          POST-ENTRY-TYPE(POST-SUB) AND
                      MAP-QUALIFIER(MAP-SUB) =
                          POST-QUALIFIER(POST-SUB)
                       MOVE MAP-SUB TO POST-MAP-SUB(POST-SUB)
                       EXIT PERFORM
                   END-IF
               END-PERFORM
               IF POST-MAP-SUB(POST-SUB) = 0
                   PERFORM VARYING MAP-SUB FROM 1 BY 1
                       UNTIL MAP-SUB > MAP-COUNT
                       IF MAP-ENTRY-TYPE(MAP-SUB) =
                              POST-ENTRY-TYPE(POST-SUB) AND
                          MAP-QUALIFIER(MAP-SUB) = "****"
                           MOVE MAP-SUB TO POST-MAP-SUB(POST-SUB)
                           EXIT PERFORM
                       END-IF
                   END-PERFORM
               END-IF
               IF POST-MAP-SUB(POST-SUB) = 0
                   ADD 1 TO UNMAPPED-COUNT
                   MOVE 'N' TO JOURNAL-OK-FLAG
               ELSE
                   PERFORM ADD-TO-ACCOUNT
               END-IF
           END-PERFORM
           .

       ADD-TO-ACCOUNT.
           MOVE POST-MAP-SUB(POST-SUB) TO MAP-SUB
           MOVE 'N' TO ACCT-FOUND-FLAG
           PERFORM VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > ACCT-COUNT
               IF ACCT-NUMBER(ACCT-SUB) = MAP-ACCOUNT(MAP-SUB)
                   MOVE 'Y' TO ACCT-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF ACCT-FOUND-FLAG = 'N'
               ADD 1 TO ACCT-COUNT
               MOVE ACCT-COUNT TO ACCT-SUB
               MOVE MAP-ACCOUNT(MAP-SUB) TO ACCT-NUMBER(ACCT-SUB)
               MOVE MAP-DESCRIPTION(MAP-SUB) TO
                    ACCT-DESCRIPTION(ACCT-SUB)
               MOVE 0 TO ACCT-NET-AMOUNT(ACCT-SUB)
           END-IF
           ADD POST-NET-AMOUNT(POST-SUB) TO ACCT-NET-AMOUNT(ACCT-SUB)
           .

       PROVE-JOURNAL-BALANCE.
           PERFORM VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > ACCT-COUNT
               IF ACCT-NET-AMOUNT(ACCT-SUB) > 0
                   ADD ACCT-NET-AMOUNT(ACCT-SUB) TO TOTAL-DEBITS
               ELSE
                   SUBTRACT ACCT-NET-AMOUNT(ACCT-SUB) FROM
                       TOTAL-CREDITS
               END-IF
           END-PERFORM
      *> unmapped postings count against the balance too, so the
      *> listing shows what they would have done to it
           PERFORM VARYING POST-SUB FROM 1 BY 1
               UNTIL POST-SUB > POST-COUNT
               IF POST-MAP-SUB(POST-SUB) = 0
                   IF POST-NET-AMOUNT(POST-SUB) > 0
                       ADD POST-NET-AMOUNT(POST-SUB) TO TOTAL-DEBITS
                   ELSE
                       SUBTRACT POST-NET-AMOUNT(POST-SUB) FROM
                           TOTAL-CREDITS
                   END-IF
               END-IF
           END-PERFORM
           COMPUTE OUT-OF-BALANCE-AMOUNT =
               TOTAL-DEBITS - TOTAL-CREDITS
           IF OUT-OF-BALANCE-AMOUNT NOT = 0
               MOVE 'N' TO JOURNAL-OK-FLAG
           END-IF
           .

       WRITE-GL-JOURNAL.
           OPEN OUTPUT GL-JOURNAL-FILE
           IF GL-JOURNAL-STATUS NOT = "00"
               DISPLAY "ERROR: Could not create "
                  GL-JOURNAL-FILE-NAME
               STOP RUN
           END-IF
           PERFORM VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > ACCT-COUNT
               IF ACCT-NET-AMOUNT(ACCT-SUB) NOT = 0
                   ADD 1 TO JOURNAL-LINE-NUMBER
                   MOVE RUN-DATE TO GE-JOURNAL-DATE
                   MOVE JOURNAL-LINE-NUMBER TO GE-LINE-NUMBER
                   MOVE ACCT-NUMBER(ACCT-SUB) TO GE-ACCOUNT
                   MOVE ACCT-DESCRIPTION(ACCT-SUB) TO GE-DESCRIPTION
                   IF ACCT-NET-AMOUNT(ACCT-SUB) > 0
                       MOVE ACCT-NET-AMOUNT(ACCT-SUB) TO
                            GE-DEBIT-AMOUNT
                       MOVE 0 TO GE-CREDIT-AMOUNT
                   ELSE
                       MOVE 0 TO GE-DEBIT-AMOUNT
                       COMPUTE GE-CREDIT-AMOUNT =
                           0 - ACCT-NET-AMOUNT(ACCT-SUB)
                   END-IF
                   WRITE GL-ENTRY-RECORD
               END-IF
           END-PERFORM
           CLOSE GL-JOURNAL-FILE
           .

       PRINT-JOURNAL-LISTING.
           DISPLAY "=============================================="
           DISPLAY "          GENERAL LEDGER JOURNAL"
           DISPLAY "                 " RUN-DATE
           DISPLAY "=============================================="
           DISPLAY "Account     Description"
           DISPLAY "            Debit          Credit"
           DISPLAY "----------------------------------------------"
           PERFORM VARYING ACCT-SUB FROM 1 BY 1
               UNTIL ACCT-SUB > ACCT-COUNT
               IF ACCT-NET-AMOUNT(ACCT-SUB) NOT = 0
                   DISPLAY ACCT-NUMBER(ACCT-SUB) "  "
                      ACCT-DESCRIPTION(ACCT-SUB)
                   IF ACCT-NET-AMOUNT(ACCT-SUB) > 0
                       DISPLAY "            "
                          ACCT-NET-AMOUNT(ACCT-SUB)
                   ELSE
                       DISPLAY "                           "
                          ACCT-NET-AMOUNT(ACCT-SUB)
                   END-IF
               END-IF
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "Total debits       : " TOTAL-DEBITS
           DISPLAY "Total credits      : " TOTAL-CREDITS
           DISPLAY "Receipts posted    : " RECEIPT-COUNT
           DISPLAY "Drawer sessions    : " SESSION-COUNT
           IF UNMAPPED-COUNT > 0
               DISPLAY "Postings with no account in glmap.dat:"
               PERFORM VARYING POST-SUB FROM 1 BY 1
                   UNTIL POST-SUB > POST-COUNT
                   IF POST-MAP-SUB(POST-SUB) = 0
                       DISPLAY "  " POST-ENTRY-TYPE(POST-SUB) " "
                          POST-QUALIFIER(POST-SUB) "  "
                          POST-NET-AMOUNT(POST-SUB)
                   END-IF
               END-PERFORM
           END-IF
           IF POST-OVERFLOW-COUNT > 0
               DISPLAY "(" POST-OVERFLOW-COUNT
                  " postings beyond the 200-entry posting table)"
           END-IF
           IF UNKNOWN-ITEM-COUNT > 0
               DISPLAY "(" UNKNOWN-ITEM-COUNT
                  " lines for barcodes no longer on the item master"
               DISPLAY "posted to the catch-all sales account)"
           END-IF
           IF ADJUSTED-RECEIPT-COUNT > 0
               DISPLAY "(" ADJUSTED-RECEIPT-COUNT
                  " receipts posted a sales adjustment)"
           END-IF
           IF OPEN-SESSION-COUNT > 0
               DISPLAY "WARNING: " OPEN-SESSION-COUNT
                  " drawer(s) not yet counted - their over/short"
               DISPLAY "is not in this journal."
           END-IF
           IF AUDIT-PAID-IN NOT = DRAWER-PAID-IN OR
              AUDIT-PAID-OUT NOT = DRAWER-PAID-OUT
               DISPLAY "WARNING: audit log paid-in / paid-out slips "
                  "do not agree"
               DISPLAY "with the drawer totals:"
               DISPLAY "  Paid in  - drawers " DRAWER-PAID-IN
                  "  slips " AUDIT-PAID-IN
               DISPLAY "  Paid out - drawers " DRAWER-PAID-OUT
                  "  slips " AUDIT-PAID-OUT
           END-IF
           IF JOURNAL-OK-FLAG = 'Y'
               DISPLAY "Journal written    : " GL-JOURNAL-FILE-NAME
           ELSE
               IF OUT-OF-BALANCE-AMOUNT NOT = 0
                   DISPLAY "OUT OF BALANCE BY : "
                      OUT-OF-BALANCE-AMOUNT
               END-IF
               DISPLAY "*** JOURNAL NOT WRITTEN - correct glmap.dat or"
               DISPLAY "*** the source files and rerun."
           END-IF
           DISPLAY "=============================================="
           .
