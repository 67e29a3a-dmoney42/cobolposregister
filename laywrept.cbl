       IDENTIFICATION DIVISION.
       PROGRAM-ID. LAYWREPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-EMPLOYEE-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT LAYAWAY-FILE ASSIGN TO "layaway.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LW-KEY
               FILE STATUS IS LAYAWAY-STATUS.

           SELECT CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ACCOUNT-NUMBER
               FILE STATUS IS CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD LAYAWAY-FILE.
           COPY LAYWREC.

       FD CUSTOMER-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
         01 EMPLOYEE-STATUS      PIC XX.
         01 LAYAWAY-STATUS       PIC XX.
         01 CUSTOMER-STATUS      PIC XX.
         01 LAYAWAY-EOF          PIC X VALUE 'N'.
         01 CUSTOMER-FILE-OK-FLAG PIC X VALUE 'N'.
         01 REPORT-DATE          PIC X(08).

      *> manager sign-on to this program (MANAGER role only)
         01 MGR-EMPLOYEE-ID      PIC X(10).
         01 MGR-PASSWORD         PIC X(20).
         01 MGR-NAME             PIC X(30).
         01 MGR-SIGNON-OK-FLAG   PIC X VALUE 'N'.

         01 LISTING-CUSTOMER-NAME PIC X(30).
         01 LISTING-BALANCE-DUE  PIC 9(7)V99.
         01 LISTING-EXPIRY-TEXT  PIC X(11).

         01 LAYAWAYS-READ-COUNT  PIC 9(06) VALUE 0.
         01 OPEN-LAYAWAY-COUNT   PIC 9(06) VALUE 0.
         01 PAST-EXPIRY-COUNT    PIC 9(06) VALUE 0.
         01 OPEN-TOTAL-AMOUNT    PIC 9(11)V99 VALUE 0.
      *> what customers have paid in on open layaways - money the
      *> store holds for them, a liability until completed or
      *> cancelled, and never part of sales
         01 DEPOSITS-HELD-TOTAL  PIC 9(11)V99 VALUE 0.
         01 BALANCE-DUE-TOTAL    PIC 9(11)V99 VALUE 0.
         01 PAST-EXPIRY-BALANCE  PIC 9(11)V99 VALUE 0.

      *> Open layaway listing for the manager: every layaway still
      *> open on layaway.dat with its customer, what has been paid,
      *> the balance due, the last payment and the pay-off date, and
      *> a flag on the ones past their expiry so they can be chased
      *> or cancelled.  The deposits held are totalled as the
      *> liability they are.  Run any time; it only reads.
       PROCEDURE DIVISION.
       LAYWREPT-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO REPORT-DATE
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open employee.dat file."
               STOP RUN
           END-IF

           PERFORM LAYWREPT-SIGNON
           IF MGR-SIGNON-OK-FLAG = 'Y'
               OPEN INPUT LAYAWAY-FILE
               IF LAYAWAY-STATUS = "35"
                   DISPLAY "No layaways on file."
               ELSE IF LAYAWAY-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not open layaway.dat file."
               ELSE
                   OPEN INPUT CUSTOMER-FILE
                   IF CUSTOMER-STATUS = "00"
                       MOVE 'Y' TO CUSTOMER-FILE-OK-FLAG
                   END-IF
                   PERFORM LIST-OPEN-LAYAWAYS
                   CLOSE LAYAWAY-FILE
                   IF CUSTOMER-FILE-OK-FLAG = 'Y'
                       CLOSE CUSTOMER-FILE
                   END-IF
                   PERFORM PRINT-LAYAWAY-SUMMARY
               END-IF
           END-IF
           END-IF

           CLOSE EMPLOYEE-FILE
           STOP RUN
           .

      *> The listing is manager-only - sign on exactly the way
      *> STOCKINQ validates its operator.
       LAYWREPT-SIGNON.
           DISPLAY "======== LAYAWAY LISTING SIGN-ON ========"
           DISPLAY "Enter your Employee ID: "
           ACCEPT MGR-EMPLOYEE-ID
           DISPLAY "Enter your Password: "
           ACCEPT MGR-PASSWORD

           MOVE MGR-EMPLOYEE-ID TO FILE-EMPLOYEE-ID
           READ EMPLOYEE-FILE
               INVALID KEY
                   DISPLAY "ERROR: Employee ID not found."
               NOT INVALID KEY
                   IF FILE-ACCOUNT-LOCKED
                       DISPLAY "ERROR: This account is locked out."
                   ELSE IF FILE-EMPLOYEE-INACTIVE
                       DISPLAY "ERROR: This employee account is "
                       DISPLAY "inactive."
                   ELSE IF FILE-ROLE NOT = "MANAGER"
                       DISPLAY "ERROR: The layaway listing is "
                       DISPLAY "restricted to the MANAGER role."
                   ELSE IF FILE-PASSWORD NOT = MGR-PASSWORD
                       DISPLAY "ERROR: Incorrect password."
                   ELSE
                       MOVE 'Y' TO MGR-SIGNON-OK-FLAG
                       MOVE FILE-NAME TO MGR-NAME
                   END-IF
           END-READ
           .

       LIST-OPEN-LAYAWAYS.
           DISPLAY "=============================================="
           DISPLAY "            OPEN LAYAWAY LISTING"
           DISPLAY "                 " REPORT-DATE
           DISPLAY "=============================================="
           DISPLAY "Layaway     Customer"
           DISPLAY "            Total       Paid        Balance Due"
           DISPLAY "            Last Paid  Expires"
           DISPLAY "----------------------------------------------"

           MOVE LOW-VALUES TO LW-KEY
           START LAYAWAY-FILE KEY IS NOT LESS THAN LW-KEY
               INVALID KEY
                   MOVE 'Y' TO LAYAWAY-EOF
           END-START
           PERFORM UNTIL LAYAWAY-EOF = 'Y'
               READ LAYAWAY-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LAYAWAY-EOF
                   NOT AT END
                       ADD 1 TO LAYAWAYS-READ-COUNT
                       IF LW-OPEN
                           PERFORM LIST-ONE-LAYAWAY
                       END-IF
               END-READ
           END-PERFORM

           IF OPEN-LAYAWAY-COUNT = 0
               DISPLAY "(none)"
           END-IF
           .

      *> A customer account purged since the layaway was opened
      *> still lists, by number, with no name.
       LIST-ONE-LAYAWAY.
           ADD 1 TO OPEN-LAYAWAY-COUNT
           COMPUTE LISTING-BALANCE-DUE =
               LW-TOTAL-AMOUNT - LW-PAID-TO-DATE
           ADD LW-TOTAL-AMOUNT TO OPEN-TOTAL-AMOUNT
           ADD LW-PAID-TO-DATE TO DEPOSITS-HELD-TOTAL
           ADD LISTING-BALANCE-DUE TO BALANCE-DUE-TOTAL

           MOVE SPACES TO LISTING-CUSTOMER-NAME
           IF CUSTOMER-FILE-OK-FLAG = 'Y'
               MOVE LW-CUSTOMER-NUMBER TO CU-ACCOUNT-NUMBER
               READ CUSTOMER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE CU-CUSTOMER-NAME TO LISTING-CUSTOMER-NAME
               END-READ
           END-IF

           IF LW-EXPIRY-DATE < REPORT-DATE
               MOVE "PAST EXPIRY" TO LISTING-EXPIRY-TEXT
               ADD 1 TO PAST-EXPIRY-COUNT
               ADD LISTING-BALANCE-DUE TO PAST-EXPIRY-BALANCE
           ELSE
               MOVE SPACES TO LISTING-EXPIRY-TEXT
           END-IF

           DISPLAY LW-KEY "  " LW-CUSTOMER-NUMBER " "
              LISTING-CUSTOMER-NAME
           DISPLAY "            " LW-TOTAL-AMOUNT "  "
              LW-PAID-TO-DATE "  " LISTING-BALANCE-DUE
           DISPLAY "            " LW-LAST-PAYMENT-DATE "   "
              LW-EXPIRY-DATE "  " LISTING-EXPIRY-TEXT
           .

       PRINT-LAYAWAY-SUMMARY.
           DISPLAY "----------------------------------------------"
           DISPLAY "Open layaways        : " OPEN-LAYAWAY-COUNT
           DISPLAY "Total of open        : " OPEN-TOTAL-AMOUNT
           DISPLAY "Deposits held        : " DEPOSITS-HELD-TOTAL
           DISPLAY "  (a liability owed to customers - not sales)"
           DISPLAY "Balance outstanding  : " BALANCE-DUE-TOTAL
           DISPLAY "Past expiry          : " PAST-EXPIRY-COUNT
              " owing " PAST-EXPIRY-BALANCE
           DISPLAY "(" LAYAWAYS-READ-COUNT
              " layaways on file, completed and cancelled included)"
           DISPLAY "=============================================="
           .
