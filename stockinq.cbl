       IDENTIFICATION DIVISION.
       PROGRAM-ID. STOCKINQ.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EMPLOYEE-FILE ASSIGN TO "employee.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS FILE-EMPLOYEE-ID
               FILE STATUS IS EMPLOYEE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-BARCODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT STOCK-LEDGER-FILE ASSIGN TO "stockledg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
           COPY EMPREC.

       FD ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD STOCK-LEDGER-FILE.
           COPY STKLREC.

       WORKING-STORAGE SECTION.
         01 EMPLOYEE-STATUS      PIC XX.
         01 ITEM-MASTER-STATUS   PIC XX.
         01 STOCK-LEDGER-STATUS  PIC XX.
         01 LEDGER-EOF           PIC X VALUE 'N'.

      *> manager sign-on to this program (MANAGER role only)
         01 MGR-EMPLOYEE-ID      PIC X(10).
         01 MGR-PASSWORD         PIC X(20).
         01 MGR-NAME             PIC X(30).
         01 MGR-SIGNON-OK-FLAG   PIC X VALUE 'N'.

      *> inquiry keys
         01 WORK-BARCODE         PIC X(20).
         01 FROM-DATE            PIC X(08).
         01 TO-DATE              PIC X(08).
         01 INQUIRY-EXIT-FLAG    PIC X VALUE 'N'.

      *> running balance work fields - the opening balance is the
      *> on-hand the last movement before the window left behind
         01 OPENING-BALANCE      PIC S9(07) VALUE 0.
         01 OPENING-FOUND-FLAG   PIC X VALUE 'N'.
         01 RUNNING-BALANCE      PIC S9(07) VALUE 0.
         01 MOVEMENT-COUNT       PIC 9(06) VALUE 0.
         01 NET-MOVEMENT         PIC S9(07) VALUE 0.
         01 BREAK-COUNT          PIC 9(06) VALUE 0.
         01 BREAK-FLAG-TEXT      PIC X(02).
         01 REFERENCE-TEXT       PIC X(12).

      *> Stock movement inquiry: one item's ledger lines over a date
      *> window, each with the running balance worked forward from
      *> the opening on-hand.  Where the running balance and the
      *> on-hand the posting recorded part company, something moved
      *> the count without a ledger line - the line is marked so the
      *> manager knows where to start looking.
       PROCEDURE DIVISION.
       STOCKINQ-MAIN.
           OPEN INPUT EMPLOYEE-FILE
           IF EMPLOYEE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open employee.dat file."
               STOP RUN
           END-IF
           OPEN INPUT ITEM-MASTER-FILE
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open itemmaster.dat file."
               STOP RUN
           END-IF

           PERFORM STOCKINQ-SIGNON
           IF MGR-SIGNON-OK-FLAG = 'Y'
               DISPLAY "Welcome to Stock Movement Inquiry, " MGR-NAME
               MOVE 'N' TO INQUIRY-EXIT-FLAG
               PERFORM UNTIL INQUIRY-EXIT-FLAG = 'Y'
                   DISPLAY "Enter barcode ('M' to exit): "
                   ACCEPT WORK-BARCODE
                   IF FUNCTION TRIM(WORK-BARCODE) = "M"
                       MOVE 'Y' TO INQUIRY-EXIT-FLAG
                   ELSE
                       PERFORM ITEM-MOVEMENT-INQUIRY
                   END-IF
               END-PERFORM
           END-IF

           CLOSE EMPLOYEE-FILE
           CLOSE ITEM-MASTER-FILE
           STOP RUN
           .

      *> Stock history is manager-only - sign on exactly the way
      *> ITEMMAINT validates its operator.
       STOCKINQ-SIGNON.
           DISPLAY "======== STOCK INQUIRY SIGN-ON ========"
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
                       DISPLAY "ERROR: Stock inquiry is restricted "
                       DISPLAY "to the MANAGER role."
                   ELSE IF FILE-PASSWORD NOT = MGR-PASSWORD
                       DISPLAY "ERROR: Incorrect password."
                   ELSE
                       MOVE 'Y' TO MGR-SIGNON-OK-FLAG
                       MOVE FILE-NAME TO MGR-NAME
                   END-IF
           END-READ
           .

       ITEM-MOVEMENT-INQUIRY.
           MOVE WORK-BARCODE TO IM-BARCODE
           READ ITEM-MASTER-FILE
               INVALID KEY
                   DISPLAY "NOTE: Barcode not on the item master - "
                   DISPLAY "listing whatever history is on file."
                   MOVE SPACES TO IM-DESCRIPTION
                   MOVE 0 TO IM-ON-HAND-QTY
           END-READ
           DISPLAY "From date (YYYYMMDD): "
           ACCEPT FROM-DATE
           DISPLAY "To date (YYYYMMDD): "
           ACCEPT TO-DATE
           IF FROM-DATE NOT NUMERIC OR TO-DATE NOT NUMERIC
               DISPLAY "ERROR: Dates must be 8 digits (YYYYMMDD)."
           ELSE IF TO-DATE < FROM-DATE
               DISPLAY "ERROR: To date is before the from date."
           ELSE
               OPEN INPUT STOCK-LEDGER-FILE
               IF STOCK-LEDGER-STATUS = "35"
                   DISPLAY "No stockledg.dat on file - no movements "
                      "recorded yet."
               ELSE IF STOCK-LEDGER-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not open stockledg.dat, "
                      "status " STOCK-LEDGER-STATUS
               ELSE
                   PERFORM FIND-OPENING-BALANCE
                   CLOSE STOCK-LEDGER-FILE
                   OPEN INPUT STOCK-LEDGER-FILE
                   PERFORM LIST-ITEM-MOVEMENTS
                   CLOSE STOCK-LEDGER-FILE
               END-IF
           END-IF
           .

      *> First pass: the last movement dated before the window sets
      *> the opening balance.  With none, the window's first
      *> movement is worked back to the count it started from.
       FIND-OPENING-BALANCE.
           MOVE 0 TO OPENING-BALANCE
           MOVE 'N' TO OPENING-FOUND-FLAG
           MOVE 'N' TO LEDGER-EOF
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ STOCK-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       IF SL-BARCODE = WORK-BARCODE
                           IF SL-TIMESTAMP(1:8) < FROM-DATE
                               MOVE SL-ON-HAND-AFTER TO
                                    OPENING-BALANCE
                               MOVE 'Y' TO OPENING-FOUND-FLAG
                           ELSE IF OPENING-FOUND-FLAG = 'N' AND
                                   SL-TIMESTAMP(1:8) <= TO-DATE
                               COMPUTE OPENING-BALANCE =
                                   SL-ON-HAND-AFTER - SL-QUANTITY
                               MOVE 'Y' TO OPENING-FOUND-FLAG
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       LIST-ITEM-MOVEMENTS.
           MOVE OPENING-BALANCE TO RUNNING-BALANCE
           MOVE 0 TO MOVEMENT-COUNT
           MOVE 0 TO NET-MOVEMENT
           MOVE 0 TO BREAK-COUNT
           DISPLAY "=============================================="
           DISPLAY "          STOCK MOVEMENT HISTORY"
           DISPLAY WORK-BARCODE " " IM-DESCRIPTION
           DISPLAY "        " FROM-DATE " through " TO-DATE
           DISPLAY "=============================================="
           DISPLAY "Opening balance : " OPENING-BALANCE
           DISPLAY "Date     Time   Type      Qty   Balance "
              "Employee   Reference"
           DISPLAY "----------------------------------------------"
           MOVE 'N' TO LEDGER-EOF
           PERFORM UNTIL LEDGER-EOF = 'Y'
               READ STOCK-LEDGER-FILE
                   AT END
                       MOVE 'Y' TO LEDGER-EOF
                   NOT AT END
                       IF SL-BARCODE = WORK-BARCODE AND
                          SL-TIMESTAMP(1:8) >= FROM-DATE AND
                          SL-TIMESTAMP(1:8) <= TO-DATE
                           PERFORM PRINT-ONE-MOVEMENT
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY "----------------------------------------------"
           DISPLAY "Movements listed : " MOVEMENT-COUNT
           DISPLAY "Net movement     : " NET-MOVEMENT
           DISPLAY "Closing balance  : " RUNNING-BALANCE
           DISPLAY "On hand now      : " IM-ON-HAND-QTY
           IF BREAK-COUNT > 0
               DISPLAY "(" BREAK-COUNT " line(s) marked ** recorded "
                  "an on-hand the running"
               DISPLAY "balance does not reach - the count moved "
                  "off the ledger before them)"
           END-IF
           DISPLAY "=============================================="
           .

      *> The balance re-syncs to the recorded on-hand after a break
      *> so one unexplained jump is flagged once, not on every line
      *> that follows it.
       PRINT-ONE-MOVEMENT.
           ADD 1 TO MOVEMENT-COUNT
           ADD SL-QUANTITY TO NET-MOVEMENT
           ADD SL-QUANTITY TO RUNNING-BALANCE
           IF RUNNING-BALANCE NOT = SL-ON-HAND-AFTER
               MOVE "**" TO BREAK-FLAG-TEXT
               ADD 1 TO BREAK-COUNT
               MOVE SL-ON-HAND-AFTER TO RUNNING-BALANCE
           ELSE
               MOVE SPACES TO BREAK-FLAG-TEXT
           END-IF
           MOVE SPACES TO REFERENCE-TEXT
           EVALUATE TRUE
             WHEN SL-SALE OR SL-RETURN OR SL-LAYAWAY OR
                  SL-LAYAWAY-CANCEL
                 STRING "R" DELIMITED BY SIZE
                    SL-REGISTER-NUMBER DELIMITED BY SIZE
                    "-" DELIMITED BY SIZE
                    SL-REFERENCE-NUMBER DELIMITED BY SIZE
                    INTO REFERENCE-TEXT
             WHEN SL-REFERENCE-NUMBER NOT = 0
                 STRING "PO " DELIMITED BY SIZE
                    SL-REFERENCE-NUMBER(3:6) DELIMITED BY SIZE
                    INTO REFERENCE-TEXT
             WHEN OTHER
                 MOVE "BACK ROOM" TO REFERENCE-TEXT
           END-EVALUATE
           DISPLAY SL-TIMESTAMP(1:8) " " SL-TIMESTAMP(9:4) "   "
              SL-MOVEMENT-TYPE " " SL-QUANTITY " " RUNNING-BALANCE
              BREAK-FLAG-TEXT " " SL-EMPLOYEE-ID " " REFERENCE-TEXT
           .
