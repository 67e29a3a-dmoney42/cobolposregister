               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS AUDIT-STATUS.

           SELECT OPTIONAL STOCK-LEDGER-FILE ASSIGN TO "stockledg.dat"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STOCK-LEDGER-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD EMPLOYEE-FILE.
       FD AUDIT-LOG-FILE.
           COPY AUDITREC.

       FD STOCK-LEDGER-FILE.
           COPY STKLREC.

       WORKING-STORAGE SECTION.
         01 EMPLOYEE-STATUS      PIC XX.
         01 ITEM-MASTER-STATUS   PIC XX.
         01 AUDIT-STATUS         PIC XX.
         01 STOCK-LEDGER-STATUS  PIC XX.

      *> manager sign-on to this program (MANAGER role only)
         01 MGR-EMPLOYEE-ID      PIC X(10).
           CLOSE EMPLOYEE-FILE
           CLOSE ITEM-MASTER-FILE
           CLOSE AUDIT-LOG-FILE
           CLOSE STOCK-LEDGER-FILE
           STOP RUN
           .

               DISPLAY "ERROR: Could not open auditlog.dat file."
               STOP RUN
           END-IF

           OPEN EXTEND STOCK-LEDGER-FILE
           IF STOCK-LEDGER-STATUS NOT = "00" AND
              STOCK-LEDGER-STATUS NOT = "05"
               DISPLAY "ERROR: Could not open stockledg.dat file."
               STOP RUN
           END-IF
           .

      *> Counting is manager-only - sign on exactly the way ITEMMAINT
                            IM-ON-HAND-QTY
                       REWRITE ITEM-MASTER-RECORD
                       PERFORM WRITE-COUNT-AUDIT-ENTRY
                       PERFORM WRITE-COUNT-LEDGER-ENTRY
                   END-IF
           END-READ
           .
           MOVE FUNCTION CURRENT-DATE(1:20) TO AL-TIMESTAMP
           WRITE AUDIT-LOG-RECORD
           .

      *> The variance is the movement: the book figure is rewritten
      *> to the count, and the ledger shows by how much.
       WRITE-COUNT-LEDGER-ENTRY.
           MOVE CNT-BARCODE(COUNT-SUB) TO SL-BARCODE
           MOVE FUNCTION CURRENT-DATE(1:20) TO SL-TIMESTAMP
           MOVE "COUNT" TO SL-MOVEMENT-TYPE
           MOVE VARIANCE-QTY TO SL-QUANTITY
           MOVE IM-ON-HAND-QTY TO SL-ON-HAND-AFTER
           MOVE MGR-EMPLOYEE-ID TO SL-EMPLOYEE-ID
           MOVE 0 TO SL-REGISTER-NUMBER
           MOVE 0 TO SL-REFERENCE-NUMBER
           WRITE STOCK-LEDGER-RECORD
           .
