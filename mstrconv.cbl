       IDENTIFICATION DIVISION.
       PROGRAM-ID. MSTRCONV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-ITEM-FILE ASSIGN TO "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-IM-BARCODE
               FILE STATUS IS OLD-ITEM-STATUS.

           SELECT NEW-ITEM-FILE ASSIGN TO "itemmaster.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-BARCODE
               FILE STATUS IS NEW-ITEM-STATUS.

           SELECT OLD-CUSTOMER-FILE ASSIGN TO "customer.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OLD-CU-ACCOUNT-NUMBER
               FILE STATUS IS OLD-CUSTOMER-STATUS.

           SELECT NEW-CUSTOMER-FILE ASSIGN TO "customer.new"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-ACCOUNT-NUMBER
               FILE STATUS IS NEW-CUSTOMER-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *> the prior-generation record layouts, declared in full so
      *> the files written by the previous build open cleanly here
       FD OLD-ITEM-FILE.
         01 OLD-ITEM-RECORD.
             05 OLD-IM-BARCODE      PIC X(20).
             05 OLD-IM-DESCRIPTION  PIC X(30).
             05 OLD-IM-PRICE        PIC 9(5)V99.
             05 OLD-IM-DEPARTMENT   PIC X(04).
             05 OLD-IM-TAX-FLAG     PIC X(01).
             05 OLD-IM-ON-HAND-QTY  PIC S9(05).
             05 OLD-IM-REORDER-POINT PIC 9(05).

       FD NEW-ITEM-FILE.
           COPY ITEMREC.

       FD OLD-CUSTOMER-FILE.
         01 OLD-CUSTOMER-RECORD.
             05 OLD-CU-ACCOUNT-NUMBER PIC X(10).
             05 OLD-CU-CUSTOMER-NAME PIC X(30).
             05 OLD-CU-POINTS-BALANCE PIC 9(07).
             05 OLD-CU-STATUS-FLAG  PIC X(01).
             05 OLD-CU-ENROLLED-DATE PIC X(08).

       FD NEW-CUSTOMER-FILE.
           COPY CUSTREC.

       WORKING-STORAGE SECTION.
         01 OLD-ITEM-STATUS      PIC XX.
         01 NEW-ITEM-STATUS      PIC XX.
         01 ITEM-EOF             PIC X VALUE 'N'.
         01 ITEM-CONV-COUNT      PIC 9(06) VALUE 0.
         01 OLD-CUSTOMER-STATUS  PIC XX.
         01 NEW-CUSTOMER-STATUS  PIC XX.
         01 CUSTOMER-EOF         PIC X VALUE 'N'.
         01 CUSTOMER-CONV-COUNT  PIC 9(06) VALUE 0.

      *> One-shot layout conversion for the master files, run once
      *> with every register down, after new fields were added:
      *>   itemmaster.dat + IM-UNIT-COST (zero - key the real costs
      *>                    through ITEMMAINT, or let the next
      *>                    delivery or supplier file set them)
      *>                  + IM-MINIMUM-AGE (zero - no restriction;
      *>                    mark age-restricted items through
      *>                    ITEMMAINT or the supplier file)
      *>   customer.dat   + tax-exemption certificate, type and
      *>                    expiry (blank - every account converts as
      *>                    taxable; key certificates through
      *>                    CUSTMAINT)
      *> Steps:
      *>   1. run MSTRCONV - it writes the .new files alongside the
      *>      live ones;
      *>   2. rename each .new file over its .dat file.
      *> Receipts need no conversion: the new receipt fields sit on
      *> the end of the record and read back as spaces on receipts
      *> written before them.
       PROCEDURE DIVISION.
       MSTRCONV-MAIN.
           PERFORM CONVERT-ITEM-MASTER
           PERFORM CONVERT-CUSTOMER-FILE
           DISPLAY "=============================================="
           DISPLAY "          MASTER FILE CONVERSION"
           DISPLAY "=============================================="
           DISPLAY "Items converted            : " ITEM-CONV-COUNT
           DISPLAY "Customer accounts converted: "
              CUSTOMER-CONV-COUNT
           DISPLAY "Rename the .new files over the .dat files"
           DISPLAY "before the first login."
           DISPLAY "=============================================="
           STOP RUN
           .

       CONVERT-ITEM-MASTER.
           OPEN INPUT OLD-ITEM-FILE
           IF OLD-ITEM-STATUS = "35"
               DISPLAY "No itemmaster.dat on file - nothing to "
                  "convert."
           ELSE
               IF OLD-ITEM-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not open itemmaster.dat, "
                      "status " OLD-ITEM-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-ITEM-FILE
               IF NEW-ITEM-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not create itemmaster.new"
                   STOP RUN
               END-IF
               MOVE 'N' TO ITEM-EOF
               MOVE LOW-VALUES TO OLD-IM-BARCODE
               START OLD-ITEM-FILE KEY IS NOT LESS THAN
                   OLD-IM-BARCODE
                   INVALID KEY
                       MOVE 'Y' TO ITEM-EOF
               END-START
               PERFORM UNTIL ITEM-EOF = 'Y'
                   READ OLD-ITEM-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO ITEM-EOF
                       NOT AT END
                           PERFORM CONVERT-ONE-ITEM
                   END-READ
               END-PERFORM
               CLOSE OLD-ITEM-FILE
               CLOSE NEW-ITEM-FILE
           END-IF
           .

       CONVERT-ONE-ITEM.
           MOVE OLD-IM-BARCODE TO IM-BARCODE
           MOVE OLD-IM-DESCRIPTION TO IM-DESCRIPTION
           MOVE OLD-IM-PRICE TO IM-PRICE
           MOVE OLD-IM-DEPARTMENT TO IM-DEPARTMENT
           MOVE OLD-IM-TAX-FLAG TO IM-TAX-FLAG
           MOVE OLD-IM-ON-HAND-QTY TO IM-ON-HAND-QTY
           MOVE OLD-IM-REORDER-POINT TO IM-REORDER-POINT
           MOVE 0 TO IM-UNIT-COST
           MOVE 0 TO IM-MINIMUM-AGE
           WRITE ITEM-MASTER-RECORD
           ADD 1 TO ITEM-CONV-COUNT
           .

       CONVERT-CUSTOMER-FILE.
           OPEN INPUT OLD-CUSTOMER-FILE
           IF OLD-CUSTOMER-STATUS = "35"
               DISPLAY "No customer.dat on file - nothing to "
                  "convert."
           ELSE
               IF OLD-CUSTOMER-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not open customer.dat, "
                      "status " OLD-CUSTOMER-STATUS
                   STOP RUN
               END-IF
               OPEN OUTPUT NEW-CUSTOMER-FILE
               IF NEW-CUSTOMER-STATUS NOT = "00"
                   DISPLAY "ERROR: Could not create customer.new"
                   STOP RUN
               END-IF
               MOVE 'N' TO CUSTOMER-EOF
               MOVE LOW-VALUES TO OLD-CU-ACCOUNT-NUMBER
               START OLD-CUSTOMER-FILE KEY IS NOT LESS THAN
                   OLD-CU-ACCOUNT-NUMBER
                   INVALID KEY
                       MOVE 'Y' TO CUSTOMER-EOF
               END-START
               PERFORM UNTIL CUSTOMER-EOF = 'Y'
                   READ OLD-CUSTOMER-FILE NEXT RECORD
                       AT END
                           MOVE 'Y' TO CUSTOMER-EOF
                       NOT AT END
                           PERFORM CONVERT-ONE-CUSTOMER
                   END-READ
               END-PERFORM
               CLOSE OLD-CUSTOMER-FILE
               CLOSE NEW-CUSTOMER-FILE
           END-IF
           .

       CONVERT-ONE-CUSTOMER.
           MOVE OLD-CU-ACCOUNT-NUMBER TO CU-ACCOUNT-NUMBER
           MOVE OLD-CU-CUSTOMER-NAME TO CU-CUSTOMER-NAME
           MOVE OLD-CU-POINTS-BALANCE TO CU-POINTS-BALANCE
           MOVE OLD-CU-STATUS-FLAG TO CU-STATUS-FLAG
           MOVE OLD-CU-ENROLLED-DATE TO CU-ENROLLED-DATE
           MOVE SPACES TO CU-EXEMPT-CERTIFICATE
           MOVE SPACES TO CU-EXEMPT-TYPE
           MOVE SPACES TO CU-EXEMPT-EXPIRY
           WRITE CUSTOMER-RECORD
           ADD 1 TO CUSTOMER-CONV-COUNT
           .
