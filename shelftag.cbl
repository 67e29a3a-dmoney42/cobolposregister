       IDENTIFICATION DIVISION.
       PROGRAM-ID. SHELFTAG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT LABEL-QUEUE-FILE ASSIGN TO "labelq.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS LQ-KEY
               FILE STATUS IS LABEL-QUEUE-STATUS.

           SELECT ITEM-MASTER-FILE ASSIGN TO "itemmaster.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS IM-BARCODE
               FILE STATUS IS ITEM-MASTER-STATUS.

           SELECT PROMO-FILE ASSIGN TO "promos.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-BARCODE
               FILE STATUS IS PROMO-STATUS.

      *> a second run on the same day adds its tags to the end of
      *> the morning's file rather than losing what it held, and
      *> does not print a promotion tag for an item already on it
           SELECT OPTIONAL SHELF-TAG-FILE
               ASSIGN USING SHELF-TAG-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS SHELF-TAG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD LABEL-QUEUE-FILE.
           COPY LABLREC.

       FD ITEM-MASTER-FILE.
           COPY ITEMREC.

       FD PROMO-FILE.
           COPY PROMREC.

       FD SHELF-TAG-FILE.
           COPY TAGREC.

       WORKING-STORAGE SECTION.
         01 LABEL-QUEUE-STATUS   PIC XX.
         01 ITEM-MASTER-STATUS   PIC XX.
         01 PROMO-STATUS         PIC XX.
         01 SHELF-TAG-STATUS     PIC XX.
         01 LABEL-QUEUE-EOF      PIC X VALUE 'N'.
         01 PROMO-EOF            PIC X VALUE 'N'.
         01 QUEUE-FILE-OK-FLAG   PIC X VALUE 'N'.
         01 PROMO-FILE-OK-FLAG   PIC X VALUE 'N'.
         01 TAG-FILE-OK-FLAG     PIC X VALUE 'N'.
         01 SHELF-TAG-FILE-NAME  PIC X(30).

      *> today, yesterday, and the moment the run started - queue
      *> entries written after that (a register still open, a
      *> manager in ITEMMAINT) wait for the next run
         01 RUN-DATE             PIC X(08).
         01 YESTERDAY-DATE       PIC X(08).
         01 RUN-DAY-DATE         PIC 9(08).
         01 RUN-DAY-NUMBER       PIC 9(08).
         01 RUN-STARTED-AT       PIC X(20).

      *> one row per item to tag, whatever brought it here
         01 SHELF-TAG-TABLE.
             05 TAG-COUNT           PIC 9(03) VALUE 0.
             05 TAG-ENTRY OCCURS 500 TIMES.
                 10 TAG-SORT-KEY.
                     15 TAG-DEPARTMENT    PIC X(04).
                     15 TAG-BARCODE       PIC X(20).
                 10 TAG-DESCRIPTION       PIC X(30).
                 10 TAG-REGULAR-PRICE     PIC 9(5)V99.
                 10 TAG-SALE-PRICE        PIC 9(5)V99.
                 10 TAG-SALE-END-DATE     PIC X(08).
                 10 TAG-REASON            PIC X(08).
                 10 TAG-ITEM-FOUND-FLAG   PIC X.
         01 TAG-SUB              PIC 9(03).
         01 TAG-NEXT-SUB         PIC 9(03).
         01 TAG-LAST-SUB         PIC 9(03).
         01 TAG-FOUND-FLAG       PIC X VALUE 'N'.
         01 TAG-OVERFLOW-COUNT   PIC 9(06) VALUE 0.
         01 TAG-SWAP-FLAG        PIC X VALUE 'N'.
         01 TAG-HOLD-ENTRY       PIC X(85).
         01 NEW-TAG-BARCODE      PIC X(20).
         01 NEW-TAG-REASON       PIC X(08).

      *> barcodes an earlier run today already wrote to the tag
      *> file - a promotion tag for one of these is not printed twice
         01 PRINTED-TODAY-TABLE.
             05 PRINTED-TODAY-COUNT PIC 9(04) VALUE 0.
             05 PRINTED-TODAY-BARCODE PIC X(20) OCCURS 5000 TIMES.
         01 PRINTED-SUB          PIC 9(04).
         01 PRINTED-FOUND-FLAG   PIC X VALUE 'N'.
         01 PRINTED-OVERFLOW-COUNT PIC 9(06) VALUE 0.
         01 SHELF-TAG-EOF        PIC X VALUE 'N'.

      *> run counters for the summary
         01 QUEUE-PENDING-COUNT  PIC 9(06) VALUE 0.
         01 SALE-START-COUNT     PIC 9(06) VALUE 0.
         01 SALE-END-COUNT       PIC 9(06) VALUE 0.
         01 PROMO-ALREADY-COUNT  PIC 9(06) VALUE 0.
         01 TAGS-WRITTEN-COUNT   PIC 9(06) VALUE 0.
         01 ITEM-GONE-COUNT      PIC 9(06) VALUE 0.
         01 QUEUE-MARKED-COUNT   PIC 9(06) VALUE 0.
         01 QUEUE-LEFT-COUNT     PIC 9(06) VALUE 0.

      *> Morning shelf-tag run: gathers every item whose shelf tag is
      *> out of date - price changes queued on labelq.dat by
      *> ITEMMAINT, PRICEIMP and the register's manager override,
      *> promotions on promos.dat that start today, and promotions
      *> that ended yesterday so the regular tag goes back up - and
      *> writes one tag per item to shelftag-YYYYMMDD.dat in
      *> department order for the crew to hang before opening.  Each
      *> tag carries the regular price and, when a promotion runs
      *> today, the sale price and the day it ends.  Queue entries
      *> that made it onto the file are marked printed so tomorrow's
      *> run does not hang them again.  Run it after the overnight
      *> batch, before the store opens.
       PROCEDURE DIVISION.
       SHELFTAG-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:20) TO RUN-STARTED-AT
           MOVE RUN-STARTED-AT(1:8) TO RUN-DATE
           MOVE RUN-DATE TO RUN-DAY-DATE
           COMPUTE RUN-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE(RUN-DAY-DATE) - 1
           MOVE FUNCTION DATE-OF-INTEGER(RUN-DAY-NUMBER)
               TO RUN-DAY-DATE
           MOVE RUN-DAY-DATE TO YESTERDAY-DATE
           MOVE SPACES TO SHELF-TAG-FILE-NAME
           STRING "shelftag-" DELIMITED BY SIZE
              RUN-DATE DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO SHELF-TAG-FILE-NAME

           PERFORM OPEN-TAG-FILES
           IF QUEUE-FILE-OK-FLAG = 'Y'
               PERFORM COLLECT-QUEUED-CHANGES
           END-IF
           IF PROMO-FILE-OK-FLAG = 'Y'
               PERFORM COLLECT-PROMOTION-CHANGES
           END-IF
           PERFORM FILL-TAG-DETAILS
           PERFORM SORT-TAGS-BY-DEPARTMENT
           PERFORM WRITE-SHELF-TAGS

           IF QUEUE-FILE-OK-FLAG = 'Y' AND TAG-FILE-OK-FLAG = 'Y'
               PERFORM MARK-QUEUE-PRINTED
           END-IF
           PERFORM PRINT-SHELF-TAG-SUMMARY

           IF QUEUE-FILE-OK-FLAG = 'Y'
               CLOSE LABEL-QUEUE-FILE
           END-IF
           IF PROMO-FILE-OK-FLAG = 'Y'
               CLOSE PROMO-FILE
           END-IF
           CLOSE ITEM-MASTER-FILE
           STOP RUN
           .

      *> No queue file yet just means no price has changed since the
      *> queue began; no promos.dat means nothing on promotion.  The
      *> item master is the one file the run cannot do without.
       OPEN-TAG-FILES.
           OPEN INPUT ITEM-MASTER-FILE
           IF ITEM-MASTER-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open itemmaster.dat file."
               STOP RUN
           END-IF

           OPEN I-O LABEL-QUEUE-FILE
           IF LABEL-QUEUE-STATUS = "35"
               DISPLAY "No shelf price changes queued."
           ELSE IF LABEL-QUEUE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open labelq.dat file."
               STOP RUN
           ELSE
               MOVE 'Y' TO QUEUE-FILE-OK-FLAG
           END-IF
           END-IF

           OPEN INPUT PROMO-FILE
           IF PROMO-STATUS = "35"
               DISPLAY "No promotions on file."
           ELSE IF PROMO-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open promos.dat file."
               STOP RUN
           ELSE
               MOVE 'Y' TO PROMO-FILE-OK-FLAG
           END-IF
           END-IF

      *> today's tag file already there means an earlier run today
      *> printed part of the day's tags - promotion tags come off
      *> the dates alone, so note which items it covered
           OPEN INPUT SHELF-TAG-FILE
           IF SHELF-TAG-STATUS = "00"
               PERFORM LOAD-PRINTED-TODAY
           END-IF
           IF SHELF-TAG-STATUS = "00" OR SHELF-TAG-STATUS = "05"
               CLOSE SHELF-TAG-FILE
           END-IF
           .

       LOAD-PRINTED-TODAY.
           MOVE 'N' TO SHELF-TAG-EOF
           PERFORM UNTIL SHELF-TAG-EOF = 'Y'
               READ SHELF-TAG-FILE
                   AT END
                       MOVE 'Y' TO SHELF-TAG-EOF
                   NOT AT END
                       IF PRINTED-TODAY-COUNT >= 5000
                           ADD 1 TO PRINTED-OVERFLOW-COUNT
                       ELSE
                           ADD 1 TO PRINTED-TODAY-COUNT
                           MOVE TG-BARCODE TO PRINTED-TODAY-BARCODE
                                (PRINTED-TODAY-COUNT)
                       END-IF
               END-READ
           END-PERFORM
           DISPLAY PRINTED-TODAY-COUNT " tags already printed today "
              "in " SHELF-TAG-FILE-NAME
           .

       COLLECT-QUEUED-CHANGES.
           MOVE 'N' TO LABEL-QUEUE-EOF
           MOVE LOW-VALUES TO LQ-KEY
           START LABEL-QUEUE-FILE KEY IS NOT LESS THAN LQ-KEY
               INVALID KEY
                   MOVE 'Y' TO LABEL-QUEUE-EOF
           END-START
           PERFORM UNTIL LABEL-QUEUE-EOF = 'Y'
               READ LABEL-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LABEL-QUEUE-EOF
                   NOT AT END
                       IF LQ-PENDING AND
                          LQ-TIMESTAMP < RUN-STARTED-AT
                           ADD 1 TO QUEUE-PENDING-COUNT
                           MOVE LQ-BARCODE TO NEW-TAG-BARCODE
                           MOVE "PRICE" TO NEW-TAG-REASON
                           PERFORM ADD-SHELF-TAG
                       END-IF
               END-READ
           END-PERFORM
           .

      *> A promotion starting today needs its sale tag up; one whose
      *> last day was yesterday needs the regular tag back.  The
      *> promo window itself is the schedule - nobody has to queue
      *> anything for these.
       COLLECT-PROMOTION-CHANGES.
           MOVE 'N' TO PROMO-EOF
           MOVE LOW-VALUES TO PR-BARCODE
           START PROMO-FILE KEY IS NOT LESS THAN PR-BARCODE
               INVALID KEY
                   MOVE 'Y' TO PROMO-EOF
           END-START
           PERFORM UNTIL PROMO-EOF = 'Y'
               READ PROMO-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO PROMO-EOF
                   NOT AT END
                       IF PR-START-DATE = RUN-DATE
                           ADD 1 TO SALE-START-COUNT
                           MOVE "SALE ON" TO NEW-TAG-REASON
                           PERFORM ADD-PROMOTION-TAG
                       ELSE IF PR-END-DATE = YESTERDAY-DATE
                           ADD 1 TO SALE-END-COUNT
                           MOVE "SALE OFF" TO NEW-TAG-REASON
                           PERFORM ADD-PROMOTION-TAG
                       END-IF
               END-READ
           END-PERFORM
           .

      *> An item an earlier run today already tagged - for its
      *> promotion or for a price change, which printed the sale
      *> price too - is left alone.  Anything that ran past the
      *> table last time is still to print and is picked up now.
       ADD-PROMOTION-TAG.
           MOVE 'N' TO PRINTED-FOUND-FLAG
           PERFORM VARYING PRINTED-SUB FROM 1 BY 1
               UNTIL PRINTED-SUB > PRINTED-TODAY-COUNT
               IF PRINTED-TODAY-BARCODE(PRINTED-SUB) = PR-BARCODE
                   MOVE 'Y' TO PRINTED-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF PRINTED-FOUND-FLAG = 'Y'
               ADD 1 TO PROMO-ALREADY-COUNT
           ELSE
               MOVE PR-BARCODE TO NEW-TAG-BARCODE
               PERFORM ADD-SHELF-TAG
           END-IF
           .

      *> One tag per item however many times it was repriced - the
      *> tag shows the price as it stands this morning.  The first
      *> reason found is the one the tag carries.
       ADD-SHELF-TAG.
           MOVE 'N' TO TAG-FOUND-FLAG
           PERFORM VARYING TAG-SUB FROM 1 BY 1
               UNTIL TAG-SUB > TAG-COUNT
               IF TAG-BARCODE(TAG-SUB) = NEW-TAG-BARCODE
                   MOVE 'Y' TO TAG-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TAG-FOUND-FLAG = 'N' AND TAG-COUNT >= 500
               ADD 1 TO TAG-OVERFLOW-COUNT
           ELSE IF TAG-FOUND-FLAG = 'N'
               ADD 1 TO TAG-COUNT
               MOVE TAG-COUNT TO TAG-SUB
               MOVE SPACES TO TAG-DEPARTMENT(TAG-SUB)
               MOVE NEW-TAG-BARCODE TO TAG-BARCODE(TAG-SUB)
               MOVE SPACES TO TAG-DESCRIPTION(TAG-SUB)
               MOVE 0 TO TAG-REGULAR-PRICE(TAG-SUB)
               MOVE 0 TO TAG-SALE-PRICE(TAG-SUB)
               MOVE SPACES TO TAG-SALE-END-DATE(TAG-SUB)
               MOVE NEW-TAG-REASON TO TAG-REASON(TAG-SUB)
               MOVE 'N' TO TAG-ITEM-FOUND-FLAG(TAG-SUB)
           END-IF
           .

      *> Description, department and regular price come off the item
      *> master as it stands now; the sale price and end date only
      *> when today falls inside the item's promotion window.  An
      *> item deleted since its price was changed gets no tag.
       FILL-TAG-DETAILS.
           PERFORM VARYING TAG-SUB FROM 1 BY 1
               UNTIL TAG-SUB > TAG-COUNT
               MOVE TAG-BARCODE(TAG-SUB) TO IM-BARCODE
               READ ITEM-MASTER-FILE
                   INVALID KEY
                       ADD 1 TO ITEM-GONE-COUNT
                   NOT INVALID KEY
                       MOVE 'Y' TO TAG-ITEM-FOUND-FLAG(TAG-SUB)
                       MOVE IM-DEPARTMENT TO TAG-DEPARTMENT(TAG-SUB)
                       MOVE IM-DESCRIPTION TO TAG-DESCRIPTION(TAG-SUB)
                       MOVE IM-PRICE TO TAG-REGULAR-PRICE(TAG-SUB)
               END-READ
               IF TAG-ITEM-FOUND-FLAG(TAG-SUB) = 'Y' AND
                  PROMO-FILE-OK-FLAG = 'Y'
                   MOVE TAG-BARCODE(TAG-SUB) TO PR-BARCODE
                   READ PROMO-FILE
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF PR-START-DATE <= RUN-DATE AND
                              PR-END-DATE >= RUN-DATE
                               MOVE PR-PROMO-PRICE TO
                                    TAG-SALE-PRICE(TAG-SUB)
                               MOVE PR-END-DATE TO
                                    TAG-SALE-END-DATE(TAG-SUB)
                           END-IF
                   END-READ
               END-IF
           END-PERFORM
           .

      *> Department, then barcode within the department, so the crew
      *> walks each aisle once.  A plain exchange sort - the table
      *> is a morning's worth of tags, never more than a few hundred.
       SORT-TAGS-BY-DEPARTMENT.
           MOVE 'Y' TO TAG-SWAP-FLAG
           MOVE TAG-COUNT TO TAG-LAST-SUB
           PERFORM UNTIL TAG-SWAP-FLAG = 'N' OR TAG-LAST-SUB < 2
               MOVE 'N' TO TAG-SWAP-FLAG
               PERFORM VARYING TAG-SUB FROM 1 BY 1
                   UNTIL TAG-SUB >= TAG-LAST-SUB
                   COMPUTE TAG-NEXT-SUB = TAG-SUB + 1
                   IF TAG-SORT-KEY(TAG-SUB) >
                      TAG-SORT-KEY(TAG-NEXT-SUB)
                       MOVE TAG-ENTRY(TAG-SUB) TO TAG-HOLD-ENTRY
                       MOVE TAG-ENTRY(TAG-NEXT-SUB) TO
                            TAG-ENTRY(TAG-SUB)
                       MOVE TAG-HOLD-ENTRY TO TAG-ENTRY(TAG-NEXT-SUB)
                       MOVE 'Y' TO TAG-SWAP-FLAG
                   END-IF
               END-PERFORM
               SUBTRACT 1 FROM TAG-LAST-SUB
           END-PERFORM
           .

      *> With nothing to hang no file is written, but the queue is
      *> still cleared of items deleted since they were repriced.
       WRITE-SHELF-TAGS.
           IF TAG-COUNT = ITEM-GONE-COUNT
               DISPLAY "No shelf tags to print today."
               MOVE 'Y' TO TAG-FILE-OK-FLAG
           ELSE
               OPEN EXTEND SHELF-TAG-FILE
               IF SHELF-TAG-STATUS NOT = "00" AND
                  SHELF-TAG-STATUS NOT = "05"
                   DISPLAY "ERROR: Could not open "
                      SHELF-TAG-FILE-NAME
                   DISPLAY "No tags written; the queue is left "
                      "pending for the next run."
               ELSE
                   MOVE 'Y' TO TAG-FILE-OK-FLAG
                   PERFORM VARYING TAG-SUB FROM 1 BY 1
                       UNTIL TAG-SUB > TAG-COUNT
                       IF TAG-ITEM-FOUND-FLAG(TAG-SUB) = 'Y'
                           PERFORM WRITE-ONE-SHELF-TAG
                       END-IF
                   END-PERFORM
                   CLOSE SHELF-TAG-FILE
               END-IF
           END-IF
           .

       WRITE-ONE-SHELF-TAG.
           MOVE TAG-DEPARTMENT(TAG-SUB) TO TG-DEPARTMENT
           MOVE TAG-BARCODE(TAG-SUB) TO TG-BARCODE
           MOVE TAG-DESCRIPTION(TAG-SUB) TO TG-DESCRIPTION
           MOVE TAG-REGULAR-PRICE(TAG-SUB) TO TG-REGULAR-PRICE
           MOVE TAG-SALE-PRICE(TAG-SUB) TO TG-SALE-PRICE
           MOVE TAG-SALE-END-DATE(TAG-SUB) TO TG-SALE-END-DATE
           MOVE TAG-REASON(TAG-SUB) TO TG-REASON
           WRITE SHELF-TAG-RECORD
           ADD 1 TO TAGS-WRITTEN-COUNT
           .

      *> Every pending entry this run picked up is marked printed -
      *> its item either went onto the file or is no longer on the
      *> item master.  Entries that did not fit in the table, or
      *> that were queued after the run began, stay pending.
       MARK-QUEUE-PRINTED.
           MOVE 'N' TO LABEL-QUEUE-EOF
           MOVE LOW-VALUES TO LQ-KEY
           START LABEL-QUEUE-FILE KEY IS NOT LESS THAN LQ-KEY
               INVALID KEY
                   MOVE 'Y' TO LABEL-QUEUE-EOF
           END-START
           PERFORM UNTIL LABEL-QUEUE-EOF = 'Y'
               READ LABEL-QUEUE-FILE NEXT RECORD
                   AT END
                       MOVE 'Y' TO LABEL-QUEUE-EOF
                   NOT AT END
                       IF LQ-PENDING AND
                          LQ-TIMESTAMP < RUN-STARTED-AT
                           PERFORM MARK-ONE-QUEUE-ENTRY
                       END-IF
               END-READ
           END-PERFORM
           .

       MARK-ONE-QUEUE-ENTRY.
           MOVE 'N' TO TAG-FOUND-FLAG
           PERFORM VARYING TAG-SUB FROM 1 BY 1
               UNTIL TAG-SUB > TAG-COUNT
               IF TAG-BARCODE(TAG-SUB) = LQ-BARCODE
                   MOVE 'Y' TO TAG-FOUND-FLAG
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF TAG-FOUND-FLAG = 'Y'
               MOVE 'D' TO LQ-STATUS
               MOVE RUN-DATE TO LQ-PRINTED-DATE
               REWRITE LABEL-QUEUE-RECORD
                   INVALID KEY
                       ADD 1 TO QUEUE-LEFT-COUNT
                   NOT INVALID KEY
                       ADD 1 TO QUEUE-MARKED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO QUEUE-LEFT-COUNT
           END-IF
           .

       PRINT-SHELF-TAG-SUMMARY.
           DISPLAY "=============================================="
           DISPLAY "            SHELF TAG RUN " RUN-DATE
           DISPLAY "=============================================="
           DISPLAY "Queued price changes : " QUEUE-PENDING-COUNT
           DISPLAY "Promotions starting  : " SALE-START-COUNT
           DISPLAY "Promotions ended     : " SALE-END-COUNT
           DISPLAY "  already tagged today: " PROMO-ALREADY-COUNT
           DISPLAY "Items to tag         : " TAG-COUNT
           DISPLAY "Tags written         : " TAGS-WRITTEN-COUNT
           DISPLAY "Items gone from file : " ITEM-GONE-COUNT
           DISPLAY "Queue entries printed: " QUEUE-MARKED-COUNT
           DISPLAY "Queue entries left   : " QUEUE-LEFT-COUNT
           IF TAG-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: " TAG-OVERFLOW-COUNT " changes did "
                  "not fit this run - run SHELFTAG again."
           END-IF
           IF PRINTED-OVERFLOW-COUNT > 0
               DISPLAY "WARNING: today's tag file holds more than "
                  "5000 tags - promotion tags past that may print "
                  "twice."
           END-IF
           IF TAGS-WRITTEN-COUNT > 0
               DISPLAY "Tag file             : " SHELF-TAG-FILE-NAME
           END-IF
           DISPLAY "=============================================="
           .
