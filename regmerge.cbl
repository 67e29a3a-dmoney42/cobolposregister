               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS STORE-RECEIPT-STATUS.

      *> work copy of receipts.dat cut back to its last clean count
      *> when an interrupted merge is rolled back
           SELECT ROLLBACK-FILE ASSIGN TO "receipts.rbk"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS ROLLBACK-STATUS.

           SELECT RUN-CONTROL-FILE ASSIGN TO "runctl.dat"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RN-JOB-NAME
               FILE STATUS IS RUN-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD REGISTER-RECEIPT-FILE.
       FD STORE-RECEIPT-FILE.
         01 STORE-RECEIPT-RECORD  PIC X(4000).

       FD ROLLBACK-FILE.
         01 ROLLBACK-RECORD       PIC X(4000).

       FD RUN-CONTROL-FILE.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
         01 REGISTER-RECEIPT-STATUS  PIC XX.
         01 STORE-RECEIPT-STATUS     PIC XX.
         01 ROLLBACK-STATUS          PIC XX.
         01 RUN-CONTROL-STATUS       PIC XX.
         01 REGISTER-EOF             PIC X VALUE 'N'.
         01 STORE-EOF                PIC X VALUE 'N'.
         01 ROLLBACK-EOF             PIC X VALUE 'N'.
         01 HIGHEST-REGISTER         PIC 9(02).
         01 REGISTER-NUMBER          PIC 9(02).
         01 REGISTER-SUB             PIC 9(03).
         01 REGISTER-FILE-NAME       PIC X(30).
         01 REGISTER-MERGED-COUNT    PIC 9(06).

      *> checkpoint / restart
         01 RUN-DATE                 PIC X(08).
         01 RUN-CONTROL-FOUND-FLAG   PIC X VALUE 'N'.
         01 RESUME-FLAG              PIC X VALUE 'N'.
         01 START-REGISTER           PIC 9(03).
         01 STORE-RECORD-COUNT       PIC 9(08).
         01 ROLLBACK-COPY-COUNT      PIC 9(08).
         01 ROLLBACK-DROP-COUNT      PIC 9(08).

      *> Nightly consolidation: every register's receipt file
      *> (receipts-rNN.dat, written by the till it belongs to) is
      *> SALESREPT and RCPTARCH run against, then emptied so a
      *> receipt is only ever merged once.  Run it after the last
      *> register has closed for the night and before the reports.
      *> Each register is a checkpointed step on runctl.dat: the
      *> merge is recorded before it starts, once the receipts are
      *> safely on receipts.dat, and again once the register file
      *> is emptied.  A rerun after a failure picks up from the last
      *> checkpoint - a register caught part way through has its
      *> half-appended receipts cut back off receipts.dat and is
      *> merged again from the top - and a day already merged is
      *> refused.
       PROCEDURE DIVISION.
       REGMERGE-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM OPEN-RUN-CONTROL

           IF RUN-CONTROL-FOUND-FLAG = 'Y' AND RN-COMPLETE AND
              RN-BUSINESS-DATE = RUN-DATE
               DISPLAY "REGMERGE already completed for business day "
                  RUN-DATE " at " RN-UPDATED-AT(1:14) "."
               DISPLAY "Receipts merged then: " RN-RECEIPTS-MERGED
                  " - not run again."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           ELSE IF RUN-CONTROL-FOUND-FLAG = 'Y' AND RN-RUNNING
               MOVE 'Y' TO RESUME-FLAG
               PERFORM RECOVER-INTERRUPTED-MERGE
           ELSE
               PERFORM START-NEW-MERGE
           END-IF
           END-IF

           PERFORM MERGE-ONE-REGISTER
               VARYING REGISTER-SUB FROM START-REGISTER BY 1
               UNTIL REGISTER-SUB > HIGHEST-REGISTER

           MOVE "DONE" TO RN-STEP
           MOVE "COMPLETE" TO RN-RUN-STATUS
           PERFORM WRITE-CHECKPOINT
           CLOSE RUN-CONTROL-FILE

           DISPLAY "=============================================="
           DISPLAY "         REGISTER RECEIPT CONSOLIDATION"
           DISPLAY "=============================================="
           DISPLAY "Business day          : " RN-BUSINESS-DATE
           IF RESUME-FLAG = 'Y'
               DISPLAY "(resumed after an interrupted run)"
           END-IF
           DISPLAY "Register files merged : " RN-REGISTERS-MERGED
           DISPLAY "Receipts consolidated : " RN-RECEIPTS-MERGED
           DISPLAY "Receipts on file now  : " RN-BASE-COUNT
           DISPLAY "=============================================="
           STOP RUN
           .

       OPEN-RUN-CONTROL.
           OPEN I-O RUN-CONTROL-FILE
           IF RUN-CONTROL-STATUS = "35"
               OPEN OUTPUT RUN-CONTROL-FILE
               CLOSE RUN-CONTROL-FILE
               OPEN I-O RUN-CONTROL-FILE
           END-IF
           IF RUN-CONTROL-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open runctl.dat file."
               STOP RUN
           END-IF

      *> an archive run left part way may still rebuild receipts.dat
      *> from its hold file, which would lose anything merged in the
      *> meantime - it has to be finished first
           MOVE "RCPTARCH" TO RN-JOB-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RN-RUNNING
                       DISPLAY "ERROR: RCPTARCH did not finish for "
                          RN-BUSINESS-DATE " (stopped at "
                          RN-STEP ")."
                       DISPLAY "Rerun RCPTARCH to complete the archive "
                          "before merging."
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
                   END-IF
           END-READ

           MOVE "REGMERGE" TO RN-JOB-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO RUN-CONTROL-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO RUN-CONTROL-FOUND-FLAG
           END-READ
           .

      *> A fresh run notes how many receipts receipts.dat already
      *> holds - the point any rollback cuts back to - before the
      *> first register is touched.
       START-NEW-MERGE.
           DISPLAY "Enter highest register number to merge (1-99): "
           ACCEPT HIGHEST-REGISTER
           IF HIGHEST-REGISTER NOT NUMERIC OR HIGHEST-REGISTER = 0
               DISPLAY "ERROR: Register number must be 1 - 99."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF

           PERFORM COUNT-STORE-RECORDS
           MOVE "REGMERGE" TO RN-JOB-NAME
           MOVE RUN-DATE TO RN-BUSINESS-DATE
           MOVE "RUNNING" TO RN-RUN-STATUS
           MOVE "STARTED" TO RN-STEP
           MOVE 0 TO RN-REGISTER-NUMBER
           MOVE HIGHEST-REGISTER TO RN-HIGHEST-REGISTER
           MOVE STORE-RECORD-COUNT TO RN-BASE-COUNT
           MOVE 0 TO RN-REGISTERS-MERGED
           MOVE 0 TO RN-RECEIPTS-MERGED
           MOVE 0 TO RN-ARCHIVED-COUNT
           MOVE 0 TO RN-KEPT-COUNT
           MOVE FUNCTION CURRENT-DATE(1:20) TO RN-STARTED-AT
           PERFORM WRITE-CHECKPOINT
           MOVE 1 TO START-REGISTER
           .

      *> The last run died part way.  What was on disk at its last
      *> checkpoint tells us where to pick up:
      *>   STARTED / EMPTIED - clean; carry on with the next register
      *>   MERGED   - the receipts are on receipts.dat but the
      *>              register file was not emptied: empty it, then
      *>              carry on with the next register
      *>   MERGING  - the register was being appended: cut
      *>              receipts.dat back to its count before that
      *>              register and merge it again from the top
      *>   ROLLBACK - a cut-back was itself interrupted: finish it,
      *>              then merge that register again
      *> receipts.dat must still hold the checkpointed count of
      *> receipts (more, mid-append); anything else means the file
      *> was changed by hand since, and the run stops for someone to
      *> look rather than guess.
       RECOVER-INTERRUPTED-MERGE.
           MOVE RN-HIGHEST-REGISTER TO HIGHEST-REGISTER
           DISPLAY "Interrupted REGMERGE run found for business day "
              RN-BUSINESS-DATE "."
           DISPLAY "Last checkpoint: " RN-STEP " register "
              RN-REGISTER-NUMBER ", " RN-RECEIPTS-MERGED
              " receipts merged."

           IF RN-STEP NOT = "ROLLBACK"
               PERFORM COUNT-STORE-RECORDS
               IF STORE-RECORD-COUNT < RN-BASE-COUNT OR
                  (STORE-RECORD-COUNT > RN-BASE-COUNT AND
                   RN-STEP NOT = "MERGING")
                   DISPLAY "ERROR: receipts.dat holds "
                      STORE-RECORD-COUNT " receipts, checkpoint "
                      "expects " RN-BASE-COUNT "."
                   DISPLAY "Not resumed - check receipts.dat "
                      "against runctl.dat before rerunning."
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
               END-IF
           END-IF

           EVALUATE RN-STEP
             WHEN "MERGING"
                 IF STORE-RECORD-COUNT > RN-BASE-COUNT
                     PERFORM ROLL-BACK-STORE-FILE
                 END-IF
                 MOVE RN-REGISTER-NUMBER TO START-REGISTER
             WHEN "ROLLBACK"
                 PERFORM RESTORE-STORE-FILE
                 MOVE RN-REGISTER-NUMBER TO START-REGISTER
             WHEN "MERGED"
                 MOVE RN-REGISTER-NUMBER TO REGISTER-NUMBER
                 PERFORM BUILD-REGISTER-FILE-NAME
                 PERFORM EMPTY-REGISTER-FILE
                 COMPUTE START-REGISTER = RN-REGISTER-NUMBER + 1
             WHEN OTHER
                 COMPUTE START-REGISTER = RN-REGISTER-NUMBER + 1
           END-EVALUATE
           DISPLAY "Resuming at register " START-REGISTER "."
           .

       COUNT-STORE-RECORDS.
           MOVE 0 TO STORE-RECORD-COUNT
           MOVE 'N' TO STORE-EOF
           OPEN INPUT STORE-RECEIPT-FILE
           PERFORM UNTIL STORE-EOF = 'Y'
               READ STORE-RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO STORE-EOF
                   NOT AT END
                       ADD 1 TO STORE-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE STORE-RECEIPT-FILE
           .

      *> Cut receipts.dat back to the checkpointed count in two
      *> passes through receipts.rbk.  The ROLLBACK checkpoint goes
      *> down once the work copy is whole, so if the copy back dies
      *> too the next run copies it back again.
       ROLL-BACK-STORE-FILE.
           COMPUTE ROLLBACK-DROP-COUNT =
               STORE-RECORD-COUNT - RN-BASE-COUNT
           DISPLAY "Rolling back " ROLLBACK-DROP-COUNT
              " half-merged receipts from receipts.dat."
           MOVE 0 TO ROLLBACK-COPY-COUNT
           MOVE 'N' TO STORE-EOF
           OPEN INPUT STORE-RECEIPT-FILE
           IF STORE-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.dat - "
                  "rollback not started."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT ROLLBACK-FILE
           IF ROLLBACK-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.rbk - "
                  "rollback not started."
               CLOSE STORE-RECEIPT-FILE
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL STORE-EOF = 'Y' OR
              ROLLBACK-COPY-COUNT >= RN-BASE-COUNT
               READ STORE-RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO STORE-EOF
                   NOT AT END
                       WRITE ROLLBACK-RECORD FROM STORE-RECEIPT-RECORD
                       ADD 1 TO ROLLBACK-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE STORE-RECEIPT-FILE
           CLOSE ROLLBACK-FILE
           IF ROLLBACK-COPY-COUNT NOT = RN-BASE-COUNT
               DISPLAY "ERROR: receipts.rbk holds "
                  ROLLBACK-COPY-COUNT " receipts, checkpoint expects "
                  RN-BASE-COUNT " - rollback not started."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF

           MOVE "ROLLBACK" TO RN-STEP
           PERFORM WRITE-CHECKPOINT
           PERFORM RESTORE-STORE-FILE
           .

       RESTORE-STORE-FILE.
           MOVE 0 TO ROLLBACK-COPY-COUNT
           MOVE 'N' TO ROLLBACK-EOF
           OPEN INPUT ROLLBACK-FILE
           IF ROLLBACK-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.rbk - "
                  "rollback cannot be finished."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT STORE-RECEIPT-FILE
           IF STORE-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.dat - "
                  "rollback cannot be finished."
               CLOSE ROLLBACK-FILE
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL ROLLBACK-EOF = 'Y'
               READ ROLLBACK-FILE
                   AT END
                       MOVE 'Y' TO ROLLBACK-EOF
                   NOT AT END
                       WRITE STORE-RECEIPT-RECORD FROM ROLLBACK-RECORD
                       ADD 1 TO ROLLBACK-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE ROLLBACK-FILE
           CLOSE STORE-RECEIPT-FILE
           DISPLAY "receipts.dat restored to " ROLLBACK-COPY-COUNT
              " receipts."
           .

      *> A register file that does not exist is simply a till that
      *> never rang today - skipped, not an error.  One that is
      *> there but will not open stops the run with the checkpoint
      *> left on the register before it, so the rerun resumes here
      *> instead of the day closing without that till.  receipts.dat is
      *> opened and closed around each register so the receipts are
      *> on disk before the MERGED checkpoint says they are.
       MERGE-ONE-REGISTER.
           MOVE REGISTER-SUB TO REGISTER-NUMBER
           PERFORM BUILD-REGISTER-FILE-NAME

           OPEN INPUT REGISTER-RECEIPT-FILE
           IF REGISTER-RECEIPT-STATUS = "35"
           ELSE IF REGISTER-RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open " REGISTER-FILE-NAME
                  ", status " REGISTER-RECEIPT-STATUS
               DISPLAY "REGMERGE stopped - rerun once the file can "
                  "be read; it resumes at this register."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           ELSE
               MOVE "MERGING" TO RN-STEP
               MOVE REGISTER-NUMBER TO RN-REGISTER-NUMBER
               PERFORM WRITE-CHECKPOINT

               OPEN EXTEND STORE-RECEIPT-FILE
               IF STORE-RECEIPT-STATUS NOT = "00" AND
                  STORE-RECEIPT-STATUS NOT = "05"
                   DISPLAY "ERROR: Could not open receipts.dat file."
                   CLOSE REGISTER-RECEIPT-FILE
                   CLOSE RUN-CONTROL-FILE
                   STOP RUN
               END-IF

               MOVE 0 TO REGISTER-MERGED-COUNT
               MOVE 'N' TO REGISTER-EOF
               PERFORM UNTIL REGISTER-EOF = 'Y'
                           WRITE STORE-RECEIPT-RECORD FROM
                               RECEIPT-RECORD
                           ADD 1 TO REGISTER-MERGED-COUNT
                   END-READ
               END-PERFORM
               CLOSE REGISTER-RECEIPT-FILE
               CLOSE STORE-RECEIPT-FILE

               ADD REGISTER-MERGED-COUNT TO RN-BASE-COUNT
               ADD REGISTER-MERGED-COUNT TO RN-RECEIPTS-MERGED
               ADD 1 TO RN-REGISTERS-MERGED
               MOVE "MERGED" TO RN-STEP
               PERFORM WRITE-CHECKPOINT

               PERFORM EMPTY-REGISTER-FILE
               DISPLAY REGISTER-FILE-NAME ": "
                  REGISTER-MERGED-COUNT " receipts merged."
           END-IF
           .

       BUILD-REGISTER-FILE-NAME.
           MOVE SPACES TO REGISTER-FILE-NAME
           STRING "receipts-r" DELIMITED BY SIZE
              REGISTER-NUMBER DELIMITED BY SIZE
              ".dat" DELIMITED BY SIZE
              INTO REGISTER-FILE-NAME
           .

      *> empty the register file so tomorrow's run cannot merge
      *> tonight's receipts a second time
       EMPTY-REGISTER-FILE.
           OPEN OUTPUT REGISTER-RECEIPT-FILE
           CLOSE REGISTER-RECEIPT-FILE
           MOVE "EMPTIED" TO RN-STEP
           PERFORM WRITE-CHECKPOINT
           .

       WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE(1:20) TO RN-UPDATED-AT
           IF RUN-CONTROL-FOUND-FLAG = 'Y'
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Could not rewrite the "
                          "REGMERGE checkpoint on runctl.dat."
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Could not write the "
                          "REGMERGE checkpoint on runctl.dat."
                   NOT INVALID KEY
                       MOVE 'Y' TO RUN-CONTROL-FOUND-FLAG
               END-WRITE
           END-IF
           .
