               RECORD KEY IS CT-CONTROL-ID
               FILE STATUS IS CONTROL-STATUS.

      *> work copy of the archive cut back to its last clean count
      *> when an interrupted archive pass is rolled back
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
       FD RECEIPT-FILE.
       FD CONTROL-FILE.
           COPY CTLREC.

       FD ROLLBACK-FILE.
         01 ROLLBACK-RECORD      PIC X(4000).

       FD RUN-CONTROL-FILE.
           COPY RUNCREC.

       WORKING-STORAGE SECTION.
         01 RECEIPT-STATUS       PIC XX.
         01 ARCHIVE-STATUS       PIC XX.
         01 HOLD-STATUS          PIC XX.
         01 DAY-CLOSE-STATUS     PIC XX.
         01 CONTROL-STATUS       PIC XX.
         01 ROLLBACK-STATUS      PIC XX.
         01 RUN-CONTROL-STATUS   PIC XX.
         01 RECEIPT-EOF          PIC X VALUE 'N'.
         01 HOLD-EOF             PIC X VALUE 'N'.
         01 DAY-CLOSE-EOF        PIC X VALUE 'N'.
         01 ARCHIVED-COUNT       PIC 9(06) VALUE 0.
         01 KEPT-COUNT           PIC 9(06) VALUE 0.

      *> checkpoint / restart
         01 RUN-CONTROL-FOUND-FLAG PIC X VALUE 'N'.
         01 RESUME-FLAG          PIC X VALUE 'N'.
         01 ARCHIVE-EOF          PIC X VALUE 'N'.
         01 ROLLBACK-EOF         PIC X VALUE 'N'.
         01 FILE-RECORD-COUNT    PIC 9(08).
         01 ROLLBACK-COPY-COUNT  PIC 9(08).

      *> End-of-day housekeeping: every receipt dated before today
      *> moves to a dated archive file, and receipts.dat is rewritten
      *> holding only the open day - so the register's login-time
      *> reads and the close-out totals stop paying for all of
      *> history.  Run it after the register is closed for the night.
      *> The two passes are checkpointed on runctl.dat.  A rerun
      *> after a failure in the archive pass cuts the dated archive
      *> back to what it held before the run and archives again -
      *> receipts.dat is untouched until that pass is done; one
      *> after the archive pass finishes, or during the rewrite,
      *> rebuilds receipts.dat from the complete receipts.tmp.  A
      *> business day already archived is refused.
       PROCEDURE DIVISION.
       RCPTARCH-MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO RUN-DATE
           PERFORM OPEN-RUN-CONTROL

           IF RUN-CONTROL-FOUND-FLAG = 'Y' AND RN-COMPLETE AND
              RN-BUSINESS-DATE = RUN-DATE
               DISPLAY "RCPTARCH already completed for business day "
                  RUN-DATE " at " RN-UPDATED-AT(1:14) "."
               DISPLAY "Receipts archived then: " RN-ARCHIVED-COUNT
                  " - not run again."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           ELSE IF RUN-CONTROL-FOUND-FLAG = 'Y' AND RN-RUNNING
               MOVE 'Y' TO RESUME-FLAG
               MOVE RN-BUSINESS-DATE TO RUN-DATE
               PERFORM BUILD-ARCHIVE-FILE-NAME
               PERFORM RECOVER-INTERRUPTED-ARCHIVE
           ELSE
               PERFORM START-NEW-ARCHIVE
               PERFORM ARCHIVE-RECEIPTS-PASS
           END-IF
           END-IF

           PERFORM REWRITE-RECEIPTS-PASS

           MOVE "DONE" TO RN-STEP
           MOVE "COMPLETE" TO RN-RUN-STATUS
           PERFORM WRITE-CHECKPOINT
           CLOSE RUN-CONTROL-FILE

           DISPLAY "=============================================="
           DISPLAY "          RECEIPT ARCHIVE - " RUN-DATE
           DISPLAY "=============================================="
           IF RESUME-FLAG = 'Y'
               DISPLAY "(resumed after an interrupted run)"
           END-IF
           DISPLAY "Receipts archived to " ARCHIVE-FILE-NAME
           DISPLAY "   archived : " RN-ARCHIVED-COUNT
           DISPLAY "   retained : " RN-KEPT-COUNT
           DISPLAY "=============================================="
           IF RUN-DATE NOT = FUNCTION CURRENT-DATE(1:8)
               DISPLAY "The interrupted run for " RUN-DATE
                  " is finished - run RCPTARCH again for today."
           END-IF
           STOP RUN
           .

      *> An interrupted REGMERGE leaves receipts.dat part way
      *> through a merge it will cut back when rerun, so the archive
      *> is not swept from under it.
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

           MOVE "REGMERGE" TO RN-JOB-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF RN-RUNNING
                       DISPLAY "ERROR: REGMERGE did not finish for "
                          RN-BUSINESS-DATE " (stopped at "
                          RN-STEP ")."
                       DISPLAY "Rerun REGMERGE to complete the merge "
                          "before archiving."
                       CLOSE RUN-CONTROL-FILE
                       STOP RUN
                   END-IF
           END-READ

           MOVE "RCPTARCH" TO RN-JOB-NAME
           READ RUN-CONTROL-FILE
               INVALID KEY
                   MOVE 'N' TO RUN-CONTROL-FOUND-FLAG
               NOT INVALID KEY
                   MOVE 'Y' TO RUN-CONTROL-FOUND-FLAG
           END-READ
           .

      *> A fresh run passes the day-close gate, then notes how many
      *> receipts the dated archive already holds - the point any
      *> rollback cuts back to - before anything is written.
       START-NEW-ARCHIVE.
           PERFORM CHECK-DAY-CLOSED
           IF DAY-CLOSED-FLAG = 'N'
               DISPLAY "ERROR: No passing day-close marker for "
                  RUN-DATE " on dayclose.dat."
               DISPLAY "Run DAYCLOSE and clear its checklist "
                  "before archiving."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM BUILD-ARCHIVE-FILE-NAME

           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS = "35"
               DISPLAY "No receipts.dat on file - nothing to archive."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           IF RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.dat file."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           CLOSE RECEIPT-FILE

           PERFORM COUNT-ARCHIVE-RECORDS
           MOVE "RCPTARCH" TO RN-JOB-NAME
           MOVE RUN-DATE TO RN-BUSINESS-DATE
           MOVE "RUNNING" TO RN-RUN-STATUS
           MOVE "STARTED" TO RN-STEP
           MOVE 0 TO RN-REGISTER-NUMBER
           MOVE 0 TO RN-HIGHEST-REGISTER
           MOVE FILE-RECORD-COUNT TO RN-BASE-COUNT
           MOVE 0 TO RN-REGISTERS-MERGED
           MOVE 0 TO RN-RECEIPTS-MERGED
           MOVE 0 TO RN-ARCHIVED-COUNT
           MOVE 0 TO RN-KEPT-COUNT
           MOVE FUNCTION CURRENT-DATE(1:20) TO RN-STARTED-AT
           PERFORM WRITE-CHECKPOINT
           .

       BUILD-ARCHIVE-FILE-NAME.
           MOVE SPACES TO ARCHIVE-FILE-NAME
           STRING "receipts-" DELIMITED BY SIZE
              RUN-DATE DELIMITED BY SIZE
              ".arc" DELIMITED BY SIZE
              INTO ARCHIVE-FILE-NAME
           .

      *> The last run died part way.  The run keeps its own business
      *> date, and its last checkpoint says where to pick up:
      *>   STARTED / ARCHIVING - receipts.dat is still whole; cut the
      *>              archive back to its count before the run and
      *>              archive again from the top
      *>   ROLLBACK - that cut-back was itself interrupted: finish
      *>              it, then archive again
      *>   ARCHIVED / REWRITING - the archive and receipts.tmp are
      *>              complete; rebuild receipts.dat from receipts.tmp
      *> A file holding fewer receipts than its checkpoint says was
      *> changed by hand since, and the run stops for someone to
      *> look rather than guess.
       RECOVER-INTERRUPTED-ARCHIVE.
           DISPLAY "Interrupted RCPTARCH run found for business day "
              RN-BUSINESS-DATE "."
           DISPLAY "Last checkpoint: " RN-STEP ", " RN-ARCHIVED-COUNT
              " archived, " RN-KEPT-COUNT " retained."

           EVALUATE RN-STEP
             WHEN "ARCHIVED"
             WHEN "REWRITING"
                 PERFORM COUNT-HOLD-RECORDS
                 IF FILE-RECORD-COUNT NOT = RN-KEPT-COUNT
                     DISPLAY "ERROR: receipts.tmp holds "
                        FILE-RECORD-COUNT " receipts, checkpoint "
                        "expects " RN-KEPT-COUNT "."
                     DISPLAY "Not resumed - receipts.dat must be "
                        "rebuilt by hand."
                     CLOSE RUN-CONTROL-FILE
                     STOP RUN
                 END-IF
                 DISPLAY "Resuming at the rewrite of receipts.dat."
             WHEN "ROLLBACK"
                 PERFORM RESTORE-ARCHIVE-FILE
                 PERFORM ARCHIVE-RECEIPTS-PASS
             WHEN OTHER
                 PERFORM COUNT-ARCHIVE-RECORDS
                 IF FILE-RECORD-COUNT < RN-BASE-COUNT
                     DISPLAY "ERROR: " ARCHIVE-FILE-NAME " holds "
                        FILE-RECORD-COUNT " receipts, checkpoint "
                        "expects " RN-BASE-COUNT "."
                     DISPLAY "Not resumed - check the archive "
                        "against runctl.dat before rerunning."
                     CLOSE RUN-CONTROL-FILE
                     STOP RUN
                 END-IF
                 IF FILE-RECORD-COUNT > RN-BASE-COUNT
                     PERFORM ROLL-BACK-ARCHIVE-FILE
                 END-IF
                 DISPLAY "Resuming at the archive pass."
                 PERFORM ARCHIVE-RECEIPTS-PASS
           END-EVALUATE
           .

      *> Anything dated the business day or later stays on
      *> receipts.dat - later receipts only turn up when an earlier
      *> day's interrupted run is finished after the next merge.
       ARCHIVE-RECEIPTS-PASS.
           MOVE "ARCHIVING" TO RN-STEP
           PERFORM WRITE-CHECKPOINT

           OPEN INPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.dat file."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF

           IF ARCHIVE-STATUS NOT = "00" AND ARCHIVE-STATUS NOT = "05"
               DISPLAY "ERROR: Could not open archive file "
                  ARCHIVE-FILE-NAME
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF

           OPEN OUTPUT HOLD-FILE
           IF HOLD-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.tmp work file."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF

           MOVE 0 TO ARCHIVED-COUNT
           MOVE 0 TO KEPT-COUNT
           MOVE 'N' TO RECEIPT-EOF
           PERFORM UNTIL RECEIPT-EOF = 'Y'
               READ RECEIPT-FILE
                   AT END
                       MOVE 'Y' TO RECEIPT-EOF
                   NOT AT END
                       IF RC-TIMESTAMP(1:8) < RUN-DATE
                           WRITE ARCHIVE-RECORD FROM RECEIPT-RECORD
                           ADD 1 TO ARCHIVED-COUNT
                       ELSE
                           WRITE HOLD-RECORD FROM RECEIPT-RECORD
                           ADD 1 TO KEPT-COUNT
                       END-IF
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           CLOSE HOLD-FILE

           MOVE ARCHIVED-COUNT TO RN-ARCHIVED-COUNT
           MOVE KEPT-COUNT TO RN-KEPT-COUNT
           ADD ARCHIVED-COUNT TO RN-BASE-COUNT
           MOVE "ARCHIVED" TO RN-STEP
           PERFORM WRITE-CHECKPOINT
           .

      *> second pass: rewrite receipts.dat from the hold file so it
      *> holds only the open day's receipts
       REWRITE-RECEIPTS-PASS.
           MOVE "REWRITING" TO RN-STEP
           PERFORM WRITE-CHECKPOINT

           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.tmp work file."
               DISPLAY "receipts.dat not rewritten - rerun RCPTARCH "
                  "once receipts.tmp is back."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT RECEIPT-FILE
           IF RECEIPT-STATUS NOT = "00"
               DISPLAY "ERROR: Could not rewrite receipts.dat file."
               DISPLAY "Rerun RCPTARCH to finish the rewrite from "
                  "receipts.tmp."
               CLOSE HOLD-FILE
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           MOVE 'N' TO HOLD-EOF
           PERFORM UNTIL HOLD-EOF = 'Y'
               READ HOLD-FILE INTO RECEIPT-RECORD
                   AT END
           END-PERFORM
           CLOSE RECEIPT-FILE
           CLOSE HOLD-FILE
           .

       COUNT-ARCHIVE-RECORDS.
           MOVE 0 TO FILE-RECORD-COUNT
           MOVE 'N' TO ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           PERFORM UNTIL ARCHIVE-EOF = 'Y'
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ARCHIVE-EOF
                   NOT AT END
                       ADD 1 TO FILE-RECORD-COUNT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
           .

       COUNT-HOLD-RECORDS.
           MOVE 0 TO FILE-RECORD-COUNT
           MOVE 'N' TO HOLD-EOF
           OPEN INPUT HOLD-FILE
           IF HOLD-STATUS = "00"
               PERFORM UNTIL HOLD-EOF = 'Y'
                   READ HOLD-FILE
                       AT END
                           MOVE 'Y' TO HOLD-EOF
                       NOT AT END
                           ADD 1 TO FILE-RECORD-COUNT
                   END-READ
               END-PERFORM
               CLOSE HOLD-FILE
           END-IF
           .

      *> Cut the archive back to the checkpointed count in two
      *> passes through receipts.rbk.  The ROLLBACK checkpoint goes
      *> down once the work copy is whole, so if the copy back dies
      *> too the next run copies it back again.
       ROLL-BACK-ARCHIVE-FILE.
           DISPLAY "Rolling back " ARCHIVE-FILE-NAME " to "
              RN-BASE-COUNT " receipts."
           MOVE 0 TO ROLLBACK-COPY-COUNT
           MOVE 'N' TO ARCHIVE-EOF
           OPEN INPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open " ARCHIVE-FILE-NAME
                  " - rollback not started."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT ROLLBACK-FILE
           IF ROLLBACK-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.rbk - "
                  "rollback not started."
               CLOSE ARCHIVE-FILE
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL ARCHIVE-EOF = 'Y' OR
              ROLLBACK-COPY-COUNT >= RN-BASE-COUNT
               READ ARCHIVE-FILE
                   AT END
                       MOVE 'Y' TO ARCHIVE-EOF
                   NOT AT END
                       WRITE ROLLBACK-RECORD FROM ARCHIVE-RECORD
                       ADD 1 TO ROLLBACK-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE ARCHIVE-FILE
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
           PERFORM RESTORE-ARCHIVE-FILE
           .

       RESTORE-ARCHIVE-FILE.
           MOVE 0 TO ROLLBACK-COPY-COUNT
           MOVE 'N' TO ROLLBACK-EOF
           OPEN INPUT ROLLBACK-FILE
           IF ROLLBACK-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open receipts.rbk - "
                  "rollback cannot be finished."
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           OPEN OUTPUT ARCHIVE-FILE
           IF ARCHIVE-STATUS NOT = "00"
               DISPLAY "ERROR: Could not open " ARCHIVE-FILE-NAME
                  " - rollback cannot be finished."
               CLOSE ROLLBACK-FILE
               CLOSE RUN-CONTROL-FILE
               STOP RUN
           END-IF
           PERFORM UNTIL ROLLBACK-EOF = 'Y'
               READ ROLLBACK-FILE
                   AT END
                       MOVE 'Y' TO ROLLBACK-EOF
                   NOT AT END
                       WRITE ARCHIVE-RECORD FROM ROLLBACK-RECORD
                       ADD 1 TO ROLLBACK-COPY-COUNT
               END-READ
           END-PERFORM
           CLOSE ROLLBACK-FILE
           CLOSE ARCHIVE-FILE
           DISPLAY ARCHIVE-FILE-NAME " restored to "
              ROLLBACK-COPY-COUNT " receipts."
           .

       WRITE-CHECKPOINT.
           MOVE FUNCTION CURRENT-DATE(1:20) TO RN-UPDATED-AT
           IF RUN-CONTROL-FOUND-FLAG = 'Y'
               REWRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Could not rewrite the "
                          "RCPTARCH checkpoint on runctl.dat."
               END-REWRITE
           ELSE
               WRITE RUN-CONTROL-RECORD
                   INVALID KEY
                       DISPLAY "ERROR: Could not write the "
                          "RCPTARCH checkpoint on runctl.dat."
                   NOT INVALID KEY
                       MOVE 'Y' TO RUN-CONTROL-FOUND-FLAG
               END-WRITE
           END-IF
           .

      *> The sweep is gated by DAYCLOSE: a PASS marker written today
