      *> ===========================================================
      *> RUNCREC.CPY
      *> Nightly job run-control record - one record per batch job
      *> on runctl.dat, keyed by job name ("REGMERGE", "RCPTARCH"),
      *> rewritten as a checkpoint after every step the job takes.
      *> A record left RUNNING means the last run died part way: the
      *> next run reads the step and register it reached and resumes
      *> or rolls back from there instead of starting over blind.
      *> A record COMPLETE for today's business date stops the job
      *> being run twice for the same day.
      *> ===========================================================
       01 RUN-CONTROL-RECORD.
           05 RN-JOB-NAME            PIC X(08).
      *> the business day the run belongs to - a resumed run keeps
      *> the date it started under
           05 RN-BUSINESS-DATE       PIC X(08).
           05 RN-RUN-STATUS          PIC X(08).
               88 RN-RUNNING            VALUE "RUNNING".
               88 RN-COMPLETE           VALUE "COMPLETE".
      *> the last step the job finished: STARTED, then per job
      *>   REGMERGE  MERGING / MERGED / EMPTIED for each register
      *>   RCPTARCH  ARCHIVING / ARCHIVED / REWRITING
      *> ROLLBACK while a partly written file is being cut back,
      *> and DONE once the run is complete
           05 RN-STEP                PIC X(09).
      *> REGMERGE - the register file the step belongs to, and the
      *> highest register the run was asked to merge
           05 RN-REGISTER-NUMBER     PIC 9(02).
           05 RN-HIGHEST-REGISTER    PIC 9(02).
      *> records on the file being added to (receipts.dat for
      *> REGMERGE, the dated archive for RCPTARCH) as of the last
      *> clean step - a rollback cuts the file back to this count
           05 RN-BASE-COUNT          PIC 9(08).
      *> running counts for the summary and for checking a resume
           05 RN-REGISTERS-MERGED    PIC 9(02).
           05 RN-RECEIPTS-MERGED     PIC 9(08).
           05 RN-ARCHIVED-COUNT      PIC 9(08).
           05 RN-KEPT-COUNT          PIC 9(08).
           05 RN-STARTED-AT          PIC X(20).
           05 RN-UPDATED-AT          PIC X(20).
