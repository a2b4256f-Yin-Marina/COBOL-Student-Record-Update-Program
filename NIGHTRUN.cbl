      * Date: 2026-08-08
      * Purpose: Nightly batch driver. Runs PROJECT3-P1's indexed-file
      *          rebuild, then the academic-standing, delinquent-
      *          balance and credit-balance reports, the audit-log
      *          seal verification, the GL extract, the audit-log
      *          reconciliation and the cross-file integrity sweep
      *          (report only), in sequence. A log whose seal does
      *          not verify stops the run ahead of the GL extract, so
      *          no journal goes to finance from it.
      *          Writes a checkpoint record after each step so that a
      *          run interrupted partway through can be restarted and
      *          will resume at the first step that did not finish.
       01 CONTROL-FIELDS.
           05 STATUS-FIELD        PIC X(2).
           05 LAST-STEP-WS        PIC 9(2) VALUE ZERO.
           05 LOG-VERIFY-RESULT-WS PIC X(1) VALUE "Y".
               88 AUDIT-LOG-INTACT   VALUE "Y".

       01 STEP-NAMES.
           05 FILLER PIC X(8) VALUE "REBUILD ".
           05 FILLER PIC X(8) VALUE "DEANLIST".
           05 FILLER PIC X(8) VALUE "DELINRPT".
           05 FILLER PIC X(8) VALUE "REFUNDS ".
           05 FILLER PIC X(8) VALUE "AUDVRFY ".
           05 FILLER PIC X(8) VALUE "GLEXTRCT".
           05 FILLER PIC X(8) VALUE "AUDRECON".
           05 FILLER PIC X(8) VALUE "INTEGCHK".
       01 STEP-NAME-TABLE REDEFINES STEP-NAMES.
           05 STEP-NAME PIC X(8) OCCURS 8 TIMES.

      *The sweep runs report-only at night; seat counts are reset
      *only when an operator runs SEATFIX.
       01 SWEEP-MODE-WS PIC X(1) VALUE "R".

       PROCEDURE DIVISION.
      *Main procedure for the nightly batch cycle.
           IF LAST-STEP-WS < 4
               PERFORM 340-RUN-STEP-4-REFUNDS
           END-IF.
           IF LAST-STEP-WS < 6
               PERFORM 350-RUN-STEP-5-LOG-VERIFY
           END-IF.
           IF AUDIT-LOG-INTACT
               IF LAST-STEP-WS < 6
                   PERFORM 360-RUN-STEP-6-GL-EXTRACT
               END-IF
               IF LAST-STEP-WS < 7
                   PERFORM 370-RUN-STEP-7-AUDIT-RECON
               END-IF
               IF LAST-STEP-WS < 8
                   PERFORM 380-RUN-STEP-8-INTEGRITY
               END-IF
               PERFORM 230-RESET-CHECKPOINT
               DISPLAY "NIGHTRUN COMPLETE - ALL STEPS FINISHED"
           ELSE
               DISPLAY "NIGHTRUN STOPPED - AUDIT LOG FAILED SEAL "
                   "VERIFICATION, SEE ../AUDVRFY.TXT"
               DISPLAY "GL EXTRACT NOT RUN; RESTART RESUMES AT STEP 5"
           END-IF.
           STOP RUN.

      *Read the checkpoint file left by a prior run, if any. A prior
           PERFORM 210-WRITE-CHECKPOINT.
           DISPLAY "NIGHTRUN STEP 4 COMPLETE: " STEP-NAME(4).

      *Step 5: audit-log seal verification. It runs again on every
      *restart that has not yet finished the GL extract, so the
      *journal is never cut from a log this run has not verified.
      *A broken log leaves the checkpoint where it was.
           350-RUN-STEP-5-LOG-VERIFY.
           DISPLAY "NIGHTRUN STEP 5 STARTING: " STEP-NAME(5).
           CALL "AUDVRFY" USING LOG-VERIFY-RESULT-WS.
           IF AUDIT-LOG-INTACT
               MOVE 5 TO LAST-STEP-WS
               PERFORM 210-WRITE-CHECKPOINT
               DISPLAY "NIGHTRUN STEP 5 COMPLETE: " STEP-NAME(5)
           END-IF.

      *Step 6: general-ledger journal extract from the audit log.
           360-RUN-STEP-6-GL-EXTRACT.
           DISPLAY "NIGHTRUN STEP 6 STARTING: " STEP-NAME(6).
           CALL "GLEXTRACT".
           MOVE 6 TO LAST-STEP-WS.
           PERFORM 210-WRITE-CHECKPOINT.
           DISPLAY "NIGHTRUN STEP 6 COMPLETE: " STEP-NAME(6).

      *Step 7: audit-log replay reconciliation of the student master.
           370-RUN-STEP-7-AUDIT-RECON.
           DISPLAY "NIGHTRUN STEP 7 STARTING: " STEP-NAME(7).
           CALL "AUDRECON".
           MOVE 7 TO LAST-STEP-WS.
           PERFORM 210-WRITE-CHECKPOINT.
           DISPLAY "NIGHTRUN STEP 7 COMPLETE: " STEP-NAME(7).

      *Step 8: cross-file integrity sweep, exceptions report only.
           380-RUN-STEP-8-INTEGRITY.
           DISPLAY "NIGHTRUN STEP 8 STARTING: " STEP-NAME(8).
           CALL "INTEGCHK" USING SWEEP-MODE-WS.
           MOVE 8 TO LAST-STEP-WS.
           PERFORM 210-WRITE-CHECKPOINT.
           DISPLAY "NIGHTRUN STEP 8 COMPLETE: " STEP-NAME(8).

       END PROGRAM NIGHTRUN.
