      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Collection-agency remittance posting. Reads the
      *          agency's remittance file (student number, gross
      *          amount the agency recovered, date collected) for
      *          accounts COLLPLC placed, and takes the gross off
      *          TUITION-OWED in two steps, each under its own audit
      *          tag: the net the agency actually sends the college
      *          as COLLRCV, and the agency's commission - the
      *          percentage the bursar names at run time - as
      *          COLLFEE, so GLEXTRACT books the cash and the
      *          commission expense separately. A recovery that
      *          clears the balance releases the student's financial
      *          hold through HOLDPOST. A recovery collected before
      *          the current fiscal period opened posts to the open
      *          period and is listed on LATEPAY.TXT as late.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLREM.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AGENCY-REMIT-FILE
           ASSIGN TO "../COLLREM.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT NOTICE-HISTORY-FILE
           ASSIGN TO "../NOTICHST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NTC-STUDENT-NUMBER
           FILE STATUS IS NOTICE-STATUS-FIELD.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LATE-PAYMENT-FILE
           ASSIGN TO "../LATEPAY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Agency recoveries, one per line: the student, the gross
      *amount the agency collected, and the date it collected it.
       FD AGENCY-REMIT-FILE.
       01 AGENCY-REMIT-RECORD.
           05 CRM-STUDENT-NUMBER  PIC 9(6).
           05 CRM-GROSS-AMOUNT    PIC 9(6)V99.
           05 CRM-COLLECTED-DATE  PIC 9(8).

      *Column fields in INDEXED-STU-FILE, same layout TASK2 uses.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
               10 COURSE-CODE      PIC X(7).
               10 COURSE-AVERAGE   PIC 9(3).
           05 SPONSOR-CODE      PIC X(5).
           05 STUDENT-STATUS    PIC X(1).

      *Notice history, same layout DUNNOTIC keeps, read for the
      *date COLLPLC placed the account with the agency.
       FD NOTICE-HISTORY-FILE.
       01 NOTICE-HISTORY-RECORD.
           05 NTC-STUDENT-NUMBER PIC 9(6).
           05 NTC-LAST-LEVEL     PIC 9(1).
           05 NTC-LAST-SENT-DATE PIC 9(8).
           05 NTC-PLACED-DATE    PIC 9(8).

      *Same audit trail layout every poster appends to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Payments dated before the fiscal period they post into, the
      *same late-payment file TUITPOST appends to, for LATERPT.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in LATE-PAYMENT-LINE below and moved here before each
      *WRITE.
       FD LATE-PAYMENT-FILE.
       01 LATE-PAYMENT-RECORD PIC X(59).

       WORKING-STORAGE SECTION.
      *Line layout for AUDIT-LOG-FILE, built here (where VALUE
      *clauses are honored) and moved to AUDIT-LOG-RECORD before
      *each WRITE.
       01 AUDIT-LOG-LINE.
           05 AUD-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-OLD-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-PAYMENT-AMOUNT  PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-NEW-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-TIMESTAMP.
               10 AUD-TS-DATE     PIC 9(8).
               10 AUD-TS-TIME     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-FISCAL-PERIOD   PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-SEQUENCE-NUMBER PIC 9(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-CHECK-TOTAL     PIC 9(9).

      *Audit-line seal handshake with AUDSEAL, shared by every
      *program that writes to the audit log: each line is numbered
      *and chained to the one before it just ahead of its WRITE.
       01 SEAL-FIELDS.
           05 SEAL-REQUEST-WS PIC X(5) VALUE "STAMP".
           05 SEAL-CHAIN-WS   PIC 9(9).

      *Line layout for LATE-PAYMENT-FILE, built here (where VALUE
      *clauses are honored) and moved to LATE-PAYMENT-RECORD before
      *each WRITE.
       01 LATE-PAYMENT-LINE.
           05 LPL-PROGRAM         PIC X(8) VALUE "COLLREM ".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPL-POSTED-DATE     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPL-FISCAL-PERIOD   PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPL-PAYMENT-DATE    PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPL-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LPL-REFERENCE       PIC X(8) VALUE "AGENCY  ".

      *Agency's commission, a whole percentage of each gross
      *recovery, supplied by the bursar at run time from the
      *agency contract.
       01 COMMISSION-PERCENT-WS PIC 9(3).

      *The recovery in hand split into what the college receives
      *and what the agency keeps.
       01 RECOVERY-FIELDS.
           05 COMMISSION-AMOUNT-WS PIC 9(6)V99.
           05 NET-AMOUNT-WS        PIC 9(6)V99.

       01 TUITION-OWED-BEFORE-WS PIC S9(6)V99.

       01 CONTROL-FIELDS.
           05 EOF-FLG             PIC X(1) VALUE "N".
           05 STATUS-FIELD        PIC X(2).
           05 NOTICE-STATUS-FIELD PIC X(2).
           05 WAIT-FLAG           PIC 9(1).

       01 RUN-TOTALS.
           05 TRANS-READ-COUNT     PIC 9(5) VALUE ZERO.
           05 TRANS-POSTED-COUNT   PIC 9(5) VALUE ZERO.
           05 TRANS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05 GROSS-DOLLAR-TOTAL   PIC 9(9)V99 VALUE ZERO.
           05 NET-DOLLAR-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 COMMISSION-TOTAL     PIC 9(9)V99 VALUE ZERO.
           05 TRANS-LATE-COUNT     PIC 9(5) VALUE ZERO.

       01 GROSS-TOTAL-DISPLAY      PIC $$$$,$$$,$$9.99.
       01 NET-TOTAL-DISPLAY        PIC $$$$,$$$,$$9.99.
       01 COMMISSION-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "COLLREM ".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

      *Account-hold handshake with HOLDPOST, shared with TASK2 and
      *TUITPOST, so a recovery that clears the balance lifts the
      *financial hold.
       01 HOLD-CALL-FIELDS.
           05 HOLD-REQUEST-WS  PIC X(7) VALUE "RELEASE".
           05 HOLD-STUDENT-WS  PIC 9(6).
           05 HOLD-TYPE-WS     PIC X(1) VALUE "F".
           05 HOLD-REASON-WS   PIC X(40) VALUE "BALANCE PAID".
           05 HOLD-OPERATOR-WS PIC X(8) VALUE "BATCH   ".
           05 HOLD-RESULT-WS   PIC X(1).

      *Fiscal-period handshake with FISCPER, shared by every
      *program that writes to the audit log: nothing posts into a
      *closed period or on a day the calendar does not cover.
       01 FISCAL-FIELDS.
           05 FISCAL-DATE-WS      PIC 9(8) VALUE ZERO.
           05 FISCAL-PERIOD-WS    PIC 9(6).
           05 FISCAL-LATE-FLAG-WS PIC X(1).
               88 FISCAL-DATE-LATE      VALUE "Y".
           05 FISCAL-RESULT-WS    PIC X(1).
               88 FISCAL-PERIOD-OPEN    VALUE "Y".
               88 FISCAL-PERIOD-CLOSED  VALUE "C".

       PROCEDURE DIVISION.
      *Main procedure for posting agency remittances. The whole run
      *happens inside the posting window, so a counter session
      *cannot rewrite the same records over the top of it.
       100-POST-AGENCY-REMITTANCES.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-POSTING-RUN
                   PERFORM 202-PROCESS-AGENCY-REMIT UNTIL EOF-FLG = "Y"
                   IF COMMISSION-PERCENT-WS NOT = ZERO
                       AND COMMISSION-PERCENT-WS < 100
                       PERFORM 203-TERMINATE-PROGRAM
                   END-IF
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "COLLREM RUN CANCELLED - POSTING WINDOW BUSY"
           END-IF.
           STOP RUN.

      *Take the posting window before touching the student master.
           204-ACQUIRE-POSTING-GATE.
           MOVE "ACQUIRE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Give the posting window back for the next program.
           205-RELEASE-POSTING-GATE.
           MOVE "RELEASE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "COLLREM RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "COLLREM RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Accept the commission percentage, open files and prime the
      *read. A zero rate, or one of 100 or more, ends the run
      *before anything moves.
           201-INITIALIZE-POSTING-RUN.
           DISPLAY "ENTER AGENCY COMMISSION PERCENT (WHOLE NUMBER): ".
           ACCEPT COMMISSION-PERCENT-WS.
           IF COMMISSION-PERCENT-WS = ZERO
               OR COMMISSION-PERCENT-WS NOT < 100
               DISPLAY "NO VALID COMMISSION RATE GIVEN - RUN ABORTED"
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 301-OPEN-FILES
               PERFORM 302-READ-AGENCY-REMIT
           END-IF.

      *Vet the recovery against the student and the placement,
      *then post it.
           202-PROCESS-AGENCY-REMIT.
           PERFORM 303-READ-STUDENT-FOR-REMIT.
           IF WAIT-FLAG = 0
               PERFORM 304-APPLY-AGENCY-RECOVERY
           END-IF.
           PERFORM 302-READ-AGENCY-REMIT.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           MOVE GROSS-DOLLAR-TOTAL TO GROSS-TOTAL-DISPLAY.
           MOVE NET-DOLLAR-TOTAL TO NET-TOTAL-DISPLAY.
           MOVE COMMISSION-TOTAL TO COMMISSION-TOTAL-DISPLAY.
           DISPLAY "COLLREM RUN TOTALS".
           DISPLAY "COMMISSION PERCENT  : " COMMISSION-PERCENT-WS.
           DISPLAY "TRANSACTIONS READ   : " TRANS-READ-COUNT.
           DISPLAY "RECOVERIES POSTED   : " TRANS-POSTED-COUNT.
           DISPLAY "RECOVERIES REJECTED : " TRANS-REJECT-COUNT.
           DISPLAY "GROSS RECOVERED     : " GROSS-TOTAL-DISPLAY.
           DISPLAY "NET TO COLLEGE      : " NET-TOTAL-DISPLAY.
           DISPLAY "AGENCY COMMISSION   : " COMMISSION-TOTAL-DISPLAY.
           DISPLAY "LATE RECOVERIES     : " TRANS-LATE-COUNT.
           CLOSE AGENCY-REMIT-FILE, INDEXED-STU-FILE,
               NOTICE-HISTORY-FILE, AUDIT-LOG-FILE, LATE-PAYMENT-FILE.

      *Open the remittance file for input, the student file I-O,
      *the notice history for the placement check, and the audit
      *log and late-payment file for append.
           301-OPEN-FILES.
           OPEN INPUT AGENCY-REMIT-FILE.
           OPEN I-O INDEXED-STU-FILE.
           OPEN INPUT NOTICE-HISTORY-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND LATE-PAYMENT-FILE.

      *Read the next agency recovery.
           302-READ-AGENCY-REMIT.
           READ AGENCY-REMIT-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *Look up the student on the recovery. The agency can only
      *have collected on an account COLLPLC placed with it, and
      *never more than the balance the account still carries, and
      *never on a number retired by a duplicate-record merge;
      *anything else is sent back to the bursar.
           303-READ-STUDENT-FOR-REMIT.
           MOVE CRM-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, RECOVERY REJECTED: "
                       CRM-STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 0 TO WAIT-FLAG.
           IF WAIT-FLAG = 0 AND STUDENT-STATUS = "M"
               DISPLAY "STUDENT NUMBER MERGED, RECOVERY REJECTED: "
                   CRM-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 305-CHECK-ACCOUNT-PLACED
           END-IF.
           IF WAIT-FLAG = 0
               IF CRM-GROSS-AMOUNT = ZERO
                   OR CRM-GROSS-AMOUNT > TUITION-OWED
                   DISPLAY "RECOVERY ZERO OR OVER BALANCE, REJECTED: "
                       CRM-STUDENT-NUMBER " " CRM-GROSS-AMOUNT
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
               END-IF
           END-IF.

      *Reject a recovery on an account the agency was never given.
           305-CHECK-ACCOUNT-PLACED.
           MOVE CRM-STUDENT-NUMBER TO NTC-STUDENT-NUMBER.
           READ NOTICE-HISTORY-FILE
               INVALID KEY
                   MOVE ZERO TO NTC-PLACED-DATE
           END-READ.
           IF NTC-PLACED-DATE = ZERO
               DISPLAY "ACCOUNT NOT PLACED, RECOVERY REJECTED: "
                   CRM-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

      *Split the gross into commission and net, take the net off
      *the balance under COLLRCV, then the commission under
      *COLLFEE, so each audit line's arithmetic holds on its own in
      *the replay. A recovery that clears the balance lifts the
      *financial hold.
           304-APPLY-AGENCY-RECOVERY.
           COMPUTE COMMISSION-AMOUNT-WS ROUNDED =
               CRM-GROSS-AMOUNT * COMMISSION-PERCENT-WS / 100.
           SUBTRACT COMMISSION-AMOUNT-WS FROM CRM-GROSS-AMOUNT
               GIVING NET-AMOUNT-WS.
           MOVE TUITION-OWED TO TUITION-OWED-BEFORE-WS.
           SUBTRACT NET-AMOUNT-WS FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD " STUDENT " STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO TRANS-POSTED-COUNT
                   ADD CRM-GROSS-AMOUNT TO GROSS-DOLLAR-TOTAL
                   ADD NET-AMOUNT-WS TO NET-DOLLAR-TOTAL
                   MOVE NET-AMOUNT-WS TO AUD-PAYMENT-AMOUNT
                   MOVE "COLLRCV " TO AUD-TRANS-TYPE
                   PERFORM 307-WRITE-AUDIT-RECORD
                   PERFORM 309-CHECK-COLLECTED-DATE
           END-REWRITE.
           IF WAIT-FLAG = 0 AND COMMISSION-AMOUNT-WS > ZERO
               PERFORM 306-POST-AGENCY-COMMISSION
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 308-RELEASE-FINANCIAL-HOLD
           END-IF.

      *Take the agency's commission off the balance under its own
      *COLLFEE tag; only a successful rewrite leaves the line.
           306-POST-AGENCY-COMMISSION.
           MOVE TUITION-OWED TO TUITION-OWED-BEFORE-WS.
           SUBTRACT COMMISSION-AMOUNT-WS FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "COMMISSION REWRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD " STUDENT " STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
               NOT INVALID KEY
                   ADD COMMISSION-AMOUNT-WS TO COMMISSION-TOTAL
                   MOVE COMMISSION-AMOUNT-WS TO AUD-PAYMENT-AMOUNT
                   MOVE "COLLFEE " TO AUD-TRANS-TYPE
                   PERFORM 307-WRITE-AUDIT-RECORD
           END-REWRITE.

      *Append one line to the shared audit log; the caller sets the
      *amount and transaction type.
           307-WRITE-AUDIT-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TUITION-OWED-BEFORE-WS TO AUD-OLD-BALANCE.
           MOVE TUITION-OWED TO AUD-NEW-BALANCE.
           MOVE "BATCH   " TO AUD-OPERATOR-ID.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Release the student's financial hold once the recovery has
      *brought the balance to zero; a student with no active
      *financial hold is simply passed over.
           308-RELEASE-FINANCIAL-HOLD.
           IF TUITION-OWED NOT > 0
               MOVE STUDENT-NUMBER TO HOLD-STUDENT-WS
               CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
                   HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
                   HOLD-RESULT-WS
           END-IF.

      *Check the date the agency collected against the fiscal
      *period the recovery posts into. A recovery collected before
      *the period opened still posts to today's open period, but is
      *listed at its gross on the late-payment file for LATERPT.
           309-CHECK-COLLECTED-DATE.
           MOVE CRM-COLLECTED-DATE TO FISCAL-DATE-WS.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-DATE-LATE
               ACCEPT LPL-POSTED-DATE FROM DATE YYYYMMDD
               MOVE FISCAL-PERIOD-WS TO LPL-FISCAL-PERIOD
               MOVE CRM-COLLECTED-DATE TO LPL-PAYMENT-DATE
               MOVE STUDENT-NUMBER TO LPL-STUDENT-NUMBER
               MOVE CRM-GROSS-AMOUNT TO LPL-AMOUNT
               MOVE LATE-PAYMENT-LINE TO LATE-PAYMENT-RECORD
               WRITE LATE-PAYMENT-RECORD
               ADD 1 TO TRANS-LATE-COUNT
           END-IF.

       END PROGRAM COLLREM.
