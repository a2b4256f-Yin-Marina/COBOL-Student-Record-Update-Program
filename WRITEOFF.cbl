      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Bad-debt write-off posting. Reads the approved
      *          write-off transactions (student number, amount to
      *          write off - zero for the whole balance - and the
      *          approving operator), checks the approver against the
      *          operator master through OPERAUTH, takes the amount
      *          off TUITION-OWED on INDEXEDSTUFILE.DAT, and appends
      *          a WRITEOFF-tagged line to the shared audit log under
      *          the approver's ID, so GLEXTRACT charges it to
      *          bad-debt expense and RCVBLFWD shows it in a column of
      *          its own instead of burying it in a hand-keyed
      *          adjustment. The financial hold stays on - writing
      *          the debt off does not mean it was paid.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. WRITEOFF.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT WRITEOFF-TRANS-FILE
           ASSIGN TO "../WOTRANS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Approved write-offs, one per line: the student, the amount
      *to take off (zero writes off the whole balance) and the
      *operator who approved it.
       FD WRITEOFF-TRANS-FILE.
       01 WRITEOFF-TRANS-RECORD.
           05 WOT-STUDENT-NUMBER PIC 9(6).
           05 WOT-AMOUNT         PIC 9(6)V99.
           05 WOT-APPROVER-ID    PIC X(8).

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

      *Same audit trail layout every poster appends to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

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

       01 TUITION-OWED-BEFORE-WS PIC S9(6)V99.
       01 WRITEOFF-AMOUNT-WS     PIC 9(6)V99.

       01 CONTROL-FIELDS.
           05 EOF-FLG          PIC X(1) VALUE "N".
           05 STATUS-FIELD     PIC X(2).
           05 WAIT-FLAG        PIC 9(1).

      *Approver check against the operator master through
      *OPERAUTH: the operator stamped on a write-off must exist
      *there, and a cashier cannot approve one.
       01 AUTH-FIELDS.
           05 AUTH-REQUEST-WS  PIC X(7).
           05 AUTH-PASSWORD-WS PIC X(8) VALUE SPACES.
           05 AUTH-ROLE-WS     PIC X(1).
               88 CASHIER-APPROVER VALUE "C".
           05 AUTH-RESULT-WS   PIC X(1).
               88 APPROVER-ON-MASTER VALUE "Y".

       01 RUN-TOTALS.
           05 TRANS-READ-COUNT     PIC 9(5) VALUE ZERO.
           05 TRANS-POSTED-COUNT   PIC 9(5) VALUE ZERO.
           05 TRANS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05 WRITEOFF-DOLLAR-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 WRITEOFF-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "WRITEOFF".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

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
      *Main procedure for posting write-offs. The whole run happens
      *inside the posting window, so a counter session cannot
      *rewrite the same records over the top of it.
       100-POST-WRITE-OFFS.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-POSTING-RUN
                   PERFORM 202-PROCESS-WRITEOFF-TRANS
                       UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "WRITEOFF RUN CANCELLED - POSTING WINDOW BUSY"
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
               DISPLAY "WRITEOFF RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "WRITEOFF RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open files and prime the read.
           201-INITIALIZE-POSTING-RUN.
           OPEN INPUT WRITEOFF-TRANS-FILE.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 302-READ-WRITEOFF-TRANS.

      *Vet the approver, look up the student, and post the
      *write-off.
           202-PROCESS-WRITEOFF-TRANS.
           PERFORM 303-VERIFY-APPROVER-ID.
           IF WAIT-FLAG = 0
               PERFORM 304-READ-STUDENT-FOR-TRANS
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 305-APPLY-WRITE-OFF
           END-IF.
           PERFORM 302-READ-WRITEOFF-TRANS.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           MOVE WRITEOFF-DOLLAR-TOTAL TO WRITEOFF-TOTAL-DISPLAY.
           DISPLAY "WRITEOFF RUN TOTALS".
           DISPLAY "TRANSACTIONS READ   : " TRANS-READ-COUNT.
           DISPLAY "WRITE-OFFS POSTED   : " TRANS-POSTED-COUNT.
           DISPLAY "WRITE-OFFS REJECTED : " TRANS-REJECT-COUNT.
           DISPLAY "DOLLARS WRITTEN OFF : " WRITEOFF-TOTAL-DISPLAY.
           CLOSE WRITEOFF-TRANS-FILE, INDEXED-STU-FILE,
               AUDIT-LOG-FILE.

      *Read the next write-off transaction.
           302-READ-WRITEOFF-TRANS.
           READ WRITEOFF-TRANS-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *Look the approving operator up on the operator master; a
      *write-off is posted only on the approval of an ID that is
      *there and is not a cashier's.
           303-VERIFY-APPROVER-ID.
           MOVE 0 TO WAIT-FLAG.
           MOVE "VERIFY " TO AUTH-REQUEST-WS.
           CALL "OPERAUTH" USING AUTH-REQUEST-WS, WOT-APPROVER-ID,
               AUTH-PASSWORD-WS, AUTH-ROLE-WS, AUTH-RESULT-WS.
           IF NOT APPROVER-ON-MASTER
               OR CASHIER-APPROVER
               DISPLAY "APPROVER NOT AUTHORIZED, TRANS REJECTED: "
                   WOT-STUDENT-NUMBER " " WOT-APPROVER-ID
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

      *Look up the student on the write-off; there must be a
      *balance owing to write off, on a number not retired by a
      *duplicate-record merge.
           304-READ-STUDENT-FOR-TRANS.
           MOVE WOT-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, TRANS REJECTED: "
                       WOT-STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 0 TO WAIT-FLAG.
           IF WAIT-FLAG = 0 AND STUDENT-STATUS = "M"
               DISPLAY "STUDENT NUMBER MERGED, TRANS REJECTED: "
                   WOT-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.
           IF WAIT-FLAG = 0 AND TUITION-OWED NOT > 0
               DISPLAY "NO BALANCE OWING, TRANS REJECTED: "
                   WOT-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

      *Take the approved amount - or the whole balance, when the
      *transaction leaves the amount at zero - off the balance. A
      *write-off larger than the balance would leave a credit to
      *refund, so it is rejected.
           305-APPLY-WRITE-OFF.
           IF WOT-AMOUNT = ZERO
               MOVE TUITION-OWED TO WRITEOFF-AMOUNT-WS
           ELSE
               MOVE WOT-AMOUNT TO WRITEOFF-AMOUNT-WS
           END-IF.
           IF WRITEOFF-AMOUNT-WS > TUITION-OWED
               DISPLAY "WRITE-OFF EXCEEDS BALANCE, TRANS REJECTED: "
                   WOT-STUDENT-NUMBER " " WOT-AMOUNT
               ADD 1 TO TRANS-REJECT-COUNT
           ELSE
               PERFORM 306-REWRITE-WRITTEN-OFF-STUDENT
           END-IF.

      *Rewrite the reduced balance; only a successful rewrite
      *leaves the WRITEOFF audit line.
           306-REWRITE-WRITTEN-OFF-STUDENT.
           MOVE TUITION-OWED TO TUITION-OWED-BEFORE-WS.
           SUBTRACT WRITEOFF-AMOUNT-WS FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD " STUDENT " STUDENT-NUMBER
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO TRANS-POSTED-COUNT
                   ADD WRITEOFF-AMOUNT-WS TO WRITEOFF-DOLLAR-TOTAL
                   PERFORM 307-WRITE-AUDIT-RECORD
           END-REWRITE.

      *Append one line to the shared audit log for the write-off,
      *stamped with the approver's ID.
           307-WRITE-AUDIT-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TUITION-OWED-BEFORE-WS TO AUD-OLD-BALANCE.
           MOVE WRITEOFF-AMOUNT-WS TO AUD-PAYMENT-AMOUNT.
           MOVE TUITION-OWED TO AUD-NEW-BALANCE.
           MOVE WOT-APPROVER-ID TO AUD-OPERATOR-ID.
           MOVE "WRITEOFF" TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       END PROGRAM WRITEOFF.
