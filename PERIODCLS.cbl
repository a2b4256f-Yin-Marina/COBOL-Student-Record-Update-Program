      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Fiscal-period close run. Takes one period on the
      *          FISCALCAL.DAT calendar from open to closed, once its
      *          last day is past and every GL journal batch GLEXTRACT
      *          sent for the days in it shows ACKOK on the sent-batch
      *          register GLACKRCN keeps - a batch still SENT, or
      *          rejected, or acknowledged with different totals
      *          holds the period open and is listed so finance can
      *          chase it. The close is approved by an operator on
      *          the operator master who is not a cashier, and is
      *          stamped on the period with the date and the
      *          operator. Once closed, FISCPER reports the period
      *          closed and no posting program will post into it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODCLS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT FISCAL-CALENDAR-FILE
           ASSIGN TO "../FISCALCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS FCL-PERIOD-ID
           FILE STATUS IS CALENDAR-STATUS-FIELD.

           SELECT BATCH-REGISTER-FILE
           ASSIGN TO "../GLREGSTR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REGISTER-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.

      *Fiscal-period calendar, same layout FISCPER reads.
       FD FISCAL-CALENDAR-FILE.
       01 FISCAL-CALENDAR-RECORD.
           05 FCL-PERIOD-ID      PIC 9(6).
           05 FCL-START-DATE     PIC 9(8).
           05 FCL-END-DATE       PIC 9(8).
           05 FCL-STATUS         PIC X(1).
               88 FCL-PERIOD-OPEN    VALUE "O".
               88 FCL-PERIOD-CLOSED  VALUE "C".
           05 FCL-CLOSED-DATE    PIC 9(8).
           05 FCL-CLOSED-BY      PIC X(8).

      *Sent-batch register GLEXTRACT appends to and GLACKRCN
      *brings up to date, one line per extract.
       FD BATCH-REGISTER-FILE.
       01 BATCH-REGISTER-RECORD.
           05 REG-BATCH-ID      PIC X(10).
           05 FILLER            PIC X(1).
           05 REG-EXTRACT-DATE  PIC 9(8).
           05 FILLER            PIC X(1).
           05 REG-DETAIL-COUNT  PIC 9(5).
           05 FILLER            PIC X(1).
           05 REG-DEBIT-TOTAL   PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 REG-CREDIT-TOTAL  PIC 9(9)V99.
           05 FILLER            PIC X(1).
           05 REG-ACCOUNT-HASH  PIC 9(10).
           05 FILLER            PIC X(1).
           05 REG-BATCH-STATUS  PIC X(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 CALENDAR-STATUS-FIELD PIC X(2).
           05 REGISTER-STATUS-FIELD PIC X(2).
           05 REGISTER-EOF-FLG      PIC X(1) VALUE "N".
           05 CALENDAR-OPEN-FLAG    PIC X(1) VALUE "N".
           05 RUN-DATE-WS           PIC 9(8).
           05 CLOSE-PERIOD-WS       PIC 9(6).
           05 CLOSE-OPERATOR-WS     PIC X(8).
           05 WAIT-FLAG             PIC 9(1) VALUE 0.

      *Approver check against the operator master through
      *OPERAUTH: the operator stamped on a period close must exist
      *there, and a cashier cannot close a period.
       01 AUTH-FIELDS.
           05 AUTH-REQUEST-WS  PIC X(7).
           05 AUTH-PASSWORD-WS PIC X(8) VALUE SPACES.
           05 AUTH-ROLE-WS     PIC X(1).
               88 CASHIER-APPROVER VALUE "C".
           05 AUTH-RESULT-WS   PIC X(1).
               88 APPROVER-ON-MASTER VALUE "Y".

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master. The period is
      *closed inside the window so no poster is midway through a
      *run into it while it closes.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "PERIODCL".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

       01 RUN-TOTALS.
           05 BATCHES-IN-PERIOD     PIC 9(5) VALUE ZERO.
           05 BATCHES-ACKNOWLEDGED  PIC 9(5) VALUE ZERO.
           05 BATCHES-OUTSTANDING   PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *Main procedure for the fiscal-period close run.
       100-CLOSE-FISCAL-PERIOD.
           DISPLAY "FISCAL PERIOD TO CLOSE (YYYYPP): ".
           ACCEPT CLOSE-PERIOD-WS.
           DISPLAY "APPROVING OPERATOR ID: ".
           ACCEPT CLOSE-OPERATOR-WS.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 201-VERIFY-APPROVER-ID.
           IF WAIT-FLAG = 0
               PERFORM 204-ACQUIRE-POSTING-GATE
               IF POSTING-GATE-HELD
                   PERFORM 202-CHECK-PERIOD-READY
                   IF WAIT-FLAG = 0
                       PERFORM 203-MARK-PERIOD-CLOSED
                   END-IF
                   IF CALENDAR-OPEN-FLAG = "Y"
                       CLOSE FISCAL-CALENDAR-FILE
                   END-IF
                   PERFORM 205-RELEASE-POSTING-GATE
               ELSE
                   DISPLAY "PERIODCLS RUN CANCELLED - POSTING WINDOW "
                       "BUSY"
               END-IF
           END-IF.
           STOP RUN.

      *Take the posting window before closing the period.
           204-ACQUIRE-POSTING-GATE.
           MOVE "ACQUIRE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Give the posting window back for the next program.
           205-RELEASE-POSTING-GATE.
           MOVE "RELEASE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Look the approving operator up on the operator master; a
      *period is closed only on the approval of an ID that is
      *there and is not a cashier's.
           201-VERIFY-APPROVER-ID.
           MOVE "VERIFY " TO AUTH-REQUEST-WS.
           CALL "OPERAUTH" USING AUTH-REQUEST-WS, CLOSE-OPERATOR-WS,
               AUTH-PASSWORD-WS, AUTH-ROLE-WS, AUTH-RESULT-WS.
           IF NOT APPROVER-ON-MASTER
               OR CASHIER-APPROVER
               DISPLAY "PERIODCLS RUN CANCELLED - OPERATOR NOT "
                   "AUTHORIZED: " CLOSE-OPERATOR-WS
               MOVE 1 TO WAIT-FLAG
           END-IF.

      *Find the period on the calendar and make sure it may close:
      *still open, its last day past, and every journal batch sent
      *for its days acknowledged clean.
           202-CHECK-PERIOD-READY.
           OPEN I-O FISCAL-CALENDAR-FILE.
           IF CALENDAR-STATUS-FIELD NOT = "00"
               DISPLAY "PERIODCLS RUN CANCELLED - NO FISCAL CALENDAR, "
                   "FILE-STATUS IS " CALENDAR-STATUS-FIELD
               MOVE 1 TO WAIT-FLAG
           ELSE
               MOVE "Y" TO CALENDAR-OPEN-FLAG
               MOVE CLOSE-PERIOD-WS TO FCL-PERIOD-ID
               READ FISCAL-CALENDAR-FILE
                   INVALID KEY
                       DISPLAY "PERIODCLS RUN CANCELLED - PERIOD NOT "
                           "ON CALENDAR: " CLOSE-PERIOD-WS
                       MOVE 1 TO WAIT-FLAG
               END-READ
           END-IF.
           IF WAIT-FLAG = 0
               IF FCL-PERIOD-CLOSED
                   DISPLAY "PERIODCLS RUN CANCELLED - PERIOD ALREADY "
                       "CLOSED ON " FCL-CLOSED-DATE " BY "
                       FCL-CLOSED-BY
                   MOVE 1 TO WAIT-FLAG
               ELSE
                   IF FCL-END-DATE NOT < RUN-DATE-WS
                       DISPLAY "PERIODCLS RUN CANCELLED - PERIOD RUNS "
                           "THROUGH " FCL-END-DATE
                       MOVE 1 TO WAIT-FLAG
                   END-IF
               END-IF
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 301-CHECK-JOURNAL-BATCHES
           END-IF.

      *Stamp the period closed with today's date and the approver.
           203-MARK-PERIOD-CLOSED.
           MOVE "C" TO FCL-STATUS.
           MOVE RUN-DATE-WS TO FCL-CLOSED-DATE.
           MOVE CLOSE-OPERATOR-WS TO FCL-CLOSED-BY.
           REWRITE FISCAL-CALENDAR-RECORD
               INVALID KEY
                   DISPLAY "CALENDAR REWRITE FAILED, FILE-STATUS IS "
                       CALENDAR-STATUS-FIELD
               NOT INVALID KEY
                   DISPLAY "FISCAL PERIOD " FCL-PERIOD-ID " CLOSED BY "
                       FCL-CLOSED-BY
           END-REWRITE.

      *Walk the sent-batch register for the batches extracted on
      *the period's days. The period stays open when there are
      *none - the feed has not been run - or when any is not yet
      *acknowledged clean.
           301-CHECK-JOURNAL-BATCHES.
           OPEN INPUT BATCH-REGISTER-FILE.
           IF REGISTER-STATUS-FIELD = "00"
               PERFORM 302-READ-REGISTER-RECORD
               PERFORM 303-CHECK-ONE-BATCH
                   UNTIL REGISTER-EOF-FLG = "Y"
               CLOSE BATCH-REGISTER-FILE
           END-IF.
           DISPLAY "PERIODCLS BATCH CHECK FOR PERIOD " FCL-PERIOD-ID.
           DISPLAY "BATCHES IN PERIOD   : " BATCHES-IN-PERIOD.
           DISPLAY "BATCHES ACKNOWLEDGED: " BATCHES-ACKNOWLEDGED.
           DISPLAY "BATCHES OUTSTANDING : " BATCHES-OUTSTANDING.
           IF BATCHES-IN-PERIOD = ZERO
               DISPLAY "PERIODCLS RUN CANCELLED - NO JOURNAL BATCHES "
                   "SENT FOR THE PERIOD"
               MOVE 1 TO WAIT-FLAG
           END-IF.
           IF BATCHES-OUTSTANDING > ZERO
               DISPLAY "PERIODCLS RUN CANCELLED - JOURNAL BATCHES NOT "
                   "ACKNOWLEDGED"
               MOVE 1 TO WAIT-FLAG
           END-IF.

      *Read the next register line.
           302-READ-REGISTER-RECORD.
           READ BATCH-REGISTER-FILE
               AT END MOVE "Y" TO REGISTER-EOF-FLG.

      *Count one register line against the period when it was
      *extracted on one of the period's days, listing it when its
      *acknowledgment is not clean.
           303-CHECK-ONE-BATCH.
           IF REG-EXTRACT-DATE NOT < FCL-START-DATE
               AND REG-EXTRACT-DATE NOT > FCL-END-DATE
               ADD 1 TO BATCHES-IN-PERIOD
               IF REG-BATCH-STATUS = "ACKOK   "
                   ADD 1 TO BATCHES-ACKNOWLEDGED
               ELSE
                   ADD 1 TO BATCHES-OUTSTANDING
                   DISPLAY "BATCH NOT ACKNOWLEDGED: " REG-BATCH-ID
                       " " REG-BATCH-STATUS
               END-IF
           END-IF.
           PERFORM 302-READ-REGISTER-RECORD.

       END PROGRAM PERIODCLS.
