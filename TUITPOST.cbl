      *          on days when a large stack of checks arrives at once.
      *          Applies the same rewrite-and-subtract logic as
      *          TASK2's 304-REWRITE-STUDENT-FILE, one transaction at
      *          a time, instead of keying each one in by hand. A
      *          payment that clears the balance releases the
      *          student's financial hold through HOLDPOST. A check
      *          whose student number is not on the master goes to
      *          the unapplied-cash suspense file, SUSPENSE.DAT,
      *          with a SUSPENSE-tagged audit line, instead of being
      *          turned away with the money already in the bank.
      *          A batch dated before the current fiscal period
      *          opened posts to the open period and each payment is
      *          listed on LATEPAY.TXT as late.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../BIJOURNL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE
           ASSIGN TO "../SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-RECORD-KEY
           FILE STATUS IS SUSPENSE-STATUS-FIELD.

           SELECT LATE-PAYMENT-FILE
           ASSIGN TO "../LATEPAY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 HDR-BATCH-ID       PIC X(8).
           05 HDR-BATCH-DATE     PIC 9(8).
           05 HDR-EXPECTED-COUNT PIC 9(5).
           05 HDR-EXPECTED-TOTAL PIC 9(9)V99.
       01 PAYMENT-DETAIL-RECORD.
           05 FILLER             PIC X(1).
           05 PAY-STUDENT-NUMBER PIC 9(6).
           05 PAY-AMOUNT         PIC 9(6)V99.
           05 PAY-PAYER-REFERENCE PIC X(18).
       01 PAYMENT-TRAILER-RECORD.
           05 FILLER             PIC X(1).
           05 TRL-BATCH-COUNT    PIC 9(5).
           05 TRL-BATCH-TOTAL    PIC 9(9)V99.

      *Control file of batch IDs already posted, one per line, so a
      *rerun of the same batch can be refused. The ID is registered
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Before-image journal shared with FINAID: one line per
      *master rewrite, carrying the batch ID and the record as it
       01 BEFORE-IMAGE-RECORD.
           05 BIJ-BATCH-ID      PIC X(8).
           05 FILLER            PIC X(1).
           05 BIJ-BEFORE-IMAGE  PIC X(145).

      *Unapplied-cash suspense items, keyed by the batch the money
      *arrived in plus the item's place in it: the amount, the
      *student number exactly as it was received, the payer's
      *reference and the date. An item stays open (O) until
      *SUSPCLR has applied or refunded all of it (C); backing the
      *batch out voids its open items (V).
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-RECORD-KEY.
               10 SUS-BATCH-ID         PIC X(8).
               10 SUS-ITEM-SEQ         PIC 9(5).
           05 SUS-AMOUNT               PIC 9(7)V99.
           05 SUS-NUMBER-RECEIVED      PIC X(6).
           05 SUS-PAYER-REFERENCE      PIC X(20).
           05 SUS-RECEIVED-DATE        PIC 9(8).
           05 SUS-SOURCE               PIC X(8).
           05 SUS-CLEARED-AMOUNT       PIC 9(7)V99.
           05 SUS-STATUS               PIC X(1).
           05 SUS-LAST-CLEARED-DATE    PIC 9(8).
           05 SUS-LAST-CLEARED-BY      PIC X(8).

      *Payments dated before the fiscal period they post into, one
      *line each, appended to by every poster that takes a dated
      *payment, for LATERPT to list.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in LATE-PAYMENT-LINE below and moved here before each
      *WRITE.
       FD LATE-PAYMENT-FILE.
       01 LATE-PAYMENT-RECORD PIC X(59).

       WORKING-STORAGE SECTION.
      *Line layout for AUDIT-LOG-FILE, built here (where VALUE
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
           05 LPL-PROGRAM         PIC X(8) VALUE "TUITPOST".
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
           05 LPL-REFERENCE       PIC X(8).

       01 STUDENT-RECORD-WS.
           05 STUDENT-NUMBER-WS    PIC 9(6).
           05 TUITION-OWED-WS      PIC S9(6)V99.
           05 STUDENT-NAME-WS      PIC X(40).
           05 PROGRAM-NAME-WS      PIC X(5).
           05 COURSE-TABLE-WS OCCURS 8 TIMES.
           05 SPONSOR-CODE-WS     PIC X(5).
           05 STUDENT-STATUS-WS   PIC X(1).

       01 TUITION-OWED-BEFORE-WS PIC S9(6)V99.

       01 CONTROL-FILED.
           05 EOF-FLG          PIC X(1) VALUE "N".
           05 STATUS-FIELD     PIC X(2).
           05 POSTED-STATUS-FIELD PIC X(2).
           05 SUSPENSE-STATUS-FIELD PIC X(2).
           05 WAIT-FLAG        PIC 9(1).
           05 POSTED-EOF-FLG   PIC X(1).

       01 BATCH-CONTROL-FIELDS.
           05 BATCH-ID-WS         PIC X(8) VALUE SPACES.
           05 BATCH-DETAIL-COUNT  PIC 9(5) VALUE ZERO.
           05 BATCH-DETAIL-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 BATCH-POSTED-FLAG   PIC X(1) VALUE "N".
               88 BATCH-ALREADY-POSTED VALUE "Y".
           05 TRAILER-OK-FLAG     PIC X(1) VALUE "N".
           05 TRANS-READ-COUNT    PIC 9(5) VALUE ZERO.
           05 TRANS-POSTED-COUNT  PIC 9(5) VALUE ZERO.
           05 TRANS-REJECT-COUNT  PIC 9(5) VALUE ZERO.
           05 TRANS-SUSPENSE-COUNT PIC 9(5) VALUE ZERO.
           05 SUSPENSE-DOLLAR-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 TRANS-LATE-COUNT    PIC 9(5) VALUE ZERO.

       01 SUSPENSE-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
      *open installment on PAYPLAN.DAT.
       01 PLAN-CALL-FIELDS.
           05 PLAN-STUDENT-WS PIC 9(6).
           05 PLAN-PAYMENT-WS PIC S9(6)V99.
           05 PLAN-RESULT-WS  PIC X(1).

      *Account-hold handshake with HOLDPOST, shared with TASK2, so a
      *payment that clears the balance lifts the financial hold.
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
      *Main procedure for posting batched tuition payments. The
      *whole run happens inside the posting window, so a counter
       100-POST-TUITION-PAYMENTS.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-POSTING-RUN
                   PERFORM 202-PROCESS-PAYMENT-TRANS UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "TUITPOST RUN CANCELLED - POSTING WINDOW BUSY"
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "TUITPOST RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "TUITPOST RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open files, prime the read, and vet the batch header before
      *any posting happens.
           201-INITIALIZE-POSTING-RUN.
           DISPLAY "TRANSACTIONS READ   : " TRANS-READ-COUNT.
           DISPLAY "PAYMENTS POSTED     : " TRANS-POSTED-COUNT.
           DISPLAY "PAYMENTS REJECTED   : " TRANS-REJECT-COUNT.
           MOVE SUSPENSE-DOLLAR-TOTAL TO SUSPENSE-TOTAL-DISPLAY.
           DISPLAY "PAYMENTS TO SUSPENSE: " TRANS-SUSPENSE-COUNT.
           DISPLAY "SUSPENSE DOLLARS    : " SUSPENSE-TOTAL-DISPLAY.
           DISPLAY "LATE PAYMENTS       : " TRANS-LATE-COUNT.
           IF TRAILER-VERIFIED
               MOVE "VERIFIED" TO BATCH-STATUS-WS
               PERFORM 310-REGISTER-POSTED-BATCH
               END-IF
           END-IF.
           CLOSE PAYMENT-TRANS-FILE, INDEXED-STU-FILE, AUDIT-LOG-FILE,
               BEFORE-IMAGE-FILE, SUSPENSE-FILE, LATE-PAYMENT-FILE.

      *Open the transaction file for input and the student file I-O.
      *The suspense file is created empty the first time through.
           301-OPEN-FILES.
           OPEN INPUT PAYMENT-TRANS-FILE.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           OPEN EXTEND LATE-PAYMENT-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF SUSPENSE-STATUS-FIELD = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.

      *Read the next payment transaction; only detail lines count
      *as transactions read, not the batch header or trailer.
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *Look up the student number on the check; a number not on
      *the master, or one retired by a duplicate-record merge,
      *sends the payment to suspense to be traced to the right
      *number.
           303-READ-STUDENT-FOR-PAYMENT.
           MOVE PAY-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, PAYMENT TO SUSPENSE: "
                       PAY-STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
                   PERFORM 315-SUSPEND-UNMATCHED-PAYMENT
               NOT INVALID KEY
                   MOVE 0 TO WAIT-FLAG.
           IF WAIT-FLAG = 0 AND STUDENT-STATUS = "M"
               DISPLAY "STUDENT NUMBER MERGED, PAYMENT TO SUSPENSE: "
                   PAY-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               PERFORM 315-SUSPEND-UNMATCHED-PAYMENT
           END-IF.

      *Subtract the payment from the balance and rewrite the record.
           304-APPLY-PAYMENT.
                   ADD 1 TO TRANS-POSTED-COUNT
                   PERFORM 306-WRITE-AUDIT-RECORD
                   PERFORM 312-APPLY-PAYMENT-TO-PLAN
                   PERFORM 314-RELEASE-FINANCIAL-HOLD
           END-REWRITE.

      *Append one line to the shared audit log for this payment.
           MOVE "BATCHPAY" TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           IF FISCAL-DATE-LATE
               PERFORM 318-LIST-LATE-PAYMENT
           END-IF.

      *Journal the record as it stood before this batch touched
      *it, tagged with the batch ID, for BCHBKOUT to restore from.
           CALL "PLANPOST" USING PLAN-STUDENT-WS, PLAN-PAYMENT-WS,
               PLAN-RESULT-WS.

      *Release the student's financial hold once the payment has
      *brought the balance to zero or below; a student with no
      *active financial hold is simply passed over.
           314-RELEASE-FINANCIAL-HOLD.
           IF TUITION-OWED-WS NOT > 0
               MOVE STUDENT-NUMBER-WS TO HOLD-STUDENT-WS
               CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
                   HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
                   HOLD-RESULT-WS
           END-IF.

      *Vet the batch header: the first line of the file must be a
      *header, and its batch ID must not already be on the posted-
      *batch control file. A bad or replayed batch posts nothing.
               ELSE
                   MOVE "STARTED " TO BATCH-STATUS-WS
                   PERFORM 310-REGISTER-POSTED-BATCH
                   PERFORM 317-CHECK-BATCH-DATE
                   PERFORM 302-READ-PAYMENT-TRANS
               END-IF
           END-IF.
           WRITE POSTED-BATCH-RECORD.
           CLOSE POSTED-BATCH-FILE.

      *Put an unmatched payment on the suspense file under this
      *batch's ID and the detail's place in the batch, and leave a
      *SUSPENSE line on the audit log so the cash reaches the
      *suspense GL account. A write failure leaves the payment
      *rejected for the bursar to chase.
           315-SUSPEND-UNMATCHED-PAYMENT.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE BATCH-ID-WS TO SUS-BATCH-ID.
           MOVE BATCH-DETAIL-COUNT TO SUS-ITEM-SEQ.
           MOVE PAY-AMOUNT TO SUS-AMOUNT.
           MOVE PAY-STUDENT-NUMBER TO SUS-NUMBER-RECEIVED.
           MOVE PAY-PAYER-REFERENCE TO SUS-PAYER-REFERENCE.
           ACCEPT SUS-RECEIVED-DATE FROM DATE YYYYMMDD.
           MOVE "TUITPOST" TO SUS-SOURCE.
           MOVE ZERO TO SUS-CLEARED-AMOUNT.
           MOVE "O" TO SUS-STATUS.
           MOVE ZERO TO SUS-LAST-CLEARED-DATE.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE WRITE FAILED, FILE-STATUS IS "
                       SUSPENSE-STATUS-FIELD " PAYMENT REJECTED: "
                       PAY-STUDENT-NUMBER
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO TRANS-SUSPENSE-COUNT
                   ADD PAY-AMOUNT TO SUSPENSE-DOLLAR-TOTAL
                   PERFORM 316-WRITE-SUSPENSE-AUDIT-RECORD
           END-WRITE.

      *Append one SUSPENSE line to the shared audit log. The money
      *belongs to no student yet - the number as received stays on
      *the suspense item - so the student number and both balances
      *are zero.
           316-WRITE-SUSPENSE-AUDIT-RECORD.
           MOVE ZERO TO AUD-STUDENT-NUMBER.
           MOVE ZERO TO AUD-OLD-BALANCE.
           MOVE PAY-AMOUNT TO AUD-PAYMENT-AMOUNT.
           MOVE ZERO TO AUD-NEW-BALANCE.
           MOVE "BATCH   " TO AUD-OPERATOR-ID.
           MOVE "SUSPENSE" TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           IF FISCAL-DATE-LATE
               PERFORM 318-LIST-LATE-PAYMENT
           END-IF.

      *Check the batch date against the fiscal period the batch is
      *posting into. A batch dated before the period opened still
      *posts to today's open period, but each of its payments is
      *listed on the late-payment file for LATERPT.
           317-CHECK-BATCH-DATE.
           MOVE HDR-BATCH-DATE TO FISCAL-DATE-WS.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-DATE-LATE
               DISPLAY "BATCH DATED " HDR-BATCH-DATE " BEFORE PERIOD "
                   FISCAL-PERIOD-WS " - PAYMENTS LISTED AS LATE"
           END-IF.

      *List one posted payment on the late-payment file, under the
      *period it posted into and the date the batch carried.
           318-LIST-LATE-PAYMENT.
           ACCEPT LPL-POSTED-DATE FROM DATE YYYYMMDD.
           MOVE FISCAL-PERIOD-WS TO LPL-FISCAL-PERIOD.
           MOVE FISCAL-DATE-WS TO LPL-PAYMENT-DATE.
           MOVE AUD-STUDENT-NUMBER TO LPL-STUDENT-NUMBER.
           MOVE PAY-AMOUNT TO LPL-AMOUNT.
           MOVE BATCH-ID-WS TO LPL-REFERENCE.
           MOVE LATE-PAYMENT-LINE TO LATE-PAYMENT-RECORD.
           WRITE LATE-PAYMENT-RECORD.
           ADD 1 TO TRANS-LATE-COUNT.

       END PROGRAM TUITPOST.
