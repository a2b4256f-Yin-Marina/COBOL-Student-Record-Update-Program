      *          payments, one award at a time, but tags each audit
      *          record FINAID instead of BATCHPAY so aid disbursements
      *          can be told apart from ordinary payments later.
      *          A batch dated before the current fiscal period
      *          opened posts to the open period and each award is
      *          listed on LATEPAY.TXT as late.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../BIJOURNL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LATE-PAYMENT-FILE
           ASSIGN TO "../LATEPAY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05 HDR-BATCH-ID       PIC X(8).
           05 HDR-BATCH-DATE     PIC 9(8).
           05 HDR-EXPECTED-COUNT PIC 9(5).
           05 HDR-EXPECTED-TOTAL PIC 9(9)V99.
       01 AWARD-DETAIL-RECORD.
           05 FILLER             PIC X(1).
           05 AWD-STUDENT-NUMBER PIC 9(6).
           05 AWD-AMOUNT         PIC 9(6)V99.
       01 AWARD-TRAILER-RECORD.
           05 FILLER             PIC X(1).
           05 TRL-BATCH-COUNT    PIC 9(5).
           05 TRL-BATCH-TOTAL    PIC 9(9)V99.

      *Control file of batch IDs already posted, shared with
      *TUITPOST, so a rerun of the same batch can be refused. The
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

      *Before-image journal shared with TUITPOST: one line per
      *master rewrite, carrying the batch ID and the record as it
       01 BEFORE-IMAGE-RECORD.
           05 BIJ-BATCH-ID      PIC X(8).
           05 FILLER            PIC X(1).
           05 BIJ-BEFORE-IMAGE  PIC X(145).

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
           05 LPL-PROGRAM         PIC X(8) VALUE "FINAID  ".
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

       01 CONTROL-FIELDS.
           05 EOF-FLG          PIC X(1) VALUE "N".
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
           05 TRANS-LATE-COUNT    PIC 9(5) VALUE ZERO.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
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
      *Main procedure for posting batched financial-aid awards. The
      *whole run happens inside the posting window, so a counter
       100-POST-FINAID-AWARDS.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-POSTING-RUN
                   PERFORM 202-PROCESS-AWARD-TRANS UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "FINAID RUN CANCELLED - POSTING WINDOW BUSY"
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "FINAID RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "FINAID RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open files, prime the read, and vet the batch header before
      *any posting happens.
           201-INITIALIZE-POSTING-RUN.
           DISPLAY "AWARDS READ         : " TRANS-READ-COUNT.
           DISPLAY "AWARDS POSTED       : " TRANS-POSTED-COUNT.
           DISPLAY "AWARDS REJECTED     : " TRANS-REJECT-COUNT.
           DISPLAY "LATE AWARDS         : " TRANS-LATE-COUNT.
           IF TRAILER-VERIFIED
               MOVE "VERIFIED" TO BATCH-STATUS-WS
               PERFORM 310-REGISTER-POSTED-BATCH
               END-IF
           END-IF.
           CLOSE AWARD-TRANS-FILE, INDEXED-STU-FILE, AUDIT-LOG-FILE,
               BEFORE-IMAGE-FILE, LATE-PAYMENT-FILE.

      *Open the transaction file for input and the student file I-O.
           301-OPEN-FILES.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND BEFORE-IMAGE-FILE.
           OPEN EXTEND LATE-PAYMENT-FILE.

      *Read the next award transaction; only detail lines count
      *as transactions read, not the batch header or trailer.
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *Look up the student number on the award; a number retired
      *by a duplicate-record merge takes nothing further.
           303-READ-STUDENT-FOR-AWARD.
           MOVE AWD-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 0 TO WAIT-FLAG.
           IF WAIT-FLAG = 0 AND STUDENT-STATUS = "M"
               DISPLAY "STUDENT NUMBER MERGED, AWARD REJECTED: "
                   AWD-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

      *Subtract the award from the balance and rewrite the record.
      *A student who has already paid in full carries the excess as
           MOVE "FINAID  " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           IF FISCAL-DATE-LATE
               PERFORM 314-LIST-LATE-AWARD
           END-IF.

      *Journal the record as it stood before this batch touched
      *it, tagged with the batch ID, for BCHBKOUT to restore from.
               ELSE
                   MOVE "STARTED " TO BATCH-STATUS-WS
                   PERFORM 310-REGISTER-POSTED-BATCH
                   PERFORM 313-CHECK-BATCH-DATE
                   PERFORM 302-READ-AWARD-TRANS
               END-IF
           END-IF.
           WRITE POSTED-BATCH-RECORD.
           CLOSE POSTED-BATCH-FILE.

      *Check the batch date against the fiscal period the batch is
      *posting into. A batch dated before the period opened still
      *posts to today's open period, but each of its awards is
      *listed on the late-payment file for LATERPT.
           313-CHECK-BATCH-DATE.
           MOVE HDR-BATCH-DATE TO FISCAL-DATE-WS.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-DATE-LATE
               DISPLAY "BATCH DATED " HDR-BATCH-DATE " BEFORE PERIOD "
                   FISCAL-PERIOD-WS " - AWARDS LISTED AS LATE"
           END-IF.

      *List one posted award on the late-payment file, under the
      *period it posted into and the date the batch carried.
           314-LIST-LATE-AWARD.
           ACCEPT LPL-POSTED-DATE FROM DATE YYYYMMDD.
           MOVE FISCAL-PERIOD-WS TO LPL-FISCAL-PERIOD.
           MOVE FISCAL-DATE-WS TO LPL-PAYMENT-DATE.
           MOVE STUDENT-NUMBER-WS TO LPL-STUDENT-NUMBER.
           MOVE AWD-AMOUNT TO LPL-AMOUNT.
           MOVE BATCH-ID-WS TO LPL-REFERENCE.
           MOVE LATE-PAYMENT-LINE TO LATE-PAYMENT-RECORD.
           WRITE LATE-PAYMENT-RECORD.
           ADD 1 TO TRANS-LATE-COUNT.

       END PROGRAM FINAID.
