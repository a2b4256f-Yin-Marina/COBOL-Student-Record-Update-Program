      *The live audit trail being closed out, read line for line
      *into the archive and then started fresh.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Dated archive the closed month's lines land in, named from
      *ARCHIVE-NAME-WS at open time.
       FD ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(98).

      *Column fields in INDEXED-STU-FILE, same layout TASK2 uses.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.

       WORKING-STORAGE SECTION.
      *Line layout for the carry-forward records seeding the fresh
      *log, the same 98-byte layout every poster writes.
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

      *Name of the dated archive, built from the month the
      *operator closes (for example ../AUDLOG202609.TXT).
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
      *Main procedure for the month-end cutover. The whole run
      *happens inside the posting window, so no poster can append
       100-CUT-OVER-AUDIT-LOG.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 208-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-CUTOVER
                   IF EOF-FLG NOT = "Y"
                       PERFORM 202-ARCHIVE-LIVE-LOG
                       PERFORM 206-SEED-FRESH-LOG
                       PERFORM 203-TERMINATE-PROGRAM
                   END-IF
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           208-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "LOGCUT RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "LOGCUT RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Accept the month being closed and build the archive name.
      *A zero month ends the run before anything moves.
           201-INITIALIZE-CUTOVER.
      *Write one CARRYFWD line: old and new balances both hold the
      *closing balance and the amount is zero, so the line is
      *balance-neutral in the replay arithmetic and starts the
      *student's new-month chain at the right figure. It is sealed
      *like any poster's line, so the sequence numbers run on from
      *the archive into the fresh log without a break.
           304-WRITE-ONE-CARRYFWD-LINE.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TUITION-OWED TO AUD-OLD-BALANCE.
           MOVE "CARRYFWD" TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.
           ADD 1 TO CARRYFWD-WRITTEN.
