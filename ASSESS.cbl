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

      *Rate table loaded from RATETBL.TXT at start of run.
       01 RATE-TABLE-WS.
               10 RATE-AMOUNT  PIC 9(3)V99.

       01 ASSESSMENT-FIELDS.
           05 TUITION-OWED-BEFORE-WS PIC S9(6)V99.
           05 TOTAL-CREDIT-HOURS     PIC 9(2)V9.
           05 PROGRAM-RATE-WS        PIC 9(3)V99.
           05 ASSESSED-CHARGE-WS     PIC 9(6)V99.
           05 RATE-FOUND-FLAG        PIC X(1).
               88 RATE-FOUND            VALUE "Y".

           05 STUDENTS-ASSESSED     PIC 9(6) VALUE ZERO.
           05 STUDENTS-NO-RATE      PIC 9(6) VALUE ZERO.
           05 STUDENTS-OVERSIZE     PIC 9(6) VALUE ZERO.
           05 ASSESSED-DOLLAR-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 ASSESSED-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

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
      *Main procedure for the term tuition assessment run. The
      *whole run happens inside the posting window, so a counter
       100-ASSESS-TERM-TUITION.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-ASSESSMENT
                   PERFORM 202-PROCESS-STUDENT-RECORDS
                       UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "ASSESS RUN CANCELLED - POSTING WINDOW BUSY"
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "ASSESS RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "ASSESS RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Load the rate table, open files and prime the read.
           201-INITIALIZE-ASSESSMENT.
           PERFORM 301-LOAD-RATE-TABLE.
           MOVE "ASSESS  " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

