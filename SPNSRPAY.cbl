      *          gets hand-posted as individual payments through
      *          TUITPOST and the audit chain and GLEXTRACT stay
      *          honest. Any money left after every covered balance
      *          is cleared goes to the unapplied-cash suspense file,
      *          SUSPENSE.DAT, under a batch ID of SP and the run
      *          date, with SUSPENSE-tagged audit lines so the cash
      *          lands in the suspense GL account until SUSPCLR
      *          applies or refunds it.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE
           ASSIGN TO "../SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-RECORD-KEY
           FILE STATUS IS SUSPENSE-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.

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

      *Unapplied-cash suspense items, same layout TUITPOST writes.
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

       01 TUITION-OWED-BEFORE-WS PIC S9(6)V99.

      *Remittance money still left to allocate, and the slice the
      *current student receives.
       01 ALLOCATION-FIELDS.
           05 REMAINING-AMOUNT-WS PIC S9(7)V99.
           05 ALLOCATED-AMOUNT-WS PIC S9(6)V99.

      *Leftover remittance on its way to suspense. The audit line
      *carries at most 999999.99, so a larger leftover is logged as
      *several SUSPENSE lines that add up to the item.
       01 SUSPENSE-FIELDS.
           05 SUSPENSE-BATCH-ID-WS.
               10 FILLER              PIC X(2) VALUE "SP".
               10 SUSPENSE-RUN-DATE-WS PIC 9(6).
           05 SUSPENSE-SEQ-WS       PIC 9(5) VALUE ZERO.
           05 SUSPENSE-WRITTEN-FLG  PIC X(1).
           05 SUSPENSE-LEFT-WS      PIC S9(7)V99.
           05 SUSPENSE-SLICE-WS     PIC S9(6)V99.

       01 CONTROL-FIELDS.
           05 EOF-FLG          PIC X(1) VALUE "N".
           05 MASTER-EOF-FLG   PIC X(1).
           05 STATUS-FIELD     PIC X(2).
           05 SUSPENSE-STATUS-FIELD PIC X(2).

       01 RUN-TOTALS.
           05 REMITS-READ-COUNT    PIC 9(5) VALUE ZERO.
           05 STUDENTS-PAID-COUNT  PIC 9(6) VALUE ZERO.
           05 ALLOCATED-DOLLAR-TOTAL PIC 9(9)V99 VALUE ZERO.
           05 UNALLOCATED-TOTAL    PIC 9(9)V99 VALUE ZERO.
           05 SUSPENSE-ITEM-COUNT  PIC 9(5) VALUE ZERO.

       01 ALLOCATED-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.
       01 UNALLOCATED-DISPLAY     PIC $$$$,$$$,$$9.99.

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
      *Main procedure for allocating sponsor remittances. The whole
      *run happens inside the posting window, so a counter session
       100-ALLOCATE-SPONSOR-REMITS.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-POSTING-RUN
                   PERFORM 202-PROCESS-REMITTANCE UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "SPNSRPAY RUN CANCELLED - POSTING WINDOW BUSY"
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "SPNSRPAY RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "SPNSRPAY RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open files and prime the read. The suspense file is created
      *empty the first time through.
           201-INITIALIZE-POSTING-RUN.
           OPEN INPUT REMITTANCE-FILE.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF SUSPENSE-STATUS-FIELD = "35"
               OPEN OUTPUT SUSPENSE-FILE
               CLOSE SUSPENSE-FILE
               OPEN I-O SUSPENSE-FILE
           END-IF.
           ACCEPT SUSPENSE-RUN-DATE-WS FROM DATE.
           PERFORM 302-READ-REMITTANCE.

      *Allocate one sponsor's check across its covered students,
      *in student-number order, until the money runs out; whatever
      *cannot be placed goes to suspense.
           202-PROCESS-REMITTANCE.
           MOVE REM-AMOUNT TO REMAINING-AMOUNT-WS.
           PERFORM 303-WALK-STUDENTS-FOR-SPONSOR.
               DISPLAY "REMITTANCE NOT FULLY ALLOCATED, SPONSOR "
                   REM-SPONSOR-CODE " LEFT OVER " REMAINING-AMOUNT-WS
               ADD REMAINING-AMOUNT-WS TO UNALLOCATED-TOTAL
               PERFORM 308-SUSPEND-LEFTOVER
           END-IF.
           PERFORM 302-READ-REMITTANCE.

           DISPLAY "STUDENTS PAID       : " STUDENTS-PAID-COUNT.
           DISPLAY "DOLLARS ALLOCATED   : " ALLOCATED-TOTAL-DISPLAY.
           DISPLAY "DOLLARS UNALLOCATED : " UNALLOCATED-DISPLAY.
           DISPLAY "SUSPENSE ITEMS      : " SUSPENSE-ITEM-COUNT.
           CLOSE REMITTANCE-FILE, INDEXED-STU-FILE, AUDIT-LOG-FILE,
               SUSPENSE-FILE.

      *Read the next remittance.
           302-READ-REMITTANCE.
           MOVE "SPONSOR " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Put a remittance's leftover on the suspense file under this
      *run's SP batch ID. The item number follows the remittance
      *count; when an earlier run today already used that number,
      *the next free one is taken.
           308-SUSPEND-LEFTOVER.
           MOVE SPACES TO SUSPENSE-RECORD.
           MOVE SUSPENSE-BATCH-ID-WS TO SUS-BATCH-ID.
           MOVE REMAINING-AMOUNT-WS TO SUS-AMOUNT.
           MOVE REM-SPONSOR-CODE TO SUS-NUMBER-RECEIVED.
           STRING "SPONSOR " DELIMITED BY SIZE
               REM-SPONSOR-CODE DELIMITED BY SIZE
               INTO SUS-PAYER-REFERENCE.
           ACCEPT SUS-RECEIVED-DATE FROM DATE YYYYMMDD.
           MOVE "SPNSRPAY" TO SUS-SOURCE.
           MOVE ZERO TO SUS-CLEARED-AMOUNT.
           MOVE "O" TO SUS-STATUS.
           MOVE ZERO TO SUS-LAST-CLEARED-DATE.
           IF SUSPENSE-SEQ-WS < REMITS-READ-COUNT
               MOVE REMITS-READ-COUNT TO SUSPENSE-SEQ-WS
           END-IF.
           MOVE "N" TO SUSPENSE-WRITTEN-FLG.
           PERFORM 309-WRITE-SUSPENSE-ITEM
               UNTIL SUSPENSE-WRITTEN-FLG NOT = "N".
           IF SUSPENSE-WRITTEN-FLG = "Y"
               ADD 1 TO SUSPENSE-ITEM-COUNT
               MOVE REMAINING-AMOUNT-WS TO SUSPENSE-LEFT-WS
               PERFORM 310-WRITE-SUSPENSE-AUDIT-RECORD
                   UNTIL SUSPENSE-LEFT-WS NOT > 0
           END-IF.

      *Try the current item number; a duplicate key moves on to the
      *next one, any other failure leaves the money reported as
      *unallocated only.
           309-WRITE-SUSPENSE-ITEM.
           MOVE SUSPENSE-SEQ-WS TO SUS-ITEM-SEQ.
           WRITE SUSPENSE-RECORD
               INVALID KEY
                   IF SUSPENSE-STATUS-FIELD = "22"
                       AND SUSPENSE-SEQ-WS < 99999
                       ADD 1 TO SUSPENSE-SEQ-WS
                   ELSE
                       DISPLAY "SUSPENSE WRITE FAILED, FILE-STATUS IS "
                           SUSPENSE-STATUS-FIELD " SPONSOR "
                           REM-SPONSOR-CODE
                       MOVE "F" TO SUSPENSE-WRITTEN-FLG
                   END-IF
               NOT INVALID KEY
                   DISPLAY "LEFTOVER TO SUSPENSE: " SUS-BATCH-ID
                       " ITEM " SUS-ITEM-SEQ
                   MOVE "Y" TO SUSPENSE-WRITTEN-FLG
                   ADD 1 TO SUSPENSE-SEQ-WS
           END-WRITE.

      *Append one SUSPENSE line of at most 999999.99 for the leftover.
      *There is no student behind the money, so the student number
      *and both balances are zero.
           310-WRITE-SUSPENSE-AUDIT-RECORD.
           IF SUSPENSE-LEFT-WS > 999999.99
               MOVE 999999.99 TO SUSPENSE-SLICE-WS
           ELSE
               MOVE SUSPENSE-LEFT-WS TO SUSPENSE-SLICE-WS
           END-IF.
           SUBTRACT SUSPENSE-SLICE-WS FROM SUSPENSE-LEFT-WS.
           MOVE ZERO TO AUD-STUDENT-NUMBER.
           MOVE ZERO TO AUD-OLD-BALANCE.
           MOVE SUSPENSE-SLICE-WS TO AUD-PAYMENT-AMOUNT.
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

