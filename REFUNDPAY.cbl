      *          REFUND-tagged line to the shared audit log - so the
      *          bursar no longer cuts each check by hand and then
      *          keys an offsetting entry through TASK2 to keep the
      *          credit from reappearing the next night. Each check
      *          carries the mailing address from ADDRESS.DAT; a
      *          credit balance with no good address on file is left
      *          on the account and listed on NOADDR.TXT, so the
      *          refund goes out on the first run after the address
      *          is corrected.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHKNUM-STATUS-FIELD.

           SELECT ADDRESS-FILE
           ASSIGN TO "../ADDRESS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADDRESS-STATUS-FIELD.

           SELECT NO-ADDRESS-FILE
           ASSIGN TO "../NOADDR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
      *built up in BANK-CHECK-LINE below and moved here before each
      *WRITE.
       FD BANK-CHECK-FILE.
       01 BANK-CHECK-RECORD PIC X(188).

      *Issued-check register, one line appended per check cut:
      *the check number, who it paid, the amount, the issue date
           05 FILLER             PIC X(1).
           05 CHK-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(1).
           05 CHK-CHECK-AMOUNT   PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 CHK-ISSUE-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Student mailing-address master, same layout TASK2 keeps.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           05 ADR-STUDENT-NUMBER   PIC 9(6).
           05 ADR-LINE-1           PIC X(40).
           05 ADR-LINE-2           PIC X(40).
           05 ADR-CITY             PIC X(25).
           05 ADR-PROVINCE         PIC X(2).
           05 ADR-POSTAL-CODE      PIC X(10).
           05 ADR-EMAIL            PIC X(40).
           05 ADR-BAD-ADDRESS-FLAG PIC X(1).

      *Students left out of a mailing for want of a good address,
      *the same list DUNNOTIC and TAXSTMT append to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in NO-ADDRESS-LINE below and moved here before each
      *WRITE.
       FD NO-ADDRESS-FILE.
       01 NO-ADDRESS-RECORD PIC X(79).

       WORKING-STORAGE SECTION.
      *Line layout for BANK-CHECK-FILE, built here (where VALUE
           05 FILLER              PIC X(1) VALUE SPACE.
           05 BNK-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 BNK-CHECK-AMOUNT    PIC $$$$,$$9.99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 BNK-ADDRESS-LINE-1  PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 BNK-ADDRESS-LINE-2  PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 BNK-CITY            PIC X(25).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 BNK-PROVINCE        PIC X(2).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 BNK-POSTAL-CODE     PIC X(10).

      *Line layout for NO-ADDRESS-FILE, built here (where VALUE
      *clauses are honored) and moved to NO-ADDRESS-RECORD before
      *each WRITE.
       01 NO-ADDRESS-LINE.
           05 NAL-DOCUMENT        PIC X(8) VALUE "REFUNDPY".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-REASON          PIC X(13).

      *Line layout for AUDIT-LOG-FILE, built here (where VALUE
      *clauses are honored) and moved to AUDIT-LOG-RECORD before
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
       01 REFUND-AMOUNT-WS       PIC S9(6)V99.

       01 CONTROL-FIELDS.
           05 EOF-FLG          PIC X(1) VALUE "N".
           05 STATUS-FIELD     PIC X(2).
           05 CHKNUM-STATUS-FIELD PIC X(2).
           05 ADDRESS-STATUS-FIELD PIC X(2).
      *Set when ADDRESS.DAT opened; without it every refund is
      *held as having no address on file.
           05 ADDRESS-FILE-FLAG   PIC X(1) VALUE "N".
               88 ADDRESS-FILE-OPEN  VALUE "Y".
      *Set when the student has an address on file that is not
      *marked for returned mail and has a street line to mail to.
           05 ADDRESS-GOOD-FLAG   PIC X(1).
               88 GOOD-ADDRESS-ON-FILE VALUE "Y".

      *Check number for the check being cut, carried forward from
      *the control file and written back at the end of the run.
           05 RECORDS-READ-COUNT  PIC 9(6) VALUE ZERO.
           05 REFUNDS-ISSUED-COUNT PIC 9(5) VALUE ZERO.
           05 REFUNDS-FAILED-COUNT PIC 9(5) VALUE ZERO.
           05 REFUNDS-HELD-COUNT  PIC 9(5) VALUE ZERO.
           05 REFUND-DOLLAR-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 REFUND-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

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
      *Main procedure for disbursing credit-balance refunds. The
      *whole run happens inside the posting window, so a counter
       100-DISBURSE-REFUNDS.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-REFUND-RUN
                   PERFORM 202-PROCESS-STUDENT-RECORDS
                       UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "REFUNDPAY RUN CANCELLED - POSTING WINDOW BUSY"
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "REFUNDPAY RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "REFUNDPAY RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open files, pick up the last check number used, and prime
      *the read.
           201-INITIALIZE-REFUND-RUN.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-READ-STUDENT-RECORD.

      *Issue a refund for each student carrying a credit balance
      *and a good address to mail the check to; without one the
      *credit stays put and the student is listed.
           202-PROCESS-STUDENT-RECORDS.
           IF TUITION-OWED < 0
               PERFORM 310-READ-STUDENT-ADDRESS
               IF GOOD-ADDRESS-ON-FILE
                   PERFORM 303-ISSUE-REFUND
               ELSE
                   PERFORM 312-LIST-NO-ADDRESS-STUDENT
               END-IF
           END-IF.
           PERFORM 302-READ-STUDENT-RECORD.

           DISPLAY "RECORDS READ        : " RECORDS-READ-COUNT.
           DISPLAY "REFUNDS ISSUED      : " REFUNDS-ISSUED-COUNT.
           DISPLAY "REFUNDS FAILED      : " REFUNDS-FAILED-COUNT.
           DISPLAY "HELD - NO ADDRESS   : " REFUNDS-HELD-COUNT.
           DISPLAY "REFUND DOLLAR TOTAL : " REFUND-TOTAL-DISPLAY.
           DISPLAY "LAST CHECK NUMBER   : " CHECK-NUMBER-WS.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE INDEXED-STU-FILE, BANK-CHECK-FILE, AUDIT-LOG-FILE,
               CHECK-REGISTER-FILE, NO-ADDRESS-FILE.
           PERFORM 308-WRITE-LAST-CHECK-NUMBER.

      *Open the student file I-O so balances can be rewritten in
      *place, the bank file for this run's checks, and the shared
      *audit log for append, with the address master for the
      *checks and the no-address list for the refunds held back.
           301-OPEN-FILES.
           OPEN I-O INDEXED-STU-FILE.
           OPEN OUTPUT BANK-CHECK-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND CHECK-REGISTER-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-STATUS-FIELD = "00"
               MOVE "Y" TO ADDRESS-FILE-FLAG
           ELSE
               DISPLAY "ADDRESS MASTER NOT AVAILABLE, FILE-STATUS IS "
                   ADDRESS-STATUS-FIELD " - ALL REFUNDS HELD"
           END-IF.
           OPEN EXTEND NO-ADDRESS-FILE.
           MOVE ISSUE-DATE-WS TO NAL-RUN-DATE.

      *Read the next student record.
           302-READ-STUDENT-RECORD.
           MOVE STUDENT-NUMBER TO BNK-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO BNK-STUDENT-NAME.
           MOVE REFUND-AMOUNT-WS TO BNK-CHECK-AMOUNT.
           MOVE ADR-LINE-1 TO BNK-ADDRESS-LINE-1.
           MOVE ADR-LINE-2 TO BNK-ADDRESS-LINE-2.
           MOVE ADR-CITY TO BNK-CITY.
           MOVE ADR-PROVINCE TO BNK-PROVINCE.
           MOVE ADR-POSTAL-CODE TO BNK-POSTAL-CODE.
           MOVE BANK-CHECK-LINE TO BANK-CHECK-RECORD.
           WRITE BANK-CHECK-RECORD.
           PERFORM 309-WRITE-CHECK-REGISTER-RECORD.
           MOVE "REFUND  " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Look the student up on the address master and decide whether
      *there is a good address to mail the check to, setting the
      *reason the no-address list gives when there is not.
           310-READ-STUDENT-ADDRESS.
           MOVE "N" TO ADDRESS-GOOD-FLAG.
           MOVE "NO ADDRESS" TO NAL-REASON.
           IF ADDRESS-FILE-OPEN
               MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 311-CHECK-ADDRESS-GOOD
               END-READ
           END-IF.

      *An address marked for returned mail, or one with no street
      *line, is not good enough to mail a check to.
           311-CHECK-ADDRESS-GOOD.
           IF ADR-BAD-ADDRESS-FLAG = "Y"
               MOVE "RETURNED MAIL" TO NAL-REASON
           ELSE
               IF ADR-LINE-1 NOT = SPACES
                   MOVE "Y" TO ADDRESS-GOOD-FLAG
               END-IF
           END-IF.

      *List the student whose refund was held for want of a good
      *address.
           312-LIST-NO-ADDRESS-STUDENT.
           MOVE STUDENT-NUMBER TO NAL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO NAL-STUDENT-NAME.
           MOVE NO-ADDRESS-LINE TO NO-ADDRESS-RECORD.
           WRITE NO-ADDRESS-RECORD.
           ADD 1 TO REFUNDS-HELD-COUNT.

       END PROGRAM REFUNDPAY.
