      *          since the money never came back. The issued-check
      *          register is brought up to date either way, so a
      *          student reporting a lost check stops being a
      *          manual mess. A replacement check carries the
      *          mailing address from ADDRESS.DAT, and is refused
      *          while the student has no good address on file.
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

       DATA DIVISION.
       FILE SECTION.

           05 FILLER             PIC X(1).
           05 CHK-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(1).
           05 CHK-CHECK-AMOUNT   PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 CHK-ISSUE-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
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

      *Check-print records for the bank, the same layout REFUNDPAY
      *writes; replacement checks are appended here.
       FD BANK-CHECK-FILE.
       01 BANK-CHECK-RECORD PIC X(188).

      *One-record control file holding the last check number used,
      *shared with REFUNDPAY.
       01 CHECK-NUMBER-RECORD.
           05 CHN-LAST-NUMBER PIC 9(6).

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

       WORKING-STORAGE SECTION.
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

      *Line layout for BANK-CHECK-FILE, the same layout REFUNDPAY
      *builds for its checks.
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

      *The whole register, loaded at the start of the run, worked
      *in memory, and written back at the end of the run.
           05 REGISTER-ENTRY OCCURS 500 TIMES.
               10 RGC-CHECK-NUMBER   PIC 9(6).
               10 RGC-STUDENT-NUMBER PIC 9(6).
               10 RGC-CHECK-AMOUNT   PIC 9(6)V99.
               10 RGC-ISSUE-DATE     PIC 9(8).
               10 RGC-CHECK-STATUS   PIC X(8).


       01 CHECK-NUMBER-WS PIC 9(6) VALUE ZERO.
       01 RUN-DATE-WS     PIC 9(8).
       01 TUITION-OWED-BEFORE-WS PIC S9(6)V99.

       01 CONTROL-FIELDS.
           05 EOF-FLG               PIC X(1) VALUE "N".
           05 REGISTER-EOF-FLG      PIC X(1).
           05 CHKNUM-STATUS-FIELD   PIC X(2).
           05 STATUS-FIELD          PIC X(2).
           05 ADDRESS-STATUS-FIELD  PIC X(2).
      *Set when ADDRESS.DAT opened; without it no replacement
      *check can be cut.
           05 ADDRESS-FILE-FLAG     PIC X(1) VALUE "N".
               88 ADDRESS-FILE-OPEN    VALUE "Y".
      *Set when the student has an address on file that is not
      *marked for returned mail and has a street line to mail to.
           05 ADDRESS-GOOD-FLAG     PIC X(1).
               88 GOOD-ADDRESS-ON-FILE VALUE "Y".
      *Set when the register no longer fits the table. The whole
      *file is rewritten from the table at the end of the run, so
      *proceeding would erase every line past the cap; the run
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
      *Main procedure for voiding and reissuing refund checks. The
      *whole run happens inside the posting window, since a void
           ELSE
               PERFORM 204-ACQUIRE-POSTING-GATE
               IF POSTING-GATE-HELD
                   PERFORM 206-FIND-FISCAL-PERIOD
                   IF FISCAL-PERIOD-OPEN
                       PERFORM 201-INITIALIZE-VOID-RUN
                       PERFORM 202-PROCESS-VOID-TRANS
                           UNTIL EOF-FLG = "Y"
                       PERFORM 203-TERMINATE-PROGRAM
                   END-IF
                   PERFORM 205-RELEASE-POSTING-GATE
               ELSE
                   DISPLAY "CHKVOID RUN CANCELLED - POSTING "
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "CHKVOID RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "CHKVOID RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Pick up the last check number, open the files and prime
      *the read; the register was already loaded ahead of the
      *posting gate.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND BANK-CHECK-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-STATUS-FIELD = "00"
               MOVE "Y" TO ADDRESS-FILE-FLAG
           ELSE
               DISPLAY "ADDRESS MASTER NOT AVAILABLE, FILE-STATUS IS "
                   ADDRESS-STATUS-FIELD " - NO CHECKS WILL BE REISSUED"
           END-IF.
           PERFORM 303-READ-VOID-TRANS.

      *Settle one void or reissue transaction.
           DISPLAY "CHECKS VOIDED       : " CHECKS-VOIDED-COUNT.
           DISPLAY "CHECKS REISSUED     : " CHECKS-REISSUED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " TRANS-REJECT-COUNT.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE VOID-TRANS-FILE, INDEXED-STU-FILE, AUDIT-LOG-FILE,
               BANK-CHECK-FILE.

           END-IF.

      *Void the check and put the money back on the student's
      *balance as a credit, under the CHKVOID audit tag. A check
      *cut to a number since retired by a duplicate-record merge is
      *refused, to be voided against the surviving number.
           308-VOID-AND-RESTORE-CREDIT.
           MOVE RGC-STUDENT-NUMBER(MATCHED-ENTRY-WS)
               TO STUDENT-NUMBER.
                       VTX-CHECK-NUMBER
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   IF STUDENT-STATUS = "M"
                       DISPLAY "STUDENT NUMBER MERGED, TRANS REJECTED: "
                           VTX-CHECK-NUMBER
                       ADD 1 TO TRANS-REJECT-COUNT
                   ELSE
                       PERFORM 310-RESTORE-CREDIT-BALANCE
                   END-IF
           END-READ.

      *Subtract the check amount back off the balance - the credit
           MOVE "CHKVOID " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

                       VTX-CHECK-NUMBER
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   PERFORM 316-READ-STUDENT-ADDRESS
                   IF GOOD-ADDRESS-ON-FILE
                       PERFORM 312-CUT-REPLACEMENT-CHECK
                   ELSE
                       DISPLAY "NO GOOD ADDRESS, REISSUE REJECTED: "
                           VTX-CHECK-NUMBER
                       ADD 1 TO TRANS-REJECT-COUNT
                   END-IF
           END-READ.

      *Write the replacement check-print record, add it to the
               MOVE STUDENT-NAME TO BNK-STUDENT-NAME
               MOVE RGC-CHECK-AMOUNT(MATCHED-ENTRY-WS)
                   TO BNK-CHECK-AMOUNT
               MOVE ADR-LINE-1 TO BNK-ADDRESS-LINE-1
               MOVE ADR-LINE-2 TO BNK-ADDRESS-LINE-2
               MOVE ADR-CITY TO BNK-CITY
               MOVE ADR-PROVINCE TO BNK-PROVINCE
               MOVE ADR-POSTAL-CODE TO BNK-POSTAL-CODE
               MOVE BANK-CHECK-LINE TO BANK-CHECK-RECORD
               WRITE BANK-CHECK-RECORD
               ADD 1 TO REGISTER-COUNT
           WRITE CHECK-NUMBER-RECORD.
           CLOSE CHECK-NUMBER-FILE.

      *Look the student up on the address master; only an address
      *not marked for returned mail and with a street line is good
      *enough to mail a replacement check to.
           316-READ-STUDENT-ADDRESS.
           MOVE "N" TO ADDRESS-GOOD-FLAG.
           IF ADDRESS-FILE-OPEN
               MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF ADR-BAD-ADDRESS-FLAG NOT = "Y"
                           AND ADR-LINE-1 NOT = SPACES
                           MOVE "Y" TO ADDRESS-GOOD-FLAG
                       END-IF
               END-READ
           END-IF.

       END PROGRAM CHKVOID.
