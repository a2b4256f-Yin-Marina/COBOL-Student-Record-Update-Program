      *          print-ready letter records to the letter file, so
      *          the monthly mail-merge goes away and the bursar has
      *          a defensible paper trail when an account goes to
      *          collections. Each letter carries the mailing address
      *          from ADDRESS.DAT; a student with no good address on
      *          file gets no letter and no escalation, and is listed
      *          on NOADDR.TXT for records staff to chase instead.
      *          Sending the final demand puts a financial hold on the
      *          student through HOLDPOST, stopping registration and
      *          transcripts until the balance is paid. An account
      *          COLLPLC has placed with the collection agency gets
      *          no more letters.
      *          Prints a control count of how many of each level
      *          went out.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../DUNLETRS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

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

      *Notice history, one record per student ever sent a notice:
      *the level last sent (1 = first reminder, 2 = second notice,
      *3 = final demand), the date it went out, and the date
      *COLLPLC placed the account with the collection agency (zero
      *until it does).
       FD NOTICE-HISTORY-FILE.
       01 NOTICE-HISTORY-RECORD.
           05 NTC-STUDENT-NUMBER PIC 9(6).
           05 NTC-LAST-LEVEL     PIC 9(1).
           05 NTC-LAST-SENT-DATE PIC 9(8).
           05 NTC-PLACED-DATE    PIC 9(8).

      *Print-ready collection letters, one block per student.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
       FD LETTER-FILE.
       01 LETTER-RECORD PIC X(80).

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
      *one line each, appended to by every run that mails to the
      *student so records staff work a single list.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in NO-ADDRESS-LINE below and moved here before each
      *WRITE.
       FD NO-ADDRESS-FILE.
       01 NO-ADDRESS-RECORD PIC X(79).

       WORKING-STORAGE SECTION.
      *Line layouts for LETTER-FILE, built here (where VALUE
      *clauses are honored) and moved to LETTER-RECORD before each
           05 LTR-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(20) VALUE SPACES.

      *Mailing-address block under the TO: line, indented to sit
      *under the name: each street line, then city, province/state
      *and postal code.
       01 LETTER-STREET-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 LTR-STREET-TEXT     PIC X(40).
           05 FILLER              PIC X(36) VALUE SPACES.

       01 LETTER-CITY-LINE.
           05 FILLER              PIC X(4) VALUE SPACES.
           05 LTR-CITY            PIC X(25).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LTR-PROVINCE        PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 LTR-POSTAL-CODE     PIC X(10).
           05 FILLER              PIC X(36) VALUE SPACES.

       01 LETTER-BALANCE-LINE.
           05 FILLER              PIC X(33)
                   VALUE "YOUR ACCOUNT BALANCE OUTSTANDING:".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 LTR-BALANCE         PIC $ZZZ,ZZ9.99.
           05 FILLER              PIC X(35) VALUE SPACES.

       01 LETTER-BODY-LINE.
           05 LTR-BODY-TEXT       PIC X(77).
       01 LEVEL-BODY-TABLE REDEFINES LEVEL-BODY-VALUES.
           05 LEVEL-BODY PIC X(77) OCCURS 3 TIMES.

      *Line layout for NO-ADDRESS-FILE, built here (where VALUE
      *clauses are honored) and moved to NO-ADDRESS-RECORD before
      *each WRITE.
       01 NO-ADDRESS-LINE.
           05 NAL-DOCUMENT        PIC X(8) VALUE "DUNNOTIC".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-REASON          PIC X(13).

       01 CONTROL-FIELDS.
           05 EOF-FLG             PIC X(1) VALUE "N".
           05 STATUS-FIELD        PIC X(2).
           05 NOTICE-STATUS-FIELD PIC X(2).
           05 ADDRESS-STATUS-FIELD PIC X(2).
      *Set when ADDRESS.DAT opened; without it every student is
      *treated as having no address on file.
           05 ADDRESS-FILE-FLAG   PIC X(1) VALUE "N".
               88 ADDRESS-FILE-OPEN  VALUE "Y".
      *Set when the student has an address on file that is not
      *marked for returned mail and has a street line to mail to.
           05 ADDRESS-GOOD-FLAG   PIC X(1).
               88 GOOD-ADDRESS-ON-FILE VALUE "Y".
           05 RUN-DATE-WS         PIC 9(8).
           05 NOTICE-LEVEL-WS     PIC 9(1).
           05 HISTORY-FOUND-FLAG  PIC X(1).
           05 FIRST-NOTICE-COUNT   PIC 9(5) VALUE ZERO.
           05 SECOND-NOTICE-COUNT  PIC 9(5) VALUE ZERO.
           05 FINAL-NOTICE-COUNT   PIC 9(5) VALUE ZERO.
           05 NO-ADDRESS-COUNT     PIC 9(5) VALUE ZERO.
           05 HOLDS-PLACED-COUNT   PIC 9(5) VALUE ZERO.
           05 AGENCY-PLACED-COUNT  PIC 9(5) VALUE ZERO.

      *Account-hold handshake with HOLDPOST, so the final demand
      *puts a financial hold on the account.
       01 HOLD-CALL-FIELDS.
           05 HOLD-REQUEST-WS  PIC X(7) VALUE "PLACE  ".
           05 HOLD-STUDENT-WS  PIC 9(6).
           05 HOLD-TYPE-WS     PIC X(1) VALUE "F".
           05 HOLD-REASON-WS   PIC X(40) VALUE "FINAL DEMAND SENT".
           05 HOLD-OPERATOR-WS PIC X(8) VALUE "BATCH   ".
           05 HOLD-RESULT-WS   PIC X(1).
               88 HOLD-PLACED     VALUE "Y".

       PROCEDURE DIVISION.
      *Main procedure for the dunning-notice run.
               OPEN I-O NOTICE-HISTORY-FILE
           END-IF.
           OPEN OUTPUT LETTER-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-STATUS-FIELD = "00"
               MOVE "Y" TO ADDRESS-FILE-FLAG
           ELSE
               DISPLAY "ADDRESS MASTER NOT AVAILABLE, FILE-STATUS IS "
                   ADDRESS-STATUS-FIELD " - NO LETTERS WILL BE MAILED"
           END-IF.
           OPEN EXTEND NO-ADDRESS-FILE.
           MOVE RUN-DATE-WS TO NAL-RUN-DATE.
           PERFORM 301-READ-STUDENT-RECORD.

      *Send a notice to each student who still owes tuition, the
      *same test DELINRPT uses to call a balance delinquent; a
      *withdrawn student's account has left the dunning cycle, and
      *an account placed with the collection agency is the
      *agency's to chase.
           202-PROCESS-STUDENT-RECORDS.
           IF TUITION-OWED > 0 AND STUDENT-STATUS NOT = "W"
               PERFORM 303-READ-NOTICE-HISTORY
               IF HISTORY-ON-FILE AND NTC-PLACED-DATE NOT = ZERO
                   ADD 1 TO AGENCY-PLACED-COUNT
               ELSE
                   PERFORM 302-ESCALATE-AND-SEND-NOTICE
               END-IF
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

           DISPLAY "FIRST REMINDERS     : " FIRST-NOTICE-COUNT.
           DISPLAY "SECOND NOTICES      : " SECOND-NOTICE-COUNT.
           DISPLAY "FINAL DEMANDS       : " FINAL-NOTICE-COUNT.
           DISPLAY "NO GOOD ADDRESS     : " NO-ADDRESS-COUNT.
           DISPLAY "FINANCIAL HOLDS SET : " HOLDS-PLACED-COUNT.
           DISPLAY "WITH AGENCY, SKIPPED: " AGENCY-PLACED-COUNT.
           DISPLAY "LETTER FILE COMPLETE: ../DUNLETRS.TXT".
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE INDEXED-STU-FILE, NOTICE-HISTORY-FILE, LETTER-FILE,
               NO-ADDRESS-FILE.

      *Read the next student record.
           301-READ-STUDENT-RECORD.
               ADD 1 TO RECORDS-READ-COUNT
           END-IF.

      *Step the level up one from the notice history just read - a
      *student never noticed starts at the first reminder,
      *and the final demand repeats rather than escalating further -
      *then write the letter and bring the history up to date. A
      *student with no good mailing address is listed instead and
      *the history is left alone, so the level is not stepped up
      *for a letter that never went out.
           302-ESCALATE-AND-SEND-NOTICE.
           IF HISTORY-ON-FILE
               IF NTC-LAST-LEVEL < 3
                   COMPUTE NOTICE-LEVEL-WS = NTC-LAST-LEVEL + 1
           ELSE
               MOVE 1 TO NOTICE-LEVEL-WS
           END-IF.
           PERFORM 307-READ-STUDENT-ADDRESS.
           IF GOOD-ADDRESS-ON-FILE
               PERFORM 304-WRITE-LETTER-BLOCK
               PERFORM 305-UPDATE-NOTICE-HISTORY
               PERFORM 306-TALLY-NOTICE-LEVEL
               IF NOTICE-LEVEL-WS = 3
                   PERFORM 310-PLACE-FINANCIAL-HOLD
               END-IF
           ELSE
               PERFORM 309-LIST-NO-ADDRESS-STUDENT
           END-IF.

      *Read the student's notice-history record, if one exists.
           303-READ-NOTICE-HISTORY.
           MOVE STUDENT-NUMBER TO LTR-STUDENT-NUMBER.
           MOVE LETTER-ADDRESS-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE ADR-LINE-1 TO LTR-STREET-TEXT.
           MOVE LETTER-STREET-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           IF ADR-LINE-2 NOT = SPACES
               MOVE ADR-LINE-2 TO LTR-STREET-TEXT
               MOVE LETTER-STREET-LINE TO LETTER-RECORD
               WRITE LETTER-RECORD
           END-IF.
           MOVE ADR-CITY TO LTR-CITY.
           MOVE ADR-PROVINCE TO LTR-PROVINCE.
           MOVE ADR-POSTAL-CODE TO LTR-POSTAL-CODE.
           MOVE LETTER-CITY-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE TUITION-OWED TO LTR-BALANCE.
           MOVE LETTER-BALANCE-LINE TO LETTER-RECORD.
           WRITE LETTER-RECORD.
           MOVE STUDENT-NUMBER TO NTC-STUDENT-NUMBER.
           MOVE NOTICE-LEVEL-WS TO NTC-LAST-LEVEL.
           MOVE RUN-DATE-WS TO NTC-LAST-SENT-DATE.
           IF NOT HISTORY-ON-FILE
               MOVE ZERO TO NTC-PLACED-DATE
           END-IF.
           IF HISTORY-ON-FILE
               REWRITE NOTICE-HISTORY-RECORD
                   INVALID KEY
               END-IF
           END-IF.

      *Look the student up on the address master and decide whether
      *there is a good address to mail to, setting the reason the
      *no-address list gives when there is not.
           307-READ-STUDENT-ADDRESS.
           MOVE "N" TO ADDRESS-GOOD-FLAG.
           MOVE "NO ADDRESS" TO NAL-REASON.
           IF ADDRESS-FILE-OPEN
               MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 308-CHECK-ADDRESS-GOOD
               END-READ
           END-IF.

      *An address marked for returned mail, or one with no street
      *line, is not good enough to mail to.
           308-CHECK-ADDRESS-GOOD.
           IF ADR-BAD-ADDRESS-FLAG = "Y"
               MOVE "RETURNED MAIL" TO NAL-REASON
           ELSE
               IF ADR-LINE-1 NOT = SPACES
                   MOVE "Y" TO ADDRESS-GOOD-FLAG
               END-IF
           END-IF.

      *List the student whose letter was held back for want of a
      *good address.
           309-LIST-NO-ADDRESS-STUDENT.
           MOVE STUDENT-NUMBER TO NAL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO NAL-STUDENT-NAME.
           MOVE NO-ADDRESS-LINE TO NO-ADDRESS-RECORD.
           WRITE NO-ADDRESS-RECORD.
           ADD 1 TO NO-ADDRESS-COUNT.

      *Put a financial hold on the student the final demand went
      *to; a hold already active from an earlier demand is left as
      *it stands and not counted again.
           310-PLACE-FINANCIAL-HOLD.
           MOVE STUDENT-NUMBER TO HOLD-STUDENT-WS.
           CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
               HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
               HOLD-RESULT-WS.
           IF HOLD-PLACED
               ADD 1 TO HOLDS-PLACED-COUNT
           END-IF.

       END PROGRAM DUNNOTIC.
