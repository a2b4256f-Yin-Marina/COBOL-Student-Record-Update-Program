             ASSIGN "../MAINTLOG.TXT"
             ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDRESS-FILE
             ASSIGN "../ADDRESS.DAT"
             ORGANIZATION IS INDEXED
             RECORD KEY IS ADR-STUDENT-NUMBER
             ACCESS MODE IS RANDOM
             FILE STATUS IS ADDRESS-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6) .
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Printable billing statement, one record per transaction, so a
      *paid statement can be handed or mailed to the student.
       01 BILLING-STATEMENT-RECORD PIC X(80).

      *Maintenance log, one line per name or program correction,
      *carrying the old and new values the 98-byte audit line has
      *no room for; the matching NAMECHG/PGMCHG audit line ties the
      *two trails together by student, operator and timestamp.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-RECORD PIC X(123).

      *Student mailing-address master, one record per student keyed
      *by student number and kept by records staff through the A
      *function. A Y in ADR-BAD-ADDRESS-FLAG marks an address the
      *mail came back from, so nothing is sent there until it is
      *corrected; DUNNOTIC, TAXSTMT, REFUNDPAY and CHKVOID read the
      *same layout.
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

.      WORKING-STORAGE SECTION.
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

      *Line layouts for BILLING-STATEMENT-FILE, built here (where
      *VALUE clauses are honored) and moved to BILLING-STATEMENT-
           05 BS-PROGRAM-NAME     PIC X(5).
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(15) VALUE "PRIOR BALANCE: ".
           05 BS-OLD-BALANCE      PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(7)  VALUE SPACES.

       01 BILLING-STATEMENT-LINE-4.
           05 FILLER              PIC X(16) VALUE "PAYMENT APPLIED:".
           05 BS-PAYMENT-AMOUNT   PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(10) VALUE SPACES.
           05 FILLER              PIC X(14) VALUE "NEW BALANCE: ".
           05 BS-NEW-BALANCE      PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(14) VALUE SPACES.

      *Mailing-address block under the student line: one line per
      *street line, then city, province/state and postal code. With
      *no good address on file the first line says so instead, and
      *the statement is handed over at the counter.
       01 BILLING-STATEMENT-ADDRESS-LINE.
           05 BS-ADDRESS-LABEL    PIC X(17).
           05 BS-ADDRESS-TEXT     PIC X(40).
           05 FILLER              PIC X(23) VALUE SPACES.

       01 BILLING-STATEMENT-CITY-LINE.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 BS-CITY             PIC X(25).
           05 FILLER              PIC X(1)  VALUE SPACE.
           05 BS-PROVINCE         PIC X(2).
           05 FILLER              PIC X(2)  VALUE SPACES.
           05 BS-POSTAL-CODE      PIC X(10).
           05 FILLER              PIC X(23) VALUE SPACES.

       01 STUDENT-RECORD-WS.
           05 STUDENT-NUMBER-WS    PIC 9(6) .
           05 TUITION-OWED-WS      PIC S9(6)V99.
           05 STUDENT-NAME-WS      PIC X(40).
           05 PROGRAM-NAME-WS  PIC X(5).
           05 COURSE-TABLE-WS OCCURS 8 TIMES.
           05 STUDENT-STATUS-WS   PIC X(1).

       01 STUDENT-RECORD-UPDATE.
           05 TUITION-PAYMENT-WS PIC 9(6)V99.

       01 TUITION-OWED-BEFORE-WS PIC S9(6)V99.

       01 STATUS-FIELD PIC X(2).
       01 WS-EOF       PIC X VALUE 'N'.
       01 OPERATOR-ID  PIC X(8).
       01 STUDENT-NAME-SEARCH-WS PIC X(40).

      *Name search along the alternate key: done once the name runs
      *out, found once a record under the name is not a number
      *retired by a duplicate-record merge.
       01 NAME-SEARCH-FLAGS.
           05 NAME-SEARCH-DONE-FLAG PIC X(1).
               88 NAME-SEARCH-DONE VALUE "Y".
           05 NAME-MATCH-FOUND-FLAG PIC X(1).
               88 NAME-MATCH-FOUND VALUE "Y".

      *Sign-on handshake with OPERAUTH, which checks the operator
      *ID and password against the operator master and hands back
      *the role: C cashier, R records staff, G registrar. Only
      *the student's name or program.
       01 FUNCTION-CHOICE-WS PIC X(1).
           88 MAINT-CHOSEN VALUE "M".
           88 ADDRESS-CHOSEN VALUE "A".
           88 HOLD-CHOSEN VALUE "H".

      *The student's address record as worked on the address
      *maintenance screen and printed on the statement, and the
      *same record as it stood before the screen, so the log can
      *record what changed.
       01 ADDRESS-RECORD-WS.
           05 ADR-STUDENT-NUMBER-WS   PIC 9(6).
           05 ADR-LINE-1-WS           PIC X(40).
           05 ADR-LINE-2-WS           PIC X(40).
           05 ADR-CITY-WS             PIC X(25).
           05 ADR-PROVINCE-WS         PIC X(2).
           05 ADR-POSTAL-CODE-WS      PIC X(10).
           05 ADR-EMAIL-WS            PIC X(40).
           05 ADR-BAD-ADDRESS-FLAG-WS PIC X(1).
               88 ADDRESS-MARKED-BAD VALUE "Y".

       01 OLD-ADDRESS-RECORD-WS.
           05 OLD-ADR-STUDENT-NUMBER-WS   PIC 9(6).
           05 OLD-ADR-LINE-1-WS           PIC X(40).
           05 OLD-ADR-LINE-2-WS           PIC X(40).
           05 OLD-ADR-CITY-WS             PIC X(25).
           05 OLD-ADR-PROVINCE-WS         PIC X(2).
           05 OLD-ADR-POSTAL-CODE-WS      PIC X(10).
           05 OLD-ADR-EMAIL-WS            PIC X(40).
           05 OLD-ADR-BAD-ADDRESS-FLAG-WS PIC X(1).

       01 ADDRESS-STATUS-FIELD PIC X(2).

      *Set when the student already has a record on the address
      *master, so a save rewrites it instead of adding one.
       01 ADDRESS-FOUND-FLAG PIC X(1) VALUE "N".
           88 ADDRESS-ON-FILE VALUE "Y".

      *Values as they stood before the maintenance screen, kept so
      *the logs can record what changed.
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

      *Set when an unrecognized student number is used to add a new
      *student record instead of updating an existing one, so the
      *rest of the pass can skip the tuition-payment update.
      *open installment on PAYPLAN.DAT.
       01 PLAN-CALL-FIELDS.
           05 PLAN-STUDENT-WS PIC 9(6).
           05 PLAN-PAYMENT-WS PIC S9(6)V99.
           05 PLAN-RESULT-WS  PIC X(1).

      *Account-hold handshake with HOLDPOST, shared with the batch
      *programs, to show the student's active holds when the record
      *comes up, to place and release holds by hand, and to lift
      *the financial hold once a payment clears the balance.
       01 HOLD-CALL-FIELDS.
           05 HOLD-REQUEST-WS  PIC X(7).
           05 HOLD-STUDENT-WS  PIC 9(6).
           05 HOLD-TYPE-WS     PIC X(1).
               88 VALID-HOLD-TYPE VALUE "F" "R" "A".
           05 HOLD-REASON-WS   PIC X(40).
           05 HOLD-OPERATOR-WS PIC X(8).
           05 HOLD-RESULT-WS   PIC X(1).
               88 HOLD-RESULT-YES VALUE "Y".

      *Place-or-release choice keyed on the hold screen.
       01 HOLD-ACTION-WS PIC X(1).
           88 PLACE-HOLD-CHOSEN   VALUE "P".
           88 RELEASE-HOLD-CHOSEN VALUE "R".

      *The student's active holds as shown under the function menu,
      *the hold's reason or NONE for each type.
       01 HOLD-DISPLAY-FIELDS.
           05 FIN-HOLD-TEXT-WS  PIC X(40).
           05 REG-HOLD-TEXT-WS  PIC X(40).
           05 ACAD-HOLD-TEXT-WS PIC X(40).



       SCREEN SECTION.

           05 VALUE "TUITION OWNED" LINE 9 COL 10.
           05 TUITION-OWNED-OUT LINE 9 COL 28
                   PIC $ZZZ,ZZ9.99CR FROM TUITION-OWED.

           05 VALUE "TUITION PAYMENT" LINE 11 COL 10.
           05 TUITION-PAYMENT LINE 11 COL 28
                   PIC $ZZZ,ZZ9.99CR USING TUITION-PAYMENT-WS.



           05 VALUE "SELECT FUNCTION" BLANK SCREEN LINE 1 COL 35.
           05 VALUE "P = POST PAYMENT" LINE 3 COL 10.
           05 VALUE "M = NAME/PROGRAM MAINTENANCE" LINE 4 COL 10.
           05 VALUE "A = ADDRESS MAINTENANCE" LINE 5 COL 10.
           05 VALUE "H = ACCOUNT HOLDS" LINE 6 COL 10.
           05 VALUE "FUNCTION" LINE 7 COL 10.
           05 FUNCTION-CHOICE-IN LINE 7 COL 28
                   PIC X(1) TO FUNCTION-CHOICE-WS.
           05 VALUE "ACTIVE HOLDS" LINE 10 COL 10.
           05 VALUE "FINANCIAL" LINE 11 COL 10.
           05 FIN-HOLD-TEXT-OUT LINE 11 COL 28
                   PIC X(40) FROM FIN-HOLD-TEXT-WS.
           05 VALUE "REGISTRAR" LINE 12 COL 10.
           05 REG-HOLD-TEXT-OUT LINE 12 COL 28
                   PIC X(40) FROM REG-HOLD-TEXT-WS.
           05 VALUE "ACADEMIC" LINE 13 COL 10.
           05 ACAD-HOLD-TEXT-OUT LINE 13 COL 28
                   PIC X(40) FROM ACAD-HOLD-TEXT-WS.

       01  MAINT-SCREEN.
           05 VALUE "STUDENT MAINTENANCE" BLANK SCREEN LINE 1 COL 35.
           05 MNT-SPONSOR-CODE-IN LINE 9 COL 28
                   PIC X(5) USING SPONSOR-CODE-WS.

       01  ADDRESS-SCREEN.
           05 VALUE "ADDRESS MAINTENANCE" BLANK SCREEN LINE 1 COL 35.
           05 VALUE "STUDENT NUMBER" LINE 3 COL 10.
           05 ADR-STUDENT-NUMBER-OUT LINE 3 COL 28
                   PIC 9(6) FROM STUDENT-NUMBER-WS.

           05 VALUE "STUDENT NAME" LINE 4 COL 10.
           05 ADR-STUDENT-NAME-OUT LINE 4 COL 28
                   PIC X(40) FROM STUDENT-NAME-WS.

           05 VALUE "ADDRESS LINE 1" LINE 6 COL 10.
           05 ADR-LINE-1-IN LINE 6 COL 28
                   PIC X(40) USING ADR-LINE-1-WS.

           05 VALUE "ADDRESS LINE 2" LINE 7 COL 10.
           05 ADR-LINE-2-IN LINE 7 COL 28
                   PIC X(40) USING ADR-LINE-2-WS.

           05 VALUE "CITY" LINE 8 COL 10.
           05 ADR-CITY-IN LINE 8 COL 28
                   PIC X(25) USING ADR-CITY-WS.

           05 VALUE "PROVINCE/STATE" LINE 9 COL 10.
           05 ADR-PROVINCE-IN LINE 9 COL 28
                   PIC X(2) USING ADR-PROVINCE-WS.

           05 VALUE "POSTAL CODE" LINE 10 COL 10.
           05 ADR-POSTAL-CODE-IN LINE 10 COL 28
                   PIC X(10) USING ADR-POSTAL-CODE-WS.

           05 VALUE "EMAIL" LINE 11 COL 10.
           05 ADR-EMAIL-IN LINE 11 COL 28
                   PIC X(40) USING ADR-EMAIL-WS.

           05 VALUE "RETURNED MAIL (Y/N)" LINE 12 COL 10.
           05 ADR-BAD-ADDRESS-FLAG-IN LINE 12 COL 30
                   PIC X(1) USING ADR-BAD-ADDRESS-FLAG-WS.

       01  HOLD-SCREEN.
           05 VALUE "ACCOUNT HOLDS" BLANK SCREEN LINE 1 COL 35.
           05 VALUE "STUDENT NUMBER" LINE 3 COL 10.
           05 HLD-STUDENT-NUMBER-OUT LINE 3 COL 28
                   PIC 9(6) FROM STUDENT-NUMBER-WS.

           05 VALUE "STUDENT NAME" LINE 4 COL 10.
           05 HLD-STUDENT-NAME-OUT LINE 4 COL 28
                   PIC X(40) FROM STUDENT-NAME-WS.

           05 VALUE "HOLD TYPE (F/R/A)" LINE 6 COL 10.
           05 HLD-HOLD-TYPE-IN LINE 6 COL 30
                   PIC X(1) USING HOLD-TYPE-WS.

           05 VALUE "PLACE/RELEASE (P/R)" LINE 7 COL 10.
           05 HLD-ACTION-IN LINE 7 COL 30
                   PIC X(1) USING HOLD-ACTION-WS.

           05 VALUE "REASON" LINE 8 COL 10.
           05 HLD-REASON-IN LINE 8 COL 28
                   PIC X(40) USING HOLD-REASON-WS.

       01  NEW-STUDENT-PROMPT-SCREEN.
           05 VALUE "STUDENT NOT FOUND" BLANK SCREEN LINE 1 COL 35.
           05 VALUE "ADD AS NEW STUDENT (Y/N)" LINE 3 COL 10.

           05 VALUE "TUITION OWED" LINE 9 COL 10.
           05 NEW-TUITION-OWED-IN LINE 9 COL 28
                   PIC S9(6)V99 TO TUITION-OWED-WS.

           05 VALUE "SPONSOR CODE" LINE 10 COL 10.
           05 NEW-SPONSOR-CODE-IN LINE 10 COL 28

           05 VALUE "TUITION OWNED(UPDATED)" LINE 9 COL 10.
           05 TUITION-OWNED LINE 9 COL 32
                   PIC $ZZZ,ZZ9.99CR FROM TUITION-OWED-WS.



       MAIN-PROCEDURE.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 207-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIAL-FILE
                   PERFORM 202-UPDATED-STUDENT-FILE UNTIL SESSION-DONE
                   PERFORM 206-CLOSE-FILE
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "SESSION CANCELLED - POSTING WINDOW BUSY"
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's payments belong to; no session
      *opens while that period is closed or the calendar has no
      *period for today.
       207-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "SESSION CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "SESSION CANCELLED - NO FISCAL PERIOD FOR "
                       "TODAY ON THE CALENDAR"
               END-IF
           END-IF.

       201-INITIAL-FILE.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN EXTEND BILLING-STATEMENT-FILE.
           OPEN EXTEND MAINT-LOG-FILE.
           PERFORM 321-OPEN-ADDRESS-FILE.
           PERFORM 300-ACCEPT-OPERATOR-ID
               UNTIL OPERATOR-AUTHORIZED OR SESSION-DONE.
           IF NOT SESSION-DONE
      *>              DISPLAY "FILE-STATUS IS " LINE 5 COL 30 STATUS-FIELD
                   ACCEPT WAIT-FLAG LINE 5 COL 40
                   MOVE 0 TO WAIT-FLAG.
           PERFORM 332-REFUSE-MERGED-NUMBER.

      *Position to the first record with this name on the alternate
      *key, then read it.
                   PERFORM 309-READ-MATCHED-NAME-RECORD
           END-START.

      *Read forward from where the START positioned to the first
      *record under the name that is not a number retired by a
      *duplicate-record merge, so the search lands on the surviving
      *number rather than the one merged into it.
       309-READ-MATCHED-NAME-RECORD.
           MOVE "N" TO NAME-SEARCH-DONE-FLAG.
           MOVE "N" TO NAME-MATCH-FOUND-FLAG.
           PERFORM 333-READ-NEXT-SAME-NAME UNTIL NAME-SEARCH-DONE.
           IF NAME-MATCH-FOUND
               DISPLAY "VALID KEY" LINE 5 COL 10
               ACCEPT WAIT-FLAG LINE 5 COL 40
               MOVE 0 TO WAIT-FLAG
           ELSE
               DISPLAY "NAME NOT FOUND" LINE 5 COL 10
               ACCEPT WAIT-FLAG LINE 5 COL 40
               MOVE 1 TO WAIT-FLAG
           END-IF.

      *Offer to add the unrecognized student number as a brand-new
      *student instead of just bouncing back to re-enter a number.
               UNTIL WAIT-FLAG = 0 OR SESSION-DONE.
           IF NOT SESSION-DONE AND NOT NEW-STUDENT-WRITTEN
               PERFORM 314-ACCEPT-FUNCTION-CHOICE
               IF (MAINT-CHOSEN OR ADDRESS-CHOSEN OR HOLD-CHOSEN)
                   AND NOT RECORDS-STAFF-SIGNED-ON
                   DISPLAY "MAINTENANCE RESTRICTED TO RECORDS STAFF"
                       LINE 8 COL 10
                   ACCEPT WAIT-FLAG LINE 8 COL 50
                   IF MAINT-CHOSEN
                       PERFORM 315-MAINTAIN-STUDENT-RECORD
                   ELSE
                       IF ADDRESS-CHOSEN
                           PERFORM 322-MAINTAIN-STUDENT-ADDRESS
                       ELSE
                           IF HOLD-CHOSEN
                               PERFORM 329-MAINTAIN-ACCOUNT-HOLD
                           ELSE
                               PERFORM 303-ACCEPT-TUITION-PAYMENT
                               MOVE STUDENT-RECORD
                                   TO STUDENT-RECORD-WS
                               MOVE TUITION-OWED-WS
                                   TO TUITION-OWED-BEFORE-WS
                               SUBTRACT TUITION-PAYMENT-WS
                                   FROM TUITION-OWED-WS
                                   GIVING TUITION-OWED-WS
                               PERFORM 304-REWRITE-STUDENT-FILE
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.
               PERFORM 301-ACCEPT-STUDENT-NUMBER
           END-IF.

      *Ask whether this pass posts a payment, corrects the name or
      *program, keeps the mailing address or works the account
      *holds; anything but M, A or H takes the payment path. The
      *student's active holds show under the menu.
       314-ACCEPT-FUNCTION-CHOICE.
           MOVE SPACES TO FUNCTION-CHOICE-WS.
           PERFORM 327-SHOW-ACTIVE-HOLDS.
           DISPLAY FUNCTION-SCREEN.
           ACCEPT FUNCTION-SCREEN.

           MOVE MNT-CHANGE-TAG TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Open the address master, creating it empty the first time
      *through so records staff can start keying addresses.
       321-OPEN-ADDRESS-FILE.
           OPEN I-O ADDRESS-FILE.
           IF ADDRESS-STATUS-FIELD = "35"
               OPEN OUTPUT ADDRESS-FILE
               CLOSE ADDRESS-FILE
               OPEN I-O ADDRESS-FILE
           END-IF.

      *Address maintenance pass: bring up the student's mailing
      *address (blank for a student with none yet) open for
      *correction, and save it if anything changed.
       322-MAINTAIN-STUDENT-ADDRESS.
           MOVE STUDENT-RECORD TO STUDENT-RECORD-WS.
           PERFORM 323-READ-STUDENT-ADDRESS.
           MOVE ADDRESS-RECORD-WS TO OLD-ADDRESS-RECORD-WS.
           DISPLAY ADDRESS-SCREEN.
           ACCEPT ADDRESS-SCREEN.
           IF ADR-BAD-ADDRESS-FLAG-WS = "y"
               MOVE "Y" TO ADR-BAD-ADDRESS-FLAG-WS
           END-IF.
           IF NOT ADDRESS-MARKED-BAD
               MOVE "N" TO ADR-BAD-ADDRESS-FLAG-WS
           END-IF.
           IF ADDRESS-RECORD-WS = OLD-ADDRESS-RECORD-WS
               DISPLAY "NO CHANGES MADE" LINE 14 COL 10
               ACCEPT WAIT-FLAG LINE 14 COL 40
           ELSE
               PERFORM 324-SAVE-STUDENT-ADDRESS
           END-IF.

      *Read the address record for the student in STUDENT-RECORD-WS
      *into ADDRESS-RECORD-WS; with none on file the record comes
      *back blank and not marked bad.
       323-READ-STUDENT-ADDRESS.
           MOVE STUDENT-NUMBER-WS TO ADR-STUDENT-NUMBER.
           READ ADDRESS-FILE INTO ADDRESS-RECORD-WS
               INVALID KEY
                   MOVE "N" TO ADDRESS-FOUND-FLAG
                   INITIALIZE ADDRESS-RECORD-WS
                   MOVE STUDENT-NUMBER-WS TO ADR-STUDENT-NUMBER-WS
                   MOVE "N" TO ADR-BAD-ADDRESS-FLAG-WS
               NOT INVALID KEY
                   MOVE "Y" TO ADDRESS-FOUND-FLAG
           END-READ.

      *Add or rewrite the address record; only a successful save
      *leaves the maintenance-log lines.
       324-SAVE-STUDENT-ADDRESS.
           IF ADDRESS-ON-FILE
               REWRITE ADDRESS-RECORD FROM ADDRESS-RECORD-WS
                   INVALID KEY
                       DISPLAY "ADDRESS REWRITE FAILED" LINE 14 COL 10
                       DISPLAY "FILE-STATUS IS " ADDRESS-STATUS-FIELD
                           LINE 14 COL 40
                   NOT INVALID KEY
                       PERFORM 325-LOG-ADDRESS-CHANGES
                       DISPLAY "ADDRESS CORRECTED" LINE 14 COL 10
                       ACCEPT WAIT-FLAG LINE 14 COL 40
               END-REWRITE
           ELSE
               WRITE ADDRESS-RECORD FROM ADDRESS-RECORD-WS
                   INVALID KEY
                       DISPLAY "ADDRESS WRITE FAILED" LINE 14 COL 10
                       DISPLAY "FILE-STATUS IS " ADDRESS-STATUS-FIELD
                           LINE 14 COL 40
                   NOT INVALID KEY
                       PERFORM 325-LOG-ADDRESS-CHANGES
                       DISPLAY "ADDRESS ADDED" LINE 14 COL 10
                       ACCEPT WAIT-FLAG LINE 14 COL 40
               END-WRITE
           END-IF.

      *Leave one ADDRCHG maintenance-log line per field that
      *changed, carrying the old and new values. The balance is
      *untouched, so no audit-log line goes with it.
       325-LOG-ADDRESS-CHANGES.
           MOVE "ADDRCHG " TO MNT-CHANGE-TAG.
           IF ADR-LINE-1-WS NOT = OLD-ADR-LINE-1-WS
               MOVE OLD-ADR-LINE-1-WS TO MNT-OLD-VALUE
               MOVE ADR-LINE-1-WS TO MNT-NEW-VALUE
               PERFORM 318-WRITE-MAINT-LOG-RECORD
           END-IF.
           IF ADR-LINE-2-WS NOT = OLD-ADR-LINE-2-WS
               MOVE OLD-ADR-LINE-2-WS TO MNT-OLD-VALUE
               MOVE ADR-LINE-2-WS TO MNT-NEW-VALUE
               PERFORM 318-WRITE-MAINT-LOG-RECORD
           END-IF.
           IF ADR-CITY-WS NOT = OLD-ADR-CITY-WS
               MOVE OLD-ADR-CITY-WS TO MNT-OLD-VALUE
               MOVE ADR-CITY-WS TO MNT-NEW-VALUE
               PERFORM 318-WRITE-MAINT-LOG-RECORD
           END-IF.
           IF ADR-PROVINCE-WS NOT = OLD-ADR-PROVINCE-WS
               MOVE OLD-ADR-PROVINCE-WS TO MNT-OLD-VALUE
               MOVE ADR-PROVINCE-WS TO MNT-NEW-VALUE
               PERFORM 318-WRITE-MAINT-LOG-RECORD
           END-IF.
           IF ADR-POSTAL-CODE-WS NOT = OLD-ADR-POSTAL-CODE-WS
               MOVE OLD-ADR-POSTAL-CODE-WS TO MNT-OLD-VALUE
               MOVE ADR-POSTAL-CODE-WS TO MNT-NEW-VALUE
               PERFORM 318-WRITE-MAINT-LOG-RECORD
           END-IF.
           IF ADR-EMAIL-WS NOT = OLD-ADR-EMAIL-WS
               MOVE OLD-ADR-EMAIL-WS TO MNT-OLD-VALUE
               MOVE ADR-EMAIL-WS TO MNT-NEW-VALUE
               PERFORM 318-WRITE-MAINT-LOG-RECORD
           END-IF.
           IF ADR-BAD-ADDRESS-FLAG-WS NOT = OLD-ADR-BAD-ADDRESS-FLAG-WS
               MOVE OLD-ADR-BAD-ADDRESS-FLAG-WS TO MNT-OLD-VALUE
               MOVE ADR-BAD-ADDRESS-FLAG-WS TO MNT-NEW-VALUE
               PERFORM 318-WRITE-MAINT-LOG-RECORD
           END-IF.

       303-ACCEPT-TUITION-PAYMENT.
           DISPLAY UPDATE-SCREEN.
           ACCEPT UPDATE-SCREEN.
                   PERFORM 305-WRITE-AUDIT-RECORD
                   PERFORM 310-WRITE-BILLING-STATEMENT
                   PERFORM 320-APPLY-PAYMENT-TO-PLAN
                   PERFORM 331-RELEASE-FINANCIAL-HOLD
           END-REWRITE.
           DISPLAY PRINT-REC-SCREEN.
           ACCEPT PRINT-REC-SCREEN.
           MOVE "PAYMENT " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           MOVE STUDENT-NAME-WS TO BS-STUDENT-NAME.
           MOVE BILLING-STATEMENT-LINE-2 TO BILLING-STATEMENT-RECORD.
           WRITE BILLING-STATEMENT-RECORD.
           PERFORM 326-WRITE-STATEMENT-ADDRESS.
           MOVE PROGRAM-NAME-WS TO BS-PROGRAM-NAME.
           MOVE TUITION-OWED-BEFORE-WS TO BS-OLD-BALANCE.
           MOVE BILLING-STATEMENT-LINE-3 TO BILLING-STATEMENT-RECORD.
           MOVE SPACES TO BILLING-STATEMENT-RECORD.
           WRITE BILLING-STATEMENT-RECORD.

      *Print the student's mailing-address block on the statement;
      *with no address on file, or one marked for returned mail,
      *print a line saying so, so the statement is handed over at
      *the counter instead of mailed.
       326-WRITE-STATEMENT-ADDRESS.
           PERFORM 323-READ-STUDENT-ADDRESS.
           MOVE "MAILING ADDRESS: " TO BS-ADDRESS-LABEL.
           IF NOT ADDRESS-ON-FILE OR ADR-LINE-1-WS = SPACES
               MOVE "*** NONE ON FILE - HAND TO STUDENT ***"
                   TO BS-ADDRESS-TEXT
               MOVE BILLING-STATEMENT-ADDRESS-LINE
                   TO BILLING-STATEMENT-RECORD
               WRITE BILLING-STATEMENT-RECORD
           ELSE
               IF ADDRESS-MARKED-BAD
                   MOVE "*** RETURNED MAIL - HAND TO STUDENT ***"
                       TO BS-ADDRESS-TEXT
                   MOVE BILLING-STATEMENT-ADDRESS-LINE
                       TO BILLING-STATEMENT-RECORD
                   WRITE BILLING-STATEMENT-RECORD
               ELSE
                   MOVE ADR-LINE-1-WS TO BS-ADDRESS-TEXT
                   MOVE BILLING-STATEMENT-ADDRESS-LINE
                       TO BILLING-STATEMENT-RECORD
                   WRITE BILLING-STATEMENT-RECORD
                   MOVE SPACES TO BS-ADDRESS-LABEL
                   IF ADR-LINE-2-WS NOT = SPACES
                       MOVE ADR-LINE-2-WS TO BS-ADDRESS-TEXT
                       MOVE BILLING-STATEMENT-ADDRESS-LINE
                           TO BILLING-STATEMENT-RECORD
                       WRITE BILLING-STATEMENT-RECORD
                   END-IF
                   MOVE ADR-CITY-WS TO BS-CITY
                   MOVE ADR-PROVINCE-WS TO BS-PROVINCE
                   MOVE ADR-POSTAL-CODE-WS TO BS-POSTAL-CODE
                   MOVE BILLING-STATEMENT-CITY-LINE
                       TO BILLING-STATEMENT-RECORD
                   WRITE BILLING-STATEMENT-RECORD
               END-IF
           END-IF.

      *Look up each hold type for the student just read and set up
      *the reason, or NONE, for the function menu.
       327-SHOW-ACTIVE-HOLDS.
           MOVE "F" TO HOLD-TYPE-WS.
           PERFORM 328-CHECK-ONE-HOLD-TYPE.
           MOVE HOLD-REASON-WS TO FIN-HOLD-TEXT-WS.
           MOVE "R" TO HOLD-TYPE-WS.
           PERFORM 328-CHECK-ONE-HOLD-TYPE.
           MOVE HOLD-REASON-WS TO REG-HOLD-TEXT-WS.
           MOVE "A" TO HOLD-TYPE-WS.
           PERFORM 328-CHECK-ONE-HOLD-TYPE.
           MOVE HOLD-REASON-WS TO ACAD-HOLD-TEXT-WS.

      *Ask HOLDPOST whether the hold of the type in HOLD-TYPE-WS is
      *active, leaving its reason - or NONE - in HOLD-REASON-WS.
       328-CHECK-ONE-HOLD-TYPE.
           MOVE "CHECK  " TO HOLD-REQUEST-WS.
           MOVE STUDENT-NUMBER IN STUDENT-RECORD TO HOLD-STUDENT-WS.
           MOVE SPACES TO HOLD-REASON-WS.
           MOVE OPERATOR-ID TO HOLD-OPERATOR-WS.
           CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
               HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
               HOLD-RESULT-WS.
           IF NOT HOLD-RESULT-YES
               MOVE "NONE" TO HOLD-REASON-WS
           END-IF.

      *Hold pass: records staff place or release a hold of any type
      *by hand, giving the reason that goes on the hold audit trail.
       329-MAINTAIN-ACCOUNT-HOLD.
           MOVE STUDENT-RECORD TO STUDENT-RECORD-WS.
           MOVE SPACES TO HOLD-TYPE-WS.
           MOVE SPACES TO HOLD-ACTION-WS.
           MOVE SPACES TO HOLD-REASON-WS.
           DISPLAY HOLD-SCREEN.
           ACCEPT HOLD-SCREEN.
           INSPECT HOLD-TYPE-WS CONVERTING "fra" TO "FRA".
           INSPECT HOLD-ACTION-WS CONVERTING "pr" TO "PR".
           IF NOT VALID-HOLD-TYPE
               OR NOT (PLACE-HOLD-CHOSEN OR RELEASE-HOLD-CHOSEN)
               DISPLAY "HOLD TYPE MUST BE F, R OR A AND ACTION P OR R"
                   LINE 10 COL 10
               ACCEPT WAIT-FLAG LINE 10 COL 60
           ELSE
               IF HOLD-REASON-WS = SPACES
                   DISPLAY "REASON REQUIRED" LINE 10 COL 10
                   ACCEPT WAIT-FLAG LINE 10 COL 40
               ELSE
                   PERFORM 330-POST-ACCOUNT-HOLD
               END-IF
           END-IF.

      *Hand the keyed hold to HOLDPOST and say what came of it.
       330-POST-ACCOUNT-HOLD.
           IF PLACE-HOLD-CHOSEN
               MOVE "PLACE  " TO HOLD-REQUEST-WS
           ELSE
               MOVE "RELEASE" TO HOLD-REQUEST-WS
           END-IF.
           MOVE STUDENT-NUMBER-WS TO HOLD-STUDENT-WS.
           MOVE OPERATOR-ID TO HOLD-OPERATOR-WS.
           CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
               HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
               HOLD-RESULT-WS.
           IF PLACE-HOLD-CHOSEN
               IF HOLD-RESULT-YES
                   DISPLAY "HOLD PLACED" LINE 10 COL 10
               ELSE
                   DISPLAY "HOLD ALREADY ACTIVE" LINE 10 COL 10
               END-IF
           ELSE
               IF HOLD-RESULT-YES
                   DISPLAY "HOLD RELEASED" LINE 10 COL 10
               ELSE
                   DISPLAY "NO ACTIVE HOLD TO RELEASE" LINE 10 COL 10
               END-IF
           END-IF.
           ACCEPT WAIT-FLAG LINE 10 COL 40.

      *Lift the student's financial hold once the payment has
      *brought the balance to zero or below; a student with no
      *active financial hold is simply passed over.
       331-RELEASE-FINANCIAL-HOLD.
           IF TUITION-OWED-WS NOT > 0
               MOVE "RELEASE" TO HOLD-REQUEST-WS
               MOVE STUDENT-NUMBER-WS TO HOLD-STUDENT-WS
               MOVE "F" TO HOLD-TYPE-WS
               MOVE "BALANCE PAID" TO HOLD-REASON-WS
               MOVE OPERATOR-ID TO HOLD-OPERATOR-WS
               CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
                   HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
                   HOLD-RESULT-WS
           END-IF.

      *A number retired by a duplicate-record merge takes no more
      *payments or maintenance; send the operator back for the
      *surviving number.
       332-REFUSE-MERGED-NUMBER.
           IF WAIT-FLAG = 0 AND STUDENT-STATUS = "M"
               DISPLAY "STUDENT NUMBER MERGED - USE SURVIVING NUMBER"
                   LINE 5 COL 10
               ACCEPT WAIT-FLAG LINE 5 COL 60
               MOVE 1 TO WAIT-FLAG
           END-IF.

      *Read the next record on the name key; the search ends at the
      *end of the file, at a different name, or at a record under
      *the name that has not been retired.
       333-READ-NEXT-SAME-NAME.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END
                   MOVE "Y" TO NAME-SEARCH-DONE-FLAG
               NOT AT END
                   IF STUDENT-NAME IN STUDENT-RECORD
                       NOT = STUDENT-NAME-SEARCH-WS
                       MOVE "Y" TO NAME-SEARCH-DONE-FLAG
                   ELSE
                       IF STUDENT-STATUS NOT = "M"
                           MOVE "Y" TO NAME-MATCH-FOUND-FLAG
                           MOVE "Y" TO NAME-SEARCH-DONE-FLAG
                       END-IF
                   END-IF
           END-READ.

       206-CLOSE-FILE.
           CLOSE INDEXED-STU-FILE, AUDIT-LOG-FILE,
               BILLING-STATEMENT-FILE, MAINT-LOG-FILE, ADDRESS-FILE.

       END PROGRAM TASK2.
