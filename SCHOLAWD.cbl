      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Term merit scholarship award run. The operator names
      *          the term; every active student on INDEXEDSTUFILE.DAT
      *          is averaged through CALCULATE-AVG the way DEANLIST
      *          does and measured against the scholarship rule for
      *          the student's PROGRAM-OF-STUDY on SCHOLRUL.TXT - a
      *          minimum average, a minimum number of credit hours,
      *          and an award that is either a flat amount or a
      *          percentage of the term's tuition charge, priced the
      *          way ASSESS prices it off COURSEMST.DAT and
      *          RATETBL.TXT. Each qualifying student is credited on
      *          TUITION-OWED under a SCHOLAR audit tag and recorded
      *          on SCHOLAWD.DAT for the term, so a rerun never pays
      *          the same student twice; withdrawn and graduated
      *          students are passed over. The awards are printed on
      *          SCHOLREG.TXT by program with a total per program for
      *          the financial-aid office.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SCHOLAWD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SCHOLARSHIP-RULE-FILE
           ASSIGN TO "../SCHOLRUL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RULE-STATUS-FIELD.

           SELECT RATE-TABLE-FILE
           ASSIGN TO "../RATETBL.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS RATE-STATUS-FIELD.

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT INDEXED-COURSE-FILE
           ASSIGN TO "../COURSEMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INDEXED-COURSE-CODE
           FILE STATUS IS COURSE-STATUS-FIELD.

           SELECT SCHOLARSHIP-AWARD-FILE
           ASSIGN TO "../SCHOLAWD.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SCA-RECORD-KEY
           FILE STATUS IS AWARD-STATUS-FIELD.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SORT-WORK-FILE
           ASSIGN TO "SASRTWK1".

           SELECT REPORT-FILE
           ASSIGN TO "../SCHOLREG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Scholarship rules keyed by PROGRAM-OF-STUDY, one line per
      *program, maintained by the financial-aid office. The award
      *type says which award field applies: A pays the flat amount,
      *P pays the percentage of the student's term tuition charge.
      *A program with no line on the file carries no scholarship.
       FD SCHOLARSHIP-RULE-FILE.
       01 RULE-RECORD-IN.
           05 RULE-PROGRAM-IN      PIC X(5).
           05 RULE-MIN-AVERAGE-IN  PIC 9(3).
           05 RULE-MIN-HOURS-IN    PIC 9(2)V9.
           05 RULE-AWARD-TYPE-IN   PIC X(1).
           05 RULE-AWARD-AMOUNT-IN PIC 9(6)V99.
           05 RULE-AWARD-PCT-IN    PIC 9(3)V99.

      *Per-credit tuition rates keyed by PROGRAM-OF-STUDY, the same
      *file ASSESS prices the term charge from.
       FD RATE-TABLE-FILE.
       01 RATE-RECORD-IN.
           05 RATE-PROGRAM-IN  PIC X(5).
           05 RATE-AMOUNT-IN   PIC 9(3)V99.

      *Column fields in INDEXED-STU-FILE, same layout TASK2 uses.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
               10 COURSE-CODE      PIC X(7).
               10 COURSE-AVERAGE   PIC 9(3).
           05 SPONSOR-CODE      PIC X(5).
           05 STUDENT-STATUS    PIC X(1).

      *Course-master cross-reference, used to weight each course's
      *average by its credit hours and to total the hours the term
      *charge is priced on.
       FD INDEXED-COURSE-FILE.
       01 INDEXED-COURSE-RECORD.
           05 INDEXED-COURSE-CODE   PIC X(7).
           05 INDEXED-COURSE-TITLE  PIC X(30).
           05 INDEXED-CREDIT-HOURS  PIC 9V9.
           05 INDEXED-SEAT-CAPACITY PIC 9(3).
           05 INDEXED-ENROLLED-COUNT PIC 9(3).

      *Scholarships already awarded, one record per student per
      *term, keyed by student number plus term the same way the
      *standing history is. A student already on file for the term
      *is passed over, so a rerun of the same term pays no one
      *twice.
       FD SCHOLARSHIP-AWARD-FILE.
       01 SCHOLARSHIP-AWARD-RECORD.
           05 SCA-RECORD-KEY.
               10 SCA-STUDENT-NUMBER PIC 9(6).
               10 SCA-TERM-ID        PIC X(6).
           05 SCA-PROGRAM            PIC X(5).
           05 SCA-TERM-AVERAGE       PIC 9(3).
           05 SCA-TERM-HOURS         PIC 9(2)V9.
           05 SCA-AWARD-AMOUNT       PIC 9(6)V99.
           05 SCA-AWARD-DATE         PIC 9(8).
           05 SCA-FISCAL-PERIOD      PIC 9(6).

      *Same audit trail layout TASK2, TUITPOST and FINAID append to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Work file used to sort the awards posted into
      *PROGRAM-OF-STUDY order for the register.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-PROGRAM-OF-STUDY  PIC X(5).
           05 SW-STUDENT-NUMBER    PIC 9(6).
           05 SW-STUDENT-NAME      PIC X(40).
           05 SW-TERM-AVERAGE      PIC 9(3).
           05 SW-TERM-HOURS        PIC 9(2)V9.
           05 SW-AWARD-AMOUNT      PIC 9(6)V99.

      *Printed award register.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *Line layout for AUDIT-LOG-FILE, built here (where VALUE
      *clauses are honored) and moved to AUDIT-LOG-RECORD before
      *each WRITE.
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
               10 AUD-TS-DATE     PIC 9(8).
               10 AUD-TS-TIME     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
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

      *Term being awarded, supplied by the operator at run time
      *(for example 2026FA).
       01 AWARD-TERM-ID-WS PIC X(6).
       01 RUN-DATE-WS      PIC 9(8).

      *Scholarship rule table loaded from SCHOLRUL.TXT at start of
      *run.
       01 RULE-TABLE-WS.
           05 RULE-ENTRY-COUNT PIC 9(2) VALUE ZERO.
           05 RULE-ENTRY OCCURS 20 TIMES.
               10 RULE-PROGRAM      PIC X(5).
               10 RULE-MIN-AVERAGE  PIC 9(3).
               10 RULE-MIN-HOURS    PIC 9(2)V9.
               10 RULE-AWARD-TYPE   PIC X(1).
               10 RULE-AWARD-AMOUNT PIC 9(6)V99.
               10 RULE-AWARD-PCT    PIC 9(3)V99.

      *Rate table loaded from RATETBL.TXT at start of run.
       01 RATE-TABLE-WS.
           05 RATE-ENTRY-COUNT PIC 9(2) VALUE ZERO.
           05 RATE-ENTRY OCCURS 20 TIMES.
               10 RATE-PROGRAM PIC X(5).
               10 RATE-AMOUNT  PIC 9(3)V99.

      *Copies of the course table and its looked-up credit hours,
      *passed together to CALCULATE-AVG so the average covers all
      *eight entries weighted by credit hours, exactly as DEANLIST
      *computes it.
       01 AVG-COURSE-TABLE-WS.
           05 AVG-COURSE-ENTRY OCCURS 8 TIMES.
               10 AVG-COURSE-CODE    PIC X(7).
               10 AVG-COURSE-AVERAGE PIC 9(3).
       01 AVG-CREDIT-HOURS-WS.
           05 AVG-CREDIT-HOURS OCCURS 8 TIMES PIC 9V9.

      *The rule matched for the student in hand, and what the
      *student earned against it.
       01 AWARD-FIELDS.
           05 STUDENT-AVERAGE-WS     PIC 9(3).
           05 TERM-CREDIT-HOURS-WS   PIC 9(2)V9.
           05 MATCHED-MIN-AVERAGE-WS PIC 9(3).
           05 MATCHED-MIN-HOURS-WS   PIC 9(2)V9.
           05 MATCHED-AWARD-TYPE-WS  PIC X(1).
               88 AWARD-IS-AMOUNT       VALUE "A".
               88 AWARD-IS-PERCENT      VALUE "P".
           05 MATCHED-AWARD-AMOUNT-WS PIC 9(6)V99.
           05 MATCHED-AWARD-PCT-WS   PIC 9(3)V99.
           05 PROGRAM-RATE-WS        PIC 9(3)V99.
           05 ASSESSED-CHARGE-WS     PIC 9(6)V99.
           05 AWARD-AMOUNT-WS        PIC 9(6)V99.
           05 TUITION-OWED-BEFORE-WS PIC S9(6)V99.
           05 RULE-FOUND-FLAG        PIC X(1).
               88 RULE-FOUND            VALUE "Y".
           05 RATE-FOUND-FLAG        PIC X(1).
               88 RATE-FOUND            VALUE "Y".
           05 ALREADY-AWARDED-FLAG   PIC X(1).
               88 ALREADY-AWARDED       VALUE "Y".

       01 CONTROL-FIELDS.
           05 EOF-FLG             PIC X(1) VALUE "N".
           05 RULE-EOF-FLG        PIC X(1) VALUE "N".
           05 RATE-EOF-FLG        PIC X(1) VALUE "N".
           05 SORT-EOF            PIC X(1) VALUE "N".
           05 STATUS-FIELD        PIC X(2).
           05 COURSE-STATUS-FIELD PIC X(2).
           05 AWARD-STATUS-FIELD  PIC X(2).
           05 RULE-STATUS-FIELD   PIC X(2).
           05 RATE-STATUS-FIELD   PIC X(2).
           05 AWARD-RUN-FLAG      PIC X(1) VALUE "N".
               88 AWARD-RUN-READY    VALUE "Y".
           05 SAVE-PROGRAM-WS     PIC X(5).
           05 FIRST-GROUP-FLAG    PIC X(1) VALUE "Y".

       01 COURSE-INDEX-WS PIC 9(1).
       01 RULE-INDEX-WS   PIC 9(2).
       01 RATE-INDEX-WS   PIC 9(2).

       01 RUN-TOTALS.
           05 RECORDS-READ-COUNT    PIC 9(6) VALUE ZERO.
           05 STUDENTS-INACTIVE     PIC 9(6) VALUE ZERO.
           05 STUDENTS-NO-RULE      PIC 9(6) VALUE ZERO.
           05 STUDENTS-NOT-QUALIFIED PIC 9(6) VALUE ZERO.
           05 STUDENTS-ALREADY-PAID PIC 9(6) VALUE ZERO.
           05 STUDENTS-NO-RATE      PIC 9(6) VALUE ZERO.
           05 STUDENTS-OVERSIZE     PIC 9(6) VALUE ZERO.
           05 AWARDS-POSTED-COUNT   PIC 9(6) VALUE ZERO.
           05 AWARDS-DOLLAR-TOTAL   PIC 9(9)V99 VALUE ZERO.

       01 AWARDS-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

       01 PROGRAM-TOTALS.
           05 PGM-AWARD-COUNT       PIC 9(5) VALUE ZERO.
           05 PGM-AWARD-TOTAL       PIC 9(8)V99 VALUE ZERO.

       01 GRAND-TOTALS.
           05 GT-AWARD-COUNT        PIC 9(6) VALUE ZERO.
           05 GT-AWARD-TOTAL        PIC 9(9)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(33) VALUE "MERIT SCHOLARSHIP AWARD REGISTER".
           05 FILLER PIC X(7) VALUE " TERM: ".
           05 HDG-TERM-ID PIC X(6).
           05 FILLER PIC X(34) VALUE SPACES.

       01 PROGRAM-HEADING-LINE.
           05 FILLER         PIC X(17) VALUE "PROGRAM OF STUDY:".
           05 PHL-PROGRAM    PIC X(5).
           05 FILLER         PIC X(58) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NAME   PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-AVERAGE        PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-HOURS          PIC Z9.9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-AWARD          PIC $ZZZ,ZZ9.99.
           05 FILLER             PIC X(8)  VALUE SPACES.

       01 PROGRAM-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE "  SUBTOTAL".
           05 FILLER              PIC X(16) VALUE " AWARDS:        ".
           05 PTL-AWARD-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE "  AWARD TOTAL:  ".
           05 PTL-AWARD-TOTAL      PIC $$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(13) VALUE "GRAND TOTALS ".
           05 FILLER              PIC X(16) VALUE " AWARDS:        ".
           05 GTL-AWARD-COUNT      PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE "  AWARD TOTAL:  ".
           05 GTL-AWARD-TOTAL      PIC $$$$,$$$,$$9.99.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "SCHOLAWD".
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
      *Main procedure for the merit scholarship award run. The term
      *and the rules are settled first; the posting itself happens
      *inside the posting window, so a counter session cannot
      *rewrite the same records over the top of it.
       100-POST-SCHOLARSHIP-AWARDS.
           PERFORM 201-INITIALIZE-AWARD-RUN.
           IF AWARD-RUN-READY
               PERFORM 204-ACQUIRE-POSTING-GATE
               IF POSTING-GATE-HELD
                   PERFORM 206-FIND-FISCAL-PERIOD
                   IF FISCAL-PERIOD-OPEN
                       PERFORM 202-POST-TERM-AWARDS
                       PERFORM 203-TERMINATE-PROGRAM
                   END-IF
                   PERFORM 205-RELEASE-POSTING-GATE
               ELSE
                   DISPLAY "SCHOLAWD RUN CANCELLED - POSTING WINDOW "
                       "BUSY"
               END-IF
           END-IF.
           STOP RUN.

      *Accept the term being awarded and load the scholarship rules
      *and the tuition rates. A blank term or an empty rule file
      *ends the run before anything is posted.
           201-INITIALIZE-AWARD-RUN.
           DISPLAY "ENTER TERM ID BEING AWARDED (E.G. 2026FA): ".
           ACCEPT AWARD-TERM-ID-WS.
           IF AWARD-TERM-ID-WS = SPACES
               DISPLAY "NO TERM ID GIVEN - RUN ABORTED"
           ELSE
               PERFORM 302-LOAD-RULE-TABLE
               IF RULE-ENTRY-COUNT = ZERO
                   DISPLAY "NO SCHOLARSHIP RULES LOADED - RUN ABORTED"
               ELSE
                   PERFORM 305-LOAD-RATE-TABLE
                   ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
                   MOVE "Y" TO AWARD-RUN-FLAG
               END-IF
           END-IF.

      *Open the files and post the term's awards, sorting each one
      *posted into program order for the register as it goes.
           202-POST-TERM-AWARDS.
           PERFORM 301-OPEN-FILES.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROGRAM-OF-STUDY SW-STUDENT-NUMBER
               INPUT PROCEDURE 300-POST-STUDENT-AWARDS
               OUTPUT PROCEDURE 400-WRITE-REGISTER.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           MOVE AWARDS-DOLLAR-TOTAL TO AWARDS-TOTAL-DISPLAY.
           DISPLAY "SCHOLAWD RUN TOTALS".
           DISPLAY "TERM AWARDED        : " AWARD-TERM-ID-WS.
           DISPLAY "RECORDS READ        : " RECORDS-READ-COUNT.
           DISPLAY "WITHDRAWN/GRADUATED : " STUDENTS-INACTIVE.
           DISPLAY "PROGRAM WITHOUT RULE: " STUDENTS-NO-RULE.
           DISPLAY "NOT QUALIFIED       : " STUDENTS-NOT-QUALIFIED.
           DISPLAY "ALREADY AWARDED     : " STUDENTS-ALREADY-PAID.
           DISPLAY "STUDENTS WITHOUT RATE: " STUDENTS-NO-RATE.
           DISPLAY "STUDENTS OVER FIELD : " STUDENTS-OVERSIZE.
           DISPLAY "AWARDS POSTED       : " AWARDS-POSTED-COUNT.
           DISPLAY "AWARDS TOTAL        : " AWARDS-TOTAL-DISPLAY.
           CLOSE INDEXED-STU-FILE, INDEXED-COURSE-FILE,
               SCHOLARSHIP-AWARD-FILE, AUDIT-LOG-FILE, REPORT-FILE.
           DISPLAY "AWARD REGISTER COMPLETE: ../SCHOLREG.TXT".

      *Take the posting window before touching the student master.
           204-ACQUIRE-POSTING-GATE.
           MOVE "ACQUIRE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Give the posting window back for the next program.
           205-RELEASE-POSTING-GATE.
           MOVE "RELEASE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "SCHOLAWD RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "SCHOLAWD RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open the student file I-O so awards can be rewritten in
      *place, the course master for the credit-hour lookups, the
      *award file I-O (creating it the first time through), the
      *shared audit log for append, and the register, writing its
      *heading.
           301-OPEN-FILES.
           OPEN I-O INDEXED-STU-FILE.
           OPEN INPUT INDEXED-COURSE-FILE.
           OPEN I-O SCHOLARSHIP-AWARD-FILE.
           IF AWARD-STATUS-FIELD = "35"
               OPEN OUTPUT SCHOLARSHIP-AWARD-FILE
               CLOSE SCHOLARSHIP-AWARD-FILE
               OPEN I-O SCHOLARSHIP-AWARD-FILE
           END-IF.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN OUTPUT REPORT-FILE.
           MOVE AWARD-TERM-ID-WS TO HDG-TERM-ID.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Load the scholarship rule table into WORKING-STORAGE. A
      *missing rule file leaves the table empty.
           302-LOAD-RULE-TABLE.
           OPEN INPUT SCHOLARSHIP-RULE-FILE.
           IF RULE-STATUS-FIELD = "00"
               PERFORM 303-READ-RULE-RECORD
               PERFORM 304-STORE-RULE-ENTRY UNTIL RULE-EOF-FLG = "Y"
               CLOSE SCHOLARSHIP-RULE-FILE
           ELSE
               DISPLAY "SCHOLARSHIP RULE FILE MISSING: ../SCHOLRUL.TXT"
           END-IF.
           DISPLAY "SCHOLARSHIP RULES LOADED: " RULE-ENTRY-COUNT.

      *Read the next scholarship rule.
           303-READ-RULE-RECORD.
           READ SCHOLARSHIP-RULE-FILE
               AT END MOVE "Y" TO RULE-EOF-FLG.

      *Store one rule, up to the table's capacity. A rule whose
      *numbers are not numbers, whose award type is neither A nor
      *P, or whose percentage is over 100 is dropped.
           304-STORE-RULE-ENTRY.
           IF RULE-MIN-AVERAGE-IN IS NOT NUMERIC
               OR RULE-MIN-HOURS-IN IS NOT NUMERIC
               OR RULE-AWARD-AMOUNT-IN IS NOT NUMERIC
               OR RULE-AWARD-PCT-IN IS NOT NUMERIC
               OR (RULE-AWARD-TYPE-IN NOT = "A"
                   AND RULE-AWARD-TYPE-IN NOT = "P")
               DISPLAY "BAD SCHOLARSHIP RULE, ENTRY DROPPED: "
                   RULE-PROGRAM-IN
           ELSE
               IF RULE-AWARD-TYPE-IN = "P"
                   AND RULE-AWARD-PCT-IN > 100
                   DISPLAY "AWARD PERCENTAGE OVER 100, ENTRY DROPPED: "
                       RULE-PROGRAM-IN
               ELSE
                   IF RULE-ENTRY-COUNT < 20
                       ADD 1 TO RULE-ENTRY-COUNT
                       MOVE RULE-RECORD-IN
                           TO RULE-ENTRY(RULE-ENTRY-COUNT)
                   ELSE
                       DISPLAY "RULE TABLE FULL, ENTRY DROPPED: "
                           RULE-PROGRAM-IN
                   END-IF
               END-IF
           END-IF.
           PERFORM 303-READ-RULE-RECORD.

      *Load the per-credit rate table into WORKING-STORAGE. Only a
      *percentage award needs it; without it such awards are
      *skipped and counted.
           305-LOAD-RATE-TABLE.
           OPEN INPUT RATE-TABLE-FILE.
           IF RATE-STATUS-FIELD = "00"
               PERFORM 306-READ-RATE-RECORD
               PERFORM 307-STORE-RATE-ENTRY UNTIL RATE-EOF-FLG = "Y"
               CLOSE RATE-TABLE-FILE
           END-IF.
           DISPLAY "RATE TABLE ENTRIES LOADED: " RATE-ENTRY-COUNT.

      *Read the next rate-table line.
           306-READ-RATE-RECORD.
           READ RATE-TABLE-FILE
               AT END MOVE "Y" TO RATE-EOF-FLG.

      *Store one rate-table line, up to the table's capacity.
           307-STORE-RATE-ENTRY.
           IF RATE-ENTRY-COUNT < 20
               ADD 1 TO RATE-ENTRY-COUNT
               MOVE RATE-PROGRAM-IN TO RATE-PROGRAM(RATE-ENTRY-COUNT)
               MOVE RATE-AMOUNT-IN TO RATE-AMOUNT(RATE-ENTRY-COUNT)
           ELSE
               DISPLAY "RATE TABLE FULL, ENTRY DROPPED: "
                   RATE-PROGRAM-IN
           END-IF.
           PERFORM 306-READ-RATE-RECORD.

      *Input procedure: walk the student master, posting and
      *releasing an award for every student who earns one.
           300-POST-STUDENT-AWARDS.
           PERFORM 308-READ-STUDENT-RECORD.
           PERFORM 309-PROCESS-ONE-STUDENT UNTIL EOF-FLG = "Y".

      *Read the next student record.
           308-READ-STUDENT-RECORD.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO RECORDS-READ-COUNT
           END-IF.

      *Work one student: withdrawn and graduated students, and
      *numbers retired by a duplicate-record merge, carry no
      *current standing, so they are passed over the way DEANLIST
      *passes over them, and a program with no rule awards nothing.
           309-PROCESS-ONE-STUDENT.
           IF STUDENT-STATUS = "W" OR STUDENT-STATUS = "G"
               OR STUDENT-STATUS = "M"
               ADD 1 TO STUDENTS-INACTIVE
           ELSE
               PERFORM 310-FIND-STUDENT-RULE
               IF RULE-FOUND
                   PERFORM 311-TEST-ONE-STUDENT
               ELSE
                   ADD 1 TO STUDENTS-NO-RULE
               END-IF
           END-IF.
           PERFORM 308-READ-STUDENT-RECORD.

      *Find the scholarship rule for the student's program.
           310-FIND-STUDENT-RULE.
           MOVE "N" TO RULE-FOUND-FLAG.
           PERFORM 312-MATCH-ONE-RULE-ENTRY
               VARYING RULE-INDEX-WS FROM 1 BY 1
               UNTIL RULE-INDEX-WS > RULE-ENTRY-COUNT.

      *Average the student through CALCULATE-AVG, totalling the
      *credit hours as the table is loaded, and measure both
      *against the rule. A qualifying student not yet awarded for
      *the term has the award priced and posted.
           311-TEST-ONE-STUDENT.
           MOVE ZERO TO TERM-CREDIT-HOURS-WS.
           PERFORM 313-LOAD-ONE-AVG-ENTRY
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > 8.
           CALL "CALCULATE-AVG" USING STUDENT-AVERAGE-WS,
               AVG-COURSE-TABLE-WS, AVG-CREDIT-HOURS-WS.
           IF STUDENT-AVERAGE-WS < MATCHED-MIN-AVERAGE-WS
               OR TERM-CREDIT-HOURS-WS < MATCHED-MIN-HOURS-WS
               ADD 1 TO STUDENTS-NOT-QUALIFIED
           ELSE
               PERFORM 314-CHECK-ALREADY-AWARDED
               IF ALREADY-AWARDED
                   DISPLAY "ALREADY AWARDED FOR TERM, STUDENT "
                       "SKIPPED: " STUDENT-NUMBER
                   ADD 1 TO STUDENTS-ALREADY-PAID
               ELSE
                   PERFORM 315-PRICE-AWARD
                   IF AWARD-AMOUNT-WS > ZERO
                       PERFORM 317-POST-AWARD
                   END-IF
               END-IF
           END-IF.

      *Match one rule-table entry against the student's program.
           312-MATCH-ONE-RULE-ENTRY.
           IF PROGRAM-NAME = RULE-PROGRAM(RULE-INDEX-WS)
               MOVE RULE-MIN-AVERAGE(RULE-INDEX-WS)
                   TO MATCHED-MIN-AVERAGE-WS
               MOVE RULE-MIN-HOURS(RULE-INDEX-WS)
                   TO MATCHED-MIN-HOURS-WS
               MOVE RULE-AWARD-TYPE(RULE-INDEX-WS)
                   TO MATCHED-AWARD-TYPE-WS
               MOVE RULE-AWARD-AMOUNT(RULE-INDEX-WS)
                   TO MATCHED-AWARD-AMOUNT-WS
               MOVE RULE-AWARD-PCT(RULE-INDEX-WS)
                   TO MATCHED-AWARD-PCT-WS
               MOVE "Y" TO RULE-FOUND-FLAG
           END-IF.

      *Copy one course-table entry and look up its credit hours on
      *the course master; a blank slot or an unknown code carries
      *zero hours and so no weight in the average.
           313-LOAD-ONE-AVG-ENTRY.
           MOVE COURSE-CODE(COURSE-INDEX-WS)
               TO AVG-COURSE-CODE(COURSE-INDEX-WS).
           MOVE COURSE-AVERAGE(COURSE-INDEX-WS)
               TO AVG-COURSE-AVERAGE(COURSE-INDEX-WS).
           MOVE ZERO TO AVG-CREDIT-HOURS(COURSE-INDEX-WS).
           IF COURSE-CODE(COURSE-INDEX-WS) NOT = SPACES
               MOVE COURSE-CODE(COURSE-INDEX-WS)
                   TO INDEXED-COURSE-CODE
               READ INDEXED-COURSE-FILE
                   NOT INVALID KEY
                       MOVE INDEXED-CREDIT-HOURS
                           TO AVG-CREDIT-HOURS(COURSE-INDEX-WS)
                       ADD INDEXED-CREDIT-HOURS
                           TO TERM-CREDIT-HOURS-WS
               END-READ
           END-IF.

      *Look the student up on the award file for this term.
           314-CHECK-ALREADY-AWARDED.
           MOVE STUDENT-NUMBER TO SCA-STUDENT-NUMBER.
           MOVE AWARD-TERM-ID-WS TO SCA-TERM-ID.
           READ SCHOLARSHIP-AWARD-FILE
               INVALID KEY
                   MOVE "N" TO ALREADY-AWARDED-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO ALREADY-AWARDED-FLAG
           END-READ.

      *Price the award: a flat-amount rule pays its amount; a
      *percentage rule pays its share of the term charge, priced
      *the way ASSESS prices it - the term's credit hours at the
      *program's per-credit rate.
           315-PRICE-AWARD.
           MOVE ZERO TO AWARD-AMOUNT-WS.
           IF AWARD-IS-AMOUNT
               MOVE MATCHED-AWARD-AMOUNT-WS TO AWARD-AMOUNT-WS
           ELSE
               MOVE "N" TO RATE-FOUND-FLAG
               MOVE ZERO TO PROGRAM-RATE-WS
               PERFORM 316-MATCH-ONE-RATE-ENTRY
                   VARYING RATE-INDEX-WS FROM 1 BY 1
                   UNTIL RATE-INDEX-WS > RATE-ENTRY-COUNT
               IF RATE-FOUND
                   COMPUTE ASSESSED-CHARGE-WS ROUNDED =
                       TERM-CREDIT-HOURS-WS * PROGRAM-RATE-WS
                       ON SIZE ERROR
                           DISPLAY "CHARGE EXCEEDS FIELD, STUDENT "
                               "SKIPPED: " STUDENT-NUMBER
                           MOVE ZERO TO ASSESSED-CHARGE-WS
                           ADD 1 TO STUDENTS-OVERSIZE
                   END-COMPUTE
                   COMPUTE AWARD-AMOUNT-WS ROUNDED =
                       ASSESSED-CHARGE-WS * MATCHED-AWARD-PCT-WS / 100
               ELSE
                   DISPLAY "NO RATE FOR PROGRAM, STUDENT SKIPPED: "
                       STUDENT-NUMBER " " PROGRAM-NAME
                   ADD 1 TO STUDENTS-NO-RATE
               END-IF
           END-IF.

      *Match one rate-table entry against the student's program.
           316-MATCH-ONE-RATE-ENTRY.
           IF PROGRAM-NAME = RATE-PROGRAM(RATE-INDEX-WS)
               MOVE RATE-AMOUNT(RATE-INDEX-WS) TO PROGRAM-RATE-WS
               MOVE "Y" TO RATE-FOUND-FLAG
           END-IF.

      *Record the award for the term before the balance moves, so
      *a run that aborts part way is refused for that student on
      *rerun instead of crediting the award twice.
           317-POST-AWARD.
           MOVE STUDENT-NUMBER TO SCA-STUDENT-NUMBER.
           MOVE AWARD-TERM-ID-WS TO SCA-TERM-ID.
           MOVE PROGRAM-NAME TO SCA-PROGRAM.
           MOVE STUDENT-AVERAGE-WS TO SCA-TERM-AVERAGE.
           MOVE TERM-CREDIT-HOURS-WS TO SCA-TERM-HOURS.
           MOVE AWARD-AMOUNT-WS TO SCA-AWARD-AMOUNT.
           MOVE RUN-DATE-WS TO SCA-AWARD-DATE.
           MOVE FISCAL-PERIOD-WS TO SCA-FISCAL-PERIOD.
           WRITE SCHOLARSHIP-AWARD-RECORD
               INVALID KEY
                   DISPLAY "AWARD FILE WRITE FAILED, FILE-STATUS IS "
                       AWARD-STATUS-FIELD
               NOT INVALID KEY
                   PERFORM 318-CREDIT-STUDENT-BALANCE
           END-WRITE.

      *Take the award off the balance and rewrite the record. A
      *student already paid in full carries the excess as a credit
      *balance, the same as FINAID leaves it. A balance the award
      *would push past the field limit is left untouched and the
      *award taken back off the award file.
           318-CREDIT-STUDENT-BALANCE.
           MOVE TUITION-OWED TO TUITION-OWED-BEFORE-WS.
           SUBTRACT AWARD-AMOUNT-WS FROM TUITION-OWED
               ON SIZE ERROR
                   DISPLAY "BALANCE EXCEEDS FIELD, STUDENT SKIPPED: "
                       STUDENT-NUMBER
                   MOVE TUITION-OWED-BEFORE-WS TO TUITION-OWED
                   ADD 1 TO STUDENTS-OVERSIZE
                   PERFORM 320-REMOVE-AWARD-RECORD
               NOT ON SIZE ERROR
                   PERFORM 319-REWRITE-STUDENT-RECORD
           END-SUBTRACT.

      *Rewrite the student record with the credited balance; only a
      *successful rewrite logs the award and puts it on the
      *register.
           319-REWRITE-STUDENT-RECORD.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD
                   PERFORM 320-REMOVE-AWARD-RECORD
               NOT INVALID KEY
                   ADD 1 TO AWARDS-POSTED-COUNT
                   ADD AWARD-AMOUNT-WS TO AWARDS-DOLLAR-TOTAL
                   PERFORM 321-WRITE-AUDIT-RECORD
                   PERFORM 322-RELEASE-AWARD
           END-REWRITE.

      *Take back the award record for a student whose balance could
      *not be credited, so the next run can award them.
           320-REMOVE-AWARD-RECORD.
           DELETE SCHOLARSHIP-AWARD-FILE RECORD
               INVALID KEY
                   DISPLAY "AWARD FILE DELETE FAILED, FILE-STATUS IS "
                       AWARD-STATUS-FIELD
           END-DELETE.

      *Append one line to the shared audit log for this award,
      *tagged SCHOLAR so the institution's own merit credit can be
      *told apart from outside financial aid.
           321-WRITE-AUDIT-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TUITION-OWED-BEFORE-WS TO AUD-OLD-BALANCE.
           MOVE AWARD-AMOUNT-WS TO AUD-PAYMENT-AMOUNT.
           MOVE TUITION-OWED TO AUD-NEW-BALANCE.
           MOVE "BATCH   " TO AUD-OPERATOR-ID.
           MOVE "SCHOLAR " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Release the posted award to the sort file for the register.
           322-RELEASE-AWARD.
           MOVE PROGRAM-NAME TO SW-PROGRAM-OF-STUDY.
           MOVE STUDENT-NUMBER TO SW-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO SW-STUDENT-NAME.
           MOVE STUDENT-AVERAGE-WS TO SW-TERM-AVERAGE.
           MOVE TERM-CREDIT-HOURS-WS TO SW-TERM-HOURS.
           MOVE AWARD-AMOUNT-WS TO SW-AWARD-AMOUNT.
           RELEASE SORT-WORK-RECORD.

      *Output procedure: return the sorted awards and print them,
      *breaking on PROGRAM-OF-STUDY.
           400-WRITE-REGISTER.
           PERFORM 401-RETURN-SORT-RECORD.
           PERFORM 402-PROCESS-SORTED-RECORD UNTIL SORT-EOF = "Y".
           IF FIRST-GROUP-FLAG NOT = "Y"
               PERFORM 403-WRITE-PROGRAM-TOTALS
           END-IF.
           PERFORM 404-WRITE-GRAND-TOTALS.

      *Return the next sorted record.
           401-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF.

      *Print one award, writing a new group heading on a break.
           402-PROCESS-SORTED-RECORD.
           IF SW-PROGRAM-OF-STUDY NOT = SAVE-PROGRAM-WS
               IF FIRST-GROUP-FLAG NOT = "Y"
                   PERFORM 403-WRITE-PROGRAM-TOTALS
               END-IF
               MOVE "N" TO FIRST-GROUP-FLAG
               MOVE SW-PROGRAM-OF-STUDY TO SAVE-PROGRAM-WS
               MOVE ZERO TO PGM-AWARD-COUNT
               MOVE ZERO TO PGM-AWARD-TOTAL
               PERFORM 405-WRITE-PROGRAM-HEADING
           END-IF.
           PERFORM 406-WRITE-DETAIL-LINE.
           PERFORM 401-RETURN-SORT-RECORD.

      *Write the subtotal line for the program group just finished.
           403-WRITE-PROGRAM-TOTALS.
           MOVE PGM-AWARD-COUNT TO PTL-AWARD-COUNT.
           MOVE PGM-AWARD-TOTAL TO PTL-AWARD-TOTAL.
           MOVE PROGRAM-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write the grand-total line at the end of the register.
           404-WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GT-AWARD-COUNT TO GTL-AWARD-COUNT.
           MOVE GT-AWARD-TOTAL TO GTL-AWARD-TOTAL.
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write the program-of-study group heading.
           405-WRITE-PROGRAM-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SW-PROGRAM-OF-STUDY TO PHL-PROGRAM.
           MOVE PROGRAM-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write one award's detail line and add it into the totals.
           406-WRITE-DETAIL-LINE.
           MOVE SW-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE SW-STUDENT-NAME TO DTL-STUDENT-NAME.
           MOVE SW-TERM-AVERAGE TO DTL-AVERAGE.
           MOVE SW-TERM-HOURS TO DTL-HOURS.
           MOVE SW-AWARD-AMOUNT TO DTL-AWARD.
           ADD 1 TO PGM-AWARD-COUNT, GT-AWARD-COUNT.
           ADD SW-AWARD-AMOUNT TO PGM-AWARD-TOTAL, GT-AWARD-TOTAL.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM SCHOLAWD.
