      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Degree audit and graduation posting. Loads the
      *          registrar's program requirements from PROGREQ.TXT
      *          (per PROGRAM-OF-STUDY, the required course codes
      *          and the minimum credit hours), gathers every course
      *          the student has passed - each archived term on
      *          STUHIST.DAT plus the live course table on
      *          INDEXEDSTUFILE.DAT, a course counted once however
      *          often it was repeated - takes the credit hours off
      *          COURSEMST.DAT, and prints a per-student audit of
      *          completed and outstanding requirements to
      *          DEGAUDIT.TXT. Run in audit mode it covers the
      *          students on DEGREQ.TXT, or the whole master when no
      *          request file is present. Run in graduation mode it
      *          reads the registrar's approvals off GRADAPPR.TXT,
      *          audits each approved student again, and marks the
      *          eligible ones graduated (STUDENT-STATUS "G") - a
      *          student still owing a balance is refused.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DEGAUDIT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PROGRAM-REQ-FILE
           ASSIGN TO "../PROGREQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PRQ-STATUS-FIELD.

           SELECT AUDIT-REQ-FILE
           ASSIGN TO "../DEGREQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS REQ-STATUS-FIELD.

           SELECT GRAD-APPROVAL-FILE
           ASSIGN TO "../GRADAPPR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT STUDENT-HISTORY-FILE
           ASSIGN TO "../STUHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           FILE STATUS IS HIST-STATUS-FIELD.

           SELECT INDEXED-COURSE-FILE
           ASSIGN TO "../COURSEMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INDEXED-COURSE-CODE
           FILE STATUS IS COURSE-STATUS-FIELD.

           SELECT DEGREE-AUDIT-FILE
           ASSIGN TO "../DEGAUDIT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT MAINT-LOG-FILE
           ASSIGN TO "../MAINTLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Program requirements maintained by the registrar, one line
      *per PROGRAM-OF-STUDY: the minimum credit hours and up to
      *fifteen required course codes, unused slots left blank.
       FD PROGRAM-REQ-FILE.
       01 PROGRAM-REQ-RECORD.
           05 PRQ-PROGRAM-IN   PIC X(5).
           05 PRQ-MIN-HOURS-IN PIC 9(3)V9.
           05 PRQ-COURSE-IN OCCURS 15 TIMES PIC X(7).

      *Requested student numbers for an audit-mode run, one per
      *line. When this file is absent the whole master is audited.
       FD AUDIT-REQ-FILE.
       01 AUDIT-REQ-RECORD.
           05 REQ-STUDENT-NUMBER PIC 9(6).

      *Registrar's graduation approvals, one per line: the student
      *and the registrar who approved the graduation.
       FD GRAD-APPROVAL-FILE.
       01 GRAD-APPROVAL-RECORD.
           05 GAP-STUDENT-NUMBER PIC 9(6).
           05 GAP-OPERATOR-ID    PIC X(8).

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

      *Archived term records TERMROLL writes, same layout it uses,
      *read here for the courses of every past term.
       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-RECORD-KEY.
               10 HIST-STUDENT-NUMBER PIC 9(6).
               10 HIST-TERM-ID        PIC X(6).
           05 HIST-TUITION-OWED       PIC S9(6)V99.
           05 HIST-STUDENT-NAME       PIC X(40).
           05 HIST-PROGRAM-OF-STUDY   PIC X(5).
           05 HIST-COURSE-TABLE OCCURS 8 TIMES.
               10 HIST-COURSE-CODE    PIC X(7).
               10 HIST-COURSE-AVERAGE PIC 9(3).

      *Course-master cross-reference, used for titles and hours.
       FD INDEXED-COURSE-FILE.
       01 INDEXED-COURSE-RECORD.
           05 INDEXED-COURSE-CODE   PIC X(7).
           05 INDEXED-COURSE-TITLE  PIC X(30).
           05 INDEXED-CREDIT-HOURS  PIC 9V9.
           05 INDEXED-SEAT-CAPACITY PIC 9(3).
           05 INDEXED-ENROLLED-COUNT PIC 9(3).

      *Printed degree audits, one block per student.
       FD DEGREE-AUDIT-FILE.
       01 DEGREE-AUDIT-LINE PIC X(80).

      *Same maintenance-log layout TASK2 appends to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in MAINT-LOG-LINE below and moved here before each
      *WRITE.
       FD MAINT-LOG-FILE.
       01 MAINT-LOG-RECORD PIC X(123).

      *Same audit trail layout every poster appends to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

       WORKING-STORAGE SECTION.
      *Line layout for MAINT-LOG-FILE, built here (where VALUE
      *clauses are honored) and moved to MAINT-LOG-RECORD before
      *each WRITE.
       01 MAINT-LOG-LINE.
           05 MNT-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MNT-CHANGE-TAG      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MNT-OLD-VALUE       PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MNT-NEW-VALUE       PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MNT-TIMESTAMP.
               10 MNT-TS-DATE     PIC 9(8).
               10 MNT-TS-TIME     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 MNT-OPERATOR-ID     PIC X(8).

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

      *Program requirements loaded from PROGREQ.TXT at start of run.
       01 REQUIREMENT-TABLE-WS.
           05 REQUIREMENT-COUNT PIC 9(2) VALUE ZERO.
           05 REQUIREMENT-ENTRY OCCURS 30 TIMES.
               10 PRQ-PROGRAM   PIC X(5).
               10 PRQ-MIN-HOURS PIC 9(3)V9.
               10 PRQ-COURSE OCCURS 15 TIMES PIC X(7).

      *Every distinct course the student has passed so far, across
      *the archived terms and the live term, with the credit hours
      *they add up to.
       01 PASSED-COURSE-TABLE-WS.
           05 PASSED-COURSE-COUNT PIC 9(3).
           05 PASSED-COURSE-CODE OCCURS 100 TIMES PIC X(7).
       01 EARNED-HOURS-WS PIC 9(3)V9.

      *The course entry being weighed, from either the archive or
      *the live course table. A course average of 50 or better is
      *a pass.
       01 CANDIDATE-COURSE-WS.
           05 CANDIDATE-CODE-WS    PIC X(7).
           05 CANDIDATE-AVERAGE-WS PIC 9(3).
               88 CANDIDATE-PASSED VALUES 50 THRU 999.

       01 RUN-MODE-WS PIC X(1).
           88 AUDIT-MODE-CHOSEN      VALUE "A".
           88 GRADUATION-MODE-CHOSEN VALUE "G".

       01 COURSE-INDEX-WS      PIC 9(1).
       01 REQ-COURSE-INDEX-WS  PIC 9(2).
       01 REQUIREMENT-INDEX-WS PIC 9(2).
       01 PASSED-INDEX-WS      PIC 9(3).
       01 MATCHED-REQUIREMENT-WS PIC 9(2).
       01 OUTSTANDING-COUNT-WS PIC 9(2).

       01 CONTROL-FIELDS.
           05 EOF-FLG             PIC X(1) VALUE "N".
           05 REQ-EOF-FLG         PIC X(1) VALUE "N".
           05 PRQ-EOF-FLG         PIC X(1) VALUE "N".
           05 HIST-EOF-FLG        PIC X(1).
           05 STATUS-FIELD        PIC X(2).
           05 REQ-STATUS-FIELD    PIC X(2).
           05 PRQ-STATUS-FIELD    PIC X(2).
           05 HIST-STATUS-FIELD   PIC X(2).
           05 COURSE-STATUS-FIELD PIC X(2).
           05 WAIT-FLAG           PIC 9(1).
           05 HISTORY-FILE-FLAG   PIC X(1).
               88 HISTORY-FILE-OPEN VALUE "Y".
           05 COURSE-FOUND-FLAG   PIC X(1).
               88 COURSE-ALREADY-PASSED VALUE "Y".
           05 ELIGIBLE-FLAG       PIC X(1).
               88 STUDENT-ELIGIBLE VALUE "Y".

      *Approver check against the operator master through
      *OPERAUTH: a graduation is posted only on the approval of an
      *ID carrying the registrar role.
       01 AUTH-FIELDS.
           05 AUTH-REQUEST-WS  PIC X(7).
           05 AUTH-PASSWORD-WS PIC X(8) VALUE SPACES.
           05 AUTH-ROLE-WS     PIC X(1).
               88 REGISTRAR-APPROVER VALUE "G".
           05 AUTH-RESULT-WS   PIC X(1).
               88 APPROVER-ON-MASTER VALUE "Y".

       01 RUN-TOTALS.
           05 AUDITS-PRINTED      PIC 9(6) VALUE ZERO.
           05 STUDENTS-ELIGIBLE   PIC 9(6) VALUE ZERO.
           05 REQUESTS-NOT-FOUND  PIC 9(6) VALUE ZERO.
           05 APPROVALS-READ      PIC 9(5) VALUE ZERO.
           05 GRADUATIONS-POSTED  PIC 9(5) VALUE ZERO.
           05 GRADUATIONS-REFUSED PIC 9(5) VALUE ZERO.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "DEGAUDIT".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

       01 HEADING-LINE-1.
           05 FILLER PIC X(12) VALUE "DEGREE AUDIT".
           05 FILLER PIC X(68) VALUE SPACES.

       01 STUDENT-HEADING-LINE.
           05 SHL-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 SHL-STUDENT-NAME   PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(9) VALUE "PROGRAM: ".
           05 SHL-PROGRAM        PIC X(5).
           05 FILLER             PIC X(16) VALUE SPACES.

       01 REQUIREMENT-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "REQUIRED: ".
           05 RQL-COURSE-CODE    PIC X(7).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RQL-COURSE-TITLE   PIC X(30).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 RQL-STATUS         PIC X(11).
           05 FILLER             PIC X(16) VALUE SPACES.

       01 HOURS-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(21)
                   VALUE "CREDIT HOURS EARNED: ".
           05 HRL-EARNED         PIC ZZ9.9.
           05 FILLER             PIC X(12) VALUE "  REQUIRED: ".
           05 HRL-REQUIRED       PIC ZZ9.9.
           05 FILLER             PIC X(35) VALUE SPACES.

       01 BALANCE-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(15) VALUE "BALANCE OWING: ".
           05 BLL-BALANCE        PIC $ZZZ,ZZ9.99.
           05 FILLER             PIC X(52) VALUE SPACES.

       01 RESULT-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE "RESULT: ".
           05 RSL-RESULT         PIC X(40).
           05 FILLER             PIC X(30) VALUE SPACES.

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
      *Main procedure for the degree audit. Graduation posting
      *updates the student master, so that mode runs inside the
      *posting window; an audit-only run reads and prints.
       100-RUN-DEGREE-AUDIT.
           PERFORM 201-INITIALIZE-DEGREE-AUDIT.
           IF AUDIT-MODE-CHOSEN
               PERFORM 202-PRINT-DEGREE-AUDITS
               PERFORM 203-TERMINATE-PROGRAM
           END-IF.
           IF GRADUATION-MODE-CHOSEN
               PERFORM 204-ACQUIRE-POSTING-GATE
               IF POSTING-GATE-HELD
                   PERFORM 207-FIND-FISCAL-PERIOD
                   IF FISCAL-PERIOD-OPEN
                       PERFORM 206-POST-GRADUATIONS
                       PERFORM 203-TERMINATE-PROGRAM
                   END-IF
                   PERFORM 205-RELEASE-POSTING-GATE
               ELSE
                   DISPLAY "DEGAUDIT RUN CANCELLED - POSTING WINDOW "
                       "BUSY"
               END-IF
           END-IF.
           STOP RUN.

      *Accept the run mode and load the program requirements. An
      *unknown mode, or no requirements file, ends the run before
      *anything is read.
           201-INITIALIZE-DEGREE-AUDIT.
           DISPLAY "ENTER MODE (A = AUDIT ONLY, G = POST "
               "GRADUATIONS): ".
           ACCEPT RUN-MODE-WS.
           IF NOT AUDIT-MODE-CHOSEN AND NOT GRADUATION-MODE-CHOSEN
               DISPLAY "NO VALID MODE GIVEN - RUN ABORTED"
           ELSE
               PERFORM 301-LOAD-PROGRAM-REQUIREMENTS
               IF REQUIREMENT-COUNT = ZERO
                   DISPLAY "NO PROGRAM REQUIREMENTS ON FILE - RUN "
                       "ABORTED"
                   MOVE SPACE TO RUN-MODE-WS
               END-IF
           END-IF.

      *Print one audit per requested student, or per student on
      *the master when no request file is present.
           202-PRINT-DEGREE-AUDITS.
           OPEN INPUT INDEXED-STU-FILE.
           PERFORM 304-OPEN-AUDIT-FILES.
           OPEN INPUT AUDIT-REQ-FILE.
           IF REQ-STATUS-FIELD = "00"
               PERFORM 305-READ-REQUEST-RECORD
               PERFORM 306-AUDIT-ONE-REQUEST
                   UNTIL REQ-EOF-FLG = "Y"
               CLOSE AUDIT-REQ-FILE
           ELSE
               PERFORM 307-READ-NEXT-STUDENT
               PERFORM 308-AUDIT-NEXT-STUDENT UNTIL EOF-FLG = "Y"
           END-IF.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           DISPLAY "DEGAUDIT RUN TOTALS".
           DISPLAY "AUDITS PRINTED      : " AUDITS-PRINTED.
           DISPLAY "ELIGIBLE TO GRADUATE: " STUDENTS-ELIGIBLE.
           IF AUDIT-MODE-CHOSEN
               DISPLAY "REQUESTS NOT FOUND  : " REQUESTS-NOT-FOUND
           ELSE
               DISPLAY "APPROVALS READ      : " APPROVALS-READ
               DISPLAY "GRADUATIONS POSTED  : " GRADUATIONS-POSTED
               DISPLAY "GRADUATIONS REFUSED : " GRADUATIONS-REFUSED
               CLOSE GRAD-APPROVAL-FILE, MAINT-LOG-FILE,
                   AUDIT-LOG-FILE
           END-IF.
           DISPLAY "DEGREE AUDITS COMPLETE: ../DEGAUDIT.TXT".
           CLOSE INDEXED-STU-FILE, INDEXED-COURSE-FILE,
               DEGREE-AUDIT-FILE.
           IF HISTORY-FILE-OPEN
               CLOSE STUDENT-HISTORY-FILE
           END-IF.

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
           207-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "DEGAUDIT RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "DEGAUDIT RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Work the registrar's approvals: audit each approved student
      *again and mark the eligible ones graduated.
           206-POST-GRADUATIONS.
           OPEN INPUT GRAD-APPROVAL-FILE.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND MAINT-LOG-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           PERFORM 304-OPEN-AUDIT-FILES.
           PERFORM 320-READ-GRAD-APPROVAL.
           PERFORM 321-PROCESS-ONE-APPROVAL UNTIL EOF-FLG = "Y".

      *Load the program requirements table from PROGREQ.TXT.
           301-LOAD-PROGRAM-REQUIREMENTS.
           OPEN INPUT PROGRAM-REQ-FILE.
           IF PRQ-STATUS-FIELD = "00"
               PERFORM 302-READ-REQUIREMENT-RECORD
               PERFORM 303-STORE-REQUIREMENT-ENTRY
                   UNTIL PRQ-EOF-FLG = "Y"
               CLOSE PROGRAM-REQ-FILE
           END-IF.

      *Read the next program requirements line.
           302-READ-REQUIREMENT-RECORD.
           READ PROGRAM-REQ-FILE
               AT END MOVE "Y" TO PRQ-EOF-FLG.

      *Store one program's requirements, up to the table's
      *capacity.
           303-STORE-REQUIREMENT-ENTRY.
           IF REQUIREMENT-COUNT < 30
               ADD 1 TO REQUIREMENT-COUNT
               MOVE PROGRAM-REQ-RECORD
                   TO REQUIREMENT-ENTRY(REQUIREMENT-COUNT)
           ELSE
               DISPLAY "REQUIREMENTS TABLE FULL, PROGRAM DROPPED: "
                   PRQ-PROGRAM-IN
           END-IF.
           PERFORM 302-READ-REQUIREMENT-RECORD.

      *Open the course master, the term archive and the printed
      *audit. No archive yet means no past terms to count - the
      *live term is audited on its own.
           304-OPEN-AUDIT-FILES.
           OPEN INPUT INDEXED-COURSE-FILE.
           OPEN INPUT STUDENT-HISTORY-FILE.
           IF HIST-STATUS-FIELD = "00"
               MOVE "Y" TO HISTORY-FILE-FLAG
           ELSE
               MOVE "N" TO HISTORY-FILE-FLAG
               DISPLAY "TERM HISTORY FILE MISSING - LIVE TERM ONLY"
           END-IF.
           OPEN OUTPUT DEGREE-AUDIT-FILE.
           MOVE HEADING-LINE-1 TO DEGREE-AUDIT-LINE.
           WRITE DEGREE-AUDIT-LINE.

      *Read the next requested student number.
           305-READ-REQUEST-RECORD.
           READ AUDIT-REQ-FILE
               AT END MOVE "Y" TO REQ-EOF-FLG.

      *Look up one requested student and print the audit.
           306-AUDIT-ONE-REQUEST.
           MOVE REQ-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, REQUEST SKIPPED: "
                       REQ-STUDENT-NUMBER
                   ADD 1 TO REQUESTS-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 310-AUDIT-ONE-STUDENT
           END-READ.
           PERFORM 305-READ-REQUEST-RECORD.

      *Read the next student record in key order.
           307-READ-NEXT-STUDENT.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Audit the student just read and advance.
           308-AUDIT-NEXT-STUDENT.
           PERFORM 310-AUDIT-ONE-STUDENT.
           PERFORM 307-READ-NEXT-STUDENT.

      *Print one student's audit block: gather the passed courses,
      *check them against the program's requirements, and decide
      *eligibility - every required course passed and the minimum
      *credit hours earned.
           310-AUDIT-ONE-STUDENT.
           MOVE ZERO TO PASSED-COURSE-COUNT.
           MOVE ZERO TO EARNED-HOURS-WS.
           MOVE ZERO TO OUTSTANDING-COUNT-WS.
           MOVE "N" TO ELIGIBLE-FLAG.
           IF HISTORY-FILE-OPEN
               PERFORM 311-GATHER-ARCHIVED-TERMS
           END-IF.
           PERFORM 313-TAKE-LIVE-COURSE
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > 8.
           MOVE SPACES TO DEGREE-AUDIT-LINE.
           WRITE DEGREE-AUDIT-LINE.
           MOVE STUDENT-NUMBER TO SHL-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO SHL-STUDENT-NAME.
           MOVE PROGRAM-NAME TO SHL-PROGRAM.
           MOVE STUDENT-HEADING-LINE TO DEGREE-AUDIT-LINE.
           WRITE DEGREE-AUDIT-LINE.
           PERFORM 316-FIND-PROGRAM-REQUIREMENTS.
           IF MATCHED-REQUIREMENT-WS = 0
               MOVE "NO REQUIREMENTS ON FILE FOR PROGRAM"
                   TO RSL-RESULT
           ELSE
               PERFORM 318-PRINT-ONE-REQUIREMENT
                   VARYING REQ-COURSE-INDEX-WS FROM 1 BY 1
                   UNTIL REQ-COURSE-INDEX-WS > 15
               MOVE EARNED-HOURS-WS TO HRL-EARNED
               MOVE PRQ-MIN-HOURS(MATCHED-REQUIREMENT-WS)
                   TO HRL-REQUIRED
               MOVE HOURS-LINE TO DEGREE-AUDIT-LINE
               WRITE DEGREE-AUDIT-LINE
               PERFORM 319-DECIDE-ELIGIBILITY
           END-IF.
           IF TUITION-OWED > 0
               MOVE TUITION-OWED TO BLL-BALANCE
               MOVE BALANCE-LINE TO DEGREE-AUDIT-LINE
               WRITE DEGREE-AUDIT-LINE
           END-IF.
           MOVE RESULT-LINE TO DEGREE-AUDIT-LINE.
           WRITE DEGREE-AUDIT-LINE.
           ADD 1 TO AUDITS-PRINTED.

      *Walk the student's archived terms in key order, taking every
      *course of every term.
           311-GATHER-ARCHIVED-TERMS.
           MOVE "N" TO HIST-EOF-FLG.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE LOW-VALUES TO HIST-TERM-ID.
           START STUDENT-HISTORY-FILE
               KEY IS NOT < HIST-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF-FLG
           END-START.
           IF HIST-EOF-FLG NOT = "Y"
               PERFORM 312-READ-NEXT-HISTORY-RECORD
           END-IF.
           PERFORM 314-TAKE-ONE-ARCHIVED-TERM
               UNTIL HIST-EOF-FLG = "Y".

      *Read the next archived record, stopping at the end of the
      *file or the first record belonging to another student.
           312-READ-NEXT-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HIST-EOF-FLG
           END-READ.
           IF HIST-EOF-FLG NOT = "Y"
               AND HIST-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO HIST-EOF-FLG
           END-IF.

      *Weigh one course from the live course table.
           313-TAKE-LIVE-COURSE.
           MOVE COURSE-CODE(COURSE-INDEX-WS) TO CANDIDATE-CODE-WS.
           MOVE COURSE-AVERAGE(COURSE-INDEX-WS)
               TO CANDIDATE-AVERAGE-WS.
           PERFORM 315-TAKE-CANDIDATE-COURSE.

      *Weigh every course of one archived term, then advance.
           314-TAKE-ONE-ARCHIVED-TERM.
           PERFORM 322-TAKE-ARCHIVED-COURSE
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > 8.
           PERFORM 312-READ-NEXT-HISTORY-RECORD.

      *Count a passed course once: the first pass adds it to the
      *passed list and its credit hours to the total; a failed or
      *repeated course adds nothing. A code missing from the course
      *master still completes a requirement but carries no hours.
           315-TAKE-CANDIDATE-COURSE.
           IF CANDIDATE-CODE-WS NOT = SPACES AND CANDIDATE-PASSED
               PERFORM 323-CHECK-ALREADY-PASSED
               IF NOT COURSE-ALREADY-PASSED
                   IF PASSED-COURSE-COUNT < 100
                       ADD 1 TO PASSED-COURSE-COUNT
                       MOVE CANDIDATE-CODE-WS
                           TO PASSED-COURSE-CODE(PASSED-COURSE-COUNT)
                       MOVE CANDIDATE-CODE-WS TO INDEXED-COURSE-CODE
                       READ INDEXED-COURSE-FILE
                           NOT INVALID KEY
                               ADD INDEXED-CREDIT-HOURS
                                   TO EARNED-HOURS-WS
                       END-READ
                   ELSE
                       DISPLAY "PASSED COURSE LIST FULL, COURSE "
                           "DROPPED: " STUDENT-NUMBER " "
                           CANDIDATE-CODE-WS
                   END-IF
               END-IF
           END-IF.

      *Find the requirements line for the student's program.
           316-FIND-PROGRAM-REQUIREMENTS.
           MOVE 0 TO MATCHED-REQUIREMENT-WS.
           PERFORM 317-MATCH-ONE-REQUIREMENT
               VARYING REQUIREMENT-INDEX-WS FROM 1 BY 1
               UNTIL REQUIREMENT-INDEX-WS > REQUIREMENT-COUNT.

      *Match one requirements line against the student's program.
           317-MATCH-ONE-REQUIREMENT.
           IF PRQ-PROGRAM(REQUIREMENT-INDEX-WS) = PROGRAM-NAME
               AND MATCHED-REQUIREMENT-WS = 0
               MOVE REQUIREMENT-INDEX-WS TO MATCHED-REQUIREMENT-WS
           END-IF.

      *Print one required course as completed or outstanding; a
      *blank slot prints nothing.
           318-PRINT-ONE-REQUIREMENT.
           IF PRQ-COURSE(MATCHED-REQUIREMENT-WS, REQ-COURSE-INDEX-WS)
               NOT = SPACES
               MOVE PRQ-COURSE(MATCHED-REQUIREMENT-WS,
                   REQ-COURSE-INDEX-WS) TO CANDIDATE-CODE-WS
               PERFORM 323-CHECK-ALREADY-PASSED
               MOVE CANDIDATE-CODE-WS TO INDEXED-COURSE-CODE
               READ INDEXED-COURSE-FILE
                   INVALID KEY
                       MOVE "(NOT ON COURSE MASTER)"
                           TO INDEXED-COURSE-TITLE
               END-READ
               MOVE CANDIDATE-CODE-WS TO RQL-COURSE-CODE
               MOVE INDEXED-COURSE-TITLE TO RQL-COURSE-TITLE
               IF COURSE-ALREADY-PASSED
                   MOVE "COMPLETED" TO RQL-STATUS
               ELSE
                   MOVE "OUTSTANDING" TO RQL-STATUS
                   ADD 1 TO OUTSTANDING-COUNT-WS
               END-IF
               MOVE REQUIREMENT-LINE TO DEGREE-AUDIT-LINE
               WRITE DEGREE-AUDIT-LINE
           END-IF.

      *Eligible once nothing is outstanding and the credit hours
      *reach the program minimum. A student already graduated is
      *reported as such rather than counted again, and a number
      *retired by a duplicate-record merge is never eligible - its
      *record lives on under the surviving number.
           319-DECIDE-ELIGIBILITY.
           IF STUDENT-STATUS = "G"
               MOVE "ALREADY GRADUATED" TO RSL-RESULT
           ELSE
               IF STUDENT-STATUS = "M"
                   MOVE "NUMBER RETIRED BY MERGE" TO RSL-RESULT
               ELSE
                   IF OUTSTANDING-COUNT-WS = 0
                       AND EARNED-HOURS-WS NOT <
                           PRQ-MIN-HOURS(MATCHED-REQUIREMENT-WS)
                       MOVE "Y" TO ELIGIBLE-FLAG
                       ADD 1 TO STUDENTS-ELIGIBLE
                       MOVE "ELIGIBLE TO GRADUATE" TO RSL-RESULT
                   ELSE
                       MOVE "REQUIREMENTS OUTSTANDING" TO RSL-RESULT
                   END-IF
               END-IF
           END-IF.

      *Read the next graduation approval.
           320-READ-GRAD-APPROVAL.
           READ GRAD-APPROVAL-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO APPROVALS-READ
           END-IF.

      *Vet the approver, look up the student, audit again, and
      *mark the student graduated when eligible and paid up.
           321-PROCESS-ONE-APPROVAL.
           PERFORM 324-VERIFY-APPROVER-ID.
           IF WAIT-FLAG = 0
               PERFORM 325-READ-STUDENT-FOR-APPROVAL
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 310-AUDIT-ONE-STUDENT
               PERFORM 326-APPLY-GRADUATION
           END-IF.
           PERFORM 320-READ-GRAD-APPROVAL.

      *Weigh one course from the archived term in hand.
           322-TAKE-ARCHIVED-COURSE.
           MOVE HIST-COURSE-CODE(COURSE-INDEX-WS)
               TO CANDIDATE-CODE-WS.
           MOVE HIST-COURSE-AVERAGE(COURSE-INDEX-WS)
               TO CANDIDATE-AVERAGE-WS.
           PERFORM 315-TAKE-CANDIDATE-COURSE.

      *Look the course in hand up on the student's passed list.
           323-CHECK-ALREADY-PASSED.
           MOVE "N" TO COURSE-FOUND-FLAG.
           PERFORM 327-MATCH-ONE-PASSED-COURSE
               VARYING PASSED-INDEX-WS FROM 1 BY 1
               UNTIL PASSED-INDEX-WS > PASSED-COURSE-COUNT.

      *Look the approving operator up on the operator master; a
      *graduation is posted only on the approval of an ID carrying
      *the registrar role.
           324-VERIFY-APPROVER-ID.
           MOVE 0 TO WAIT-FLAG.
           MOVE "VERIFY " TO AUTH-REQUEST-WS.
           CALL "OPERAUTH" USING AUTH-REQUEST-WS, GAP-OPERATOR-ID,
               AUTH-PASSWORD-WS, AUTH-ROLE-WS, AUTH-RESULT-WS.
           IF NOT APPROVER-ON-MASTER
               OR NOT REGISTRAR-APPROVER
               DISPLAY "APPROVER NOT AUTHORIZED, GRADUATION REFUSED: "
                   GAP-STUDENT-NUMBER " " GAP-OPERATOR-ID
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO GRADUATIONS-REFUSED
           END-IF.

      *Look up the student on the approval.
           325-READ-STUDENT-FOR-APPROVAL.
           MOVE GAP-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, GRADUATION REFUSED: "
                       GAP-STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO GRADUATIONS-REFUSED
               NOT INVALID KEY
                   MOVE 0 TO WAIT-FLAG.

      *Mark an eligible student graduated. A student who has not
      *met the requirements, or who still owes a balance, is
      *refused and stays as they are.
           326-APPLY-GRADUATION.
           IF NOT STUDENT-ELIGIBLE
               DISPLAY "NOT ELIGIBLE, GRADUATION REFUSED: "
                   STUDENT-NUMBER " " RSL-RESULT
               ADD 1 TO GRADUATIONS-REFUSED
           ELSE
               IF TUITION-OWED > 0
                   DISPLAY "BALANCE OWING, GRADUATION REFUSED: "
                       STUDENT-NUMBER
                   ADD 1 TO GRADUATIONS-REFUSED
               ELSE
                   PERFORM 328-REWRITE-GRADUATED-STUDENT
               END-IF
           END-IF.

      *Match one passed-list entry against the course in hand.
           327-MATCH-ONE-PASSED-COURSE.
           IF PASSED-COURSE-CODE(PASSED-INDEX-WS) = CANDIDATE-CODE-WS
               MOVE "Y" TO COURSE-FOUND-FLAG
           END-IF.

      *Set the graduated status and rewrite; only a successful
      *rewrite leaves the maintenance-log and audit lines.
           328-REWRITE-GRADUATED-STUDENT.
           MOVE STUDENT-STATUS TO MNT-OLD-VALUE.
           MOVE "G" TO STUDENT-STATUS.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD " STUDENT " STUDENT-NUMBER
                   ADD 1 TO GRADUATIONS-REFUSED
               NOT INVALID KEY
                   ADD 1 TO GRADUATIONS-POSTED
                   PERFORM 329-LOG-GRADUATION
           END-REWRITE.

      *Leave a GRADUATE line on the maintenance log carrying the
      *old and new status, and the matching balance-neutral line
      *on the shared audit log - old and new balances match and
      *the amount is zero, so the replay reconciliation's chain
      *stays intact. Both carry the approving registrar's ID.
           329-LOG-GRADUATION.
           MOVE STUDENT-NUMBER TO MNT-STUDENT-NUMBER.
           MOVE "GRADUATE" TO MNT-CHANGE-TAG.
           MOVE STUDENT-STATUS TO MNT-NEW-VALUE.
           MOVE GAP-OPERATOR-ID TO MNT-OPERATOR-ID.
           ACCEPT MNT-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT MNT-TS-TIME FROM TIME.
           MOVE MAINT-LOG-LINE TO MAINT-LOG-RECORD.
           WRITE MAINT-LOG-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TUITION-OWED TO AUD-OLD-BALANCE.
           MOVE ZERO TO AUD-PAYMENT-AMOUNT.
           MOVE TUITION-OWED TO AUD-NEW-BALANCE.
           MOVE GAP-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "GRADUATE" TO AUD-TRANS-TYPE.
           MOVE MNT-TIMESTAMP TO AUD-TIMESTAMP.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       END PROGRAM DEGAUDIT.
