      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Cumulative academic standing run, for the term the
      *          operator names. For every active student it reads
      *          each archived term off STUHIST.DAT plus the live
      *          course table on INDEXEDSTUFILE.DAT, averages each
      *          term through CALCULATE-AVG the way DEANLIST does,
      *          and builds a cumulative credit-weighted average
      *          across them all. The term's standing then follows
      *          on from the student's previous standing: a term
      *          average under 60 puts a student on probation, or
      *          on academic suspension when they were already on
      *          probation or suspended; a suspended student whose
      *          term average recovers returns to good standing.
      *          Each result is kept on the STNDHIST.DAT standing
      *          history, one record per student per term, and the
      *          students newly suspended or reinstated are listed
      *          for the registrar on STNDACT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUMSTAND.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
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

           SELECT STANDING-HISTORY-FILE
           ASSIGN TO "../STNDHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHS-RECORD-KEY
           FILE STATUS IS STANDING-STATUS-FIELD.

           SELECT ACTION-LIST-FILE
           ASSIGN TO "../STNDACT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *Course-master cross-reference, used to weight each course's
      *average by its credit hours.
       FD INDEXED-COURSE-FILE.
       01 INDEXED-COURSE-RECORD.
           05 INDEXED-COURSE-CODE   PIC X(7).
           05 INDEXED-COURSE-TITLE  PIC X(30).
           05 INDEXED-CREDIT-HOURS  PIC 9V9.
           05 INDEXED-SEAT-CAPACITY PIC 9(3).
           05 INDEXED-ENROLLED-COUNT PIC 9(3).

      *Academic standing history, one record per student per term,
      *keyed by student number plus term. The run date orders a
      *student's terms, since term identifiers do not sort in
      *calendar order. Standing is D dean's list, G good standing,
      *P academic probation or S academic suspension.
       FD STANDING-HISTORY-FILE.
       01 STANDING-HISTORY-RECORD.
           05 SHS-RECORD-KEY.
               10 SHS-STUDENT-NUMBER PIC 9(6).
               10 SHS-TERM-ID        PIC X(6).
           05 SHS-TERM-AVERAGE       PIC 9(3).
           05 SHS-TERM-HOURS         PIC 9(2)V9.
           05 SHS-CUM-AVERAGE        PIC 9(3).
           05 SHS-CUM-HOURS          PIC 9(3)V9.
           05 SHS-STANDING           PIC X(1).
           05 SHS-RUN-DATE           PIC 9(8).

      *Registrar's action list of students newly suspended or
      *reinstated this term.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in the layouts below and moved here before each
      *WRITE.
       FD ACTION-LIST-FILE.
       01 ACTION-LIST-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *Term being graded, supplied by the operator at run time (for
      *example 2026FA).
       01 CURRENT-TERM-ID-WS PIC X(6).
       01 RUN-DATE-WS        PIC 9(8).

      *Copies of one term's course table and its looked-up credit
      *hours, passed together to CALCULATE-AVG so each term is
      *averaged exactly as DEANLIST averages the live term.
       01 AVG-COURSE-TABLE-WS.
           05 AVG-COURSE-ENTRY OCCURS 8 TIMES.
               10 AVG-COURSE-CODE    PIC X(7).
               10 AVG-COURSE-AVERAGE PIC 9(3).
       01 AVG-CREDIT-HOURS-WS.
           05 AVG-CREDIT-HOURS OCCURS 8 TIMES PIC 9V9.

       01 COURSE-INDEX-WS PIC 9(1).

      *One term's results, and the running cumulative totals
      *across every term taken so far.
       01 TERM-AVERAGE-WS      PIC 9(3).
       01 TERM-HOURS-WS        PIC 9(2)V9.
       01 CURRENT-AVERAGE-WS   PIC 9(3).
           88 CURRENT-DEANS-LIST VALUES 90 THRU 999.
           88 CURRENT-PROBATION  VALUES 0 THRU 59.
       01 CURRENT-HOURS-WS     PIC 9(2)V9.
       01 CUM-WEIGHTED-SUM-WS  PIC 9(7)V9.
       01 CUM-HOURS-WS         PIC 9(3)V9.
       01 CUM-AVERAGE-WS       PIC 9(3).

      *The student's standing before this term - the latest term on
      *the standing history other than this one - and after it.
       01 PRIOR-STANDING-WS PIC X(1).
           88 PRIOR-ON-PROBATION VALUE "P".
           88 PRIOR-SUSPENDED    VALUE "S".
       01 PRIOR-RUN-DATE-WS PIC 9(8).
       01 NEW-STANDING-WS   PIC X(1).
           88 NEW-SUSPENDED      VALUE "S".

       01 CONTROL-FIELDS.
           05 EOF-FLG               PIC X(1) VALUE "N".
           05 HIST-EOF-FLG          PIC X(1).
           05 STANDING-EOF-FLG      PIC X(1).
           05 STATUS-FIELD          PIC X(2).
           05 HIST-STATUS-FIELD     PIC X(2).
           05 COURSE-STATUS-FIELD   PIC X(2).
           05 STANDING-STATUS-FIELD PIC X(2).
           05 HISTORY-FILE-FLAG     PIC X(1).
               88 HISTORY-FILE-OPEN VALUE "Y".
           05 TERM-ARCHIVED-FLAG    PIC X(1).
               88 CURRENT-TERM-ARCHIVED VALUE "Y".
           05 STANDING-FOUND-FLAG   PIC X(1).
               88 STANDING-ON-FILE  VALUE "Y".

       01 RUN-TOTALS.
           05 STUDENTS-READ        PIC 9(6) VALUE ZERO.
           05 STANDINGS-RECORDED   PIC 9(6) VALUE ZERO.
           05 GOOD-STANDING-COUNT  PIC 9(6) VALUE ZERO.
           05 PROBATION-COUNT      PIC 9(6) VALUE ZERO.
           05 SUSPENSION-COUNT     PIC 9(6) VALUE ZERO.
           05 NEWLY-SUSPENDED      PIC 9(6) VALUE ZERO.
           05 NEWLY-REINSTATED     PIC 9(6) VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(33) VALUE
               "ACADEMIC STANDING ACTIONS - TERM ".
           05 HDG-TERM-ID PIC X(6).
           05 FILLER PIC X(41) VALUE SPACES.

       01 ACTION-LINE.
           05 ACT-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 ACT-STUDENT-NAME   PIC X(30).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ACT-PROGRAM        PIC X(5).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 ACT-ACTION         PIC X(15).
           05 FILLER             PIC X(6) VALUE " TERM ".
           05 ACT-TERM-AVERAGE   PIC ZZ9.
           05 FILLER             PIC X(5) VALUE " CUM ".
           05 ACT-CUM-AVERAGE    PIC ZZ9.
           05 FILLER             PIC X(3) VALUE SPACES.

       PROCEDURE DIVISION.
      *Main procedure for the cumulative standing run.
       100-PRODUCE-CUMULATIVE-STANDING.
           PERFORM 201-INITIALIZE-STANDING-RUN.
           IF CURRENT-TERM-ID-WS NOT = SPACES
               PERFORM 202-PROCESS-STUDENT-RECORDS
                   UNTIL EOF-FLG = "Y"
               PERFORM 203-TERMINATE-PROGRAM
           END-IF.
           STOP RUN.

      *Accept the term being graded, open files and prime the read.
      *A blank term ends the run before anything is read. No term
      *archive yet means the live term is the only one; the
      *standing history is created the first time through.
           201-INITIALIZE-STANDING-RUN.
           DISPLAY "ENTER TERM ID BEING GRADED (E.G. 2026FA): ".
           ACCEPT CURRENT-TERM-ID-WS.
           IF CURRENT-TERM-ID-WS = SPACES
               DISPLAY "NO TERM ID GIVEN - RUN ABORTED"
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               OPEN INPUT INDEXED-STU-FILE
               OPEN INPUT INDEXED-COURSE-FILE
               OPEN INPUT STUDENT-HISTORY-FILE
               IF HIST-STATUS-FIELD = "00"
                   MOVE "Y" TO HISTORY-FILE-FLAG
               ELSE
                   MOVE "N" TO HISTORY-FILE-FLAG
                   DISPLAY "TERM HISTORY FILE MISSING - LIVE TERM "
                       "ONLY"
               END-IF
               OPEN I-O STANDING-HISTORY-FILE
               IF STANDING-STATUS-FIELD = "35"
                   OPEN OUTPUT STANDING-HISTORY-FILE
                   CLOSE STANDING-HISTORY-FILE
                   OPEN I-O STANDING-HISTORY-FILE
               END-IF
               OPEN OUTPUT ACTION-LIST-FILE
               MOVE CURRENT-TERM-ID-WS TO HDG-TERM-ID
               MOVE HEADING-LINE-1 TO ACTION-LIST-RECORD
               WRITE ACTION-LIST-RECORD
               PERFORM 301-READ-STUDENT-RECORD
           END-IF.

      *Work one student: withdrawn and graduated students, and
      *numbers retired by a duplicate-record merge, carry no
      *current standing, so they are passed over the way DEANLIST
      *passes over them.
           202-PROCESS-STUDENT-RECORDS.
           IF STUDENT-STATUS NOT = "W" AND STUDENT-STATUS NOT = "G"
               AND STUDENT-STATUS NOT = "M"
               PERFORM 302-GRADE-ONE-STUDENT
           END-IF.
           PERFORM 301-READ-STUDENT-RECORD.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           DISPLAY "CUMSTAND RUN TOTALS".
           DISPLAY "TERM GRADED         : " CURRENT-TERM-ID-WS.
           DISPLAY "STUDENTS READ       : " STUDENTS-READ.
           DISPLAY "STANDINGS RECORDED  : " STANDINGS-RECORDED.
           DISPLAY "GOOD STANDING       : " GOOD-STANDING-COUNT.
           DISPLAY "ON PROBATION        : " PROBATION-COUNT.
           DISPLAY "SUSPENDED           : " SUSPENSION-COUNT.
           DISPLAY "NEWLY SUSPENDED     : " NEWLY-SUSPENDED.
           DISPLAY "NEWLY REINSTATED    : " NEWLY-REINSTATED.
           DISPLAY "ACTION LIST COMPLETE: ../STNDACT.TXT".
           CLOSE INDEXED-STU-FILE, INDEXED-COURSE-FILE,
               STANDING-HISTORY-FILE, ACTION-LIST-FILE.
           IF HISTORY-FILE-OPEN
               CLOSE STUDENT-HISTORY-FILE
           END-IF.

      *Read the next student record.
           301-READ-STUDENT-RECORD.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO STUDENTS-READ
           END-IF.

      *Build the student's term and cumulative averages, carry the
      *standing on from the previous term, and record it.
           302-GRADE-ONE-STUDENT.
           MOVE ZERO TO CUM-WEIGHTED-SUM-WS.
           MOVE ZERO TO CUM-HOURS-WS.
           MOVE ZERO TO CURRENT-AVERAGE-WS.
           MOVE ZERO TO CURRENT-HOURS-WS.
           MOVE "N" TO TERM-ARCHIVED-FLAG.
           IF HISTORY-FILE-OPEN
               PERFORM 303-GATHER-ARCHIVED-TERMS
           END-IF.
           IF NOT CURRENT-TERM-ARCHIVED
               PERFORM 306-LOAD-LIVE-ENTRY
                   VARYING COURSE-INDEX-WS FROM 1 BY 1
                   UNTIL COURSE-INDEX-WS > 8
               PERFORM 308-AVERAGE-ONE-TERM
               MOVE TERM-AVERAGE-WS TO CURRENT-AVERAGE-WS
               MOVE TERM-HOURS-WS TO CURRENT-HOURS-WS
           END-IF.
           IF CUM-HOURS-WS = 0
               MOVE ZERO TO CUM-AVERAGE-WS
           ELSE
               COMPUTE CUM-AVERAGE-WS ROUNDED =
                   CUM-WEIGHTED-SUM-WS / CUM-HOURS-WS
           END-IF.
           PERFORM 310-FIND-PRIOR-STANDING.
           PERFORM 313-DECIDE-NEW-STANDING.
           PERFORM 314-RECORD-STANDING.

      *Walk the student's archived terms, averaging each into the
      *cumulative totals. When the term being graded has already
      *been archived - the run made after TERMROLL - the archived
      *copy stands in for the live course table, which TERMROLL
      *has cleared.
           303-GATHER-ARCHIVED-TERMS.
           MOVE "N" TO HIST-EOF-FLG.
           MOVE STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE LOW-VALUES TO HIST-TERM-ID.
           START STUDENT-HISTORY-FILE
               KEY IS NOT < HIST-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF-FLG
           END-START.
           IF HIST-EOF-FLG NOT = "Y"
               PERFORM 304-READ-NEXT-HISTORY-RECORD
           END-IF.
           PERFORM 305-TAKE-ONE-ARCHIVED-TERM
               UNTIL HIST-EOF-FLG = "Y".

      *Read the next archived record, stopping at the end of the
      *file or the first record belonging to another student.
           304-READ-NEXT-HISTORY-RECORD.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HIST-EOF-FLG
           END-READ.
           IF HIST-EOF-FLG NOT = "Y"
               AND HIST-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO HIST-EOF-FLG
           END-IF.

      *Average one archived term into the cumulative totals, then
      *advance.
           305-TAKE-ONE-ARCHIVED-TERM.
           PERFORM 307-LOAD-ARCHIVED-ENTRY
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > 8.
           PERFORM 308-AVERAGE-ONE-TERM.
           IF HIST-TERM-ID = CURRENT-TERM-ID-WS
               MOVE "Y" TO TERM-ARCHIVED-FLAG
               MOVE TERM-AVERAGE-WS TO CURRENT-AVERAGE-WS
               MOVE TERM-HOURS-WS TO CURRENT-HOURS-WS
           END-IF.
           PERFORM 304-READ-NEXT-HISTORY-RECORD.

      *Copy one live course-table entry for averaging.
           306-LOAD-LIVE-ENTRY.
           MOVE COURSE-CODE(COURSE-INDEX-WS)
               TO AVG-COURSE-CODE(COURSE-INDEX-WS).
           MOVE COURSE-AVERAGE(COURSE-INDEX-WS)
               TO AVG-COURSE-AVERAGE(COURSE-INDEX-WS).
           PERFORM 309-LOOK-UP-ENTRY-HOURS.

      *Copy one archived course entry for averaging.
           307-LOAD-ARCHIVED-ENTRY.
           MOVE HIST-COURSE-CODE(COURSE-INDEX-WS)
               TO AVG-COURSE-CODE(COURSE-INDEX-WS).
           MOVE HIST-COURSE-AVERAGE(COURSE-INDEX-WS)
               TO AVG-COURSE-AVERAGE(COURSE-INDEX-WS).
           PERFORM 309-LOOK-UP-ENTRY-HOURS.

      *Average the term just loaded through CALCULATE-AVG and add
      *its credit-weighted result into the cumulative totals.
           308-AVERAGE-ONE-TERM.
           MOVE ZERO TO TERM-HOURS-WS.
           PERFORM 315-ADD-ONE-ENTRY-HOURS
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > 8.
           CALL "CALCULATE-AVG" USING TERM-AVERAGE-WS,
               AVG-COURSE-TABLE-WS, AVG-CREDIT-HOURS-WS.
           COMPUTE CUM-WEIGHTED-SUM-WS = CUM-WEIGHTED-SUM-WS
               + TERM-AVERAGE-WS * TERM-HOURS-WS.
           ADD TERM-HOURS-WS TO CUM-HOURS-WS.

      *Look up the entry's credit hours on the course master; a
      *blank slot or an unknown code carries zero hours and so no
      *weight in the average.
           309-LOOK-UP-ENTRY-HOURS.
           MOVE ZERO TO AVG-CREDIT-HOURS(COURSE-INDEX-WS).
           IF AVG-COURSE-CODE(COURSE-INDEX-WS) NOT = SPACES
               MOVE AVG-COURSE-CODE(COURSE-INDEX-WS)
                   TO INDEXED-COURSE-CODE
               READ INDEXED-COURSE-FILE
                   NOT INVALID KEY
                       MOVE INDEXED-CREDIT-HOURS
                           TO AVG-CREDIT-HOURS(COURSE-INDEX-WS)
               END-READ
           END-IF.

      *Find the student's standing before this term: the latest
      *standing-history record, by run date, for any other term. A
      *student with no history starts in good standing.
           310-FIND-PRIOR-STANDING.
           MOVE "G" TO PRIOR-STANDING-WS.
           MOVE ZERO TO PRIOR-RUN-DATE-WS.
           MOVE "N" TO STANDING-EOF-FLG.
           MOVE STUDENT-NUMBER TO SHS-STUDENT-NUMBER.
           MOVE LOW-VALUES TO SHS-TERM-ID.
           START STANDING-HISTORY-FILE
               KEY IS NOT < SHS-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO STANDING-EOF-FLG
           END-START.
           IF STANDING-EOF-FLG NOT = "Y"
               PERFORM 311-READ-NEXT-STANDING-RECORD
           END-IF.
           PERFORM 312-CHECK-ONE-STANDING-RECORD
               UNTIL STANDING-EOF-FLG = "Y".

      *Read the next standing record, stopping at the end of the
      *file or the first record belonging to another student.
           311-READ-NEXT-STANDING-RECORD.
           READ STANDING-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO STANDING-EOF-FLG
           END-READ.
           IF STANDING-EOF-FLG NOT = "Y"
               AND SHS-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO STANDING-EOF-FLG
           END-IF.

      *Keep the standing of the latest other term seen so far.
           312-CHECK-ONE-STANDING-RECORD.
           IF SHS-TERM-ID NOT = CURRENT-TERM-ID-WS
               AND SHS-RUN-DATE NOT < PRIOR-RUN-DATE-WS
               MOVE SHS-STANDING TO PRIOR-STANDING-WS
               MOVE SHS-RUN-DATE TO PRIOR-RUN-DATE-WS
           END-IF.
           PERFORM 311-READ-NEXT-STANDING-RECORD.

      *Carry the standing on from the previous term. A term under
      *60 means probation, or suspension for a student already on
      *probation or suspended; a term at 60 or better restores
      *good standing (dean's list at 90), reinstating a suspended
      *student. A student with no graded hours this term keeps the
      *standing they had.
           313-DECIDE-NEW-STANDING.
           IF CURRENT-HOURS-WS = 0
               MOVE PRIOR-STANDING-WS TO NEW-STANDING-WS
           ELSE
               IF CURRENT-PROBATION
                   IF PRIOR-ON-PROBATION OR PRIOR-SUSPENDED
                       MOVE "S" TO NEW-STANDING-WS
                   ELSE
                       MOVE "P" TO NEW-STANDING-WS
                   END-IF
               ELSE
                   IF CURRENT-DEANS-LIST
                       MOVE "D" TO NEW-STANDING-WS
                   ELSE
                       MOVE "G" TO NEW-STANDING-WS
                   END-IF
               END-IF
           END-IF.
           IF NEW-SUSPENDED
               ADD 1 TO SUSPENSION-COUNT
           ELSE
               IF NEW-STANDING-WS = "P"
                   ADD 1 TO PROBATION-COUNT
               ELSE
                   ADD 1 TO GOOD-STANDING-COUNT
               END-IF
           END-IF.
           IF NEW-SUSPENDED AND NOT PRIOR-SUSPENDED
               MOVE "NEWLY SUSPENDED" TO ACT-ACTION
               ADD 1 TO NEWLY-SUSPENDED
               PERFORM 317-WRITE-ACTION-LINE
           END-IF.
           IF PRIOR-SUSPENDED AND NOT NEW-SUSPENDED
               MOVE "REINSTATED" TO ACT-ACTION
               ADD 1 TO NEWLY-REINSTATED
               PERFORM 317-WRITE-ACTION-LINE
           END-IF.

      *Write or rewrite the student's standing record for this
      *term, so a rerun of the same term replaces its results.
           314-RECORD-STANDING.
           MOVE STUDENT-NUMBER TO SHS-STUDENT-NUMBER.
           MOVE CURRENT-TERM-ID-WS TO SHS-TERM-ID.
           MOVE "N" TO STANDING-FOUND-FLAG.
           READ STANDING-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO STANDING-FOUND-FLAG
           END-READ.
           PERFORM 316-FILL-STANDING-RECORD.
           IF STANDING-ON-FILE
               REWRITE STANDING-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "STANDING REWRITE FAILED, FILE-STATUS "
                           "IS " STANDING-STATUS-FIELD " STUDENT "
                           STUDENT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO STANDINGS-RECORDED
               END-REWRITE
           ELSE
               WRITE STANDING-HISTORY-RECORD
                   INVALID KEY
                       DISPLAY "STANDING WRITE FAILED, FILE-STATUS "
                           "IS " STANDING-STATUS-FIELD " STUDENT "
                           STUDENT-NUMBER
                   NOT INVALID KEY
                       ADD 1 TO STANDINGS-RECORDED
               END-WRITE
           END-IF.

      *Add one entry's credit hours into the term's total.
           315-ADD-ONE-ENTRY-HOURS.
           ADD AVG-CREDIT-HOURS(COURSE-INDEX-WS) TO TERM-HOURS-WS.

      *Fill the standing record from this term's results.
           316-FILL-STANDING-RECORD.
           MOVE STUDENT-NUMBER TO SHS-STUDENT-NUMBER.
           MOVE CURRENT-TERM-ID-WS TO SHS-TERM-ID.
           MOVE CURRENT-AVERAGE-WS TO SHS-TERM-AVERAGE.
           MOVE CURRENT-HOURS-WS TO SHS-TERM-HOURS.
           MOVE CUM-AVERAGE-WS TO SHS-CUM-AVERAGE.
           MOVE CUM-HOURS-WS TO SHS-CUM-HOURS.
           MOVE NEW-STANDING-WS TO SHS-STANDING.
           MOVE RUN-DATE-WS TO SHS-RUN-DATE.

      *Put the student on the registrar's action list.
           317-WRITE-ACTION-LINE.
           MOVE STUDENT-NUMBER TO ACT-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO ACT-STUDENT-NAME.
           MOVE PROGRAM-NAME TO ACT-PROGRAM.
           MOVE CURRENT-AVERAGE-WS TO ACT-TERM-AVERAGE.
           MOVE CUM-AVERAGE-WS TO ACT-CUM-AVERAGE.
           MOVE ACTION-LINE TO ACTION-LIST-RECORD.
           WRITE ACTION-LIST-RECORD.

       END PROGRAM CUMSTAND.
