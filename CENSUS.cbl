      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Census-date enrollment and FTE report for the
      *          registrar's government return. Run on the census
      *          date, it snapshots every active student on
      *          INDEXEDSTUFILE.DAT into a census file for the term
      *          (CENSUS followed by the term ID), summing each
      *          student's credit hours off COURSEMST.DAT and
      *          classing the student full-time or part-time against
      *          the full-time minimum the operator gives. The file
      *          carries the census date and the minimum it was
      *          taken with, and the report - headcount, full-time
      *          and part-time split, credit hours and FTE by
      *          PROGRAM-OF-STUDY and for the whole college, printed
      *          on CENSUSRPT.TXT - is always drawn from it. A rerun
      *          for a term already taken reprints from the frozen
      *          census-day figures and never goes back to the
      *          master, so add/drop and withdrawals after the census
      *          date do not move the return.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CENSUS.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
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

           SELECT CENSUS-FILE
           ASSIGN TO CENSUS-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CENSUS-STATUS-FIELD.

           SELECT SORT-WORK-FILE
           ASSIGN TO "CNSSRTWK".

           SELECT REPORT-FILE
           ASSIGN TO "../CENSUSRPT.TXT"
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

      *Course-master cross-reference, used to total the credit
      *hours each student carries on the census date.
       FD INDEXED-COURSE-FILE.
       01 INDEXED-COURSE-RECORD.
           05 INDEXED-COURSE-CODE   PIC X(7).
           05 INDEXED-COURSE-TITLE  PIC X(30).
           05 INDEXED-CREDIT-HOURS  PIC 9V9.
           05 INDEXED-SEAT-CAPACITY PIC 9(3).
           05 INDEXED-ENROLLED-COUNT PIC 9(3).

      *The term's census snapshot, named from CENSUS-NAME-WS at open
      *time: one header line giving the census date and the
      *full-time minimum, then one line per active student. A
      *plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so each line is
      *built up in CENSUS-HEADER-LINE or CENSUS-STUDENT-LINE below
      *and moved here before each WRITE.
       FD CENSUS-FILE.
       01 CENSUS-RECORD PIC X(80).

      *Work file used to sort the snapshot into PROGRAM-OF-STUDY
      *order for the report.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-PROGRAM-OF-STUDY  PIC X(5).
           05 SW-STUDENT-NUMBER    PIC 9(6).
           05 SW-CREDIT-HOURS      PIC 9(2)V9.
           05 SW-LOAD-CLASS        PIC X(1).

      *Printed census report.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *Census file name for the term, "../CENSUS" followed by the
      *term ID and ".TXT".
       01 CENSUS-NAME-WS PIC X(20).
       01 CENSUS-NAME-PARTS REDEFINES CENSUS-NAME-WS.
           05 FILLER              PIC X(9).
           05 CENSUS-TERM-PART    PIC X(6).
           05 FILLER              PIC X(5).

      *Header line of the census file: H, the term, the census date
      *and the full-time minimum the students were classed against.
       01 CENSUS-HEADER-LINE.
           05 CNH-RECORD-TYPE     PIC X(1).
               88 CENSUS-HEADER      VALUE "H".
           05 CNH-TERM-ID         PIC X(6).
           05 CNH-CENSUS-DATE     PIC 9(8).
           05 CNH-FULL-TIME-HOURS PIC 9(2)V9.
           05 FILLER              PIC X(62) VALUE SPACES.

      *Student line of the census file: S, then the student as the
      *master stood on the census date. The load class is F for
      *full-time, P for part-time, or N for an active student
      *carrying no credit hours, who is kept on the snapshot but
      *not counted in the headcount.
       01 CENSUS-STUDENT-LINE.
           05 CNS-RECORD-TYPE     PIC X(1).
               88 CENSUS-STUDENT     VALUE "S".
           05 CNS-STUDENT-NUMBER  PIC 9(6).
           05 CNS-STUDENT-NAME    PIC X(40).
           05 CNS-PROGRAM         PIC X(5).
           05 CNS-CREDIT-HOURS    PIC 9(2)V9.
           05 CNS-LOAD-CLASS      PIC X(1).
               88 LOAD-FULL-TIME     VALUE "F".
               88 LOAD-PART-TIME     VALUE "P".
               88 LOAD-NO-HOURS      VALUE "N".
           05 CNS-CENSUS-DATE     PIC 9(8).
           05 FILLER              PIC X(16) VALUE SPACES.

      *Term being censused, supplied by the operator at run time
      *(for example 2026FA).
       01 CENSUS-TERM-ID-WS PIC X(6).
       01 RUN-DATE-WS       PIC 9(8).

      *Full-time minimum in whole credit hours, as the operator
      *keys it; zero takes the college's standard minimum. A
      *student at or above the minimum is full-time, and one FTE
      *is that many credit hours.
       01 FULL-TIME-ENTRY-WS    PIC 9(2).
       01 FULL-TIME-DEFAULT-WS  PIC 9(2)V9 VALUE 12.0.

      *The census the report is drawn from - the one just taken, or
      *the frozen one found on file for the term.
       01 CENSUS-FIELDS.
           05 CENSUS-DATE-WS        PIC 9(8).
           05 FULL-TIME-HOURS-WS    PIC 9(2)V9.
           05 STUDENT-HOURS-WS      PIC 9(2)V9.

       01 CONTROL-FIELDS.
           05 EOF-FLG             PIC X(1) VALUE "N".
           05 CENSUS-EOF-FLG      PIC X(1) VALUE "N".
           05 SORT-EOF            PIC X(1) VALUE "N".
           05 STATUS-FIELD        PIC X(2).
           05 COURSE-STATUS-FIELD PIC X(2).
           05 CENSUS-STATUS-FIELD PIC X(2).
           05 CENSUS-RUN-FLAG     PIC X(1) VALUE "N".
               88 CENSUS-RUN-READY   VALUE "Y".
           05 FROZEN-CENSUS-FLAG  PIC X(1) VALUE "N".
               88 CENSUS-FROZEN      VALUE "Y".
           05 SAVE-PROGRAM-WS     PIC X(5).
           05 FIRST-GROUP-FLAG    PIC X(1) VALUE "Y".

       01 COURSE-INDEX-WS PIC 9(1).

       01 RUN-TOTALS.
           05 RECORDS-READ-COUNT    PIC 9(6) VALUE ZERO.
           05 STUDENTS-INACTIVE     PIC 9(6) VALUE ZERO.
           05 STUDENTS-SNAPSHOT     PIC 9(6) VALUE ZERO.
           05 STUDENTS-NO-HOURS     PIC 9(6) VALUE ZERO.
           05 UNKNOWN-COURSE-COUNT  PIC 9(6) VALUE ZERO.

       01 PROGRAM-TOTALS.
           05 PGM-HEADCOUNT         PIC 9(6) VALUE ZERO.
           05 PGM-FULL-TIME         PIC 9(6) VALUE ZERO.
           05 PGM-PART-TIME         PIC 9(6) VALUE ZERO.
           05 PGM-CREDIT-HOURS      PIC 9(6)V9 VALUE ZERO.
           05 PGM-FTE               PIC 9(5)V99 VALUE ZERO.

       01 GRAND-TOTALS.
           05 GT-HEADCOUNT          PIC 9(6) VALUE ZERO.
           05 GT-FULL-TIME          PIC 9(6) VALUE ZERO.
           05 GT-PART-TIME          PIC 9(6) VALUE ZERO.
           05 GT-CREDIT-HOURS       PIC 9(6)V9 VALUE ZERO.
           05 GT-FTE                PIC 9(5)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(38)
                   VALUE "CENSUS-DATE ENROLLMENT AND FTE REPORT".
           05 FILLER PIC X(7) VALUE " TERM: ".
           05 HDG-TERM-ID PIC X(6).
           05 FILLER PIC X(29) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(13) VALUE "CENSUS DATE: ".
           05 HDG-CENSUS-DATE PIC 9(8).
           05 FILLER PIC X(22) VALUE "   FULL-TIME AT/ABOVE ".
           05 HDG-FULL-TIME-HOURS PIC Z9.9.
           05 FILLER PIC X(13) VALUE " CREDIT HOURS".
           05 FILLER PIC X(20) VALUE SPACES.

       01 COLUMN-HEADING-LINE.
           05 FILLER PIC X(8)  VALUE "PROGRAM ".
           05 FILLER PIC X(10) VALUE "HEADCOUNT ".
           05 FILLER PIC X(10) VALUE "FULL-TIME ".
           05 FILLER PIC X(13) VALUE "PART-TIME    ".
           05 FILLER PIC X(17) VALUE "CR HOURS         ".
           05 FILLER PIC X(3)  VALUE "FTE".
           05 FILLER PIC X(19) VALUE SPACES.

       01 PROGRAM-LINE.
           05 PGL-PROGRAM         PIC X(5).
           05 FILLER              PIC X(5) VALUE SPACES.
           05 PGL-HEADCOUNT       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 PGL-FULL-TIME       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 PGL-PART-TIME       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 PGL-CREDIT-HOURS    PIC ZZZ,ZZ9.9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 PGL-FTE             PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(19) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE "COLLEGE   ".
           05 GTL-HEADCOUNT       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 GTL-FULL-TIME       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 GTL-PART-TIME       PIC ZZZ,ZZ9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 GTL-CREDIT-HOURS    PIC ZZZ,ZZ9.9.
           05 FILLER              PIC X(3) VALUE SPACES.
           05 GTL-FTE             PIC ZZ,ZZ9.99.
           05 FILLER              PIC X(19) VALUE SPACES.

       01 NO-HOURS-LINE.
           05 FILLER PIC X(44)
               VALUE "ACTIVE STUDENTS CARRYING NO CREDIT HOURS,  ".
           05 FILLER PIC X(19) VALUE "NOT COUNTED ABOVE: ".
           05 NHL-STUDENT-COUNT PIC ZZZ,ZZ9.
           05 FILLER PIC X(10) VALUE SPACES.

       PROCEDURE DIVISION.
      *Main procedure for the census run. Nothing is posted; the
      *master is only read, and only when the term has no census on
      *file yet.
       100-TAKE-ENROLLMENT-CENSUS.
           PERFORM 201-INITIALIZE-CENSUS-RUN.
           IF CENSUS-RUN-READY
               PERFORM 202-PRODUCE-CENSUS-REPORT
               PERFORM 203-TERMINATE-PROGRAM
           END-IF.
           STOP RUN.

      *Accept the term and look for its census file. A term already
      *censused reprints from the frozen snapshot as it stands; a
      *new one takes the full-time minimum from the operator. A
      *blank term ends the run before anything is read.
           201-INITIALIZE-CENSUS-RUN.
           DISPLAY "ENTER TERM ID BEING CENSUSED (E.G. 2026FA): ".
           ACCEPT CENSUS-TERM-ID-WS.
           IF CENSUS-TERM-ID-WS = SPACES
               DISPLAY "NO TERM ID GIVEN - RUN ABORTED"
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               MOVE "../CENSUS000000.TXT " TO CENSUS-NAME-WS
               MOVE CENSUS-TERM-ID-WS TO CENSUS-TERM-PART
               PERFORM 301-CHECK-FROZEN-CENSUS
               IF CENSUS-FROZEN
                   DISPLAY "TERM ALREADY CENSUSED ON " CENSUS-DATE-WS
                       " - REPRINTING FROM FROZEN SNAPSHOT"
                   MOVE "Y" TO CENSUS-RUN-FLAG
               ELSE
                   IF CENSUS-STATUS-FIELD = "35"
                       PERFORM 302-ACCEPT-FULL-TIME-HOURS
                       MOVE RUN-DATE-WS TO CENSUS-DATE-WS
                       MOVE "Y" TO CENSUS-RUN-FLAG
                   END-IF
               END-IF
           END-IF.

      *Take the census when the term has none yet, then print the
      *report from the census file, sorted into program order.
           202-PRODUCE-CENSUS-REPORT.
           IF NOT CENSUS-FROZEN
               PERFORM 303-TAKE-CENSUS-SNAPSHOT
           END-IF.
           OPEN OUTPUT REPORT-FILE.
           MOVE CENSUS-TERM-ID-WS TO HDG-TERM-ID.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE CENSUS-DATE-WS TO HDG-CENSUS-DATE.
           MOVE FULL-TIME-HOURS-WS TO HDG-FULL-TIME-HOURS.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE COLUMN-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-PROGRAM-OF-STUDY SW-STUDENT-NUMBER
               INPUT PROCEDURE 300-RELEASE-CENSUS-STUDENTS
               OUTPUT PROCEDURE 400-WRITE-CENSUS-REPORT.

      *Display run totals and close the report.
           203-TERMINATE-PROGRAM.
           DISPLAY "CENSUS RUN TOTALS".
           DISPLAY "TERM CENSUSED       : " CENSUS-TERM-ID-WS.
           DISPLAY "CENSUS DATE         : " CENSUS-DATE-WS.
           DISPLAY "FULL-TIME MINIMUM   : " FULL-TIME-HOURS-WS.
           IF NOT CENSUS-FROZEN
               DISPLAY "RECORDS READ        : " RECORDS-READ-COUNT
               DISPLAY "WITHDRAWN/GRADUATED : " STUDENTS-INACTIVE
               DISPLAY "UNKNOWN COURSE CODES: " UNKNOWN-COURSE-COUNT
           END-IF.
           DISPLAY "STUDENTS ON CENSUS  : " STUDENTS-SNAPSHOT.
           DISPLAY "NO CREDIT HOURS     : " STUDENTS-NO-HOURS.
           DISPLAY "HEADCOUNT           : " GT-HEADCOUNT.
           DISPLAY "FULL-TIME           : " GT-FULL-TIME.
           DISPLAY "PART-TIME           : " GT-PART-TIME.
           DISPLAY "FTE                 : " GT-FTE.
           CLOSE REPORT-FILE.
           DISPLAY "CENSUS FILE: " CENSUS-NAME-WS.
           DISPLAY "CENSUS REPORT COMPLETE: ../CENSUSRPT.TXT".

      *Input procedure: read the census file back and release every
      *student carrying hours to the sort; a student with none is
      *only counted.
           300-RELEASE-CENSUS-STUDENTS.
           OPEN INPUT CENSUS-FILE.
           MOVE "N" TO CENSUS-EOF-FLG.
           PERFORM 310-READ-CENSUS-RECORD.
           PERFORM 311-RELEASE-ONE-CENSUS-LINE
               UNTIL CENSUS-EOF-FLG = "Y".
           CLOSE CENSUS-FILE.

      *Probe the census file for the term. One that opens must start
      *with its header, which gives the census date and full-time
      *minimum the report is held to; one that opens without a
      *header ends the run rather than be overwritten.
           301-CHECK-FROZEN-CENSUS.
           OPEN INPUT CENSUS-FILE.
           IF CENSUS-STATUS-FIELD = "00"
               MOVE "N" TO CENSUS-EOF-FLG
               PERFORM 310-READ-CENSUS-RECORD
               MOVE CENSUS-RECORD TO CENSUS-HEADER-LINE
               IF CENSUS-EOF-FLG NOT = "Y" AND CENSUS-HEADER
                   AND CNH-TERM-ID = CENSUS-TERM-ID-WS
                   MOVE "Y" TO FROZEN-CENSUS-FLAG
                   MOVE CNH-CENSUS-DATE TO CENSUS-DATE-WS
                   MOVE CNH-FULL-TIME-HOURS TO FULL-TIME-HOURS-WS
               ELSE
                   DISPLAY "CENSUS FILE HAS NO HEADER FOR THE TERM - "
                       "RUN ABORTED: " CENSUS-NAME-WS
               END-IF
               CLOSE CENSUS-FILE
           ELSE
               IF CENSUS-STATUS-FIELD NOT = "35"
                   DISPLAY "CENSUS FILE OPEN FAILED, FILE-STATUS IS "
                       CENSUS-STATUS-FIELD
               END-IF
           END-IF.

      *Accept the full-time minimum for a new census; zero takes the
      *college's standard minimum.
           302-ACCEPT-FULL-TIME-HOURS.
           DISPLAY "ENTER FULL-TIME MINIMUM CREDIT HOURS (WHOLE "
               "NUMBER, 0 FOR STANDARD 12): ".
           ACCEPT FULL-TIME-ENTRY-WS.
           IF FULL-TIME-ENTRY-WS = ZERO
               MOVE FULL-TIME-DEFAULT-WS TO FULL-TIME-HOURS-WS
           ELSE
               MOVE FULL-TIME-ENTRY-WS TO FULL-TIME-HOURS-WS
           END-IF.

      *Write the census file: the header, then one line for every
      *active student on the master as it stands today.
           303-TAKE-CENSUS-SNAPSHOT.
           OPEN INPUT INDEXED-STU-FILE.
           OPEN INPUT INDEXED-COURSE-FILE.
           OPEN OUTPUT CENSUS-FILE.
           MOVE "H" TO CNH-RECORD-TYPE.
           MOVE CENSUS-TERM-ID-WS TO CNH-TERM-ID.
           MOVE CENSUS-DATE-WS TO CNH-CENSUS-DATE.
           MOVE FULL-TIME-HOURS-WS TO CNH-FULL-TIME-HOURS.
           MOVE CENSUS-HEADER-LINE TO CENSUS-RECORD.
           WRITE CENSUS-RECORD.
           PERFORM 304-READ-STUDENT-RECORD.
           PERFORM 305-SNAPSHOT-ONE-STUDENT UNTIL EOF-FLG = "Y".
           CLOSE INDEXED-STU-FILE, INDEXED-COURSE-FILE, CENSUS-FILE.

      *Read the next student record.
           304-READ-STUDENT-RECORD.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO RECORDS-READ-COUNT
           END-IF.

      *Snapshot one student: withdrawn and graduated students, and
      *numbers retired by a duplicate-record merge, are not
      *enrolled and are passed over the way DEANLIST passes over
      *them; everyone else has the term's hours totalled and is
      *classed against the full-time minimum.
           305-SNAPSHOT-ONE-STUDENT.
           IF STUDENT-STATUS = "W" OR STUDENT-STATUS = "G"
               OR STUDENT-STATUS = "M"
               ADD 1 TO STUDENTS-INACTIVE
           ELSE
               MOVE ZERO TO STUDENT-HOURS-WS
               PERFORM 306-ADD-ONE-COURSE-HOURS
                   VARYING COURSE-INDEX-WS FROM 1 BY 1
                   UNTIL COURSE-INDEX-WS > 8
               PERFORM 307-WRITE-CENSUS-STUDENT
           END-IF.
           PERFORM 304-READ-STUDENT-RECORD.

      *Add one course-table entry's credit hours off the course
      *master; a blank slot carries none, and an unknown code
      *carries none and is reported.
           306-ADD-ONE-COURSE-HOURS.
           IF COURSE-CODE(COURSE-INDEX-WS) NOT = SPACES
               MOVE COURSE-CODE(COURSE-INDEX-WS)
                   TO INDEXED-COURSE-CODE
               READ INDEXED-COURSE-FILE
                   INVALID KEY
                       DISPLAY "UNKNOWN COURSE CODE, NO HOURS "
                           "COUNTED: " STUDENT-NUMBER " "
                           COURSE-CODE(COURSE-INDEX-WS)
                       ADD 1 TO UNKNOWN-COURSE-COUNT
                   NOT INVALID KEY
                       ADD INDEXED-CREDIT-HOURS TO STUDENT-HOURS-WS
               END-READ
           END-IF.

      *Class the student and write the census line.
           307-WRITE-CENSUS-STUDENT.
           MOVE "S" TO CNS-RECORD-TYPE.
           MOVE STUDENT-NUMBER TO CNS-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO CNS-STUDENT-NAME.
           MOVE PROGRAM-NAME TO CNS-PROGRAM.
           MOVE STUDENT-HOURS-WS TO CNS-CREDIT-HOURS.
           IF STUDENT-HOURS-WS = ZERO
               MOVE "N" TO CNS-LOAD-CLASS
           ELSE
               IF STUDENT-HOURS-WS NOT < FULL-TIME-HOURS-WS
                   MOVE "F" TO CNS-LOAD-CLASS
               ELSE
                   MOVE "P" TO CNS-LOAD-CLASS
               END-IF
           END-IF.
           MOVE CENSUS-DATE-WS TO CNS-CENSUS-DATE.
           MOVE CENSUS-STUDENT-LINE TO CENSUS-RECORD.
           WRITE CENSUS-RECORD.

      *Read the next census-file line.
           310-READ-CENSUS-RECORD.
           READ CENSUS-FILE
               AT END MOVE "Y" TO CENSUS-EOF-FLG.

      *Release one student line of the census file to the sort. The
      *header and anything that is not a student line is skipped.
           311-RELEASE-ONE-CENSUS-LINE.
           MOVE CENSUS-RECORD TO CENSUS-STUDENT-LINE.
           IF CENSUS-STUDENT
               ADD 1 TO STUDENTS-SNAPSHOT
               IF LOAD-NO-HOURS
                   ADD 1 TO STUDENTS-NO-HOURS
               ELSE
                   MOVE CNS-PROGRAM TO SW-PROGRAM-OF-STUDY
                   MOVE CNS-STUDENT-NUMBER TO SW-STUDENT-NUMBER
                   MOVE CNS-CREDIT-HOURS TO SW-CREDIT-HOURS
                   MOVE CNS-LOAD-CLASS TO SW-LOAD-CLASS
                   RELEASE SORT-WORK-RECORD
               END-IF
           END-IF.
           PERFORM 310-READ-CENSUS-RECORD.

      *Output procedure: return the sorted students and print one
      *line per PROGRAM-OF-STUDY, then the college totals.
           400-WRITE-CENSUS-REPORT.
           PERFORM 401-RETURN-SORT-RECORD.
           PERFORM 402-PROCESS-SORTED-RECORD UNTIL SORT-EOF = "Y".
           IF FIRST-GROUP-FLAG NOT = "Y"
               PERFORM 403-WRITE-PROGRAM-LINE
           END-IF.
           PERFORM 404-WRITE-GRAND-TOTALS.

      *Return the next sorted record.
           401-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF.

      *Count one student into the program group, printing the group
      *just finished on a break.
           402-PROCESS-SORTED-RECORD.
           IF SW-PROGRAM-OF-STUDY NOT = SAVE-PROGRAM-WS
               OR FIRST-GROUP-FLAG = "Y"
               IF FIRST-GROUP-FLAG NOT = "Y"
                   PERFORM 403-WRITE-PROGRAM-LINE
               END-IF
               MOVE "N" TO FIRST-GROUP-FLAG
               MOVE SW-PROGRAM-OF-STUDY TO SAVE-PROGRAM-WS
               MOVE ZERO TO PGM-HEADCOUNT, PGM-FULL-TIME,
                   PGM-PART-TIME, PGM-CREDIT-HOURS
           END-IF.
           ADD 1 TO PGM-HEADCOUNT, GT-HEADCOUNT.
           IF SW-LOAD-CLASS = "F"
               ADD 1 TO PGM-FULL-TIME, GT-FULL-TIME
           ELSE
               ADD 1 TO PGM-PART-TIME, GT-PART-TIME
           END-IF.
           ADD SW-CREDIT-HOURS TO PGM-CREDIT-HOURS, GT-CREDIT-HOURS.
           PERFORM 401-RETURN-SORT-RECORD.

      *Write the line for the program group just finished; its FTE
      *is its credit hours over the full-time minimum.
           403-WRITE-PROGRAM-LINE.
           COMPUTE PGM-FTE ROUNDED =
               PGM-CREDIT-HOURS / FULL-TIME-HOURS-WS.
           MOVE SAVE-PROGRAM-WS TO PGL-PROGRAM.
           MOVE PGM-HEADCOUNT TO PGL-HEADCOUNT.
           MOVE PGM-FULL-TIME TO PGL-FULL-TIME.
           MOVE PGM-PART-TIME TO PGL-PART-TIME.
           MOVE PGM-CREDIT-HOURS TO PGL-CREDIT-HOURS.
           MOVE PGM-FTE TO PGL-FTE.
           MOVE PROGRAM-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write the college totals, the college FTE worked from the
      *total hours rather than added up from the rounded program
      *figures, and the count of active students left out.
           404-WRITE-GRAND-TOTALS.
           COMPUTE GT-FTE ROUNDED =
               GT-CREDIT-HOURS / FULL-TIME-HOURS-WS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GT-HEADCOUNT TO GTL-HEADCOUNT.
           MOVE GT-FULL-TIME TO GTL-FULL-TIME.
           MOVE GT-PART-TIME TO GTL-PART-TIME.
           MOVE GT-CREDIT-HOURS TO GTL-CREDIT-HOURS.
           MOVE GT-FTE TO GTL-FTE.
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE STUDENTS-NO-HOURS TO NHL-STUDENT-COUNT.
           MOVE NO-HOURS-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM CENSUS.
