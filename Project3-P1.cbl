      ******************************************************************
      * Author: Mutao Yin
      * Date: March 27, 2023
      * Purpose: Project 3 Program-1. Applies the registrar's
      *          STUFILE3.TXT extract to INDEXEDSTUFILE.DAT. Against
      *          an existing master the run is a maintenance pass,
      *          matched by student number: new students are added,
      *          only the registrar-owned fields (name, program,
      *          course table) are updated on students already on
      *          file, and students missing from the extract are
      *          flagged on the change report rather than dropped.
      *          The bursar-owned balance, sponsor code and status
      *          are never touched. With no master on file the run
      *          is a full initial load, as it always was.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           SELECT INDEXED-STUDENT-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INDEXED-STUDENT-NUMBER
           ALTERNATE RECORD KEY IS INDEXED-STUDENT-NAME
               WITH DUPLICATES
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS PGM-STATUS-FIELD.

           SELECT CHANGE-REPORT-FILE
           ASSIGN TO "../STUCHGS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD STUDENT-FILE-IN.
       01 STUDENT-RECORD-IN.
           05 STUDENT-NUMBER PIC 9(6).
           05 TUITION-OWED PIC S9(6)V99.
           05 STUDENT-NAME PIC X(40).
           05 PROGRAM-OF-STUDY PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
       FD INDEXED-STUDENT-FILE.
       01 INDEXED-STUDENT-RECORD.
           05 INDEXED-STUDENT-NUMBER PIC 9(6).
           05 INDEXED-TUITION-OWED PIC S9(6)V99.
           05 INDEXED-STUDENT-NAME PIC X(40).
           05 INDEXED-PROGRAM-OF-STUDY PIC X(5).
           05 INDEXED-COURSE-TABLE OCCURS 8 TIMES.
               10 INDEXED-COURSE-CODE PIC X(7).
               10 INDEXED-COURSE-AVERAGE PIC 9(3).
      *Sponsor billing code, blank for a self-paying student; the
      *registrar's extract does not carry it, so a newly added
      *student is loaded with it blank and the sponsor office keys
      *it afterwards. A maintenance run never touches it.
           05 INDEXED-SPONSOR-CODE PIC X(5).
      *Standing of the student: A active, W withdrawn, G
      *graduated, M number retired by a duplicate-record merge. A
      *newly added student is loaded active; WITHDRAW, STUMERGE and
      *the records office move it after that, and a maintenance run
      *never touches it.
           05 INDEXED-STUDENT-STATUS PIC X(1).

      *Students that failed to write to INDEXED-STUDENT-FILE, kept so
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in REJECT-LINE below and moved here before each WRITE.
       FD REJECT-FILE.
       01 REJECT-RECORD PIC X(142).

      *Course-master cross-reference, used only to validate the
      *course codes carried on each incoming student record.
       01 VALID-PROGRAM-RECORD-IN.
           05 PGM-CODE-IN PIC X(5).

      *Change report for a maintenance run, one line per field the
      *run touched and one per student flagged as missing from the
      *extract, for the records office to check the next morning.
       FD CHANGE-REPORT-FILE.
       01 CHANGE-REPORT-LINE PIC X(106).

       WORKING-STORAGE SECTION.
      *Line layout for REJECT-FILE, built here (where VALUE clauses
      *are honored) and moved to REJECT-RECORD before each WRITE.
       01 REJECT-LINE.
           05 REJ-STUDENT-NUMBER PIC 9(6).
           05 REJ-TUITION-OWED PIC S9(6)V99.
           05 REJ-STUDENT-NAME PIC X(40).
           05 REJ-PROGRAM-OF-STUDY PIC X(5).
           05 REJ-COURSE-TABLE OCCURS 8 TIMES.
       01 CONTROL-FILED.
           05 EOF-FLG   PIC X(1).
           05 STATUS-FIELD   PIC X(2).
           05 MASTER-EOF-FLG PIC X(1).

      *How this run applies the extract: L a full initial load
      *into an empty master, M a maintenance pass over the master
      *already on file, X a master on file that would not open.
       01 RUN-MODE-FLAG PIC X(1).
           88 INITIAL-LOAD-RUN VALUE "L".
           88 MAINTENANCE-RUN  VALUE "M".
           88 MASTER-NOT-OPEN  VALUE "X".

       01 RUN-TOTALS.
           05 RECORDS-READ-COUNT     PIC 9(6) VALUE ZERO.
           05 RECORDS-WRITTEN-COUNT  PIC 9(6) VALUE ZERO.
           05 RECORDS-REJECTED-COUNT PIC 9(6) VALUE ZERO.
           05 STUDENTS-ADDED-COUNT   PIC 9(6) VALUE ZERO.
           05 STUDENTS-UPDATED-COUNT PIC 9(6) VALUE ZERO.
           05 STUDENTS-SAME-COUNT    PIC 9(6) VALUE ZERO.
           05 STUDENTS-MISSING-COUNT PIC 9(6) VALUE ZERO.

      *Student numbers carried on the extract, kept so the master
      *can be walked afterwards for students the registrar no
      *longer sends. A table that fills up skips that sweep, with a
      *warning, rather than flagging students who were on the
      *extract after all.
       01 EXTRACT-NUMBER-TABLE-WS.
           05 EXTRACT-NUMBER-COUNT PIC 9(4) VALUE ZERO.
           05 EXTRACT-NUMBER PIC 9(6) OCCURS 2000 TIMES.
       01 EXTRACT-TABLE-FULL-FLAG PIC X(1) VALUE "N".
           88 EXTRACT-TABLE-FULL VALUE "Y".
       01 EXTRACT-INDEX-WS PIC 9(4).
       01 EXTRACT-MATCH-FLAG PIC X(1).
           88 ON-EXTRACT VALUE "Y".

       01 RECORD-CHANGED-FLAG PIC X(1).
           88 RECORD-CHANGED VALUE "Y".

       01 RUN-DATE-WS PIC 9(8).

      *Change-report line layouts, built here (where VALUE clauses
      *are honored) and moved to CHANGE-REPORT-LINE before each
      *WRITE.
       01 CHANGE-HEADING-LINE-1.
           05 FILLER PIC X(44) VALUE
               "STUDENT MASTER MAINTENANCE - CHANGE REPORT  ".
           05 FILLER PIC X(10) VALUE "RUN DATE: ".
           05 CHH-RUN-DATE PIC 9(8).
           05 FILLER PIC X(44) VALUE SPACES.

       01 CHANGE-HEADING-LINE-2.
           05 FILLER PIC X(24) VALUE "STUDENT ACTION".
           05 FILLER PIC X(42) VALUE "OLD VALUE".
           05 FILLER PIC X(40) VALUE "NEW VALUE".

       01 CHANGE-DETAIL-LINE.
           05 CHG-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CHG-ACTION         PIC X(14).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CHG-OLD-VALUE      PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 CHG-NEW-VALUE      PIC X(40).

      *A course slot shown on the change report as code and grade.
       01 COURSE-VALUE-WS.
           05 CV-COURSE-CODE    PIC X(7).
           05 FILLER            PIC X(1) VALUE SPACE.
           05 CV-COURSE-AVERAGE PIC 9(3).

       01 COURSE-ACTION-WS.
           05 FILLER  PIC X(12) VALUE "COURSE SLOT ".
           05 CA-SLOT PIC 9(1).

       01 CHANGE-TOTAL-LINE.
           05 FILLER          PIC X(8) VALUE "ADDED: ".
           05 CTL-ADDED       PIC ZZZZZ9.
           05 FILLER          PIC X(11) VALUE "  UPDATED: ".
           05 CTL-UPDATED     PIC ZZZZZ9.
           05 FILLER          PIC X(13) VALUE "  UNCHANGED: ".
           05 CTL-SAME        PIC ZZZZZ9.
           05 FILLER          PIC X(22)
                   VALUE "  MISSING FROM EXTRACT".
           05 FILLER          PIC X(2) VALUE ": ".
           05 CTL-MISSING     PIC ZZZZZ9.
           05 FILLER          PIC X(12) VALUE "  REJECTED: ".
           05 CTL-REJECTED    PIC ZZZZZ9.
           05 FILLER          PIC X(8) VALUE SPACES.

       01 COURSE-VALIDATION-FLAG PIC X(1).
           88 VALID-COURSE-CODES   VALUE "Y".
               88 POSTING-GATE-HELD VALUE "Y".

       PROCEDURE DIVISION.
      *Main procedures for creating indexed file. The whole run
      *happens inside the posting window, so no session or batch
      *poster can be updating records while the extract is applied.
       100-CREATE-STUDENT-INDEXED-FILE.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 201-INITIALIZE-CREATE-IND-FILE
               IF MASTER-NOT-OPEN
                   PERFORM 207-END-WITHOUT-MASTER
               ELSE
                   PERFORM 202-PROCESS-STUDENT-RECORDS
                       UNTIL EOF-FLG = "Y"
                   IF MAINTENANCE-RUN
                       PERFORM 206-FLAG-MISSING-STUDENTS
                   END-IF
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "REBUILD CANCELLED - POSTING WINDOW BUSY"
           PERFORM 301-OPEN-FILES.
           PERFORM 302-READ-STUDENT-RECORD.

      *Create or maintain student records, after running the full
      *field-level edit pass; a record that fails any edit is
      *rejected with the reason code of the first edit it failed.
      *A rejected record still counts as on the extract, so its
      *student is not flagged missing as well.
           202-PROCESS-STUDENT-RECORDS.
           PERFORM 308-EDIT-STUDENT-RECORD.
           IF MAINTENANCE-RUN
               PERFORM 321-REMEMBER-EXTRACT-NUMBER
           END-IF.
           IF EDIT-REASON-CODE = SPACES
               IF MAINTENANCE-RUN
                   PERFORM 316-APPLY-EXTRACT-RECORD
               ELSE
                   PERFORM 303-WRITE-STUDENT-RECORD
               END-IF
           ELSE
               MOVE EDIT-REASON-CODE TO STATUS-FIELD
               PERFORM 304-WRITE-REJECT-RECORD
           PERFORM 302-READ-STUDENT-RECORD.

      *Close input and output files, and show the control totals for
      *last night's run.
           203-TERMINATE-PROGRAM.
           IF MAINTENANCE-RUN
               DISPLAY "PROJECT3-P1 MAINTENANCE CONTROL TOTALS"
           ELSE
               DISPLAY "PROJECT3-P1 REBUILD CONTROL TOTALS"
           END-IF.
           DISPLAY "RECORDS READ FROM STUFILE3.TXT : "
               RECORDS-READ-COUNT.
           DISPLAY "RECORDS WRITTEN TO INDEXED FILE: "
               RECORDS-WRITTEN-COUNT.
           DISPLAY "RECORDS REJECTED               : "
               RECORDS-REJECTED-COUNT.
           IF MAINTENANCE-RUN
               DISPLAY "STUDENTS ADDED                 : "
                   STUDENTS-ADDED-COUNT
               DISPLAY "STUDENTS UPDATED               : "
                   STUDENTS-UPDATED-COUNT
               DISPLAY "STUDENTS UNCHANGED             : "
                   STUDENTS-SAME-COUNT
               DISPLAY "STUDENTS MISSING FROM EXTRACT  : "
                   STUDENTS-MISSING-COUNT
               PERFORM 326-WRITE-CHANGE-TOTALS
               CLOSE CHANGE-REPORT-FILE
               DISPLAY "CHANGE REPORT COMPLETE: ../STUCHGS.TXT"
           END-IF.
           CLOSE STUDENT-FILE-IN, INDEXED-STUDENT-FILE, REJECT-FILE,
               INDEXED-COURSE-FILE.

      *The student master is on file but would not open, so nothing
      *is applied; close the other files and end the run.
           207-END-WITHOUT-MASTER.
           DISPLAY "PROJECT3-P1 RUN ENDED - NO RECORDS APPLIED".
           CLOSE STUDENT-FILE-IN, REJECT-FILE, INDEXED-COURSE-FILE.

      *Open input and output files
           301-OPEN-FILES.
           OPEN INPUT STUDENT-FILE-IN.
           PERFORM 325-OPEN-STUDENT-MASTER.
           OPEN OUTPUT REJECT-FILE.
           OPEN INPUT INDEXED-COURSE-FILE.

      *Open the student master I-O for a maintenance pass. Only
      *when there is no master on file yet is it created and
      *loaded in full from the extract; to force a full reload, the
      *old master is set aside before the run. A master that is on
      *file but will not open ends the run untouched.
           325-OPEN-STUDENT-MASTER.
           OPEN I-O INDEXED-STUDENT-FILE.
           IF STATUS-FIELD = "35"
               DISPLAY "NO STUDENT MASTER ON FILE - FULL INITIAL LOAD"
               MOVE "L" TO RUN-MODE-FLAG
               OPEN OUTPUT INDEXED-STUDENT-FILE
           ELSE
               IF STATUS-FIELD NOT = "00"
                   DISPLAY "CANNOT OPEN STUDENT MASTER, FILE-STATUS IS "
                       STATUS-FIELD
                   MOVE "X" TO RUN-MODE-FLAG
               ELSE
                   PERFORM 327-START-MAINTENANCE-RUN
               END-IF
           END-IF.

      *Set up a maintenance pass: date the change report and print
      *its headings.
           327-START-MAINTENANCE-RUN.
           MOVE "M" TO RUN-MODE-FLAG.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN OUTPUT CHANGE-REPORT-FILE.
           MOVE RUN-DATE-WS TO CHH-RUN-DATE.
           MOVE CHANGE-HEADING-LINE-1 TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE CHANGE-HEADING-LINE-2 TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

      *Read students' records from STUDENT-FILE-IN
           302-READ-STUDENT-RECORD.
           READ STUDENT-FILE-IN
           END-IF.
           PERFORM 314-READ-VALID-PROGRAM-RECORD.

      *Match one extract record to the master by student number:
      *a student not yet on file is added, one already on file has
      *its registrar-owned fields brought up to date. A number
      *retired by a duplicate-record merge keeps the empty record
      *the merge left it; the extract line is only reported, so the
      *registrar can move it to the surviving number.
           316-APPLY-EXTRACT-RECORD.
           MOVE STUDENT-NUMBER TO INDEXED-STUDENT-NUMBER.
           READ INDEXED-STUDENT-FILE
               INVALID KEY
                   PERFORM 317-ADD-NEW-STUDENT
               NOT INVALID KEY
                   IF INDEXED-STUDENT-STATUS = "M"
                       MOVE STUDENT-NUMBER TO CHG-STUDENT-NUMBER
                       MOVE "NUMBER MERGED" TO CHG-ACTION
                       MOVE STUDENT-NAME TO CHG-OLD-VALUE
                       MOVE "EXTRACT LINE NOT APPLIED" TO CHG-NEW-VALUE
                       PERFORM 320-WRITE-CHANGE-LINE
                   ELSE
                       PERFORM 318-UPDATE-EXISTING-STUDENT
                   END-IF
           END-READ.

      *Add a student the master has never seen, the same way the
      *initial load does - the balance as the extract carries it,
      *no sponsor, status active - and report the add.
           317-ADD-NEW-STUDENT.
           MOVE STUDENT-RECORD-IN TO INDEXED-STUDENT-RECORD.
           MOVE SPACES TO INDEXED-SPONSOR-CODE.
           MOVE "A" TO INDEXED-STUDENT-STATUS.
           WRITE INDEXED-STUDENT-RECORD
               INVALID KEY
                   DISPLAY "STATUS-FIELD IS ", STATUS-FIELD
                   PERFORM 304-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN-COUNT
                   ADD 1 TO STUDENTS-ADDED-COUNT
                   MOVE STUDENT-NUMBER TO CHG-STUDENT-NUMBER
                   MOVE "ADDED" TO CHG-ACTION
                   MOVE SPACES TO CHG-OLD-VALUE
                   MOVE STUDENT-NAME TO CHG-NEW-VALUE
                   PERFORM 320-WRITE-CHANGE-LINE
           END-WRITE.

      *Bring the name, program and course table of a student
      *already on file up to the extract, reporting each field that
      *differs; balance, sponsor and status stay as the bursar's
      *side left them. A record with nothing to change is not
      *rewritten at all.
           318-UPDATE-EXISTING-STUDENT.
           MOVE "N" TO RECORD-CHANGED-FLAG.
           MOVE STUDENT-NUMBER TO CHG-STUDENT-NUMBER.
           IF INDEXED-STUDENT-NAME NOT = STUDENT-NAME
               MOVE "NAME" TO CHG-ACTION
               MOVE INDEXED-STUDENT-NAME TO CHG-OLD-VALUE
               MOVE STUDENT-NAME TO CHG-NEW-VALUE
               PERFORM 320-WRITE-CHANGE-LINE
               MOVE STUDENT-NAME TO INDEXED-STUDENT-NAME
               MOVE "Y" TO RECORD-CHANGED-FLAG
           END-IF.
           IF INDEXED-PROGRAM-OF-STUDY NOT = PROGRAM-OF-STUDY
               MOVE "PROGRAM" TO CHG-ACTION
               MOVE INDEXED-PROGRAM-OF-STUDY TO CHG-OLD-VALUE
               MOVE PROGRAM-OF-STUDY TO CHG-NEW-VALUE
               PERFORM 320-WRITE-CHANGE-LINE
               MOVE PROGRAM-OF-STUDY TO INDEXED-PROGRAM-OF-STUDY
               MOVE "Y" TO RECORD-CHANGED-FLAG
           END-IF.
           PERFORM 319-COMPARE-ONE-COURSE-ENTRY
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > 8.
           IF RECORD-CHANGED
               REWRITE INDEXED-STUDENT-RECORD
                   INVALID KEY
                       DISPLAY "STATUS-FIELD IS ", STATUS-FIELD
                       PERFORM 304-WRITE-REJECT-RECORD
                   NOT INVALID KEY
                       ADD 1 TO RECORDS-WRITTEN-COUNT
                       ADD 1 TO STUDENTS-UPDATED-COUNT
               END-REWRITE
           ELSE
               ADD 1 TO STUDENTS-SAME-COUNT
           END-IF.

      *Compare one course slot, code and grade together, and take
      *the extract's slot when they differ.
           319-COMPARE-ONE-COURSE-ENTRY.
           IF INDEXED-COURSE-CODE IN INDEXED-STUDENT-RECORD
                   (COURSE-INDEX-WS) NOT = COURSE-CODE(COURSE-INDEX-WS)
               OR INDEXED-COURSE-AVERAGE(COURSE-INDEX-WS)
                   NOT = COURSE-AVERAGE(COURSE-INDEX-WS)
               MOVE COURSE-INDEX-WS TO CA-SLOT
               MOVE COURSE-ACTION-WS TO CHG-ACTION
               MOVE INDEXED-COURSE-CODE IN INDEXED-STUDENT-RECORD
                   (COURSE-INDEX-WS) TO CV-COURSE-CODE
               MOVE INDEXED-COURSE-AVERAGE(COURSE-INDEX-WS)
                   TO CV-COURSE-AVERAGE
               MOVE COURSE-VALUE-WS TO CHG-OLD-VALUE
               MOVE COURSE-CODE(COURSE-INDEX-WS) TO CV-COURSE-CODE
               MOVE COURSE-AVERAGE(COURSE-INDEX-WS)
                   TO CV-COURSE-AVERAGE
               MOVE COURSE-VALUE-WS TO CHG-NEW-VALUE
               PERFORM 320-WRITE-CHANGE-LINE
               MOVE COURSE-CODE(COURSE-INDEX-WS)
                   TO INDEXED-COURSE-CODE IN INDEXED-STUDENT-RECORD
                       (COURSE-INDEX-WS)
               MOVE COURSE-AVERAGE(COURSE-INDEX-WS)
                   TO INDEXED-COURSE-AVERAGE(COURSE-INDEX-WS)
               MOVE "Y" TO RECORD-CHANGED-FLAG
           END-IF.

      *Write one line to the change report.
           320-WRITE-CHANGE-LINE.
           MOVE CHANGE-DETAIL-LINE TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

      *Keep the extract record's student number for the missing-
      *student sweep.
           321-REMEMBER-EXTRACT-NUMBER.
           IF EXTRACT-NUMBER-COUNT < 2000
               ADD 1 TO EXTRACT-NUMBER-COUNT
               MOVE STUDENT-NUMBER
                   TO EXTRACT-NUMBER(EXTRACT-NUMBER-COUNT)
           ELSE
               MOVE "Y" TO EXTRACT-TABLE-FULL-FLAG
           END-IF.

      *Walk the whole master for students the extract no longer
      *carries and flag each one on the change report. The record
      *is left exactly as it stands - a student who has withdrawn
      *or graduated is expected to drop off the registrar's
      *extract and is not flagged.
           206-FLAG-MISSING-STUDENTS.
           IF EXTRACT-TABLE-FULL
               DISPLAY "EXTRACT NUMBER TABLE FULL - "
                   "MISSING-STUDENT CHECK SKIPPED"
           ELSE
               MOVE "N" TO MASTER-EOF-FLG
               MOVE ZERO TO INDEXED-STUDENT-NUMBER
               START INDEXED-STUDENT-FILE
                   KEY IS NOT LESS THAN INDEXED-STUDENT-NUMBER
                   INVALID KEY MOVE "Y" TO MASTER-EOF-FLG
               END-START
               IF MASTER-EOF-FLG NOT = "Y"
                   PERFORM 322-READ-MASTER-NEXT
               END-IF
               PERFORM 323-CHECK-ONE-MASTER-RECORD
                   UNTIL MASTER-EOF-FLG = "Y"
           END-IF.

      *Read the next master record in student-number order.
           322-READ-MASTER-NEXT.
           READ INDEXED-STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-EOF-FLG.

      *Flag one master record if its student was not on the
      *extract. A number retired by a duplicate-record merge is
      *expected to drop off the extract.
           323-CHECK-ONE-MASTER-RECORD.
           IF INDEXED-STUDENT-STATUS NOT = "W"
               AND INDEXED-STUDENT-STATUS NOT = "G"
               AND INDEXED-STUDENT-STATUS NOT = "M"
               MOVE "N" TO EXTRACT-MATCH-FLAG
               PERFORM 324-MATCH-ONE-EXTRACT-NUMBER
                   VARYING EXTRACT-INDEX-WS FROM 1 BY 1
                   UNTIL EXTRACT-INDEX-WS > EXTRACT-NUMBER-COUNT
                       OR ON-EXTRACT
               IF NOT ON-EXTRACT
                   ADD 1 TO STUDENTS-MISSING-COUNT
                   MOVE INDEXED-STUDENT-NUMBER TO CHG-STUDENT-NUMBER
                   MOVE "NOT ON EXTRACT" TO CHG-ACTION
                   MOVE INDEXED-STUDENT-NAME TO CHG-OLD-VALUE
                   MOVE "KEPT ON MASTER UNCHANGED" TO CHG-NEW-VALUE
                   PERFORM 320-WRITE-CHANGE-LINE
               END-IF
           END-IF.
           PERFORM 322-READ-MASTER-NEXT.

      *Match one remembered extract number against the master.
           324-MATCH-ONE-EXTRACT-NUMBER.
           IF EXTRACT-NUMBER(EXTRACT-INDEX-WS) = INDEXED-STUDENT-NUMBER
               MOVE "Y" TO EXTRACT-MATCH-FLAG
           END-IF.

      *Close the change report with the run's totals.
           326-WRITE-CHANGE-TOTALS.
           MOVE SPACES TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.
           MOVE STUDENTS-ADDED-COUNT TO CTL-ADDED.
           MOVE STUDENTS-UPDATED-COUNT TO CTL-UPDATED.
           MOVE STUDENTS-SAME-COUNT TO CTL-SAME.
           MOVE STUDENTS-MISSING-COUNT TO CTL-MISSING.
           MOVE RECORDS-REJECTED-COUNT TO CTL-REJECTED.
           MOVE CHANGE-TOTAL-LINE TO CHANGE-REPORT-LINE.
           WRITE CHANGE-REPORT-LINE.

       END PROGRAM PROJECT3-P1.
