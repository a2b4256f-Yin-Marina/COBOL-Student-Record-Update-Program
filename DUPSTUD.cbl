      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Duplicate-student detection report. A student who
      *          re-enrolls after a few years can be given a second
      *          student number, leaving the charges on one record
      *          and the payments on the other. This run reads
      *          INDEXEDSTUFILE.DAT in STUDENT-NAME order on the
      *          alternate name key, gathers each run of records
      *          carrying the same name, and lists every pair in it
      *          on DUPSTUD.TXT - LIKELY where the two also share a
      *          PROGRAM-OF-STUDY, NAME ONLY where they do not - with
      *          both balances, so records staff can check each pair
      *          and approve the real duplicates for STUMERGE. A
      *          number already retired by a merge is passed over.
      *          Nothing is posted.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. DUPSTUD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT REPORT-FILE
           ASSIGN TO "../DUPSTUD.TXT"
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

      *Printed duplicate-candidate report.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so each line is
      *built up in WORKING-STORAGE below and moved here before the
      *WRITE for that line.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(106).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG            PIC X(1) VALUE "N".
           05 STATUS-FIELD       PIC X(2).

      *The run of students sharing the name in hand, held until the
      *name changes and every pair in it can be listed. A name
      *carried by more students than the table holds has only the
      *first ones paired, and the rest are counted.
       01 NAME-GROUP-TABLE.
           05 GROUP-NAME-WS        PIC X(40).
           05 GROUP-COUNT-WS       PIC 9(2) VALUE ZERO.
           05 GROUP-MEMBER OCCURS 20 TIMES.
               10 GRP-STUDENT-NUMBER PIC 9(6).
               10 GRP-PROGRAM        PIC X(5).
               10 GRP-TUITION-OWED   PIC S9(6)V99.

       01 PAIR-INDEX-FIELDS.
           05 FIRST-INDEX-WS       PIC 9(2).
           05 SECOND-INDEX-WS      PIC 9(2).
           05 SECOND-START-WS      PIC 9(2).
           05 LAST-FIRST-WS        PIC 9(2).

       01 RUN-TOTALS.
           05 STUDENTS-READ        PIC 9(6) VALUE ZERO.
           05 STUDENTS-RETIRED     PIC 9(6) VALUE ZERO.
           05 NAMES-DUPLICATED     PIC 9(6) VALUE ZERO.
           05 LIKELY-PAIRS         PIC 9(6) VALUE ZERO.
           05 NAME-ONLY-PAIRS      PIC 9(6) VALUE ZERO.
           05 STUDENTS-NOT-PAIRED  PIC 9(6) VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(38)
                   VALUE "DUPLICATE STUDENT CANDIDATES BY NAME  ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HDG-RUN-DATE        PIC 9(8).
           05 FILLER PIC X(51) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "MATCH     ".
           05 FILLER PIC X(7)  VALUE "NUMBER ".
           05 FILLER PIC X(7)  VALUE "NUMBER ".
           05 FILLER PIC X(41) VALUE "STUDENT NAME".
           05 FILLER PIC X(6)  VALUE "PGM   ".
           05 FILLER PIC X(6)  VALUE "PGM   ".
           05 FILLER PIC X(14) VALUE "   FIRST OWES".
           05 FILLER PIC X(15) VALUE "  SECOND OWES".

      *One candidate pair: the two numbers in the order the name
      *key returned them, the shared name, each one's program and
      *each one's balance.
       01 DETAIL-LINE.
           05 DTL-MATCH-CLASS     PIC X(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-FIRST-NUMBER    PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-SECOND-NUMBER   PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-FIRST-PROGRAM   PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-SECOND-PROGRAM  PIC X(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-FIRST-BALANCE   PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-SECOND-BALANCE  PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(2) VALUE SPACES.

       01 TOTAL-LINE.
           05 TTL-LABEL           PIC X(32).
           05 TTL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(67) VALUE SPACES.

       PROCEDURE DIVISION.
      *Main procedure: walk the master in name order and list the
      *candidate pairs one name at a time.
       100-REPORT-DUPLICATE-STUDENTS.
           PERFORM 201-INITIALIZE-DUPLICATE-RUN.
           PERFORM 202-PROCESS-STUDENT-RECORD
               UNTIL EOF-FLG = "Y".
           PERFORM 304-REPORT-NAME-GROUP.
           PERFORM 203-TERMINATE-PROGRAM.
           STOP RUN.

      *Open the files, print the headings, and position to the
      *first name on the alternate key.
           201-INITIALIZE-DUPLICATE-RUN.
           OPEN INPUT INDEXED-STU-FILE.
           OPEN OUTPUT REPORT-FILE.
           ACCEPT HDG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO GROUP-NAME-WS.
           MOVE LOW-VALUES TO STUDENT-NAME.
           START INDEXED-STU-FILE
               KEY IS NOT < STUDENT-NAME
               INVALID KEY
                   MOVE "Y" TO EOF-FLG
           END-START.
           IF EOF-FLG NOT = "Y"
               PERFORM 301-READ-NEXT-BY-NAME
           END-IF.

      *Take one student into the run for its name, listing the
      *previous name's pairs first when the name changes. A
      *number retired by a merge has already been dealt with.
           202-PROCESS-STUDENT-RECORD.
           IF STUDENT-STATUS = "M"
               ADD 1 TO STUDENTS-RETIRED
           ELSE
               IF STUDENT-NAME NOT = GROUP-NAME-WS
                   PERFORM 304-REPORT-NAME-GROUP
                   PERFORM 302-START-NAME-GROUP
               END-IF
               PERFORM 303-ADD-TO-NAME-GROUP
           END-IF.
           PERFORM 301-READ-NEXT-BY-NAME.

      *Print the run totals and close the files.
           203-TERMINATE-PROGRAM.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE "STUDENTS READ" TO TTL-LABEL.
           MOVE STUDENTS-READ TO TTL-COUNT.
           PERFORM 307-WRITE-TOTAL-LINE.
           MOVE "NUMBERS ALREADY RETIRED" TO TTL-LABEL.
           MOVE STUDENTS-RETIRED TO TTL-COUNT.
           PERFORM 307-WRITE-TOTAL-LINE.
           MOVE "NAMES ON MORE THAN ONE NUMBER" TO TTL-LABEL.
           MOVE NAMES-DUPLICATED TO TTL-COUNT.
           PERFORM 307-WRITE-TOTAL-LINE.
           MOVE "LIKELY PAIRS (NAME AND PROGRAM)" TO TTL-LABEL.
           MOVE LIKELY-PAIRS TO TTL-COUNT.
           PERFORM 307-WRITE-TOTAL-LINE.
           MOVE "NAME-ONLY PAIRS" TO TTL-LABEL.
           MOVE NAME-ONLY-PAIRS TO TTL-COUNT.
           PERFORM 307-WRITE-TOTAL-LINE.
           IF STUDENTS-NOT-PAIRED > 0
               MOVE "STUDENTS OVER GROUP LIMIT" TO TTL-LABEL
               MOVE STUDENTS-NOT-PAIRED TO TTL-COUNT
               PERFORM 307-WRITE-TOTAL-LINE
           END-IF.
           DISPLAY "DUPLICATE STUDENT RUN TOTALS".
           DISPLAY "STUDENTS READ       : " STUDENTS-READ.
           DISPLAY "LIKELY PAIRS        : " LIKELY-PAIRS.
           DISPLAY "NAME-ONLY PAIRS     : " NAME-ONLY-PAIRS.
           CLOSE INDEXED-STU-FILE, REPORT-FILE.

      *Read the next student in name order.
           301-READ-NEXT-BY-NAME.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO STUDENTS-READ
           END-IF.

      *Begin a new run for the name just read.
           302-START-NAME-GROUP.
           MOVE STUDENT-NAME TO GROUP-NAME-WS.
           MOVE ZERO TO GROUP-COUNT-WS.

      *Hold the student in the run, up to the table's capacity.
           303-ADD-TO-NAME-GROUP.
           IF GROUP-COUNT-WS < 20
               ADD 1 TO GROUP-COUNT-WS
               MOVE STUDENT-NUMBER
                   TO GRP-STUDENT-NUMBER(GROUP-COUNT-WS)
               MOVE PROGRAM-NAME TO GRP-PROGRAM(GROUP-COUNT-WS)
               MOVE TUITION-OWED TO GRP-TUITION-OWED(GROUP-COUNT-WS)
           ELSE
               DISPLAY "NAME GROUP FULL, STUDENT NOT PAIRED: "
                   STUDENT-NUMBER
               ADD 1 TO STUDENTS-NOT-PAIRED
           END-IF.

      *List every pair in the run just ended; a name carried by a
      *single number lists nothing.
           304-REPORT-NAME-GROUP.
           IF GROUP-COUNT-WS > 1
               ADD 1 TO NAMES-DUPLICATED
               SUBTRACT 1 FROM GROUP-COUNT-WS GIVING LAST-FIRST-WS
               PERFORM 305-PAIR-ONE-MEMBER
                   VARYING FIRST-INDEX-WS FROM 1 BY 1
                   UNTIL FIRST-INDEX-WS > LAST-FIRST-WS
           END-IF.
           MOVE ZERO TO GROUP-COUNT-WS.

      *Pair one member of the run with every member after it.
           305-PAIR-ONE-MEMBER.
           ADD 1 TO FIRST-INDEX-WS GIVING SECOND-START-WS.
           PERFORM 306-WRITE-PAIR-LINE
               VARYING SECOND-INDEX-WS FROM SECOND-START-WS BY 1
               UNTIL SECOND-INDEX-WS > GROUP-COUNT-WS.

      *Class and print one pair: LIKELY when the program matches
      *as well as the name, NAME ONLY when it does not.
           306-WRITE-PAIR-LINE.
           IF GRP-PROGRAM(FIRST-INDEX-WS)
               = GRP-PROGRAM(SECOND-INDEX-WS)
               MOVE "LIKELY   " TO DTL-MATCH-CLASS
               ADD 1 TO LIKELY-PAIRS
           ELSE
               MOVE "NAME ONLY" TO DTL-MATCH-CLASS
               ADD 1 TO NAME-ONLY-PAIRS
           END-IF.
           MOVE GRP-STUDENT-NUMBER(FIRST-INDEX-WS)
               TO DTL-FIRST-NUMBER.
           MOVE GRP-STUDENT-NUMBER(SECOND-INDEX-WS)
               TO DTL-SECOND-NUMBER.
           MOVE GROUP-NAME-WS TO DTL-STUDENT-NAME.
           MOVE GRP-PROGRAM(FIRST-INDEX-WS) TO DTL-FIRST-PROGRAM.
           MOVE GRP-PROGRAM(SECOND-INDEX-WS) TO DTL-SECOND-PROGRAM.
           MOVE GRP-TUITION-OWED(FIRST-INDEX-WS)
               TO DTL-FIRST-BALANCE.
           MOVE GRP-TUITION-OWED(SECOND-INDEX-WS)
               TO DTL-SECOND-BALANCE.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write one run-total line.
           307-WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM DUPSTUD.
