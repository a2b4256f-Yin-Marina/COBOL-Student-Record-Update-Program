       FD REJECT-FILE-IN.
       01 REJECT-RECORD-IN.
           05 REJ-STUDENT-NUMBER PIC 9(6).
           05 REJ-TUITION-OWED PIC S9(6)V99.
           05 REJ-STUDENT-NAME PIC X(40).
           05 REJ-PROGRAM-OF-STUDY PIC X(5).
           05 REJ-COURSE-TABLE OCCURS 8 TIMES.
       FD INDEXED-STUDENT-FILE.
       01 INDEXED-STUDENT-RECORD.
           05 INDEXED-STUDENT-NUMBER PIC 9(6).
           05 INDEXED-TUITION-OWED PIC S9(6)V99.
           05 INDEXED-STUDENT-NAME PIC X(40).
           05 INDEXED-PROGRAM-OF-STUDY PIC X(5).
           05 INDEXED-COURSE-TABLE OCCURS 8 TIMES.
      *built up in RE-REJECT-LINE below and moved here before each
      *WRITE.
       FD RE-REJECT-FILE.
       01 RE-REJECT-RECORD PIC X(142).

       WORKING-STORAGE SECTION.
      *Line layout for RE-REJECT-FILE, built here (where VALUE
      *each WRITE.
       01 RE-REJECT-LINE.
           05 RRJ-STUDENT-NUMBER PIC 9(6).
           05 RRJ-TUITION-OWED PIC S9(6)V99.
           05 RRJ-STUDENT-NAME PIC X(40).
           05 RRJ-PROGRAM-OF-STUDY PIC X(5).
           05 RRJ-COURSE-TABLE OCCURS 8 TIMES.
