       FD INDEXED-STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
      *Compute the student's credit-hour-weighted average across all
      *eight course-table entries and release it to the sort file.
      *Withdrawn and graduated students carry no current standing,
      *so they stay off the report, and neither does a number
      *retired by a duplicate-record merge.
           302-RELEASE-SORT-RECORD.
           IF STUDENT-STATUS = "W" OR STUDENT-STATUS = "G"
               OR STUDENT-STATUS = "M"
               PERFORM 301-READ-STUDENT-RECORD
           ELSE
               PERFORM 307-AVERAGE-AND-RELEASE
