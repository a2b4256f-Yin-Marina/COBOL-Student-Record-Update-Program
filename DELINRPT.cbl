       FD INDEXED-STUDENT-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
           05 SW-PROGRAM-OF-STUDY  PIC X(5).
           05 SW-STUDENT-NUMBER    PIC 9(6).
           05 SW-STUDENT-NAME      PIC X(40).
           05 SW-TUITION-OWED      PIC S9(6)V99.

      *Printed delinquent-balance report.
       FD REPORT-FILE.

       01 PROGRAM-TOTALS.
           05 PGM-DELINQUENT-COUNT   PIC 9(5) VALUE ZERO.
           05 PGM-BALANCE-TOTAL      PIC S9(8)V99 VALUE ZERO.

       01 GRAND-TOTALS.
           05 GT-DELINQUENT-COUNT    PIC 9(6) VALUE ZERO.
           05 GT-BALANCE-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(26) VALUE "DELINQUENT BALANCE REPORT".
           05 DTL-STUDENT-NAME   PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "AMOUNT OWED : ".
           05 DTL-BALANCE        PIC $ZZZ,ZZ9.99.
           05 FILLER             PIC X(5) VALUE SPACES.

       01 PROGRAM-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE "  SUBTOTAL".
           05 FILLER              PIC X(16) VALUE " DELINQUENTS:   ".
           05 PTL-DELINQUENT-COUNT PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE "  BALANCE OWED: ".
           05 PTL-BALANCE-TOTAL    PIC $$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(13) VALUE "GRAND TOTALS ".
           05 FILLER              PIC X(16) VALUE " DELINQUENTS:   ".
           05 GTL-DELINQUENT-COUNT PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE "  BALANCE OWED: ".
           05 GTL-BALANCE-TOTAL    PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *Main procedure for producing the delinquent-balance report.
