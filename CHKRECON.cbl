           05 FILLER             PIC X(1).
           05 CHK-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(1).
           05 CHK-CHECK-AMOUNT   PIC 9(6)V99.
           05 FILLER             PIC X(1).
           05 CHK-ISSUE-DATE     PIC 9(8).
           05 FILLER             PIC X(1).
       01 CLEARED-CHECK-RECORD.
           05 CLR-CHECK-NUMBER PIC 9(6).
           05 CLR-CLEARED-DATE PIC 9(8).
           05 CLR-AMOUNT       PIC 9(6)V99.

      *Printed outstanding/stale-dated check report.
       FD REPORT-FILE.
           05 REGISTER-ENTRY OCCURS 500 TIMES.
               10 RGC-CHECK-NUMBER   PIC 9(6).
               10 RGC-STUDENT-NUMBER PIC 9(6).
               10 RGC-CHECK-AMOUNT   PIC 9(6)V99.
               10 RGC-ISSUE-DATE     PIC 9(8).
               10 RGC-CHECK-STATUS   PIC X(8).

           05 DTL-STUDENT      PIC 9(6).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE "AMOUNT: ".
           05 DTL-AMOUNT       PIC $ZZZ,ZZ9.99.
           05 FILLER           PIC X(2) VALUE SPACES.
           05 FILLER           PIC X(8) VALUE "ISSUED: ".
           05 DTL-ISSUE-DATE   PIC 9(8).
           05 FILLER           PIC X(2) VALUE SPACES.
           05 DTL-STALE-FLAG   PIC X(11).
           05 FILLER           PIC X(2) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER           PIC X(13) VALUE "OUTSTANDING: ".
