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

      *Printed credit-balance/refund report.
       FD REPORT-FILE.
           05 STATUS-FIELD           PIC X(2).
           05 WS-SAVE-PROGRAM        PIC X(5).
           05 WS-FIRST-GROUP-FLAG    PIC X(1) VALUE "Y".
           05 WS-REFUND-AMOUNT       PIC S9(6)V99.

       01 PROGRAM-TOTALS.
           05 PGM-REFUND-COUNT       PIC 9(5) VALUE ZERO.
           05 PGM-REFUND-TOTAL       PIC S9(8)V99 VALUE ZERO.

       01 GRAND-TOTALS.
           05 GT-REFUND-COUNT        PIC 9(6) VALUE ZERO.
           05 GT-REFUND-TOTAL        PIC S9(9)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(24) VALUE "CREDIT BALANCE / REFUND".
           05 DTL-STUDENT-NAME   PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "REFUND DUE :  ".
           05 DTL-REFUND         PIC $ZZZ,ZZ9.99.
           05 FILLER             PIC X(5) VALUE SPACES.

       01 PROGRAM-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE "  SUBTOTAL".
           05 FILLER              PIC X(16) VALUE " REFUNDS:       ".
           05 PTL-REFUND-COUNT     PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE "  REFUND TOTAL: ".
           05 PTL-REFUND-TOTAL     PIC $$$,$$$,$$9.99.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(13) VALUE "GRAND TOTALS ".
           05 FILLER              PIC X(16) VALUE " REFUNDS:       ".
           05 GTL-REFUND-COUNT     PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE "  REFUND TOTAL: ".
           05 GTL-REFUND-TOTAL     PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *Main procedure for producing the credit-balance/refund report.
