       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
           05 SW-SPONSOR-CODE      PIC X(5).
           05 SW-STUDENT-NUMBER    PIC 9(6).
           05 SW-STUDENT-NAME      PIC X(40).
           05 SW-TUITION-OWED      PIC S9(6)V99.

      *Sponsor master built by SPNSRBLD, looked up for the name
      *printed on each invoice.

       01 SPONSOR-TOTALS.
           05 SPN-STUDENT-COUNT     PIC 9(5) VALUE ZERO.
           05 SPN-BILLED-TOTAL      PIC S9(8)V99 VALUE ZERO.

       01 GRAND-TOTALS.
           05 GT-SPONSOR-COUNT      PIC 9(5) VALUE ZERO.
           05 GT-BILLED-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(26) VALUE "SPONSOR BILLING INVOICES -".
           05 DTL-STUDENT-NAME   PIC X(40).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(14) VALUE "AMOUNT BILLED:".
           05 DTL-BALANCE        PIC $ZZZ,ZZ9.99.
           05 FILLER             PIC X(5) VALUE SPACES.

       01 SPONSOR-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE "  SUBTOTAL".
           05 FILLER              PIC X(12) VALUE " STUDENTS:  ".
           05 STL-STUDENT-COUNT    PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE "  INVOICE TOTAL:".
           05 STL-BILLED-TOTAL     PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(23) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(13) VALUE "GRAND TOTALS ".
           05 FILLER              PIC X(12) VALUE " SPONSORS:  ".
           05 GTL-SPONSOR-COUNT    PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE "  BILLED TOTAL: ".
           05 GTL-BILLED-TOTAL     PIC $$$$,$$$,$$9.99.
           05 FILLER              PIC X(19) VALUE SPACES.

       01 BILL-DATE-WS PIC 9(8).

