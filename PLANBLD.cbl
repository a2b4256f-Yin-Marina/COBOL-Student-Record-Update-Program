       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
               10 PLN-STUDENT-NUMBER PIC 9(6).
               10 PLN-INSTALLMENT-NO PIC 9(2).
           05 PLN-DUE-DATE      PIC 9(8).
           05 PLN-AMOUNT-DUE    PIC S9(6)V99.
           05 PLN-AMOUNT-PAID   PIC S9(6)V99.
           05 PLN-STATUS        PIC X(1).

       WORKING-STORAGE SECTION.

      *Installment split carried across one request's schedule.
       01 PLAN-BUILD-FIELDS.
           05 PLAN-BALANCE-WS      PIC S9(6)V99.
           05 INSTALLMENT-AMT-WS   PIC S9(6)V99.
           05 LAST-INSTALLMENT-WS  PIC S9(6)V99.
           05 INSTALLMENT-INDEX-WS PIC 9(2).
           05 PLAN-WRITE-OK-FLAG   PIC X(1).

