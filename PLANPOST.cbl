               10 PLN-STUDENT-NUMBER PIC 9(6).
               10 PLN-INSTALLMENT-NO PIC 9(2).
           05 PLN-DUE-DATE      PIC 9(8).
           05 PLN-AMOUNT-DUE    PIC S9(6)V99.
           05 PLN-AMOUNT-PAID   PIC S9(6)V99.
           05 PLN-STATUS        PIC X(1).

       WORKING-STORAGE SECTION.
           05 PLAN-APPLIED-FLAG PIC X(1).

      *Payment still left to spread across the installments.
       01 REMAINING-PAYMENT-WS PIC S9(6)V99.
       01 INSTALLMENT-OPEN-WS  PIC S9(6)V99.
       01 AMOUNT-APPLIED-WS    PIC S9(6)V99.

       LINKAGE SECTION.
       01 PLAN-STUDENT PIC 9(6).
       01 PLAN-PAYMENT PIC S9(6)V99.
       01 PLAN-RESULT  PIC X(1).

       PROCEDURE DIVISION
