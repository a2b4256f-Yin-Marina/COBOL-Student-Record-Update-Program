               10 PLN-STUDENT-NUMBER PIC 9(6).
               10 PLN-INSTALLMENT-NO PIC 9(2).
           05 PLN-DUE-DATE      PIC 9(8).
           05 PLN-AMOUNT-DUE    PIC S9(6)V99.
           05 PLN-AMOUNT-PAID   PIC S9(6)V99.
           05 PLN-STATUS        PIC X(1).

      *Printed behind-schedule report.
      *Aging carried across one student's installments.
       01 STUDENT-PLAN-FIELDS.
           05 STU-DUE-COUNT       PIC 9(2) VALUE ZERO.
           05 STU-BEHIND-AMOUNT   PIC S9(7)V99 VALUE ZERO.

       01 RUN-TOTALS.
           05 INSTALLMENTS-READ     PIC 9(6) VALUE ZERO.
           05 DTL-DUE-COUNT      PIC Z9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(16) VALUE "AMOUNT BEHIND : ".
           05 DTL-BEHIND-AMOUNT  PIC $Z,ZZZ,ZZ9.99.
           05 FILLER             PIC X(21) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER              PIC X(22)
