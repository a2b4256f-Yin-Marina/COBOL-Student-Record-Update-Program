      *          prints per operator a count and dollar total of the
      *          payments taken, subtotaled by AUD-TRANS-TYPE so
      *          counter PAYMENT lines stay separate from BATCHPAY
      *          and FINAID postings - and unmatched checks TUITPOST
      *          sent to suspense under SUSPENSE, since that money
      *          is in the deposit too - with a grand total to balance
      *          against the cash drawer and the deposit slip -
      *          instead of the adding-machine tape the cashiers
      *          balance by today.
       FILE SECTION.

      *Audit trail appended to by TASK2, TUITPOST and FINAID, one
      *98-byte line per successful tuition rewrite.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
           05 AUD-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1).
           05 AUD-OLD-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 AUD-PAYMENT-AMOUNT  PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 AUD-NEW-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 AUD-TIMESTAMP.
           05 AUD-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-FISCAL-PERIOD   PIC 9(6).
           05 FILLER              PIC X(1).
           05 AUD-SEQUENCE-NUMBER PIC 9(9).
           05 FILLER              PIC X(1).
           05 AUD-CHECK-TOTAL     PIC 9(9).

      *Work file used to sort the day's payments into operator and
      *transaction-type order for the control breaks.
       01 SORT-WORK-RECORD.
           05 SW-OPERATOR-ID      PIC X(8).
           05 SW-TRANS-TYPE       PIC X(8).
           05 SW-AMOUNT           PIC S9(6)V99.

      *Printed teller balancing report.
       FD REPORT-FILE.

       01 TYPE-TOTALS.
           05 TYP-TRANS-COUNT       PIC 9(5) VALUE ZERO.
           05 TYP-DOLLAR-TOTAL      PIC S9(8)V99 VALUE ZERO.

       01 OPERATOR-TOTALS.
           05 OPR-TRANS-COUNT       PIC 9(5) VALUE ZERO.
           05 OPR-DOLLAR-TOTAL      PIC S9(8)V99 VALUE ZERO.

       01 GRAND-TOTALS.
           05 GT-TRANS-COUNT        PIC 9(6) VALUE ZERO.
           05 GT-DOLLAR-TOTAL       PIC S9(9)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(31)
           05 FILLER              PIC X(9) VALUE "  COUNT: ".
           05 TTL-TRANS-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  TOTAL: ".
           05 TTL-DOLLAR-TOTAL     PIC $$$,$$$,$$9.99CR.
           05 FILLER              PIC X(31) VALUE SPACES.

       01 OPERATOR-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE "  SUBTOTAL".
           05 FILLER              PIC X(9) VALUE "  COUNT: ".
           05 OTL-TRANS-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  TOTAL: ".
           05 OTL-DOLLAR-TOTAL     PIC $$$,$$$,$$9.99CR.
           05 FILLER              PIC X(31) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(13) VALUE "GRAND TOTALS ".
           05 FILLER              PIC X(9) VALUE "  COUNT: ".
           05 GTL-TRANS-COUNT      PIC ZZZZZ9.
           05 FILLER              PIC X(9) VALUE "  TOTAL: ".
           05 GTL-DOLLAR-TOTAL     PIC $$$$,$$$,$$9.99CR.
           05 FILLER              PIC X(26) VALUE SPACES.

       PROCEDURE DIVISION.
      *Main procedure for the teller balancing report.
               AT END MOVE "Y" TO EOF-FLG.

      *Release the record to the sort file only if it is one of the
      *payment types, or cash taken into suspense, and was stamped
      *with today's date.
           302-RELEASE-SORT-RECORD.
           IF AUD-TS-DATE = REPORT-DATE-WS
               AND (AUD-TRANS-TYPE = "PAYMENT " OR "BATCHPAY"
                   OR "FINAID  " OR "SUSPENSE")
               MOVE AUD-OPERATOR-ID TO SW-OPERATOR-ID
               MOVE AUD-TRANS-TYPE TO SW-TRANS-TYPE
               MOVE AUD-PAYMENT-AMOUNT TO SW-AMOUNT
