      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Late-payment report. Reads the late-payment file
      *          TUITPOST, FINAID and COLLREM append to - one line for
      *          every payment posted into a fiscal period that opened
      *          after the date the payment carried - and prints it
      *          grouped by the period the payments posted into, with
      *          the posting program, student, the date on the
      *          payment, the date it posted and its batch, so finance
      *          can see what landed late in each period after the
      *          earlier period was closed. The operator names one
      *          period, or leaves it zero for every period on file.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. LATERPT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT LATE-PAYMENT-FILE
           ASSIGN TO "../LATEPAY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS LATE-STATUS-FIELD.

           SELECT SORT-WORK-FILE
           ASSIGN TO "LATSRTWK".

           SELECT REPORT-FILE
           ASSIGN TO "../LATERPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Late payments, one line each, as the posters append them.
       FD LATE-PAYMENT-FILE.
       01 LATE-PAYMENT-RECORD.
           05 LPL-PROGRAM         PIC X(8).
           05 FILLER              PIC X(1).
           05 LPL-POSTED-DATE     PIC 9(8).
           05 FILLER              PIC X(1).
           05 LPL-FISCAL-PERIOD   PIC 9(6).
           05 FILLER              PIC X(1).
           05 LPL-PAYMENT-DATE    PIC 9(8).
           05 FILLER              PIC X(1).
           05 LPL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1).
           05 LPL-AMOUNT          PIC 9(7)V99.
           05 FILLER              PIC X(1).
           05 LPL-REFERENCE       PIC X(8).

      *Work file used to sort the late payments into period order,
      *then by the date each payment carried.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-FISCAL-PERIOD    PIC 9(6).
           05 SW-PAYMENT-DATE     PIC 9(8).
           05 SW-PROGRAM          PIC X(8).
           05 SW-STUDENT-NUMBER   PIC 9(6).
           05 SW-POSTED-DATE      PIC 9(8).
           05 SW-AMOUNT           PIC 9(7)V99.
           05 SW-REFERENCE        PIC X(8).

      *Printed late-payment report.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG               PIC X(1) VALUE "N".
           05 SORT-EOF              PIC X(1) VALUE "N".
           05 LATE-STATUS-FIELD     PIC X(2).
           05 SAVE-PERIOD-WS        PIC 9(6) VALUE ZERO.
           05 FIRST-GROUP-FLAG      PIC X(1) VALUE "Y".
           05 REPORT-PERIOD-WS      PIC 9(6).

       01 PERIOD-TOTALS.
           05 PRD-LATE-COUNT        PIC 9(5) VALUE ZERO.
           05 PRD-LATE-TOTAL        PIC 9(8)V99 VALUE ZERO.

       01 GRAND-TOTALS.
           05 GT-LATE-COUNT         PIC 9(6) VALUE ZERO.
           05 GT-LATE-TOTAL         PIC 9(9)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(20) VALUE "LATE PAYMENT REPORT".
           05 FILLER PIC X(60) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(10) VALUE "PROGRAM".
           05 FILLER PIC X(8)  VALUE "STUDENT".
           05 FILLER PIC X(10) VALUE "PAID".
           05 FILLER PIC X(10) VALUE "POSTED".
           05 FILLER PIC X(10) VALUE "BATCH".
           05 FILLER PIC X(14) VALUE "        AMOUNT".
           05 FILLER PIC X(18) VALUE SPACES.

       01 PERIOD-HEADING-LINE.
           05 FILLER         PIC X(22) VALUE "POSTED INTO PERIOD:   ".
           05 PHL-PERIOD     PIC 9(6).
           05 FILLER         PIC X(52) VALUE SPACES.

       01 DETAIL-LINE.
           05 DTL-PROGRAM        PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-PAYMENT-DATE   PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-POSTED-DATE    PIC 9(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-REFERENCE      PIC X(8).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-AMOUNT         PIC $$,$$$,$$9.99.
           05 FILLER             PIC X(19) VALUE SPACES.

       01 PERIOD-TOTAL-LINE.
           05 FILLER              PIC X(10) VALUE "  SUBTOTAL".
           05 FILLER              PIC X(16) VALUE " LATE PAYMENTS: ".
           05 PTL-LATE-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(16) VALUE "  LATE TOTAL:   ".
           05 PTL-LATE-TOTAL      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(19) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(13) VALUE "GRAND TOTALS ".
           05 FILLER              PIC X(16) VALUE " LATE PAYMENTS: ".
           05 GTL-LATE-COUNT      PIC ZZZZZ9.
           05 FILLER              PIC X(16) VALUE "  LATE TOTAL:   ".
           05 GTL-LATE-TOTAL      PIC $$$$,$$$,$$9.99.
           05 FILLER              PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
      *Main procedure for producing the late-payment report.
       100-PRODUCE-LATE-PAYMENT-REPORT.
           PERFORM 201-INITIALIZE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-FISCAL-PERIOD SW-PAYMENT-DATE
                   SW-PROGRAM SW-STUDENT-NUMBER
               INPUT PROCEDURE 300-BUILD-SORT-FILE
               OUTPUT PROCEDURE 400-WRITE-REPORT.
           PERFORM 203-TERMINATE-PROGRAM.
           STOP RUN.

      *Take the period to report, open the report file and write
      *the report heading.
           201-INITIALIZE-REPORT.
           DISPLAY "FISCAL PERIOD TO REPORT (YYYYPP, 0 FOR ALL): ".
           ACCEPT REPORT-PERIOD-WS.
           OPEN OUTPUT REPORT-FILE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Close the report file.
           203-TERMINATE-PROGRAM.
           CLOSE REPORT-FILE.
           DISPLAY "LATERPT RUN TOTALS".
           DISPLAY "LATE PAYMENTS LISTED: " GT-LATE-COUNT.
           DISPLAY "LATE PAYMENT REPORT COMPLETE: ../LATERPT.TXT".

      *Input procedure: read every late payment and release the
      *ones for the period asked for onto the sort work file. A
      *missing late-payment file just means nothing has posted late.
           300-BUILD-SORT-FILE.
           OPEN INPUT LATE-PAYMENT-FILE.
           IF LATE-STATUS-FIELD = "00"
               PERFORM 301-READ-LATE-PAYMENT
               PERFORM 302-RELEASE-SORT-RECORD UNTIL EOF-FLG = "Y"
               CLOSE LATE-PAYMENT-FILE
           END-IF.

      *Read the next late payment.
           301-READ-LATE-PAYMENT.
           READ LATE-PAYMENT-FILE
               AT END MOVE "Y" TO EOF-FLG.

      *Release the payment when it posted into the period asked
      *for, or every payment when no period was named.
           302-RELEASE-SORT-RECORD.
           IF REPORT-PERIOD-WS = ZERO
               OR LPL-FISCAL-PERIOD = REPORT-PERIOD-WS
               MOVE LPL-FISCAL-PERIOD TO SW-FISCAL-PERIOD
               MOVE LPL-PAYMENT-DATE TO SW-PAYMENT-DATE
               MOVE LPL-PROGRAM TO SW-PROGRAM
               MOVE LPL-STUDENT-NUMBER TO SW-STUDENT-NUMBER
               MOVE LPL-POSTED-DATE TO SW-POSTED-DATE
               MOVE LPL-AMOUNT TO SW-AMOUNT
               MOVE LPL-REFERENCE TO SW-REFERENCE
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 301-READ-LATE-PAYMENT.

      *Output procedure: return the sorted payments and print them,
      *breaking on the period they posted into.
           400-WRITE-REPORT.
           PERFORM 401-RETURN-SORT-RECORD.
           PERFORM 402-PROCESS-SORTED-RECORD UNTIL SORT-EOF = "Y".
           IF FIRST-GROUP-FLAG NOT = "Y"
               PERFORM 403-WRITE-PERIOD-TOTALS
           END-IF.
           PERFORM 404-WRITE-GRAND-TOTALS.

      *Return the next sorted record.
           401-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF.

      *Print the payment, writing a new period heading on a break.
           402-PROCESS-SORTED-RECORD.
           IF SW-FISCAL-PERIOD NOT = SAVE-PERIOD-WS
               OR FIRST-GROUP-FLAG = "Y"
               IF FIRST-GROUP-FLAG NOT = "Y"
                   PERFORM 403-WRITE-PERIOD-TOTALS
               END-IF
               MOVE "N" TO FIRST-GROUP-FLAG
               MOVE SW-FISCAL-PERIOD TO SAVE-PERIOD-WS
               MOVE ZERO TO PRD-LATE-COUNT
               MOVE ZERO TO PRD-LATE-TOTAL
               PERFORM 405-WRITE-PERIOD-HEADING
           END-IF.
           PERFORM 406-WRITE-DETAIL-LINE.
           PERFORM 401-RETURN-SORT-RECORD.

      *Write the period group heading.
           405-WRITE-PERIOD-HEADING.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SW-FISCAL-PERIOD TO PHL-PERIOD.
           MOVE PERIOD-HEADING-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write one late payment's detail line and tally it.
           406-WRITE-DETAIL-LINE.
           MOVE SW-PROGRAM TO DTL-PROGRAM.
           MOVE SW-STUDENT-NUMBER TO DTL-STUDENT-NUMBER.
           MOVE SW-PAYMENT-DATE TO DTL-PAYMENT-DATE.
           MOVE SW-POSTED-DATE TO DTL-POSTED-DATE.
           MOVE SW-REFERENCE TO DTL-REFERENCE.
           MOVE SW-AMOUNT TO DTL-AMOUNT.
           ADD 1 TO PRD-LATE-COUNT, GT-LATE-COUNT.
           ADD SW-AMOUNT TO PRD-LATE-TOTAL, GT-LATE-TOTAL.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write the subtotal line for the period just finished.
           403-WRITE-PERIOD-TOTALS.
           MOVE PRD-LATE-COUNT TO PTL-LATE-COUNT.
           MOVE PRD-LATE-TOTAL TO PTL-LATE-TOTAL.
           MOVE PERIOD-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write the grand-total line at the end of the report.
           404-WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GT-LATE-COUNT TO GTL-LATE-COUNT.
           MOVE GT-LATE-TOTAL TO GTL-LATE-TOTAL.
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM LATERPT.
