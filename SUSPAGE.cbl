      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Aged unapplied-cash suspense listing for month-end.
      *          Reads every item still open on SUSPENSE.DAT, prints
      *          it oldest first with the batch it arrived in, the
      *          student number as received, the payer's reference,
      *          its age in days and what is still open on it, and
      *          totals the open money into 0-30, 31-60, 61-90 and
      *          over-90-day buckets - the figure the suspense GL
      *          account has to agree with - so the bursar can see
      *          which unmatched checks have been sitting longest.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPAGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SUSPENSE-FILE
           ASSIGN TO "../SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS SUS-RECORD-KEY
           FILE STATUS IS SUSPENSE-STATUS-FIELD.

           SELECT SORT-WORK-FILE
           ASSIGN TO "SUSSRTWK".

           SELECT REPORT-FILE
           ASSIGN TO "../SUSPAGE.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Unapplied-cash suspense items, same layout TUITPOST writes.
       FD SUSPENSE-FILE.
       01 SUSPENSE-RECORD.
           05 SUS-RECORD-KEY.
               10 SUS-BATCH-ID         PIC X(8).
               10 SUS-ITEM-SEQ         PIC 9(5).
           05 SUS-AMOUNT               PIC 9(7)V99.
           05 SUS-NUMBER-RECEIVED      PIC X(6).
           05 SUS-PAYER-REFERENCE      PIC X(20).
           05 SUS-RECEIVED-DATE        PIC 9(8).
           05 SUS-SOURCE               PIC X(8).
           05 SUS-CLEARED-AMOUNT       PIC 9(7)V99.
           05 SUS-STATUS               PIC X(1).
               88 SUS-OPEN             VALUE "O".
           05 SUS-LAST-CLEARED-DATE    PIC 9(8).
           05 SUS-LAST-CLEARED-BY      PIC X(8).

      *Work file used to sort the open items oldest first.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-RECEIVED-DATE     PIC 9(8).
           05 SW-BATCH-ID          PIC X(8).
           05 SW-ITEM-SEQ          PIC 9(5).
           05 SW-NUMBER-RECEIVED   PIC X(6).
           05 SW-PAYER-REFERENCE   PIC X(20).
           05 SW-OPEN-AMOUNT       PIC 9(7)V99.

      *Printed aged suspense listing.
       FD REPORT-FILE.
       01 REPORT-LINE PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG               PIC X(1) VALUE "N".
           05 SORT-EOF              PIC X(1) VALUE "N".
           05 SUSPENSE-STATUS-FIELD PIC X(2).
           05 RUN-DATE-WS           PIC 9(8).
           05 ITEM-AGE-WS           PIC 9(5).
           05 BUCKET-INDEX-WS       PIC 9(1).

      *Open money by age bucket: 0-30, 31-60, 61-90 and over 90
      *days since the item was received.
       01 BUCKET-LABEL-VALUES.
           05 FILLER PIC X(7) VALUE "0-30   ".
           05 FILLER PIC X(7) VALUE "31-60  ".
           05 FILLER PIC X(7) VALUE "61-90  ".
           05 FILLER PIC X(7) VALUE "OVER 90".
       01 BUCKET-LABEL-TABLE REDEFINES BUCKET-LABEL-VALUES.
           05 BUCKET-LABEL PIC X(7) OCCURS 4 TIMES.

       01 BUCKET-TOTALS.
           05 BUCKET-ENTRY OCCURS 4 TIMES.
               10 BKT-ITEM-COUNT    PIC 9(5).
               10 BKT-OPEN-TOTAL    PIC 9(9)V99.

       01 GRAND-TOTALS.
           05 GT-ITEM-COUNT         PIC 9(5) VALUE ZERO.
           05 GT-OPEN-TOTAL         PIC 9(9)V99 VALUE ZERO.

       01 HEADING-LINE-1.
           05 FILLER PIC X(35)
                   VALUE "AGED UNAPPLIED-CASH SUSPENSE AS OF ".
           05 HL1-RUN-DATE PIC 9(8).
           05 FILLER PIC X(37) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(15) VALUE "BATCH    ITEM  ".
           05 FILLER PIC X(16) VALUE "RECEIVED NUMBER ".
           05 FILLER PIC X(21) VALUE "PAYER REFERENCE      ".
           05 FILLER PIC X(14) VALUE " DAYS BUCKET  ".
           05 FILLER PIC X(14) VALUE "   OPEN AMOUNT".

       01 DETAIL-LINE.
           05 DTL-BATCH-ID        PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-ITEM-SEQ        PIC 9(5).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-RECEIVED-DATE   PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-NUMBER-RECEIVED PIC X(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-PAYER-REFERENCE PIC X(20).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-ITEM-AGE        PIC ZZZZ9.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-BUCKET          PIC X(7).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 DTL-OPEN-AMOUNT     PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(1) VALUE SPACE.

       01 BUCKET-TOTAL-LINE.
           05 FILLER              PIC X(9) VALUE "  BUCKET ".
           05 BTL-BUCKET          PIC X(7).
           05 FILLER              PIC X(9) VALUE "  ITEMS: ".
           05 BTL-ITEM-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  OPEN:  ".
           05 BTL-OPEN-TOTAL      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(27) VALUE SPACES.

       01 GRAND-TOTAL-LINE.
           05 FILLER              PIC X(16) VALUE "GRAND TOTALS    ".
           05 FILLER              PIC X(9) VALUE "  ITEMS: ".
           05 GTL-ITEM-COUNT      PIC ZZZZ9.
           05 FILLER              PIC X(9) VALUE "  OPEN:  ".
           05 GTL-OPEN-TOTAL      PIC $$$,$$$,$$9.99.
           05 FILLER              PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
      *Main procedure for producing the aged suspense listing.
       100-PRODUCE-SUSPENSE-AGING.
           PERFORM 201-INITIALIZE-REPORT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SW-RECEIVED-DATE SW-BATCH-ID
                   SW-ITEM-SEQ
               INPUT PROCEDURE 300-BUILD-SORT-FILE
               OUTPUT PROCEDURE 400-WRITE-REPORT.
           PERFORM 203-TERMINATE-PROGRAM.
           GOBACK.

      *Take the run date, clear the bucket totals, open the report
      *file and write the report heading.
           201-INITIALIZE-REPORT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 301-CLEAR-ONE-BUCKET
               VARYING BUCKET-INDEX-WS FROM 1 BY 1
               UNTIL BUCKET-INDEX-WS > 4.
           OPEN OUTPUT REPORT-FILE.
           MOVE RUN-DATE-WS TO HL1-RUN-DATE.
           MOVE HEADING-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE HEADING-LINE-2 TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Close the report file.
           203-TERMINATE-PROGRAM.
           CLOSE REPORT-FILE.
           DISPLAY "SUSPAGE RUN TOTALS".
           DISPLAY "OPEN ITEMS LISTED   : " GT-ITEM-COUNT.
           DISPLAY "AGED SUSPENSE LISTING COMPLETE: ../SUSPAGE.TXT".

      *Zero one bucket's totals.
           301-CLEAR-ONE-BUCKET.
           MOVE ZERO TO BKT-ITEM-COUNT(BUCKET-INDEX-WS).
           MOVE ZERO TO BKT-OPEN-TOTAL(BUCKET-INDEX-WS).

      *Input procedure: read every suspense item and release the
      *open ones onto the sort work file. With no suspense file
      *there is nothing open, and the listing prints empty.
           300-BUILD-SORT-FILE.
           OPEN INPUT SUSPENSE-FILE.
           IF SUSPENSE-STATUS-FIELD NOT = "00"
               MOVE "Y" TO EOF-FLG
           ELSE
               PERFORM 302-READ-SUSPENSE-ITEM
           END-IF.
           PERFORM 303-RELEASE-SORT-RECORD UNTIL EOF-FLG = "Y".
           IF SUSPENSE-STATUS-FIELD NOT = "35"
               CLOSE SUSPENSE-FILE
           END-IF.

      *Read the next suspense item.
           302-READ-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Release an open item with what is still open on it;
      *applied, refunded and voided items are done with.
           303-RELEASE-SORT-RECORD.
           IF SUS-OPEN
               MOVE SUS-RECEIVED-DATE TO SW-RECEIVED-DATE
               MOVE SUS-BATCH-ID TO SW-BATCH-ID
               MOVE SUS-ITEM-SEQ TO SW-ITEM-SEQ
               MOVE SUS-NUMBER-RECEIVED TO SW-NUMBER-RECEIVED
               MOVE SUS-PAYER-REFERENCE TO SW-PAYER-REFERENCE
               COMPUTE SW-OPEN-AMOUNT =
                   SUS-AMOUNT - SUS-CLEARED-AMOUNT
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 302-READ-SUSPENSE-ITEM.

      *Output procedure: return the sorted items and print them,
      *then the bucket and grand totals.
           400-WRITE-REPORT.
           PERFORM 401-RETURN-SORT-RECORD.
           PERFORM 402-PROCESS-SORTED-RECORD UNTIL SORT-EOF = "Y".
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           PERFORM 404-WRITE-BUCKET-TOTALS
               VARYING BUCKET-INDEX-WS FROM 1 BY 1
               UNTIL BUCKET-INDEX-WS > 4.
           PERFORM 405-WRITE-GRAND-TOTALS.

      *Return the next sorted item.
           401-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF.

      *Age the item in days from its received date to today, pick
      *its bucket, tally it and print it.
           402-PROCESS-SORTED-RECORD.
           COMPUTE ITEM-AGE-WS =
               FUNCTION INTEGER-OF-DATE(RUN-DATE-WS)
               - FUNCTION INTEGER-OF-DATE(SW-RECEIVED-DATE).
           IF ITEM-AGE-WS > 90
               MOVE 4 TO BUCKET-INDEX-WS
           ELSE
               IF ITEM-AGE-WS > 60
                   MOVE 3 TO BUCKET-INDEX-WS
               ELSE
                   IF ITEM-AGE-WS > 30
                       MOVE 2 TO BUCKET-INDEX-WS
                   ELSE
                       MOVE 1 TO BUCKET-INDEX-WS
                   END-IF
               END-IF
           END-IF.
           ADD 1 TO BKT-ITEM-COUNT(BUCKET-INDEX-WS).
           ADD SW-OPEN-AMOUNT TO BKT-OPEN-TOTAL(BUCKET-INDEX-WS).
           ADD 1 TO GT-ITEM-COUNT.
           ADD SW-OPEN-AMOUNT TO GT-OPEN-TOTAL.
           PERFORM 403-WRITE-DETAIL-LINE.
           PERFORM 401-RETURN-SORT-RECORD.

      *Write one open item's detail line.
           403-WRITE-DETAIL-LINE.
           MOVE SW-BATCH-ID TO DTL-BATCH-ID.
           MOVE SW-ITEM-SEQ TO DTL-ITEM-SEQ.
           MOVE SW-RECEIVED-DATE TO DTL-RECEIVED-DATE.
           MOVE SW-NUMBER-RECEIVED TO DTL-NUMBER-RECEIVED.
           MOVE SW-PAYER-REFERENCE TO DTL-PAYER-REFERENCE.
           MOVE ITEM-AGE-WS TO DTL-ITEM-AGE.
           MOVE BUCKET-LABEL(BUCKET-INDEX-WS) TO DTL-BUCKET.
           MOVE SW-OPEN-AMOUNT TO DTL-OPEN-AMOUNT.
           MOVE DETAIL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write one bucket's count and open total.
           404-WRITE-BUCKET-TOTALS.
           MOVE BUCKET-LABEL(BUCKET-INDEX-WS) TO BTL-BUCKET.
           MOVE BKT-ITEM-COUNT(BUCKET-INDEX-WS) TO BTL-ITEM-COUNT.
           MOVE BKT-OPEN-TOTAL(BUCKET-INDEX-WS) TO BTL-OPEN-TOTAL.
           MOVE BUCKET-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

      *Write the grand total of open suspense.
           405-WRITE-GRAND-TOTALS.
           MOVE SPACES TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE GT-ITEM-COUNT TO GTL-ITEM-COUNT.
           MOVE GT-OPEN-TOTAL TO GTL-OPEN-TOTAL.
           MOVE GRAND-TOTAL-LINE TO REPORT-LINE.
           WRITE REPORT-LINE.

       END PROGRAM SUSPAGE.
