      *          monthly archives LOGCUT may have cut for the year
      *          being reported, selects the money the student
      *          actually paid in - PAYMENT, BATCHPAY, FINAID and
      *          SPONSOR lines, and the COLLRCV/COLLFEE halves of
      *          what a collection agency recovered - and nets it
      *          against REFUND checks and NSFREV reversals, with a
      *          CHKVOID credit washing out the refund check it
      *          voided, sorts by student, pulls the
      *          name off INDEXEDSTUFILE.DAT and the mailing
      *          address off ADDRESS.DAT, and writes one
      *          print-ready tax statement per student plus a
      *          summary totals page - so January stops being a
      *          two-week spreadsheet exercise for the records
      *          office. A student with no good address on file is
      *          held back and listed on NOADDR.TXT instead.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           ASSIGN TO "../TAXSTMTS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT ADDRESS-FILE
           ASSIGN TO "../ADDRESS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADDRESS-STATUS-FIELD.

           SELECT NO-ADDRESS-FILE
           ASSIGN TO "../NOADDR.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *The live audit trail, one 98-byte line per transaction.
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

      *One monthly archive LOGCUT cut, same 98-byte line layout,
      *opened by name from ARCHIVE-NAME-WS; a month that was never
      *cut is simply skipped.
       FD ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(98).

      *Work file used to sort the year's selected money movements
      *into student order.
       01 SORT-WORK-RECORD.
           05 SW-STUDENT-NUMBER   PIC 9(6).
           05 SW-CATEGORY         PIC X(1).
           05 SW-AMOUNT           PIC S9(6)V99.

      *Column fields in INDEXED-STU-FILE, same layout TASK2 uses.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(80).

      *Student mailing-address master, same layout TASK2 keeps.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           05 ADR-STUDENT-NUMBER   PIC 9(6).
           05 ADR-LINE-1           PIC X(40).
           05 ADR-LINE-2           PIC X(40).
           05 ADR-CITY             PIC X(25).
           05 ADR-PROVINCE         PIC X(2).
           05 ADR-POSTAL-CODE      PIC X(10).
           05 ADR-EMAIL            PIC X(40).
           05 ADR-BAD-ADDRESS-FLAG PIC X(1).

      *Students left out of a mailing for want of a good address,
      *the same list DUNNOTIC and REFUNDPAY append to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in NO-ADDRESS-LINE below and moved here before each
      *WRITE.
       FD NO-ADDRESS-FILE.
       01 NO-ADDRESS-RECORD PIC X(79).

       WORKING-STORAGE SECTION.
      *Line layouts for STATEMENT-FILE, built here (where VALUE
      *clauses are honored) and moved to STATEMENT-RECORD before
           05 STM-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(23) VALUE SPACES.

      *Mailing-address block under the student line: each street
      *line, then city, province/state and postal code.
       01 STMT-STREET-LINE.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 STM-STREET-TEXT     PIC X(40).
           05 FILLER              PIC X(23) VALUE SPACES.

       01 STMT-CITY-LINE.
           05 FILLER              PIC X(17) VALUE SPACES.
           05 STM-CITY            PIC X(25).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 STM-PROVINCE        PIC X(2).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 STM-POSTAL-CODE     PIC X(10).
           05 FILLER              PIC X(23) VALUE SPACES.

       01 STMT-AMOUNT-LINE.
           05 FILLER              PIC X(24)
                   VALUE "PAYMENTS RECEIVED     : ".
           05 STM-PAID-TOTAL      PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(24)
                   VALUE "  REFUNDS/REVERSALS:    ".
           05 STM-REFUND-TOTAL    PIC $ZZ,ZZZ,ZZ9.99.
           05 FILLER              PIC X(4)  VALUE SPACES.

       01 STMT-NET-LINE.
           05 FILLER              PIC X(24)
                   VALUE "NET PAID FOR THE YEAR : ".
           05 STM-NET-TOTAL       PIC $ZZ,ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(40) VALUE SPACES.

       01 STMT-SUMMARY-LINE.
           05 FILLER              PIC X(21)
           05 STM-STATEMENT-COUNT PIC ZZZZZ9.
           05 FILLER              PIC X(17)
                   VALUE "  NET PAID TOTAL:".
           05 STM-GRAND-NET       PIC $$,$$$,$$$,$$9.99CR.
           05 FILLER              PIC X(17) VALUE SPACES.

       01 STMT-HELD-LINE.
           05 FILLER              PIC X(21)
                   VALUE "HELD - NO ADDRESS:   ".
           05 STM-HELD-COUNT      PIC ZZZZZ9.
           05 FILLER              PIC X(17)
                   VALUE "  NET HELD TOTAL:".
           05 STM-HELD-NET        PIC $$,$$$,$$$,$$9.99CR.
           05 FILLER              PIC X(17) VALUE SPACES.

      *Line layout for NO-ADDRESS-FILE, built here (where VALUE
      *clauses are honored) and moved to NO-ADDRESS-RECORD before
      *each WRITE.
       01 NO-ADDRESS-LINE.
           05 NAL-DOCUMENT        PIC X(8) VALUE "TAXSTMT ".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-REASON          PIC X(13).

      *Name of the monthly archive being read, built from the
      *statement year and the month in hand.
           05 ARCHIVE-STATUS-FIELD  PIC X(2).
           05 SAVE-STUDENT-NUMBER   PIC 9(6) VALUE ZERO.
           05 FIRST-STUDENT-FLAG    PIC X(1) VALUE "Y".
           05 ADDRESS-STATUS-FIELD  PIC X(2).
      *Set when ADDRESS.DAT opened; without it every statement is
      *held as having no address on file.
           05 ADDRESS-FILE-FLAG     PIC X(1) VALUE "N".
               88 ADDRESS-FILE-OPEN    VALUE "Y".
      *Set when the student has an address on file that is not
      *marked for returned mail and has a street line to mail to.
           05 ADDRESS-GOOD-FLAG     PIC X(1).
               88 GOOD-ADDRESS-ON-FILE VALUE "Y".

      *Totals carried across one student's selected lines.
       01 STUDENT-TOTALS.
           05 STU-PAID-TOTAL      PIC S9(8)V99 VALUE ZERO.
           05 STU-REFUND-TOTAL    PIC S9(8)V99 VALUE ZERO.
           05 STU-NET-TOTAL       PIC S9(8)V99 VALUE ZERO.

       01 RUN-TOTALS.
           05 LINES-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 LINES-SELECTED      PIC 9(7) VALUE ZERO.
           05 STATEMENTS-WRITTEN  PIC 9(6) VALUE ZERO.
           05 GRAND-NET-TOTAL     PIC S9(10)V99 VALUE ZERO.
           05 STATEMENTS-HELD     PIC 9(6) VALUE ZERO.
           05 HELD-NET-TOTAL      PIC S9(10)V99 VALUE ZERO.

       PROCEDURE DIVISION.
      *Main procedure for the year-end statement extract.
           ELSE
               OPEN INPUT INDEXED-STU-FILE
               OPEN OUTPUT STATEMENT-FILE
               PERFORM 406-OPEN-ADDRESS-FILES
           END-IF.

      *Close files and show the run totals.
           203-TERMINATE-PROGRAM.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           CLOSE INDEXED-STU-FILE, STATEMENT-FILE, NO-ADDRESS-FILE.
           DISPLAY "TAXSTMT RUN TOTALS".
           DISPLAY "AUDIT LINES READ    : " LINES-READ-COUNT.
           DISPLAY "LINES SELECTED      : " LINES-SELECTED.
           DISPLAY "STATEMENTS WRITTEN  : " STATEMENTS-WRITTEN.
           DISPLAY "HELD - NO ADDRESS   : " STATEMENTS-HELD.
           DISPLAY "STATEMENT FILE COMPLETE: ../TAXSTMTS.TXT".

      *Input procedure: release the year's money movements from

      *Release the line to the sort when it belongs to the year
      *being reported and moves real money for the student: money
      *in (payments, batch payments, aid, sponsor money, the
      *gross an agency collected from the student - its net and
      *commission lines together, suspense cash once SUSPCLR
      *applies it to the student - and a voided refund check
      *whose credit came back - it cancels the REFUND line the
      *check left) or money back out (refund
      *checks, bounced-check reversals, and BACKOUT lines - their
      *signed amount is the payments a batch backout undid, so
      *netting them here takes the aborted batch's money out and
      *leaves only the corrected rerun counted). A SCHOLAR merit
      *credit is the college's own award, not money anyone paid
      *in, so it stays off the statement, and so does the
      *MERGEOUT/MERGEIN pair of a duplicate-record merge, which
      *moves a balance between numbers and no money at all.
           304-SELECT-AND-RELEASE-LINE.
           IF AUD-TS-YEAR = STATEMENT-YEAR-WS
               IF AUD-TRANS-TYPE = "PAYMENT " OR "BATCHPAY"
                   OR "FINAID  " OR "SPONSOR " OR "CHKVOID "
                   OR "COLLRCV " OR "COLLFEE " OR "SUSPAPLY"
                   MOVE AUD-STUDENT-NUMBER TO SW-STUDENT-NUMBER
                   MOVE "P" TO SW-CATEGORY
                   MOVE AUD-PAYMENT-AMOUNT TO SW-AMOUNT
           END-IF.
           PERFORM 401-RETURN-SORT-RECORD.

      *Close out one student: the name is pulled off the master -
      *a student no longer on the master still gets a statement,
      *under a flag the records office can chase - and the
      *statement is written when there is a good address to mail it
      *to, or held and listed when there is not.
           404-WRITE-STUDENT-STATEMENT.
           COMPUTE STU-NET-TOTAL =
               STU-PAID-TOTAL - STU-REFUND-TOTAL.
           MOVE SAVE-STUDENT-NUMBER TO STM-STUDENT-NUMBER.
           MOVE SAVE-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               NOT INVALID KEY
                   MOVE STUDENT-NAME TO STM-STUDENT-NAME
           END-READ.
           PERFORM 407-READ-STUDENT-ADDRESS.
           IF GOOD-ADDRESS-ON-FILE
               PERFORM 409-WRITE-STATEMENT-BLOCK
           ELSE
               PERFORM 410-LIST-NO-ADDRESS-STUDENT
           END-IF.

      *Write the statement block, address under the student line.
           409-WRITE-STATEMENT-BLOCK.
           MOVE STATEMENT-YEAR-WS TO STM-YEAR.
           MOVE STMT-HEADING-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STMT-STUDENT-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE ADR-LINE-1 TO STM-STREET-TEXT.
           MOVE STMT-STREET-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           IF ADR-LINE-2 NOT = SPACES
               MOVE ADR-LINE-2 TO STM-STREET-TEXT
               MOVE STMT-STREET-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           END-IF.
           MOVE ADR-CITY TO STM-CITY.
           MOVE ADR-PROVINCE TO STM-PROVINCE.
           MOVE ADR-POSTAL-CODE TO STM-POSTAL-CODE.
           MOVE STMT-CITY-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STU-PAID-TOTAL TO STM-PAID-TOTAL.
           MOVE STU-REFUND-TOTAL TO STM-REFUND-TOTAL.
           MOVE STMT-AMOUNT-LINE TO STATEMENT-RECORD.
           MOVE GRAND-NET-TOTAL TO STM-GRAND-NET.
           MOVE STMT-SUMMARY-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STATEMENTS-HELD TO STM-HELD-COUNT.
           MOVE HELD-NET-TOTAL TO STM-HELD-NET.
           MOVE STMT-HELD-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *Open the address master for lookups and the no-address list
      *for appending; without the address master every statement
      *is held.
           406-OPEN-ADDRESS-FILES.
           ACCEPT NAL-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-STATUS-FIELD = "00"
               MOVE "Y" TO ADDRESS-FILE-FLAG
           ELSE
               DISPLAY "ADDRESS MASTER NOT AVAILABLE, FILE-STATUS IS "
                   ADDRESS-STATUS-FIELD " - ALL STATEMENTS HELD"
           END-IF.
           OPEN EXTEND NO-ADDRESS-FILE.

      *Look the student up on the address master and decide whether
      *there is a good address to mail to, setting the reason the
      *no-address list gives when there is not.
           407-READ-STUDENT-ADDRESS.
           MOVE "N" TO ADDRESS-GOOD-FLAG.
           MOVE "NO ADDRESS" TO NAL-REASON.
           IF ADDRESS-FILE-OPEN
               MOVE SAVE-STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 408-CHECK-ADDRESS-GOOD
               END-READ
           END-IF.

      *An address marked for returned mail, or one with no street
      *line, is not good enough to mail to.
           408-CHECK-ADDRESS-GOOD.
           IF ADR-BAD-ADDRESS-FLAG = "Y"
               MOVE "RETURNED MAIL" TO NAL-REASON
           ELSE
               IF ADR-LINE-1 NOT = SPACES
                   MOVE "Y" TO ADDRESS-GOOD-FLAG
               END-IF
           END-IF.

      *List the student whose statement was held for want of a
      *good address, and count it in the held totals.
           410-LIST-NO-ADDRESS-STUDENT.
           MOVE SAVE-STUDENT-NUMBER TO NAL-STUDENT-NUMBER.
           MOVE STM-STUDENT-NAME TO NAL-STUDENT-NAME.
           MOVE NO-ADDRESS-LINE TO NO-ADDRESS-RECORD.
           WRITE NO-ADDRESS-RECORD.
           ADD 1 TO STATEMENTS-HELD.
           ADD STU-NET-TOTAL TO HELD-NET-TOTAL.

       END PROGRAM TAXSTMT.
