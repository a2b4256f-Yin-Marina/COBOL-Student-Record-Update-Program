      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Monthly account statement cycle. For the month the
      *          operator names, reads the audit trail - the monthly
      *          archives LOGCUT cut from the month before onward,
      *          then the live AUDITLOG.TXT - sorts every line that
      *          moved a student's balance into student and
      *          timestamp order, and prints one statement per
      *          student with activity in the month or a balance
      *          still owing or in credit: opening balance, each
      *          charge, payment, aid, fee, reversal and refund in
      *          date order with the running balance, the closing
      *          balance, and the next open installment from
      *          PAYPLAN.DAT. The closing balance is the balance the
      *          student carried out of the month - the old balance
      *          on their first line after it, or the balance now on
      *          INDEXEDSTUFILE.DAT when there is none - so a student
      *          whose opening balance plus the month's activity
      *          does not come to it is listed on STMTEXC.TXT
      *          instead of being mailed, as is a student no longer
      *          on the master. A student with no good address on
      *          file is held back and listed on NOADDR.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. ACCTSTMT.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT ARCHIVE-LOG-FILE
           ASSIGN TO ARCHIVE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS-FIELD.

           SELECT SORT-WORK-FILE
           ASSIGN TO "STMSRTWK".

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT PAYMENT-PLAN-FILE
           ASSIGN TO "../PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAN-RECORD-KEY
           FILE STATUS IS PLAN-STATUS-FIELD.

           SELECT STATEMENT-FILE
           ASSIGN TO "../ACCTSTMT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT EXCEPTION-FILE
           ASSIGN TO "../STMTEXC.TXT"
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
               10 AUD-TS-DATE.
                   15 AUD-TS-MONTH PIC 9(6).
                   15 FILLER       PIC 9(2).
               10 AUD-TS-TIME     PIC 9(8).
           05 FILLER              PIC X(1).
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

      *Work file used to sort the selected lines into student and
      *timestamp order. The category says where the line stands
      *against the statement month: A for activity in it, L for
      *a later line, M for the student's master balance, which
      *sorts after every line the student has.
       SD SORT-WORK-FILE.
       01 SORT-WORK-RECORD.
           05 SW-STUDENT-NUMBER   PIC 9(6).
           05 SW-TS-DATE          PIC 9(8).
           05 SW-TS-TIME          PIC 9(8).
           05 SW-SEQUENCE         PIC 9(7).
           05 SW-CATEGORY         PIC X(1).
           05 SW-TYPE-INDEX       PIC 9(2).
           05 SW-OLD-BALANCE      PIC S9(6)V99.
           05 SW-AMOUNT           PIC S9(6)V99.
           05 SW-NEW-BALANCE      PIC S9(6)V99.

      *Column fields in INDEXED-STU-FILE, same layout TASK2 uses.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
               10 COURSE-CODE      PIC X(7).
               10 COURSE-AVERAGE   PIC 9(3).
           05 SPONSOR-CODE      PIC X(5).
           05 STUDENT-STATUS    PIC X(1).

      *Installment schedules, same layout PLANBLD builds; an
      *installment is open (O) until PLANPOST marks it paid (P).
       FD PAYMENT-PLAN-FILE.
       01 PLAN-RECORD.
           05 PLAN-RECORD-KEY.
               10 PLN-STUDENT-NUMBER PIC 9(6).
               10 PLN-INSTALLMENT-NO PIC 9(2).
           05 PLN-DUE-DATE      PIC 9(8).
           05 PLN-AMOUNT-DUE    PIC S9(6)V99.
           05 PLN-AMOUNT-PAID   PIC S9(6)V99.
           05 PLN-STATUS        PIC X(1).
               88 PLAN-INSTALLMENT-OPEN VALUE "O".

      *Print-ready statements, one block per student.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so each line is
      *built up in WORKING-STORAGE below and moved here before the
      *WRITE for that line.
       FD STATEMENT-FILE.
       01 STATEMENT-RECORD PIC X(80).

      *Students whose statement was not mailed, with the reason.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(80).

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
      *the same list DUNNOTIC, REFUNDPAY and TAXSTMT append to.
       FD NO-ADDRESS-FILE.
       01 NO-ADDRESS-RECORD PIC X(79).

       WORKING-STORAGE SECTION.
      *Line layouts for STATEMENT-FILE, built here (where VALUE
      *clauses are honored) and moved to STATEMENT-RECORD before
      *each WRITE.
       01 STMT-HEADING-LINE.
           05 FILLER              PIC X(27)
                   VALUE "ACCOUNT STATEMENT - MONTH: ".
           05 STM-MONTH           PIC 9999/99.
           05 FILLER              PIC X(46) VALUE SPACES.

       01 STMT-STUDENT-LINE.
           05 FILLER              PIC X(9) VALUE "STUDENT: ".
           05 STM-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
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

       01 STMT-COLUMN-LINE.
           05 FILLER PIC X(12) VALUE "DATE        ".
           05 FILLER PIC X(26) VALUE "DESCRIPTION".
           05 FILLER PIC X(13) VALUE "    CHARGES  ".
           05 FILLER PIC X(13) VALUE "    CREDITS  ".
           05 FILLER PIC X(13) VALUE "      BALANCE".
           05 FILLER PIC X(3)  VALUE SPACES.

      *Opening and closing balance lines, the amount under the
      *balance column.
       01 STMT-BALANCE-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 STM-BALANCE-LABEL   PIC X(24).
           05 FILLER              PIC X(28) VALUE SPACES.
           05 STM-BALANCE-AMOUNT  PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(3) VALUE SPACES.

      *One transaction: a charge or a credit, and the balance it
      *left.
       01 STMT-DETAIL-LINE.
           05 STM-DETAIL-DATE     PIC 9999/99/99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 STM-DESCRIPTION     PIC X(24).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 STM-CHARGE          PIC $ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 STM-CREDIT          PIC $ZZZ,ZZ9.99 BLANK WHEN ZERO.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 STM-RUNNING-BALANCE PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(3) VALUE SPACES.

       01 STMT-NO-ACTIVITY-LINE.
           05 FILLER              PIC X(12) VALUE SPACES.
           05 FILLER              PIC X(24)
                   VALUE "NO ACTIVITY THIS MONTH".
           05 FILLER              PIC X(44) VALUE SPACES.

       01 STMT-INSTALLMENT-LINE.
           05 FILLER              PIC X(27)
                   VALUE "NEXT PLAN INSTALLMENT: NO. ".
           05 STM-INSTALLMENT-NO  PIC Z9.
           05 FILLER              PIC X(5) VALUE " DUE ".
           05 STM-DUE-DATE        PIC 9999/99/99.
           05 FILLER              PIC X(10) VALUE "  AMOUNT: ".
           05 STM-INSTALLMENT-DUE PIC $ZZZ,ZZ9.99.
           05 FILLER              PIC X(15) VALUE SPACES.

       01 STMT-NO-PLAN-LINE.
           05 FILLER              PIC X(40)
                   VALUE "NO PAYMENT PLAN INSTALLMENT OUTSTANDING".
           05 FILLER              PIC X(40) VALUE SPACES.

       01 STMT-SUMMARY-LINE.
           05 FILLER              PIC X(24)
                   VALUE "STATEMENTS WRITTEN:     ".
           05 STM-STATEMENT-COUNT PIC ZZZZZ9.
           05 FILLER              PIC X(50) VALUE SPACES.

       01 STMT-HELD-LINE.
           05 FILLER              PIC X(24)
                   VALUE "HELD - NO ADDRESS:      ".
           05 STM-HELD-COUNT      PIC ZZZZZ9.
           05 FILLER              PIC X(50) VALUE SPACES.

       01 STMT-EXCEPTION-COUNT-LINE.
           05 FILLER              PIC X(24)
                   VALUE "NOT MAILED - EXCEPTION: ".
           05 STM-EXCEPTION-COUNT PIC ZZZZZ9.
           05 FILLER              PIC X(50) VALUE SPACES.

      *Line layouts for EXCEPTION-FILE.
       01 EXC-HEADING-LINE.
           05 FILLER              PIC X(31)
                   VALUE "STATEMENTS NOT MAILED - MONTH: ".
           05 EXC-MONTH           PIC 9999/99.
           05 FILLER              PIC X(42) VALUE SPACES.

       01 EXC-COLUMN-LINE.
           05 FILLER PIC X(8)  VALUE "STUDENT ".
           05 FILLER PIC X(15) VALUE "      OPENING  ".
           05 FILLER PIC X(15) VALUE "     ACTIVITY  ".
           05 FILLER PIC X(15) VALUE "      CLOSING  ".
           05 FILLER PIC X(27) VALUE "REASON".

       01 EXC-DETAIL-LINE.
           05 EXC-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-OPENING         PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-ACTIVITY        PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-CLOSING         PIC $ZZZ,ZZ9.99CR.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 EXC-REASON          PIC X(20).
           05 FILLER              PIC X(7) VALUE SPACES.

      *Line layout for NO-ADDRESS-FILE, built here (where VALUE
      *clauses are honored) and moved to NO-ADDRESS-RECORD before
      *each WRITE.
       01 NO-ADDRESS-LINE.
           05 NAL-DOCUMENT        PIC X(8) VALUE "ACCTSTMT".
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-RUN-DATE        PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-STUDENT-NAME    PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-REASON          PIC X(13).

      *The transaction types a statement shows, each with the way
      *it moves the balance - a credit (-) takes its amount off, a
      *charge (+) puts it on, the same arithmetic AUDRECON replays
      *- and the description the student sees. Anything else on
      *the log (maintenance tags, carry-forwards, suspense cash no
      *student owns yet) leaves the balance alone and is not shown.
       01 ACTIVITY-TYPE-VALUES.
           05 FILLER PIC X(33)
                   VALUE "PAYMENT -PAYMENT - THANK YOU     ".
           05 FILLER PIC X(33)
                   VALUE "BATCHPAY-PAYMENT RECEIVED BY MAIL".
           05 FILLER PIC X(33)
                   VALUE "FINAID  -FINANCIAL AID           ".
           05 FILLER PIC X(33)
                   VALUE "FEEWAIVR-FEE WAIVER              ".
           05 FILLER PIC X(33)
                   VALUE "SPONSOR -SPONSOR PAYMENT         ".
           05 FILLER PIC X(33)
                   VALUE "CHKVOID -REFUND CHECK CANCELLED  ".
           05 FILLER PIC X(33)
                   VALUE "WTHDRWL -WITHDRAWAL CREDIT       ".
           05 FILLER PIC X(33)
                   VALUE "COLLRCV -PAID THROUGH AGENCY     ".
           05 FILLER PIC X(33)
                   VALUE "COLLFEE -AGENCY COMMISSION CREDIT".
           05 FILLER PIC X(33)
                   VALUE "WRITEOFF-BALANCE WRITTEN OFF     ".
           05 FILLER PIC X(33)
                   VALUE "SUSPAPLY-PAYMENT APPLIED         ".
           05 FILLER PIC X(33)
                   VALUE "SCHOLAR -MERIT SCHOLARSHIP       ".
           05 FILLER PIC X(33)
                   VALUE "MERGEOUT-MOVED TO SURVIVING NO.  ".
           05 FILLER PIC X(33)
                   VALUE "REFUND  +REFUND ISSUED           ".
           05 FILLER PIC X(33)
                   VALUE "ASSESS  +TUITION AND FEES        ".
           05 FILLER PIC X(33)
                   VALUE "LATEFEE +LATE PAYMENT FEE        ".
           05 FILLER PIC X(33)
                   VALUE "NSFREV  +RETURNED PAYMENT        ".
           05 FILLER PIC X(33)
                   VALUE "NSFFEE  +RETURNED PAYMENT FEE    ".
           05 FILLER PIC X(33)
                   VALUE "BACKOUT +PAYMENT BATCH REVERSED  ".
           05 FILLER PIC X(33)
                   VALUE "MERGEIN +FROM MERGED STUDENT NO. ".
       01 ACTIVITY-TYPE-TABLE REDEFINES ACTIVITY-TYPE-VALUES.
           05 ACTIVITY-TYPE-ENTRY OCCURS 20 TIMES.
               10 ACT-TRANS-TYPE      PIC X(8).
               10 ACT-DIRECTION       PIC X(1).
                   88 ACT-IS-CREDIT      VALUE "-".
               10 ACT-DESCRIPTION     PIC X(24).

      *One student's lines for the month, held until the whole
      *student has been seen and the statement can be proved.
       01 STUDENT-LINE-TABLE.
           05 STUDENT-LINE-COUNT  PIC 9(3) VALUE ZERO.
           05 STUDENT-LINE OCCURS 200 TIMES.
               10 LIN-DATE         PIC 9(8).
               10 LIN-TYPE-INDEX   PIC 9(2).
               10 LIN-EFFECT       PIC S9(7)V99.
               10 LIN-BALANCE      PIC S9(6)V99.

      *Name of the monthly archive being read (for example
      *../AUDLOG202609.TXT).
       01 ARCHIVE-NAME-WS PIC X(20).
       01 ARCHIVE-NAME-PARTS REDEFINES ARCHIVE-NAME-WS.
           05 FILLER              PIC X(9).
           05 ARCHIVE-MONTH-PART  PIC 9(6).
           05 FILLER              PIC X(5).

      *The statement month, the month before it (where reading
      *starts, since a cutover made early in the statement month
      *leaves its first days in that archive), the archive month
      *being read, and today's date.
       01 STATEMENT-MONTH-WS PIC 9(6).
       01 STATEMENT-MONTH-PARTS REDEFINES STATEMENT-MONTH-WS.
           05 STATEMENT-YEAR-WS   PIC 9(4).
           05 STATEMENT-MM-WS     PIC 9(2).
       01 ARCHIVE-CURSOR-WS PIC 9(6).
       01 ARCHIVE-CURSOR-PARTS REDEFINES ARCHIVE-CURSOR-WS.
           05 CURSOR-YEAR-WS      PIC 9(4).
           05 CURSOR-MM-WS        PIC 9(2).
       01 RUN-DATE-WS PIC 9(8).
       01 RUN-DATE-PARTS REDEFINES RUN-DATE-WS.
           05 RUN-MONTH-WS        PIC 9(6).
           05 FILLER              PIC 9(2).

       01 CONTROL-FIELDS.
           05 EOF-FLG               PIC X(1).
           05 SORT-EOF              PIC X(1) VALUE "N".
           05 MASTER-EOF-FLG        PIC X(1).
           05 PLAN-EOF-FLG          PIC X(1).
           05 STATUS-FIELD          PIC X(2).
           05 AUDIT-STATUS-FIELD    PIC X(2).
           05 ARCHIVE-STATUS-FIELD  PIC X(2).
           05 PLAN-STATUS-FIELD     PIC X(2).
           05 SEQUENCE-NUMBER-WS    PIC 9(7) VALUE ZERO.
           05 TYPE-INDEX-WS         PIC 9(2).
           05 MATCHED-TYPE-WS       PIC 9(2).
           05 LINE-INDEX-WS         PIC 9(3).
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
           05 PLAN-FILE-FLAG        PIC X(1) VALUE "N".
               88 PLAN-FILE-OPEN       VALUE "Y".
           05 NEXT-INSTALLMENT-FLAG PIC X(1).
               88 NEXT-INSTALLMENT-FOUND VALUE "Y".

      *Balances carried across one student's sorted lines.
       01 STUDENT-TOTALS.
           05 STU-OPENING-BALANCE  PIC S9(8)V99.
           05 STU-ACTIVITY-TOTAL   PIC S9(8)V99.
           05 STU-CLOSING-BALANCE  PIC S9(8)V99.
           05 STU-LAST-BALANCE     PIC S9(8)V99.
           05 STU-LATER-BALANCE    PIC S9(8)V99.
           05 STU-MASTER-BALANCE   PIC S9(8)V99.
           05 STU-LINE-EFFECT      PIC S9(7)V99.
           05 STU-PROVED-BALANCE   PIC S9(8)V99.
           05 STU-LATER-FLAG       PIC X(1).
               88 LATER-LINE-SEEN     VALUE "Y".
           05 STU-MASTER-FLAG      PIC X(1).
               88 MASTER-BALANCE-SEEN VALUE "Y".
           05 STU-OVERFLOW-FLAG    PIC X(1).
               88 STUDENT-LINES-OVERFLOWED VALUE "Y".

       01 RUN-TOTALS.
           05 LINES-READ-COUNT    PIC 9(7) VALUE ZERO.
           05 LINES-SELECTED      PIC 9(7) VALUE ZERO.
           05 STATEMENTS-WRITTEN  PIC 9(6) VALUE ZERO.
           05 STATEMENTS-HELD     PIC 9(6) VALUE ZERO.
           05 STATEMENTS-EXCEPTED PIC 9(6) VALUE ZERO.

       PROCEDURE DIVISION.
      *Main procedure for the monthly statement cycle.
       100-RUN-STATEMENT-CYCLE.
           PERFORM 201-INITIALIZE-CYCLE.
           IF STATEMENT-MONTH-WS NOT = ZERO
               SORT SORT-WORK-FILE
                   ON ASCENDING KEY SW-STUDENT-NUMBER SW-TS-DATE
                       SW-TS-TIME SW-SEQUENCE
                   INPUT PROCEDURE 300-BUILD-SORT-FILE
                   OUTPUT PROCEDURE 400-WRITE-STATEMENTS
               PERFORM 203-TERMINATE-PROGRAM
           END-IF.
           STOP RUN.

      *Accept the month being stated and open the files the whole
      *run needs. A zero or impossible month ends the run before
      *anything moves.
           201-INITIALIZE-CYCLE.
           DISPLAY "ENTER STATEMENT MONTH (YYYYMM): ".
           ACCEPT STATEMENT-MONTH-WS.
           IF STATEMENT-MONTH-WS NOT = ZERO
               AND (STATEMENT-MM-WS < 1 OR STATEMENT-MM-WS > 12)
               DISPLAY "MONTH MUST BE 01 TO 12: " STATEMENT-MONTH-WS
               MOVE ZERO TO STATEMENT-MONTH-WS
           END-IF.
           IF STATEMENT-MONTH-WS = ZERO
               DISPLAY "NO MONTH GIVEN - RUN ABORTED"
           ELSE
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               OPEN INPUT INDEXED-STU-FILE
               OPEN OUTPUT STATEMENT-FILE
               OPEN OUTPUT EXCEPTION-FILE
               MOVE STATEMENT-MONTH-WS TO EXC-MONTH
               MOVE EXC-HEADING-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE SPACES TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               MOVE EXC-COLUMN-LINE TO EXCEPTION-RECORD
               WRITE EXCEPTION-RECORD
               OPEN INPUT PAYMENT-PLAN-FILE
               IF PLAN-STATUS-FIELD = "00"
                   MOVE "Y" TO PLAN-FILE-FLAG
               END-IF
               PERFORM 406-OPEN-ADDRESS-FILES
           END-IF.

      *Close files and show the run totals.
           203-TERMINATE-PROGRAM.
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           IF PLAN-FILE-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           CLOSE INDEXED-STU-FILE, STATEMENT-FILE, EXCEPTION-FILE,
               NO-ADDRESS-FILE.
           DISPLAY "ACCTSTMT RUN TOTALS".
           DISPLAY "AUDIT LINES READ    : " LINES-READ-COUNT.
           DISPLAY "LINES SELECTED      : " LINES-SELECTED.
           DISPLAY "STATEMENTS WRITTEN  : " STATEMENTS-WRITTEN.
           DISPLAY "HELD - NO ADDRESS   : " STATEMENTS-HELD.
           DISPLAY "NOT MAILED          : " STATEMENTS-EXCEPTED.
           DISPLAY "STATEMENT FILE COMPLETE: ../ACCTSTMT.TXT".
           DISPLAY "EXCEPTION LIST COMPLETE: ../STMTEXC.TXT".

      *Input procedure: release the selected lines from every
      *archive cut since the month before the statement month, in
      *the order they were cut, then from the live log, then one
      *master-balance record per student.
           300-BUILD-SORT-FILE.
           MOVE STATEMENT-MONTH-WS TO ARCHIVE-CURSOR-WS.
           IF CURSOR-MM-WS = 1
               MOVE 12 TO CURSOR-MM-WS
               SUBTRACT 1 FROM CURSOR-YEAR-WS
           ELSE
               SUBTRACT 1 FROM CURSOR-MM-WS
           END-IF.
           PERFORM 301-RELEASE-ONE-ARCHIVE
               UNTIL ARCHIVE-CURSOR-WS > RUN-MONTH-WS.
           PERFORM 305-RELEASE-LIVE-LOG.
           PERFORM 310-RELEASE-MASTER-BALANCES.

      *Read one monthly archive, if that month was ever cut over,
      *and move on to the next month.
           301-RELEASE-ONE-ARCHIVE.
           MOVE "../AUDLOG000000.TXT " TO ARCHIVE-NAME-WS.
           MOVE ARCHIVE-CURSOR-WS TO ARCHIVE-MONTH-PART.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF ARCHIVE-STATUS-FIELD = "00"
               PERFORM 302-READ-ARCHIVE-RECORD
               PERFORM 303-RELEASE-ARCHIVE-LINE
                   UNTIL EOF-FLG = "Y"
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
           IF CURSOR-MM-WS = 12
               MOVE 1 TO CURSOR-MM-WS
               ADD 1 TO CURSOR-YEAR-WS
           ELSE
               ADD 1 TO CURSOR-MM-WS
           END-IF.

      *Read the next archived line.
           302-READ-ARCHIVE-RECORD.
           READ ARCHIVE-LOG-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO LINES-READ-COUNT
           END-IF.

      *An archived line carries the same layout the live log does,
      *so it is dropped into the live record area for selection.
           303-RELEASE-ARCHIVE-LINE.
           MOVE ARCHIVE-LOG-RECORD TO AUDIT-LOG-RECORD.
           PERFORM 304-SELECT-AND-RELEASE-LINE.
           PERFORM 302-READ-ARCHIVE-RECORD.

      *Release a line that moves a student's balance and falls in
      *or after the statement month; lines before it are already
      *inside the opening balance.
           304-SELECT-AND-RELEASE-LINE.
           IF AUD-TS-MONTH NOT < STATEMENT-MONTH-WS
               PERFORM 308-FIND-ACTIVITY-TYPE
               IF MATCHED-TYPE-WS > 0
                   IF AUD-TS-MONTH = STATEMENT-MONTH-WS
                       MOVE "A" TO SW-CATEGORY
                   ELSE
                       MOVE "L" TO SW-CATEGORY
                   END-IF
                   MOVE AUD-STUDENT-NUMBER TO SW-STUDENT-NUMBER
                   MOVE AUD-TS-DATE TO SW-TS-DATE
                   MOVE AUD-TS-TIME TO SW-TS-TIME
                   ADD 1 TO SEQUENCE-NUMBER-WS
                   MOVE SEQUENCE-NUMBER-WS TO SW-SEQUENCE
                   MOVE MATCHED-TYPE-WS TO SW-TYPE-INDEX
                   MOVE AUD-OLD-BALANCE TO SW-OLD-BALANCE
                   MOVE AUD-PAYMENT-AMOUNT TO SW-AMOUNT
                   MOVE AUD-NEW-BALANCE TO SW-NEW-BALANCE
                   RELEASE SORT-WORK-RECORD
                   ADD 1 TO LINES-SELECTED
               END-IF
           END-IF.

      *Read the live log and release its selected lines.
           305-RELEASE-LIVE-LOG.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "00"
               PERFORM 306-READ-LIVE-RECORD
               PERFORM 307-RELEASE-LIVE-LINE UNTIL EOF-FLG = "Y"
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *Read the next live-log line.
           306-READ-LIVE-RECORD.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO LINES-READ-COUNT
           END-IF.

      *Select and release one live-log line.
           307-RELEASE-LIVE-LINE.
           PERFORM 304-SELECT-AND-RELEASE-LINE.
           PERFORM 306-READ-LIVE-RECORD.

      *Find the line's transaction type among the ones a statement
      *shows; zero when it is not one of them.
           308-FIND-ACTIVITY-TYPE.
           MOVE ZERO TO MATCHED-TYPE-WS.
           PERFORM 309-CHECK-ONE-ACTIVITY-TYPE
               VARYING TYPE-INDEX-WS FROM 1 BY 1
               UNTIL TYPE-INDEX-WS > 20
                   OR MATCHED-TYPE-WS > 0.

      *Compare the line's type with one table entry.
           309-CHECK-ONE-ACTIVITY-TYPE.
           IF AUD-TRANS-TYPE = ACT-TRANS-TYPE(TYPE-INDEX-WS)
               MOVE TYPE-INDEX-WS TO MATCHED-TYPE-WS
           END-IF.

      *Walk the student master and release each student's stored
      *balance, keyed to sort after all of that student's lines.
           310-RELEASE-MASTER-BALANCES.
           MOVE "N" TO MASTER-EOF-FLG.
           PERFORM 311-READ-NEXT-STUDENT.
           PERFORM 312-RELEASE-ONE-MASTER-BALANCE
               UNTIL MASTER-EOF-FLG = "Y".

      *Read the next student record for the master walk.
           311-READ-NEXT-STUDENT.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-EOF-FLG.

      *Release one student's master balance.
           312-RELEASE-ONE-MASTER-BALANCE.
           MOVE STUDENT-NUMBER TO SW-STUDENT-NUMBER.
           MOVE 99999999 TO SW-TS-DATE.
           MOVE 99999999 TO SW-TS-TIME.
           MOVE 9999999 TO SW-SEQUENCE.
           MOVE "M" TO SW-CATEGORY.
           MOVE ZERO TO SW-TYPE-INDEX.
           MOVE TUITION-OWED TO SW-OLD-BALANCE.
           MOVE ZERO TO SW-AMOUNT.
           MOVE TUITION-OWED TO SW-NEW-BALANCE.
           RELEASE SORT-WORK-RECORD.
           PERFORM 311-READ-NEXT-STUDENT.

      *Output procedure: gather each student's lines and close
      *them out on a student-number break, then the summary page.
           400-WRITE-STATEMENTS.
           PERFORM 401-RETURN-SORT-RECORD.
           PERFORM 402-PROCESS-SORTED-RECORD UNTIL SORT-EOF = "Y".
           IF FIRST-STUDENT-FLAG NOT = "Y"
               PERFORM 404-CLOSE-OUT-STUDENT
           END-IF.
           PERFORM 405-WRITE-SUMMARY-PAGE.

      *Return the next sorted record.
           401-RETURN-SORT-RECORD.
           RETURN SORT-WORK-FILE
               AT END MOVE "Y" TO SORT-EOF.

      *Take in one sorted record, closing out the previous student
      *on a student-number break.
           402-PROCESS-SORTED-RECORD.
           IF SW-STUDENT-NUMBER NOT = SAVE-STUDENT-NUMBER
               OR FIRST-STUDENT-FLAG = "Y"
               IF FIRST-STUDENT-FLAG NOT = "Y"
                   PERFORM 404-CLOSE-OUT-STUDENT
               END-IF
               MOVE "N" TO FIRST-STUDENT-FLAG
               MOVE SW-STUDENT-NUMBER TO SAVE-STUDENT-NUMBER
               MOVE ZERO TO STUDENT-LINE-COUNT
               MOVE ZERO TO STU-OPENING-BALANCE
               MOVE ZERO TO STU-ACTIVITY-TOTAL
               MOVE ZERO TO STU-LAST-BALANCE
               MOVE ZERO TO STU-LATER-BALANCE
               MOVE ZERO TO STU-MASTER-BALANCE
               MOVE "N" TO STU-LATER-FLAG
               MOVE "N" TO STU-MASTER-FLAG
               MOVE "N" TO STU-OVERFLOW-FLAG
           END-IF.
           EVALUATE SW-CATEGORY
               WHEN "A"
                   PERFORM 403-TAKE-ACTIVITY-LINE
               WHEN "L"
                   IF NOT LATER-LINE-SEEN
                       MOVE SW-OLD-BALANCE TO STU-LATER-BALANCE
                       MOVE "Y" TO STU-LATER-FLAG
                   END-IF
               WHEN "M"
                   MOVE SW-NEW-BALANCE TO STU-MASTER-BALANCE
                   MOVE "Y" TO STU-MASTER-FLAG
           END-EVALUATE.
           PERFORM 401-RETURN-SORT-RECORD.

      *Add one line of the month's activity: the first line's old
      *balance is the opening balance, and each line moves the
      *balance the way its type does.
           403-TAKE-ACTIVITY-LINE.
           IF STUDENT-LINE-COUNT = 0 AND NOT STUDENT-LINES-OVERFLOWED
               MOVE SW-OLD-BALANCE TO STU-OPENING-BALANCE
           END-IF.
           IF ACT-IS-CREDIT(SW-TYPE-INDEX)
               COMPUTE STU-LINE-EFFECT = 0 - SW-AMOUNT
           ELSE
               MOVE SW-AMOUNT TO STU-LINE-EFFECT
           END-IF.
           ADD STU-LINE-EFFECT TO STU-ACTIVITY-TOTAL.
           MOVE SW-NEW-BALANCE TO STU-LAST-BALANCE.
           IF STUDENT-LINE-COUNT < 200
               ADD 1 TO STUDENT-LINE-COUNT
               MOVE SW-TS-DATE TO LIN-DATE(STUDENT-LINE-COUNT)
               MOVE SW-TYPE-INDEX
                   TO LIN-TYPE-INDEX(STUDENT-LINE-COUNT)
               MOVE STU-LINE-EFFECT TO LIN-EFFECT(STUDENT-LINE-COUNT)
               MOVE SW-NEW-BALANCE TO LIN-BALANCE(STUDENT-LINE-COUNT)
           ELSE
               MOVE "Y" TO STU-OVERFLOW-FLAG
           END-IF.

      *Close out one student. The closing balance is what the
      *student carried out of the month: the old balance on their
      *first later line, else the master balance, else (a student
      *gone from the master) the last line's new balance. With no
      *activity the opening balance is the closing balance, and a
      *student with neither activity nor a balance gets nothing.
      *The statement is mailed only when opening plus activity
      *proves to the closing balance and the student is on the
      *master, and only to a good address.
           404-CLOSE-OUT-STUDENT.
           IF LATER-LINE-SEEN
               MOVE STU-LATER-BALANCE TO STU-CLOSING-BALANCE
           ELSE
               IF MASTER-BALANCE-SEEN
                   MOVE STU-MASTER-BALANCE TO STU-CLOSING-BALANCE
               ELSE
                   MOVE STU-LAST-BALANCE TO STU-CLOSING-BALANCE
               END-IF
           END-IF.
           IF STUDENT-LINE-COUNT = 0
               MOVE STU-CLOSING-BALANCE TO STU-OPENING-BALANCE
           END-IF.
           IF STUDENT-LINE-COUNT > 0 OR STU-CLOSING-BALANCE NOT = 0
               COMPUTE STU-PROVED-BALANCE =
                   STU-OPENING-BALANCE + STU-ACTIVITY-TOTAL
               MOVE SAVE-STUDENT-NUMBER TO STM-STUDENT-NUMBER
               MOVE SAVE-STUDENT-NUMBER TO STUDENT-NUMBER
               READ INDEXED-STU-FILE
                   INVALID KEY
                       MOVE "NOT ON MASTER" TO EXC-REASON
                       PERFORM 411-LIST-EXCEPTION-STUDENT
                   NOT INVALID KEY
                       MOVE STUDENT-NAME TO STM-STUDENT-NAME
                       PERFORM 412-PROVE-AND-MAIL-STATEMENT
               END-READ
           END-IF.

      *Prove the statement and mail it, hold it for want of an
      *address, or list it as an exception.
           412-PROVE-AND-MAIL-STATEMENT.
           IF STUDENT-LINES-OVERFLOWED
               MOVE "OVER 200 LINES" TO EXC-REASON
               PERFORM 411-LIST-EXCEPTION-STUDENT
           ELSE
               IF STU-PROVED-BALANCE NOT = STU-CLOSING-BALANCE
                   MOVE "OUT OF BALANCE" TO EXC-REASON
                   PERFORM 411-LIST-EXCEPTION-STUDENT
               ELSE
                   PERFORM 407-READ-STUDENT-ADDRESS
                   IF GOOD-ADDRESS-ON-FILE
                       PERFORM 409-WRITE-STATEMENT-BLOCK
                   ELSE
                       PERFORM 410-LIST-NO-ADDRESS-STUDENT
                   END-IF
               END-IF
           END-IF.

      *Write the statement block: address, the month's lines
      *between the opening and closing balances, and the next
      *plan installment.
           409-WRITE-STATEMENT-BLOCK.
           MOVE STATEMENT-MONTH-WS TO STM-MONTH.
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
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STMT-COLUMN-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE "OPENING BALANCE" TO STM-BALANCE-LABEL.
           MOVE STU-OPENING-BALANCE TO STM-BALANCE-AMOUNT.
           MOVE STMT-BALANCE-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           IF STUDENT-LINE-COUNT = 0
               MOVE STMT-NO-ACTIVITY-LINE TO STATEMENT-RECORD
               WRITE STATEMENT-RECORD
           ELSE
               PERFORM 413-WRITE-ONE-DETAIL-LINE
                   VARYING LINE-INDEX-WS FROM 1 BY 1
                   UNTIL LINE-INDEX-WS > STUDENT-LINE-COUNT
           END-IF.
           MOVE "CLOSING BALANCE" TO STM-BALANCE-LABEL.
           MOVE STU-CLOSING-BALANCE TO STM-BALANCE-AMOUNT.
           MOVE STMT-BALANCE-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           PERFORM 414-FIND-NEXT-INSTALLMENT.
           IF NEXT-INSTALLMENT-FOUND
               MOVE PLN-INSTALLMENT-NO TO STM-INSTALLMENT-NO
               MOVE PLN-DUE-DATE TO STM-DUE-DATE
               COMPUTE STM-INSTALLMENT-DUE =
                   PLN-AMOUNT-DUE - PLN-AMOUNT-PAID
               MOVE STMT-INSTALLMENT-LINE TO STATEMENT-RECORD
           ELSE
               MOVE STMT-NO-PLAN-LINE TO STATEMENT-RECORD
           END-IF.
           WRITE STATEMENT-RECORD.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           ADD 1 TO STATEMENTS-WRITTEN.

      *Write one of the month's lines, a charge or a credit by the
      *way it moved the balance.
           413-WRITE-ONE-DETAIL-LINE.
           MOVE LIN-DATE(LINE-INDEX-WS) TO STM-DETAIL-DATE.
           MOVE ACT-DESCRIPTION(LIN-TYPE-INDEX(LINE-INDEX-WS))
               TO STM-DESCRIPTION.
           IF LIN-EFFECT(LINE-INDEX-WS) < 0
               MOVE ZERO TO STM-CHARGE
               COMPUTE STM-CREDIT = 0 - LIN-EFFECT(LINE-INDEX-WS)
           ELSE
               MOVE LIN-EFFECT(LINE-INDEX-WS) TO STM-CHARGE
               MOVE ZERO TO STM-CREDIT
           END-IF.
           MOVE LIN-BALANCE(LINE-INDEX-WS) TO STM-RUNNING-BALANCE.
           MOVE STMT-DETAIL-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *Find the student's first open installment, if there is a
      *plan at all.
           414-FIND-NEXT-INSTALLMENT.
           MOVE "N" TO NEXT-INSTALLMENT-FLAG.
           IF PLAN-FILE-OPEN
               MOVE "N" TO PLAN-EOF-FLG
               MOVE SAVE-STUDENT-NUMBER TO PLN-STUDENT-NUMBER
               MOVE ZERO TO PLN-INSTALLMENT-NO
               START PAYMENT-PLAN-FILE
                   KEY IS NOT < PLAN-RECORD-KEY
                   INVALID KEY
                       MOVE "Y" TO PLAN-EOF-FLG
               END-START
               IF PLAN-EOF-FLG NOT = "Y"
                   PERFORM 415-READ-NEXT-INSTALLMENT
               END-IF
               PERFORM 416-CHECK-ONE-INSTALLMENT
                   UNTIL PLAN-EOF-FLG = "Y"
                       OR NEXT-INSTALLMENT-FOUND
           END-IF.

      *Read the next installment, stopping at the end of the
      *student's schedule.
           415-READ-NEXT-INSTALLMENT.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END MOVE "Y" TO PLAN-EOF-FLG.
           IF PLAN-EOF-FLG NOT = "Y"
               AND PLN-STUDENT-NUMBER NOT = SAVE-STUDENT-NUMBER
               MOVE "Y" TO PLAN-EOF-FLG
           END-IF.

      *The first installment still open is the one due next.
           416-CHECK-ONE-INSTALLMENT.
           IF PLAN-INSTALLMENT-OPEN
               MOVE "Y" TO NEXT-INSTALLMENT-FLAG
           ELSE
               PERFORM 415-READ-NEXT-INSTALLMENT
           END-IF.

      *Write the summary totals page at the end of the file.
           405-WRITE-SUMMARY-PAGE.
           MOVE SPACES TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STATEMENTS-WRITTEN TO STM-STATEMENT-COUNT.
           MOVE STMT-SUMMARY-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STATEMENTS-HELD TO STM-HELD-COUNT.
           MOVE STMT-HELD-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.
           MOVE STATEMENTS-EXCEPTED TO STM-EXCEPTION-COUNT.
           MOVE STMT-EXCEPTION-COUNT-LINE TO STATEMENT-RECORD.
           WRITE STATEMENT-RECORD.

      *Open the address master for lookups and the no-address list
      *for appending; without the address master every statement
      *is held.
           406-OPEN-ADDRESS-FILES.
           MOVE RUN-DATE-WS TO NAL-RUN-DATE.
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
      *good address.
           410-LIST-NO-ADDRESS-STUDENT.
           MOVE SAVE-STUDENT-NUMBER TO NAL-STUDENT-NUMBER.
           MOVE STM-STUDENT-NAME TO NAL-STUDENT-NAME.
           MOVE NO-ADDRESS-LINE TO NO-ADDRESS-RECORD.
           WRITE NO-ADDRESS-RECORD.
           ADD 1 TO STATEMENTS-HELD.

      *List a student whose statement cannot be mailed, with the
      *figures that failed to prove.
           411-LIST-EXCEPTION-STUDENT.
           MOVE SAVE-STUDENT-NUMBER TO EXC-STUDENT-NUMBER.
           MOVE STU-OPENING-BALANCE TO EXC-OPENING.
           MOVE STU-ACTIVITY-TOTAL TO EXC-ACTIVITY.
           MOVE STU-CLOSING-BALANCE TO EXC-CLOSING.
           MOVE EXC-DETAIL-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO STATEMENTS-EXCEPTED.

       END PROGRAM ACCTSTMT.
