      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Unapplied-cash suspense clearing. Reads the clearing
      *          transactions (suspense item, action, target student,
      *          amount - zero for whatever is left on the item - and
      *          the operator), checks the operator against the
      *          operator master through OPERAUTH, and either applies
      *          the money to the student the bursar has traced it
      *          to - taking it off TUITION-OWED with a SUSPAPLY
      *          audit line, against the payment plan through
      *          PLANPOST, and lifting the financial hold through
      *          HOLDPOST once the balance is cleared - or refunds it
      *          to the payer with SUSPRFND audit lines and a line on
      *          SUSPRFND.TXT for the bursar to cut the check from.
      *          An item may be cleared in pieces; it closes when
      *          all of it has been applied or refunded.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SUSPCLR.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CLEARING-TRANS-FILE
           ASSIGN TO "../SUSPTRAN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT SUSPENSE-FILE
           ASSIGN TO "../SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS SUS-RECORD-KEY
           FILE STATUS IS SUSPENSE-STATUS-FIELD.

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REFUND-LIST-FILE
           ASSIGN TO "../SUSPRFND.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Clearing transactions, one per line: the suspense item's
      *batch ID and item number, A to apply it to a student or R
      *to refund it to the payer, the student (apply only), the
      *amount (zero clears whatever is left on the item) and the
      *operator clearing it.
       FD CLEARING-TRANS-FILE.
       01 CLEARING-TRANS-RECORD.
           05 SCT-BATCH-ID       PIC X(8).
           05 SCT-ITEM-SEQ       PIC 9(5).
           05 SCT-ACTION         PIC X(1).
               88 SCT-APPLY      VALUE "A".
               88 SCT-REFUND     VALUE "R".
           05 SCT-STUDENT-NUMBER PIC 9(6).
           05 SCT-AMOUNT         PIC 9(6)V99.
           05 SCT-OPERATOR-ID    PIC X(8).

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

      *Same audit trail layout every poster appends to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Refunds for the bursar to cut checks from. A plain,
      *VALUE-free FD record, built up in REFUND-LINE below.
       FD REFUND-LIST-FILE.
       01 REFUND-LIST-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *Line layout for AUDIT-LOG-FILE, built here (where VALUE
      *clauses are honored) and moved to AUDIT-LOG-RECORD before
      *each WRITE.
       01 AUDIT-LOG-LINE.
           05 AUD-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-OLD-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-PAYMENT-AMOUNT  PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-NEW-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-TIMESTAMP.
               10 AUD-TS-DATE     PIC 9(8).
               10 AUD-TS-TIME     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-FISCAL-PERIOD   PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-SEQUENCE-NUMBER PIC 9(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-CHECK-TOTAL     PIC 9(9).

      *Audit-line seal handshake with AUDSEAL, shared by every
      *program that writes to the audit log: each line is numbered
      *and chained to the one before it just ahead of its WRITE.
       01 SEAL-FIELDS.
           05 SEAL-REQUEST-WS PIC X(5) VALUE "STAMP".
           05 SEAL-CHAIN-WS   PIC 9(9).

      *One refund to pay out: the item it comes off, the payer as
      *the money arrived, and the amount.
       01 REFUND-LINE.
           05 RFL-BATCH-ID        PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 RFL-ITEM-SEQ        PIC 9(5).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RFL-NUMBER-RECEIVED PIC X(6).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RFL-PAYER-REFERENCE PIC X(20).
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RFL-AMOUNT          PIC $$,$$$,$$9.99.
           05 FILLER              PIC X(2) VALUE SPACES.
           05 RFL-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(11) VALUE SPACES.

       01 TUITION-OWED-BEFORE-WS PIC S9(6)V99.

      *The suspense item as read, kept to put it back should the
      *student's rewrite fail after the item has been cleared.
       01 SUSPENSE-BEFORE-WS PIC X(90).

      *What is still open on the item, the amount this transaction
      *clears, and - for a refund - what is left to log in SUSPRFND
      *lines of at most 999999.99 each.
       01 CLEARING-FIELDS.
           05 ITEM-REMAINING-WS   PIC 9(7)V99.
           05 CLEAR-AMOUNT-WS     PIC 9(7)V99.
           05 REFUND-LEFT-WS      PIC S9(7)V99.
           05 REFUND-SLICE-WS     PIC S9(6)V99.

       01 CONTROL-FIELDS.
           05 EOF-FLG          PIC X(1) VALUE "N".
           05 STATUS-FIELD     PIC X(2).
           05 SUSPENSE-STATUS-FIELD PIC X(2).
           05 SUSPENSE-AVAILABLE-FLAG PIC X(1) VALUE "N".
           05 WAIT-FLAG        PIC 9(1).

      *Operator check against the operator master through OPERAUTH:
      *the operator stamped on a clearing must exist there, and a
      *refund pays cash back out, so a cashier cannot make one.
       01 AUTH-FIELDS.
           05 AUTH-REQUEST-WS  PIC X(7).
           05 AUTH-PASSWORD-WS PIC X(8) VALUE SPACES.
           05 AUTH-ROLE-WS     PIC X(1).
               88 CASHIER-OPERATOR VALUE "C".
           05 AUTH-RESULT-WS   PIC X(1).
               88 OPERATOR-ON-MASTER VALUE "Y".

      *Payment-plan handshake with PLANPOST, so applied suspense
      *cash counts against the student's oldest open installment.
       01 PLAN-CALL-FIELDS.
           05 PLAN-STUDENT-WS PIC 9(6).
           05 PLAN-PAYMENT-WS PIC S9(6)V99.
           05 PLAN-RESULT-WS  PIC X(1).

      *Account-hold handshake with HOLDPOST, so applied cash that
      *clears the balance lifts the financial hold.
       01 HOLD-CALL-FIELDS.
           05 HOLD-REQUEST-WS  PIC X(7) VALUE "RELEASE".
           05 HOLD-STUDENT-WS  PIC 9(6).
           05 HOLD-TYPE-WS     PIC X(1) VALUE "F".
           05 HOLD-REASON-WS   PIC X(40) VALUE "BALANCE PAID".
           05 HOLD-OPERATOR-WS PIC X(8).
           05 HOLD-RESULT-WS   PIC X(1).

       01 RUN-TOTALS.
           05 TRANS-READ-COUNT     PIC 9(5) VALUE ZERO.
           05 TRANS-APPLIED-COUNT  PIC 9(5) VALUE ZERO.
           05 TRANS-REFUNDED-COUNT PIC 9(5) VALUE ZERO.
           05 TRANS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05 APPLIED-DOLLAR-TOTAL  PIC 9(9)V99 VALUE ZERO.
           05 REFUNDED-DOLLAR-TOTAL PIC 9(9)V99 VALUE ZERO.

       01 APPLIED-TOTAL-DISPLAY  PIC $$$$,$$$,$$9.99.
       01 REFUNDED-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "SUSPCLR ".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

      *Fiscal-period handshake with FISCPER, shared by every
      *program that writes to the audit log: nothing posts into a
      *closed period or on a day the calendar does not cover.
       01 FISCAL-FIELDS.
           05 FISCAL-DATE-WS      PIC 9(8) VALUE ZERO.
           05 FISCAL-PERIOD-WS    PIC 9(6).
           05 FISCAL-LATE-FLAG-WS PIC X(1).
               88 FISCAL-DATE-LATE      VALUE "Y".
           05 FISCAL-RESULT-WS    PIC X(1).
               88 FISCAL-PERIOD-OPEN    VALUE "Y".
               88 FISCAL-PERIOD-CLOSED  VALUE "C".

       PROCEDURE DIVISION.
      *Main procedure for clearing suspense items. The whole run
      *happens inside the posting window, so a counter session
      *cannot rewrite the same records over the top of it.
       100-CLEAR-SUSPENSE-ITEMS.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-POSTING-RUN
                   PERFORM 202-PROCESS-CLEARING-TRANS
                       UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "SUSPCLR RUN CANCELLED - POSTING WINDOW BUSY"
           END-IF.
           STOP RUN.

      *Take the posting window before touching the student master.
           204-ACQUIRE-POSTING-GATE.
           MOVE "ACQUIRE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Give the posting window back for the next program.
           205-RELEASE-POSTING-GATE.
           MOVE "RELEASE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "SUSPCLR RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "SUSPCLR RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open files and prime the read. With no suspense file there
      *is nothing to clear, and every transaction is turned away.
           201-INITIALIZE-POSTING-RUN.
           OPEN INPUT CLEARING-TRANS-FILE.
           OPEN I-O SUSPENSE-FILE.
           IF SUSPENSE-STATUS-FIELD = "00"
               MOVE "Y" TO SUSPENSE-AVAILABLE-FLAG
           ELSE
               DISPLAY "NO SUSPENSE FILE ON HAND, FILE-STATUS IS "
                   SUSPENSE-STATUS-FIELD
           END-IF.
           OPEN I-O INDEXED-STU-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN OUTPUT REFUND-LIST-FILE.
           PERFORM 302-READ-CLEARING-TRANS.

      *Vet the operator and the suspense item, then apply or
      *refund the amount.
           202-PROCESS-CLEARING-TRANS.
           PERFORM 303-VERIFY-OPERATOR-ID.
           IF WAIT-FLAG = 0 AND SUSPENSE-AVAILABLE-FLAG NOT = "Y"
               DISPLAY "NO SUSPENSE FILE, TRANS REJECTED: "
                   SCT-BATCH-ID " " SCT-ITEM-SEQ
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 304-READ-SUSPENSE-ITEM
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 305-SET-CLEAR-AMOUNT
           END-IF.
           IF WAIT-FLAG = 0
               IF SCT-APPLY
                   PERFORM 306-APPLY-TO-STUDENT
               ELSE
                   PERFORM 310-REFUND-TO-PAYER
               END-IF
           END-IF.
           PERFORM 302-READ-CLEARING-TRANS.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           MOVE APPLIED-DOLLAR-TOTAL TO APPLIED-TOTAL-DISPLAY.
           MOVE REFUNDED-DOLLAR-TOTAL TO REFUNDED-TOTAL-DISPLAY.
           DISPLAY "SUSPCLR RUN TOTALS".
           DISPLAY "TRANSACTIONS READ   : " TRANS-READ-COUNT.
           DISPLAY "ITEMS APPLIED       : " TRANS-APPLIED-COUNT.
           DISPLAY "ITEMS REFUNDED      : " TRANS-REFUNDED-COUNT.
           DISPLAY "TRANSACTIONS REJECTED: " TRANS-REJECT-COUNT.
           DISPLAY "DOLLARS APPLIED     : " APPLIED-TOTAL-DISPLAY.
           DISPLAY "DOLLARS REFUNDED    : " REFUNDED-TOTAL-DISPLAY.
           CLOSE CLEARING-TRANS-FILE, INDEXED-STU-FILE,
               AUDIT-LOG-FILE, REFUND-LIST-FILE.
           IF SUSPENSE-AVAILABLE-FLAG = "Y"
               CLOSE SUSPENSE-FILE
           END-IF.

      *Read the next clearing transaction.
           302-READ-CLEARING-TRANS.
           READ CLEARING-TRANS-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *Look the operator up on the operator master. Any operator
      *there may apply an item to a student; a refund needs an
      *operator who is not a cashier. The action must be A or R.
           303-VERIFY-OPERATOR-ID.
           MOVE 0 TO WAIT-FLAG.
           MOVE "VERIFY " TO AUTH-REQUEST-WS.
           CALL "OPERAUTH" USING AUTH-REQUEST-WS, SCT-OPERATOR-ID,
               AUTH-PASSWORD-WS, AUTH-ROLE-WS, AUTH-RESULT-WS.
           IF NOT SCT-APPLY AND NOT SCT-REFUND
               DISPLAY "UNKNOWN ACTION, TRANS REJECTED: "
                   SCT-BATCH-ID " " SCT-ITEM-SEQ " " SCT-ACTION
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           ELSE
               IF NOT OPERATOR-ON-MASTER
                   OR (SCT-REFUND AND CASHIER-OPERATOR)
                   DISPLAY "OPERATOR NOT AUTHORIZED, TRANS REJECTED: "
                       SCT-BATCH-ID " " SCT-ITEM-SEQ " "
                       SCT-OPERATOR-ID
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
               END-IF
           END-IF.

      *Read the suspense item; only an open item can be cleared.
           304-READ-SUSPENSE-ITEM.
           MOVE SCT-BATCH-ID TO SUS-BATCH-ID.
           MOVE SCT-ITEM-SEQ TO SUS-ITEM-SEQ.
           READ SUSPENSE-FILE
               INVALID KEY
                   DISPLAY "SUSPENSE ITEM NOT FOUND, TRANS REJECTED: "
                       SCT-BATCH-ID " " SCT-ITEM-SEQ
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
           END-READ.
           IF WAIT-FLAG = 0 AND NOT SUS-OPEN
               DISPLAY "SUSPENSE ITEM NOT OPEN, TRANS REJECTED: "
                   SCT-BATCH-ID " " SCT-ITEM-SEQ " " SUS-STATUS
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

      *Settle the amount: what the transaction gives, or all that
      *is left on the item when it gives zero. More than is left
      *cannot be cleared, and an application moves a balance that
      *holds at most 999999.99, so a larger remainder has to be
      *applied in pieces.
           305-SET-CLEAR-AMOUNT.
           COMPUTE ITEM-REMAINING-WS =
               SUS-AMOUNT - SUS-CLEARED-AMOUNT.
           IF SCT-AMOUNT = ZERO
               MOVE ITEM-REMAINING-WS TO CLEAR-AMOUNT-WS
           ELSE
               MOVE SCT-AMOUNT TO CLEAR-AMOUNT-WS
           END-IF.
           IF CLEAR-AMOUNT-WS > ITEM-REMAINING-WS
               DISPLAY "AMOUNT EXCEEDS OPEN ITEM, TRANS REJECTED: "
                   SCT-BATCH-ID " " SCT-ITEM-SEQ " " SCT-AMOUNT
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           ELSE
               IF SCT-APPLY AND CLEAR-AMOUNT-WS > 999999.99
                   DISPLAY "OPEN ITEM TOO LARGE TO APPLY WHOLE, "
                       "GIVE AN AMOUNT: " SCT-BATCH-ID " "
                       SCT-ITEM-SEQ
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
               END-IF
           END-IF.

      *Find the student the money has been traced to and clear the
      *amount off the item first, so an item that cannot be updated
      *is never applied twice; only then does the balance move. A
      *transaction traced to a number retired by a duplicate-record
      *merge is rejected, to be keyed again to the surviving number.
           306-APPLY-TO-STUDENT.
           MOVE SCT-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, TRANS REJECTED: "
                       SCT-STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
           END-READ.
           IF WAIT-FLAG = 0 AND STUDENT-STATUS = "M"
               DISPLAY "STUDENT NUMBER MERGED, TRANS REJECTED: "
                   SCT-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.
           IF WAIT-FLAG = 0
               MOVE SUSPENSE-RECORD TO SUSPENSE-BEFORE-WS
               PERFORM 313-MARK-ITEM-CLEARED
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 314-CREDIT-STUDENT-BALANCE
           END-IF.

      *Append the SUSPAPLY line: the student's balance moves down by
      *the amount, the same way a payment would.
           307-WRITE-SUSPAPLY-AUDIT-RECORD.
           MOVE STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE TUITION-OWED-BEFORE-WS TO AUD-OLD-BALANCE.
           MOVE CLEAR-AMOUNT-WS TO AUD-PAYMENT-AMOUNT.
           MOVE TUITION-OWED TO AUD-NEW-BALANCE.
           MOVE SCT-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "SUSPAPLY" TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Count the applied cash against the student's installment
      *schedule; a student with no plan is simply passed over.
           308-APPLY-PAYMENT-TO-PLAN.
           MOVE STUDENT-NUMBER TO PLAN-STUDENT-WS.
           MOVE CLEAR-AMOUNT-WS TO PLAN-PAYMENT-WS.
           CALL "PLANPOST" USING PLAN-STUDENT-WS, PLAN-PAYMENT-WS,
               PLAN-RESULT-WS.

      *Release the financial hold once the balance is zero or
      *below; a student with no active hold is simply passed over.
           309-RELEASE-FINANCIAL-HOLD.
           IF TUITION-OWED NOT > 0
               MOVE STUDENT-NUMBER TO HOLD-STUDENT-WS
               MOVE SCT-OPERATOR-ID TO HOLD-OPERATOR-WS
               CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
                   HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
                   HOLD-RESULT-WS
           END-IF.

      *Refund the amount to whoever sent it: clear it off the
      *item, list it for the check run, and log it SUSPRFND so the
      *cash comes back out of the suspense account.
           310-REFUND-TO-PAYER.
           PERFORM 313-MARK-ITEM-CLEARED.
           IF WAIT-FLAG = 0
               ADD 1 TO TRANS-REFUNDED-COUNT
               ADD CLEAR-AMOUNT-WS TO REFUNDED-DOLLAR-TOTAL
               PERFORM 311-WRITE-REFUND-LINE
               MOVE CLEAR-AMOUNT-WS TO REFUND-LEFT-WS
               PERFORM 312-WRITE-SUSPRFND-AUDIT-RECORD
                   UNTIL REFUND-LEFT-WS NOT > 0
           END-IF.

      *List one refund for the bursar to cut the check from.
           311-WRITE-REFUND-LINE.
           MOVE SUS-BATCH-ID TO RFL-BATCH-ID.
           MOVE SUS-ITEM-SEQ TO RFL-ITEM-SEQ.
           MOVE SUS-NUMBER-RECEIVED TO RFL-NUMBER-RECEIVED.
           MOVE SUS-PAYER-REFERENCE TO RFL-PAYER-REFERENCE.
           MOVE CLEAR-AMOUNT-WS TO RFL-AMOUNT.
           MOVE SCT-OPERATOR-ID TO RFL-OPERATOR-ID.
           MOVE REFUND-LINE TO REFUND-LIST-RECORD.
           WRITE REFUND-LIST-RECORD.

      *Append one SUSPRFND line of at most 999999.99. The money never
      *reached a student, so the student number and both balances
      *are zero.
           312-WRITE-SUSPRFND-AUDIT-RECORD.
           IF REFUND-LEFT-WS > 999999.99
               MOVE 999999.99 TO REFUND-SLICE-WS
           ELSE
               MOVE REFUND-LEFT-WS TO REFUND-SLICE-WS
           END-IF.
           SUBTRACT REFUND-SLICE-WS FROM REFUND-LEFT-WS.
           MOVE ZERO TO AUD-STUDENT-NUMBER.
           MOVE ZERO TO AUD-OLD-BALANCE.
           MOVE REFUND-SLICE-WS TO AUD-PAYMENT-AMOUNT.
           MOVE ZERO TO AUD-NEW-BALANCE.
           MOVE SCT-OPERATOR-ID TO AUD-OPERATOR-ID.
           MOVE "SUSPRFND" TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *Add the amount to what has been cleared off the item, stamp
      *who cleared it and when, and close the item once nothing is
      *left on it.
           313-MARK-ITEM-CLEARED.
           ADD CLEAR-AMOUNT-WS TO SUS-CLEARED-AMOUNT.
           IF SUS-CLEARED-AMOUNT NOT < SUS-AMOUNT
               MOVE "C" TO SUS-STATUS
           END-IF.
           ACCEPT SUS-LAST-CLEARED-DATE FROM DATE YYYYMMDD.
           MOVE SCT-OPERATOR-ID TO SUS-LAST-CLEARED-BY.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE REWRITE FAILED, FILE-STATUS IS "
                       SUSPENSE-STATUS-FIELD " ITEM " SUS-BATCH-ID
                       " " SUS-ITEM-SEQ
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
           END-REWRITE.

      *Take the cleared amount off the balance and rewrite; only a
      *successful rewrite leaves the audit line, and a failed one
      *puts the item back open as it was.
           314-CREDIT-STUDENT-BALANCE.
           MOVE TUITION-OWED TO TUITION-OWED-BEFORE-WS.
           SUBTRACT CLEAR-AMOUNT-WS FROM TUITION-OWED.
           REWRITE STUDENT-RECORD
               INVALID KEY
                   DISPLAY "REWRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD " STUDENT " STUDENT-NUMBER
                   ADD 1 TO TRANS-REJECT-COUNT
                   PERFORM 315-RESTORE-SUSPENSE-ITEM
               NOT INVALID KEY
                   ADD 1 TO TRANS-APPLIED-COUNT
                   ADD CLEAR-AMOUNT-WS TO APPLIED-DOLLAR-TOTAL
                   PERFORM 307-WRITE-SUSPAPLY-AUDIT-RECORD
                   PERFORM 308-APPLY-PAYMENT-TO-PLAN
                   PERFORM 309-RELEASE-FINANCIAL-HOLD
           END-REWRITE.

      *Put the suspense item back as it was read, so the amount is
      *still open on it for the next run.
           315-RESTORE-SUSPENSE-ITEM.
           MOVE SUSPENSE-BEFORE-WS TO SUSPENSE-RECORD.
           REWRITE SUSPENSE-RECORD
               INVALID KEY
                   DISPLAY "SUSPENSE ITEM NOT RESTORED, FILE-STATUS "
                       "IS " SUSPENSE-STATUS-FIELD " ITEM "
                       SUS-BATCH-ID " " SUS-ITEM-SEQ
           END-REWRITE.

       END PROGRAM SUSPCLR.
