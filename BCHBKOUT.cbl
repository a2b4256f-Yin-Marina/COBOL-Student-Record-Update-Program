      *          earliest image - the record as it stood before the
      *          batch touched it at all - leaves a BACKOUT-tagged
      *          audit line per restored record so AUDRECON's replay
      *          chain stays whole, voids the unmatched checks the
      *          batch put in unapplied-cash suspense with a
      *          SUSPVOID-tagged audit line each, and marks the batch
      *          BACKDOUT on the posted-batch control file. The
      *          corrected batch can then be rerun cleanly under a
      *          fresh ID.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS PLAN-RECORD-KEY
           FILE STATUS IS PLAN-STATUS-FIELD.

           SELECT SUSPENSE-FILE
           ASSIGN TO "../SUSPENSE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SUS-RECORD-KEY
           FILE STATUS IS SUSPENSE-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.

       01 BEFORE-IMAGE-RECORD.
           05 BIJ-BATCH-ID      PIC X(8).
           05 FILLER            PIC X(1).
           05 BIJ-BEFORE-IMAGE  PIC X(145).

      *Column fields in INDEXED-STU-FILE, same layout TASK2 uses.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Control file of batch IDs already posted, shared with
      *TUITPOST and FINAID; the backed-out batch gets a BACKDOUT
               10 PLN-STUDENT-NUMBER PIC 9(6).
               10 PLN-INSTALLMENT-NO PIC 9(2).
           05 PLN-DUE-DATE      PIC 9(8).
           05 PLN-AMOUNT-DUE    PIC S9(6)V99.
           05 PLN-AMOUNT-PAID   PIC S9(6)V99.
           05 PLN-STATUS        PIC X(1).

      *Unapplied-cash suspense items, same layout TUITPOST writes.
      *The aborted batch's open items are voided (V); an item
      *SUSPCLR already applied or refunded is named for the bursar
      *instead, since that money has already moved on.
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
           05 SUS-LAST-CLEARED-DATE    PIC 9(8).
           05 SUS-LAST-CLEARED-BY      PIC X(8).

       WORKING-STORAGE SECTION.
      *Line layout for AUDIT-LOG-FILE, built here (where VALUE
      *clauses are honored) and moved to AUDIT-LOG-RECORD before
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

      *Set when the batch's journal images no longer fit the
      *table. A partial restore would leave the batch stamped
       01 IMAGE-TABLE-WS.
           05 IMAGE-COUNT PIC 9(3) VALUE ZERO.
           05 IMAGE-ENTRY OCCURS 500 TIMES.
               10 IMG-BEFORE-IMAGE PIC X(145).

      *The restored record laid over its column fields, the full
      *145-byte master layout, so the audit line and the keyed
      *rewrite can pick them out.
       01 IMAGE-RECORD-WS.
           05 IMG-STUDENT-NUMBER PIC 9(6).
           05 IMG-TUITION-OWED   PIC S9(6)V99.
           05 FILLER             PIC X(131).

       01 IMAGE-INDEX-WS  PIC 9(3).
       01 EARLIER-FOUND-FLAG PIC X(1).

       01 BACKOUT-BATCH-ID-WS PIC X(8).
       01 BALANCE-BEFORE-WS   PIC S9(6)V99.

      *What is left of a suspense item being voided, logged in
      *SUSPVOID lines of at most 999999.99 each.
       01 VOID-FIELDS.
           05 VOID-LEFT-WS        PIC S9(7)V99.
           05 VOID-SLICE-WS       PIC S9(6)V99.

      *Standing of the batch on the posted-batch control file, its
      *latest line winning: a batch already BACKDOUT is refused
           05 POSTED-EOF-FLG       PIC X(1).
           05 PLAN-STATUS-FIELD    PIC X(2).
           05 PLAN-AVAILABLE-FLAG  PIC X(1) VALUE "N".
           05 SUSPENSE-STATUS-FIELD PIC X(2).
           05 SUSPENSE-EOF-FLG     PIC X(1).

       01 RUN-TOTALS.
           05 IMAGES-FOUND-COUNT    PIC 9(3) VALUE ZERO.
           05 RECORDS-RESTORED-COUNT PIC 9(3) VALUE ZERO.
           05 RESTORE-FAILED-COUNT  PIC 9(3) VALUE ZERO.
           05 PLAN-STUDENTS-FLAGGED PIC 9(3) VALUE ZERO.
           05 SUSPENSE-VOIDED-COUNT PIC 9(5) VALUE ZERO.
           05 SUSPENSE-FLAGGED-COUNT PIC 9(5) VALUE ZERO.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
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
      *Main procedure for backing out an aborted batch. The whole
      *run happens inside the posting window, so nothing else can
               AND BACKOUT-ALLOWED
               PERFORM 204-ACQUIRE-POSTING-GATE
               IF POSTING-GATE-HELD
                   PERFORM 210-FIND-FISCAL-PERIOD
                   IF FISCAL-PERIOD-OPEN
                       PERFORM 202-LOAD-BATCH-IMAGES
                       IF IMAGE-OVERFLOWED
                           DISPLAY "BATCH IMAGES EXCEED TABLE - RUN "
                               "ABORTED, NOTHING RESTORED: "
                               BACKOUT-BATCH-ID-WS
                       ELSE
                           IF IMAGE-COUNT = 0
                               DISPLAY "NO JOURNAL IMAGES FOR BATCH: "
                                   BACKOUT-BATCH-ID-WS
                               PERFORM 209-VOID-BATCH-SUSPENSE
                               IF SUSPENSE-VOIDED-COUNT > 0
                                   PERFORM 207-MARK-BATCH-BACKED-OUT
                                   PERFORM 203-TERMINATE-PROGRAM
                               END-IF
                           ELSE
                               PERFORM 206-RESTORE-BATCH-IMAGES
                               PERFORM 209-VOID-BATCH-SUSPENSE
                               PERFORM 207-MARK-BATCH-BACKED-OUT
                               PERFORM 203-TERMINATE-PROGRAM
                           END-IF
                       END-IF
                   END-IF
                   PERFORM 205-RELEASE-POSTING-GATE
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           210-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "BCHBKOUT RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "BCHBKOUT RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Accept the aborted batch's ID from the operator. A blank ID
      *ends the run before anything moves.
           201-ACCEPT-BATCH-ID.
      *Read the student as the batch left them, put the image
      *back, and leave a BACKOUT audit line whose amount is the
      *balance movement the restore made - so the replay chain
      *still adds up line over line. A number retired by a
      *duplicate-record merge since the batch is skipped: its image
      *would undo the merge.
           306-REWRITE-RESTORED-RECORD.
           MOVE IMG-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
                       IMG-STUDENT-NUMBER
                   ADD 1 TO RESTORE-FAILED-COUNT
               NOT INVALID KEY
                   IF STUDENT-STATUS = "M"
                       DISPLAY "STUDENT NUMBER MERGED, IMAGE SKIPPED: "
                           IMG-STUDENT-NUMBER
                       ADD 1 TO RESTORE-FAILED-COUNT
                   ELSE
                       MOVE TUITION-OWED TO BALANCE-BEFORE-WS
                       MOVE IMAGE-RECORD-WS TO STUDENT-RECORD
                       PERFORM 307-REWRITE-AND-LOG-RESTORE
                   END-IF
           END-READ.

      *Rewrite the restored record; only a successful rewrite
           MOVE "BACKOUT " TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

           DISPLAY "RECORDS RESTORED    : " RECORDS-RESTORED-COUNT.
           DISPLAY "RESTORES FAILED     : " RESTORE-FAILED-COUNT.
           DISPLAY "PLAN STUDENTS FLAGGED: " PLAN-STUDENTS-FLAGGED.
           DISPLAY "SUSPENSE VOIDED     : " SUSPENSE-VOIDED-COUNT.
           DISPLAY "SUSPENSE FLAGGED    : " SUSPENSE-FLAGGED-COUNT.

      *Walk the aborted batch's items on the suspense file, which
      *sit together under its batch ID. Without a suspense file
      *the batch never put anything there.
           209-VOID-BATCH-SUSPENSE.
           OPEN I-O SUSPENSE-FILE.
           IF SUSPENSE-STATUS-FIELD = "00"
               OPEN EXTEND AUDIT-LOG-FILE
               MOVE "N" TO SUSPENSE-EOF-FLG
               MOVE BACKOUT-BATCH-ID-WS TO SUS-BATCH-ID
               MOVE ZERO TO SUS-ITEM-SEQ
               START SUSPENSE-FILE
                   KEY IS NOT < SUS-RECORD-KEY
                   INVALID KEY
                       MOVE "Y" TO SUSPENSE-EOF-FLG
               END-START
               IF SUSPENSE-EOF-FLG NOT = "Y"
                   PERFORM 312-READ-NEXT-SUSPENSE-ITEM
               END-IF
               PERFORM 311-VOID-ONE-SUSPENSE-ITEM
                   UNTIL SUSPENSE-EOF-FLG = "Y"
               CLOSE SUSPENSE-FILE, AUDIT-LOG-FILE
           END-IF.

      *Void what is still open on one item and log it SUSPVOID, so
      *the cash comes back out of the suspense account with the
      *batch. Whatever SUSPCLR already applied or refunded stays
      *where it went, and the item is named for the bursar.
           311-VOID-ONE-SUSPENSE-ITEM.
           IF SUS-STATUS = "O"
               COMPUTE VOID-LEFT-WS =
                   SUS-AMOUNT - SUS-CLEARED-AMOUNT
               IF SUS-CLEARED-AMOUNT > 0
                   DISPLAY "SUSPENSE ITEM PARTLY CLEARED - REVIEW: "
                       SUS-BATCH-ID " ITEM " SUS-ITEM-SEQ
                   ADD 1 TO SUSPENSE-FLAGGED-COUNT
               END-IF
               MOVE "V" TO SUS-STATUS
               REWRITE SUSPENSE-RECORD
                   INVALID KEY
                       DISPLAY "SUSPENSE REWRITE FAILED, FILE-STATUS "
                           "IS " SUSPENSE-STATUS-FIELD " ITEM "
                           SUS-ITEM-SEQ
                   NOT INVALID KEY
                       ADD 1 TO SUSPENSE-VOIDED-COUNT
                       PERFORM 313-WRITE-SUSPVOID-AUDIT-LINE
                           UNTIL VOID-LEFT-WS NOT > 0
               END-REWRITE
           ELSE
               IF SUS-STATUS = "C"
                   DISPLAY "SUSPENSE ITEM ALREADY CLEARED - REVIEW: "
                       SUS-BATCH-ID " ITEM " SUS-ITEM-SEQ
                   ADD 1 TO SUSPENSE-FLAGGED-COUNT
               END-IF
           END-IF.
           PERFORM 312-READ-NEXT-SUSPENSE-ITEM.

      *Read the next suspense item; the walk ends at the first item
      *of another batch.
           312-READ-NEXT-SUSPENSE-ITEM.
           READ SUSPENSE-FILE NEXT RECORD
               AT END MOVE "Y" TO SUSPENSE-EOF-FLG
               NOT AT END
                   IF SUS-BATCH-ID NOT = BACKOUT-BATCH-ID-WS
                       MOVE "Y" TO SUSPENSE-EOF-FLG
                   END-IF
           END-READ.

      *Append one SUSPVOID line of at most 999999.99. The money never
      *reached a student, so the student number and both balances
      *are zero.
           313-WRITE-SUSPVOID-AUDIT-LINE.
           IF VOID-LEFT-WS > 999999.99
               MOVE 999999.99 TO VOID-SLICE-WS
           ELSE
               MOVE VOID-LEFT-WS TO VOID-SLICE-WS
           END-IF.
           SUBTRACT VOID-SLICE-WS FROM VOID-LEFT-WS.
           MOVE ZERO TO AUD-STUDENT-NUMBER.
           MOVE ZERO TO AUD-OLD-BALANCE.
           MOVE VOID-SLICE-WS TO AUD-PAYMENT-AMOUNT.
           MOVE ZERO TO AUD-NEW-BALANCE.
           MOVE "BATCH   " TO AUD-OPERATOR-ID.
           MOVE "SUSPVOID" TO AUD-TRANS-TYPE.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

       END PROGRAM BCHBKOUT.
