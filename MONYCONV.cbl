      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: One-time money-field conversion, run once over the
      *          cutover weekend. Student balances, plan installments,
      *          check amounts and every audit-log amount grow from
      *          four whole-dollar digits to six, so the keeper files
      *          written in the old layout are reformatted in place:
      *          INDEXEDSTUFILE.DAT, STUHIST.DAT, PAYPLAN.DAT, the live
      *          AUDITLOG.TXT and every monthly AUDLOGyyyymm.TXT
      *          archive from the first month the operator names, the
      *          CHKREGST.TXT check register and the BIJOURNL.TXT
      *          before-image journal. NOTICHST.DAT is carried over
      *          the same weekend to take the agency placement date,
      *          which starts out zero on every record. Each file is
      *          first unloaded as it stands to a .BKP copy beside it,
      *          then reloaded from that copy in the new layout, then
      *          read back; the record count and dollar totals read
      *          from the copy must equal those read back from the
      *          new file or the run stops there. A checkpoint after
      *          every unload and every proved reload lets an
      *          interrupted run pick up where it stopped, and once
      *          every file is proved the conversion refuses to run a
      *          second time.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. MONYCONV.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT CHECKPOINT-FILE
           ASSIGN TO "../MONYCONV.CKP"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS CHECKPOINT-STATUS-FIELD.

           SELECT SOURCE-TEXT-FILE
           ASSIGN TO SOURCE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SOURCE-STATUS-FIELD.

           SELECT TARGET-TEXT-FILE
           ASSIGN TO TARGET-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS TARGET-STATUS-FIELD.

           SELECT OLD-STUDENT-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OST-STUDENT-NUMBER
           ALTERNATE RECORD KEY IS OST-STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT NEW-STUDENT-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NST-STUDENT-NUMBER
           ALTERNATE RECORD KEY IS NST-STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT OLD-HISTORY-FILE
           ASSIGN TO "../STUHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OHS-RECORD-KEY
           FILE STATUS IS HIST-STATUS-FIELD.

           SELECT NEW-HISTORY-FILE
           ASSIGN TO "../STUHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NHS-RECORD-KEY
           FILE STATUS IS HIST-STATUS-FIELD.

           SELECT OLD-PLAN-FILE
           ASSIGN TO "../PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS OPL-RECORD-KEY
           FILE STATUS IS PLAN-STATUS-FIELD.

           SELECT NEW-PLAN-FILE
           ASSIGN TO "../PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NPL-RECORD-KEY
           FILE STATUS IS PLAN-STATUS-FIELD.

           SELECT OLD-NOTICE-FILE
           ASSIGN TO "../NOTICHST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ONT-STUDENT-NUMBER
           FILE STATUS IS NOTICE-STATUS-FIELD.

           SELECT NEW-NOTICE-FILE
           ASSIGN TO "../NOTICHST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NNT-STUDENT-NUMBER
           FILE STATUS IS NOTICE-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.

      *Single-record checkpoint file: the last step that finished,
      *99 once the whole conversion is proved, and the first
      *archive month the operator gave, so a restart converts the
      *same months.
       FD CHECKPOINT-FILE.
       01 CHECKPOINT-RECORD.
           05 CKPT-LAST-STEP   PIC 9(2).
           05 CKPT-FIRST-MONTH PIC X(6).

      *Any line file being read - a live file being unloaded, a
      *.BKP copy being reloaded, or a reloaded file being read back
      *for its proof - named from SOURCE-NAME-WS at open time. The
      *views below lay the old and new layouts over the line.
       FD SOURCE-TEXT-FILE.
       01 SOURCE-TEXT-RECORD PIC X(200).

      *Student master as unloaded: the old 143-byte layout.
       01 OLD-STUDENT-IMAGE.
           05 OSI-STUDENT-NUMBER PIC 9(6).
           05 OSI-TUITION-OWED   PIC S9(4)V99.
           05 OSI-STUDENT-NAME   PIC X(40).
           05 OSI-STUDENT-REST   PIC X(91).

      *Standing history as unloaded.
       01 OLD-HISTORY-IMAGE.
           05 OHI-RECORD-KEY     PIC X(12).
           05 OHI-TUITION-OWED   PIC S9(4)V99.
           05 OHI-HISTORY-REST   PIC X(125).

      *Installment schedule as unloaded.
       01 OLD-PLAN-IMAGE.
           05 OPI-RECORD-KEY     PIC X(8).
           05 OPI-DUE-DATE       PIC 9(8).
           05 OPI-AMOUNT-DUE     PIC S9(4)V99.
           05 OPI-AMOUNT-PAID    PIC S9(4)V99.
           05 OPI-STATUS         PIC X(1).

      *Dunning history as unloaded, before the placement date.
       01 OLD-NOTICE-IMAGE.
           05 ONI-STUDENT-NUMBER PIC 9(6).
           05 ONI-LAST-LEVEL     PIC 9(1).
           05 ONI-LAST-SENT-DATE PIC 9(8).

      *Audit-log line in the old layout. A line written before the
      *fiscal period was carried ends at the transaction type and
      *leaves the period blank.
       01 OLD-AUDIT-IMAGE.
           05 OAI-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1).
           05 OAI-OLD-BALANCE     PIC S9(4)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 OAI-PAYMENT-AMOUNT  PIC S9(4)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 OAI-NEW-BALANCE     PIC S9(4)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 OAI-TIMESTAMP       PIC X(16).
           05 FILLER              PIC X(1).
           05 OAI-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1).
           05 OAI-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1).
           05 OAI-FISCAL-PERIOD   PIC 9(6).

      *Audit-log line read back in the new 78-byte layout.
       01 NEW-AUDIT-IMAGE.
           05 NAI-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1).
           05 NAI-OLD-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 NAI-PAYMENT-AMOUNT  PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1).
           05 NAI-NEW-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(42).

      *Issued-check register line in the old layout.
       01 OLD-CHECK-IMAGE.
           05 OCI-CHECK-HEAD      PIC X(14).
           05 OCI-CHECK-AMOUNT    PIC 9(4)V99.
           05 OCI-CHECK-TAIL      PIC X(18).

      *Issued-check register line read back in the new layout.
       01 NEW-CHECK-IMAGE.
           05 FILLER              PIC X(14).
           05 NCI-CHECK-AMOUNT    PIC 9(6)V99.
           05 FILLER              PIC X(18).

      *Before-image journal line in the old layout: batch ID and
      *the old 143-byte master record.
       01 OLD-JOURNAL-IMAGE.
           05 OJI-BATCH-HEAD      PIC X(9).
           05 OJI-STUDENT-NUMBER  PIC 9(6).
           05 OJI-TUITION-OWED    PIC S9(4)V99.
           05 OJI-STUDENT-REST    PIC X(131).

      *Before-image journal line read back in the new layout.
       01 NEW-JOURNAL-IMAGE.
           05 FILLER              PIC X(15).
           05 NJI-TUITION-OWED    PIC S9(6)V99.
           05 FILLER              PIC X(131).

      *Any line file being written - a .BKP copy or a reloaded line
      *file - named from TARGET-NAME-WS at open time.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so a converted
      *line is built up in working storage below and moved here
      *before each WRITE.
       FD TARGET-TEXT-FILE.
       01 TARGET-TEXT-RECORD PIC X(200).

      *Student master in the old 143-byte layout, for the unload.
       FD OLD-STUDENT-FILE.
       01 OLD-STUDENT-RECORD.
           05 OST-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(6).
           05 OST-STUDENT-NAME   PIC X(40).
           05 FILLER             PIC X(91).

      *Student master in the new layout, same layout TASK2 uses.
       FD NEW-STUDENT-FILE.
       01 NEW-STUDENT-RECORD.
           05 NST-STUDENT-NUMBER PIC 9(6).
           05 NST-TUITION-OWED   PIC S9(6)V99.
           05 NST-STUDENT-NAME   PIC X(40).
           05 NST-STUDENT-REST   PIC X(91).

      *Standing history in the old layout, for the unload.
       FD OLD-HISTORY-FILE.
       01 OLD-HISTORY-RECORD.
           05 OHS-RECORD-KEY     PIC X(12).
           05 FILLER             PIC X(131).

      *Standing history in the new layout, same layout TERMROLL
      *writes.
       FD NEW-HISTORY-FILE.
       01 NEW-HISTORY-RECORD.
           05 NHS-RECORD-KEY     PIC X(12).
           05 NHS-TUITION-OWED   PIC S9(6)V99.
           05 NHS-HISTORY-REST   PIC X(125).

      *Installment schedule in the old layout, for the unload.
       FD OLD-PLAN-FILE.
       01 OLD-PLAN-RECORD.
           05 OPL-RECORD-KEY     PIC X(8).
           05 FILLER             PIC X(21).

      *Installment schedule in the new layout, same layout PLANBLD
      *writes.
       FD NEW-PLAN-FILE.
       01 NEW-PLAN-RECORD.
           05 NPL-RECORD-KEY     PIC X(8).
           05 NPL-DUE-DATE       PIC 9(8).
           05 NPL-AMOUNT-DUE     PIC S9(6)V99.
           05 NPL-AMOUNT-PAID    PIC S9(6)V99.
           05 NPL-STATUS         PIC X(1).

      *Dunning history in the old layout, for the unload.
       FD OLD-NOTICE-FILE.
       01 OLD-NOTICE-RECORD.
           05 ONT-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(9).

      *Dunning history in the new layout, same layout DUNNOTIC
      *writes.
       FD NEW-NOTICE-FILE.
       01 NEW-NOTICE-RECORD.
           05 NNT-STUDENT-NUMBER PIC 9(6).
           05 NNT-LAST-LEVEL     PIC 9(1).
           05 NNT-LAST-SENT-DATE PIC 9(8).
           05 NNT-PLACED-DATE    PIC 9(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG                 PIC X(1).
           05 CHECKPOINT-STATUS-FIELD PIC X(2).
           05 SOURCE-STATUS-FIELD     PIC X(2).
           05 TARGET-STATUS-FIELD     PIC X(2).
           05 STATUS-FIELD            PIC X(2).
           05 HIST-STATUS-FIELD       PIC X(2).
           05 PLAN-STATUS-FIELD       PIC X(2).
           05 NOTICE-STATUS-FIELD     PIC X(2).
           05 LAST-STEP-WS            PIC 9(2) VALUE ZERO.
           05 STEP-NUMBER-WS          PIC 9(2).
           05 CONVERSION-READY-FLAG   PIC X(1) VALUE "N".
               88 CONVERSION-READY        VALUE "Y".
           05 CONVERSION-OK-FLAG      PIC X(1) VALUE "Y".
               88 CONVERSION-OK           VALUE "Y".

      *Which line layout the text file in hand carries.
       01 FILE-KIND-WS PIC X(1).
           88 AUDIT-LOG-KIND      VALUE "A".
           88 CHECK-REGISTER-KIND VALUE "C".
           88 JOURNAL-KIND        VALUE "J".

      *The live file being converted, its .BKP copy, and the names
      *the two line files are opened under.
       01 LIVE-NAME-WS   PIC X(30).
       01 BACKUP-NAME-WS PIC X(30).
       01 SOURCE-NAME-WS PIC X(30).
       01 TARGET-NAME-WS PIC X(30).

      *Name of the monthly archive being converted (for example
      *../AUDLOG202609.TXT) or its copy (../AUDLOG202609.BKP).
       01 ARCHIVE-NAME-WS PIC X(20).
       01 ARCHIVE-NAME-PARTS REDEFINES ARCHIVE-NAME-WS.
           05 FILLER              PIC X(9).
           05 ARCHIVE-MONTH-PART  PIC 9(6).
           05 FILLER              PIC X(5).

      *First archived month as the operator gives it, the archive
      *month being worked, and today's date.
       01 FIRST-MONTH-WS PIC X(6).
       01 FIRST-MONTH-PARTS REDEFINES FIRST-MONTH-WS.
           05 FIRST-MONTH-NUM     PIC 9(6).
       01 FIRST-MONTH-FIELDS REDEFINES FIRST-MONTH-WS.
           05 FIRST-YEAR-WS       PIC 9(4).
           05 FIRST-MM-WS         PIC 9(2).
       01 ARCHIVE-CURSOR-WS PIC 9(6).
       01 ARCHIVE-CURSOR-PARTS REDEFINES ARCHIVE-CURSOR-WS.
           05 CURSOR-YEAR-WS      PIC 9(4).
           05 CURSOR-MM-WS        PIC 9(2).
       01 RUN-DATE-WS PIC 9(8).
       01 RUN-DATE-PARTS REDEFINES RUN-DATE-WS.
           05 RUN-MONTH-WS        PIC 9(6).
           05 FILLER              PIC 9(2).

      *Proof of one file: records and dollars read from the .BKP
      *copy in the old layout, and read back from the reloaded file
      *in the new. Which amounts are totalled depends on the file.
       01 PROOF-TOTALS.
           05 BEFORE-COUNT        PIC 9(7).
           05 BEFORE-AMOUNT-1     PIC S9(11)V99.
           05 BEFORE-AMOUNT-2     PIC S9(11)V99.
           05 BEFORE-AMOUNT-3     PIC S9(11)V99.
           05 AFTER-COUNT         PIC 9(7).
           05 AFTER-AMOUNT-1      PIC S9(11)V99.
           05 AFTER-AMOUNT-2      PIC S9(11)V99.
           05 AFTER-AMOUNT-3      PIC S9(11)V99.
           05 RECORDS-WRITTEN     PIC 9(7).
           05 WRITE-FAILED-COUNT  PIC 9(7).

       01 RUN-TOTALS.
           05 UNLOAD-COUNT        PIC 9(7) VALUE ZERO.
           05 FILES-PROVED-COUNT  PIC 9(3) VALUE ZERO.

       01 COUNT-DISPLAY  PIC Z,ZZZ,ZZ9.
       01 AMOUNT-DISPLAY PIC $$$,$$$,$$$,$$9.99CR.

      *Audit-log line in the new 78-byte layout, built here (where
      *VALUE clauses are honored) and moved to TARGET-TEXT-RECORD
      *before each WRITE.
       01 NEW-AUDIT-LINE.
           05 NAL-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-OLD-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-PAYMENT-AMOUNT  PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-NEW-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-TIMESTAMP       PIC X(16).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 NAL-FISCAL-PERIOD   PIC 9(6).

      *Issued-check register line in the new layout.
       01 NEW-CHECK-LINE.
           05 NCL-CHECK-HEAD      PIC X(14).
           05 NCL-CHECK-AMOUNT    PIC 9(6)V99.
           05 NCL-CHECK-TAIL      PIC X(18).

      *Before-image journal line in the new layout.
       01 NEW-JOURNAL-LINE.
           05 NJL-BATCH-HEAD      PIC X(9).
           05 NJL-STUDENT-NUMBER  PIC 9(6).
           05 NJL-TUITION-OWED    PIC S9(6)V99.
           05 NJL-STUDENT-REST    PIC X(131).

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "MONYCONV".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

       PROCEDURE DIVISION.
      *Main procedure for the money-field conversion. Nothing else
      *may post while the files are being reformatted, so the whole
      *conversion runs inside the posting window.
       100-CONVERT-MONEY-FIELDS.
           PERFORM 200-READ-CHECKPOINT.
           IF LAST-STEP-WS = 99
               DISPLAY "MONYCONV: CONVERSION ALREADY COMPLETE - "
                   "NOTHING RUN"
           ELSE
               PERFORM 201-INITIALIZE-CONVERSION
               IF CONVERSION-READY
                   PERFORM 204-ACQUIRE-POSTING-GATE
                   IF POSTING-GATE-HELD
                       PERFORM 202-CONVERT-FILES
                       PERFORM 203-TERMINATE-PROGRAM
                       PERFORM 205-RELEASE-POSTING-GATE
                   ELSE
                       DISPLAY "MONYCONV RUN CANCELLED - POSTING "
                           "WINDOW BUSY"
                   END-IF
               END-IF
           END-IF.
           STOP RUN.

      *Read the checkpoint left by an earlier run, if any. A
      *non-zero step below 99 means that run stopped partway.
           200-READ-CHECKPOINT.
           MOVE ZERO TO LAST-STEP-WS.
           MOVE SPACES TO FIRST-MONTH-WS.
           OPEN INPUT CHECKPOINT-FILE.
           IF CHECKPOINT-STATUS-FIELD = "00"
               READ CHECKPOINT-FILE
                   AT END MOVE ZERO TO LAST-STEP-WS
                   NOT AT END
                       MOVE CKPT-LAST-STEP TO LAST-STEP-WS
                       MOVE CKPT-FIRST-MONTH TO FIRST-MONTH-WS
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

      *On a fresh start, take the first archived audit-log month
      *from the operator (000000 when the log has never been cut
      *over); a restart keeps the month the first run was given.
           201-INITIALIZE-CONVERSION.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           IF LAST-STEP-WS = ZERO
               DISPLAY "ENTER FIRST ARCHIVED AUDIT-LOG MONTH "
                   "(YYYYMM, 000000 IF NONE): "
               ACCEPT FIRST-MONTH-WS
               IF FIRST-MONTH-WS IS NOT NUMERIC
                   DISPLAY "BAD MONTH GIVEN - RUN ABORTED"
               ELSE
                   IF FIRST-MONTH-NUM NOT = ZERO
                       AND (FIRST-MM-WS < 1 OR FIRST-MM-WS > 12
                           OR FIRST-MONTH-NUM > RUN-MONTH-WS)
                       DISPLAY "BAD MONTH GIVEN - RUN ABORTED"
                   ELSE
                       MOVE "Y" TO CONVERSION-READY-FLAG
                   END-IF
               END-IF
           ELSE
               DISPLAY "MONYCONV RESTARTING AFTER STEP: "
                   LAST-STEP-WS
               MOVE "Y" TO CONVERSION-READY-FLAG
           END-IF.

      *Convert each file in turn. A file that does not prove stops
      *the run before the next one is touched.
           202-CONVERT-FILES.
           PERFORM 301-CONVERT-STUDENT-MASTER.
           PERFORM 308-CONVERT-HISTORY-FILE.
           PERFORM 315-CONVERT-PLAN-FILE.
           PERFORM 322-CONVERT-NOTICE-FILE.
           PERFORM 329-CONVERT-AUDIT-LOG.
           PERFORM 330-CONVERT-ARCHIVE-LOGS.
           PERFORM 335-CONVERT-CHECK-REGISTER.
           PERFORM 336-CONVERT-JOURNAL.
           IF CONVERSION-OK
               MOVE 99 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Display run totals.
           203-TERMINATE-PROGRAM.
           DISPLAY "MONYCONV RUN TOTALS".
           DISPLAY "FILES PROVED        : " FILES-PROVED-COUNT.
           DISPLAY "LAST STEP FINISHED  : " LAST-STEP-WS.
           IF CONVERSION-OK
               DISPLAY "CONVERSION COMPLETE - EVERY FILE PROVED"
           ELSE
               DISPLAY "CONVERSION STOPPED - CORRECT THE FILE AND "
                   "RERUN TO RESUME"
           END-IF.

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

      *Record the last step that finished, so a restart skips back
      *over it.
           210-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE.
           MOVE LAST-STEP-WS TO CKPT-LAST-STEP.
           MOVE FIRST-MONTH-WS TO CKPT-FIRST-MONTH.
           WRITE CHECKPOINT-RECORD.
           CLOSE CHECKPOINT-FILE.

      *Checkpoint a step, unless it has stopped the run.
           211-COMPLETE-STEP.
           IF CONVERSION-OK
               MOVE STEP-NUMBER-WS TO LAST-STEP-WS
               PERFORM 210-WRITE-CHECKPOINT
           END-IF.

      *Steps 1 and 2: unload and reload the student master.
           301-CONVERT-STUDENT-MASTER.
           MOVE "../INDEXEDSTUFILE.DAT" TO LIVE-NAME-WS.
           MOVE "../INDEXEDSTUFILE.BKP" TO BACKUP-NAME-WS.
           IF LAST-STEP-WS < 1 AND CONVERSION-OK
               PERFORM 302-UNLOAD-STUDENT-MASTER
               MOVE 1 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 2 AND CONVERSION-OK
               PERFORM 304-RELOAD-STUDENT-MASTER
               MOVE 2 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Copy the student master as it stands to its .BKP file.
           302-UNLOAD-STUDENT-MASTER.
           MOVE BACKUP-NAME-WS TO TARGET-NAME-WS.
           MOVE ZERO TO UNLOAD-COUNT.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT OLD-STUDENT-FILE.
           IF STATUS-FIELD = "35"
               DISPLAY "NOT ON FILE, NOTHING TO UNLOAD: " LIVE-NAME-WS
           ELSE
               IF STATUS-FIELD NOT = "00"
                   DISPLAY "CANNOT OPEN " LIVE-NAME-WS
                       ", FILE-STATUS IS " STATUS-FIELD
                   MOVE "N" TO CONVERSION-OK-FLAG
               ELSE
                   OPEN OUTPUT TARGET-TEXT-FILE
                   READ OLD-STUDENT-FILE NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLG
                   END-READ
                   PERFORM 303-COPY-STUDENT-RECORD
                       UNTIL EOF-FLG = "Y"
                   CLOSE OLD-STUDENT-FILE, TARGET-TEXT-FILE
                   DISPLAY "UNLOADED " LIVE-NAME-WS " RECORDS: "
                       UNLOAD-COUNT
               END-IF
           END-IF.

      *Write one master record to the copy and read the next.
           303-COPY-STUDENT-RECORD.
           MOVE OLD-STUDENT-RECORD TO TARGET-TEXT-RECORD.
           WRITE TARGET-TEXT-RECORD.
           ADD 1 TO UNLOAD-COUNT.
           READ OLD-STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Rebuild the student master in the new layout from its copy
      *and prove it.
           304-RELOAD-STUDENT-MASTER.
           MOVE BACKUP-NAME-WS TO SOURCE-NAME-WS.
           OPEN INPUT SOURCE-TEXT-FILE.
           IF SOURCE-STATUS-FIELD NOT = "00"
               DISPLAY "NO COPY OF " LIVE-NAME-WS
                   ", NOTHING TO RELOAD"
           ELSE
               PERFORM 340-CLEAR-PROOF-TOTALS
               OPEN OUTPUT NEW-STUDENT-FILE
               PERFORM 339-READ-SOURCE-LINE
               PERFORM 305-CONVERT-STUDENT-RECORD
                   UNTIL EOF-FLG = "Y"
               CLOSE SOURCE-TEXT-FILE, NEW-STUDENT-FILE
               PERFORM 306-PROVE-STUDENT-MASTER
               PERFORM 341-COMPARE-PROOF-TOTALS
           END-IF.

      *Widen one master record's balance and write it.
           305-CONVERT-STUDENT-RECORD.
           ADD 1 TO BEFORE-COUNT.
           ADD OSI-TUITION-OWED TO BEFORE-AMOUNT-1.
           MOVE OSI-STUDENT-NUMBER TO NST-STUDENT-NUMBER.
           MOVE OSI-TUITION-OWED TO NST-TUITION-OWED.
           MOVE OSI-STUDENT-NAME TO NST-STUDENT-NAME.
           MOVE OSI-STUDENT-REST TO NST-STUDENT-REST.
           WRITE NEW-STUDENT-RECORD
               INVALID KEY
                   DISPLAY "MASTER WRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD " STUDENT " OSI-STUDENT-NUMBER
                   ADD 1 TO WRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
           END-WRITE.
           PERFORM 339-READ-SOURCE-LINE.

      *Read the rebuilt master back for its count and balances.
           306-PROVE-STUDENT-MASTER.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT NEW-STUDENT-FILE.
           READ NEW-STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           PERFORM 307-ADD-NEW-STUDENT-RECORD UNTIL EOF-FLG = "Y".
           CLOSE NEW-STUDENT-FILE.

      *Add one rebuilt master record to the proof.
           307-ADD-NEW-STUDENT-RECORD.
           ADD 1 TO AFTER-COUNT.
           ADD NST-TUITION-OWED TO AFTER-AMOUNT-1.
           READ NEW-STUDENT-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Steps 3 and 4: unload and reload the standing history.
           308-CONVERT-HISTORY-FILE.
           MOVE "../STUHIST.DAT" TO LIVE-NAME-WS.
           MOVE "../STUHIST.BKP" TO BACKUP-NAME-WS.
           IF LAST-STEP-WS < 3 AND CONVERSION-OK
               PERFORM 309-UNLOAD-HISTORY-FILE
               MOVE 3 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 4 AND CONVERSION-OK
               PERFORM 311-RELOAD-HISTORY-FILE
               MOVE 4 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Copy the standing history as it stands to its .BKP file.
           309-UNLOAD-HISTORY-FILE.
           MOVE BACKUP-NAME-WS TO TARGET-NAME-WS.
           MOVE ZERO TO UNLOAD-COUNT.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT OLD-HISTORY-FILE.
           IF HIST-STATUS-FIELD = "35"
               DISPLAY "NOT ON FILE, NOTHING TO UNLOAD: " LIVE-NAME-WS
           ELSE
               IF HIST-STATUS-FIELD NOT = "00"
                   DISPLAY "CANNOT OPEN " LIVE-NAME-WS
                       ", FILE-STATUS IS " HIST-STATUS-FIELD
                   MOVE "N" TO CONVERSION-OK-FLAG
               ELSE
                   OPEN OUTPUT TARGET-TEXT-FILE
                   READ OLD-HISTORY-FILE NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLG
                   END-READ
                   PERFORM 310-COPY-HISTORY-RECORD
                       UNTIL EOF-FLG = "Y"
                   CLOSE OLD-HISTORY-FILE, TARGET-TEXT-FILE
                   DISPLAY "UNLOADED " LIVE-NAME-WS " RECORDS: "
                       UNLOAD-COUNT
               END-IF
           END-IF.

      *Write one history record to the copy and read the next.
           310-COPY-HISTORY-RECORD.
           MOVE OLD-HISTORY-RECORD TO TARGET-TEXT-RECORD.
           WRITE TARGET-TEXT-RECORD.
           ADD 1 TO UNLOAD-COUNT.
           READ OLD-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Rebuild the standing history in the new layout from its copy
      *and prove it.
           311-RELOAD-HISTORY-FILE.
           MOVE BACKUP-NAME-WS TO SOURCE-NAME-WS.
           OPEN INPUT SOURCE-TEXT-FILE.
           IF SOURCE-STATUS-FIELD NOT = "00"
               DISPLAY "NO COPY OF " LIVE-NAME-WS
                   ", NOTHING TO RELOAD"
           ELSE
               PERFORM 340-CLEAR-PROOF-TOTALS
               OPEN OUTPUT NEW-HISTORY-FILE
               PERFORM 339-READ-SOURCE-LINE
               PERFORM 312-CONVERT-HISTORY-RECORD
                   UNTIL EOF-FLG = "Y"
               CLOSE SOURCE-TEXT-FILE, NEW-HISTORY-FILE
               PERFORM 313-PROVE-HISTORY-FILE
               PERFORM 341-COMPARE-PROOF-TOTALS
           END-IF.

      *Widen one history record's balance and write it.
           312-CONVERT-HISTORY-RECORD.
           ADD 1 TO BEFORE-COUNT.
           ADD OHI-TUITION-OWED TO BEFORE-AMOUNT-1.
           MOVE OHI-RECORD-KEY TO NHS-RECORD-KEY.
           MOVE OHI-TUITION-OWED TO NHS-TUITION-OWED.
           MOVE OHI-HISTORY-REST TO NHS-HISTORY-REST.
           WRITE NEW-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "HISTORY WRITE FAILED, FILE-STATUS IS "
                       HIST-STATUS-FIELD " KEY " OHI-RECORD-KEY
                   ADD 1 TO WRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
           END-WRITE.
           PERFORM 339-READ-SOURCE-LINE.

      *Read the rebuilt history back for its count and balances.
           313-PROVE-HISTORY-FILE.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT NEW-HISTORY-FILE.
           READ NEW-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           PERFORM 314-ADD-NEW-HISTORY-RECORD UNTIL EOF-FLG = "Y".
           CLOSE NEW-HISTORY-FILE.

      *Add one rebuilt history record to the proof.
           314-ADD-NEW-HISTORY-RECORD.
           ADD 1 TO AFTER-COUNT.
           ADD NHS-TUITION-OWED TO AFTER-AMOUNT-1.
           READ NEW-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Steps 5 and 6: unload and reload the installment schedule.
           315-CONVERT-PLAN-FILE.
           MOVE "../PAYPLAN.DAT" TO LIVE-NAME-WS.
           MOVE "../PAYPLAN.BKP" TO BACKUP-NAME-WS.
           IF LAST-STEP-WS < 5 AND CONVERSION-OK
               PERFORM 316-UNLOAD-PLAN-FILE
               MOVE 5 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 6 AND CONVERSION-OK
               PERFORM 318-RELOAD-PLAN-FILE
               MOVE 6 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Copy the installment schedule as it stands to its .BKP file.
           316-UNLOAD-PLAN-FILE.
           MOVE BACKUP-NAME-WS TO TARGET-NAME-WS.
           MOVE ZERO TO UNLOAD-COUNT.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT OLD-PLAN-FILE.
           IF PLAN-STATUS-FIELD = "35"
               DISPLAY "NOT ON FILE, NOTHING TO UNLOAD: " LIVE-NAME-WS
           ELSE
               IF PLAN-STATUS-FIELD NOT = "00"
                   DISPLAY "CANNOT OPEN " LIVE-NAME-WS
                       ", FILE-STATUS IS " PLAN-STATUS-FIELD
                   MOVE "N" TO CONVERSION-OK-FLAG
               ELSE
                   OPEN OUTPUT TARGET-TEXT-FILE
                   READ OLD-PLAN-FILE NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLG
                   END-READ
                   PERFORM 317-COPY-PLAN-RECORD
                       UNTIL EOF-FLG = "Y"
                   CLOSE OLD-PLAN-FILE, TARGET-TEXT-FILE
                   DISPLAY "UNLOADED " LIVE-NAME-WS " RECORDS: "
                       UNLOAD-COUNT
               END-IF
           END-IF.

      *Write one installment to the copy and read the next.
           317-COPY-PLAN-RECORD.
           MOVE OLD-PLAN-RECORD TO TARGET-TEXT-RECORD.
           WRITE TARGET-TEXT-RECORD.
           ADD 1 TO UNLOAD-COUNT.
           READ OLD-PLAN-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Rebuild the installment schedule in the new layout from its
      *copy and prove it.
           318-RELOAD-PLAN-FILE.
           MOVE BACKUP-NAME-WS TO SOURCE-NAME-WS.
           OPEN INPUT SOURCE-TEXT-FILE.
           IF SOURCE-STATUS-FIELD NOT = "00"
               DISPLAY "NO COPY OF " LIVE-NAME-WS
                   ", NOTHING TO RELOAD"
           ELSE
               PERFORM 340-CLEAR-PROOF-TOTALS
               OPEN OUTPUT NEW-PLAN-FILE
               PERFORM 339-READ-SOURCE-LINE
               PERFORM 319-CONVERT-PLAN-RECORD
                   UNTIL EOF-FLG = "Y"
               CLOSE SOURCE-TEXT-FILE, NEW-PLAN-FILE
               PERFORM 320-PROVE-PLAN-FILE
               PERFORM 341-COMPARE-PROOF-TOTALS
           END-IF.

      *Widen one installment's amounts due and paid and write it.
           319-CONVERT-PLAN-RECORD.
           ADD 1 TO BEFORE-COUNT.
           ADD OPI-AMOUNT-DUE TO BEFORE-AMOUNT-1.
           ADD OPI-AMOUNT-PAID TO BEFORE-AMOUNT-2.
           MOVE OPI-RECORD-KEY TO NPL-RECORD-KEY.
           MOVE OPI-DUE-DATE TO NPL-DUE-DATE.
           MOVE OPI-AMOUNT-DUE TO NPL-AMOUNT-DUE.
           MOVE OPI-AMOUNT-PAID TO NPL-AMOUNT-PAID.
           MOVE OPI-STATUS TO NPL-STATUS.
           WRITE NEW-PLAN-RECORD
               INVALID KEY
                   DISPLAY "PLAN WRITE FAILED, FILE-STATUS IS "
                       PLAN-STATUS-FIELD " KEY " OPI-RECORD-KEY
                   ADD 1 TO WRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
           END-WRITE.
           PERFORM 339-READ-SOURCE-LINE.

      *Read the rebuilt schedule back for its count and amounts.
           320-PROVE-PLAN-FILE.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT NEW-PLAN-FILE.
           READ NEW-PLAN-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           PERFORM 321-ADD-NEW-PLAN-RECORD UNTIL EOF-FLG = "Y".
           CLOSE NEW-PLAN-FILE.

      *Add one rebuilt installment to the proof.
           321-ADD-NEW-PLAN-RECORD.
           ADD 1 TO AFTER-COUNT.
           ADD NPL-AMOUNT-DUE TO AFTER-AMOUNT-1.
           ADD NPL-AMOUNT-PAID TO AFTER-AMOUNT-2.
           READ NEW-PLAN-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Steps 7 and 8: unload and reload the dunning history. It
      *carries no money, but gains the agency placement date.
           322-CONVERT-NOTICE-FILE.
           MOVE "../NOTICHST.DAT" TO LIVE-NAME-WS.
           MOVE "../NOTICHST.BKP" TO BACKUP-NAME-WS.
           IF LAST-STEP-WS < 7 AND CONVERSION-OK
               PERFORM 323-UNLOAD-NOTICE-FILE
               MOVE 7 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 8 AND CONVERSION-OK
               PERFORM 325-RELOAD-NOTICE-FILE
               MOVE 8 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Copy the dunning history as it stands to its .BKP file.
           323-UNLOAD-NOTICE-FILE.
           MOVE BACKUP-NAME-WS TO TARGET-NAME-WS.
           MOVE ZERO TO UNLOAD-COUNT.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT OLD-NOTICE-FILE.
           IF NOTICE-STATUS-FIELD = "35"
               DISPLAY "NOT ON FILE, NOTHING TO UNLOAD: " LIVE-NAME-WS
           ELSE
               IF NOTICE-STATUS-FIELD NOT = "00"
                   DISPLAY "CANNOT OPEN " LIVE-NAME-WS
                       ", FILE-STATUS IS " NOTICE-STATUS-FIELD
                   MOVE "N" TO CONVERSION-OK-FLAG
               ELSE
                   OPEN OUTPUT TARGET-TEXT-FILE
                   READ OLD-NOTICE-FILE NEXT RECORD
                       AT END MOVE "Y" TO EOF-FLG
                   END-READ
                   PERFORM 324-COPY-NOTICE-RECORD
                       UNTIL EOF-FLG = "Y"
                   CLOSE OLD-NOTICE-FILE, TARGET-TEXT-FILE
                   DISPLAY "UNLOADED " LIVE-NAME-WS " RECORDS: "
                       UNLOAD-COUNT
               END-IF
           END-IF.

      *Write one notice record to the copy and read the next.
           324-COPY-NOTICE-RECORD.
           MOVE OLD-NOTICE-RECORD TO TARGET-TEXT-RECORD.
           WRITE TARGET-TEXT-RECORD.
           ADD 1 TO UNLOAD-COUNT.
           READ OLD-NOTICE-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Rebuild the dunning history in the new layout from its copy
      *and prove it. With no money on the file the proof is the
      *record count alone.
           325-RELOAD-NOTICE-FILE.
           MOVE BACKUP-NAME-WS TO SOURCE-NAME-WS.
           OPEN INPUT SOURCE-TEXT-FILE.
           IF SOURCE-STATUS-FIELD NOT = "00"
               DISPLAY "NO COPY OF " LIVE-NAME-WS
                   ", NOTHING TO RELOAD"
           ELSE
               PERFORM 340-CLEAR-PROOF-TOTALS
               OPEN OUTPUT NEW-NOTICE-FILE
               PERFORM 339-READ-SOURCE-LINE
               PERFORM 326-CONVERT-NOTICE-RECORD
                   UNTIL EOF-FLG = "Y"
               CLOSE SOURCE-TEXT-FILE, NEW-NOTICE-FILE
               PERFORM 327-PROVE-NOTICE-FILE
               PERFORM 341-COMPARE-PROOF-TOTALS
           END-IF.

      *Carry one notice record across with no placement date yet
      *and write it.
           326-CONVERT-NOTICE-RECORD.
           ADD 1 TO BEFORE-COUNT.
           MOVE ONI-STUDENT-NUMBER TO NNT-STUDENT-NUMBER.
           MOVE ONI-LAST-LEVEL TO NNT-LAST-LEVEL.
           MOVE ONI-LAST-SENT-DATE TO NNT-LAST-SENT-DATE.
           MOVE ZERO TO NNT-PLACED-DATE.
           WRITE NEW-NOTICE-RECORD
               INVALID KEY
                   DISPLAY "NOTICE WRITE FAILED, FILE-STATUS IS "
                       NOTICE-STATUS-FIELD " STUDENT "
                       ONI-STUDENT-NUMBER
                   ADD 1 TO WRITE-FAILED-COUNT
               NOT INVALID KEY
                   ADD 1 TO RECORDS-WRITTEN
           END-WRITE.
           PERFORM 339-READ-SOURCE-LINE.

      *Read the rebuilt dunning history back for its count.
           327-PROVE-NOTICE-FILE.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT NEW-NOTICE-FILE.
           READ NEW-NOTICE-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.
           PERFORM 328-ADD-NEW-NOTICE-RECORD UNTIL EOF-FLG = "Y".
           CLOSE NEW-NOTICE-FILE.

      *Add one rebuilt notice record to the proof.
           328-ADD-NEW-NOTICE-RECORD.
           ADD 1 TO AFTER-COUNT.
           READ NEW-NOTICE-FILE NEXT RECORD
               AT END MOVE "Y" TO EOF-FLG.

      *Steps 9 and 10: unload and reformat the live audit log.
           329-CONVERT-AUDIT-LOG.
           MOVE "../AUDITLOG.TXT" TO LIVE-NAME-WS.
           MOVE "../AUDITLOG.BKP" TO BACKUP-NAME-WS.
           MOVE "A" TO FILE-KIND-WS.
           IF LAST-STEP-WS < 9 AND CONVERSION-OK
               PERFORM 337-UNLOAD-TEXT-FILE
               MOVE 9 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 10 AND CONVERSION-OK
               PERFORM 342-CONVERT-TEXT-FILE
               MOVE 10 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Steps 11 and 12: unload every monthly archive from the first
      *month given through this month, then reformat each one. A
      *month that was never cut over is passed by.
           330-CONVERT-ARCHIVE-LOGS.
           MOVE "A" TO FILE-KIND-WS.
           IF FIRST-MONTH-NUM = ZERO
               IF LAST-STEP-WS < 12 AND CONVERSION-OK
                   DISPLAY "NO ARCHIVED AUDIT-LOG MONTHS TO CONVERT"
               END-IF
           ELSE
               IF LAST-STEP-WS < 11 AND CONVERSION-OK
                   MOVE FIRST-MONTH-NUM TO ARCHIVE-CURSOR-WS
                   PERFORM 331-UNLOAD-ONE-ARCHIVE
                       UNTIL ARCHIVE-CURSOR-WS > RUN-MONTH-WS
                           OR NOT CONVERSION-OK
               END-IF
               IF LAST-STEP-WS < 12 AND CONVERSION-OK
                   MOVE FIRST-MONTH-NUM TO ARCHIVE-CURSOR-WS
                   PERFORM 332-CONVERT-ONE-ARCHIVE
                       UNTIL ARCHIVE-CURSOR-WS > RUN-MONTH-WS
                           OR NOT CONVERSION-OK
               END-IF
           END-IF.
           IF LAST-STEP-WS < 11 AND CONVERSION-OK
               MOVE 11 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 12 AND CONVERSION-OK
               MOVE 12 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Copy one month's archive to its .BKP file, if that month was
      *ever cut over, and move on to the next month.
           331-UNLOAD-ONE-ARCHIVE.
           PERFORM 333-SET-ARCHIVE-NAMES.
           PERFORM 337-UNLOAD-TEXT-FILE.
           PERFORM 334-NEXT-ARCHIVE-MONTH.

      *Reformat one month's archive from its copy and move on.
           332-CONVERT-ONE-ARCHIVE.
           PERFORM 333-SET-ARCHIVE-NAMES.
           PERFORM 342-CONVERT-TEXT-FILE.
           PERFORM 334-NEXT-ARCHIVE-MONTH.

      *Name the archive for the month in hand and its copy.
           333-SET-ARCHIVE-NAMES.
           MOVE "../AUDLOG000000.TXT " TO ARCHIVE-NAME-WS.
           MOVE ARCHIVE-CURSOR-WS TO ARCHIVE-MONTH-PART.
           MOVE ARCHIVE-NAME-WS TO LIVE-NAME-WS.
           MOVE "../AUDLOG000000.BKP " TO ARCHIVE-NAME-WS.
           MOVE ARCHIVE-CURSOR-WS TO ARCHIVE-MONTH-PART.
           MOVE ARCHIVE-NAME-WS TO BACKUP-NAME-WS.

      *Step the archive month on by one.
           334-NEXT-ARCHIVE-MONTH.
           IF CURSOR-MM-WS = 12
               MOVE 1 TO CURSOR-MM-WS
               ADD 1 TO CURSOR-YEAR-WS
           ELSE
               ADD 1 TO CURSOR-MM-WS
           END-IF.

      *Steps 13 and 14: unload and reformat the issued-check
      *register.
           335-CONVERT-CHECK-REGISTER.
           MOVE "../CHKREGST.TXT" TO LIVE-NAME-WS.
           MOVE "../CHKREGST.BKP" TO BACKUP-NAME-WS.
           MOVE "C" TO FILE-KIND-WS.
           IF LAST-STEP-WS < 13 AND CONVERSION-OK
               PERFORM 337-UNLOAD-TEXT-FILE
               MOVE 13 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 14 AND CONVERSION-OK
               PERFORM 342-CONVERT-TEXT-FILE
               MOVE 14 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Steps 15 and 16: unload and reformat the before-image
      *journal, so a batch posted before the conversion can still
      *be backed out after it.
           336-CONVERT-JOURNAL.
           MOVE "../BIJOURNL.TXT" TO LIVE-NAME-WS.
           MOVE "../BIJOURNL.BKP" TO BACKUP-NAME-WS.
           MOVE "J" TO FILE-KIND-WS.
           IF LAST-STEP-WS < 15 AND CONVERSION-OK
               PERFORM 337-UNLOAD-TEXT-FILE
               MOVE 15 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.
           IF LAST-STEP-WS < 16 AND CONVERSION-OK
               PERFORM 342-CONVERT-TEXT-FILE
               MOVE 16 TO STEP-NUMBER-WS
               PERFORM 211-COMPLETE-STEP
           END-IF.

      *Copy a line file as it stands to its .BKP file. A file that
      *is not there is passed by.
           337-UNLOAD-TEXT-FILE.
           MOVE LIVE-NAME-WS TO SOURCE-NAME-WS.
           MOVE BACKUP-NAME-WS TO TARGET-NAME-WS.
           MOVE ZERO TO UNLOAD-COUNT.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT SOURCE-TEXT-FILE.
           IF SOURCE-STATUS-FIELD NOT = "00"
               DISPLAY "NOT ON FILE, NOTHING TO UNLOAD: " LIVE-NAME-WS
           ELSE
               OPEN OUTPUT TARGET-TEXT-FILE
               PERFORM 339-READ-SOURCE-LINE
               PERFORM 338-COPY-TEXT-LINE UNTIL EOF-FLG = "Y"
               CLOSE SOURCE-TEXT-FILE, TARGET-TEXT-FILE
               DISPLAY "UNLOADED " LIVE-NAME-WS " LINES: "
                   UNLOAD-COUNT
           END-IF.

      *Write one line to the copy as it was read.
           338-COPY-TEXT-LINE.
           MOVE SOURCE-TEXT-RECORD TO TARGET-TEXT-RECORD.
           WRITE TARGET-TEXT-RECORD.
           ADD 1 TO UNLOAD-COUNT.
           PERFORM 339-READ-SOURCE-LINE.

      *Read the next line of whichever line file is open for input.
           339-READ-SOURCE-LINE.
           READ SOURCE-TEXT-FILE
               AT END MOVE "Y" TO EOF-FLG.

      *Zero the proof totals for the next file.
           340-CLEAR-PROOF-TOTALS.
           MOVE "N" TO EOF-FLG.
           MOVE ZERO TO BEFORE-COUNT, BEFORE-AMOUNT-1,
               BEFORE-AMOUNT-2, BEFORE-AMOUNT-3, AFTER-COUNT,
               AFTER-AMOUNT-1, AFTER-AMOUNT-2, AFTER-AMOUNT-3,
               RECORDS-WRITTEN, WRITE-FAILED-COUNT.

      *Show the file's proof. A count or total that differs, or a
      *record that would not write, stops the run; the .BKP copy
      *is left in place, and a rerun reloads the file from it.
           341-COMPARE-PROOF-TOTALS.
           DISPLAY "PROOF FOR " LIVE-NAME-WS.
           MOVE BEFORE-COUNT TO COUNT-DISPLAY.
           DISPLAY "  RECORDS BEFORE    : " COUNT-DISPLAY.
           MOVE AFTER-COUNT TO COUNT-DISPLAY.
           DISPLAY "  RECORDS AFTER     : " COUNT-DISPLAY.
           MOVE BEFORE-AMOUNT-1 TO AMOUNT-DISPLAY.
           DISPLAY "  DOLLARS BEFORE    : " AMOUNT-DISPLAY.
           MOVE AFTER-AMOUNT-1 TO AMOUNT-DISPLAY.
           DISPLAY "  DOLLARS AFTER     : " AMOUNT-DISPLAY.
           IF BEFORE-AMOUNT-2 NOT = ZERO OR AFTER-AMOUNT-2 NOT = ZERO
               MOVE BEFORE-AMOUNT-2 TO AMOUNT-DISPLAY
               DISPLAY "  SECOND BEFORE     : " AMOUNT-DISPLAY
               MOVE AFTER-AMOUNT-2 TO AMOUNT-DISPLAY
               DISPLAY "  SECOND AFTER      : " AMOUNT-DISPLAY
           END-IF.
           IF BEFORE-AMOUNT-3 NOT = ZERO OR AFTER-AMOUNT-3 NOT = ZERO
               MOVE BEFORE-AMOUNT-3 TO AMOUNT-DISPLAY
               DISPLAY "  THIRD BEFORE      : " AMOUNT-DISPLAY
               MOVE AFTER-AMOUNT-3 TO AMOUNT-DISPLAY
               DISPLAY "  THIRD AFTER       : " AMOUNT-DISPLAY
           END-IF.
           IF BEFORE-COUNT = AFTER-COUNT
               AND BEFORE-AMOUNT-1 = AFTER-AMOUNT-1
               AND BEFORE-AMOUNT-2 = AFTER-AMOUNT-2
               AND BEFORE-AMOUNT-3 = AFTER-AMOUNT-3
               AND WRITE-FAILED-COUNT = ZERO
               DISPLAY "  PROVED"
               ADD 1 TO FILES-PROVED-COUNT
           ELSE
               DISPLAY "  OUT OF BALANCE - RUN STOPPED, COPY KEPT IN "
                   BACKUP-NAME-WS
               MOVE "N" TO CONVERSION-OK-FLAG
           END-IF.

      *Rewrite a line file in the new layout from its copy and
      *prove it. With no copy there was no file to convert.
           342-CONVERT-TEXT-FILE.
           MOVE BACKUP-NAME-WS TO SOURCE-NAME-WS.
           OPEN INPUT SOURCE-TEXT-FILE.
           IF SOURCE-STATUS-FIELD NOT = "00"
               DISPLAY "NO COPY OF " LIVE-NAME-WS
                   ", NOTHING TO RELOAD"
           ELSE
               PERFORM 340-CLEAR-PROOF-TOTALS
               MOVE LIVE-NAME-WS TO TARGET-NAME-WS
               OPEN OUTPUT TARGET-TEXT-FILE
               PERFORM 339-READ-SOURCE-LINE
               PERFORM 343-CONVERT-TEXT-LINE UNTIL EOF-FLG = "Y"
               CLOSE SOURCE-TEXT-FILE, TARGET-TEXT-FILE
               MOVE LIVE-NAME-WS TO SOURCE-NAME-WS
               MOVE "N" TO EOF-FLG
               OPEN INPUT SOURCE-TEXT-FILE
               PERFORM 339-READ-SOURCE-LINE
               PERFORM 347-ADD-NEW-TEXT-LINE UNTIL EOF-FLG = "Y"
               CLOSE SOURCE-TEXT-FILE
               PERFORM 341-COMPARE-PROOF-TOTALS
           END-IF.

      *Widen one line in the layout its file carries, write it and
      *read the next.
           343-CONVERT-TEXT-LINE.
           ADD 1 TO BEFORE-COUNT.
           IF AUDIT-LOG-KIND
               PERFORM 344-CONVERT-AUDIT-LINE
           ELSE
               IF CHECK-REGISTER-KIND
                   PERFORM 345-CONVERT-CHECK-LINE
               ELSE
                   PERFORM 346-CONVERT-JOURNAL-LINE
               END-IF
           END-IF.
           WRITE TARGET-TEXT-RECORD.
           ADD 1 TO RECORDS-WRITTEN.
           PERFORM 339-READ-SOURCE-LINE.

      *Widen the three amounts on an audit-log line. A line from
      *before the fiscal period was carried is given period zero.
           344-CONVERT-AUDIT-LINE.
           ADD OAI-OLD-BALANCE TO BEFORE-AMOUNT-1.
           ADD OAI-PAYMENT-AMOUNT TO BEFORE-AMOUNT-2.
           ADD OAI-NEW-BALANCE TO BEFORE-AMOUNT-3.
           MOVE OAI-STUDENT-NUMBER TO NAL-STUDENT-NUMBER.
           MOVE OAI-OLD-BALANCE TO NAL-OLD-BALANCE.
           MOVE OAI-PAYMENT-AMOUNT TO NAL-PAYMENT-AMOUNT.
           MOVE OAI-NEW-BALANCE TO NAL-NEW-BALANCE.
           MOVE OAI-TIMESTAMP TO NAL-TIMESTAMP.
           MOVE OAI-OPERATOR-ID TO NAL-OPERATOR-ID.
           MOVE OAI-TRANS-TYPE TO NAL-TRANS-TYPE.
           IF OAI-FISCAL-PERIOD IS NUMERIC
               MOVE OAI-FISCAL-PERIOD TO NAL-FISCAL-PERIOD
           ELSE
               MOVE ZERO TO NAL-FISCAL-PERIOD
           END-IF.
           MOVE NEW-AUDIT-LINE TO TARGET-TEXT-RECORD.

      *Widen the amount on an issued-check register line.
           345-CONVERT-CHECK-LINE.
           ADD OCI-CHECK-AMOUNT TO BEFORE-AMOUNT-1.
           MOVE OCI-CHECK-HEAD TO NCL-CHECK-HEAD.
           MOVE OCI-CHECK-AMOUNT TO NCL-CHECK-AMOUNT.
           MOVE OCI-CHECK-TAIL TO NCL-CHECK-TAIL.
           MOVE NEW-CHECK-LINE TO TARGET-TEXT-RECORD.

      *Widen the balance in the master image on a journal line.
           346-CONVERT-JOURNAL-LINE.
           ADD OJI-TUITION-OWED TO BEFORE-AMOUNT-1.
           MOVE OJI-BATCH-HEAD TO NJL-BATCH-HEAD.
           MOVE OJI-STUDENT-NUMBER TO NJL-STUDENT-NUMBER.
           MOVE OJI-TUITION-OWED TO NJL-TUITION-OWED.
           MOVE OJI-STUDENT-REST TO NJL-STUDENT-REST.
           MOVE NEW-JOURNAL-LINE TO TARGET-TEXT-RECORD.

      *Add one reformatted line to the proof.
           347-ADD-NEW-TEXT-LINE.
           ADD 1 TO AFTER-COUNT.
           IF AUDIT-LOG-KIND
               ADD NAI-OLD-BALANCE TO AFTER-AMOUNT-1
               ADD NAI-PAYMENT-AMOUNT TO AFTER-AMOUNT-2
               ADD NAI-NEW-BALANCE TO AFTER-AMOUNT-3
           ELSE
               IF CHECK-REGISTER-KIND
                   ADD NCI-CHECK-AMOUNT TO AFTER-AMOUNT-1
               ELSE
                   ADD NJI-TUITION-OWED TO AFTER-AMOUNT-1
               END-IF
           END-IF.
           PERFORM 339-READ-SOURCE-LINE.

       END PROGRAM MONYCONV.
