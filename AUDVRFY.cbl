      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Audit-log seal verification. Reads every monthly
      *          AUDLOGyyyymm.TXT archive LOGCUT has cut since the
      *          log was first sealed, oldest first, then the live
      *          AUDITLOG.TXT, and follows the sequence numbers and
      *          check totals AUDSEAL stamped on each line: a number
      *          skipped, repeated or out of order, a line whose
      *          check total does not chain from the line before it,
      *          an unsealed line among sealed ones, or a log that
      *          stops short of the last number on AUDSEQ.TXT is
      *          written to AUDVRFY.TXT with the file and line it
      *          was found at. Lines written before sealing began are
      *          counted and passed over. The caller is told whether
      *          the log came through clean - NIGHTRUN will not send
      *          the GL journal to finance from a log that did not.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDVRFY.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SEQUENCE-CONTROL-FILE
           ASSIGN TO "../AUDSEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQUENCE-STATUS-FIELD.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS AUDIT-STATUS-FIELD.

           SELECT ARCHIVE-LOG-FILE
           ASSIGN TO ARCHIVE-NAME-WS
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS ARCHIVE-STATUS-FIELD.

           SELECT EXCEPTION-FILE
           ASSIGN TO "../AUDVRFY.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Single-record sequence control file AUDSEAL keeps: the last
      *sequence number stamped, its check total, and the month the
      *first line was sealed in.
       FD SEQUENCE-CONTROL-FILE.
       01 SEQUENCE-CONTROL-RECORD.
           05 ASQ-LAST-SEQUENCE  PIC 9(9).
           05 FILLER             PIC X(1).
           05 ASQ-LAST-CHECK     PIC 9(9).
           05 FILLER             PIC X(1).
           05 ASQ-FIRST-MONTH    PIC 9(6).

      *The live audit trail, one 98-byte line per transaction. A
      *line written before sealing began is 78 bytes and reads back
      *with blanks where the sequence number and check total go.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *One monthly archive LOGCUT cut, same 98-byte line layout,
      *opened by name from ARCHIVE-NAME-WS; a month that was never
      *cut is simply skipped.
       FD ARCHIVE-LOG-FILE.
       01 ARCHIVE-LOG-RECORD PIC X(98).

      *Verification exceptions report.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
      *The line in hand, from the live log or an archive, laid out
      *for AUDSEAL the way every poster builds it.
       01 AUDIT-LOG-LINE.
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
               10 AUD-TS-DATE     PIC 9(8).
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

      *Seal handshake with AUDSEAL: the prior line's check total
      *goes in, the total the line in hand should carry comes back.
       01 SEAL-FIELDS.
           05 SEAL-REQUEST-WS PIC X(5) VALUE "CHECK".
           05 SEAL-CHAIN-WS   PIC 9(9).

      *Name of the archive being read, built from the month (for
      *example ../AUDLOG202609.TXT).
       01 ARCHIVE-NAME-WS PIC X(20).
       01 ARCHIVE-NAME-PARTS REDEFINES ARCHIVE-NAME-WS.
           05 FILLER              PIC X(9).
           05 ARCHIVE-MONTH-PART  PIC 9(6).
           05 FILLER              PIC X(5).

      *How an archive is named on the exceptions report.
       01 ARCHIVE-LABEL-WS.
           05 FILLER              PIC X(6) VALUE "AUDLOG".
           05 ARCHIVE-LABEL-MONTH PIC 9(6).
           05 FILLER              PIC X(2) VALUE SPACES.

      *Archive month being read, stepped a month at a time from the
      *month before sealing began through the current month.
       01 ARCHIVE-MONTH-WS PIC 9(6).
       01 ARCHIVE-MONTH-PARTS REDEFINES ARCHIVE-MONTH-WS.
           05 ARCHIVE-YYYY-WS     PIC 9(4).
           05 ARCHIVE-MM-WS       PIC 9(2).

       01 RUN-DATE-WS PIC 9(8).
       01 RUN-DATE-PARTS REDEFINES RUN-DATE-WS.
           05 RUN-MONTH-WS        PIC 9(6).
           05 FILLER              PIC 9(2).

      *Where the walk stands: the file and line being read, the
      *highest sequence number seen and the check total the next
      *line must chain from.
       01 VERIFY-FIELDS.
           05 FILE-LABEL-WS       PIC X(14).
           05 FILE-LINE-WS        PIC 9(7).
           05 HIGH-SEQUENCE-WS    PIC 9(9).
           05 NEXT-SEQUENCE-WS    PIC 9(9).
           05 CHAIN-CHECK-WS      PIC 9(9).
           05 CONTROL-SEQUENCE-WS PIC 9(9).
           05 CONTROL-CHECK-WS    PIC 9(9).
           05 FIRST-MONTH-WS      PIC 9(6).
           05 SEALING-FLAG        PIC X(1).
               88 SEALING-STARTED    VALUE "Y".
           05 CONTROL-FILE-FLAG   PIC X(1).
               88 CONTROL-FILE-FOUND VALUE "Y".

       01 CONTROL-FIELDS.
           05 EOF-FLG              PIC X(1) VALUE "N".
           05 SEQUENCE-STATUS-FIELD PIC X(2).
           05 AUDIT-STATUS-FIELD   PIC X(2).
           05 ARCHIVE-STATUS-FIELD PIC X(2).

       01 NUMBER-EDIT-WS PIC Z(8)9.

      *One exceptions line: problem code, file and line, the
      *sequence number or check total expected against the one
      *found, and what it means.
       01 EXCEPTION-LINE.
           05 EXC-PROBLEM-CODE   PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-FILE-NAME      PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-LINE-NUMBER    PIC ZZZZZZ9.
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-EXPECTED       PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-FOUND          PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-MEANING        PIC X(26).

       01 HEADING-LINE-1.
           05 FILLER PIC X(38)
                   VALUE "AUDIT-LOG SEQUENCE AND SEAL EXCEPTIONS".
           05 FILLER PIC X(42) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(24) VALUE "CODE     FILE           ".
           05 FILLER PIC X(8)  VALUE "   LINE ".
           05 FILLER PIC X(11) VALUE "EXPECTED   ".
           05 FILLER PIC X(11) VALUE "FOUND      ".
           05 FILLER PIC X(26) VALUE "MEANING".

       01 TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "LINES READ:       ".
           05 TTL-LINES-READ PIC ZZZZZZ9.
           05 FILLER PIC X(18) VALUE "  PROBLEMS FOUND: ".
           05 TTL-PROBLEM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(32) VALUE SPACES.

       01 RUN-TOTALS.
           05 LINES-READ-COUNT     PIC 9(7) VALUE ZERO.
           05 SEALED-LINES-COUNT   PIC 9(7) VALUE ZERO.
           05 PRESEAL-LINES-COUNT  PIC 9(7) VALUE ZERO.
           05 ARCHIVES-READ-COUNT  PIC 9(4) VALUE ZERO.
           05 PROBLEM-COUNT        PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
      *Y when every sealed line is present, in order and chained.
       01 VERIFY-RESULT PIC X(1).

       PROCEDURE DIVISION USING VERIFY-RESULT.
      *Main procedure for the seal verification: the archives in
      *month order, then the live log, then the end of the chain
      *against the control file.
       100-VERIFY-AUDIT-LOG.
           PERFORM 201-INITIALIZE-VERIFY.
           IF CONTROL-FILE-FOUND
               PERFORM 301-VERIFY-ONE-ARCHIVE
                   UNTIL ARCHIVE-MONTH-WS > RUN-MONTH-WS
           END-IF.
           PERFORM 202-VERIFY-LIVE-LOG.
           PERFORM 203-CHECK-END-OF-CHAIN.
           PERFORM 204-TERMINATE-VERIFY.
           GOBACK.

      *Clear the counters left from any earlier call, read the
      *control file, open the report and write its headings. The
      *archive walk starts a month ahead of the first sealed month,
      *in case that month's first lines went into the archive cut
      *just after sealing began.
           201-INITIALIZE-VERIFY.
           MOVE ZERO TO LINES-READ-COUNT, SEALED-LINES-COUNT,
               PRESEAL-LINES-COUNT, ARCHIVES-READ-COUNT,
               PROBLEM-COUNT.
           MOVE ZERO TO HIGH-SEQUENCE-WS, CHAIN-CHECK-WS.
           MOVE "N" TO SEALING-FLAG.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           PERFORM 305-READ-SEQUENCE-CONTROL.
           IF CONTROL-FILE-FOUND
               IF FIRST-MONTH-WS IS NOT NUMERIC
                   OR FIRST-MONTH-WS = ZERO
                   MOVE RUN-MONTH-WS TO FIRST-MONTH-WS
               END-IF
               MOVE FIRST-MONTH-WS TO ARCHIVE-MONTH-WS
               IF ARCHIVE-MM-WS = 1
                   MOVE 12 TO ARCHIVE-MM-WS
                   SUBTRACT 1 FROM ARCHIVE-YYYY-WS
               ELSE
                   SUBTRACT 1 FROM ARCHIVE-MM-WS
               END-IF
           END-IF.
           OPEN OUTPUT EXCEPTION-FILE.
           MOVE HEADING-LINE-1 TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE HEADING-LINE-2 TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.

      *Follow the chain on through the live log.
           202-VERIFY-LIVE-LOG.
           MOVE "AUDITLOG.TXT" TO FILE-LABEL-WS.
           MOVE ZERO TO FILE-LINE-WS.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT AUDIT-LOG-FILE.
           IF AUDIT-STATUS-FIELD = "00"
               PERFORM 303-READ-AUDIT-RECORD
               PERFORM 304-CHECK-LIVE-LINE UNTIL EOF-FLG = "Y"
               CLOSE AUDIT-LOG-FILE
           END-IF.

      *The last sealed line found must be the last one AUDSEAL
      *stamped: a log that stops short has lost lines off its end,
      *and one that runs past the control file has lines the
      *control file never stamped.
           203-CHECK-END-OF-CHAIN.
           MOVE "AUDSEQ.TXT" TO FILE-LABEL-WS.
           MOVE ZERO TO FILE-LINE-WS.
           IF CONTROL-SEQUENCE-WS > HIGH-SEQUENCE-WS
               MOVE "LOGSHORT" TO EXC-PROBLEM-CODE
               MOVE CONTROL-SEQUENCE-WS TO NUMBER-EDIT-WS
               MOVE NUMBER-EDIT-WS TO EXC-EXPECTED
               MOVE HIGH-SEQUENCE-WS TO NUMBER-EDIT-WS
               MOVE NUMBER-EDIT-WS TO EXC-FOUND
               MOVE "LINES MISSING OFF THE END" TO EXC-MEANING
               PERFORM 320-WRITE-EXCEPTION-LINE
           ELSE
               IF CONTROL-SEQUENCE-WS < HIGH-SEQUENCE-WS
                   MOVE "CTLSHORT" TO EXC-PROBLEM-CODE
                   MOVE CONTROL-SEQUENCE-WS TO NUMBER-EDIT-WS
                   MOVE NUMBER-EDIT-WS TO EXC-EXPECTED
                   MOVE HIGH-SEQUENCE-WS TO NUMBER-EDIT-WS
                   MOVE NUMBER-EDIT-WS TO EXC-FOUND
                   MOVE "LOG PAST THE CONTROL FILE" TO EXC-MEANING
                   PERFORM 320-WRITE-EXCEPTION-LINE
               ELSE
                   IF SEALING-STARTED
                       AND CONTROL-CHECK-WS NOT = CHAIN-CHECK-WS
                       MOVE "BADCHAIN" TO EXC-PROBLEM-CODE
                       MOVE CONTROL-CHECK-WS TO NUMBER-EDIT-WS
                       MOVE NUMBER-EDIT-WS TO EXC-EXPECTED
                       MOVE CHAIN-CHECK-WS TO NUMBER-EDIT-WS
                       MOVE NUMBER-EDIT-WS TO EXC-FOUND
                       MOVE "LAST LINE ALTERED" TO EXC-MEANING
                       PERFORM 320-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

      *Close the report, show the run totals and tell the caller
      *whether the log came through clean.
           204-TERMINATE-VERIFY.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE LINES-READ-COUNT TO TTL-LINES-READ.
           MOVE PROBLEM-COUNT TO TTL-PROBLEM-COUNT.
           MOVE TOTAL-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           CLOSE EXCEPTION-FILE.
           IF PROBLEM-COUNT = ZERO
               MOVE "Y" TO VERIFY-RESULT
           ELSE
               MOVE "N" TO VERIFY-RESULT
           END-IF.
           DISPLAY "AUDVRFY RUN TOTALS".
           DISPLAY "ARCHIVES READ       : " ARCHIVES-READ-COUNT.
           DISPLAY "LINES READ          : " LINES-READ-COUNT.
           DISPLAY "SEALED LINES        : " SEALED-LINES-COUNT.
           DISPLAY "LINES BEFORE SEALING: " PRESEAL-LINES-COUNT.
           DISPLAY "LAST SEQUENCE FOUND : " HIGH-SEQUENCE-WS.
           DISPLAY "LAST SEQUENCE ISSUED: " CONTROL-SEQUENCE-WS.
           DISPLAY "PROBLEMS FOUND      : " PROBLEM-COUNT.
           DISPLAY "VERIFICATION REPORT COMPLETE: ../AUDVRFY.TXT".

      *Read one monthly archive, if that month was ever cut over,
      *and step on to the next month.
           301-VERIFY-ONE-ARCHIVE.
           MOVE "../AUDLOG000000.TXT " TO ARCHIVE-NAME-WS.
           MOVE ARCHIVE-MONTH-WS TO ARCHIVE-MONTH-PART.
           MOVE "N" TO EOF-FLG.
           OPEN INPUT ARCHIVE-LOG-FILE.
           IF ARCHIVE-STATUS-FIELD = "00"
               ADD 1 TO ARCHIVES-READ-COUNT
               MOVE ARCHIVE-MONTH-WS TO ARCHIVE-LABEL-MONTH
               MOVE ARCHIVE-LABEL-WS TO FILE-LABEL-WS
               MOVE ZERO TO FILE-LINE-WS
               PERFORM 302-READ-ARCHIVE-RECORD
               PERFORM 306-CHECK-ARCHIVE-LINE UNTIL EOF-FLG = "Y"
               CLOSE ARCHIVE-LOG-FILE
           END-IF.
           IF ARCHIVE-MM-WS = 12
               MOVE 1 TO ARCHIVE-MM-WS
               ADD 1 TO ARCHIVE-YYYY-WS
           ELSE
               ADD 1 TO ARCHIVE-MM-WS
           END-IF.

      *Read the next archived line.
           302-READ-ARCHIVE-RECORD.
           READ ARCHIVE-LOG-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO LINES-READ-COUNT
               ADD 1 TO FILE-LINE-WS
           END-IF.

      *Read the next live-log line.
           303-READ-AUDIT-RECORD.
           READ AUDIT-LOG-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO LINES-READ-COUNT
               ADD 1 TO FILE-LINE-WS
           END-IF.

      *Check one live-log line and read the next.
           304-CHECK-LIVE-LINE.
           MOVE AUDIT-LOG-RECORD TO AUDIT-LOG-LINE.
           PERFORM 310-CHECK-ONE-LINE.
           PERFORM 303-READ-AUDIT-RECORD.

      *Pick up the last sequence number and check total AUDSEAL
      *stamped, and the month sealing began. No control file means
      *no line has ever been sealed, so only the live log is read.
           305-READ-SEQUENCE-CONTROL.
           MOVE ZERO TO CONTROL-SEQUENCE-WS, CONTROL-CHECK-WS,
               FIRST-MONTH-WS.
           MOVE "N" TO CONTROL-FILE-FLAG.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           IF SEQUENCE-STATUS-FIELD = "00"
               READ SEQUENCE-CONTROL-FILE
                   NOT AT END
                       MOVE ASQ-LAST-SEQUENCE TO CONTROL-SEQUENCE-WS
                       MOVE ASQ-LAST-CHECK TO CONTROL-CHECK-WS
                       MOVE ASQ-FIRST-MONTH TO FIRST-MONTH-WS
                       MOVE "Y" TO CONTROL-FILE-FLAG
               END-READ
               CLOSE SEQUENCE-CONTROL-FILE
           END-IF.

      *Check one archived line and read the next.
           306-CHECK-ARCHIVE-LINE.
           MOVE ARCHIVE-LOG-RECORD TO AUDIT-LOG-LINE.
           PERFORM 310-CHECK-ONE-LINE.
           PERFORM 302-READ-ARCHIVE-RECORD.

      *Check one line. An unsealed line is history from before
      *sealing began, until the first sealed line is met; after
      *that every line must carry the next number and a check total
      *that chains from the line before it.
           310-CHECK-ONE-LINE.
           IF AUD-SEQUENCE-NUMBER IS NUMERIC
               IF AUD-SEQUENCE-NUMBER > ZERO
                   ADD 1 TO SEALED-LINES-COUNT
                   MOVE "Y" TO SEALING-FLAG
                   PERFORM 311-CHECK-SEQUENCE-NUMBER
                   PERFORM 312-CHECK-CHAIN-TOTAL
               ELSE
                   PERFORM 313-CHECK-UNSEALED-LINE
               END-IF
           ELSE
               PERFORM 313-CHECK-UNSEALED-LINE
           END-IF.

      *The number must be one past the highest seen so far. Beyond
      *it, the numbers between were lost; equal to it, the line is
      *repeated; below it, the line is out of place.
           311-CHECK-SEQUENCE-NUMBER.
           COMPUTE NEXT-SEQUENCE-WS = HIGH-SEQUENCE-WS + 1.
           IF AUD-SEQUENCE-NUMBER NOT = NEXT-SEQUENCE-WS
               MOVE NEXT-SEQUENCE-WS TO NUMBER-EDIT-WS
               MOVE NUMBER-EDIT-WS TO EXC-EXPECTED
               MOVE AUD-SEQUENCE-NUMBER TO NUMBER-EDIT-WS
               MOVE NUMBER-EDIT-WS TO EXC-FOUND
               IF AUD-SEQUENCE-NUMBER > NEXT-SEQUENCE-WS
                   MOVE "GAP" TO EXC-PROBLEM-CODE
                   MOVE "LINES MISSING BEFORE THIS" TO EXC-MEANING
               ELSE
                   IF AUD-SEQUENCE-NUMBER = HIGH-SEQUENCE-WS
                       MOVE "DUPLICAT" TO EXC-PROBLEM-CODE
                       MOVE "NUMBER REPEATED" TO EXC-MEANING
                   ELSE
                       MOVE "OUTORDER" TO EXC-PROBLEM-CODE
                       MOVE "NUMBER BELOW ONE SEEN" TO EXC-MEANING
                   END-IF
               END-IF
               PERFORM 320-WRITE-EXCEPTION-LINE
           END-IF.
           IF AUD-SEQUENCE-NUMBER > HIGH-SEQUENCE-WS
               MOVE AUD-SEQUENCE-NUMBER TO HIGH-SEQUENCE-WS
           END-IF.

      *Have AUDSEAL work out the total the line should carry from
      *the line before it. The chain carries on from the total the
      *line actually holds, so one altered line is reported once
      *rather than on every line after it.
           312-CHECK-CHAIN-TOTAL.
           MOVE CHAIN-CHECK-WS TO SEAL-CHAIN-WS.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           IF AUD-CHECK-TOTAL IS NOT NUMERIC
               OR AUD-CHECK-TOTAL NOT = SEAL-CHAIN-WS
               MOVE "BADCHAIN" TO EXC-PROBLEM-CODE
               MOVE SEAL-CHAIN-WS TO NUMBER-EDIT-WS
               MOVE NUMBER-EDIT-WS TO EXC-EXPECTED
               IF AUD-CHECK-TOTAL IS NUMERIC
                   MOVE AUD-CHECK-TOTAL TO NUMBER-EDIT-WS
                   MOVE NUMBER-EDIT-WS TO EXC-FOUND
               ELSE
                   MOVE AUD-CHECK-TOTAL TO EXC-FOUND
               END-IF
               MOVE "ALTERED, OR LINE BEFORE IT" TO EXC-MEANING
               PERFORM 320-WRITE-EXCEPTION-LINE
           END-IF.
           IF AUD-CHECK-TOTAL IS NUMERIC
               MOVE AUD-CHECK-TOTAL TO CHAIN-CHECK-WS
           ELSE
               MOVE SEAL-CHAIN-WS TO CHAIN-CHECK-WS
           END-IF.

      *An unsealed line once sealing has begun was put there by
      *something other than a poster.
           313-CHECK-UNSEALED-LINE.
           IF SEALING-STARTED
               MOVE "UNSEALED" TO EXC-PROBLEM-CODE
               MOVE "SEALED" TO EXC-EXPECTED
               MOVE "UNSEALED" TO EXC-FOUND
               MOVE "LINE ADDED OUTSIDE POSTING" TO EXC-MEANING
               PERFORM 320-WRITE-EXCEPTION-LINE
           ELSE
               ADD 1 TO PRESEAL-LINES-COUNT
           END-IF.

      *Write one exceptions line for the file and line in hand and
      *count it.
           320-WRITE-EXCEPTION-LINE.
           MOVE FILE-LABEL-WS TO EXC-FILE-NAME.
           MOVE FILE-LINE-WS TO EXC-LINE-NUMBER.
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO PROBLEM-COUNT.

       END PROGRAM AUDVRFY.
