      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Audit-log seal. Every program that appends to
      *          AUDITLOG.TXT calls here with the finished line just
      *          before its WRITE to STAMP it: the line takes the
      *          next number in the run-wide sequence kept on
      *          AUDSEQ.TXT, the way CHKNUM.TXT keeps check numbers,
      *          and a check total chained from the line before it,
      *          worked over every byte of the line and its sequence
      *          number. A line deleted or edited afterwards leaves a
      *          gap in the numbers or a check total that no longer
      *          chains. AUDVRFY calls here to CHECK a line, handing
      *          in the check total of the line before it and
      *          getting back the total the line should carry; the
      *          control file is not touched.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. AUDSEAL.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT SEQUENCE-CONTROL-FILE
           ASSIGN TO "../AUDSEQ.TXT"
           ORGANIZATION IS LINE SEQUENTIAL
           FILE STATUS IS SEQUENCE-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.

      *Single-record sequence control file: the last sequence number
      *stamped, the check total it carried, and the month the first
      *line was sealed in.
       FD SEQUENCE-CONTROL-FILE.
       01 SEQUENCE-CONTROL-RECORD.
           05 ASQ-LAST-SEQUENCE  PIC 9(9).
           05 FILLER             PIC X(1).
           05 ASQ-LAST-CHECK     PIC 9(9).
           05 FILLER             PIC X(1).
           05 ASQ-FIRST-MONTH    PIC 9(6).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 SEQUENCE-STATUS-FIELD PIC X(2).

      *Sequence state picked up from the control file and written
      *back after the line is stamped.
       01 SEQUENCE-FIELDS.
           05 LAST-SEQUENCE-WS   PIC 9(9).
           05 PRIOR-CHECK-WS     PIC 9(9).
           05 FIRST-MONTH-WS     PIC 9(6).
           05 RUN-DATE-WS        PIC 9(8).
           05 RUN-DATE-PARTS REDEFINES RUN-DATE-WS.
               10 RUN-MONTH-WS   PIC 9(6).
               10 FILLER         PIC 9(2).

      *Check-total arithmetic. Each byte of the line is weighted by
      *its position, so two bytes swapped change the total as well
      *as one byte altered; the prior line's total is folded in
      *ahead of it, which is what chains each line to the one
      *before.
       01 CHECK-FIELDS.
           05 CHAIN-MULTIPLIER-WS PIC 9(2) VALUE 31.
           05 CHAIN-MODULUS-WS    PIC 9(9) VALUE 999999937.
           05 LINE-SUM-WS         PIC 9(9).
           05 CHAIN-WORK-WS       PIC 9(12).
           05 CHAIN-QUOTIENT-WS   PIC 9(12).
           05 NEW-CHECK-WS        PIC 9(9).
           05 CHAR-INDEX-WS       PIC 9(2).

       LINKAGE SECTION.
      *STAMP to number and seal a line for writing; CHECK to work out
      *the total an existing line should carry.
       01 SEAL-REQUEST PIC X(5).
           88 SEAL-CHECK-ONLY VALUE "CHECK".
      *On a CHECK, the prior line's check total in and the line's
      *expected total out; on a STAMP, the total given the line.
       01 SEAL-CHAIN   PIC 9(9).
      *The 98-byte audit line: the 78 bytes every poster builds,
      *then the sequence number and check total stamped here.
       01 SEAL-LINE.
           05 SEAL-LINE-BODY.
               10 SEAL-BODY-CHAR PIC X(1) OCCURS 78 TIMES.
           05 FILLER               PIC X(1).
           05 SEAL-SEQUENCE-NUMBER PIC 9(9).
           05 FILLER               PIC X(1).
           05 SEAL-CHECK-TOTAL     PIC 9(9).

       PROCEDURE DIVISION
           USING SEAL-REQUEST, SEAL-CHAIN, SEAL-LINE.

      *Main procedure: stamp a line or check one.
       100-SEAL-AUDIT-LINE.
           IF SEAL-CHECK-ONLY
               PERFORM 202-CHECK-LINE
           ELSE
               PERFORM 201-STAMP-LINE
           END-IF.
           GOBACK.

      *Give the line the next sequence number and its chained check
      *total, and carry both forward on the control file for the
      *next line, whichever program writes it.
           201-STAMP-LINE.
           PERFORM 301-READ-SEQUENCE-CONTROL.
           ADD 1 TO LAST-SEQUENCE-WS.
           MOVE LAST-SEQUENCE-WS TO SEAL-SEQUENCE-NUMBER.
           PERFORM 303-COMPUTE-CHECK-TOTAL.
           MOVE NEW-CHECK-WS TO SEAL-CHECK-TOTAL.
           MOVE NEW-CHECK-WS TO SEAL-CHAIN.
           MOVE NEW-CHECK-WS TO PRIOR-CHECK-WS.
           IF FIRST-MONTH-WS = ZERO
               ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD
               MOVE RUN-MONTH-WS TO FIRST-MONTH-WS
           END-IF.
           PERFORM 302-WRITE-SEQUENCE-CONTROL.

      *Work out the check total the line should carry, chained from
      *the prior total the caller hands in.
           202-CHECK-LINE.
           MOVE SEAL-CHAIN TO PRIOR-CHECK-WS.
           PERFORM 303-COMPUTE-CHECK-TOTAL.
           MOVE NEW-CHECK-WS TO SEAL-CHAIN.

      *Pick up the last sequence number and check total stamped by
      *any program. A missing control file just means no line has
      *ever been sealed.
           301-READ-SEQUENCE-CONTROL.
           MOVE ZERO TO LAST-SEQUENCE-WS.
           MOVE ZERO TO PRIOR-CHECK-WS.
           MOVE ZERO TO FIRST-MONTH-WS.
           OPEN INPUT SEQUENCE-CONTROL-FILE.
           IF SEQUENCE-STATUS-FIELD = "00"
               READ SEQUENCE-CONTROL-FILE
                   NOT AT END
                       MOVE ASQ-LAST-SEQUENCE TO LAST-SEQUENCE-WS
                       MOVE ASQ-LAST-CHECK TO PRIOR-CHECK-WS
                       MOVE ASQ-FIRST-MONTH TO FIRST-MONTH-WS
               END-READ
               CLOSE SEQUENCE-CONTROL-FILE
           END-IF.

      *Rewrite the one control record from scratch.
           302-WRITE-SEQUENCE-CONTROL.
           OPEN OUTPUT SEQUENCE-CONTROL-FILE.
           MOVE SPACES TO SEQUENCE-CONTROL-RECORD.
           MOVE LAST-SEQUENCE-WS TO ASQ-LAST-SEQUENCE.
           MOVE PRIOR-CHECK-WS TO ASQ-LAST-CHECK.
           MOVE FIRST-MONTH-WS TO ASQ-FIRST-MONTH.
           WRITE SEQUENCE-CONTROL-RECORD.
           CLOSE SEQUENCE-CONTROL-FILE.

      *Check total for the line: the prior total times the
      *multiplier, plus the position-weighted sum of the line's 78
      *bytes, plus its sequence number, all taken modulo a prime.
           303-COMPUTE-CHECK-TOTAL.
           MOVE ZERO TO LINE-SUM-WS.
           PERFORM 304-ADD-ONE-CHARACTER
               VARYING CHAR-INDEX-WS FROM 1 BY 1
               UNTIL CHAR-INDEX-WS > 78.
           COMPUTE CHAIN-WORK-WS =
               PRIOR-CHECK-WS * CHAIN-MULTIPLIER-WS
               + LINE-SUM-WS + SEAL-SEQUENCE-NUMBER.
           DIVIDE CHAIN-WORK-WS BY CHAIN-MODULUS-WS
               GIVING CHAIN-QUOTIENT-WS REMAINDER NEW-CHECK-WS.

      *Add one byte of the line, weighted by its position.
           304-ADD-ONE-CHARACTER.
           COMPUTE LINE-SUM-WS = LINE-SUM-WS
               + FUNCTION ORD(SEAL-BODY-CHAR(CHAR-INDEX-WS))
               * CHAR-INDEX-WS.

       END PROGRAM AUDSEAL.
