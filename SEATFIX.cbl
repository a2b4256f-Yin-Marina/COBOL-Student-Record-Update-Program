      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Operator run of the integrity sweep in correction
      *          mode. Runs INTEGCHK with C inside the posting window,
      *          so every seat count on COURSEMST.DAT that does not
      *          match the students actually holding the course is
      *          reset to the true figure, and the full exceptions
      *          report is written to INTEGEXC.TXT as usual. Nothing
      *          other than the seat counts is changed; the rest of
      *          the report is left for the office to work by hand.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SEATFIX.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 CONFIRM-REPLY    PIC X(1).
           05 SWEEP-MODE-WS    PIC X(1) VALUE "C".

      *Posting-window handshake with POSTGATE. ADDDROP moves the
      *seat counts, so none of it may run while they are reset.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "SEATFIX ".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

       PROCEDURE DIVISION.
      *Main procedure for the seat-count correction run.
       100-CORRECT-SEAT-COUNTS.
           DISPLAY "RESET EVERY WRONG SEAT COUNT ON COURSEMST (Y/N)? ".
           ACCEPT CONFIRM-REPLY.
           IF CONFIRM-REPLY = "Y" OR CONFIRM-REPLY = "y"
               PERFORM 204-ACQUIRE-POSTING-GATE
               IF POSTING-GATE-HELD
                   CALL "INTEGCHK" USING SWEEP-MODE-WS
                   PERFORM 205-RELEASE-POSTING-GATE
               ELSE
                   DISPLAY "SEATFIX RUN CANCELLED - POSTING WINDOW "
                       "BUSY"
               END-IF
           ELSE
               DISPLAY "SEATFIX RUN CANCELLED - NOTHING CHANGED"
           END-IF.
           STOP RUN.

      *Take the posting window before touching the seat counts.
           204-ACQUIRE-POSTING-GATE.
           MOVE "ACQUIRE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

      *Give the posting window back for the next program.
           205-RELEASE-POSTING-GATE.
           MOVE "RELEASE" TO GATE-REQUEST-WS.
           CALL "POSTGATE" USING GATE-REQUEST-WS, GATE-CALLER-WS,
               GATE-RESULT-WS.

       END PROGRAM SEATFIX.
