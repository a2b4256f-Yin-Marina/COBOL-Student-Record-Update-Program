      *          credit hours pulled from COURSEMST.DAT, the course
      *          average earned, the overall average from
      *          CALCULATE-AVG, and the same standing classification
      *          DEANLIST uses, followed by the student's standing
      *          history off STNDHIST.DAT term by term and the
      *          cumulative average CUMSTAND last recorded, so the
      *          records office can hand a student a transcript
      *          instead of reading the screen over the phone. A
      *          student under an active financial hold on HOLDS.DAT
      *          is refused a transcript until the hold is released.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
           RECORD KEY IS INDEXED-COURSE-CODE
           FILE STATUS IS COURSE-STATUS-FIELD.

           SELECT STANDING-HISTORY-FILE
           ASSIGN TO "../STNDHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS SHS-RECORD-KEY
           FILE STATUS IS STANDING-STATUS-FIELD.

           SELECT TRANSCRIPT-FILE
           ASSIGN TO "../TRANSCRIPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
           05 INDEXED-SEAT-CAPACITY PIC 9(3).
           05 INDEXED-ENROLLED-COUNT PIC 9(3).

      *Academic standing history CUMSTAND keeps, same layout it
      *uses, one record per student per term.
       FD STANDING-HISTORY-FILE.
       01 STANDING-HISTORY-RECORD.
           05 SHS-RECORD-KEY.
               10 SHS-STUDENT-NUMBER PIC 9(6).
               10 SHS-TERM-ID        PIC X(6).
           05 SHS-TERM-AVERAGE       PIC 9(3).
           05 SHS-TERM-HOURS         PIC 9(2)V9.
           05 SHS-CUM-AVERAGE        PIC 9(3).
           05 SHS-CUM-HOURS          PIC 9(3)V9.
           05 SHS-STANDING           PIC X(1).
           05 SHS-RUN-DATE           PIC 9(8).

      *Printed transcripts, one block per student.
       FD TRANSCRIPT-FILE.
       01 TRANSCRIPT-LINE PIC X(80).
           05 STATUS-FIELD        PIC X(2).
           05 REQ-STATUS-FIELD    PIC X(2).
           05 COURSE-STATUS-FIELD PIC X(2).
           05 STANDING-STATUS-FIELD PIC X(2).
           05 STANDING-EOF-FLG    PIC X(1).
           05 STANDING-FILE-FLAG  PIC X(1).
               88 STANDING-FILE-OPEN VALUE "Y".

      *Latest standing record seen for the student, by run date;
      *its cumulative average and standing close the history.
       01 LATEST-STANDING-FIELDS.
           05 LATEST-RUN-DATE-WS    PIC 9(8).
           05 LATEST-CUM-AVERAGE-WS PIC 9(3).
           05 LATEST-STANDING-WS    PIC X(1).
       01 STANDING-CODE-WS PIC X(1).
       01 STANDING-TEXT-WS PIC X(20).

       01 STUDENT-AVERAGE-WS PIC 9(3).
           88 TRN-DEANS-LIST       VALUES 90 THRU 999.
       01 RUN-TOTALS.
           05 TRANSCRIPTS-PRINTED PIC 9(6) VALUE ZERO.
           05 REQUESTS-NOT-FOUND  PIC 9(6) VALUE ZERO.
           05 REQUESTS-REFUSED    PIC 9(6) VALUE ZERO.

      *Account-hold handshake with HOLDPOST, asking after the
      *financial (F) hold only.
       01 HOLD-CALL-FIELDS.
           05 HOLD-REQUEST-WS  PIC X(7) VALUE "CHECK  ".
           05 HOLD-STUDENT-WS  PIC 9(6).
           05 HOLD-TYPE-WS     PIC X(1) VALUE "F".
           05 HOLD-REASON-WS   PIC X(40).
           05 HOLD-OPERATOR-WS PIC X(8) VALUE "BATCH   ".
           05 HOLD-RESULT-WS   PIC X(1).
               88 ACTIVE-HOLD-FOUND VALUE "Y".

       01 HEADING-LINE-1.
           05 FILLER PIC X(18) VALUE "STUDENT TRANSCRIPT".
           05 SML-STANDING       PIC X(20).
           05 FILLER             PIC X(26) VALUE SPACES.

       01 STANDING-HEADING-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(17) VALUE "STANDING HISTORY:".
           05 FILLER             PIC X(61) VALUE SPACES.

       01 STANDING-DETAIL-LINE.
           05 FILLER             PIC X(4) VALUE SPACES.
           05 FILLER             PIC X(6) VALUE "TERM: ".
           05 SDL-TERM-ID        PIC X(6).
           05 FILLER             PIC X(12) VALUE "  TERM AVG: ".
           05 SDL-TERM-AVERAGE   PIC ZZ9.
           05 FILLER             PIC X(11) VALUE "  CUM AVG: ".
           05 SDL-CUM-AVERAGE    PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 SDL-STANDING       PIC X(20).
           05 FILLER             PIC X(13) VALUE SPACES.

       01 CUMULATIVE-LINE.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(20)
                   VALUE "CUMULATIVE AVERAGE: ".
           05 CML-AVERAGE        PIC ZZ9.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(18) VALUE "CURRENT STANDING: ".
           05 CML-STANDING       PIC X(20).
           05 FILLER             PIC X(15) VALUE SPACES.

       PROCEDURE DIVISION.
      *Main procedure for printing transcripts. A present request
      *file drives a by-number run; otherwise the whole master is
           PERFORM 204-TERMINATE-PROGRAM.
           GOBACK.

      *Open the master, the course cross-reference, the standing
      *history and the output. No standing history yet means the
      *transcripts carry the term detail alone.
           201-INITIALIZE-TRANSCRIPTS.
           OPEN INPUT INDEXED-STU-FILE.
           OPEN INPUT INDEXED-COURSE-FILE.
           OPEN INPUT STANDING-HISTORY-FILE.
           IF STANDING-STATUS-FIELD = "00"
               MOVE "Y" TO STANDING-FILE-FLAG
           ELSE
               MOVE "N" TO STANDING-FILE-FLAG
           END-IF.
           OPEN OUTPUT TRANSCRIPT-FILE.
           MOVE HEADING-LINE-1 TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           DISPLAY "TRANSCRP RUN TOTALS".
           DISPLAY "TRANSCRIPTS PRINTED : " TRANSCRIPTS-PRINTED.
           DISPLAY "REQUESTS NOT FOUND  : " REQUESTS-NOT-FOUND.
           DISPLAY "REFUSED - FIN. HOLD : " REQUESTS-REFUSED.
           DISPLAY "TRANSCRIPTS COMPLETE: ../TRANSCRIPT.TXT".
           CLOSE INDEXED-STU-FILE, INDEXED-COURSE-FILE,
               TRANSCRIPT-FILE.
           IF STANDING-FILE-OPEN
               CLOSE STANDING-HISTORY-FILE
           END-IF.

      *Read the next requested student number.
           301-READ-REQUEST-RECORD.
                       REQ-STUDENT-NUMBER
                   ADD 1 TO REQUESTS-NOT-FOUND
               NOT INVALID KEY
                   PERFORM 305-PRINT-UNLESS-HELD
           END-READ.
           PERFORM 301-READ-REQUEST-RECORD.


      *Print the student just read and advance.
           304-PRINT-NEXT-STUDENT.
           PERFORM 305-PRINT-UNLESS-HELD.
           PERFORM 303-READ-NEXT-STUDENT.

      *Print the transcript unless the student is under an active
      *financial hold, in which case it is refused and counted.
           305-PRINT-UNLESS-HELD.
           MOVE STUDENT-NUMBER TO HOLD-STUDENT-WS.
           MOVE SPACES TO HOLD-REASON-WS.
           CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
               HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
               HOLD-RESULT-WS.
           IF ACTIVE-HOLD-FOUND
               DISPLAY "FINANCIAL HOLD, TRANSCRIPT REFUSED: "
                   STUDENT-NUMBER " " HOLD-REASON-WS
               ADD 1 TO REQUESTS-REFUSED
           ELSE
               PERFORM 310-PRINT-ONE-TRANSCRIPT
           END-IF.

      *Print one student's transcript block: heading, one line per
      *non-blank course, then the overall average and standing,
      *then the standing history and cumulative average.
           310-PRINT-ONE-TRANSCRIPT.
           MOVE SPACES TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > 8.
           PERFORM 312-PRINT-SUMMARY-LINE.
           IF STANDING-FILE-OPEN
               PERFORM 314-PRINT-STANDING-HISTORY
           END-IF.
           ADD 1 TO TRANSCRIPTS-PRINTED.

      *Print one course entry, joining the course master for the
               END-READ
           END-IF.

      *Print one line per term on the student's standing history,
      *then the cumulative average and standing of the latest term
      *by run date. A student CUMSTAND has not yet graded prints
      *no history.
           314-PRINT-STANDING-HISTORY.
           MOVE ZERO TO LATEST-RUN-DATE-WS.
           MOVE "N" TO STANDING-EOF-FLG.
           MOVE STUDENT-NUMBER TO SHS-STUDENT-NUMBER.
           MOVE LOW-VALUES TO SHS-TERM-ID.
           START STANDING-HISTORY-FILE
               KEY IS NOT < SHS-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO STANDING-EOF-FLG
           END-START.
           IF STANDING-EOF-FLG NOT = "Y"
               PERFORM 315-READ-NEXT-STANDING-RECORD
           END-IF.
           IF STANDING-EOF-FLG NOT = "Y"
               MOVE STANDING-HEADING-LINE TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
               PERFORM 316-PRINT-ONE-STANDING-LINE
                   UNTIL STANDING-EOF-FLG = "Y"
               MOVE LATEST-CUM-AVERAGE-WS TO CML-AVERAGE
               MOVE LATEST-STANDING-WS TO STANDING-CODE-WS
               PERFORM 317-TRANSLATE-STANDING-CODE
               MOVE STANDING-TEXT-WS TO CML-STANDING
               MOVE CUMULATIVE-LINE TO TRANSCRIPT-LINE
               WRITE TRANSCRIPT-LINE
           END-IF.

      *Read the next standing record, stopping at the end of the
      *file or the first record belonging to another student.
           315-READ-NEXT-STANDING-RECORD.
           READ STANDING-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO STANDING-EOF-FLG
           END-READ.
           IF STANDING-EOF-FLG NOT = "Y"
               AND SHS-STUDENT-NUMBER NOT = STUDENT-NUMBER
               MOVE "Y" TO STANDING-EOF-FLG
           END-IF.

      *Print one term's standing and keep it if it is the latest.
           316-PRINT-ONE-STANDING-LINE.
           MOVE SHS-TERM-ID TO SDL-TERM-ID.
           MOVE SHS-TERM-AVERAGE TO SDL-TERM-AVERAGE.
           MOVE SHS-CUM-AVERAGE TO SDL-CUM-AVERAGE.
           MOVE SHS-STANDING TO STANDING-CODE-WS.
           PERFORM 317-TRANSLATE-STANDING-CODE.
           MOVE STANDING-TEXT-WS TO SDL-STANDING.
           MOVE STANDING-DETAIL-LINE TO TRANSCRIPT-LINE.
           WRITE TRANSCRIPT-LINE.
           IF SHS-RUN-DATE NOT < LATEST-RUN-DATE-WS
               MOVE SHS-RUN-DATE TO LATEST-RUN-DATE-WS
               MOVE SHS-CUM-AVERAGE TO LATEST-CUM-AVERAGE-WS
               MOVE SHS-STANDING TO LATEST-STANDING-WS
           END-IF.
           PERFORM 315-READ-NEXT-STANDING-RECORD.

      *Spell out a standing code the way the standing reports do.
           317-TRANSLATE-STANDING-CODE.
           IF STANDING-CODE-WS = "D"
               MOVE "DEAN'S LIST" TO STANDING-TEXT-WS
           ELSE
               IF STANDING-CODE-WS = "P"
                   MOVE "ACADEMIC PROBATION" TO STANDING-TEXT-WS
               ELSE
                   IF STANDING-CODE-WS = "S"
                       MOVE "ACADEMIC SUSPENSION" TO STANDING-TEXT-WS
                   ELSE
                       MOVE "GOOD STANDING" TO STANDING-TEXT-WS
                   END-IF
               END-IF
           END-IF.

       END PROGRAM TRANSCRP.
