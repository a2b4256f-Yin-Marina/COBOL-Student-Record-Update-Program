      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Fiscal-period calendar setup run. Reads the periods
      *          finance publishes for the coming year (period ID as
      *          fiscal year and period number, first day, last day)
      *          from PERIODS.TXT and adds each one to FISCALCAL.DAT
      *          as an open period, creating the calendar the first
      *          time it runs. A period already on the calendar is
      *          left exactly as it is - a closed period is never
      *          reopened by a reload - and a period whose dates are
      *          backwards or overlap a period already on file is
      *          refused, so every day belongs to one period only.
      *          FISCPER finds each day's period on this calendar for
      *          the posting programs, and PERIODCLS closes them.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PERIODBLD.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT PERIOD-FILE-IN
           ASSIGN TO "../PERIODS.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT FISCAL-CALENDAR-FILE
           ASSIGN TO "../FISCALCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS FCL-PERIOD-ID
           FILE STATUS IS CALENDAR-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.

      *Periods as finance publishes them, one per line.
       FD PERIOD-FILE-IN.
       01 PERIOD-RECORD-IN.
           05 PERIOD-ID-IN     PIC 9(6).
           05 PERIOD-START-IN  PIC 9(8).
           05 PERIOD-END-IN    PIC 9(8).

      *Fiscal-period calendar, same layout FISCPER reads.
       FD FISCAL-CALENDAR-FILE.
       01 FISCAL-CALENDAR-RECORD.
           05 FCL-PERIOD-ID      PIC 9(6).
           05 FCL-START-DATE     PIC 9(8).
           05 FCL-END-DATE       PIC 9(8).
           05 FCL-STATUS         PIC X(1).
               88 FCL-PERIOD-OPEN    VALUE "O".
               88 FCL-PERIOD-CLOSED  VALUE "C".
           05 FCL-CLOSED-DATE    PIC 9(8).
           05 FCL-CLOSED-BY      PIC X(8).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 EOF-FLG               PIC X(1) VALUE "N".
           05 CALENDAR-EOF-FLG      PIC X(1) VALUE "N".
           05 CALENDAR-STATUS-FIELD PIC X(2).
           05 WAIT-FLAG             PIC 9(1).

      *Every period on the calendar, loaded at the start of the run
      *and added to as new periods are written, so each incoming
      *period can be checked for overlap against all the others.
       01 PERIOD-TABLE-WS.
           05 PERIOD-COUNT PIC 9(3) VALUE ZERO.
           05 PERIOD-ENTRY OCCURS 300 TIMES.
               10 PTB-PERIOD-ID  PIC 9(6).
               10 PTB-START-DATE PIC 9(8).
               10 PTB-END-DATE   PIC 9(8).

       01 PERIOD-INDEX-WS PIC 9(3).

       01 RUN-TOTALS.
           05 PERIODS-READ-COUNT   PIC 9(5) VALUE ZERO.
           05 PERIODS-ADDED-COUNT  PIC 9(5) VALUE ZERO.
           05 PERIODS-ON-FILE      PIC 9(5) VALUE ZERO.
           05 PERIODS-REJECTED     PIC 9(5) VALUE ZERO.

       PROCEDURE DIVISION.
      *Main procedure for loading the fiscal-period calendar.
       100-BUILD-FISCAL-CALENDAR.
           PERFORM 201-INITIALIZE-CALENDAR-BUILD.
           PERFORM 202-PROCESS-PERIOD-RECORD UNTIL EOF-FLG = "Y".
           PERFORM 203-TERMINATE-PROGRAM.
           STOP RUN.

      *Open files, load the periods already on the calendar and
      *prime the read.
           201-INITIALIZE-CALENDAR-BUILD.
           PERFORM 301-OPEN-FILES.
           PERFORM 302-LOAD-PERIOD-TABLE.
           PERFORM 304-READ-PERIOD-RECORD.

      *Validate one incoming period and add it to the calendar.
           202-PROCESS-PERIOD-RECORD.
           PERFORM 305-VALIDATE-PERIOD-RECORD.
           IF WAIT-FLAG = 0
               PERFORM 306-CHECK-PERIOD-OVERLAP
                   VARYING PERIOD-INDEX-WS FROM 1 BY 1
                   UNTIL PERIOD-INDEX-WS > PERIOD-COUNT
                       OR WAIT-FLAG NOT = 0
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 307-WRITE-CALENDAR-RECORD
           END-IF.
           PERFORM 304-READ-PERIOD-RECORD.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           DISPLAY "PERIODBLD RUN TOTALS".
           DISPLAY "PERIODS READ        : " PERIODS-READ-COUNT.
           DISPLAY "PERIODS ADDED       : " PERIODS-ADDED-COUNT.
           DISPLAY "ALREADY ON CALENDAR : " PERIODS-ON-FILE.
           DISPLAY "PERIODS REJECTED    : " PERIODS-REJECTED.
           CLOSE PERIOD-FILE-IN, FISCAL-CALENDAR-FILE.

      *Open the period list for input and the calendar I-O,
      *creating the calendar first if this is its very first load.
           301-OPEN-FILES.
           OPEN INPUT PERIOD-FILE-IN.
           OPEN I-O FISCAL-CALENDAR-FILE.
           IF CALENDAR-STATUS-FIELD = "35"
               OPEN OUTPUT FISCAL-CALENDAR-FILE
               CLOSE FISCAL-CALENDAR-FILE
               OPEN I-O FISCAL-CALENDAR-FILE
           END-IF.

      *Walk the calendar from the first period, keeping each one's
      *dates in the table.
           302-LOAD-PERIOD-TABLE.
           MOVE ZERO TO FCL-PERIOD-ID.
           START FISCAL-CALENDAR-FILE
               KEY IS NOT LESS THAN FCL-PERIOD-ID
               INVALID KEY MOVE "Y" TO CALENDAR-EOF-FLG
           END-START.
           IF CALENDAR-EOF-FLG NOT = "Y"
               PERFORM 303-READ-CALENDAR-RECORD
           END-IF.
           PERFORM 308-STORE-PERIOD-ENTRY
               UNTIL CALENDAR-EOF-FLG = "Y".

      *Read the next period off the calendar.
           303-READ-CALENDAR-RECORD.
           READ FISCAL-CALENDAR-FILE NEXT RECORD
               AT END MOVE "Y" TO CALENDAR-EOF-FLG.

      *Read the next incoming period.
           304-READ-PERIOD-RECORD.
           READ PERIOD-FILE-IN
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO PERIODS-READ-COUNT
           END-IF.

      *Reject a period with a period number outside 1 to 13, dates
      *that are not dates, or a last day before its first day. A
      *period already on the calendar is passed over untouched.
           305-VALIDATE-PERIOD-RECORD.
           MOVE 0 TO WAIT-FLAG.
           IF PERIOD-ID-IN IS NOT NUMERIC
               OR PERIOD-START-IN IS NOT NUMERIC
               OR PERIOD-END-IN IS NOT NUMERIC
               DISPLAY "BAD PERIOD LINE, PERIOD REJECTED: "
                   PERIOD-RECORD-IN
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO PERIODS-REJECTED
           ELSE
               IF PERIOD-ID-IN(5:2) < "01" OR PERIOD-ID-IN(5:2) > "13"
                   OR PERIOD-END-IN < PERIOD-START-IN
                   DISPLAY "BAD PERIOD OR DATE RANGE, PERIOD "
                       "REJECTED: " PERIOD-ID-IN
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO PERIODS-REJECTED
               END-IF
           END-IF.
           IF WAIT-FLAG = 0
               MOVE PERIOD-ID-IN TO FCL-PERIOD-ID
               READ FISCAL-CALENDAR-FILE
                   INVALID KEY
                       MOVE 0 TO WAIT-FLAG
                   NOT INVALID KEY
                       DISPLAY "PERIOD ALREADY ON CALENDAR, LEFT AS "
                           "IT IS: " PERIOD-ID-IN " " FCL-STATUS
                       MOVE 1 TO WAIT-FLAG
                       ADD 1 TO PERIODS-ON-FILE
               END-READ
           END-IF.

      *Refuse the incoming period when any of its days already
      *belong to another period.
           306-CHECK-PERIOD-OVERLAP.
           IF PERIOD-START-IN NOT > PTB-END-DATE(PERIOD-INDEX-WS)
               AND PERIOD-END-IN NOT <
                   PTB-START-DATE(PERIOD-INDEX-WS)
               DISPLAY "PERIOD OVERLAPS " PTB-PERIOD-ID(PERIOD-INDEX-WS)
                   ", PERIOD REJECTED: " PERIOD-ID-IN
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO PERIODS-REJECTED
           END-IF.

      *Add the period to the calendar as open, and to the table so
      *later lines in the same load are checked against it.
           307-WRITE-CALENDAR-RECORD.
           IF PERIOD-COUNT NOT < 300
               DISPLAY "PERIOD TABLE FULL, PERIOD REJECTED: "
                   PERIOD-ID-IN
               ADD 1 TO PERIODS-REJECTED
           ELSE
               MOVE PERIOD-ID-IN TO FCL-PERIOD-ID
               MOVE PERIOD-START-IN TO FCL-START-DATE
               MOVE PERIOD-END-IN TO FCL-END-DATE
               MOVE "O" TO FCL-STATUS
               MOVE ZERO TO FCL-CLOSED-DATE
               MOVE SPACES TO FCL-CLOSED-BY
               WRITE FISCAL-CALENDAR-RECORD
                   INVALID KEY
                       DISPLAY "CALENDAR WRITE FAILED, FILE-STATUS IS "
                           CALENDAR-STATUS-FIELD
                       ADD 1 TO PERIODS-REJECTED
                   NOT INVALID KEY
                       ADD 1 TO PERIODS-ADDED-COUNT
                       ADD 1 TO PERIOD-COUNT
                       MOVE PERIOD-ID-IN TO PTB-PERIOD-ID(PERIOD-COUNT)
                       MOVE PERIOD-START-IN
                           TO PTB-START-DATE(PERIOD-COUNT)
                       MOVE PERIOD-END-IN TO PTB-END-DATE(PERIOD-COUNT)
               END-WRITE
           END-IF.

      *Keep one calendar period in the table, up to its capacity.
           308-STORE-PERIOD-ENTRY.
           IF PERIOD-COUNT < 300
               ADD 1 TO PERIOD-COUNT
               MOVE FCL-PERIOD-ID TO PTB-PERIOD-ID(PERIOD-COUNT)
               MOVE FCL-START-DATE TO PTB-START-DATE(PERIOD-COUNT)
               MOVE FCL-END-DATE TO PTB-END-DATE(PERIOD-COUNT)
           ELSE
               DISPLAY "PERIOD TABLE FULL, PERIOD NOT CHECKED: "
                   FCL-PERIOD-ID
           END-IF.
           PERFORM 303-READ-CALENDAR-RECORD.

       END PROGRAM PERIODBLD.
