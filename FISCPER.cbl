      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Shared fiscal-period lookup. Every program that
      *          writes to the audit log calls here before it posts,
      *          the same way they call POSTGATE for the posting
      *          window, and gets back the fiscal period today falls
      *          in on the FISCALCAL.DAT calendar, with Y when that
      *          period is open, C when finance has closed it, or N
      *          when the calendar is missing or has no period for
      *          today. Postings always land in today's period; a
      *          caller handing in the date a payment was made is
      *          also told whether that date falls before the period
      *          opened, so the payment can be listed as late.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. FISCPER.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT FISCAL-CALENDAR-FILE
           ASSIGN TO "../FISCALCAL.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS FCL-PERIOD-ID
           FILE STATUS IS CALENDAR-STATUS-FIELD.

       DATA DIVISION.
       FILE SECTION.

      *Fiscal-period calendar, one record per period, keyed by fiscal
      *year and period number (YYYYPP) and maintained by PERIODBLD
      *and PERIODCLS. A period is open while FCL-STATUS is O; once
      *PERIODCLS closes it, the close date and operator stay on it.
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
           05 CALENDAR-STATUS-FIELD PIC X(2).
           05 CALENDAR-EOF-FLG      PIC X(1).
           05 PERIOD-FOUND-FLAG     PIC X(1).
               88 PERIOD-FOUND          VALUE "Y".
           05 RUN-DATE-WS           PIC 9(8).
           05 PERIOD-START-WS       PIC 9(8).

       LINKAGE SECTION.
       01 FISCAL-DATE     PIC 9(8).
       01 FISCAL-PERIOD   PIC 9(6).
       01 FISCAL-LATE     PIC X(1).
       01 FISCAL-RESULT   PIC X(1).

       PROCEDURE DIVISION
           USING FISCAL-DATE, FISCAL-PERIOD, FISCAL-LATE,
               FISCAL-RESULT.

      *Main procedure: find the period today falls in and hand back
      *its ID and whether it is open. The late flag is only raised
      *for a nonzero date earlier than the period's first day.
       100-FIND-FISCAL-PERIOD.
           MOVE "N" TO FISCAL-RESULT.
           MOVE "N" TO FISCAL-LATE.
           MOVE ZERO TO FISCAL-PERIOD.
           MOVE "N" TO PERIOD-FOUND-FLAG.
           MOVE "N" TO CALENDAR-EOF-FLG.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN INPUT FISCAL-CALENDAR-FILE.
           IF CALENDAR-STATUS-FIELD = "00"
               PERFORM 201-READ-CALENDAR-RECORD
               PERFORM 202-MATCH-CALENDAR-RECORD
                   UNTIL CALENDAR-EOF-FLG = "Y" OR PERIOD-FOUND
               CLOSE FISCAL-CALENDAR-FILE
           END-IF.
           IF PERIOD-FOUND
               IF FISCAL-DATE NOT = ZERO
                   AND FISCAL-DATE < PERIOD-START-WS
                   MOVE "Y" TO FISCAL-LATE
               END-IF
           END-IF.
           GOBACK.

      *Read the next period off the calendar.
           201-READ-CALENDAR-RECORD.
           READ FISCAL-CALENDAR-FILE
               AT END MOVE "Y" TO CALENDAR-EOF-FLG.

      *Take the period when today falls between its first and last
      *days, otherwise move on to the next.
           202-MATCH-CALENDAR-RECORD.
           IF FCL-START-DATE NOT > RUN-DATE-WS
               AND FCL-END-DATE NOT < RUN-DATE-WS
               MOVE "Y" TO PERIOD-FOUND-FLAG
               MOVE FCL-PERIOD-ID TO FISCAL-PERIOD
               MOVE FCL-START-DATE TO PERIOD-START-WS
               IF FCL-PERIOD-OPEN
                   MOVE "Y" TO FISCAL-RESULT
               ELSE
                   MOVE "C" TO FISCAL-RESULT
               END-IF
           ELSE
               PERFORM 201-READ-CALENDAR-RECORD
           END-IF.

       END PROGRAM FISCPER.
