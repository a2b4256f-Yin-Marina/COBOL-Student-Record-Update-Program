      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Shared account-hold keeper. Every program that
      *          places, releases or honors a hold on a student calls
      *          here, the same way the posting programs call
      *          PLANPOST, passing a request, the student number, the
      *          hold type (F financial, R registrar, A academic), a
      *          reason and the operator. PLACE puts a hold on
      *          HOLDS.DAT, RELEASE stamps the active hold with the
      *          date it came off, and CHECK tells the caller whether
      *          an active hold is on file - for one type, or for any
      *          type when the type is left blank. Every place and
      *          release leaves a line on the HOLDAUD.TXT hold audit
      *          trail, so a student asking why service was stopped
      *          can be told who did it and when.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. HOLDPOST.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT HOLD-FILE
           ASSIGN TO "../HOLDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HLD-RECORD-KEY
           FILE STATUS IS HOLD-STATUS-FIELD.

           SELECT HOLD-AUDIT-FILE
           ASSIGN TO "../HOLDAUD.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Account holds, one record per student per hold type, keyed
      *by student number plus type so a student's holds read back
      *together. A hold is active while HLD-RELEASED-DATE is zero;
      *placing the same type again after a release reuses the
      *record, the earlier history staying on the audit trail.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-RECORD-KEY.
               10 HLD-STUDENT-NUMBER PIC 9(6).
               10 HLD-HOLD-TYPE      PIC X(1).
           05 HLD-REASON            PIC X(40).
           05 HLD-PLACED-DATE       PIC 9(8).
           05 HLD-PLACED-BY         PIC X(8).
           05 HLD-RELEASED-DATE     PIC 9(8).

      *Hold audit trail, one line per place or release.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in HOLD-AUDIT-LINE below and moved here before each
      *WRITE.
       FD HOLD-AUDIT-FILE.
       01 HOLD-AUDIT-RECORD PIC X(84).

       WORKING-STORAGE SECTION.
      *Line layout for HOLD-AUDIT-FILE, built here (where VALUE
      *clauses are honored) and moved to HOLD-AUDIT-RECORD before
      *each WRITE.
       01 HOLD-AUDIT-LINE.
           05 HAU-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 HAU-HOLD-TYPE       PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 HAU-ACTION          PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 HAU-REASON          PIC X(40).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 HAU-TIMESTAMP.
               10 HAU-TS-DATE     PIC 9(8).
               10 HAU-TS-TIME     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 HAU-OPERATOR-ID     PIC X(8).

       01 CONTROL-FIELDS.
           05 HOLD-STATUS-FIELD PIC X(2).
           05 HOLD-EOF-FLG      PIC X(1).
           05 HOLD-FOUND-FLAG   PIC X(1).
               88 HOLD-ON-FILE     VALUE "Y".
           05 RUN-DATE-WS       PIC 9(8).

       LINKAGE SECTION.
       01 HOLD-REQUEST  PIC X(7).
       01 HOLD-STUDENT  PIC 9(6).
       01 HOLD-TYPE     PIC X(1).
       01 HOLD-REASON   PIC X(40).
       01 HOLD-OPERATOR PIC X(8).
       01 HOLD-RESULT   PIC X(1).

       PROCEDURE DIVISION
           USING HOLD-REQUEST, HOLD-STUDENT, HOLD-TYPE, HOLD-REASON,
               HOLD-OPERATOR, HOLD-RESULT.

      *Main procedure: carry out the request and hand back Y when a
      *hold was placed, released or found active, N otherwise. A
      *missing hold file means no student has ever been held; the
      *first PLACE creates it.
       100-MAINTAIN-ACCOUNT-HOLD.
           MOVE "N" TO HOLD-RESULT.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           OPEN I-O HOLD-FILE.
           IF HOLD-STATUS-FIELD = "35" AND HOLD-REQUEST = "PLACE  "
               OPEN OUTPUT HOLD-FILE
               CLOSE HOLD-FILE
               OPEN I-O HOLD-FILE
           END-IF.
           IF HOLD-STATUS-FIELD = "00"
               IF HOLD-REQUEST = "PLACE  "
                   PERFORM 201-PLACE-HOLD
               ELSE
                   IF HOLD-REQUEST = "RELEASE"
                       PERFORM 202-RELEASE-HOLD
                   ELSE
                       IF HOLD-TYPE = SPACE
                           PERFORM 204-CHECK-ANY-ACTIVE-HOLD
                       ELSE
                           PERFORM 203-CHECK-ACTIVE-HOLD
                       END-IF
                   END-IF
               END-IF
               CLOSE HOLD-FILE
           END-IF.
           GOBACK.

      *Put the hold on unless one of the same type is already
      *active; a released record of the type is reused.
           201-PLACE-HOLD.
           PERFORM 301-READ-HOLD-RECORD.
           IF HOLD-ON-FILE AND HLD-RELEASED-DATE = ZERO
               CONTINUE
           ELSE
               MOVE HOLD-REASON TO HLD-REASON
               MOVE RUN-DATE-WS TO HLD-PLACED-DATE
               MOVE HOLD-OPERATOR TO HLD-PLACED-BY
               MOVE ZERO TO HLD-RELEASED-DATE
               IF HOLD-ON-FILE
                   REWRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "HOLD REWRITE FAILED, FILE-STATUS "
                               "IS " HOLD-STATUS-FIELD " STUDENT "
                               HOLD-STUDENT
                       NOT INVALID KEY
                           MOVE "Y" TO HOLD-RESULT
                   END-REWRITE
               ELSE
                   WRITE HOLD-RECORD
                       INVALID KEY
                           DISPLAY "HOLD WRITE FAILED, FILE-STATUS "
                               "IS " HOLD-STATUS-FIELD " STUDENT "
                               HOLD-STUDENT
                       NOT INVALID KEY
                           MOVE "Y" TO HOLD-RESULT
                   END-WRITE
               END-IF
               IF HOLD-RESULT = "Y"
                   MOVE "HOLDPLC " TO HAU-ACTION
                   PERFORM 302-WRITE-HOLD-AUDIT-LINE
               END-IF
           END-IF.

      *Stamp the active hold of the type with today's date; with no
      *active hold there is nothing to release.
           202-RELEASE-HOLD.
           PERFORM 301-READ-HOLD-RECORD.
           IF HOLD-ON-FILE AND HLD-RELEASED-DATE = ZERO
               MOVE RUN-DATE-WS TO HLD-RELEASED-DATE
               REWRITE HOLD-RECORD
                   INVALID KEY
                       DISPLAY "HOLD REWRITE FAILED, FILE-STATUS IS "
                           HOLD-STATUS-FIELD " STUDENT " HOLD-STUDENT
                   NOT INVALID KEY
                       MOVE "Y" TO HOLD-RESULT
                       MOVE "HOLDREL " TO HAU-ACTION
                       PERFORM 302-WRITE-HOLD-AUDIT-LINE
               END-REWRITE
           END-IF.

      *Report whether the hold of the type is active, handing back
      *its reason when it is.
           203-CHECK-ACTIVE-HOLD.
           PERFORM 301-READ-HOLD-RECORD.
           IF HOLD-ON-FILE AND HLD-RELEASED-DATE = ZERO
               MOVE HLD-REASON TO HOLD-REASON
               MOVE "Y" TO HOLD-RESULT
           END-IF.

      *Walk the student's holds of every type and report the first
      *active one, handing back its type and reason.
           204-CHECK-ANY-ACTIVE-HOLD.
           MOVE "N" TO HOLD-EOF-FLG.
           MOVE HOLD-STUDENT TO HLD-STUDENT-NUMBER.
           MOVE LOW-VALUES TO HLD-HOLD-TYPE.
           START HOLD-FILE
               KEY IS NOT < HLD-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO HOLD-EOF-FLG
           END-START.
           IF HOLD-EOF-FLG NOT = "Y"
               PERFORM 303-READ-NEXT-HOLD-RECORD
           END-IF.
           PERFORM 205-CHECK-ONE-HOLD-RECORD
               UNTIL HOLD-EOF-FLG = "Y".

      *Take the first active hold found and stop the walk.
           205-CHECK-ONE-HOLD-RECORD.
           IF HLD-RELEASED-DATE = ZERO
               MOVE HLD-HOLD-TYPE TO HOLD-TYPE
               MOVE HLD-REASON TO HOLD-REASON
               MOVE "Y" TO HOLD-RESULT
               MOVE "Y" TO HOLD-EOF-FLG
           ELSE
               PERFORM 303-READ-NEXT-HOLD-RECORD
           END-IF.

      *Read the student's hold record of the requested type.
           301-READ-HOLD-RECORD.
           MOVE "N" TO HOLD-FOUND-FLAG.
           MOVE HOLD-STUDENT TO HLD-STUDENT-NUMBER.
           MOVE HOLD-TYPE TO HLD-HOLD-TYPE.
           READ HOLD-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE "Y" TO HOLD-FOUND-FLAG
           END-READ.

      *Append one line to the hold audit trail for the place or
      *release just made.
           302-WRITE-HOLD-AUDIT-LINE.
           MOVE HOLD-STUDENT TO HAU-STUDENT-NUMBER.
           MOVE HOLD-TYPE TO HAU-HOLD-TYPE.
           MOVE HOLD-REASON TO HAU-REASON.
           MOVE HOLD-OPERATOR TO HAU-OPERATOR-ID.
           ACCEPT HAU-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT HAU-TS-TIME FROM TIME.
           OPEN EXTEND HOLD-AUDIT-FILE.
           MOVE HOLD-AUDIT-LINE TO HOLD-AUDIT-RECORD.
           WRITE HOLD-AUDIT-RECORD.
           CLOSE HOLD-AUDIT-FILE.

      *Read the next hold record, stopping at the end of the file
      *or the first record belonging to another student.
           303-READ-NEXT-HOLD-RECORD.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO HOLD-EOF-FLG
           END-READ.
           IF HOLD-EOF-FLG NOT = "Y"
               AND HLD-STUDENT-NUMBER NOT = HOLD-STUDENT
               MOVE "Y" TO HOLD-EOF-FLG
           END-IF.

       END PROGRAM HOLDPOST.
