      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Cross-file integrity sweep of the student master and
      *          the satellite files kept against it. Recounts every
      *          course's seats from the course tables on
      *          INDEXEDSTUFILE.DAT and checks them against
      *          INDEXED-ENROLLED-COUNT on COURSEMST.DAT, then checks
      *          that each student's courses and sponsor are still on
      *          file, that no payment plan stays open for a
      *          withdrawn or vanished student, and that notice
      *          history, financial holds and addresses do not
      *          outlive the accounts they were kept for. Writes one
      *          line per problem to INTEGEXC.TXT: a problem code,
      *          the file and key, and the value expected against
      *          the value found. Called with R, the sweep only
      *          reports - the way NIGHTRUN runs it; called with C -
      *          the way SEATFIX runs it - it also resets each wrong
      *          seat count to the true figure. Nothing else is ever
      *          changed.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. INTEGCHK.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT INDEXED-COURSE-FILE
           ASSIGN TO "../COURSEMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS INDEXED-COURSE-CODE
           FILE STATUS IS COURSE-STATUS-FIELD.

           SELECT INDEXED-SPONSOR-FILE
           ASSIGN TO "../SPONSOR.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INDEXED-SPONSOR-CODE
           FILE STATUS IS SPONSOR-STATUS-FIELD.

           SELECT PAYMENT-PLAN-FILE
           ASSIGN TO "../PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS PLAN-RECORD-KEY
           FILE STATUS IS PLAN-STATUS-FIELD.

           SELECT NOTICE-HISTORY-FILE
           ASSIGN TO "../NOTICHST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NTC-STUDENT-NUMBER
           FILE STATUS IS NOTICE-STATUS-FIELD.

           SELECT HOLD-FILE
           ASSIGN TO "../HOLDS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS HLD-RECORD-KEY
           FILE STATUS IS HOLD-STATUS-FIELD.

           SELECT ADDRESS-FILE
           ASSIGN TO "../ADDRESS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADDRESS-STATUS-FIELD.

           SELECT EXCEPTION-FILE
           ASSIGN TO "../INTEGEXC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

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

      *Course master, same layout COURSEBLD builds and ADDDROP keeps
      *the seat count on.
       FD INDEXED-COURSE-FILE.
       01 INDEXED-COURSE-RECORD.
           05 INDEXED-COURSE-CODE   PIC X(7).
           05 INDEXED-COURSE-TITLE  PIC X(30).
           05 INDEXED-CREDIT-HOURS  PIC 9V9.
           05 INDEXED-SEAT-CAPACITY PIC 9(3).
           05 INDEXED-ENROLLED-COUNT PIC 9(3).

      *Sponsor master, same layout SPNSRBLD builds.
       FD INDEXED-SPONSOR-FILE.
       01 INDEXED-SPONSOR-RECORD.
           05 INDEXED-SPONSOR-CODE  PIC X(5).
           05 INDEXED-SPONSOR-NAME  PIC X(40).

      *Installment schedules, same layout PLANBLD builds; an
      *installment is open (O) until PLANPOST marks it paid (P).
       FD PAYMENT-PLAN-FILE.
       01 PLAN-RECORD.
           05 PLAN-RECORD-KEY.
               10 PLN-STUDENT-NUMBER PIC 9(6).
               10 PLN-INSTALLMENT-NO PIC 9(2).
           05 PLN-DUE-DATE      PIC 9(8).
           05 PLN-AMOUNT-DUE    PIC S9(6)V99.
           05 PLN-AMOUNT-PAID   PIC S9(6)V99.
           05 PLN-STATUS        PIC X(1).
               88 PLAN-INSTALLMENT-OPEN VALUE "O".

      *Dunning-notice history, same layout DUNNOTIC keeps.
       FD NOTICE-HISTORY-FILE.
       01 NOTICE-HISTORY-RECORD.
           05 NTC-STUDENT-NUMBER PIC 9(6).
           05 NTC-LAST-LEVEL     PIC 9(1).
           05 NTC-LAST-SENT-DATE PIC 9(8).
           05 NTC-PLACED-DATE    PIC 9(8).

      *Account holds, same layout HOLDPOST keeps; a hold is active
      *while HLD-RELEASED-DATE is zero.
       FD HOLD-FILE.
       01 HOLD-RECORD.
           05 HLD-RECORD-KEY.
               10 HLD-STUDENT-NUMBER PIC 9(6).
               10 HLD-HOLD-TYPE      PIC X(1).
           05 HLD-REASON            PIC X(40).
           05 HLD-PLACED-DATE       PIC 9(8).
           05 HLD-PLACED-BY         PIC X(8).
           05 HLD-RELEASED-DATE     PIC 9(8).

      *Student mailing addresses, same layout Project3-P2 keeps.
       FD ADDRESS-FILE.
       01 ADDRESS-RECORD.
           05 ADR-STUDENT-NUMBER   PIC 9(6).
           05 ADR-LINE-1           PIC X(40).
           05 ADR-LINE-2           PIC X(40).
           05 ADR-CITY             PIC X(25).
           05 ADR-PROVINCE         PIC X(2).
           05 ADR-POSTAL-CODE      PIC X(10).
           05 ADR-EMAIL            PIC X(40).
           05 ADR-BAD-ADDRESS-FLAG PIC X(1).

      *Exceptions report, one line per problem found.
       FD EXCEPTION-FILE.
       01 EXCEPTION-RECORD PIC X(80).

       WORKING-STORAGE SECTION.
       01 CONTROL-FIELDS.
           05 STATUS-FIELD          PIC X(2).
           05 COURSE-STATUS-FIELD   PIC X(2).
           05 SPONSOR-STATUS-FIELD  PIC X(2).
           05 PLAN-STATUS-FIELD     PIC X(2).
           05 NOTICE-STATUS-FIELD   PIC X(2).
           05 HOLD-STATUS-FIELD     PIC X(2).
           05 ADDRESS-STATUS-FIELD  PIC X(2).
           05 MASTER-EOF-FLG        PIC X(1).
           05 SATELLITE-EOF-FLG     PIC X(1).
           05 SPONSOR-AVAILABLE-FLAG PIC X(1).
           05 STUDENT-FOUND-FLAG    PIC X(1).
               88 STUDENT-ON-MASTER    VALUE "Y".
           05 LAST-PLAN-STUDENT-WS  PIC 9(6).

      *Every course on the master with its recorded seat count, its
      *capacity, and the true count rebuilt from the student course
      *tables.
       01 COURSE-COUNT-TABLE.
           05 COURSE-ENTRY-COUNT PIC 9(3) VALUE ZERO.
           05 COURSE-ENTRY OCCURS 500 TIMES.
               10 CNT-COURSE-CODE     PIC X(7).
               10 CNT-RECORDED-COUNT  PIC 9(3).
               10 CNT-SEAT-CAPACITY   PIC 9(3).
               10 CNT-TRUE-COUNT      PIC 9(3).
       01 COURSE-OVERFLOW-FLAG PIC X(1) VALUE "N".
           88 COURSE-TABLE-OVERFLOWED VALUE "Y".

       01 COURSE-INDEX-WS  PIC 9(3).
       01 SLOT-INDEX-WS    PIC 9(1).
       01 MATCHED-COURSE-WS PIC 9(3).

      *A compound key for the report: a student number with the
      *installment, course slot or hold type after it.
       01 KEY-PAIR-WS.
           05 KEY-STUDENT-WS   PIC 9(6).
           05 FILLER           PIC X(1) VALUE "-".
           05 KEY-SUFFIX-WS    PIC X(2).

       01 COUNT-EDIT-WS    PIC ZZ9.
       01 BALANCE-EDIT-WS  PIC -ZZZZZ9.99.

      *One exceptions line: problem code, file, key, what was
      *expected, what was found, and what the sweep did about it.
       01 EXCEPTION-LINE.
           05 EXC-PROBLEM-CODE   PIC X(8).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-FILE-NAME      PIC X(12).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-KEY            PIC X(16).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-EXPECTED       PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-FOUND          PIC X(14).
           05 FILLER             PIC X(1) VALUE SPACE.
           05 EXC-ACTION         PIC X(10).
           05 FILLER             PIC X(1) VALUE SPACE.

       01 HEADING-LINE-1.
           05 FILLER PIC X(33)
                   VALUE "CROSS-FILE INTEGRITY EXCEPTIONS ".
           05 HL1-MODE PIC X(16).
           05 FILLER PIC X(31) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(22) VALUE "CODE     FILE         ".
           05 FILLER PIC X(17) VALUE "KEY              ".
           05 FILLER PIC X(15) VALUE "EXPECTED       ".
           05 FILLER PIC X(15) VALUE "FOUND          ".
           05 FILLER PIC X(11) VALUE "ACTION     ".

       01 TOTAL-LINE.
           05 FILLER PIC X(18) VALUE "PROBLEMS FOUND:   ".
           05 TTL-PROBLEM-COUNT PIC ZZZZ9.
           05 FILLER PIC X(18) VALUE "  SEATS CORRECTED:".
           05 TTL-CORRECTED-COUNT PIC ZZZZ9.
           05 FILLER PIC X(34) VALUE SPACES.

       01 RUN-TOTALS.
           05 STUDENTS-READ-COUNT  PIC 9(6) VALUE ZERO.
           05 PROBLEM-COUNT        PIC 9(5) VALUE ZERO.
           05 SEATS-CORRECTED-COUNT PIC 9(5) VALUE ZERO.

       LINKAGE SECTION.
      *R to report only; C to reset wrong seat counts as well.
       01 SWEEP-MODE PIC X(1).
           88 CORRECT-SEAT-COUNTS VALUE "C".

       PROCEDURE DIVISION USING SWEEP-MODE.
      *Main procedure for the integrity sweep: the seat recount
      *and student-side checks from one pass of the master, then
      *one pass over each satellite file.
       100-SWEEP-STUDENT-FILES.
           PERFORM 201-INITIALIZE-SWEEP.
           IF STATUS-FIELD = "00"
               PERFORM 202-SWEEP-STUDENT-MASTER
               PERFORM 203-CHECK-SEAT-COUNTS
               PERFORM 204-SWEEP-PAYMENT-PLANS
               PERFORM 205-SWEEP-NOTICE-HISTORY
               PERFORM 206-SWEEP-HOLDS
               PERFORM 207-SWEEP-ADDRESSES
               PERFORM 208-TERMINATE-SWEEP
           ELSE
               DISPLAY "NO STUDENT MASTER, FILE-STATUS IS "
                   STATUS-FIELD " - SWEEP ABORTED"
               CLOSE EXCEPTION-FILE
           END-IF.
           GOBACK.

      *Open the exceptions report and the student master, write
      *the headings, and load the course table.
           201-INITIALIZE-SWEEP.
           MOVE ZERO TO COURSE-ENTRY-COUNT.
           MOVE ZERO TO PROBLEM-COUNT.
           MOVE ZERO TO SEATS-CORRECTED-COUNT.
           MOVE ZERO TO STUDENTS-READ-COUNT.
           MOVE "N" TO COURSE-OVERFLOW-FLAG.
           OPEN OUTPUT EXCEPTION-FILE.
           IF CORRECT-SEAT-COUNTS
               MOVE "(SEAT CORRECTION)" TO HL1-MODE
           ELSE
               MOVE "(REPORT ONLY)" TO HL1-MODE
           END-IF.
           MOVE HEADING-LINE-1 TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE HEADING-LINE-2 TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           OPEN INPUT INDEXED-STU-FILE.
           IF STATUS-FIELD = "00"
               PERFORM 301-LOAD-COURSE-TABLE
           END-IF.

      *Close the files and show the run totals.
           208-TERMINATE-SWEEP.
           MOVE SPACES TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           MOVE PROBLEM-COUNT TO TTL-PROBLEM-COUNT.
           MOVE SEATS-CORRECTED-COUNT TO TTL-CORRECTED-COUNT.
           MOVE TOTAL-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           CLOSE INDEXED-STU-FILE, EXCEPTION-FILE.
           DISPLAY "INTEGCHK RUN TOTALS".
           DISPLAY "STUDENTS READ       : " STUDENTS-READ-COUNT.
           DISPLAY "PROBLEMS FOUND      : " PROBLEM-COUNT.
           DISPLAY "SEATS CORRECTED     : " SEATS-CORRECTED-COUNT.
           DISPLAY "INTEGRITY EXCEPTIONS COMPLETE: ../INTEGEXC.TXT".

      *Read the whole course master into the count table, with the
      *true count starting from zero.
           301-LOAD-COURSE-TABLE.
           OPEN INPUT INDEXED-COURSE-FILE.
           IF COURSE-STATUS-FIELD NOT = "00"
               DISPLAY "NO COURSE MASTER ON FILE - SEAT CHECK SKIPPED"
           ELSE
               MOVE "N" TO SATELLITE-EOF-FLG
               PERFORM 302-READ-NEXT-COURSE
               PERFORM 303-STORE-ONE-COURSE
                   UNTIL SATELLITE-EOF-FLG = "Y"
               CLOSE INDEXED-COURSE-FILE
           END-IF.
           IF COURSE-TABLE-OVERFLOWED
               DISPLAY "MORE THAN 500 COURSES - SEAT CHECK COVERS "
                   "THE FIRST 500 ONLY"
           END-IF.

      *Read the next course record.
           302-READ-NEXT-COURSE.
           READ INDEXED-COURSE-FILE NEXT RECORD
               AT END MOVE "Y" TO SATELLITE-EOF-FLG.

      *Keep one course in the table, up to its capacity.
           303-STORE-ONE-COURSE.
           IF COURSE-ENTRY-COUNT < 500
               ADD 1 TO COURSE-ENTRY-COUNT
               MOVE INDEXED-COURSE-CODE
                   TO CNT-COURSE-CODE(COURSE-ENTRY-COUNT)
               MOVE INDEXED-ENROLLED-COUNT
                   TO CNT-RECORDED-COUNT(COURSE-ENTRY-COUNT)
               MOVE INDEXED-SEAT-CAPACITY
                   TO CNT-SEAT-CAPACITY(COURSE-ENTRY-COUNT)
               MOVE ZERO TO CNT-TRUE-COUNT(COURSE-ENTRY-COUNT)
           ELSE
               MOVE "Y" TO COURSE-OVERFLOW-FLAG
           END-IF.
           PERFORM 302-READ-NEXT-COURSE.

      *Walk the student master once: tally each course held into
      *the true seat counts and check the sponsor.
           202-SWEEP-STUDENT-MASTER.
           MOVE "N" TO SPONSOR-AVAILABLE-FLAG.
           OPEN INPUT INDEXED-SPONSOR-FILE.
           IF SPONSOR-STATUS-FIELD = "00"
               MOVE "Y" TO SPONSOR-AVAILABLE-FLAG
           ELSE
               DISPLAY "NO SPONSOR MASTER ON FILE - SPONSOR CHECK "
                   "SKIPPED"
           END-IF.
           MOVE "N" TO MASTER-EOF-FLG.
           PERFORM 304-READ-NEXT-STUDENT.
           PERFORM 305-CHECK-ONE-STUDENT
               UNTIL MASTER-EOF-FLG = "Y".
           IF SPONSOR-AVAILABLE-FLAG = "Y"
               CLOSE INDEXED-SPONSOR-FILE
           END-IF.

      *Read the next student record for the master walk.
           304-READ-NEXT-STUDENT.
           READ INDEXED-STU-FILE NEXT RECORD
               AT END MOVE "Y" TO MASTER-EOF-FLG.
           IF MASTER-EOF-FLG NOT = "Y"
               ADD 1 TO STUDENTS-READ-COUNT
           END-IF.

      *Check one student's course slots and sponsor.
           305-CHECK-ONE-STUDENT.
           IF COURSE-ENTRY-COUNT > 0
               PERFORM 306-TALLY-ONE-COURSE-SLOT
                   VARYING SLOT-INDEX-WS FROM 1 BY 1
                   UNTIL SLOT-INDEX-WS > 8
           END-IF.
           IF SPONSOR-CODE NOT = SPACES
               AND SPONSOR-AVAILABLE-FLAG = "Y"
               PERFORM 308-CHECK-STUDENT-SPONSOR
           END-IF.
           PERFORM 304-READ-NEXT-STUDENT.

      *Count the course in a slot toward its true seat count; a
      *course the course master has never heard of is a problem
      *of its own - unless the table overflowed, when it may just
      *be past the 500th course.
           306-TALLY-ONE-COURSE-SLOT.
           IF COURSE-CODE(SLOT-INDEX-WS) NOT = SPACES
               PERFORM 307-FIND-COURSE-ENTRY
               IF MATCHED-COURSE-WS > 0
                   ADD 1 TO CNT-TRUE-COUNT(MATCHED-COURSE-WS)
               ELSE
                   IF NOT COURSE-TABLE-OVERFLOWED
                       MOVE STUDENT-NUMBER TO KEY-STUDENT-WS
                       MOVE SLOT-INDEX-WS TO KEY-SUFFIX-WS
                       MOVE "NOCOURSE" TO EXC-PROBLEM-CODE
                       MOVE "INDEXEDSTU" TO EXC-FILE-NAME
                       MOVE KEY-PAIR-WS TO EXC-KEY
                       MOVE "ON COURSEMST" TO EXC-EXPECTED
                       MOVE COURSE-CODE(SLOT-INDEX-WS) TO EXC-FOUND
                       MOVE SPACES TO EXC-ACTION
                       PERFORM 320-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.

      *Find the slot's course in the count table.
           307-FIND-COURSE-ENTRY.
           MOVE ZERO TO MATCHED-COURSE-WS.
           PERFORM 309-MATCH-ONE-COURSE-ENTRY
               VARYING COURSE-INDEX-WS FROM 1 BY 1
               UNTIL COURSE-INDEX-WS > COURSE-ENTRY-COUNT
                   OR MATCHED-COURSE-WS > 0.

      *Compare one table entry against the slot's course.
           309-MATCH-ONE-COURSE-ENTRY.
           IF CNT-COURSE-CODE(COURSE-INDEX-WS)
               = COURSE-CODE(SLOT-INDEX-WS)
               MOVE COURSE-INDEX-WS TO MATCHED-COURSE-WS
           END-IF.

      *A sponsor code must still be on the sponsor master.
           308-CHECK-STUDENT-SPONSOR.
           MOVE SPONSOR-CODE TO INDEXED-SPONSOR-CODE.
           READ INDEXED-SPONSOR-FILE
               INVALID KEY
                   MOVE "NOSPONSR" TO EXC-PROBLEM-CODE
                   MOVE "INDEXEDSTU" TO EXC-FILE-NAME
                   MOVE STUDENT-NUMBER TO EXC-KEY
                   MOVE "ON SPONSOR.DAT" TO EXC-EXPECTED
                   MOVE SPONSOR-CODE TO EXC-FOUND
                   MOVE SPACES TO EXC-ACTION
                   PERFORM 320-WRITE-EXCEPTION-LINE
           END-READ.

      *Compare every course's recorded seat count with the true
      *count, resetting it in correction mode, and flag a course
      *holding more students than it has seats.
           203-CHECK-SEAT-COUNTS.
           IF COURSE-ENTRY-COUNT > 0
               IF CORRECT-SEAT-COUNTS
                   OPEN I-O INDEXED-COURSE-FILE
               END-IF
               PERFORM 310-CHECK-ONE-SEAT-COUNT
                   VARYING COURSE-INDEX-WS FROM 1 BY 1
                   UNTIL COURSE-INDEX-WS > COURSE-ENTRY-COUNT
               IF CORRECT-SEAT-COUNTS
                   CLOSE INDEXED-COURSE-FILE
               END-IF
           END-IF.

      *Check one course's count, then its capacity.
           310-CHECK-ONE-SEAT-COUNT.
           IF CNT-RECORDED-COUNT(COURSE-INDEX-WS)
               NOT = CNT-TRUE-COUNT(COURSE-INDEX-WS)
               MOVE "SEATCNT " TO EXC-PROBLEM-CODE
               MOVE "COURSEMST" TO EXC-FILE-NAME
               MOVE CNT-COURSE-CODE(COURSE-INDEX-WS) TO EXC-KEY
               MOVE CNT-TRUE-COUNT(COURSE-INDEX-WS) TO COUNT-EDIT-WS
               MOVE COUNT-EDIT-WS TO EXC-EXPECTED
               MOVE CNT-RECORDED-COUNT(COURSE-INDEX-WS)
                   TO COUNT-EDIT-WS
               MOVE COUNT-EDIT-WS TO EXC-FOUND
               MOVE SPACES TO EXC-ACTION
               IF CORRECT-SEAT-COUNTS
                   PERFORM 311-CORRECT-SEAT-COUNT
               END-IF
               PERFORM 320-WRITE-EXCEPTION-LINE
           END-IF.
           IF CNT-TRUE-COUNT(COURSE-INDEX-WS)
               > CNT-SEAT-CAPACITY(COURSE-INDEX-WS)
               MOVE "OVERCAP " TO EXC-PROBLEM-CODE
               MOVE "COURSEMST" TO EXC-FILE-NAME
               MOVE CNT-COURSE-CODE(COURSE-INDEX-WS) TO EXC-KEY
               MOVE CNT-SEAT-CAPACITY(COURSE-INDEX-WS)
                   TO COUNT-EDIT-WS
               MOVE COUNT-EDIT-WS TO EXC-EXPECTED
               MOVE CNT-TRUE-COUNT(COURSE-INDEX-WS) TO COUNT-EDIT-WS
               MOVE COUNT-EDIT-WS TO EXC-FOUND
               MOVE SPACES TO EXC-ACTION
               PERFORM 320-WRITE-EXCEPTION-LINE
           END-IF.

      *Reset the course's seat count to the true figure.
           311-CORRECT-SEAT-COUNT.
           MOVE CNT-COURSE-CODE(COURSE-INDEX-WS)
               TO INDEXED-COURSE-CODE.
           READ INDEXED-COURSE-FILE
               INVALID KEY
                   MOVE "NOT FOUND" TO EXC-ACTION
               NOT INVALID KEY
                   MOVE CNT-TRUE-COUNT(COURSE-INDEX-WS)
                       TO INDEXED-ENROLLED-COUNT
                   REWRITE INDEXED-COURSE-RECORD
                       INVALID KEY
                           MOVE "REWRT FAIL" TO EXC-ACTION
                       NOT INVALID KEY
                           MOVE "CORRECTED" TO EXC-ACTION
                           ADD 1 TO SEATS-CORRECTED-COUNT
                   END-REWRITE
           END-READ.

      *Walk the installment schedules: a student with an open
      *installment must still be on the master and not withdrawn.
      *Each student is reported once, at their first open
      *installment.
           204-SWEEP-PAYMENT-PLANS.
           OPEN INPUT PAYMENT-PLAN-FILE.
           IF PLAN-STATUS-FIELD = "00"
               MOVE ZERO TO LAST-PLAN-STUDENT-WS
               MOVE "N" TO SATELLITE-EOF-FLG
               PERFORM 312-READ-NEXT-PLAN
               PERFORM 313-CHECK-ONE-PLAN
                   UNTIL SATELLITE-EOF-FLG = "Y"
               CLOSE PAYMENT-PLAN-FILE
           END-IF.

      *Read the next installment.
           312-READ-NEXT-PLAN.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END MOVE "Y" TO SATELLITE-EOF-FLG.

      *Check one open installment's student.
           313-CHECK-ONE-PLAN.
           IF PLAN-INSTALLMENT-OPEN
               AND PLN-STUDENT-NUMBER NOT = LAST-PLAN-STUDENT-WS
               MOVE PLN-STUDENT-NUMBER TO LAST-PLAN-STUDENT-WS
               MOVE PLN-STUDENT-NUMBER TO STUDENT-NUMBER
               PERFORM 319-READ-MASTER-STUDENT
               MOVE PLN-STUDENT-NUMBER TO KEY-STUDENT-WS
               MOVE PLN-INSTALLMENT-NO TO KEY-SUFFIX-WS
               MOVE "PAYPLAN" TO EXC-FILE-NAME
               MOVE KEY-PAIR-WS TO EXC-KEY
               MOVE SPACES TO EXC-ACTION
               IF NOT STUDENT-ON-MASTER
                   MOVE "PLANORPH" TO EXC-PROBLEM-CODE
                   MOVE "ON MASTER" TO EXC-EXPECTED
                   MOVE "NOT ON MASTER" TO EXC-FOUND
                   PERFORM 320-WRITE-EXCEPTION-LINE
               ELSE
                   IF STUDENT-STATUS = "W"
                       MOVE "PLANWDRN" TO EXC-PROBLEM-CODE
                       MOVE "CLOSED" TO EXC-EXPECTED
                       MOVE "OPEN, STATUS W" TO EXC-FOUND
                       PERFORM 320-WRITE-EXCEPTION-LINE
                   END-IF
               END-IF
           END-IF.
           PERFORM 312-READ-NEXT-PLAN.

      *Walk the notice history: the account must still be on the
      *master and still owe money.
           205-SWEEP-NOTICE-HISTORY.
           OPEN INPUT NOTICE-HISTORY-FILE.
           IF NOTICE-STATUS-FIELD = "00"
               MOVE "N" TO SATELLITE-EOF-FLG
               PERFORM 314-READ-NEXT-NOTICE
               PERFORM 315-CHECK-ONE-NOTICE
                   UNTIL SATELLITE-EOF-FLG = "Y"
               CLOSE NOTICE-HISTORY-FILE
           END-IF.

      *Read the next notice-history record.
           314-READ-NEXT-NOTICE.
           READ NOTICE-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO SATELLITE-EOF-FLG.

      *Check one notice-history record's account.
           315-CHECK-ONE-NOTICE.
           MOVE NTC-STUDENT-NUMBER TO STUDENT-NUMBER.
           PERFORM 319-READ-MASTER-STUDENT.
           MOVE "NOTICHST" TO EXC-FILE-NAME.
           MOVE NTC-STUDENT-NUMBER TO EXC-KEY.
           MOVE SPACES TO EXC-ACTION.
           IF NOT STUDENT-ON-MASTER
               MOVE "NTCORPH " TO EXC-PROBLEM-CODE
               MOVE "ON MASTER" TO EXC-EXPECTED
               MOVE "NOT ON MASTER" TO EXC-FOUND
               PERFORM 320-WRITE-EXCEPTION-LINE
           ELSE
               IF TUITION-OWED NOT > 0
                   MOVE "NTCPAID " TO EXC-PROBLEM-CODE
                   MOVE "BALANCE OWING" TO EXC-EXPECTED
                   MOVE TUITION-OWED TO BALANCE-EDIT-WS
                   MOVE BALANCE-EDIT-WS TO EXC-FOUND
                   PERFORM 320-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           PERFORM 314-READ-NEXT-NOTICE.

      *Walk the holds: every hold must belong to a student on the
      *master, and an active financial hold needs a balance owing.
           206-SWEEP-HOLDS.
           OPEN INPUT HOLD-FILE.
           IF HOLD-STATUS-FIELD = "00"
               MOVE "N" TO SATELLITE-EOF-FLG
               PERFORM 316-READ-NEXT-HOLD
               PERFORM 317-CHECK-ONE-HOLD
                   UNTIL SATELLITE-EOF-FLG = "Y"
               CLOSE HOLD-FILE
           END-IF.

      *Read the next hold record.
           316-READ-NEXT-HOLD.
           READ HOLD-FILE NEXT RECORD
               AT END MOVE "Y" TO SATELLITE-EOF-FLG.

      *Check one hold record's student.
           317-CHECK-ONE-HOLD.
           MOVE HLD-STUDENT-NUMBER TO STUDENT-NUMBER.
           PERFORM 319-READ-MASTER-STUDENT.
           MOVE HLD-STUDENT-NUMBER TO KEY-STUDENT-WS.
           MOVE HLD-HOLD-TYPE TO KEY-SUFFIX-WS.
           MOVE "HOLDS" TO EXC-FILE-NAME.
           MOVE KEY-PAIR-WS TO EXC-KEY.
           MOVE SPACES TO EXC-ACTION.
           IF NOT STUDENT-ON-MASTER
               MOVE "HOLDORPH" TO EXC-PROBLEM-CODE
               MOVE "ON MASTER" TO EXC-EXPECTED
               MOVE "NOT ON MASTER" TO EXC-FOUND
               PERFORM 320-WRITE-EXCEPTION-LINE
           ELSE
               IF HLD-HOLD-TYPE = "F" AND HLD-RELEASED-DATE = ZERO
                   AND TUITION-OWED NOT > 0
                   MOVE "HOLDPAID" TO EXC-PROBLEM-CODE
                   MOVE "RELEASED" TO EXC-EXPECTED
                   MOVE "ACTIVE" TO EXC-FOUND
                   PERFORM 320-WRITE-EXCEPTION-LINE
               END-IF
           END-IF.
           PERFORM 316-READ-NEXT-HOLD.

      *Walk the address master: every address must belong to a
      *student on the master.
           207-SWEEP-ADDRESSES.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-STATUS-FIELD = "00"
               MOVE "N" TO SATELLITE-EOF-FLG
               PERFORM 318-READ-NEXT-ADDRESS
               PERFORM 321-CHECK-ONE-ADDRESS
                   UNTIL SATELLITE-EOF-FLG = "Y"
               CLOSE ADDRESS-FILE
           END-IF.

      *Read the next address record.
           318-READ-NEXT-ADDRESS.
           READ ADDRESS-FILE NEXT RECORD
               AT END MOVE "Y" TO SATELLITE-EOF-FLG.

      *Check one address record's student.
           321-CHECK-ONE-ADDRESS.
           MOVE ADR-STUDENT-NUMBER TO STUDENT-NUMBER.
           PERFORM 319-READ-MASTER-STUDENT.
           IF NOT STUDENT-ON-MASTER
               MOVE "ADDRORPH" TO EXC-PROBLEM-CODE
               MOVE "ADDRESS" TO EXC-FILE-NAME
               MOVE ADR-STUDENT-NUMBER TO EXC-KEY
               MOVE "ON MASTER" TO EXC-EXPECTED
               MOVE "NOT ON MASTER" TO EXC-FOUND
               MOVE SPACES TO EXC-ACTION
               PERFORM 320-WRITE-EXCEPTION-LINE
           END-IF.
           PERFORM 318-READ-NEXT-ADDRESS.

      *Read the student a satellite record points at, by key.
           319-READ-MASTER-STUDENT.
           READ INDEXED-STU-FILE
               INVALID KEY
                   MOVE "N" TO STUDENT-FOUND-FLAG
               NOT INVALID KEY
                   MOVE "Y" TO STUDENT-FOUND-FLAG
           END-READ.

      *Write one exceptions line and count the problem.
           320-WRITE-EXCEPTION-LINE.
           MOVE EXCEPTION-LINE TO EXCEPTION-RECORD.
           WRITE EXCEPTION-RECORD.
           ADD 1 TO PROBLEM-COUNT.

       END PROGRAM INTEGCHK.
