      *          student's eight-entry course table or clears the
      *          matching slot. An add is rejected when the code is
      *          already on the record or all eight slots are full; a
      *          drop is rejected when the code is not on the record,
      *          and an add is rejected for a student carrying any
      *          active hold on HOLDS.DAT.
      *          Prints posted/rejected control totals, so
      *          registration week no longer means hand-editing
      *          STUFILE3.TXT and rebuilding overnight.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.
           05 HIST-RECORD-KEY.
               10 HIST-STUDENT-NUMBER PIC 9(6).
               10 HIST-TERM-ID        PIC X(6).
           05 HIST-TUITION-OWED       PIC S9(6)V99.
           05 HIST-STUDENT-NAME       PIC X(40).
           05 HIST-PROGRAM-OF-STUDY   PIC X(5).
           05 HIST-COURSE-TABLE OCCURS 8 TIMES.
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

      *Account-hold handshake with HOLDPOST; a blank type asks
      *whether the student carries an active hold of any type.
       01 HOLD-CALL-FIELDS.
           05 HOLD-REQUEST-WS  PIC X(7) VALUE "CHECK  ".
           05 HOLD-STUDENT-WS  PIC 9(6).
           05 HOLD-TYPE-WS     PIC X(1).
           05 HOLD-REASON-WS   PIC X(40).
           05 HOLD-OPERATOR-WS PIC X(8) VALUE "BATCH   ".
           05 HOLD-RESULT-WS   PIC X(1).
               88 ACTIVE-HOLD-FOUND VALUE "Y".

       PROCEDURE DIVISION.
      *Main procedure for posting course add/drop transactions. The
      *whole run happens inside the posting window, so a counter
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

      *Look up the student number on the transaction; a number
      *retired by a duplicate-record merge takes no more courses.
           305-READ-STUDENT-FOR-TRANS.
           MOVE REG-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
                   ADD 1 TO TRANS-REJECT-COUNT
               NOT INVALID KEY
                   MOVE 0 TO WAIT-FLAG.
           IF WAIT-FLAG = 0 AND STUDENT-STATUS = "M"
               DISPLAY "STUDENT NUMBER MERGED, TRANS REJECTED: "
                   REG-STUDENT-NUMBER
               MOVE 1 TO WAIT-FLAG
               ADD 1 TO TRANS-REJECT-COUNT
           END-IF.

      *Add the course to the student's record once the hold and
      *prerequisite edits clear; a student under an active hold, or
      *one lacking the prior grades, is rejected with the reason.
           306-APPLY-COURSE-ADD.
           PERFORM 341-CHECK-ACTIVE-HOLD.
           IF ACTIVE-HOLD-FOUND
               DISPLAY "ACTIVE " HOLD-TYPE-WS " HOLD, ADD REJECTED: "
                   REG-STUDENT-NUMBER " " REG-COURSE-CODE " "
                   HOLD-REASON-WS
               ADD 1 TO TRANS-REJECT-COUNT
           ELSE
               PERFORM 330-CHECK-PREREQUISITE
               IF PREREQ-OK-FLAG = "Y"
                   PERFORM 340-APPLY-VETTED-ADD
               ELSE
                   DISPLAY "PREREQUISITE NOT MET, ADD REJECTED, "
                       "REASON " PREREQ-REASON-CODE ": "
                       REG-STUDENT-NUMBER " " REG-COURSE-CODE
                   ADD 1 TO TRANS-REJECT-COUNT
               END-IF
           END-IF.

      *Ask HOLDPOST whether the student in STUDENT-RECORD carries an
      *active hold of any type.
           341-CHECK-ACTIVE-HOLD.
           MOVE STUDENT-NUMBER TO HOLD-STUDENT-WS.
           MOVE SPACE TO HOLD-TYPE-WS.
           MOVE SPACES TO HOLD-REASON-WS.
           CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
               HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
               HOLD-RESULT-WS.

      *Add the vetted course to the student's first open slot,
      *rejecting a duplicate enrollment or a full course table. An
      *add into a course with no seat left is queued on the
                   PERFORM 327-POST-PROMOTED-ADD
           END-READ.

      *Post the promoted add onto the student's record; a student
      *put under a hold since queueing, or whose number has since
      *been retired by a duplicate-record merge, loses the place
      *like any other add would be refused.
           327-POST-PROMOTED-ADD.
           PERFORM 308-FIND-MATCHING-SLOT.
           PERFORM 341-CHECK-ACTIVE-HOLD.
           IF STUDENT-STATUS = "M"
               DISPLAY "WAITLISTED NUMBER MERGED, ENTRY DROPPED: "
                   STUDENT-NUMBER " " REG-COURSE-CODE
           ELSE
               IF ACTIVE-HOLD-FOUND
                   DISPLAY "WAITLISTED STUDENT ON HOLD, ENTRY DROPPED: "
                       STUDENT-NUMBER " " REG-COURSE-CODE
               ELSE
                   IF MATCHED-SLOT-WS NOT = 0
                       DISPLAY "WAITLISTED STUDENT ALREADY ENROLLED, "
                           "ENTRY DROPPED: " STUDENT-NUMBER " "
                           REG-COURSE-CODE
                   ELSE
                       PERFORM 342-POST-PROMOTED-COURSE
                   END-IF
               END-IF
           END-IF.

      *Put the promoted course in the first open slot, taking the
      *seat back when the record rewrites.
           342-POST-PROMOTED-COURSE.
           PERFORM 309-FIND-OPEN-SLOT.
           IF MATCHED-SLOT-WS = 0
               DISPLAY "WAITLISTED STUDENT TABLE FULL, ENTRY "
                   "DROPPED: " STUDENT-NUMBER " " REG-COURSE-CODE
           ELSE
               MOVE REG-COURSE-CODE
                   TO COURSE-CODE(MATCHED-SLOT-WS)
               MOVE ZERO TO COURSE-AVERAGE(MATCHED-SLOT-WS)
               PERFORM 310-REWRITE-STUDENT-RECORD
               IF REWRITE-OK-FLAG = "Y"
                   PERFORM 315-TAKE-COURSE-SEAT
                   DISPLAY "ENROLLED FROM WAITLIST: "
                       STUDENT-NUMBER " " REG-COURSE-CODE
                   ADD 1 TO TRANS-PROMOTED-COUNT
                   MOVE "Y" TO PROMOTE-DONE-FLAG
               END-IF
           END-IF.

      *Drop the worked entry out of the queue, shifting the ones
      *behind it up to keep arrival order.
           325-REMOVE-WAITLIST-ENTRY.
