      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Duplicate-student merge posting. Reads the pairs
      *          records staff have approved off the DUPSTUD report
      *          (retired number, surviving number and the approving
      *          operator, who must be records staff on the operator
      *          master) and folds the retired number into the
      *          surviving one on INDEXEDSTUFILE.DAT: the balance,
      *          the course table, the STUHIST.DAT terms, the
      *          PAYPLAN.DAT installments, the sponsor code, the
      *          NOTICHST.DAT dunning history and any active account
      *          holds all move across, each hold placed on the
      *          survivor and released on the retired number through
      *          HOLDPOST so both show on the hold audit trail. The
      *          balance moves on a MERGEOUT audit line on the retired
      *          number and a MERGEIN line on the survivor, so
      *          AUDRECON still proves both, and the retired record
      *          is left empty with STUDENT-STATUS "M" so no poster
      *          will take anything on it again. Every pair is
      *          checked through before anything moves; a pair that
      *          cannot be merged whole is rejected untouched. Each
      *          merge prints on MERGERPT.TXT.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STUMERGE.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT MERGE-TRANS-FILE
           ASSIGN TO "../MERGETRN.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS STUDENT-NUMBER
           ALTERNATE RECORD KEY IS STUDENT-NAME
               WITH DUPLICATES
           FILE STATUS IS STATUS-FIELD.

           SELECT INDEXED-COURSE-FILE
           ASSIGN TO "../COURSEMST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS INDEXED-COURSE-CODE
           FILE STATUS IS COURSE-STATUS-FIELD.

           SELECT STUDENT-HISTORY-FILE
           ASSIGN TO "../STUHIST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS HIST-RECORD-KEY
           FILE STATUS IS HIST-STATUS-FIELD.

           SELECT PAYMENT-PLAN-FILE
           ASSIGN TO "../PAYPLAN.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS DYNAMIC
           RECORD KEY IS PLAN-RECORD-KEY
           FILE STATUS IS PLAN-STATUS-FIELD.

           SELECT NOTICE-HISTORY-FILE
           ASSIGN TO "../NOTICHST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS NTC-STUDENT-NUMBER
           FILE STATUS IS NOTICE-STATUS-FIELD.

           SELECT AUDIT-LOG-FILE
           ASSIGN TO "../AUDITLOG.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

           SELECT REGISTER-FILE
           ASSIGN TO "../MERGERPT.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Approved merges, one per line: the number to retire, the
      *number that carries on, and the records-staff operator who
      *approved the pair.
       FD MERGE-TRANS-FILE.
       01 MERGE-TRANS-RECORD.
           05 MRG-RETIRED-NUMBER   PIC 9(6).
           05 MRG-SURVIVING-NUMBER PIC 9(6).
           05 MRG-APPROVER-ID      PIC X(8).

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

      *Course master, for the seat a course held on both numbers
      *gives back once the two tables are one.
       FD INDEXED-COURSE-FILE.
       01 INDEXED-COURSE-RECORD.
           05 INDEXED-COURSE-CODE   PIC X(7).
           05 INDEXED-COURSE-TITLE  PIC X(30).
           05 INDEXED-CREDIT-HOURS  PIC 9V9.
           05 INDEXED-SEAT-CAPACITY PIC 9(3).
           05 INDEXED-ENROLLED-COUNT PIC 9(3).

      *Term-by-term archive TERMROLL writes, same layout, keyed by
      *student number plus term.
       FD STUDENT-HISTORY-FILE.
       01 HISTORY-RECORD.
           05 HIST-RECORD-KEY.
               10 HIST-STUDENT-NUMBER PIC 9(6).
               10 HIST-TERM-ID        PIC X(6).
           05 HIST-TUITION-OWED       PIC S9(6)V99.
           05 HIST-STUDENT-NAME       PIC X(40).
           05 HIST-PROGRAM-OF-STUDY   PIC X(5).
           05 HIST-COURSE-TABLE OCCURS 8 TIMES.
               10 HIST-COURSE-CODE    PIC X(7).
               10 HIST-COURSE-AVERAGE PIC 9(3).

      *Installment schedule PLANBLD builds, same layout, keyed by
      *student number plus installment number.
       FD PAYMENT-PLAN-FILE.
       01 PLAN-RECORD.
           05 PLAN-RECORD-KEY.
               10 PLN-STUDENT-NUMBER PIC 9(6).
               10 PLN-INSTALLMENT-NO PIC 9(2).
           05 PLN-DUE-DATE      PIC 9(8).
           05 PLN-AMOUNT-DUE    PIC S9(6)V99.
           05 PLN-AMOUNT-PAID   PIC S9(6)V99.
           05 PLN-STATUS        PIC X(1).

      *Dunning history DUNNOTIC keeps, same layout, one record per
      *student.
       FD NOTICE-HISTORY-FILE.
       01 NOTICE-HISTORY-RECORD.
           05 NTC-STUDENT-NUMBER PIC 9(6).
           05 NTC-LAST-LEVEL     PIC 9(1).
           05 NTC-LAST-SENT-DATE PIC 9(8).
           05 NTC-PLACED-DATE    PIC 9(8).

      *Same audit trail layout every poster appends to.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in AUDIT-LOG-LINE below and moved here before each
      *WRITE.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD PIC X(98).

      *Printed merge register, one line per merge posted.
       FD REGISTER-FILE.
       01 REGISTER-LINE PIC X(80).

       WORKING-STORAGE SECTION.
      *Line layout for AUDIT-LOG-FILE, built here (where VALUE
      *clauses are honored) and moved to AUDIT-LOG-RECORD before
      *each WRITE.
       01 AUDIT-LOG-LINE.
           05 AUD-STUDENT-NUMBER  PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-OLD-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-PAYMENT-AMOUNT  PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-NEW-BALANCE     PIC S9(6)V99
                   SIGN IS TRAILING SEPARATE.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-TIMESTAMP.
               10 AUD-TS-DATE     PIC 9(8).
               10 AUD-TS-TIME     PIC 9(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-FISCAL-PERIOD   PIC 9(6).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-SEQUENCE-NUMBER PIC 9(9).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 AUD-CHECK-TOTAL     PIC 9(9).

      *Audit-line seal handshake with AUDSEAL, shared by every
      *program that writes to the audit log: each line is numbered
      *and chained to the one before it just ahead of its WRITE.
       01 SEAL-FIELDS.
           05 SEAL-REQUEST-WS PIC X(5) VALUE "STAMP".
           05 SEAL-CHAIN-WS   PIC 9(9).

      *The two students of the pair as read, and the retired one
      *as it stood before the merge, kept to put it back should the
      *survivor's rewrite fail. The course tables sit under a group
      *of their own so they can be handed to the course merge whole.
       01 SURVIVOR-RECORD-WS.
           05 SVR-STUDENT-NUMBER  PIC 9(6).
           05 SVR-TUITION-OWED    PIC S9(6)V99.
           05 SVR-STUDENT-NAME    PIC X(40).
           05 SVR-PROGRAM-NAME    PIC X(5).
           05 SVR-COURSE-AREA.
               10 SVR-COURSE OCCURS 8 TIMES.
                   15 SVR-COURSE-CODE    PIC X(7).
                   15 SVR-COURSE-AVERAGE PIC 9(3).
           05 SVR-SPONSOR-CODE    PIC X(5).
           05 SVR-STUDENT-STATUS  PIC X(1).

       01 RETIRED-RECORD-WS.
           05 RTD-STUDENT-NUMBER  PIC 9(6).
           05 RTD-TUITION-OWED    PIC S9(6)V99.
           05 RTD-STUDENT-NAME    PIC X(40).
           05 RTD-PROGRAM-NAME    PIC X(5).
           05 RTD-COURSE-AREA.
               10 RTD-COURSE OCCURS 8 TIMES.
                   15 RTD-COURSE-CODE    PIC X(7).
                   15 RTD-COURSE-AVERAGE PIC 9(3).
           05 RTD-SPONSOR-CODE    PIC X(5).
           05 RTD-STUDENT-STATUS  PIC X(1).

       01 RETIRED-ORIGINAL-WS PIC X(145).

      *One archived term of each number, read for the merge of a
      *term both numbers carry.
       01 RETIRED-TERM-WS.
           05 RTT-RECORD-KEY.
               10 RTT-STUDENT-NUMBER PIC 9(6).
               10 RTT-TERM-ID        PIC X(6).
           05 RTT-TUITION-OWED       PIC S9(6)V99.
           05 RTT-STUDENT-NAME       PIC X(40).
           05 RTT-PROGRAM-OF-STUDY   PIC X(5).
           05 RTT-COURSE-AREA.
               10 RTT-COURSE OCCURS 8 TIMES.
                   15 RTT-COURSE-CODE    PIC X(7).
                   15 RTT-COURSE-AVERAGE PIC 9(3).

       01 SURVIVOR-TERM-WS.
           05 SVT-RECORD-KEY.
               10 SVT-STUDENT-NUMBER PIC 9(6).
               10 SVT-TERM-ID        PIC X(6).
           05 SVT-TUITION-OWED       PIC S9(6)V99.
           05 SVT-STUDENT-NAME       PIC X(40).
           05 SVT-PROGRAM-OF-STUDY   PIC X(5).
           05 SVT-COURSE-AREA.
               10 SVT-COURSE OCCURS 8 TIMES.
                   15 SVT-COURSE-CODE    PIC X(7).
                   15 SVT-COURSE-AVERAGE PIC 9(3).

      *Course merge: the source table's courses are laid into the
      *target's empty slots, a course already on the target keeping
      *its slot (and taking the source's grade only when it has
      *none of its own). Courses found on both are listed, since
      *each held a seat of its own; a course with no empty slot
      *left is counted as not placed.
       01 COURSE-MERGE-FIELDS.
           05 TARGET-COURSE-AREA.
               10 TGT-COURSE OCCURS 8 TIMES.
                   15 TGT-COURSE-CODE    PIC X(7).
                   15 TGT-COURSE-AVERAGE PIC 9(3).
           05 SOURCE-COURSE-AREA.
               10 SRC-COURSE OCCURS 8 TIMES.
                   15 SRC-COURSE-CODE    PIC X(7).
                   15 SRC-COURSE-AVERAGE PIC 9(3).
           05 SOURCE-INDEX-WS         PIC 9(2).
           05 TARGET-INDEX-WS         PIC 9(2).
           05 MATCHED-SLOT-WS         PIC 9(2).
           05 COURSES-MOVED-WS        PIC 9(2).
           05 COURSES-NOT-PLACED-WS   PIC 9(2).
           05 DUPLICATE-COUNT-WS      PIC 9(2).
           05 DUPLICATE-CODE OCCURS 8 TIMES PIC X(7).
           05 DUPLICATE-INDEX-WS      PIC 9(2).
           05 SURVIVOR-COURSES-BEFORE PIC X(80).

      *Terms the retired number has on the archive, gathered before
      *any of them is moved.
       01 RETIRED-TERM-TABLE.
           05 RETIRED-TERM-COUNT  PIC 9(2).
           05 RETIRED-TERM-ID OCCURS 40 TIMES PIC X(6).
           05 TERM-INDEX-WS       PIC 9(2).

      *Installments the retired number has on the plan file,
      *gathered the same way, and the last installment number the
      *survivor already has; the retired number's installments are
      *renumbered to follow it.
       01 RETIRED-INSTALLMENT-TABLE.
           05 RETIRED-INSTALLMENT-COUNT PIC 9(2).
           05 RETIRED-INSTALLMENT-NO OCCURS 20 TIMES PIC 9(2).
           05 INSTALLMENT-INDEX-WS  PIC 9(2).
           05 SURVIVOR-LAST-INSTALLMENT PIC 9(2).
           05 NEXT-INSTALLMENT-WS   PIC 9(2).
           05 INSTALLMENTS-NEEDED-WS PIC 9(3).

       01 PLAN-RECORD-WS.
           05 PLW-RECORD-KEY.
               10 PLW-STUDENT-NUMBER PIC 9(6).
               10 PLW-INSTALLMENT-NO PIC 9(2).
           05 PLW-DUE-DATE      PIC 9(8).
           05 PLW-AMOUNT-DUE    PIC S9(6)V99.
           05 PLW-AMOUNT-PAID   PIC S9(6)V99.
           05 PLW-STATUS        PIC X(1).

       01 RETIRED-NOTICE-WS.
           05 RNT-STUDENT-NUMBER PIC 9(6).
           05 RNT-LAST-LEVEL     PIC 9(1).
           05 RNT-LAST-SENT-DATE PIC 9(8).
           05 RNT-PLACED-DATE    PIC 9(8).

       01 MERGE-AMOUNT-FIELDS.
           05 MERGED-BALANCE-WS   PIC S9(6)V99.
           05 MERGED-TERM-OWED-WS PIC S9(6)V99.
           05 SURVIVOR-BEFORE-WS  PIC S9(6)V99.

      *What one merge moved, for its register line.
       01 MERGE-COUNTS.
           05 LIVE-COURSES-MOVED  PIC 9(2).
           05 SEATS-RETURNED      PIC 9(2).
           05 TERMS-MOVED         PIC 9(2).
           05 INSTALLMENTS-MOVED  PIC 9(2).
           05 NOTICE-MOVED-FLAG   PIC X(1).
           05 SPONSOR-MOVED-WS    PIC X(5).
           05 HOLDS-MOVED         PIC 9(2).

       01 CONTROL-FIELDS.
           05 EOF-FLG             PIC X(1) VALUE "N".
           05 STATUS-FIELD        PIC X(2).
           05 COURSE-STATUS-FIELD PIC X(2).
           05 HIST-STATUS-FIELD   PIC X(2).
           05 PLAN-STATUS-FIELD   PIC X(2).
           05 NOTICE-STATUS-FIELD PIC X(2).
           05 HIST-EOF-FLG        PIC X(1).
           05 PLAN-EOF-FLG        PIC X(1).
           05 WAIT-FLAG           PIC 9(1).
           05 REJECT-REASON-WS    PIC X(40).
           05 HISTORY-OPEN-FLAG   PIC X(1).
               88 HISTORY-FILE-OPEN VALUE "Y".
           05 PLAN-OPEN-FLAG      PIC X(1).
               88 PLAN-FILE-OPEN    VALUE "Y".
           05 NOTICE-OPEN-FLAG    PIC X(1).
               88 NOTICE-FILE-OPEN  VALUE "Y".
           05 SURVIVOR-TERM-FLAG  PIC X(1).
               88 SURVIVOR-HAS-TERM VALUE "Y".

      *Approver check against the operator master through
      *OPERAUTH: a merge is posted only on the approval of an ID
      *that is there and belongs to records staff.
       01 AUTH-FIELDS.
           05 AUTH-REQUEST-WS  PIC X(7).
           05 AUTH-PASSWORD-WS PIC X(8) VALUE SPACES.
           05 AUTH-ROLE-WS     PIC X(1).
               88 RECORDS-STAFF-APPROVER VALUE "R".
           05 AUTH-RESULT-WS   PIC X(1).
               88 APPROVER-ON-MASTER VALUE "Y".

      *Account-hold handshake with HOLDPOST, so an active hold on the
      *retired number follows the debt to the survivor. The hold
      *types are walked in turn; the reason names the other number.
       01 HOLD-CALL-FIELDS.
           05 HOLD-REQUEST-WS  PIC X(7).
           05 HOLD-STUDENT-WS  PIC 9(6).
           05 HOLD-TYPE-WS     PIC X(1).
           05 HOLD-REASON-WS   PIC X(40).
           05 HOLD-OPERATOR-WS PIC X(8).
           05 HOLD-RESULT-WS   PIC X(1).
               88 HOLD-DONE        VALUE "Y".

       01 HOLD-MERGE-REASON.
           05 HMR-ACTION       PIC X(12).
           05 HMR-OTHER-NUMBER PIC 9(6).
           05 FILLER           PIC X(22) VALUE SPACES.

       01 HOLD-TYPE-LIST     PIC X(3) VALUE "FRA".
       01 HOLD-TYPE-TABLE REDEFINES HOLD-TYPE-LIST.
           05 HOLD-TYPE-ENTRY PIC X(1) OCCURS 3 TIMES.
       01 HOLD-TYPE-INDEX-WS PIC 9(1).

       01 RUN-TOTALS.
           05 TRANS-READ-COUNT     PIC 9(5) VALUE ZERO.
           05 TRANS-POSTED-COUNT   PIC 9(5) VALUE ZERO.
           05 TRANS-REJECT-COUNT   PIC 9(5) VALUE ZERO.
           05 BALANCE-MOVED-TOTAL  PIC S9(9)V99 VALUE ZERO.

       01 MOVED-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99CR.

       01 HEADING-LINE-1.
           05 FILLER PIC X(34)
                   VALUE "DUPLICATE STUDENT MERGE REGISTER  ".
           05 FILLER PIC X(9) VALUE "RUN DATE ".
           05 HDG-RUN-DATE        PIC 9(8).
           05 FILLER PIC X(29) VALUE SPACES.

       01 HEADING-LINE-2.
           05 FILLER PIC X(7)  VALUE "RETIRED".
           05 FILLER PIC X(7)  VALUE " SURVVR".
           05 FILLER PIC X(15) VALUE "  BALANCE MOVED".
           05 FILLER PIC X(6)  VALUE "  CRS ".
           05 FILLER PIC X(6)  VALUE " SEATS".
           05 FILLER PIC X(6)  VALUE " TERMS".
           05 FILLER PIC X(6)  VALUE " INSTL".
           05 FILLER PIC X(6)  VALUE " NTC  ".
           05 FILLER PIC X(7)  VALUE "SPNSR  ".
           05 FILLER PIC X(5)  VALUE "HLD  ".
           05 FILLER PIC X(9)  VALUE "APPROVER".

      *One merge posted: the two numbers, the balance moved, and
      *how many courses, returned seats, archived terms and plan
      *installments went across, whether the dunning history did,
      *the sponsor code the survivor took over, if any, and how
      *many active holds followed it.
       01 REGISTER-DETAIL-LINE.
           05 RGL-RETIRED-NUMBER   PIC 9(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-SURVIVING-NUMBER PIC 9(6).
           05 FILLER               PIC X(1) VALUE SPACE.
           05 RGL-BALANCE-MOVED    PIC $ZZZ,ZZ9.99CR.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-COURSES-MOVED    PIC ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RGL-SEATS-RETURNED   PIC ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RGL-TERMS-MOVED      PIC ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RGL-INSTALLMENTS     PIC ZZ9.
           05 FILLER               PIC X(3) VALUE SPACES.
           05 RGL-NOTICE-MOVED     PIC X(1).
           05 FILLER               PIC X(4) VALUE SPACES.
           05 RGL-SPONSOR-MOVED    PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-HOLDS-MOVED      PIC ZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 RGL-APPROVER-ID      PIC X(8).
           05 FILLER               PIC X(1) VALUE SPACE.

       01 TOTAL-LINE.
           05 TTL-LABEL           PIC X(32).
           05 TTL-COUNT           PIC ZZZ,ZZ9.
           05 FILLER              PIC X(41) VALUE SPACES.

       01 AMOUNT-TOTAL-LINE.
           05 ATL-LABEL           PIC X(32).
           05 ATL-AMOUNT          PIC $$$$,$$$,$$9.99CR.
           05 FILLER              PIC X(31) VALUE SPACES.

      *Posting-window handshake with POSTGATE, shared by every
      *program that updates the student master.
       01 GATE-FIELDS.
           05 GATE-REQUEST-WS PIC X(7).
           05 GATE-CALLER-WS  PIC X(8) VALUE "STUMERGE".
           05 GATE-RESULT-WS  PIC X(1).
               88 POSTING-GATE-HELD VALUE "Y".

      *Fiscal-period handshake with FISCPER, shared by every
      *program that writes to the audit log: nothing posts into a
      *closed period or on a day the calendar does not cover.
       01 FISCAL-FIELDS.
           05 FISCAL-DATE-WS      PIC 9(8) VALUE ZERO.
           05 FISCAL-PERIOD-WS    PIC 9(6).
           05 FISCAL-LATE-FLAG-WS PIC X(1).
               88 FISCAL-DATE-LATE      VALUE "Y".
           05 FISCAL-RESULT-WS    PIC X(1).
               88 FISCAL-PERIOD-OPEN    VALUE "Y".
               88 FISCAL-PERIOD-CLOSED  VALUE "C".

       PROCEDURE DIVISION.
      *Main procedure for posting merges. The whole run happens
      *inside the posting window, so no other poster can touch
      *either number while its records are being moved.
       100-MERGE-DUPLICATE-STUDENTS.
           PERFORM 204-ACQUIRE-POSTING-GATE.
           IF POSTING-GATE-HELD
               PERFORM 206-FIND-FISCAL-PERIOD
               IF FISCAL-PERIOD-OPEN
                   PERFORM 201-INITIALIZE-MERGE-RUN
                   PERFORM 202-PROCESS-MERGE-TRANS
                       UNTIL EOF-FLG = "Y"
                   PERFORM 203-TERMINATE-PROGRAM
               END-IF
               PERFORM 205-RELEASE-POSTING-GATE
           ELSE
               DISPLAY "STUMERGE RUN CANCELLED - POSTING WINDOW BUSY"
           END-IF.
           STOP RUN.

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

      *Find the fiscal period today's postings belong to; the run
      *posts nothing when that period is closed or the calendar has
      *no period for today.
           206-FIND-FISCAL-PERIOD.
           CALL "FISCPER" USING FISCAL-DATE-WS, FISCAL-PERIOD-WS,
               FISCAL-LATE-FLAG-WS, FISCAL-RESULT-WS.
           IF FISCAL-PERIOD-CLOSED
               DISPLAY "STUMERGE RUN CANCELLED - FISCAL PERIOD "
                   FISCAL-PERIOD-WS " IS CLOSED"
           ELSE
               IF NOT FISCAL-PERIOD-OPEN
                   DISPLAY "STUMERGE RUN CANCELLED - NO FISCAL PERIOD "
                       "FOR TODAY ON THE CALENDAR"
               END-IF
           END-IF.

      *Open the files, print the register headings and prime the
      *read. The archive, plan and notice files may not exist yet
      *on a new system; a file that will not open simply has
      *nothing to move.
           201-INITIALIZE-MERGE-RUN.
           OPEN INPUT MERGE-TRANS-FILE.
           OPEN I-O INDEXED-STU-FILE.
           OPEN I-O INDEXED-COURSE-FILE.
           OPEN EXTEND AUDIT-LOG-FILE.
           OPEN OUTPUT REGISTER-FILE.
           MOVE "N" TO HISTORY-OPEN-FLAG.
           OPEN I-O STUDENT-HISTORY-FILE.
           IF HIST-STATUS-FIELD = "00"
               MOVE "Y" TO HISTORY-OPEN-FLAG
           END-IF.
           MOVE "N" TO PLAN-OPEN-FLAG.
           OPEN I-O PAYMENT-PLAN-FILE.
           IF PLAN-STATUS-FIELD = "00"
               MOVE "Y" TO PLAN-OPEN-FLAG
           END-IF.
           MOVE "N" TO NOTICE-OPEN-FLAG.
           OPEN I-O NOTICE-HISTORY-FILE.
           IF NOTICE-STATUS-FIELD = "00"
               MOVE "Y" TO NOTICE-OPEN-FLAG
           END-IF.
           ACCEPT HDG-RUN-DATE FROM DATE YYYYMMDD.
           MOVE HEADING-LINE-1 TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE HEADING-LINE-2 TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           PERFORM 302-READ-MERGE-TRANS.

      *Vet the approver and the pair, check every piece of the
      *merge through, and only then move anything.
           202-PROCESS-MERGE-TRANS.
           PERFORM 303-VERIFY-APPROVER-ID.
           IF WAIT-FLAG = 0
               PERFORM 304-READ-MERGE-PAIR
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 305-CHECK-BALANCE-AND-SPONSOR
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 306-CHECK-LIVE-COURSES
           END-IF.
           IF WAIT-FLAG = 0 AND HISTORY-FILE-OPEN
               PERFORM 307-CHECK-RETIRED-TERMS
           END-IF.
           IF WAIT-FLAG = 0 AND PLAN-FILE-OPEN
               PERFORM 311-CHECK-RETIRED-INSTALLMENTS
           END-IF.
           IF WAIT-FLAG = 0
               PERFORM 320-POST-MERGE
           END-IF.
           PERFORM 302-READ-MERGE-TRANS.

      *Print the run totals and close the files.
           203-TERMINATE-PROGRAM.
           MOVE SPACES TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE "MERGE TRANSACTIONS READ" TO TTL-LABEL.
           MOVE TRANS-READ-COUNT TO TTL-COUNT.
           PERFORM 339-WRITE-TOTAL-LINE.
           MOVE "MERGES POSTED" TO TTL-LABEL.
           MOVE TRANS-POSTED-COUNT TO TTL-COUNT.
           PERFORM 339-WRITE-TOTAL-LINE.
           MOVE "MERGES REJECTED" TO TTL-LABEL.
           MOVE TRANS-REJECT-COUNT TO TTL-COUNT.
           PERFORM 339-WRITE-TOTAL-LINE.
           MOVE "NET BALANCE MOVED" TO ATL-LABEL.
           MOVE BALANCE-MOVED-TOTAL TO ATL-AMOUNT.
           MOVE AMOUNT-TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.
           MOVE BALANCE-MOVED-TOTAL TO MOVED-TOTAL-DISPLAY.
           DISPLAY "STUMERGE RUN TOTALS".
           DISPLAY "TRANSACTIONS READ   : " TRANS-READ-COUNT.
           DISPLAY "MERGES POSTED       : " TRANS-POSTED-COUNT.
           DISPLAY "MERGES REJECTED     : " TRANS-REJECT-COUNT.
           DISPLAY "NET BALANCE MOVED   : " MOVED-TOTAL-DISPLAY.
           CLOSE MERGE-TRANS-FILE, INDEXED-STU-FILE,
               INDEXED-COURSE-FILE, AUDIT-LOG-FILE, REGISTER-FILE.
           IF HISTORY-FILE-OPEN
               CLOSE STUDENT-HISTORY-FILE
           END-IF.
           IF PLAN-FILE-OPEN
               CLOSE PAYMENT-PLAN-FILE
           END-IF.
           IF NOTICE-FILE-OPEN
               CLOSE NOTICE-HISTORY-FILE
           END-IF.

      *Read the next approved merge.
           302-READ-MERGE-TRANS.
           READ MERGE-TRANS-FILE
               AT END MOVE "Y" TO EOF-FLG.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO TRANS-READ-COUNT
           END-IF.

      *Look the approving operator up on the operator master; a
      *merge is posted only on the approval of records staff.
           303-VERIFY-APPROVER-ID.
           MOVE 0 TO WAIT-FLAG.
           MOVE "VERIFY " TO AUTH-REQUEST-WS.
           CALL "OPERAUTH" USING AUTH-REQUEST-WS, MRG-APPROVER-ID,
               AUTH-PASSWORD-WS, AUTH-ROLE-WS, AUTH-RESULT-WS.
           IF NOT APPROVER-ON-MASTER
               OR NOT RECORDS-STAFF-APPROVER
               MOVE "APPROVER NOT AUTHORIZED" TO REJECT-REASON-WS
               PERFORM 319-REJECT-MERGE
           END-IF.

      *Read both students. The two numbers must differ, both must
      *be on the master, and neither may already be retired - a
      *number merged once cannot be merged again, nor merged into.
           304-READ-MERGE-PAIR.
           IF MRG-RETIRED-NUMBER = MRG-SURVIVING-NUMBER
               MOVE "SAME NUMBER TWICE" TO REJECT-REASON-WS
               PERFORM 319-REJECT-MERGE
           END-IF.
           IF WAIT-FLAG = 0
               MOVE MRG-SURVIVING-NUMBER TO STUDENT-NUMBER
               READ INDEXED-STU-FILE INTO SURVIVOR-RECORD-WS
                   INVALID KEY
                       MOVE "SURVIVING NUMBER NOT FOUND"
                           TO REJECT-REASON-WS
                       PERFORM 319-REJECT-MERGE
               END-READ
           END-IF.
           IF WAIT-FLAG = 0
               MOVE MRG-RETIRED-NUMBER TO STUDENT-NUMBER
               READ INDEXED-STU-FILE INTO RETIRED-RECORD-WS
                   INVALID KEY
                       MOVE "RETIRED NUMBER NOT FOUND"
                           TO REJECT-REASON-WS
                       PERFORM 319-REJECT-MERGE
               END-READ
           END-IF.
           IF WAIT-FLAG = 0
               AND (SVR-STUDENT-STATUS = "M"
                   OR RTD-STUDENT-STATUS = "M")
               MOVE "NUMBER ALREADY MERGED" TO REJECT-REASON-WS
               PERFORM 319-REJECT-MERGE
           END-IF.
           IF WAIT-FLAG = 0
               MOVE RETIRED-RECORD-WS TO RETIRED-ORIGINAL-WS
           END-IF.

      *The survivor must be able to carry both balances, and the
      *sponsor code can only follow the retired number across when
      *the survivor has none of its own or the same one; two
      *different sponsors are for the sponsor office to settle.
           305-CHECK-BALANCE-AND-SPONSOR.
           COMPUTE MERGED-BALANCE-WS =
               SVR-TUITION-OWED + RTD-TUITION-OWED
               ON SIZE ERROR
                   MOVE "COMBINED BALANCE EXCEEDS FIELD"
                       TO REJECT-REASON-WS
                   PERFORM 319-REJECT-MERGE
           END-COMPUTE.
           IF WAIT-FLAG = 0
               AND SVR-SPONSOR-CODE NOT = SPACES
               AND RTD-SPONSOR-CODE NOT = SPACES
               AND SVR-SPONSOR-CODE NOT = RTD-SPONSOR-CODE
               MOVE "SPONSOR CODES DIFFER" TO REJECT-REASON-WS
               PERFORM 319-REJECT-MERGE
           END-IF.

      *Lay the retired number's courses into the survivor's table
      *here, on the copy in hand; nothing is written until every
      *check has passed. A table too full to take them all stops
      *the merge.
           306-CHECK-LIVE-COURSES.
           MOVE SVR-COURSE-AREA TO SURVIVOR-COURSES-BEFORE.
           MOVE SVR-COURSE-AREA TO TARGET-COURSE-AREA.
           MOVE RTD-COURSE-AREA TO SOURCE-COURSE-AREA.
           PERFORM 340-MERGE-COURSE-TABLES.
           IF COURSES-NOT-PLACED-WS > 0
               MOVE "COURSE TABLE TOO FULL TO MERGE"
                   TO REJECT-REASON-WS
               PERFORM 319-REJECT-MERGE
           ELSE
               MOVE TARGET-COURSE-AREA TO SVR-COURSE-AREA
               MOVE COURSES-MOVED-WS TO LIVE-COURSES-MOVED
           END-IF.

      *Gather the retired number's archived terms and check each
      *one the survivor also has on file can be folded into it.
           307-CHECK-RETIRED-TERMS.
           PERFORM 308-GATHER-RETIRED-TERMS.
           PERFORM 310-CHECK-ONE-RETIRED-TERM
               VARYING TERM-INDEX-WS FROM 1 BY 1
               UNTIL TERM-INDEX-WS > RETIRED-TERM-COUNT
                   OR WAIT-FLAG NOT = 0.

      *Walk the archive from the retired number's first term,
      *stopping at the first record belonging to another student.
           308-GATHER-RETIRED-TERMS.
           MOVE ZERO TO RETIRED-TERM-COUNT.
           MOVE "N" TO HIST-EOF-FLG.
           MOVE RTD-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE LOW-VALUES TO HIST-TERM-ID.
           START STUDENT-HISTORY-FILE
               KEY IS NOT < HIST-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO HIST-EOF-FLG
           END-START.
           IF HIST-EOF-FLG NOT = "Y"
               PERFORM 309-READ-NEXT-RETIRED-TERM
           END-IF.
           PERFORM 312-TAKE-ONE-RETIRED-TERM
               UNTIL HIST-EOF-FLG = "Y".

      *Read the next archived record for the retired number.
           309-READ-NEXT-RETIRED-TERM.
           READ STUDENT-HISTORY-FILE NEXT RECORD
               AT END MOVE "Y" TO HIST-EOF-FLG
           END-READ.
           IF HIST-EOF-FLG NOT = "Y"
               AND HIST-STUDENT-NUMBER NOT = RTD-STUDENT-NUMBER
               MOVE "Y" TO HIST-EOF-FLG
           END-IF.

      *Note one archived term, up to the table's capacity; more
      *terms than it holds stops the merge rather than leaving
      *some behind.
           312-TAKE-ONE-RETIRED-TERM.
           IF RETIRED-TERM-COUNT < 40
               ADD 1 TO RETIRED-TERM-COUNT
               MOVE HIST-TERM-ID TO RETIRED-TERM-ID(RETIRED-TERM-COUNT)
           ELSE
               IF WAIT-FLAG = 0
                   MOVE "TOO MANY ARCHIVED TERMS" TO REJECT-REASON-WS
                   PERFORM 319-REJECT-MERGE
               END-IF
           END-IF.
           PERFORM 309-READ-NEXT-RETIRED-TERM.

      *A term only the retired number has simply changes hands. A
      *term both numbers have is folded into the survivor's: it
      *must be under the same program, so the roll-forward's
      *opening position stays in one program row, and the courses
      *and balances must fit.
           310-CHECK-ONE-RETIRED-TERM.
           PERFORM 313-READ-TERM-PAIR.
           IF SURVIVOR-HAS-TERM
               IF SVT-PROGRAM-OF-STUDY NOT = RTT-PROGRAM-OF-STUDY
                   MOVE "SHARED TERM UNDER TWO PROGRAMS"
                       TO REJECT-REASON-WS
                   PERFORM 319-REJECT-MERGE
               END-IF
               IF WAIT-FLAG = 0
                   MOVE SVT-COURSE-AREA TO TARGET-COURSE-AREA
                   MOVE RTT-COURSE-AREA TO SOURCE-COURSE-AREA
                   PERFORM 340-MERGE-COURSE-TABLES
                   IF COURSES-NOT-PLACED-WS > 0
                       MOVE "SHARED TERM TOO FULL TO MERGE"
                           TO REJECT-REASON-WS
                       PERFORM 319-REJECT-MERGE
                   END-IF
               END-IF
               IF WAIT-FLAG = 0
                   COMPUTE MERGED-TERM-OWED-WS =
                       SVT-TUITION-OWED + RTT-TUITION-OWED
                       ON SIZE ERROR
                           MOVE "SHARED TERM BALANCE EXCEEDS FIELD"
                               TO REJECT-REASON-WS
                           PERFORM 319-REJECT-MERGE
                   END-COMPUTE
               END-IF
           END-IF.

      *Read one archived term for the retired number and, when it
      *has one, the same term for the survivor.
           313-READ-TERM-PAIR.
           MOVE RTD-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE RETIRED-TERM-ID(TERM-INDEX-WS) TO HIST-TERM-ID.
           READ STUDENT-HISTORY-FILE INTO RETIRED-TERM-WS
               INVALID KEY
                   MOVE SPACES TO RETIRED-TERM-WS
           END-READ.
           MOVE "N" TO SURVIVOR-TERM-FLAG.
           MOVE SVR-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE RETIRED-TERM-ID(TERM-INDEX-WS) TO HIST-TERM-ID.
           READ STUDENT-HISTORY-FILE INTO SURVIVOR-TERM-WS
               INVALID KEY
                   MOVE SPACES TO SURVIVOR-TERM-WS
               NOT INVALID KEY
                   MOVE "Y" TO SURVIVOR-TERM-FLAG
           END-READ.

      *Gather the retired number's installments and find where the
      *survivor's schedule ends; the two together must still fit
      *the two-digit installment number.
           311-CHECK-RETIRED-INSTALLMENTS.
           MOVE ZERO TO RETIRED-INSTALLMENT-COUNT.
           MOVE RTD-STUDENT-NUMBER TO PLN-STUDENT-NUMBER.
           PERFORM 314-START-PLAN-WALK.
           PERFORM 316-TAKE-ONE-RETIRED-INSTALLMENT
               UNTIL PLAN-EOF-FLG = "Y".
           MOVE ZERO TO SURVIVOR-LAST-INSTALLMENT.
           MOVE SVR-STUDENT-NUMBER TO PLN-STUDENT-NUMBER.
           PERFORM 314-START-PLAN-WALK.
           PERFORM 317-NOTE-SURVIVOR-INSTALLMENT
               UNTIL PLAN-EOF-FLG = "Y".
           ADD SURVIVOR-LAST-INSTALLMENT RETIRED-INSTALLMENT-COUNT
               GIVING INSTALLMENTS-NEEDED-WS.
           IF WAIT-FLAG = 0 AND INSTALLMENTS-NEEDED-WS > 99
               MOVE "TOO MANY PLAN INSTALLMENTS" TO REJECT-REASON-WS
               PERFORM 319-REJECT-MERGE
           END-IF.

      *Position to the first installment of the student whose
      *number is in the plan key, and read it.
           314-START-PLAN-WALK.
           MOVE "N" TO PLAN-EOF-FLG.
           MOVE PLN-STUDENT-NUMBER TO PLW-STUDENT-NUMBER.
           MOVE ZERO TO PLN-INSTALLMENT-NO.
           START PAYMENT-PLAN-FILE
               KEY IS NOT < PLAN-RECORD-KEY
               INVALID KEY
                   MOVE "Y" TO PLAN-EOF-FLG
           END-START.
           IF PLAN-EOF-FLG NOT = "Y"
               PERFORM 315-READ-NEXT-INSTALLMENT
           END-IF.

      *Read the next installment, stopping at the end of the file
      *or the first installment belonging to another student.
           315-READ-NEXT-INSTALLMENT.
           READ PAYMENT-PLAN-FILE NEXT RECORD
               AT END MOVE "Y" TO PLAN-EOF-FLG
           END-READ.
           IF PLAN-EOF-FLG NOT = "Y"
               AND PLN-STUDENT-NUMBER NOT = PLW-STUDENT-NUMBER
               MOVE "Y" TO PLAN-EOF-FLG
           END-IF.

      *Note one of the retired number's installments.
           316-TAKE-ONE-RETIRED-INSTALLMENT.
           IF RETIRED-INSTALLMENT-COUNT < 20
               ADD 1 TO RETIRED-INSTALLMENT-COUNT
               MOVE PLN-INSTALLMENT-NO TO
                   RETIRED-INSTALLMENT-NO(RETIRED-INSTALLMENT-COUNT)
           ELSE
               IF WAIT-FLAG = 0
                   MOVE "TOO MANY PLAN INSTALLMENTS"
                       TO REJECT-REASON-WS
                   PERFORM 319-REJECT-MERGE
               END-IF
           END-IF.
           PERFORM 315-READ-NEXT-INSTALLMENT.

      *Keep the highest installment number the survivor has.
           317-NOTE-SURVIVOR-INSTALLMENT.
           IF PLN-INSTALLMENT-NO > SURVIVOR-LAST-INSTALLMENT
               MOVE PLN-INSTALLMENT-NO TO SURVIVOR-LAST-INSTALLMENT
           END-IF.
           PERFORM 315-READ-NEXT-INSTALLMENT.

      *Turn the pair away with the first reason found; nothing has
      *been written for it.
           319-REJECT-MERGE.
           DISPLAY "MERGE REJECTED: " MRG-RETIRED-NUMBER " "
               MRG-SURVIVING-NUMBER " " REJECT-REASON-WS.
           MOVE 1 TO WAIT-FLAG.
           ADD 1 TO TRANS-REJECT-COUNT.

      *Post the merge. The retired record is emptied and marked
      *first, then the survivor rewritten with both balances, the
      *merged course table and the sponsor code; should that
      *second rewrite fail the retired record is put back as it
      *was and the pair rejected. Only with both records written
      *do the audit lines go out and the satellite files and the
      *account holds move.
           320-POST-MERGE.
           MOVE ZERO TO SEATS-RETURNED.
           MOVE ZERO TO TERMS-MOVED.
           MOVE ZERO TO INSTALLMENTS-MOVED.
           MOVE "N" TO NOTICE-MOVED-FLAG.
           MOVE SPACES TO SPONSOR-MOVED-WS.
           MOVE ZERO TO HOLDS-MOVED.
           IF SVR-SPONSOR-CODE = SPACES
               AND RTD-SPONSOR-CODE NOT = SPACES
               MOVE RTD-SPONSOR-CODE TO SVR-SPONSOR-CODE
               MOVE RTD-SPONSOR-CODE TO SPONSOR-MOVED-WS
           END-IF.
           MOVE SVR-TUITION-OWED TO SURVIVOR-BEFORE-WS.
           MOVE MERGED-BALANCE-WS TO SVR-TUITION-OWED.
           MOVE ZERO TO RTD-TUITION-OWED.
           MOVE SPACES TO RTD-COURSE-AREA.
           PERFORM 321-CLEAR-ONE-RETIRED-GRADE
               VARYING SOURCE-INDEX-WS FROM 1 BY 1
               UNTIL SOURCE-INDEX-WS > 8.
           MOVE SPACES TO RTD-SPONSOR-CODE.
           MOVE "M" TO RTD-STUDENT-STATUS.
           PERFORM 322-REWRITE-MERGED-PAIR.
           IF WAIT-FLAG = 0
               ADD 1 TO TRANS-POSTED-COUNT
               MOVE RETIRED-ORIGINAL-WS TO RETIRED-RECORD-WS
               ADD RTD-TUITION-OWED TO BALANCE-MOVED-TOTAL
               PERFORM 323-WRITE-MERGE-AUDIT-RECORDS
               PERFORM 325-RETURN-DUPLICATE-SEATS
               IF HISTORY-FILE-OPEN
                   PERFORM 327-MOVE-ONE-RETIRED-TERM
                       VARYING TERM-INDEX-WS FROM 1 BY 1
                       UNTIL TERM-INDEX-WS > RETIRED-TERM-COUNT
               END-IF
               IF PLAN-FILE-OPEN
                   MOVE SURVIVOR-LAST-INSTALLMENT
                       TO NEXT-INSTALLMENT-WS
                   PERFORM 330-MOVE-ONE-INSTALLMENT
                       VARYING INSTALLMENT-INDEX-WS FROM 1 BY 1
                       UNTIL INSTALLMENT-INDEX-WS >
                           RETIRED-INSTALLMENT-COUNT
               END-IF
               IF NOTICE-FILE-OPEN
                   PERFORM 331-MOVE-NOTICE-HISTORY
               END-IF
               PERFORM 336-MOVE-ONE-HOLD-TYPE
                   VARYING HOLD-TYPE-INDEX-WS FROM 1 BY 1
                   UNTIL HOLD-TYPE-INDEX-WS > 3
               PERFORM 333-WRITE-REGISTER-LINE
           END-IF.

      *An emptied course slot carries a zero grade, not spaces.
           321-CLEAR-ONE-RETIRED-GRADE.
           MOVE ZERO TO RTD-COURSE-AVERAGE(SOURCE-INDEX-WS).

      *Rewrite the retired record, then the survivor; a failed
      *survivor rewrite puts the retired record back.
           322-REWRITE-MERGED-PAIR.
           REWRITE STUDENT-RECORD FROM RETIRED-RECORD-WS
               INVALID KEY
                   DISPLAY "REWRITE FAILED, FILE-STATUS IS "
                       STATUS-FIELD " STUDENT " RTD-STUDENT-NUMBER
                   MOVE 1 TO WAIT-FLAG
                   ADD 1 TO TRANS-REJECT-COUNT
           END-REWRITE.
           IF WAIT-FLAG = 0
               REWRITE STUDENT-RECORD FROM SURVIVOR-RECORD-WS
                   INVALID KEY
                       DISPLAY "REWRITE FAILED, FILE-STATUS IS "
                           STATUS-FIELD " STUDENT " SVR-STUDENT-NUMBER
                       MOVE 1 TO WAIT-FLAG
                       ADD 1 TO TRANS-REJECT-COUNT
                       REWRITE STUDENT-RECORD FROM RETIRED-ORIGINAL-WS
                           INVALID KEY
                               DISPLAY "RETIRED RECORD NOT RESTORED, "
                                   "FILE-STATUS IS " STATUS-FIELD
                                   " STUDENT " RTD-STUDENT-NUMBER
                       END-REWRITE
               END-REWRITE
           END-IF.

      *Leave the MERGEOUT line on the retired number, taking its
      *whole balance (signed - a credit moves as a credit) off to
      *zero, and the MERGEIN line putting the same amount on the
      *survivor. Both carry the approver's ID.
           323-WRITE-MERGE-AUDIT-RECORDS.
           MOVE RTD-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE RTD-TUITION-OWED TO AUD-OLD-BALANCE.
           MOVE RTD-TUITION-OWED TO AUD-PAYMENT-AMOUNT.
           MOVE ZERO TO AUD-NEW-BALANCE.
           MOVE "MERGEOUT" TO AUD-TRANS-TYPE.
           PERFORM 324-WRITE-AUDIT-LINE.
           MOVE SVR-STUDENT-NUMBER TO AUD-STUDENT-NUMBER.
           MOVE SURVIVOR-BEFORE-WS TO AUD-OLD-BALANCE.
           MOVE RTD-TUITION-OWED TO AUD-PAYMENT-AMOUNT.
           MOVE SVR-TUITION-OWED TO AUD-NEW-BALANCE.
           MOVE "MERGEIN " TO AUD-TRANS-TYPE.
           PERFORM 324-WRITE-AUDIT-LINE.

      *Stamp, seal and append one audit line.
           324-WRITE-AUDIT-LINE.
           MOVE MRG-APPROVER-ID TO AUD-OPERATOR-ID.
           ACCEPT AUD-TS-DATE FROM DATE YYYYMMDD.
           ACCEPT AUD-TS-TIME FROM TIME.
           MOVE FISCAL-PERIOD-WS TO AUD-FISCAL-PERIOD.
           CALL "AUDSEAL" USING SEAL-REQUEST-WS, SEAL-CHAIN-WS,
               AUDIT-LOG-LINE.
           MOVE AUDIT-LOG-LINE TO AUDIT-LOG-RECORD.
           WRITE AUDIT-LOG-RECORD.

      *A course both numbers carried held two seats for one
      *student; give one back on the course master for each. The
      *tables are merged again from the survivor's table as it was
      *read, to list those courses.
           325-RETURN-DUPLICATE-SEATS.
           MOVE SURVIVOR-COURSES-BEFORE TO TARGET-COURSE-AREA.
           MOVE RTD-COURSE-AREA TO SOURCE-COURSE-AREA.
           PERFORM 340-MERGE-COURSE-TABLES.
           PERFORM 326-RETURN-ONE-SEAT
               VARYING DUPLICATE-INDEX-WS FROM 1 BY 1
               UNTIL DUPLICATE-INDEX-WS > DUPLICATE-COUNT-WS.

      *Give one seat back for one course held on both numbers.
           326-RETURN-ONE-SEAT.
           MOVE DUPLICATE-CODE(DUPLICATE-INDEX-WS)
               TO INDEXED-COURSE-CODE.
           READ INDEXED-COURSE-FILE
               INVALID KEY
                   DISPLAY "COURSE NOT ON MASTER, SEAT NOT RETURNED: "
                       INDEXED-COURSE-CODE
               NOT INVALID KEY
                   IF INDEXED-ENROLLED-COUNT > 0
                       SUBTRACT 1 FROM INDEXED-ENROLLED-COUNT
                   END-IF
                   REWRITE INDEXED-COURSE-RECORD
                       INVALID KEY
                           DISPLAY "COURSE REWRITE FAILED, "
                               "FILE-STATUS IS " COURSE-STATUS-FIELD
                               " " INDEXED-COURSE-CODE
                       NOT INVALID KEY
                           ADD 1 TO SEATS-RETURNED
                   END-REWRITE
           END-READ.

      *Move one archived term to the survivor: written under the
      *surviving number, or folded into the survivor's own record
      *for the term, and then deleted from the retired number.
           327-MOVE-ONE-RETIRED-TERM.
           PERFORM 313-READ-TERM-PAIR.
           IF SURVIVOR-HAS-TERM
               PERFORM 328-FOLD-SHARED-TERM
           ELSE
               MOVE SVR-STUDENT-NUMBER TO RTT-STUDENT-NUMBER
               WRITE HISTORY-RECORD FROM RETIRED-TERM-WS
                   INVALID KEY
                       DISPLAY "STUHIST WRITE FAILED, FILE-STATUS IS "
                           HIST-STATUS-FIELD " TERM "
                           RETIRED-TERM-ID(TERM-INDEX-WS)
                   NOT INVALID KEY
                       PERFORM 329-DELETE-RETIRED-TERM
               END-WRITE
           END-IF.

      *Fold the retired number's record for a term into the
      *survivor's record for the same term: the courses merged and
      *the term-end balances added together.
           328-FOLD-SHARED-TERM.
           MOVE SVT-COURSE-AREA TO TARGET-COURSE-AREA.
           MOVE RTT-COURSE-AREA TO SOURCE-COURSE-AREA.
           PERFORM 340-MERGE-COURSE-TABLES.
           MOVE TARGET-COURSE-AREA TO SVT-COURSE-AREA.
           ADD RTT-TUITION-OWED TO SVT-TUITION-OWED.
           REWRITE HISTORY-RECORD FROM SURVIVOR-TERM-WS
               INVALID KEY
                   DISPLAY "STUHIST REWRITE FAILED, FILE-STATUS IS "
                       HIST-STATUS-FIELD " TERM " SVT-TERM-ID
               NOT INVALID KEY
                   PERFORM 329-DELETE-RETIRED-TERM
           END-REWRITE.

      *Take the retired number's record for the term off the
      *archive now that the survivor holds it.
           329-DELETE-RETIRED-TERM.
           MOVE RTD-STUDENT-NUMBER TO HIST-STUDENT-NUMBER.
           MOVE RETIRED-TERM-ID(TERM-INDEX-WS) TO HIST-TERM-ID.
           DELETE STUDENT-HISTORY-FILE
               INVALID KEY
                   DISPLAY "STUHIST DELETE FAILED, FILE-STATUS IS "
                       HIST-STATUS-FIELD " TERM " HIST-TERM-ID
               NOT INVALID KEY
                   ADD 1 TO TERMS-MOVED
           END-DELETE.

      *Move one installment to the survivor under the next free
      *installment number, after the survivor's own schedule, and
      *take it off the retired number.
           330-MOVE-ONE-INSTALLMENT.
           MOVE RTD-STUDENT-NUMBER TO PLN-STUDENT-NUMBER.
           MOVE RETIRED-INSTALLMENT-NO(INSTALLMENT-INDEX-WS)
               TO PLN-INSTALLMENT-NO.
           READ PAYMENT-PLAN-FILE INTO PLAN-RECORD-WS
               INVALID KEY
                   DISPLAY "PLAN INSTALLMENT NOT FOUND: "
                       PLN-STUDENT-NUMBER " " PLN-INSTALLMENT-NO
               NOT INVALID KEY
                   ADD 1 TO NEXT-INSTALLMENT-WS
                   MOVE SVR-STUDENT-NUMBER TO PLW-STUDENT-NUMBER
                   MOVE NEXT-INSTALLMENT-WS TO PLW-INSTALLMENT-NO
                   WRITE PLAN-RECORD FROM PLAN-RECORD-WS
                       INVALID KEY
                           DISPLAY "PLAN WRITE FAILED, FILE-STATUS IS "
                               PLAN-STATUS-FIELD " STUDENT "
                               SVR-STUDENT-NUMBER
                       NOT INVALID KEY
                           PERFORM 332-DELETE-RETIRED-INSTALLMENT
                   END-WRITE
           END-READ.

      *Take one installment off the retired number.
           332-DELETE-RETIRED-INSTALLMENT.
           MOVE RTD-STUDENT-NUMBER TO PLN-STUDENT-NUMBER.
           MOVE RETIRED-INSTALLMENT-NO(INSTALLMENT-INDEX-WS)
               TO PLN-INSTALLMENT-NO.
           DELETE PAYMENT-PLAN-FILE
               INVALID KEY
                   DISPLAY "PLAN DELETE FAILED, FILE-STATUS IS "
                       PLAN-STATUS-FIELD " STUDENT "
                       RTD-STUDENT-NUMBER
               NOT INVALID KEY
                   ADD 1 TO INSTALLMENTS-MOVED
           END-DELETE.

      *Move the retired number's dunning history to the survivor.
      *A survivor with a history of its own keeps the further of
      *the two: the higher notice level, the later notice date and
      *the agency placement date of whichever was placed.
           331-MOVE-NOTICE-HISTORY.
           MOVE RTD-STUDENT-NUMBER TO NTC-STUDENT-NUMBER.
           READ NOTICE-HISTORY-FILE INTO RETIRED-NOTICE-WS
               INVALID KEY
                   MOVE ZERO TO RNT-STUDENT-NUMBER
           END-READ.
           IF RNT-STUDENT-NUMBER NOT = ZERO
               MOVE SVR-STUDENT-NUMBER TO NTC-STUDENT-NUMBER
               READ NOTICE-HISTORY-FILE
                   INVALID KEY
                       MOVE RETIRED-NOTICE-WS TO NOTICE-HISTORY-RECORD
                       MOVE SVR-STUDENT-NUMBER TO NTC-STUDENT-NUMBER
                       WRITE NOTICE-HISTORY-RECORD
                           INVALID KEY
                               DISPLAY "NOTICE WRITE FAILED, "
                                   "FILE-STATUS IS "
                                   NOTICE-STATUS-FIELD
                           NOT INVALID KEY
                               PERFORM 334-DELETE-RETIRED-NOTICE
                       END-WRITE
                   NOT INVALID KEY
                       PERFORM 335-FOLD-NOTICE-HISTORY
               END-READ
           END-IF.

      *Keep the further of the two histories on the survivor's
      *record.
           335-FOLD-NOTICE-HISTORY.
           IF RNT-LAST-LEVEL > NTC-LAST-LEVEL
               MOVE RNT-LAST-LEVEL TO NTC-LAST-LEVEL
           END-IF.
           IF RNT-LAST-SENT-DATE > NTC-LAST-SENT-DATE
               MOVE RNT-LAST-SENT-DATE TO NTC-LAST-SENT-DATE
           END-IF.
           IF NTC-PLACED-DATE = ZERO
               MOVE RNT-PLACED-DATE TO NTC-PLACED-DATE
           END-IF.
           REWRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "NOTICE REWRITE FAILED, FILE-STATUS IS "
                       NOTICE-STATUS-FIELD
               NOT INVALID KEY
                   PERFORM 334-DELETE-RETIRED-NOTICE
           END-REWRITE.

      *Take the dunning history off the retired number.
           334-DELETE-RETIRED-NOTICE.
           MOVE RTD-STUDENT-NUMBER TO NTC-STUDENT-NUMBER.
           DELETE NOTICE-HISTORY-FILE
               INVALID KEY
                   DISPLAY "NOTICE DELETE FAILED, FILE-STATUS IS "
                       NOTICE-STATUS-FIELD
               NOT INVALID KEY
                   MOVE "Y" TO NOTICE-MOVED-FLAG
           END-DELETE.

      *Carry one hold type across. An active hold of the type on
      *the retired number is placed on the survivor - where one of
      *the type may already be active - and, once the survivor is
      *seen to be held, released on the retired number, which no
      *poster can ever clear again.
           336-MOVE-ONE-HOLD-TYPE.
           MOVE HOLD-TYPE-ENTRY(HOLD-TYPE-INDEX-WS) TO HOLD-TYPE-WS.
           MOVE MRG-APPROVER-ID TO HOLD-OPERATOR-WS.
           MOVE "CHECK  " TO HOLD-REQUEST-WS.
           MOVE RTD-STUDENT-NUMBER TO HOLD-STUDENT-WS.
           PERFORM 337-CALL-HOLDPOST.
           IF HOLD-DONE
               MOVE "PLACE  " TO HOLD-REQUEST-WS
               MOVE SVR-STUDENT-NUMBER TO HOLD-STUDENT-WS
               MOVE "MERGED FROM " TO HMR-ACTION
               MOVE RTD-STUDENT-NUMBER TO HMR-OTHER-NUMBER
               MOVE HOLD-MERGE-REASON TO HOLD-REASON-WS
               PERFORM 337-CALL-HOLDPOST
               MOVE "CHECK  " TO HOLD-REQUEST-WS
               PERFORM 337-CALL-HOLDPOST
               IF HOLD-DONE
                   MOVE "RELEASE" TO HOLD-REQUEST-WS
                   MOVE RTD-STUDENT-NUMBER TO HOLD-STUDENT-WS
                   MOVE "MERGED INTO " TO HMR-ACTION
                   MOVE SVR-STUDENT-NUMBER TO HMR-OTHER-NUMBER
                   MOVE HOLD-MERGE-REASON TO HOLD-REASON-WS
                   PERFORM 337-CALL-HOLDPOST
                   IF HOLD-DONE
                       ADD 1 TO HOLDS-MOVED
                   END-IF
               ELSE
                   DISPLAY "HOLD NOT PLACED ON SURVIVOR, LEFT ON "
                       RTD-STUDENT-NUMBER " TYPE " HOLD-TYPE-WS
               END-IF
           END-IF.

      *Hand one request to the hold keeper.
           337-CALL-HOLDPOST.
           CALL "HOLDPOST" USING HOLD-REQUEST-WS, HOLD-STUDENT-WS,
               HOLD-TYPE-WS, HOLD-REASON-WS, HOLD-OPERATOR-WS,
               HOLD-RESULT-WS.

      *Print the merge on the register.
           333-WRITE-REGISTER-LINE.
           MOVE RTD-STUDENT-NUMBER TO RGL-RETIRED-NUMBER.
           MOVE SVR-STUDENT-NUMBER TO RGL-SURVIVING-NUMBER.
           MOVE RTD-TUITION-OWED TO RGL-BALANCE-MOVED.
           MOVE LIVE-COURSES-MOVED TO RGL-COURSES-MOVED.
           MOVE SEATS-RETURNED TO RGL-SEATS-RETURNED.
           MOVE TERMS-MOVED TO RGL-TERMS-MOVED.
           MOVE INSTALLMENTS-MOVED TO RGL-INSTALLMENTS.
           MOVE NOTICE-MOVED-FLAG TO RGL-NOTICE-MOVED.
           MOVE SPONSOR-MOVED-WS TO RGL-SPONSOR-MOVED.
           MOVE HOLDS-MOVED TO RGL-HOLDS-MOVED.
           MOVE MRG-APPROVER-ID TO RGL-APPROVER-ID.
           MOVE REGISTER-DETAIL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

      *Write one run-total line.
           339-WRITE-TOTAL-LINE.
           MOVE TOTAL-LINE TO REGISTER-LINE.
           WRITE REGISTER-LINE.

      *Lay the source table's courses into the target table.
           340-MERGE-COURSE-TABLES.
           MOVE ZERO TO COURSES-MOVED-WS.
           MOVE ZERO TO COURSES-NOT-PLACED-WS.
           MOVE ZERO TO DUPLICATE-COUNT-WS.
           PERFORM 341-MERGE-ONE-SOURCE-COURSE
               VARYING SOURCE-INDEX-WS FROM 1 BY 1
               UNTIL SOURCE-INDEX-WS > 8.

      *Place one source course: alongside the same course already
      *on the target, or in the target's first empty slot.
           341-MERGE-ONE-SOURCE-COURSE.
           IF SRC-COURSE-CODE(SOURCE-INDEX-WS) NOT = SPACES
               MOVE ZERO TO MATCHED-SLOT-WS
               PERFORM 342-MATCH-ONE-TARGET-COURSE
                   VARYING TARGET-INDEX-WS FROM 1 BY 1
                   UNTIL TARGET-INDEX-WS > 8
                       OR MATCHED-SLOT-WS > 0
               IF MATCHED-SLOT-WS > 0
                   PERFORM 343-TAKE-DUPLICATE-COURSE
               ELSE
                   PERFORM 344-FIND-EMPTY-TARGET-SLOT
                       VARYING TARGET-INDEX-WS FROM 1 BY 1
                       UNTIL TARGET-INDEX-WS > 8
                           OR MATCHED-SLOT-WS > 0
                   IF MATCHED-SLOT-WS > 0
                       MOVE SRC-COURSE(SOURCE-INDEX-WS)
                           TO TGT-COURSE(MATCHED-SLOT-WS)
                       ADD 1 TO COURSES-MOVED-WS
                   ELSE
                       ADD 1 TO COURSES-NOT-PLACED-WS
                   END-IF
               END-IF
           END-IF.

      *Check one target slot for the source course.
           342-MATCH-ONE-TARGET-COURSE.
           IF TGT-COURSE-CODE(TARGET-INDEX-WS)
               = SRC-COURSE-CODE(SOURCE-INDEX-WS)
               MOVE TARGET-INDEX-WS TO MATCHED-SLOT-WS
           END-IF.

      *A course on both tables keeps the target's slot, taking the
      *source's grade only when the target has none, and is listed
      *for its spare seat.
           343-TAKE-DUPLICATE-COURSE.
           IF TGT-COURSE-AVERAGE(MATCHED-SLOT-WS) = ZERO
               MOVE SRC-COURSE-AVERAGE(SOURCE-INDEX-WS)
                   TO TGT-COURSE-AVERAGE(MATCHED-SLOT-WS)
           END-IF.
           ADD 1 TO DUPLICATE-COUNT-WS.
           MOVE SRC-COURSE-CODE(SOURCE-INDEX-WS)
               TO DUPLICATE-CODE(DUPLICATE-COUNT-WS).

      *Check one target slot for room.
           344-FIND-EMPTY-TARGET-SLOT.
           IF TGT-COURSE-CODE(TARGET-INDEX-WS) = SPACES
               MOVE TARGET-INDEX-WS TO MATCHED-SLOT-WS
           END-IF.

       END PROGRAM STUMERGE.
