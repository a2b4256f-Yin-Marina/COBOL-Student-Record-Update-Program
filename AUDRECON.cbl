       FILE SECTION.

      *Audit trail appended to by TASK2, TUITPOST and FINAID, one
      *98-byte line per successful tuition rewrite.
       FD AUDIT-LOG-FILE.
       01 AUDIT-LOG-RECORD.
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
           05 AUD-OPERATOR-ID     PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1).
           05 AUD-FISCAL-PERIOD   PIC 9(6).
           05 FILLER              PIC X(1).
           05 AUD-SEQUENCE-NUMBER PIC 9(9).
           05 FILLER              PIC X(1).
           05 AUD-CHECK-TOTAL     PIC 9(9).

      *Work file used to sort audit records into student-number and
      *timestamp order so each student's chain replays in sequence.
           05 SW-STUDENT-NUMBER   PIC 9(6).
           05 SW-TS-DATE          PIC 9(8).
           05 SW-TS-TIME          PIC 9(8).
           05 SW-OLD-BALANCE      PIC S9(6)V99.
           05 SW-AMOUNT           PIC S9(6)V99.
           05 SW-NEW-BALANCE      PIC S9(6)V99.
           05 SW-TRANS-TYPE       PIC X(8).

      *Column fields in INDEXED-STU-FILE, same layout TASK2 uses.
       FD INDEXED-STU-FILE.
       01 STUDENT-RECORD.
           05 STUDENT-NUMBER    PIC 9(6).
           05 TUITION-OWED      PIC S9(6)V99.
           05 STUDENT-NAME      PIC X(40).
           05 PROGRAM-NAME      PIC X(5).
           05 COURSE-TABLE OCCURS 8 TIMES.

      *Replay state carried across one student's chain of records.
       01 REPLAY-FIELDS.
           05 REPLAYED-BALANCE      PIC S9(6)V99.
           05 EXPECTED-BALANCE      PIC S9(6)V99.
           05 CHAIN-BROKEN-FLAG     PIC X(1).
               88 CHAIN-BROKEN         VALUE "Y".

           05 DTL-STUDENT-NUMBER PIC 9(6).
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(10) VALUE "REPLAYED: ".
           05 DTL-REPLAYED       PIC $ZZZ,ZZ9.99CR.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 FILLER             PIC X(8) VALUE "STORED: ".
           05 DTL-STORED         PIC $ZZZ,ZZ9.99CR.
           05 FILLER             PIC X(2) VALUE SPACES.
           05 DTL-REASON         PIC X(22).
           05 FILLER             PIC X(2) VALUE SPACES.

       01 TOTAL-LINE.
           05 FILLER              PIC X(19) VALUE "STUDENTS REPLAYED: ".
               ADD 1 TO AUDIT-READ-COUNT
           END-IF.

      *Release the record to the sort file. Lines for cash held in
      *unapplied suspense carry no student and move no balance, so
      *they have no chain to replay and are left out.
           302-RELEASE-SORT-RECORD.
           IF AUD-TRANS-TYPE NOT = "SUSPENSE"
               AND AUD-TRANS-TYPE NOT = "SUSPRFND"
               AND AUD-TRANS-TYPE NOT = "SUSPVOID"
               MOVE AUD-STUDENT-NUMBER TO SW-STUDENT-NUMBER
               MOVE AUD-TS-DATE TO SW-TS-DATE
               MOVE AUD-TS-TIME TO SW-TS-TIME
               MOVE AUD-OLD-BALANCE TO SW-OLD-BALANCE
               MOVE AUD-PAYMENT-AMOUNT TO SW-AMOUNT
               MOVE AUD-NEW-BALANCE TO SW-NEW-BALANCE
               MOVE AUD-TRANS-TYPE TO SW-TRANS-TYPE
               RELEASE SORT-WORK-RECORD
           END-IF.
           PERFORM 301-READ-AUDIT-RECORD.

      *Output procedure: return the sorted records and replay each
           END-IF.
           IF SW-TRANS-TYPE = "PAYMENT " OR "BATCHPAY" OR "FINAID  "
               OR "FEEWAIVR" OR "SPONSOR " OR "CHKVOID "
               OR "WTHDRWL " OR "COLLRCV " OR "COLLFEE "
               OR "WRITEOFF" OR "SUSPAPLY" OR "SCHOLAR "
               OR "MERGEOUT"
               COMPUTE EXPECTED-BALANCE =
                   SW-OLD-BALANCE - SW-AMOUNT
           ELSE
      *BACKOUT lines carry the restore's balance movement as a
      *signed amount, so they chain through the add arithmetic. A
      *duplicate-record merge takes the retired number's balance,
      *signed, off it on a MERGEOUT line and puts it on the
      *surviving number on a MERGEIN line, so each side chains on
      *its own.
               IF SW-TRANS-TYPE = "REFUND  " OR "ASSESS  "
                   OR "LATEFEE " OR "NSFREV  " OR "NSFFEE  "
                   OR "BACKOUT " OR "MERGEIN "
                   COMPUTE EXPECTED-BALANCE =
                       SW-OLD-BALANCE + SW-AMOUNT
               ELSE
