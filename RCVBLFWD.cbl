      *          to STUHIST.DAT for the term the operator names; the
      *          activity comes from the live audit log, one column
      *          per movement - charges (ASSESS, LATEFEE, NSFFEE,
      *          NSFREV), payments (PAYMENT, BATCHPAY, SPONSOR and
      *          the COLLRCV/COLLFEE halves of a collection agency
      *          recovery), aid (FINAID, SCHOLAR), refunds (REFUND),
      *          bad-debt write-offs (WRITEOFF) and the other reversals
      *          netted together - and the computed close
      *          is proved against the balances actually standing
      *          on INDEXEDSTUFILE.DAT, flagging any program where
      *          they disagree. Run LOGCUT at the same time the
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
               10 HIST-COURSE-CODE    PIC X(7).
               10 HIST-COURSE-AVERAGE PIC 9(3).

      *The live audit trail, one 98-byte line per transaction.
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

      *Printed roll-forward control report, on the wide stock.
       FD REPORT-FILE.
           05 PROGRAM-COUNT PIC 9(2) VALUE ZERO.
           05 PROGRAM-ENTRY OCCURS 30 TIMES.
               10 PGM-CODE     PIC X(5).
               10 PGM-OPENING  PIC S9(9)V99.
               10 PGM-CHARGES  PIC S9(9)V99.
               10 PGM-PAYMENTS PIC S9(9)V99.
               10 PGM-AID      PIC S9(9)V99.
               10 PGM-REFUNDS  PIC S9(9)V99.
               10 PGM-OTHER    PIC S9(9)V99.
               10 PGM-WRITEOFFS PIC S9(9)V99.
               10 PGM-ACTUAL   PIC S9(9)V99.

      *Student-to-program map built off the master, so each audit
      *line lands in its student's program row. A student on the
       01 MAP-INDEX-WS      PIC 9(4).
       01 MATCHED-PROGRAM-WS PIC 9(2).
       01 LOOKED-UP-PROGRAM-WS PIC X(5).
       01 COMPUTED-CLOSE-WS PIC S9(10)V99.

       01 OPENING-TERM-ID-WS PIC X(6).

           05 FILLER          PIC X(9) VALUE "PROGRAM: ".
           05 DTL-PROGRAM     PIC X(5).
           05 FILLER          PIC X(10) VALUE "  OPENING:".
           05 DTL-OPENING     PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(10) VALUE "  CHARGES:".
           05 DTL-CHARGES     PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(11) VALUE "  PAYMENTS:".
           05 DTL-PAYMENTS    PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(6) VALUE "  AID:".
           05 DTL-AID         PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(10) VALUE "  REFUNDS:".
           05 DTL-REFUNDS     PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(6) VALUE SPACES.

       01 DETAIL-LINE-2.
           05 FILLER          PIC X(14) VALUE "        OTHER:".
           05 DTL-OTHER       PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(13) VALUE "  WRITE-OFFS:".
           05 DTL-WRITEOFFS   PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(18) VALUE "  COMPUTED CLOSE: ".
           05 DTL-COMPUTED    PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(16) VALUE "  ACTUAL CLOSE: ".
           05 DTL-ACTUAL      PIC $ZZZ,ZZZ,ZZ9.99CR.
           05 FILLER          PIC X(2) VALUE SPACES.
           05 DTL-FLAG        PIC X(22).

       01 TOTAL-LINE.
           05 FILLER            PIC X(20)
                   MOVE ZERO TO PGM-AID(PROGRAM-COUNT)
                   MOVE ZERO TO PGM-REFUNDS(PROGRAM-COUNT)
                   MOVE ZERO TO PGM-OTHER(PROGRAM-COUNT)
                   MOVE ZERO TO PGM-WRITEOFFS(PROGRAM-COUNT)
                   MOVE ZERO TO PGM-ACTUAL(PROGRAM-COUNT)
                   MOVE PROGRAM-COUNT TO MATCHED-PROGRAM-WS
               ELSE
           END-IF.

      *Classify one audit line into its column. Charges and
      *refunds raise the balance; payments, aid, write-offs and
      *the netted reversals lower it. The MERGEOUT/MERGEIN pair of
      *a duplicate-record merge nets into the other column, out of
      *the retired number's program and into the survivor's; the
      *merge moves STUHIST terms with their own program, so the
      *opening follows the same rows. Balance-neutral lines
      *(CARRYFWD and the maintenance tags) roll nothing. Cash held
      *in unapplied suspense belongs to no student until SUSPCLR
      *applies it, so the suspense-side lines are passed over
      *entirely.
           308-ROLL-ONE-AUDIT-LINE.
           IF AUD-TRANS-TYPE NOT = "SUSPENSE"
               AND AUD-TRANS-TYPE NOT = "SUSPRFND"
               AND AUD-TRANS-TYPE NOT = "SUSPVOID"
               PERFORM 309-LOOK-UP-STUDENT-PROGRAM
               PERFORM 303-FIND-OR-ADD-PROGRAM-ROW
               IF MATCHED-PROGRAM-WS NOT = 0
                   PERFORM 310-ADD-LINE-TO-COLUMN
               END-IF
           END-IF.
           PERFORM 307-READ-AUDIT-RECORD.

                   TO PGM-CHARGES(MATCHED-PROGRAM-WS)
           ELSE
           IF AUD-TRANS-TYPE = "PAYMENT " OR "BATCHPAY"
               OR "SPONSOR " OR "COLLRCV "
               OR "COLLFEE " OR "SUSPAPLY"
               ADD AUD-PAYMENT-AMOUNT
                   TO PGM-PAYMENTS(MATCHED-PROGRAM-WS)
           ELSE
           IF AUD-TRANS-TYPE = "FINAID  " OR "SCHOLAR "
               ADD AUD-PAYMENT-AMOUNT
                   TO PGM-AID(MATCHED-PROGRAM-WS)
           ELSE
               ADD AUD-PAYMENT-AMOUNT
                   TO PGM-REFUNDS(MATCHED-PROGRAM-WS)
           ELSE
           IF AUD-TRANS-TYPE = "WRITEOFF"
               ADD AUD-PAYMENT-AMOUNT
                   TO PGM-WRITEOFFS(MATCHED-PROGRAM-WS)
           ELSE
           IF AUD-TRANS-TYPE = "FEEWAIVR" OR "WTHDRWL "
               OR "CHKVOID "
               SUBTRACT AUD-PAYMENT-AMOUNT
                   FROM PGM-OTHER(MATCHED-PROGRAM-WS)
           ELSE
           IF AUD-TRANS-TYPE = "BACKOUT " OR "MERGEIN "
               ADD AUD-PAYMENT-AMOUNT
                   TO PGM-OTHER(MATCHED-PROGRAM-WS)
           ELSE
           IF AUD-TRANS-TYPE = "MERGEOUT"
               SUBTRACT AUD-PAYMENT-AMOUNT
                   FROM PGM-OTHER(MATCHED-PROGRAM-WS)
           END-IF
           END-IF
           END-IF
           END-IF
           END-IF
           WRITE REPORT-LINE.

      *Write one program's roll-forward: opening plus charges and
      *refunds, minus payments, aid and write-offs, plus the
      *netted other movements, proved against the actual close.
           312-WRITE-ONE-PROGRAM-BLOCK.
           COMPUTE COMPUTED-CLOSE-WS =
               PGM-OPENING(PROGRAM-INDEX-WS)
               + PGM-CHARGES(PROGRAM-INDEX-WS)
               - PGM-PAYMENTS(PROGRAM-INDEX-WS)
               - PGM-AID(PROGRAM-INDEX-WS)
               - PGM-WRITEOFFS(PROGRAM-INDEX-WS)
               + PGM-REFUNDS(PROGRAM-INDEX-WS)
               + PGM-OTHER(PROGRAM-INDEX-WS).
           MOVE SPACES TO REPORT-LINE.
           MOVE DETAIL-LINE-1 TO REPORT-LINE.
           WRITE REPORT-LINE.
           MOVE PGM-OTHER(PROGRAM-INDEX-WS) TO DTL-OTHER.
           MOVE PGM-WRITEOFFS(PROGRAM-INDEX-WS) TO DTL-WRITEOFFS.
           MOVE COMPUTED-CLOSE-WS TO DTL-COMPUTED.
           MOVE PGM-ACTUAL(PROGRAM-INDEX-WS) TO DTL-ACTUAL.
           IF COMPUTED-CLOSE-WS = PGM-ACTUAL(PROGRAM-INDEX-WS)
