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

      *Work file used to sort audit records into posting-date and
      *transaction-type order for the control break.
           05 SW-TS-DATE          PIC 9(8).
           05 SW-TRANS-TYPE       PIC X(8).
           05 SW-STUDENT-NUMBER   PIC 9(6).
           05 SW-AMOUNT           PIC S9(6)V99.

      *GL journal-entry batch file handed to the finance system.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
           05 FILLER              PIC X(1) VALUE SPACE.
           05 GLD-DEBIT-CREDIT    PIC X(1).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 GLD-AMOUNT          PIC 9(9).99.
           05 FILLER              PIC X(1) VALUE SPACE.
           05 GLD-TRANS-TYPE      PIC X(8).
           05 FILLER              PIC X(1) VALUE SPACE.
           05 GLD-TRANS-COUNT     PIC 9(5).
           05 FILLER              PIC X(32) VALUE SPACES.

       01 GL-TRAILER-LINE.
           05 FILLER              PIC X(1) VALUE "T".
      *out again; an NSF reversal puts the receivable back and
      *takes the bounced cash out, with its fee raised against
      *fee revenue; a sponsor remittance moves cash against the
      *receivable the same way any payment does; a collection
      *agency recovery brings the net cash in against the
      *receivable and charges the agency's commission to
      *collection expense; a bad-debt write-off clears the
      *receivable to bad-debt expense; an unmatched check is held
      *as cash against the unapplied-cash suspense account until
      *it is applied to a receivable, refunded back out as cash,
      *or voided with the batch it came in on; a merit scholarship
      *the institution awards clears the receivable to scholarship
      *expense. The MERGEOUT/MERGEIN pair a duplicate-record merge
      *leaves moves a balance from one student to another inside
      *the same receivable, so it is left off the map and posts
      *nothing to the ledger.
       01 GL-ACCOUNT-MAP-VALUES.
           05 FILLER PIC X(20) VALUE "PAYMENT 101000120000".
           05 FILLER PIC X(20) VALUE "BATCHPAY101000120000".
           05 FILLER PIC X(20) VALUE "SPONSOR 101000120000".
           05 FILLER PIC X(20) VALUE "CHKVOID 101000120000".
           05 FILLER PIC X(20) VALUE "WTHDRWL 400000120000".
           05 FILLER PIC X(20) VALUE "COLLRCV 101000120000".
           05 FILLER PIC X(20) VALUE "COLLFEE 611000120000".
           05 FILLER PIC X(20) VALUE "WRITEOFF610000120000".
           05 FILLER PIC X(20) VALUE "SUSPENSE101000209000".
           05 FILLER PIC X(20) VALUE "SUSPAPLY209000120000".
           05 FILLER PIC X(20) VALUE "SUSPRFND209000101000".
           05 FILLER PIC X(20) VALUE "SUSPVOID209000101000".
           05 FILLER PIC X(20) VALUE "SCHOLAR 612000120000".
       01 GL-ACCOUNT-MAP REDEFINES GL-ACCOUNT-MAP-VALUES.
           05 GL-MAP-ENTRY OCCURS 20 TIMES.
               10 GL-MAP-TRANS-TYPE     PIC X(8).
               10 GL-MAP-DEBIT-ACCOUNT  PIC 9(6).
               10 GL-MAP-CREDIT-ACCOUNT PIC 9(6).

       01 GROUP-TOTALS.
           05 GRP-TRANS-COUNT       PIC 9(5) VALUE ZERO.
           05 GRP-AMOUNT-TOTAL      PIC 9(9)V99 VALUE ZERO.

       01 BATCH-TOTALS.
           05 BAT-DETAIL-COUNT      PIC 9(5) VALUE ZERO.
           MOVE "N" TO MAP-FOUND-FLAG.
           PERFORM 304-CHECK-ONE-MAP-ENTRY
               VARYING MAP-INDEX FROM 1 BY 1
               UNTIL MAP-INDEX > 20.

      *Check one account-map entry against the audit record.
           304-CHECK-ONE-MAP-ENTRY.
           405-FIND-MAPPED-ACCOUNTS.
           PERFORM 406-WRITE-PAIR-FOR-ENTRY
               VARYING MAP-INDEX FROM 1 BY 1
               UNTIL MAP-INDEX > 20.

      *Write the pair when this map entry matches the group's type.
           406-WRITE-PAIR-FOR-ENTRY.
