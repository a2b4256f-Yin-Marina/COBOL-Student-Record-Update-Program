      ******************************************************************
      * Author: Mutao Yin
      * Date: 2026-10-15
      * Purpose: Monthly collection-agency placement run. Walks the
      *          notice history DUNNOTIC keeps on NOTICHST.DAT and
      *          picks out every student whose final demand went out
      *          at least the number of days the bursar names at run
      *          time and who still owes, writes one placement line
      *          per account - balance, final-demand date and the
      *          contact data off ADDRESS.DAT - to the placement file
      *          for the outside collection agency, and stamps the
      *          placement date on the student's notice history so
      *          DUNNOTIC writes no more letters to an account the
      *          agency is working. The balance is untouched, so no
      *          audit-log line is written; COLLREM posts what the
      *          agency recovers.
      * Tectonics: cobc
      ******************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. COLLPLC.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           FILE-CONTROL.
           SELECT NOTICE-HISTORY-FILE
           ASSIGN TO "../NOTICHST.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS SEQUENTIAL
           RECORD KEY IS NTC-STUDENT-NUMBER
           FILE STATUS IS NOTICE-STATUS-FIELD.

           SELECT INDEXED-STU-FILE
           ASSIGN TO "../INDEXEDSTUFILE.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS STUDENT-NUMBER
           FILE STATUS IS STATUS-FIELD.

           SELECT ADDRESS-FILE
           ASSIGN TO "../ADDRESS.DAT"
           ORGANIZATION IS INDEXED
           ACCESS MODE IS RANDOM
           RECORD KEY IS ADR-STUDENT-NUMBER
           FILE STATUS IS ADDRESS-STATUS-FIELD.

           SELECT PLACEMENT-FILE
           ASSIGN TO "../COLLPLC.TXT"
           ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

      *Notice history, same layout DUNNOTIC keeps: the level last
      *sent, the date it went out, and the date the account was
      *placed with the collection agency (zero until it is).
       FD NOTICE-HISTORY-FILE.
       01 NOTICE-HISTORY-RECORD.
           05 NTC-STUDENT-NUMBER PIC 9(6).
           05 NTC-LAST-LEVEL     PIC 9(1).
           05 NTC-LAST-SENT-DATE PIC 9(8).
           05 NTC-PLACED-DATE    PIC 9(8).

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

      *Student mailing-address master, same layout TASK2 keeps.
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

      *Placement file handed to the collection agency, one line
      *per account placed this run.
      *A plain, VALUE-free FD record - GnuCOBOL does not initialize a
      *FILE SECTION record from its VALUE clauses, so the line is
      *built up in PLACEMENT-LINE below and moved here before each
      *WRITE.
       FD PLACEMENT-FILE.
       01 PLACEMENT-RECORD PIC X(241).

       WORKING-STORAGE SECTION.
      *Line layout for PLACEMENT-FILE, built here (where VALUE
      *clauses are honored) and moved to PLACEMENT-RECORD before
      *each WRITE. The address status tells the agency what the
      *contact data is worth: G good, B returned mail, N none on
      *file - the agency traces the last two itself.
       01 PLACEMENT-LINE.
           05 PLC-STUDENT-NUMBER    PIC 9(6).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-STUDENT-NAME      PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-BALANCE           PIC 9(7).99.
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-FINAL-DEMAND-DATE PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-PLACED-DATE       PIC 9(8).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-ADDRESS-LINE-1    PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-ADDRESS-LINE-2    PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-CITY              PIC X(25).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-PROVINCE          PIC X(2).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-POSTAL-CODE       PIC X(10).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-EMAIL             PIC X(40).
           05 FILLER                PIC X(1) VALUE SPACE.
           05 PLC-ADDRESS-STATUS    PIC X(1).

      *Days that must have passed since the final demand before
      *the account goes to the agency, supplied by the bursar at
      *run time.
       01 PLACEMENT-DAYS-WS PIC 9(3).

       01 DAYS-SINCE-DEMAND-WS PIC S9(5).

       01 CONTROL-FIELDS.
           05 EOF-FLG              PIC X(1) VALUE "N".
           05 STATUS-FIELD         PIC X(2).
           05 NOTICE-STATUS-FIELD  PIC X(2).
           05 ADDRESS-STATUS-FIELD PIC X(2).
      *Set when ADDRESS.DAT opened; without it every account goes
      *to the agency with no contact data.
           05 ADDRESS-FILE-FLAG    PIC X(1) VALUE "N".
               88 ADDRESS-FILE-OPEN   VALUE "Y".
           05 RUN-DATE-WS          PIC 9(8).

       01 RUN-TOTALS.
           05 HISTORY-READ-COUNT   PIC 9(6) VALUE ZERO.
           05 ACCOUNTS-PLACED      PIC 9(5) VALUE ZERO.
           05 ALREADY-PLACED-COUNT PIC 9(5) VALUE ZERO.
           05 PAID-OFF-COUNT       PIC 9(5) VALUE ZERO.
           05 NO-CONTACT-COUNT     PIC 9(5) VALUE ZERO.
           05 PLACED-DOLLAR-TOTAL  PIC 9(9)V99 VALUE ZERO.

       01 PLACED-TOTAL-DISPLAY PIC $$$$,$$$,$$9.99.

       PROCEDURE DIVISION.
      *Main procedure for the collection-agency placement run.
       100-PLACE-COLLECTION-ACCOUNTS.
           PERFORM 201-INITIALIZE-PLACEMENT-RUN.
           IF PLACEMENT-DAYS-WS NOT = ZERO
               PERFORM 202-PROCESS-NOTICE-HISTORY UNTIL EOF-FLG = "Y"
               PERFORM 203-TERMINATE-PROGRAM
           END-IF.
           STOP RUN.

      *Accept the days past the final demand, open files and prime
      *the read. Zero days ends the run before anything moves; no
      *notice history means no final demand has ever gone out.
           201-INITIALIZE-PLACEMENT-RUN.
           ACCEPT RUN-DATE-WS FROM DATE YYYYMMDD.
           DISPLAY "ENTER DAYS PAST FINAL DEMAND BEFORE PLACEMENT: ".
           ACCEPT PLACEMENT-DAYS-WS.
           IF PLACEMENT-DAYS-WS = ZERO
               DISPLAY "NO PLACEMENT DAYS GIVEN - RUN ABORTED"
           ELSE
               PERFORM 301-OPEN-FILES
               PERFORM 302-READ-NOTICE-HISTORY
           END-IF.

      *Place the account when the final demand went out long
      *enough ago and the agency does not already have it.
           202-PROCESS-NOTICE-HISTORY.
           IF NTC-LAST-LEVEL = 3
               IF NTC-PLACED-DATE NOT = ZERO
                   ADD 1 TO ALREADY-PLACED-COUNT
               ELSE
                   COMPUTE DAYS-SINCE-DEMAND-WS =
                       FUNCTION INTEGER-OF-DATE(RUN-DATE-WS)
                       - FUNCTION INTEGER-OF-DATE(NTC-LAST-SENT-DATE)
                   IF DAYS-SINCE-DEMAND-WS NOT < PLACEMENT-DAYS-WS
                       PERFORM 303-READ-STUDENT-FOR-PLACEMENT
                   END-IF
               END-IF
           END-IF.
           PERFORM 302-READ-NOTICE-HISTORY.

      *Display run totals and close files.
           203-TERMINATE-PROGRAM.
           MOVE PLACED-DOLLAR-TOTAL TO PLACED-TOTAL-DISPLAY.
           DISPLAY "COLLPLC RUN TOTALS".
           DISPLAY "HISTORY RECORDS READ: " HISTORY-READ-COUNT.
           DISPLAY "ACCOUNTS PLACED     : " ACCOUNTS-PLACED.
           DISPLAY "ALREADY WITH AGENCY : " ALREADY-PLACED-COUNT.
           DISPLAY "PAID SINCE DEMAND   : " PAID-OFF-COUNT.
           DISPLAY "PLACED, NO CONTACT  : " NO-CONTACT-COUNT.
           DISPLAY "DOLLARS PLACED      : " PLACED-TOTAL-DISPLAY.
           DISPLAY "PLACEMENT FILE COMPLETE: ../COLLPLC.TXT".
           IF ADDRESS-FILE-OPEN
               CLOSE ADDRESS-FILE
           END-IF.
           IF NOTICE-STATUS-FIELD NOT = "35"
               CLOSE NOTICE-HISTORY-FILE
           END-IF.
           CLOSE INDEXED-STU-FILE, PLACEMENT-FILE.

      *Open the notice history I-O for the placement stamp, the
      *student master for input, and the address master when one
      *has been built.
           301-OPEN-FILES.
           OPEN I-O NOTICE-HISTORY-FILE.
           IF NOTICE-STATUS-FIELD NOT = "00"
               DISPLAY "NOTICE HISTORY NOT AVAILABLE, FILE-STATUS IS "
                   NOTICE-STATUS-FIELD " - NOTHING TO PLACE"
               MOVE "Y" TO EOF-FLG
           END-IF.
           OPEN INPUT INDEXED-STU-FILE.
           OPEN INPUT ADDRESS-FILE.
           IF ADDRESS-STATUS-FIELD = "00"
               MOVE "Y" TO ADDRESS-FILE-FLAG
           ELSE
               DISPLAY "ADDRESS MASTER NOT AVAILABLE, FILE-STATUS IS "
                   ADDRESS-STATUS-FIELD " - NO CONTACT DATA SENT"
           END-IF.
           OPEN OUTPUT PLACEMENT-FILE.

      *Read the next notice-history record.
           302-READ-NOTICE-HISTORY.
           IF EOF-FLG NOT = "Y"
               READ NOTICE-HISTORY-FILE NEXT RECORD
                   AT END MOVE "Y" TO EOF-FLG
               END-READ
           END-IF.
           IF EOF-FLG NOT = "Y"
               ADD 1 TO HISTORY-READ-COUNT
           END-IF.

      *Look the student up; an account paid down since the demand,
      *or a student no longer on the master, is not placed.
           303-READ-STUDENT-FOR-PLACEMENT.
           MOVE NTC-STUDENT-NUMBER TO STUDENT-NUMBER.
           READ INDEXED-STU-FILE
               INVALID KEY
                   DISPLAY "STUDENT NOT FOUND, NOT PLACED: "
                       NTC-STUDENT-NUMBER
               NOT INVALID KEY
                   IF TUITION-OWED > 0
                       PERFORM 304-WRITE-PLACEMENT-LINE
                       PERFORM 305-MARK-ACCOUNT-PLACED
                   ELSE
                       ADD 1 TO PAID-OFF-COUNT
                   END-IF
           END-READ.

      *Write the placement line with the balance and whatever
      *contact data the address master holds.
           304-WRITE-PLACEMENT-LINE.
           MOVE STUDENT-NUMBER TO PLC-STUDENT-NUMBER.
           MOVE STUDENT-NAME TO PLC-STUDENT-NAME.
           MOVE TUITION-OWED TO PLC-BALANCE.
           MOVE NTC-LAST-SENT-DATE TO PLC-FINAL-DEMAND-DATE.
           MOVE RUN-DATE-WS TO PLC-PLACED-DATE.
           PERFORM 306-MOVE-CONTACT-DATA.
           MOVE PLACEMENT-LINE TO PLACEMENT-RECORD.
           WRITE PLACEMENT-RECORD.
           ADD 1 TO ACCOUNTS-PLACED.
           ADD TUITION-OWED TO PLACED-DOLLAR-TOTAL.

      *Stamp the placement date on the notice history, so DUNNOTIC
      *passes the account over from now on.
           305-MARK-ACCOUNT-PLACED.
           MOVE RUN-DATE-WS TO NTC-PLACED-DATE.
           REWRITE NOTICE-HISTORY-RECORD
               INVALID KEY
                   DISPLAY "HISTORY REWRITE FAILED, FILE-STATUS IS "
                       NOTICE-STATUS-FIELD " STUDENT "
                       NTC-STUDENT-NUMBER
           END-REWRITE.

      *Fill in the contact block off the address master; an account
      *with no address on file goes with the block blank.
           306-MOVE-CONTACT-DATA.
           MOVE SPACES TO PLC-ADDRESS-LINE-1, PLC-ADDRESS-LINE-2,
               PLC-CITY, PLC-PROVINCE, PLC-POSTAL-CODE, PLC-EMAIL.
           MOVE "N" TO PLC-ADDRESS-STATUS.
           IF ADDRESS-FILE-OPEN
               MOVE STUDENT-NUMBER TO ADR-STUDENT-NUMBER
               READ ADDRESS-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       PERFORM 307-TAKE-ADDRESS-RECORD
               END-READ
           END-IF.
           IF PLC-ADDRESS-STATUS NOT = "G"
               ADD 1 TO NO-CONTACT-COUNT
           END-IF.

      *Copy the address record into the contact block and grade it
      *the same way the mailing runs do.
           307-TAKE-ADDRESS-RECORD.
           MOVE ADR-LINE-1 TO PLC-ADDRESS-LINE-1.
           MOVE ADR-LINE-2 TO PLC-ADDRESS-LINE-2.
           MOVE ADR-CITY TO PLC-CITY.
           MOVE ADR-PROVINCE TO PLC-PROVINCE.
           MOVE ADR-POSTAL-CODE TO PLC-POSTAL-CODE.
           MOVE ADR-EMAIL TO PLC-EMAIL.
           IF ADR-BAD-ADDRESS-FLAG = "Y"
               MOVE "B" TO PLC-ADDRESS-STATUS
           ELSE
               IF ADR-LINE-1 NOT = SPACES
                   MOVE "G" TO PLC-ADDRESS-STATUS
               END-IF
           END-IF.

       END PROGRAM COLLPLC.
