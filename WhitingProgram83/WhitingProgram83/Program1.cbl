      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM83.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the weekly suspected-duplicate customer scan -
      *the same customer keyed twice splits the balance, the open
      *items and the dunning between two IDs, and until now the only
      *way to find one was for somebody to notice.
      *Every customer on CUSTOMER-MASTER.DAT is compared with every
      *other on the name, street, ZIP and phone from the CUSTMAST
      *address block, each upper-cased and stripped of everything
      *but letters and digits so "O'Brien, J." and "OBRIEN J" agree.
      *A pair scores 40 for the same name (25 when only the first 8
      *characters agree), 25 for the same street (15 on the first 10
      *characters), 10 for the same five-digit ZIP and 25 for the
      *same phone number; a pair scoring 50 or more is listed on
      *WhitingDUPLICATE-CUSTOMERS.LIS with each customer's balance,
      *count of open items and last activity date (the latest item
      *date on CUSTOMER-OPEN-ITEMS.DAT), and written to the review
      *queue CUSTOMER-DUPLICATE-PAIRS.DAT (the DUPPAIR copybook),
      *which each scan replaces.
      *PROGRAM84 is the supervisor's review of the queue.  A pair it
      *has already decided - confirmed and sent to PROGRAM25 as a
      *MERGE-PARMS.DAT record, or marked not a duplicate - is kept
      *on CUSTOMER-DUPLICATE-DECISIONS.DAT and is not listed again.
      *A master too large for the customer table refuses the run with
      *condition code 8; more pairs than the queue holds ends with
      *condition code 4 and the rest wait for the next scan.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-CUSTOMER-ID.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-DUPLICATE-DECISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PAIR-QUEUE-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-DUPLICATE-PAIRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DUPLICATE-REPORT
               ASSIGN TO "..\..\..\..\WhitingDUPLICATE-CUSTOMERS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MAST==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  DECISION-FILE.
       COPY DUPPAIR REPLACING ==:PFX:== BY ==DD==.

       FD  PAIR-QUEUE-FILE.
       COPY DUPPAIR REPLACING ==:PFX:== BY ==DP==.

       FD  DUPLICATE-REPORT.
       01  DUPLICATE-REPORT-REC            PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-RUN-STATUS               PIC X       VALUE 'G'.
               88  RUN-IS-GOOD                         VALUE 'G'.
               88  RUN-IS-REFUSED                      VALUE 'R'.
           05  WS-REFUSE-REASON            PIC X(40)   VALUE SPACES.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   THE WEIGHTS ADD TO 100 FOR A PAIR THAT AGREES ON ALL FOUR.
      *   A NAME ALONE, OR A STREET AND ZIP ALONE, IS NOT ENOUGH TO
      *   LIST - A SHARED NAME NEEDS ONE MORE THING IN COMMON.
       01  SCORING-CONSTANTS.
           05  NAME-FULL-POINTS            PIC 9(3)    VALUE 40.
           05  NAME-PART-POINTS            PIC 9(3)    VALUE 25.
           05  STREET-FULL-POINTS          PIC 9(3)    VALUE 25.
           05  STREET-PART-POINTS          PIC 9(3)    VALUE 15.
           05  ZIP-POINTS                  PIC 9(3)    VALUE 10.
           05  PHONE-POINTS                PIC 9(3)    VALUE 25.
           05  REPORT-THRESHOLD            PIC 9(3)    VALUE 50.
           05  MINIMUM-PHONE-DIGITS        PIC 9(2)    VALUE 7.

       01  CASE-CONVERSION-CONSTANTS.
           05  LOWER-CASE-LETTERS          PIC X(26)   VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  UPPER-CASE-LETTERS          PIC X(26)   VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.

      *   A FIELD IS NORMALIZED HERE - UPPER-CASED, THEN ONLY ITS
      *   LETTERS AND DIGITS KEPT, CLOSED UP TO THE LEFT.
       01  NORMALIZE-AREAS.
           05  WS-NORM-IN                  PIC X(27)   VALUE SPACES.
           05  WS-NORM-OUT                 PIC X(27)   VALUE SPACES.
           05  WS-NORM-SUB                 PIC 9(2)    VALUE ZERO.
           05  WS-NORM-OUT-SUB             PIC 9(2)    VALUE ZERO.
           05  WS-NORM-CHAR                PIC X       VALUE SPACE.

      *   EACH CUSTOMER'S FIGURES FOR THE LISTING AND THE NORMALIZED
      *   KEYS THE PAIRS ARE SCORED ON.
       01  CUSTOMER-TABLE-AREAS.
           05  WS-CUST-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-CUST-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-OTHER-SUB                PIC 9(4)    VALUE ZERO.
           05  WS-OTHER-START              PIC 9(4)    VALUE ZERO.
           05  WS-FOUND-SUB                PIC 9(4)    VALUE ZERO.
           05  WS-SEARCH-ID                PIC X(5)    VALUE SPACES.
           05  WS-CUST-TABLE OCCURS 3000 TIMES
                   INDEXED BY WS-CUST-IDX WS-OTHER-IDX.
               10  WS-CUST-ID              PIC X(5).
               10  WS-CUST-NAME            PIC X(27).
               10  WS-CUST-BALANCE         PIC S9(5)V99.
               10  WS-CUST-ITEM-COUNT      PIC 9(4).
               10  WS-CUST-LAST-DATE       PIC 9(8).
               10  WS-CUST-NAME-KEY        PIC X(27).
               10  WS-CUST-STREET-KEY      PIC X(25).
               10  WS-CUST-ZIP-KEY         PIC X(5).
               10  WS-CUST-PHONE-KEY       PIC X(12).

      *   THE PAIRS ALREADY DECIDED, BY THE TWO IDS TOGETHER.
       01  DECISION-TABLE-AREAS.
           05  WS-DEC-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-DEC-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-DEC-FOUND                PIC X(3)    VALUE 'NO '.
           05  WS-DEC-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-DEC-IDX.
               10  WS-DEC-PAIR-KEY         PIC X(10).

       01  PAIR-TABLE-AREAS.
           05  WS-PAIR-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-PAIR-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-PAIR-KEY.
               10  WS-PAIR-KEY-ID-1        PIC X(5).
               10  WS-PAIR-KEY-ID-2        PIC X(5).
           05  WS-PAIR-SCORE               PIC 9(3)    VALUE ZERO.
           05  WS-PAIR-FLAGS.
               10  WS-PAIR-NAME-MATCH      PIC X.
               10  WS-PAIR-STREET-MATCH    PIC X.
               10  WS-PAIR-ZIP-MATCH       PIC X.
               10  WS-PAIR-PHONE-MATCH     PIC X.
           05  WS-PAIR-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-PAIR-IDX.
               10  WS-PT-SUB-1             PIC 9(4).
               10  WS-PT-SUB-2             PIC 9(4).
               10  WS-PT-SCORE             PIC 9(3).
               10  WS-PT-FLAGS             PIC X(4).

       01  MATCH-TEXT-AREAS.
           05  WS-MATCH-TEXT               PIC X(28)   VALUE SPACES.
           05  WS-MATCH-PTR                PIC 9(2)    VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  CUSTOMERS-READ              PIC 9(5)    VALUE ZERO.
           05  PAIRS-ALREADY-DECIDED       PIC 9(5)    VALUE ZERO.
           05  PAIRS-HELD-OVER             PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(30)
               VALUE "SUSPECTED DUPLICATE CUSTOMERS ".
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(46)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "SCORE  ID     CUSTOMER                  ".
           05  FILLER                      PIC X(40)
               VALUE "      BALANCE ITEMS   LAST ACT  MATCHED ".
           05  FILLER                      PIC X(20)
               VALUE "ON                  ".

       01  REPORT-DETAIL-LINE.
           05  DET-SCORE-OUT               PIC ZZZ.
           05                              PIC X(4)    VALUE SPACES.
           05  DET-ID-OUT                  PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-NAME-OUT                PIC X(27).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-BALANCE-OUT             PIC ---,--9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-ITEMS-OUT               PIC ZZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  DET-LAST-OUT                PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-MATCH-OUT               PIC X(28).

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(18)
               VALUE "CUSTOMERS SCANNED ".
           05  TOT-CUSTOMERS-OUT           PIC ZZZZ9.
           05  FILLER                      PIC X(20)
               VALUE "   PAIRS FOR REVIEW ".
           05  TOT-PAIRS-OUT               PIC ZZ9.
           05  FILLER                      PIC X(26)
               VALUE "   ALREADY DECIDED (SKIP) ".
           05  TOT-DECIDED-OUT             PIC ZZZZ9.
           05                              PIC X(23)   VALUE SPACES.

       01  FOOTNOTE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "* PARTIAL MATCH - NAME ON THE FIRST 8 CH".
           05  FILLER                      PIC X(40)
               VALUE "ARACTERS, STREET ON THE FIRST 10        ".
           05                              PIC X(20)   VALUE SPACES.

       01  HELD-OVER-LINE.
           05  FILLER                      PIC X(22)
               VALUE "QUEUE FULL - PAIRS NOT".
           05  FILLER                      PIC X(18)
               VALUE " LISTED THIS RUN: ".
           05  HELD-OVER-OUT               PIC ZZZZ9.
           05                              PIC X(55)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO SUSPECTED DUPLICATES TO REVIEW       ".
           05                              PIC X(60)   VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER                      PIC X(29)
               VALUE "NOTHING SCANNED - RUN REFUSED".
           05  FILLER                      PIC X(3)    VALUE " - ".
           05  REFUSED-REASON-OUT          PIC X(40).
           05                              PIC X(28)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-LOAD-DECISIONS
           PERFORM 120-LOAD-CUSTOMERS
           IF RUN-IS-GOOD
               PERFORM 130-ROLL-UP-OPEN-ITEMS
               PERFORM 200-SCORE-ALL-PAIRS
               PERFORM 300-REPORT-AND-QUEUE-PAIRS
           ELSE
               PERFORM 190-REPORT-REFUSAL
               DISPLAY "**** NOTHING SCANNED - " WS-REFUSE-REASON
                   " ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "CUSTOMERS SCANNED: " CUSTOMERS-READ
               " PAIRS FOR REVIEW: " WS-PAIR-COUNT
               " ALREADY DECIDED: " PAIRS-ALREADY-DECIDED
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   A PAIR CONFIRMED OR RULED OUT BY THE REVIEW STAYS DECIDED -
      *   ONLY THE TWO IDS ARE NEEDED TO KNOW IT WHEN IT COMES UP.
       110-LOAD-DECISIONS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT DECISION-FILE
           PERFORM 111-LOAD-ONE-DECISION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE DECISION-FILE.

       111-LOAD-ONE-DECISION.
           READ DECISION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF DD-IS-CONFIRMED OR DD-IS-NOT-DUPLICATE
                       IF WS-DEC-COUNT < 2000
                           ADD 1 TO WS-DEC-COUNT
                           SET WS-DEC-IDX TO WS-DEC-COUNT
                           MOVE DD-ID-1 TO WS-PAIR-KEY-ID-1
                           MOVE DD-ID-2 TO WS-PAIR-KEY-ID-2
                           MOVE WS-PAIR-KEY
                               TO WS-DEC-PAIR-KEY (WS-DEC-IDX)
                       ELSE
                           DISPLAY "**** DECISION TABLE FULL - "
                               DD-ID-1 "/" DD-ID-2 " IGNORED ****"
                           MOVE 4 TO WS-CONDITION-CODE
                       END-IF
                   END-IF
           END-READ.

      *   THE MASTER IS READ IN ID ORDER, SO A PAIR'S LOWER ID IS
      *   ALWAYS THE EARLIER ENTRY.
       120-LOAD-CUSTOMERS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM 121-LOAD-ONE-CUSTOMER
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CUSTOMER-MASTER-FILE.

       121-LOAD-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO CUSTOMERS-READ
                   IF WS-CUST-COUNT < 3000
                       ADD 1 TO WS-CUST-COUNT
                       SET WS-CUST-IDX TO WS-CUST-COUNT
                       PERFORM 122-KEEP-ONE-CUSTOMER
                   ELSE
                       MOVE 'R' TO WS-RUN-STATUS
                       MOVE "CUSTOMER TABLE FULL" TO WS-REFUSE-REASON
                       MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
                   END-IF
           END-READ.

      *   A ZIP IS COMPARED ON ITS FIRST FIVE DIGITS ONLY, AND A
      *   PHONE NUMBER TOO SHORT TO BE REAL IS NOT COMPARED AT ALL.
       122-KEEP-ONE-CUSTOMER.
           MOVE MAST-CUSTOMER-ID TO WS-CUST-ID (WS-CUST-IDX)
           MOVE MAST-CUSTOMER-NAME TO WS-CUST-NAME (WS-CUST-IDX)
           MOVE MAST-BALANCE TO WS-CUST-BALANCE (WS-CUST-IDX)
           MOVE ZERO TO WS-CUST-ITEM-COUNT (WS-CUST-IDX)
           MOVE ZERO TO WS-CUST-LAST-DATE (WS-CUST-IDX)
           MOVE MAST-CUSTOMER-NAME TO WS-NORM-IN
           PERFORM 125-NORMALIZE-FIELD
           MOVE WS-NORM-OUT TO WS-CUST-NAME-KEY (WS-CUST-IDX)
           MOVE MAST-STREET TO WS-NORM-IN
           PERFORM 125-NORMALIZE-FIELD
           MOVE WS-NORM-OUT TO WS-CUST-STREET-KEY (WS-CUST-IDX)
           MOVE MAST-ZIP TO WS-NORM-IN
           PERFORM 125-NORMALIZE-FIELD
           IF WS-NORM-OUT (1:5) IS NUMERIC
               MOVE WS-NORM-OUT (1:5) TO WS-CUST-ZIP-KEY (WS-CUST-IDX)
           ELSE
               MOVE SPACES TO WS-CUST-ZIP-KEY (WS-CUST-IDX)
           END-IF
           MOVE MAST-PHONE TO WS-NORM-IN
           PERFORM 125-NORMALIZE-FIELD
           IF WS-NORM-OUT-SUB < MINIMUM-PHONE-DIGITS
               MOVE SPACES TO WS-CUST-PHONE-KEY (WS-CUST-IDX)
           ELSE
               MOVE WS-NORM-OUT TO WS-CUST-PHONE-KEY (WS-CUST-IDX)
           END-IF.

       125-NORMALIZE-FIELD.
           MOVE SPACES TO WS-NORM-OUT
           MOVE ZERO TO WS-NORM-OUT-SUB
           INSPECT WS-NORM-IN
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
           PERFORM 126-KEEP-ONE-CHARACTER
               VARYING WS-NORM-SUB FROM 1 BY 1
               UNTIL WS-NORM-SUB > 27.

       126-KEEP-ONE-CHARACTER.
           MOVE WS-NORM-IN (WS-NORM-SUB:1) TO WS-NORM-CHAR
           IF WS-NORM-CHAR IS NUMERIC OR
                   (WS-NORM-CHAR IS ALPHABETIC AND
                    WS-NORM-CHAR NOT = SPACE)
               ADD 1 TO WS-NORM-OUT-SUB
               MOVE WS-NORM-CHAR TO WS-NORM-OUT (WS-NORM-OUT-SUB:1)
           END-IF.

      *   EVERY ITEM STILL OPEN COUNTS; ANY ITEM, OPEN OR CLOSED, IS
      *   ACTIVITY ON THE ACCOUNT.
       130-ROLL-UP-OPEN-ITEMS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 131-CONSIDER-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       131-CONSIDER-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   MOVE ITEM-CUSTOMER-ID TO WS-SEARCH-ID
                   PERFORM 133-FIND-CUSTOMER
                   IF WS-FOUND-SUB > ZERO
                       SET WS-CUST-IDX TO WS-FOUND-SUB
                       IF NOT ITEM-IS-CLOSED
                           ADD 1 TO WS-CUST-ITEM-COUNT (WS-CUST-IDX)
                       END-IF
                       IF ITEM-DATE IS NUMERIC
                           IF ITEM-DATE >
                                   WS-CUST-LAST-DATE (WS-CUST-IDX)
                               MOVE ITEM-DATE
                                   TO WS-CUST-LAST-DATE (WS-CUST-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       133-FIND-CUSTOMER.
           MOVE ZERO TO WS-FOUND-SUB
           IF WS-CUST-COUNT > ZERO
               PERFORM 135-MATCH-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                       OR WS-FOUND-SUB > ZERO
           END-IF.

       135-MATCH-ONE-CUSTOMER.
           SET WS-CUST-IDX TO WS-CUST-SUB
           IF WS-CUST-ID (WS-CUST-IDX) = WS-SEARCH-ID
               MOVE WS-CUST-SUB TO WS-FOUND-SUB
           END-IF.

      *   EACH CUSTOMER AGAINST EVERY ONE AFTER IT - EVERY PAIR ONCE.
       200-SCORE-ALL-PAIRS.
           IF WS-CUST-COUNT > 1
               PERFORM 210-SCORE-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
           END-IF.

       210-SCORE-ONE-CUSTOMER.
           SET WS-CUST-IDX TO WS-CUST-SUB
           COMPUTE WS-OTHER-START = WS-CUST-SUB + 1
           PERFORM 220-SCORE-ONE-PAIR
               VARYING WS-OTHER-SUB FROM WS-OTHER-START BY 1
               UNTIL WS-OTHER-SUB > WS-CUST-COUNT.

      *   A BLANK FIELD NEVER MATCHES - TWO CUSTOMERS WITH NO PHONE ON
      *   FILE HAVE NOTHING IN COMMON.
       220-SCORE-ONE-PAIR.
           SET WS-OTHER-IDX TO WS-OTHER-SUB
           MOVE ZERO TO WS-PAIR-SCORE
           MOVE SPACES TO WS-PAIR-FLAGS
           IF WS-CUST-NAME-KEY (WS-CUST-IDX) NOT = SPACES
               IF WS-CUST-NAME-KEY (WS-CUST-IDX) =
                       WS-CUST-NAME-KEY (WS-OTHER-IDX)
                   MOVE 'F' TO WS-PAIR-NAME-MATCH
                   ADD NAME-FULL-POINTS TO WS-PAIR-SCORE
               ELSE
                   IF WS-CUST-NAME-KEY (WS-CUST-IDX) (1:8) =
                           WS-CUST-NAME-KEY (WS-OTHER-IDX) (1:8)
                       MOVE 'P' TO WS-PAIR-NAME-MATCH
                       ADD NAME-PART-POINTS TO WS-PAIR-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-CUST-STREET-KEY (WS-CUST-IDX) NOT = SPACES
               IF WS-CUST-STREET-KEY (WS-CUST-IDX) =
                       WS-CUST-STREET-KEY (WS-OTHER-IDX)
                   MOVE 'F' TO WS-PAIR-STREET-MATCH
                   ADD STREET-FULL-POINTS TO WS-PAIR-SCORE
               ELSE
                   IF WS-CUST-STREET-KEY (WS-CUST-IDX) (1:10) =
                           WS-CUST-STREET-KEY (WS-OTHER-IDX) (1:10)
                       MOVE 'P' TO WS-PAIR-STREET-MATCH
                       ADD STREET-PART-POINTS TO WS-PAIR-SCORE
                   END-IF
               END-IF
           END-IF
           IF WS-CUST-ZIP-KEY (WS-CUST-IDX) NOT = SPACES AND
                   WS-CUST-ZIP-KEY (WS-CUST-IDX) =
                       WS-CUST-ZIP-KEY (WS-OTHER-IDX)
               MOVE 'F' TO WS-PAIR-ZIP-MATCH
               ADD ZIP-POINTS TO WS-PAIR-SCORE
           END-IF
           IF WS-CUST-PHONE-KEY (WS-CUST-IDX) NOT = SPACES AND
                   WS-CUST-PHONE-KEY (WS-CUST-IDX) =
                       WS-CUST-PHONE-KEY (WS-OTHER-IDX)
               MOVE 'F' TO WS-PAIR-PHONE-MATCH
               ADD PHONE-POINTS TO WS-PAIR-SCORE
           END-IF
           IF WS-PAIR-SCORE >= REPORT-THRESHOLD
               PERFORM 230-KEEP-ONE-PAIR
           END-IF.

       230-KEEP-ONE-PAIR.
           IF WS-CUST-ID (WS-CUST-IDX) < WS-CUST-ID (WS-OTHER-IDX)
               MOVE WS-CUST-ID (WS-CUST-IDX) TO WS-PAIR-KEY-ID-1
               MOVE WS-CUST-ID (WS-OTHER-IDX) TO WS-PAIR-KEY-ID-2
           ELSE
               MOVE WS-CUST-ID (WS-OTHER-IDX) TO WS-PAIR-KEY-ID-1
               MOVE WS-CUST-ID (WS-CUST-IDX) TO WS-PAIR-KEY-ID-2
           END-IF
           MOVE 'NO ' TO WS-DEC-FOUND
           IF WS-DEC-COUNT > ZERO
               PERFORM 235-MATCH-ONE-DECISION
                   VARYING WS-DEC-SUB FROM 1 BY 1
                   UNTIL WS-DEC-SUB > WS-DEC-COUNT
                       OR WS-DEC-FOUND = 'YES'
           END-IF
           IF WS-DEC-FOUND = 'YES'
               ADD 1 TO PAIRS-ALREADY-DECIDED
           ELSE
               IF WS-PAIR-COUNT < 500
                   ADD 1 TO WS-PAIR-COUNT
                   SET WS-PAIR-IDX TO WS-PAIR-COUNT
                   MOVE WS-CUST-SUB TO WS-PT-SUB-1 (WS-PAIR-IDX)
                   MOVE WS-OTHER-SUB TO WS-PT-SUB-2 (WS-PAIR-IDX)
                   MOVE WS-PAIR-SCORE TO WS-PT-SCORE (WS-PAIR-IDX)
                   MOVE WS-PAIR-FLAGS TO WS-PT-FLAGS (WS-PAIR-IDX)
               ELSE
                   ADD 1 TO PAIRS-HELD-OVER
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

       235-MATCH-ONE-DECISION.
           SET WS-DEC-IDX TO WS-DEC-SUB
           IF WS-DEC-PAIR-KEY (WS-DEC-IDX) = WS-PAIR-KEY
               MOVE 'YES' TO WS-DEC-FOUND
           END-IF.

      *   THE QUEUE IS REPLACED EACH SCAN - A PAIR LEFT UNDECIDED IS
      *   FOUND AGAIN, AND ONE MERGED SINCE IS GONE FROM THE MASTER.
       300-REPORT-AND-QUEUE-PAIRS.
           OPEN OUTPUT DUPLICATE-REPORT
                       PAIR-QUEUE-FILE
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE DUPLICATE-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO DUPLICATE-REPORT-REC
           WRITE DUPLICATE-REPORT-REC
           WRITE DUPLICATE-REPORT-REC FROM REPORT-HEADING-LINE-2
           IF WS-PAIR-COUNT = ZERO
               WRITE DUPLICATE-REPORT-REC FROM NONE-LINE
           ELSE
               PERFORM 310-REPORT-ONE-PAIR
                   VARYING WS-PAIR-SUB FROM 1 BY 1
                   UNTIL WS-PAIR-SUB > WS-PAIR-COUNT
           END-IF
           MOVE CUSTOMERS-READ TO TOT-CUSTOMERS-OUT
           MOVE WS-PAIR-COUNT TO TOT-PAIRS-OUT
           MOVE PAIRS-ALREADY-DECIDED TO TOT-DECIDED-OUT
           MOVE SPACES TO DUPLICATE-REPORT-REC
           WRITE DUPLICATE-REPORT-REC
           WRITE DUPLICATE-REPORT-REC FROM REPORT-TOTAL-LINE
           IF PAIRS-HELD-OVER > ZERO
               MOVE PAIRS-HELD-OVER TO HELD-OVER-OUT
               WRITE DUPLICATE-REPORT-REC FROM HELD-OVER-LINE
               DISPLAY "**** PAIR QUEUE FULL - " PAIRS-HELD-OVER
                   " PAIRS WAIT FOR THE NEXT SCAN ****"
           END-IF
           WRITE DUPLICATE-REPORT-REC FROM FOOTNOTE-LINE
           CLOSE DUPLICATE-REPORT
                 PAIR-QUEUE-FILE.

       310-REPORT-ONE-PAIR.
           SET WS-PAIR-IDX TO WS-PAIR-SUB
           SET WS-CUST-IDX TO WS-PT-SUB-1 (WS-PAIR-IDX)
           SET WS-OTHER-IDX TO WS-PT-SUB-2 (WS-PAIR-IDX)
           MOVE WS-PT-FLAGS (WS-PAIR-IDX) TO WS-PAIR-FLAGS
           PERFORM 320-DESCRIBE-MATCH
           MOVE SPACES TO DUPLICATE-REPORT-REC
           WRITE DUPLICATE-REPORT-REC
           MOVE WS-PT-SCORE (WS-PAIR-IDX) TO DET-SCORE-OUT
           MOVE WS-MATCH-TEXT TO DET-MATCH-OUT
           PERFORM 330-FORMAT-CUSTOMER-1
           WRITE DUPLICATE-REPORT-REC FROM REPORT-DETAIL-LINE
           MOVE ZERO TO DET-SCORE-OUT
           MOVE SPACES TO DET-MATCH-OUT
           PERFORM 335-FORMAT-CUSTOMER-2
           WRITE DUPLICATE-REPORT-REC FROM REPORT-DETAIL-LINE
           PERFORM 340-QUEUE-ONE-PAIR.

       320-DESCRIBE-MATCH.
           MOVE SPACES TO WS-MATCH-TEXT
           MOVE 1 TO WS-MATCH-PTR
           IF WS-PAIR-NAME-MATCH = 'F'
               STRING "NAME " DELIMITED BY SIZE
                   INTO WS-MATCH-TEXT WITH POINTER WS-MATCH-PTR
           END-IF
           IF WS-PAIR-NAME-MATCH = 'P'
               STRING "NAME* " DELIMITED BY SIZE
                   INTO WS-MATCH-TEXT WITH POINTER WS-MATCH-PTR
           END-IF
           IF WS-PAIR-STREET-MATCH = 'F'
               STRING "STREET " DELIMITED BY SIZE
                   INTO WS-MATCH-TEXT WITH POINTER WS-MATCH-PTR
           END-IF
           IF WS-PAIR-STREET-MATCH = 'P'
               STRING "STREET* " DELIMITED BY SIZE
                   INTO WS-MATCH-TEXT WITH POINTER WS-MATCH-PTR
           END-IF
           IF WS-PAIR-ZIP-MATCH = 'F'
               STRING "ZIP " DELIMITED BY SIZE
                   INTO WS-MATCH-TEXT WITH POINTER WS-MATCH-PTR
           END-IF
           IF WS-PAIR-PHONE-MATCH = 'F'
               STRING "PHONE" DELIMITED BY SIZE
                   INTO WS-MATCH-TEXT WITH POINTER WS-MATCH-PTR
           END-IF.

       330-FORMAT-CUSTOMER-1.
           MOVE WS-CUST-ID (WS-CUST-IDX) TO DET-ID-OUT
           MOVE WS-CUST-NAME (WS-CUST-IDX) TO DET-NAME-OUT
           MOVE WS-CUST-BALANCE (WS-CUST-IDX) TO DET-BALANCE-OUT
           MOVE WS-CUST-ITEM-COUNT (WS-CUST-IDX) TO DET-ITEMS-OUT
           IF WS-CUST-LAST-DATE (WS-CUST-IDX) = ZERO
               MOVE "  NONE" TO DET-LAST-OUT
           ELSE
               MOVE WS-CUST-LAST-DATE (WS-CUST-IDX) TO DET-LAST-OUT
           END-IF.

       335-FORMAT-CUSTOMER-2.
           MOVE WS-CUST-ID (WS-OTHER-IDX) TO DET-ID-OUT
           MOVE WS-CUST-NAME (WS-OTHER-IDX) TO DET-NAME-OUT
           MOVE WS-CUST-BALANCE (WS-OTHER-IDX) TO DET-BALANCE-OUT
           MOVE WS-CUST-ITEM-COUNT (WS-OTHER-IDX) TO DET-ITEMS-OUT
           IF WS-CUST-LAST-DATE (WS-OTHER-IDX) = ZERO
               MOVE "  NONE" TO DET-LAST-OUT
           ELSE
               MOVE WS-CUST-LAST-DATE (WS-OTHER-IDX) TO DET-LAST-OUT
           END-IF.

      *   THE EARLIER TABLE ENTRY IS THE LOWER ID - THE MASTER WAS
      *   READ IN ID ORDER.
       340-QUEUE-ONE-PAIR.
           MOVE SPACES TO DP-REC
           MOVE WS-CUST-ID (WS-CUST-IDX) TO DP-ID-1
           MOVE WS-CUST-ID (WS-OTHER-IDX) TO DP-ID-2
           MOVE WS-PT-SCORE (WS-PAIR-IDX) TO DP-SCORE
           MOVE WS-PAIR-FLAGS TO DP-MATCH-FLAGS
           MOVE 'P' TO DP-STATUS
           MOVE ZERO TO DP-DECIDED-DATE
           MOVE WS-CUST-NAME (WS-CUST-IDX) TO DP-NAME (1)
           MOVE WS-CUST-BALANCE (WS-CUST-IDX) TO DP-BALANCE (1)
           MOVE WS-CUST-ITEM-COUNT (WS-CUST-IDX) TO DP-ITEM-COUNT (1)
           MOVE WS-CUST-LAST-DATE (WS-CUST-IDX) TO DP-LAST-ACTIVITY (1)
           MOVE WS-CUST-NAME (WS-OTHER-IDX) TO DP-NAME (2)
           MOVE WS-CUST-BALANCE (WS-OTHER-IDX) TO DP-BALANCE (2)
           MOVE WS-CUST-ITEM-COUNT (WS-OTHER-IDX) TO DP-ITEM-COUNT (2)
           MOVE WS-CUST-LAST-DATE (WS-OTHER-IDX)
               TO DP-LAST-ACTIVITY (2)
           WRITE DP-REC.

       190-REPORT-REFUSAL.
           OPEN OUTPUT DUPLICATE-REPORT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE DUPLICATE-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO DUPLICATE-REPORT-REC
           WRITE DUPLICATE-REPORT-REC
           MOVE WS-REFUSE-REASON TO REFUSED-REASON-OUT
           WRITE DUPLICATE-REPORT-REC FROM REFUSED-LINE
           CLOSE DUPLICATE-REPORT.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM83" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE CUSTOMERS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE WS-PAIR-COUNT TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM83.
