      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM86.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the month-end customer segmentation and the
      *marketing mailing extract.  Every customer on
      *CUSTOMER-MASTER.DAT is scored on three things: recency - the
      *days from the latest sales-journal charge on
      *CUSTOMER-OPEN-ITEMS.DAT to the business date; frequency - the
      *LOYALTY-PURCHASES count on CUSTOMER-SALES-MASTER.DAT; and net
      *spend - every sales-journal charge less every sales-journal
      *return on the open items.  A customer is TOP when bought from
      *recently enough, often enough and for enough money, otherwise
      *REGULAR, LAPSING or LOST by recency alone; the cutoffs come
      *from SEGMENT-PARMS.DAT (the shipped defaults when it is not
      *there).  A customer with no charge purchase on file is LOST.
      *Anyone on a credit code flagged W (watch) or C (cash-only, the
      *collections code) in CREDIT-CODES.DAT, or with an account
      *still placed with the collection agency on
      *CUSTOMER-PLACEMENTS.DAT, is left out altogether.
      *Every other customer is written to WhitingMAILING-EXTRACT.DAT
      *(the MAILXTRC copybook, replaced each month) with the CUSTMAST
      *address block and segment code, unless the master's mail
      *preference says the customer asked not to be mailed or there
      *is no street or ZIP to mail to.  WhitingCUSTOMER-SEGMENTS.LIS
      *gives the count, net spend and number mailed for each segment
      *by store - the store of the customer's latest sale - and for
      *all stores, with the customers left out and not mailed.
      *A master too large for the customer table, or more open
      *placements or stores than their tables hold, refuses the run
      *with condition code 8 and leaves the extract empty.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "..\..\..\..\SEGMENT-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-CODE-FILE
               ASSIGN TO "..\..\..\..\CREDIT-CODES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-PLACEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-CUSTOMER-ID.
           SELECT OPTIONAL SALES-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-SALES-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS INDENT-OUT.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MAILING-EXTRACT-FILE
               ASSIGN TO "..\..\..\..\WhitingMAILING-EXTRACT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SEGMENT-REPORT
               ASSIGN TO "..\..\..\..\WhitingCUSTOMER-SEGMENTS.LIS"
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
       FD  PARM-FILE.
       01  PARM-REC.
           05  SP-TOP-DAYS                 PIC 9(3).
           05  SP-TOP-FREQUENCY            PIC 9(3).
           05  SP-TOP-SPEND                PIC 9(5)V99.
           05  SP-REGULAR-DAYS             PIC 9(3).
           05  SP-LAPSING-DAYS             PIC 9(3).

       FD  CREDIT-CODE-FILE.
       01  CREDIT-CODE-REC.
           05  CC-CODE-IN                  PIC XX.
           05  CC-DESCRIPTION-IN           PIC X(20).
           05  CC-WATCH-FLAG-IN            PIC X.

       FD  PLACEMENT-FILE.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PL==.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MAST==.

       FD  SALES-MASTER-FILE.
       01  SALES-MASTER-REC.
           05  INDENT-OUT                  PIC X(5).
           05  SALES-AMT-OUT               PIC 9(4)V99.
           05  DISCOUNT-PERCENT-OUT        PIC V99.
           05  NET-OUT                     PIC 9(4)V99.
           05  LOYALTY-PURCHASES-OUT       PIC 9(3).
           05  STORE-CODE-OUT              PIC X.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  MAILING-EXTRACT-FILE.
       COPY MAILXTRC REPLACING ==:PFX:== BY ==MX==.

       FD  SEGMENT-REPORT.
       01  SEGMENT-REPORT-REC              PIC X(100).

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

      *   THE SHIPPED CUTOFFS - A PARAMETER FIELD THAT IS NUMERIC AND
      *   ABOVE ZERO REPLACES ITS DEFAULT.
       01  SEGMENT-CUTOFFS.
           05  WS-TOP-DAYS                 PIC 9(3)    VALUE 60.
           05  WS-TOP-FREQUENCY            PIC 9(3)    VALUE 10.
           05  WS-TOP-SPEND                PIC 9(5)V99 VALUE 1000.00.
           05  WS-REGULAR-DAYS             PIC 9(3)    VALUE 180.
           05  WS-LAPSING-DAYS             PIC 9(3)    VALUE 365.

      *   SEGMENT 1 TO 4 - THE CODE ON THE EXTRACT AND THE NAME ON THE
      *   SUMMARY.
       01  SEGMENT-NAME-VALUES.
           05  FILLER                      PIC X(12)
               VALUE "TOP TOP     ".
           05  FILLER                      PIC X(12)
               VALUE "REG REGULAR ".
           05  FILLER                      PIC X(12)
               VALUE "LAPSLAPSING ".
           05  FILLER                      PIC X(12)
               VALUE "LOSTLOST    ".
       01  SEGMENT-NAME-TABLE REDEFINES SEGMENT-NAME-VALUES.
           05  SEG-ENTRY OCCURS 4 TIMES.
               10  SEG-CODE                PIC X(4).
               10  SEG-NAME                PIC X(8).

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DAY-NUMBER      PIC 9(7)    VALUE ZERO.

      *   THE CREDIT CODES FLAGGED WATCH OR CASH-ONLY.
       01  EXCLUDED-CODE-AREAS.
           05  WS-EXCL-CODE-COUNT          PIC 9(2)    VALUE ZERO.
           05  WS-EXCL-CODE-SUB            PIC 9(2)    VALUE ZERO.
           05  WS-EXCL-CODE-TABLE OCCURS 20 TIMES
                   INDEXED BY WS-EXCL-IDX.
               10  WS-EXCL-CODE            PIC XX.

      *   THE CUSTOMERS WITH AN ACCOUNT STILL WITH THE AGENCY.
       01  PLACEMENT-TABLE-AREAS.
           05  WS-PLACED-COUNT             PIC 9(4)    VALUE ZERO.
           05  WS-PLACED-SUB               PIC 9(4)    VALUE ZERO.
           05  WS-PLACED-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-PLACED-IDX.
               10  WS-PLACED-ID            PIC X(5).

       01  EXCLUSION-WORK.
           05  WS-EXCLUDE-SWITCH           PIC X       VALUE SPACE.
               88  CUSTOMER-IS-KEPT                    VALUE SPACE.
               88  EXCLUDED-BY-CODE                    VALUE 'C'.
               88  EXCLUDED-BY-PLACEMENT               VALUE 'P'.

      *   EACH SCORED CUSTOMER'S ADDRESS, MEASURES AND SEGMENT.
       01  CUSTOMER-TABLE-AREAS.
           05  WS-CUST-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-CUST-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-FOUND-SUB                PIC 9(4)    VALUE ZERO.
           05  WS-SEARCH-ID                PIC X(5)    VALUE SPACES.
           05  WS-CUST-TABLE OCCURS 3000 TIMES
                   INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID              PIC X(5).
               10  WS-CUST-NAME            PIC X(27).
               10  WS-CUST-ADDRESS-BLOCK.
                   15  WS-CUST-STREET      PIC X(25).
                   15  WS-CUST-CITY        PIC X(15).
                   15  WS-CUST-STATE       PIC XX.
                   15  WS-CUST-ZIP         PIC X(10).
                   15  WS-CUST-PHONE       PIC X(12).
               10  WS-CUST-MAIL-PREFERENCE PIC X.
               10  WS-CUST-FREQUENCY       PIC 9(3).
               10  WS-CUST-STORE           PIC X.
               10  WS-CUST-LAST-DATE       PIC 9(8).
               10  WS-CUST-SPEND           PIC S9(7)V99.
               10  WS-CUST-RECENCY         PIC 9(5).
               10  WS-CUST-SEGMENT         PIC 9.

      *   ONE ROW PER STORE, KEPT IN STORE CODE ORDER, WITH THE COUNT,
      *   SPEND AND NUMBER MAILED FOR EACH SEGMENT.  A CUSTOMER NOT ON
      *   THE SALES MASTER HAS NO STORE AND SORTS FIRST.
       01  STORE-TABLE-AREAS.
           05  WS-STORE-COUNT              PIC 9(2)    VALUE ZERO.
           05  WS-STORE-SUB                PIC 9(2)    VALUE ZERO.
           05  WS-STORE-FOUND-SUB          PIC 9(2)    VALUE ZERO.
           05  WS-STORE-INSERT-SUB         PIC 9(2)    VALUE ZERO.
           05  WS-STORE-TABLE OCCURS 20 TIMES
                   INDEXED BY WS-STORE-IDX WS-STORE-NEXT-IDX.
               10  WS-ST-CODE              PIC X.
               10  WS-ST-SEGMENT OCCURS 4 TIMES.
                   15  WS-ST-COUNT         PIC 9(5).
                   15  WS-ST-SPEND         PIC S9(7)V99.
                   15  WS-ST-MAILED        PIC 9(5).

       01  SEGMENT-TOTAL-AREAS.
           05  WS-SEG-SUB                  PIC 9       VALUE ZERO.
           05  WS-SEG-TOTAL OCCURS 4 TIMES.
               10  WS-SEG-COUNT            PIC 9(5).
               10  WS-SEG-SPEND            PIC S9(9)V99.
               10  WS-SEG-MAILED           PIC 9(5).
           05  WS-STORE-ALL-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-STORE-ALL-SPEND          PIC S9(9)V99 VALUE ZERO.
           05  WS-STORE-ALL-MAILED         PIC 9(5)    VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  CUSTOMERS-READ              PIC 9(5)    VALUE ZERO.
           05  EXCLUDED-FOR-CODE           PIC 9(5)    VALUE ZERO.
           05  EXCLUDED-FOR-PLACEMENT      PIC 9(5)    VALUE ZERO.
           05  NOT-MAILED-BY-REQUEST       PIC 9(5)    VALUE ZERO.
           05  NOT-MAILED-NO-ADDRESS       PIC 9(5)    VALUE ZERO.
           05  CUSTOMERS-MAILED            PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(37)
               VALUE "CUSTOMER SEGMENTS AND MAILING EXTRACT".
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(39)   VALUE SPACES.

       01  CUTOFF-LINE-1.
           05  FILLER                      PIC X(22)
               VALUE "CUTOFFS - TOP: WITHIN ".
           05  CUT-TOP-DAYS-OUT            PIC ZZ9.
           05  FILLER                      PIC X(7)    VALUE " DAYS, ".
           05  CUT-TOP-FREQUENCY-OUT       PIC ZZ9.
           05  FILLER                      PIC X(13)
               VALUE "+ PURCHASES, ".
           05  CUT-TOP-SPEND-OUT           PIC ZZ,ZZ9.99.
           05  FILLER                      PIC X(7)    VALUE "+ SPENT".
           05                              PIC X(36)   VALUE SPACES.

       01  CUTOFF-LINE-2.
           05  FILLER                      PIC X(26)
               VALUE "          REGULAR: WITHIN ".
           05  CUT-REGULAR-DAYS-OUT        PIC ZZ9.
           05  FILLER                      PIC X(22)
               VALUE " DAYS  LAPSING: WITHIN".
           05  FILLER                      PIC X       VALUE SPACE.
           05  CUT-LAPSING-DAYS-OUT        PIC ZZ9.
           05  FILLER                      PIC X(27)
               VALUE " DAYS  LOST: LONGER OR NONE".
           05                              PIC X(18)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "STORE  SEGMENT  CUSTOMERS      NET SPEND".
           05  FILLER                      PIC X(40)
               VALUE "    MAILED                              ".
           05                              PIC X(20)   VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  DET-STORE-OUT               PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-SEGMENT-OUT             PIC X(8).
           05                              PIC X(4)    VALUE SPACES.
           05  DET-COUNT-OUT               PIC ZZ,ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  DET-SPEND-OUT               PIC -,---,--9.99.
           05                              PIC X(4)    VALUE SPACES.
           05  DET-MAILED-OUT              PIC ZZ,ZZ9.
           05                              PIC X(50)   VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05  SUM-LABEL-OUT               PIC X(40).
           05  SUM-COUNT-OUT               PIC ZZ,ZZ9.
           05                              PIC X(54)   VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER                      PIC X(28)
               VALUE "NOTHING SCORED - RUN REFUSED".
           05  FILLER                      PIC X(3)    VALUE " - ".
           05  REFUSED-REASON-OUT          PIC X(40).
           05                              PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           COMPUTE WS-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 105-READ-SIGNON
           PERFORM 110-READ-PARMS
           PERFORM 112-LOAD-CREDIT-CODES
           PERFORM 114-LOAD-PLACEMENTS
           IF RUN-IS-GOOD
               PERFORM 120-LOAD-CUSTOMERS
           END-IF
           IF RUN-IS-GOOD
               PERFORM 130-ROLL-UP-SALES-MASTER
               PERFORM 140-ROLL-UP-OPEN-ITEMS
               PERFORM 200-SEGMENT-CUSTOMERS
           END-IF
           IF RUN-IS-GOOD
               PERFORM 250-WRITE-MAILING-EXTRACT
               PERFORM 300-PRINT-SUMMARY
           ELSE
               PERFORM 190-REPORT-REFUSAL
               DISPLAY "**** NOTHING SCORED - " WS-REFUSE-REASON
                   " ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "CUSTOMERS READ: " CUSTOMERS-READ
               " SCORED: " WS-CUST-COUNT
               " MAILED: " CUSTOMERS-MAILED
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

       110-READ-PARMS.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 111-APPLY-PARMS
           END-READ
           CLOSE PARM-FILE.

       111-APPLY-PARMS.
           IF SP-TOP-DAYS IS NUMERIC AND SP-TOP-DAYS > ZERO
               MOVE SP-TOP-DAYS TO WS-TOP-DAYS
           END-IF
           IF SP-TOP-FREQUENCY IS NUMERIC AND SP-TOP-FREQUENCY > ZERO
               MOVE SP-TOP-FREQUENCY TO WS-TOP-FREQUENCY
           END-IF
           IF SP-TOP-SPEND IS NUMERIC AND SP-TOP-SPEND > ZERO
               MOVE SP-TOP-SPEND TO WS-TOP-SPEND
           END-IF
           IF SP-REGULAR-DAYS IS NUMERIC AND SP-REGULAR-DAYS > ZERO
               MOVE SP-REGULAR-DAYS TO WS-REGULAR-DAYS
           END-IF
           IF SP-LAPSING-DAYS IS NUMERIC AND SP-LAPSING-DAYS > ZERO
               MOVE SP-LAPSING-DAYS TO WS-LAPSING-DAYS
           END-IF.

      *   EVERY ROW FLAGGED W OR C IS LEFT OUT OF THE MAILING, NOT
      *   JUST THE FIRST OF EACH.
       112-LOAD-CREDIT-CODES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT CREDIT-CODE-FILE
           PERFORM 113-LOAD-ONE-CREDIT-CODE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CREDIT-CODE-FILE.

       113-LOAD-ONE-CREDIT-CODE.
           READ CREDIT-CODE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF CC-WATCH-FLAG-IN = 'W' OR CC-WATCH-FLAG-IN = 'C'
                       IF WS-EXCL-CODE-COUNT < 20
                           ADD 1 TO WS-EXCL-CODE-COUNT
                           SET WS-EXCL-IDX TO WS-EXCL-CODE-COUNT
                           MOVE CC-CODE-IN TO WS-EXCL-CODE (WS-EXCL-IDX)
                       ELSE
                           DISPLAY "**** CREDIT CODE TABLE FULL - "
                               CC-CODE-IN " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

      *   ONLY A PLACEMENT STILL OPEN KEEPS THE CUSTOMER OFF THE LIST -
      *   ONE THE AGENCY HAS CLOSED IS HISTORY.
       114-LOAD-PLACEMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PLACEMENT-FILE
           PERFORM 115-LOAD-ONE-PLACEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PLACEMENT-FILE.

       115-LOAD-ONE-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PL-IS-PLACED
                       IF WS-PLACED-COUNT < 1000
                           ADD 1 TO WS-PLACED-COUNT
                           SET WS-PLACED-IDX TO WS-PLACED-COUNT
                           MOVE PL-CUSTOMER-ID
                               TO WS-PLACED-ID (WS-PLACED-IDX)
                       ELSE
                           MOVE 'R' TO WS-RUN-STATUS
                           MOVE "PLACEMENT TABLE FULL"
                               TO WS-REFUSE-REASON
                           MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
                       END-IF
                   END-IF
           END-READ.

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
                   PERFORM 122-CHECK-EXCLUSIONS
                   IF EXCLUDED-BY-CODE
                       ADD 1 TO EXCLUDED-FOR-CODE
                   END-IF
                   IF EXCLUDED-BY-PLACEMENT
                       ADD 1 TO EXCLUDED-FOR-PLACEMENT
                   END-IF
                   IF CUSTOMER-IS-KEPT
                       IF WS-CUST-COUNT < 3000
                           ADD 1 TO WS-CUST-COUNT
                           SET WS-CUST-IDX TO WS-CUST-COUNT
                           PERFORM 126-KEEP-ONE-CUSTOMER
                       ELSE
                           MOVE 'R' TO WS-RUN-STATUS
                           MOVE "CUSTOMER TABLE FULL"
                               TO WS-REFUSE-REASON
                           MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
                       END-IF
                   END-IF
           END-READ.

      *   A WATCH OR COLLECTIONS CREDIT CODE IS COUNTED AHEAD OF AN
      *   AGENCY PLACEMENT WHEN A CUSTOMER HAS BOTH.
       122-CHECK-EXCLUSIONS.
           MOVE SPACE TO WS-EXCLUDE-SWITCH
           IF MAST-CREDIT-CODE NOT = SPACES AND
                   WS-EXCL-CODE-COUNT > ZERO
               PERFORM 123-MATCH-ONE-CODE
                   VARYING WS-EXCL-CODE-SUB FROM 1 BY 1
                   UNTIL WS-EXCL-CODE-SUB > WS-EXCL-CODE-COUNT
                       OR EXCLUDED-BY-CODE
           END-IF
           IF CUSTOMER-IS-KEPT AND WS-PLACED-COUNT > ZERO
               PERFORM 124-MATCH-ONE-PLACEMENT
                   VARYING WS-PLACED-SUB FROM 1 BY 1
                   UNTIL WS-PLACED-SUB > WS-PLACED-COUNT
                       OR EXCLUDED-BY-PLACEMENT
           END-IF.

       123-MATCH-ONE-CODE.
           SET WS-EXCL-IDX TO WS-EXCL-CODE-SUB
           IF WS-EXCL-CODE (WS-EXCL-IDX) = MAST-CREDIT-CODE
               MOVE 'C' TO WS-EXCLUDE-SWITCH
           END-IF.

       124-MATCH-ONE-PLACEMENT.
           SET WS-PLACED-IDX TO WS-PLACED-SUB
           IF WS-PLACED-ID (WS-PLACED-IDX) = MAST-CUSTOMER-ID
               MOVE 'P' TO WS-EXCLUDE-SWITCH
           END-IF.

       126-KEEP-ONE-CUSTOMER.
           MOVE MAST-CUSTOMER-ID TO WS-CUST-ID (WS-CUST-IDX)
           MOVE MAST-CUSTOMER-NAME TO WS-CUST-NAME (WS-CUST-IDX)
           MOVE MAST-ADDRESS-BLOCK
               TO WS-CUST-ADDRESS-BLOCK (WS-CUST-IDX)
           MOVE MAST-MAIL-PREFERENCE
               TO WS-CUST-MAIL-PREFERENCE (WS-CUST-IDX)
           MOVE ZERO TO WS-CUST-FREQUENCY (WS-CUST-IDX)
           MOVE SPACE TO WS-CUST-STORE (WS-CUST-IDX)
           MOVE ZERO TO WS-CUST-LAST-DATE (WS-CUST-IDX)
           MOVE ZERO TO WS-CUST-SPEND (WS-CUST-IDX)
           MOVE ZERO TO WS-CUST-RECENCY (WS-CUST-IDX)
           MOVE ZERO TO WS-CUST-SEGMENT (WS-CUST-IDX).

      *   THE LOYALTY COUNT IS EVERY PURCHASE THE CUSTOMER HAS MADE;
      *   THE STORE IS WHERE THE LATEST ONE WAS.
       130-ROLL-UP-SALES-MASTER.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT SALES-MASTER-FILE
           PERFORM 131-CONSIDER-ONE-SALES-REC
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SALES-MASTER-FILE.

       131-CONSIDER-ONE-SALES-REC.
           READ SALES-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   MOVE INDENT-OUT TO WS-SEARCH-ID
                   PERFORM 133-FIND-CUSTOMER
                   IF WS-FOUND-SUB > ZERO
                       SET WS-CUST-IDX TO WS-FOUND-SUB
                       IF LOYALTY-PURCHASES-OUT IS NUMERIC
                           MOVE LOYALTY-PURCHASES-OUT
                               TO WS-CUST-FREQUENCY (WS-CUST-IDX)
                       END-IF
                       MOVE STORE-CODE-OUT
                           TO WS-CUST-STORE (WS-CUST-IDX)
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

      *   ONLY THE SALES JOURNAL'S OWN ITEMS ARE PURCHASES - A CHARGE
      *   BOOKED WITH AN SJ REFERENCE IS AN INVOICE, A RETURN AGAINST
      *   ONE A NEGATIVE PAYMENT.  PAYMENTS, FEES AND ADJUSTMENTS ARE
      *   NOT SPEND.
       140-ROLL-UP-OPEN-ITEMS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 141-CONSIDER-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       141-CONSIDER-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ITEM-REFERENCE (1:2) = "SJ" AND
                           (ITEM-TYPE = 'I' OR ITEM-TYPE = 'P')
                       MOVE ITEM-CUSTOMER-ID TO WS-SEARCH-ID
                       PERFORM 133-FIND-CUSTOMER
                       IF WS-FOUND-SUB > ZERO
                           SET WS-CUST-IDX TO WS-FOUND-SUB
                           PERFORM 142-ADD-ONE-PURCHASE
                       END-IF
                   END-IF
           END-READ.

       142-ADD-ONE-PURCHASE.
           IF ITEM-AMOUNT IS NUMERIC
               ADD ITEM-AMOUNT TO WS-CUST-SPEND (WS-CUST-IDX)
           END-IF
           IF ITEM-TYPE = 'I' AND ITEM-DATE IS NUMERIC
               IF ITEM-DATE > WS-CUST-LAST-DATE (WS-CUST-IDX) AND
                       ITEM-DATE NOT > WS-BUSINESS-DATE
                   MOVE ITEM-DATE TO WS-CUST-LAST-DATE (WS-CUST-IDX)
               END-IF
           END-IF.

       200-SEGMENT-CUSTOMERS.
           IF WS-CUST-COUNT > ZERO
               PERFORM 210-SEGMENT-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                       OR RUN-IS-REFUSED
           END-IF.

      *   A CUSTOMER WITH NO CHARGE PURCHASE ON FILE HAS NO RECENCY
      *   AND FALLS THROUGH EVERY CUTOFF TO LOST.
       210-SEGMENT-ONE-CUSTOMER.
           SET WS-CUST-IDX TO WS-CUST-SUB
           IF WS-CUST-LAST-DATE (WS-CUST-IDX) = ZERO
               MOVE 99999 TO WS-CUST-RECENCY (WS-CUST-IDX)
           ELSE
               COMPUTE WS-CUST-RECENCY (WS-CUST-IDX) =
                   WS-BUSINESS-DAY-NUMBER -
                   FUNCTION INTEGER-OF-DATE
                       (WS-CUST-LAST-DATE (WS-CUST-IDX))
           END-IF
           IF WS-CUST-RECENCY (WS-CUST-IDX) NOT > WS-TOP-DAYS AND
                   WS-CUST-FREQUENCY (WS-CUST-IDX)
                       NOT < WS-TOP-FREQUENCY AND
                   WS-CUST-SPEND (WS-CUST-IDX) NOT < WS-TOP-SPEND
               MOVE 1 TO WS-CUST-SEGMENT (WS-CUST-IDX)
           ELSE
               IF WS-CUST-RECENCY (WS-CUST-IDX) NOT > WS-REGULAR-DAYS
                   MOVE 2 TO WS-CUST-SEGMENT (WS-CUST-IDX)
               ELSE
                   IF WS-CUST-RECENCY (WS-CUST-IDX)
                           NOT > WS-LAPSING-DAYS
                       MOVE 3 TO WS-CUST-SEGMENT (WS-CUST-IDX)
                   ELSE
                       MOVE 4 TO WS-CUST-SEGMENT (WS-CUST-IDX)
                   END-IF
               END-IF
           END-IF
           PERFORM 220-TALLY-BY-STORE.

       220-TALLY-BY-STORE.
           MOVE ZERO TO WS-STORE-FOUND-SUB
           IF WS-STORE-COUNT > ZERO
               PERFORM 225-MATCH-ONE-STORE
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
                       OR WS-STORE-FOUND-SUB > ZERO
           END-IF
           IF WS-STORE-FOUND-SUB = ZERO
               IF WS-STORE-COUNT < 20
                   PERFORM 227-OPEN-STORE-ROW
               ELSE
                   MOVE 'R' TO WS-RUN-STATUS
                   MOVE "STORE TABLE FULL" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF RUN-IS-GOOD
               MOVE WS-CUST-SEGMENT (WS-CUST-IDX) TO WS-SEG-SUB
               SET WS-STORE-IDX TO WS-STORE-FOUND-SUB
               ADD 1 TO WS-ST-COUNT (WS-STORE-IDX WS-SEG-SUB)
               ADD WS-CUST-SPEND (WS-CUST-IDX)
                   TO WS-ST-SPEND (WS-STORE-IDX WS-SEG-SUB)
           END-IF.

      *   A ROW ALREADY OPENED MAY HAVE MOVED DOWN SINCE AN EARLIER
      *   CUSTOMER WAS TALLIED, SO EACH CUSTOMER'S ROW IS FOUND AGAIN
      *   BY STORE CODE WHEN THE EXTRACT IS WRITTEN.
       225-MATCH-ONE-STORE.
           SET WS-STORE-IDX TO WS-STORE-SUB
           IF WS-ST-CODE (WS-STORE-IDX) = WS-CUST-STORE (WS-CUST-IDX)
               MOVE WS-STORE-SUB TO WS-STORE-FOUND-SUB
           END-IF.

      *   THE NEW ROW GOES IN AHEAD OF THE FIRST HIGHER STORE CODE,
      *   EVERY ROW FROM THERE ON MOVING DOWN ONE.
       227-OPEN-STORE-ROW.
           ADD 1 TO WS-STORE-COUNT
           MOVE WS-STORE-COUNT TO WS-STORE-INSERT-SUB
           PERFORM 228-FIND-INSERT-POINT
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB >= WS-STORE-COUNT
                   OR WS-STORE-INSERT-SUB < WS-STORE-COUNT
           PERFORM 229-MOVE-ONE-STORE-DOWN
               VARYING WS-STORE-SUB FROM WS-STORE-COUNT BY -1
               UNTIL WS-STORE-SUB NOT > WS-STORE-INSERT-SUB
           SET WS-STORE-IDX TO WS-STORE-INSERT-SUB
           MOVE WS-CUST-STORE (WS-CUST-IDX) TO WS-ST-CODE (WS-STORE-IDX)
           PERFORM 226-CLEAR-ONE-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > 4
           MOVE WS-STORE-INSERT-SUB TO WS-STORE-FOUND-SUB.

       226-CLEAR-ONE-SEGMENT.
           MOVE ZERO TO WS-ST-COUNT (WS-STORE-IDX WS-SEG-SUB)
           MOVE ZERO TO WS-ST-SPEND (WS-STORE-IDX WS-SEG-SUB)
           MOVE ZERO TO WS-ST-MAILED (WS-STORE-IDX WS-SEG-SUB).

       228-FIND-INSERT-POINT.
           SET WS-STORE-IDX TO WS-STORE-SUB
           IF WS-ST-CODE (WS-STORE-IDX) > WS-CUST-STORE (WS-CUST-IDX)
               MOVE WS-STORE-SUB TO WS-STORE-INSERT-SUB
           END-IF.

       229-MOVE-ONE-STORE-DOWN.
           SET WS-STORE-NEXT-IDX TO WS-STORE-SUB
           SET WS-STORE-IDX TO WS-STORE-SUB
           SET WS-STORE-IDX DOWN BY 1
           MOVE WS-STORE-TABLE (WS-STORE-IDX)
               TO WS-STORE-TABLE (WS-STORE-NEXT-IDX).

      *   THE EXTRACT IS REPLACED EVERY MONTH.  A CUSTOMER WHO ASKED
      *   NOT TO BE MAILED, OR WITH NOWHERE TO MAIL TO, IS STILL IN
      *   THE SEGMENT COUNTS - JUST NOT ON THE LIST.
       250-WRITE-MAILING-EXTRACT.
           OPEN OUTPUT MAILING-EXTRACT-FILE
           IF WS-CUST-COUNT > ZERO
               PERFORM 260-EXTRACT-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
           END-IF
           CLOSE MAILING-EXTRACT-FILE.

       260-EXTRACT-ONE-CUSTOMER.
           SET WS-CUST-IDX TO WS-CUST-SUB
           IF WS-CUST-MAIL-PREFERENCE (WS-CUST-IDX) = 'N'
               ADD 1 TO NOT-MAILED-BY-REQUEST
           ELSE
               IF WS-CUST-STREET (WS-CUST-IDX) = SPACES OR
                       WS-CUST-ZIP (WS-CUST-IDX) = SPACES
                   ADD 1 TO NOT-MAILED-NO-ADDRESS
               ELSE
                   PERFORM 265-WRITE-ONE-EXTRACT
               END-IF
           END-IF.

       265-WRITE-ONE-EXTRACT.
           MOVE SPACES TO MX-REC
           MOVE WS-CUST-SEGMENT (WS-CUST-IDX) TO WS-SEG-SUB
           MOVE WS-CUST-ID (WS-CUST-IDX) TO MX-CUSTOMER-ID
           MOVE WS-CUST-NAME (WS-CUST-IDX) TO MX-CUSTOMER-NAME
           MOVE WS-CUST-ADDRESS-BLOCK (WS-CUST-IDX) TO MX-ADDRESS-BLOCK
           MOVE SEG-CODE (WS-SEG-SUB) TO MX-SEGMENT
           MOVE WS-CUST-RECENCY (WS-CUST-IDX) TO MX-RECENCY-DAYS
           MOVE WS-CUST-FREQUENCY (WS-CUST-IDX) TO MX-FREQUENCY
           MOVE WS-CUST-SPEND (WS-CUST-IDX) TO MX-NET-SPEND
           MOVE WS-CUST-LAST-DATE (WS-CUST-IDX) TO MX-LAST-PURCHASE-DATE
           MOVE WS-CUST-STORE (WS-CUST-IDX) TO MX-STORE-CODE
           MOVE WS-BUSINESS-DATE TO MX-EXTRACT-DATE
           WRITE MX-REC
           ADD 1 TO CUSTOMERS-MAILED
           MOVE ZERO TO WS-STORE-FOUND-SUB
           PERFORM 225-MATCH-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > WS-STORE-COUNT
                   OR WS-STORE-FOUND-SUB > ZERO
           IF WS-STORE-FOUND-SUB > ZERO
               SET WS-STORE-IDX TO WS-STORE-FOUND-SUB
               ADD 1 TO WS-ST-MAILED (WS-STORE-IDX WS-SEG-SUB)
           END-IF.

       300-PRINT-SUMMARY.
           OPEN OUTPUT SEGMENT-REPORT
           PERFORM 305-PRINT-HEADINGS
           PERFORM 306-CLEAR-ONE-SEGMENT-TOTAL
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > 4
           IF WS-STORE-COUNT > ZERO
               PERFORM 310-PRINT-ONE-STORE
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
           END-IF
           MOVE SPACES TO SEGMENT-REPORT-REC
           WRITE SEGMENT-REPORT-REC
           MOVE ZERO TO WS-STORE-ALL-COUNT
           MOVE ZERO TO WS-STORE-ALL-SPEND
           MOVE ZERO TO WS-STORE-ALL-MAILED
           PERFORM 330-PRINT-ONE-SEGMENT-TOTAL
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > 4
           MOVE "ALL" TO DET-STORE-OUT
           PERFORM 325-PRINT-STORE-TOTAL
           PERFORM 340-PRINT-COUNTS
           CLOSE SEGMENT-REPORT.

       305-PRINT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE SEGMENT-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SEGMENT-REPORT-REC
           WRITE SEGMENT-REPORT-REC
           MOVE WS-TOP-DAYS TO CUT-TOP-DAYS-OUT
           MOVE WS-TOP-FREQUENCY TO CUT-TOP-FREQUENCY-OUT
           MOVE WS-TOP-SPEND TO CUT-TOP-SPEND-OUT
           MOVE WS-REGULAR-DAYS TO CUT-REGULAR-DAYS-OUT
           MOVE WS-LAPSING-DAYS TO CUT-LAPSING-DAYS-OUT
           WRITE SEGMENT-REPORT-REC FROM CUTOFF-LINE-1
           WRITE SEGMENT-REPORT-REC FROM CUTOFF-LINE-2
           MOVE SPACES TO SEGMENT-REPORT-REC
           WRITE SEGMENT-REPORT-REC
           WRITE SEGMENT-REPORT-REC FROM REPORT-HEADING-LINE-2.

       306-CLEAR-ONE-SEGMENT-TOTAL.
           MOVE ZERO TO WS-SEG-COUNT (WS-SEG-SUB)
           MOVE ZERO TO WS-SEG-SPEND (WS-SEG-SUB)
           MOVE ZERO TO WS-SEG-MAILED (WS-SEG-SUB).

       310-PRINT-ONE-STORE.
           SET WS-STORE-IDX TO WS-STORE-SUB
           MOVE SPACES TO SEGMENT-REPORT-REC
           WRITE SEGMENT-REPORT-REC
           MOVE ZERO TO WS-STORE-ALL-COUNT
           MOVE ZERO TO WS-STORE-ALL-SPEND
           MOVE ZERO TO WS-STORE-ALL-MAILED
           PERFORM 320-PRINT-ONE-STORE-SEGMENT
               VARYING WS-SEG-SUB FROM 1 BY 1
               UNTIL WS-SEG-SUB > 4
           PERFORM 325-PRINT-STORE-TOTAL.

       315-FORMAT-STORE-CODE.
           IF WS-ST-CODE (WS-STORE-IDX) = SPACE
               MOVE "NONE" TO DET-STORE-OUT
           ELSE
               MOVE SPACES TO DET-STORE-OUT
               MOVE WS-ST-CODE (WS-STORE-IDX) TO DET-STORE-OUT (3:1)
           END-IF.

       320-PRINT-ONE-STORE-SEGMENT.
           PERFORM 315-FORMAT-STORE-CODE
           MOVE SEG-NAME (WS-SEG-SUB) TO DET-SEGMENT-OUT
           MOVE WS-ST-COUNT (WS-STORE-IDX WS-SEG-SUB) TO DET-COUNT-OUT
           MOVE WS-ST-SPEND (WS-STORE-IDX WS-SEG-SUB) TO DET-SPEND-OUT
           MOVE WS-ST-MAILED (WS-STORE-IDX WS-SEG-SUB)
               TO DET-MAILED-OUT
           WRITE SEGMENT-REPORT-REC FROM REPORT-DETAIL-LINE
           ADD WS-ST-COUNT (WS-STORE-IDX WS-SEG-SUB)
               TO WS-STORE-ALL-COUNT WS-SEG-COUNT (WS-SEG-SUB)
           ADD WS-ST-SPEND (WS-STORE-IDX WS-SEG-SUB)
               TO WS-STORE-ALL-SPEND WS-SEG-SPEND (WS-SEG-SUB)
           ADD WS-ST-MAILED (WS-STORE-IDX WS-SEG-SUB)
               TO WS-STORE-ALL-MAILED WS-SEG-MAILED (WS-SEG-SUB).

       325-PRINT-STORE-TOTAL.
           MOVE "TOTAL" TO DET-SEGMENT-OUT
           MOVE WS-STORE-ALL-COUNT TO DET-COUNT-OUT
           MOVE WS-STORE-ALL-SPEND TO DET-SPEND-OUT
           MOVE WS-STORE-ALL-MAILED TO DET-MAILED-OUT
           WRITE SEGMENT-REPORT-REC FROM REPORT-DETAIL-LINE.

       330-PRINT-ONE-SEGMENT-TOTAL.
           MOVE "ALL" TO DET-STORE-OUT
           MOVE SEG-NAME (WS-SEG-SUB) TO DET-SEGMENT-OUT
           MOVE WS-SEG-COUNT (WS-SEG-SUB) TO DET-COUNT-OUT
           MOVE WS-SEG-SPEND (WS-SEG-SUB) TO DET-SPEND-OUT
           MOVE WS-SEG-MAILED (WS-SEG-SUB) TO DET-MAILED-OUT
           WRITE SEGMENT-REPORT-REC FROM REPORT-DETAIL-LINE
           ADD WS-SEG-COUNT (WS-SEG-SUB) TO WS-STORE-ALL-COUNT
           ADD WS-SEG-SPEND (WS-SEG-SUB) TO WS-STORE-ALL-SPEND
           ADD WS-SEG-MAILED (WS-SEG-SUB) TO WS-STORE-ALL-MAILED.

       340-PRINT-COUNTS.
           MOVE SPACES TO SEGMENT-REPORT-REC
           WRITE SEGMENT-REPORT-REC
           MOVE "CUSTOMERS READ" TO SUM-LABEL-OUT
           MOVE CUSTOMERS-READ TO SUM-COUNT-OUT
           WRITE SEGMENT-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "LEFT OUT - WATCH OR COLLECTIONS CODE" TO SUM-LABEL-OUT
           MOVE EXCLUDED-FOR-CODE TO SUM-COUNT-OUT
           WRITE SEGMENT-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "LEFT OUT - PLACED WITH THE AGENCY" TO SUM-LABEL-OUT
           MOVE EXCLUDED-FOR-PLACEMENT TO SUM-COUNT-OUT
           WRITE SEGMENT-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "CUSTOMERS SCORED" TO SUM-LABEL-OUT
           MOVE WS-CUST-COUNT TO SUM-COUNT-OUT
           WRITE SEGMENT-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "NOT MAILED - ASKED NOT TO BE MAILED" TO SUM-LABEL-OUT
           MOVE NOT-MAILED-BY-REQUEST TO SUM-COUNT-OUT
           WRITE SEGMENT-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "NOT MAILED - NO STREET OR ZIP ON FILE" TO SUM-LABEL-OUT
           MOVE NOT-MAILED-NO-ADDRESS TO SUM-COUNT-OUT
           WRITE SEGMENT-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "WRITTEN TO THE MAILING EXTRACT" TO SUM-LABEL-OUT
           MOVE CUSTOMERS-MAILED TO SUM-COUNT-OUT
           WRITE SEGMENT-REPORT-REC FROM SUMMARY-COUNT-LINE.

      *   A REFUSED RUN EMPTIES THE EXTRACT SO LAST MONTH'S LIST IS
      *   NOT MAILED AGAIN BY MISTAKE.
       190-REPORT-REFUSAL.
           OPEN OUTPUT MAILING-EXTRACT-FILE
           CLOSE MAILING-EXTRACT-FILE
           OPEN OUTPUT SEGMENT-REPORT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE SEGMENT-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO SEGMENT-REPORT-REC
           WRITE SEGMENT-REPORT-REC
           MOVE WS-REFUSE-REASON TO REFUSED-REASON-OUT
           WRITE SEGMENT-REPORT-REC FROM REFUSED-LINE
           CLOSE SEGMENT-REPORT.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM86" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE CUSTOMERS-READ TO RL-RECORDS-READ
           COMPUTE RL-RECORDS-REJECTED =
               EXCLUDED-FOR-CODE + EXCLUDED-FOR-PLACEMENT
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE CUSTOMERS-MAILED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM86.
