      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM78.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the collection agency placement run - an
      *account that has had its final notice and still has not paid
      *goes to the outside agency instead of sitting at the top of
      *the dunning ladder waiting for a write-off.
      *A customer is placed when the undisputed open balance on
      *CUSTOMER-OPEN-ITEMS.DAT is at least the minimum balance and
      *the final notice is behind them: the oldest undisputed open
      *charge is more than 90 days old plus the days allowed past
      *the final letter, or a broken promise-to-pay put them back at
      *the final notice that long ago.  A customer keeping a current
      *arrangement, or already placed, is left alone.
      *PLACEMENT-PARMS.DAT gives the agency code, the minimum
      *balance and the days past the final letter; with no file the
      *first agency on COLLECTION-AGENCIES.DAT (the COLLAGCY
      *copybook) gets the accounts, the minimum is 100.00 and the
      *wait is 30 days.
      *The agency's placement file WhitingAGENCY-PLACEMENT.DAT is an
      *H header naming the agency, a C record per customer with the
      *CUSTMAST address block and the placed amount, an I record per
      *undisputed open item behind it, and a T trailer with the
      *counts and the total placed.  Each placed customer is marked
      *on CUSTOMER-PLACEMENTS.DAT (the PLACEMNT copybook) with the
      *agency code and date, so PROGRAM46 sends no more letters and
      *PROGRAM47 charges no more finance charges, and is listed on
      *WhitingAGENCY-PLACEMENTS.LIS.
      *A second run for the same agency on the same business date
      *is refused with condition code 8 so the file already sent is
      *never overwritten, as is a run with no agency on file or an
      *open-item file too large for the tables.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PLACEMENT-PARM-FILE
               ASSIGN TO "..\..\..\..\PLACEMENT-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENCY-FILE
               ASSIGN TO "..\..\..\..\COLLECTION-AGENCIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-PLACEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-CUSTOMER-ID.
           SELECT AGENCY-PLACEMENT-FILE
               ASSIGN TO "..\..\..\..\WhitingAGENCY-PLACEMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PLACEMENT-REPORT
               ASSIGN TO "..\..\..\..\WhitingAGENCY-PLACEMENTS.LIS"
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
       FD  PLACEMENT-PARM-FILE.
       01  PLACEMENT-PARM-REC.
           05  PP-AGENCY-CODE              PIC X(3).
           05  PP-MINIMUM-BALANCE          PIC 9(5)V99.
           05  PP-DAYS-PAST-FINAL          PIC 9(3).

       FD  AGENCY-FILE.
       COPY COLLAGCY REPLACING ==:PFX:== BY ==AG==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  ARRANGEMENT-FILE.
       COPY ARRANGE REPLACING ==:PFX:== BY ==AR==.

       FD  PLACEMENT-FILE.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PL==.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MAST==.

      *   THE FILE THE AGENCY WORKS FROM - ONE HEADER, A CUSTOMER
      *   RECORD FOLLOWED BY ITS OPEN ITEMS FOR EACH ACCOUNT, ONE
      *   TRAILER.  THE FOUR LAYOUTS SHARE THE RECORD TYPE BYTE.
       FD  AGENCY-PLACEMENT-FILE.
       01  AGENCY-PLACEMENT-REC.
           05  AP-RECORD-TYPE              PIC X.
           05                              PIC X(119).
       01  AGENCY-HEADER-REC.
           05                              PIC X.
           05  APH-AGENCY-CODE             PIC X(3).
           05  APH-AGENCY-NAME             PIC X(25).
           05  APH-PLACEMENT-DATE          PIC 9(8).
           05                              PIC X(83).
       01  AGENCY-CUSTOMER-REC.
           05                              PIC X.
           05  APC-CUSTOMER-ID             PIC X(5).
           05  APC-CUSTOMER-NAME           PIC X(27).
           05  APC-ADDRESS-BLOCK.
               10  APC-STREET              PIC X(25).
               10  APC-CITY                PIC X(15).
               10  APC-STATE               PIC XX.
               10  APC-ZIP                 PIC X(10).
               10  APC-PHONE               PIC X(12).
           05  APC-PLACED-AMOUNT           PIC 9(7)V99.
           05  APC-ITEM-COUNT              PIC 9(3).
           05                              PIC X(11).
       01  AGENCY-ITEM-REC.
           05                              PIC X.
           05  API-CUSTOMER-ID             PIC X(5).
           05  API-ITEM-TYPE               PIC X.
           05  API-ITEM-DATE               PIC 9(8).
           05  API-REFERENCE               PIC X(8).
           05  API-OPEN-AMOUNT             PIC S9(7)V99
                                           SIGN IS LEADING SEPARATE.
           05                              PIC X(87).
       01  AGENCY-TRAILER-REC.
           05                              PIC X.
           05  APT-CUSTOMER-COUNT          PIC 9(5).
           05  APT-ITEM-COUNT              PIC 9(7).
           05  APT-TOTAL-PLACED            PIC 9(9)V99.
           05                              PIC X(96).

       FD  PLACEMENT-REPORT.
       01  PLACEMENT-REPORT-REC            PIC X(100).

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
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-RUN-STATUS               PIC X       VALUE 'G'.
               88  RUN-IS-GOOD                         VALUE 'G'.
               88  RUN-IS-REFUSED                      VALUE 'R'.
           05  WS-REFUSE-REASON            PIC X(40)   VALUE SPACES.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   THE FINAL NOTICE GOES OUT ON AN ITEM PAST 90 DAYS
      *   (PROGRAM46); THE WAIT PAST IT AND THE MINIMUM BALANCE COME
      *   FROM THE PARAMETER FILE.
       01  PLACEMENT-PARAMETERS.
           05  FINAL-NOTICE-DAYS           PIC 9(3)    VALUE 90.
           05  WS-AGENCY-CODE              PIC X(3)    VALUE SPACES.
           05  WS-AGENCY-NAME              PIC X(25)   VALUE SPACES.
           05  WS-MINIMUM-BALANCE          PIC 9(5)V99 VALUE 100.00.
           05  WS-DAYS-PAST-FINAL          PIC 9(3)    VALUE 30.
           05  WS-PLACE-AGE-DAYS           PIC 9(4)    VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-INT        PIC 9(7)    VALUE ZERO.
           05  WS-ITEM-DATE-INT            PIC 9(7)    VALUE ZERO.
           05  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
           05  WS-ITEM-AMOUNT              PIC S9(7)V99 VALUE ZERO.

      *   EACH CUSTOMER'S UNDISPUTED OPEN BALANCE AND OLDEST
      *   UNDISPUTED OPEN CHARGE, WITH WHAT THE ARRANGEMENT AND
      *   PLACEMENT FILES SAY ABOUT THEM.
       01  CUSTOMER-TABLE-AREAS.
           05  WS-CUST-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-CUST-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-FOUND-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-SEARCH-ID                PIC X(5)    VALUE SPACES.
           05  WS-CUST-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID              PIC X(5).
               10  WS-CUST-BALANCE         PIC S9(7)V99.
               10  WS-CUST-OLDEST-DATE     PIC 9(8).
               10  WS-CUST-ITEM-COUNT      PIC 9(3).
               10  WS-CUST-ARR-STATUS      PIC X.
               10  WS-CUST-ARR-RESUME      PIC 9.
               10  WS-CUST-ARR-DATE        PIC 9(8).
               10  WS-CUST-PLACED          PIC X.

      *   THE UNDISPUTED OPEN ITEMS, KEPT SO EACH PLACED CUSTOMER'S
      *   ITEMS FOLLOW ITS CUSTOMER RECORD ON THE AGENCY'S FILE.
       01  ITEM-TABLE-AREAS.
           05  WS-ITEM-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-ITEM-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-ITEM-TABLE OCCURS 3000 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10  WS-IT-CUSTOMER-ID       PIC X(5).
               10  WS-IT-TYPE              PIC X.
               10  WS-IT-DATE              PIC 9(8).
               10  WS-IT-REFERENCE         PIC X(8).
               10  WS-IT-OPEN-AMOUNT       PIC S9(7)V99.

      *   THE PLACEMENT FILE AS RECORD IMAGES, REWRITTEN WHOLE WITH
      *   THE NEW PLACEMENTS.
       01  PLACEMENT-TABLE-AREAS.
           05  WS-PL-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-PL-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-PL-FOUND-SUB             PIC 9(4)    VALUE ZERO.
           05  WS-PL-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-PL-IDX.
               10  WS-PL-REC               PIC X(52).

      *   ONE PLACEMENT WORKED ON OUTSIDE THE FILE'S RECORD AREA,
      *   WHICH IS GONE ONCE THE FILE IS CLOSED.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PW==.

       01  PROGRAM-ACCUMULATORS.
           05  CUSTOMERS-READ              PIC 9(5)    VALUE ZERO.
           05  PLACED-COUNT                PIC 9(5)    VALUE ZERO.
           05  PLACED-ITEM-COUNT           PIC 9(7)    VALUE ZERO.
           05  PLACED-TOTAL                PIC 9(9)V99 VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(30)
               VALUE "COLLECTION AGENCY PLACEMENTS  ".
           05  HEADING-AGENCY-OUT          PIC X(3).
           05  FILLER                      PIC X       VALUE SPACE.
           05  HEADING-NAME-OUT            PIC X(25).
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(17)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "ID     CUSTOMER                     OLDE".
           05  FILLER                      PIC X(40)
               VALUE "ST ITEM DAYS  ITEMS   PLACED AMOUNT     ".
           05                              PIC X(20)   VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  DET-ID-OUT                  PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-NAME-OUT                PIC X(27).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-OLDEST-OUT              PIC 9(8).
           05                              PIC X(3)    VALUE SPACES.
           05  DET-DAYS-OUT                PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  DET-ITEMS-OUT               PIC ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  DET-AMOUNT-OUT              PIC $$,$$$,$$9.99.
           05                              PIC X(25)   VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(22)
               VALUE "ACCOUNTS PLACED       ".
           05  TOT-COUNT-OUT               PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE "   ITEMS  ".
           05  TOT-ITEMS-OUT               PIC ZZZZZZ9.
           05  FILLER                      PIC X(17)
               VALUE "   TOTAL PLACED  ".
           05  TOT-AMOUNT-OUT              PIC $$$$,$$$,$$9.99.
           05                              PIC X(24)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO ACCOUNTS QUALIFIED FOR PLACEMENT     ".
           05                              PIC X(60)   VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER                      PIC X(28)
               VALUE "NOTHING PLACED - RUN REFUSED".
           05  FILLER                      PIC X(3)    VALUE " - ".
           05  REFUSED-REASON-OUT          PIC X(40).
           05                              PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           COMPUTE WS-BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 110-READ-PLACEMENT-PARMS
           PERFORM 115-FIND-AGENCY
           IF RUN-IS-GOOD
               PERFORM 120-LOAD-PLACEMENTS
           END-IF
           IF RUN-IS-GOOD
               PERFORM 130-ROLL-UP-OPEN-ITEMS
           END-IF
           IF RUN-IS-GOOD
               PERFORM 140-NOTE-ARRANGEMENTS
               PERFORM 150-NOTE-PLACEMENTS
               PERFORM 200-PLACE-ACCOUNTS
               PERFORM 900-REWRITE-PLACEMENTS
           ELSE
               PERFORM 190-REPORT-REFUSAL
               DISPLAY "**** NOTHING PLACED - " WS-REFUSE-REASON
                   " ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "ACCOUNTS PLACED WITH " WS-AGENCY-CODE ": "
               PLACED-COUNT " AMOUNT: " PLACED-TOTAL
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

       110-READ-PLACEMENT-PARMS.
           OPEN INPUT PLACEMENT-PARM-FILE
           READ PLACEMENT-PARM-FILE
               AT END
                   DISPLAY "**** NO PLACEMENT-PARMS - FIRST AGENCY, "
                       "DEFAULT MINIMUM AND WAIT IN EFFECT ****"
               NOT AT END
                   MOVE PP-AGENCY-CODE TO WS-AGENCY-CODE
                   IF PP-MINIMUM-BALANCE IS NUMERIC AND
                           PP-MINIMUM-BALANCE > ZERO
                       MOVE PP-MINIMUM-BALANCE TO WS-MINIMUM-BALANCE
                   END-IF
                   IF PP-DAYS-PAST-FINAL IS NUMERIC
                       MOVE PP-DAYS-PAST-FINAL TO WS-DAYS-PAST-FINAL
                   END-IF
           END-READ
           CLOSE PLACEMENT-PARM-FILE
           COMPUTE WS-PLACE-AGE-DAYS =
               FINAL-NOTICE-DAYS + WS-DAYS-PAST-FINAL.

      *   THE AGENCY MUST BE ON FILE - A BLANK CODE TAKES THE FIRST
      *   ONE LISTED.
       115-FIND-AGENCY.
           MOVE SPACES TO WS-AGENCY-NAME
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT AGENCY-FILE
           PERFORM 116-MATCH-ONE-AGENCY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AGENCY-FILE
           IF WS-AGENCY-NAME = SPACES
               MOVE 'R' TO WS-RUN-STATUS
               MOVE "AGENCY NOT ON COLLECTION-AGENCIES.DAT"
                   TO WS-REFUSE-REASON
           END-IF.

       116-MATCH-ONE-AGENCY.
           READ AGENCY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF AG-AGENCY-CODE NOT = SPACES AND
                           (WS-AGENCY-CODE = SPACES OR
                            WS-AGENCY-CODE = AG-AGENCY-CODE)
                       MOVE AG-AGENCY-CODE TO WS-AGENCY-CODE
                       MOVE AG-AGENCY-NAME TO WS-AGENCY-NAME
                       IF WS-AGENCY-NAME = SPACES
                           MOVE AG-AGENCY-CODE TO WS-AGENCY-NAME
                       END-IF
                       MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
                   END-IF
           END-READ.

      *   A PLACEMENT ALREADY MADE WITH THIS AGENCY TODAY MEANS THE
      *   RUN HAS BEEN MADE - THE FILE ALREADY SENT STAYS AS IT IS.
       120-LOAD-PLACEMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PLACEMENT-FILE
           PERFORM 121-LOAD-ONE-PLACEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PLACEMENT-FILE.

       121-LOAD-ONE-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-PL-COUNT < 1000
                       ADD 1 TO WS-PL-COUNT
                       SET WS-PL-IDX TO WS-PL-COUNT
                       MOVE PL-REC TO WS-PL-REC (WS-PL-IDX)
                       IF PL-AGENCY-CODE = WS-AGENCY-CODE AND
                               PL-PLACED-DATE = WS-BUSINESS-DATE
                           MOVE 'R' TO WS-RUN-STATUS
                           MOVE "AGENCY ALREADY PLACED TODAY"
                               TO WS-REFUSE-REASON
                       END-IF
                   ELSE
                       MOVE 'R' TO WS-RUN-STATUS
                       MOVE "PLACEMENT FILE TOO LARGE"
                           TO WS-REFUSE-REASON
                   END-IF
           END-READ.

      *   EVERY OPEN, UNDISPUTED ITEM COUNTS TOWARD THE BALANCE
      *   PLACED (AN UNAPPLIED PAYMENT REDUCES IT); ONLY A CHARGE
      *   STILL OWED CAN BE THE OLDEST ITEM.  A DISPUTED ITEM IS
      *   OURS TO SETTLE AND IS NOT SENT.
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
                   IF ITEM-AMOUNT IS NUMERIC AND
                           NOT ITEM-IS-CLOSED AND
                           NOT ITEM-IS-DISPUTED
                       IF ITEM-OPEN-AMOUNT IS NUMERIC AND
                               ITEM-STATUS NOT = SPACE
                           MOVE ITEM-OPEN-AMOUNT TO WS-ITEM-AMOUNT
                       ELSE
                           MOVE ITEM-AMOUNT TO WS-ITEM-AMOUNT
                       END-IF
                       IF WS-ITEM-AMOUNT NOT = ZERO
                           PERFORM 132-ADD-TO-CUSTOMER
                       END-IF
                   END-IF
           END-READ.

       132-ADD-TO-CUSTOMER.
           MOVE ITEM-CUSTOMER-ID TO WS-SEARCH-ID
           PERFORM 133-FIND-CUSTOMER
           IF WS-FOUND-SUB = ZERO
               IF WS-CUST-COUNT < 500
                   ADD 1 TO WS-CUST-COUNT
                   SET WS-CUST-IDX TO WS-CUST-COUNT
                   MOVE ITEM-CUSTOMER-ID TO WS-CUST-ID (WS-CUST-IDX)
                   MOVE ZERO TO WS-CUST-BALANCE (WS-CUST-IDX)
                   MOVE ZERO TO WS-CUST-OLDEST-DATE (WS-CUST-IDX)
                   MOVE ZERO TO WS-CUST-ITEM-COUNT (WS-CUST-IDX)
                   MOVE SPACE TO WS-CUST-ARR-STATUS (WS-CUST-IDX)
                   MOVE ZERO TO WS-CUST-ARR-RESUME (WS-CUST-IDX)
                   MOVE ZERO TO WS-CUST-ARR-DATE (WS-CUST-IDX)
                   MOVE 'N' TO WS-CUST-PLACED (WS-CUST-IDX)
                   MOVE WS-CUST-COUNT TO WS-FOUND-SUB
               ELSE
                   MOVE 'R' TO WS-RUN-STATUS
                   MOVE "CUSTOMER TABLE FULL" TO WS-REFUSE-REASON
               END-IF
           END-IF
           IF WS-FOUND-SUB > ZERO
               SET WS-CUST-IDX TO WS-FOUND-SUB
               ADD WS-ITEM-AMOUNT TO WS-CUST-BALANCE (WS-CUST-IDX)
               ADD 1 TO WS-CUST-ITEM-COUNT (WS-CUST-IDX)
               IF WS-ITEM-AMOUNT > ZERO AND
                       ITEM-DATE IS NUMERIC AND ITEM-DATE > ZERO
                   IF WS-CUST-OLDEST-DATE (WS-CUST-IDX) = ZERO OR
                           ITEM-DATE < WS-CUST-OLDEST-DATE (WS-CUST-IDX)
                       MOVE ITEM-DATE
                           TO WS-CUST-OLDEST-DATE (WS-CUST-IDX)
                   END-IF
               END-IF
               PERFORM 134-KEEP-ONE-ITEM
           END-IF.

       133-FIND-CUSTOMER.
           MOVE ZERO TO WS-FOUND-SUB
           IF WS-CUST-COUNT > ZERO
               PERFORM 135-MATCH-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
                       OR WS-FOUND-SUB > ZERO
           END-IF.

       134-KEEP-ONE-ITEM.
           IF WS-ITEM-COUNT < 3000
               ADD 1 TO WS-ITEM-COUNT
               SET WS-ITEM-IDX TO WS-ITEM-COUNT
               MOVE ITEM-CUSTOMER-ID TO WS-IT-CUSTOMER-ID (WS-ITEM-IDX)
               MOVE ITEM-TYPE TO WS-IT-TYPE (WS-ITEM-IDX)
               IF ITEM-DATE IS NUMERIC
                   MOVE ITEM-DATE TO WS-IT-DATE (WS-ITEM-IDX)
               ELSE
                   MOVE ZERO TO WS-IT-DATE (WS-ITEM-IDX)
               END-IF
               MOVE ITEM-REFERENCE TO WS-IT-REFERENCE (WS-ITEM-IDX)
               MOVE WS-ITEM-AMOUNT TO WS-IT-OPEN-AMOUNT (WS-ITEM-IDX)
           ELSE
               MOVE 'R' TO WS-RUN-STATUS
               MOVE "OPEN ITEM TABLE FULL" TO WS-REFUSE-REASON
           END-IF.

       135-MATCH-ONE-CUSTOMER.
           SET WS-CUST-IDX TO WS-CUST-SUB
           IF WS-CUST-ID (WS-CUST-IDX) = WS-SEARCH-ID
               MOVE WS-CUST-SUB TO WS-FOUND-SUB
           END-IF.

       140-NOTE-ARRANGEMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ARRANGEMENT-FILE
           PERFORM 141-NOTE-ONE-ARRANGEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ARRANGEMENT-FILE.

       141-NOTE-ONE-ARRANGEMENT.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   MOVE AR-CUSTOMER-ID TO WS-SEARCH-ID
                   PERFORM 133-FIND-CUSTOMER
                   IF WS-FOUND-SUB > ZERO
                       SET WS-CUST-IDX TO WS-FOUND-SUB
                       MOVE AR-STATUS
                           TO WS-CUST-ARR-STATUS (WS-CUST-IDX)
                       IF AR-RESUME-LEVEL IS NUMERIC
                           MOVE AR-RESUME-LEVEL
                               TO WS-CUST-ARR-RESUME (WS-CUST-IDX)
                       END-IF
                       IF AR-STATUS-DATE IS NUMERIC
                           MOVE AR-STATUS-DATE
                               TO WS-CUST-ARR-DATE (WS-CUST-IDX)
                       END-IF
                   END-IF
           END-READ.

      *   A CUSTOMER STILL WORKING AT ANY AGENCY IS NOT PLACED AGAIN.
       150-NOTE-PLACEMENTS.
           IF WS-PL-COUNT > ZERO
               PERFORM 151-NOTE-ONE-PLACEMENT
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
           END-IF.

       151-NOTE-ONE-PLACEMENT.
           SET WS-PL-IDX TO WS-PL-SUB
           MOVE WS-PL-REC (WS-PL-IDX) TO PW-REC
           IF PW-IS-PLACED
               MOVE PW-CUSTOMER-ID TO WS-SEARCH-ID
               PERFORM 133-FIND-CUSTOMER
               IF WS-FOUND-SUB > ZERO
                   SET WS-CUST-IDX TO WS-FOUND-SUB
                   MOVE 'Y' TO WS-CUST-PLACED (WS-CUST-IDX)
               END-IF
           END-IF.

      *   THE MASTER IS READ IN ID ORDER SO THE AGENCY'S FILE COMES
      *   OUT IN ID ORDER WITH THE NAME AND ADDRESS ON FILE TODAY.
       200-PLACE-ACCOUNTS.
           OPEN INPUT CUSTOMER-MASTER-FILE
                OUTPUT AGENCY-PLACEMENT-FILE
                       PLACEMENT-REPORT
           MOVE WS-AGENCY-CODE TO HEADING-AGENCY-OUT
           MOVE WS-AGENCY-NAME TO HEADING-NAME-OUT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE PLACEMENT-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO PLACEMENT-REPORT-REC
           WRITE PLACEMENT-REPORT-REC
           WRITE PLACEMENT-REPORT-REC FROM REPORT-HEADING-LINE-2
           MOVE SPACES TO AGENCY-HEADER-REC
           MOVE 'H' TO AP-RECORD-TYPE
           MOVE WS-AGENCY-CODE TO APH-AGENCY-CODE
           MOVE WS-AGENCY-NAME TO APH-AGENCY-NAME
           MOVE WS-BUSINESS-DATE TO APH-PLACEMENT-DATE
           WRITE AGENCY-PLACEMENT-REC FROM AGENCY-HEADER-REC
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 210-CONSIDER-ONE-CUSTOMER
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           MOVE SPACES TO AGENCY-TRAILER-REC
           MOVE 'T' TO AGENCY-TRAILER-REC (1:1)
           MOVE PLACED-COUNT TO APT-CUSTOMER-COUNT
           MOVE PLACED-ITEM-COUNT TO APT-ITEM-COUNT
           MOVE PLACED-TOTAL TO APT-TOTAL-PLACED
           WRITE AGENCY-PLACEMENT-REC FROM AGENCY-TRAILER-REC
           IF PLACED-COUNT = ZERO
               WRITE PLACEMENT-REPORT-REC FROM NONE-LINE
           END-IF
           MOVE PLACED-COUNT TO TOT-COUNT-OUT
           MOVE PLACED-ITEM-COUNT TO TOT-ITEMS-OUT
           MOVE PLACED-TOTAL TO TOT-AMOUNT-OUT
           MOVE SPACES TO PLACEMENT-REPORT-REC
           WRITE PLACEMENT-REPORT-REC
           WRITE PLACEMENT-REPORT-REC FROM REPORT-TOTAL-LINE
           CLOSE CUSTOMER-MASTER-FILE
                 AGENCY-PLACEMENT-FILE
                 PLACEMENT-REPORT.

       210-CONSIDER-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO CUSTOMERS-READ
                   MOVE MAST-CUSTOMER-ID TO WS-SEARCH-ID
                   PERFORM 133-FIND-CUSTOMER
                   IF WS-FOUND-SUB > ZERO
                       SET WS-CUST-IDX TO WS-FOUND-SUB
                       PERFORM 220-TEST-FOR-PLACEMENT
                   END-IF
           END-READ.

      *   PAST THE FINAL LETTER BY AGE, OR BY A BROKEN PROMISE THAT
      *   PUT THE CUSTOMER BACK AT THE FINAL NOTICE - AND OVER THE
      *   MINIMUM, NOT ALREADY PLACED, NOT KEEPING AN ARRANGEMENT.
       220-TEST-FOR-PLACEMENT.
           MOVE ZERO TO WS-AGE-DAYS
           IF WS-CUST-OLDEST-DATE (WS-CUST-IDX) > ZERO
               COMPUTE WS-ITEM-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (WS-CUST-OLDEST-DATE (WS-CUST-IDX))
               COMPUTE WS-AGE-DAYS =
                   WS-BUSINESS-DATE-INT - WS-ITEM-DATE-INT
           END-IF
           IF WS-CUST-PLACED (WS-CUST-IDX) = 'N' AND
                   WS-CUST-ARR-STATUS (WS-CUST-IDX) NOT = 'A' AND
                   WS-CUST-BALANCE (WS-CUST-IDX) > ZERO AND
                   WS-CUST-BALANCE (WS-CUST-IDX) >= WS-MINIMUM-BALANCE
               IF WS-AGE-DAYS > WS-PLACE-AGE-DAYS
                   PERFORM 230-PLACE-ONE-CUSTOMER
               ELSE
                   IF WS-CUST-ARR-STATUS (WS-CUST-IDX) = 'B' AND
                           WS-CUST-ARR-RESUME (WS-CUST-IDX) = 3 AND
                           WS-CUST-ARR-DATE (WS-CUST-IDX) > ZERO
                       COMPUTE WS-ITEM-DATE-INT =
                           FUNCTION INTEGER-OF-DATE
                               (WS-CUST-ARR-DATE (WS-CUST-IDX))
                       IF WS-BUSINESS-DATE-INT - WS-ITEM-DATE-INT >
                               WS-DAYS-PAST-FINAL
                           PERFORM 230-PLACE-ONE-CUSTOMER
                       END-IF
                   END-IF
               END-IF
           END-IF.

       230-PLACE-ONE-CUSTOMER.
           MOVE SPACES TO AGENCY-CUSTOMER-REC
           MOVE 'C' TO AGENCY-CUSTOMER-REC (1:1)
           MOVE MAST-CUSTOMER-ID TO APC-CUSTOMER-ID
           MOVE MAST-CUSTOMER-NAME TO APC-CUSTOMER-NAME
           MOVE MAST-ADDRESS-BLOCK TO APC-ADDRESS-BLOCK
           MOVE WS-CUST-BALANCE (WS-CUST-IDX) TO APC-PLACED-AMOUNT
           MOVE WS-CUST-ITEM-COUNT (WS-CUST-IDX) TO APC-ITEM-COUNT
           WRITE AGENCY-PLACEMENT-REC FROM AGENCY-CUSTOMER-REC
           PERFORM 231-WRITE-ONE-ITEM
               VARYING WS-ITEM-SUB FROM 1 BY 1
               UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           ADD 1 TO PLACED-COUNT
           ADD WS-CUST-BALANCE (WS-CUST-IDX) TO PLACED-TOTAL
           PERFORM 240-MARK-PLACED
           MOVE MAST-CUSTOMER-ID TO DET-ID-OUT
           MOVE MAST-CUSTOMER-NAME TO DET-NAME-OUT
           MOVE WS-CUST-OLDEST-DATE (WS-CUST-IDX) TO DET-OLDEST-OUT
           MOVE WS-AGE-DAYS TO DET-DAYS-OUT
           MOVE WS-CUST-ITEM-COUNT (WS-CUST-IDX) TO DET-ITEMS-OUT
           MOVE WS-CUST-BALANCE (WS-CUST-IDX) TO DET-AMOUNT-OUT
           WRITE PLACEMENT-REPORT-REC FROM REPORT-DETAIL-LINE.

       231-WRITE-ONE-ITEM.
           SET WS-ITEM-IDX TO WS-ITEM-SUB
           IF WS-IT-CUSTOMER-ID (WS-ITEM-IDX) = MAST-CUSTOMER-ID
               MOVE SPACES TO AGENCY-ITEM-REC
               MOVE 'I' TO AGENCY-ITEM-REC (1:1)
               MOVE MAST-CUSTOMER-ID TO API-CUSTOMER-ID
               MOVE WS-IT-TYPE (WS-ITEM-IDX) TO API-ITEM-TYPE
               MOVE WS-IT-DATE (WS-ITEM-IDX) TO API-ITEM-DATE
               MOVE WS-IT-REFERENCE (WS-ITEM-IDX) TO API-REFERENCE
               MOVE WS-IT-OPEN-AMOUNT (WS-ITEM-IDX) TO API-OPEN-AMOUNT
               WRITE AGENCY-PLACEMENT-REC FROM AGENCY-ITEM-REC
               ADD 1 TO PLACED-ITEM-COUNT
           END-IF.

      *   A CUSTOMER PLACED BEFORE (A CLOSED PLACEMENT) KEEPS ONE
      *   RECORD - THE NEW PLACEMENT REPLACES IT.
       240-MARK-PLACED.
           MOVE ZERO TO WS-PL-FOUND-SUB
           IF WS-PL-COUNT > ZERO
               PERFORM 241-MATCH-ONE-PLACEMENT
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
                       OR WS-PL-FOUND-SUB > ZERO
           END-IF
           IF WS-PL-FOUND-SUB = ZERO
               IF WS-PL-COUNT < 1000
                   ADD 1 TO WS-PL-COUNT
                   MOVE WS-PL-COUNT TO WS-PL-FOUND-SUB
               ELSE
                   DISPLAY "**** PLACEMENT TABLE FULL - "
                       MAST-CUSTOMER-ID " NOT MARKED ****"
               END-IF
           END-IF
           IF WS-PL-FOUND-SUB > ZERO
               SET WS-PL-IDX TO WS-PL-FOUND-SUB
               MOVE SPACES TO PW-REC
               MOVE MAST-CUSTOMER-ID TO PW-CUSTOMER-ID
               MOVE WS-AGENCY-CODE TO PW-AGENCY-CODE
               MOVE 'P' TO PW-STATUS
               MOVE WS-BUSINESS-DATE TO PW-PLACED-DATE
               MOVE WS-CUST-BALANCE (WS-CUST-IDX) TO PW-PLACED-AMOUNT
               MOVE ZERO TO PW-RECOVERED-AMOUNT
               MOVE ZERO TO PW-COMMISSION-AMOUNT
               MOVE ZERO TO PW-LAST-RECOVERY-DATE
               MOVE PW-REC TO WS-PL-REC (WS-PL-IDX)
           END-IF.

       241-MATCH-ONE-PLACEMENT.
           SET WS-PL-IDX TO WS-PL-SUB
           IF WS-PL-REC (WS-PL-IDX) (1:5) = MAST-CUSTOMER-ID
               MOVE WS-PL-SUB TO WS-PL-FOUND-SUB
           END-IF.

       190-REPORT-REFUSAL.
           OPEN OUTPUT PLACEMENT-REPORT
           MOVE WS-AGENCY-CODE TO HEADING-AGENCY-OUT
           MOVE WS-AGENCY-NAME TO HEADING-NAME-OUT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE PLACEMENT-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO PLACEMENT-REPORT-REC
           WRITE PLACEMENT-REPORT-REC
           MOVE WS-REFUSE-REASON TO REFUSED-REASON-OUT
           WRITE PLACEMENT-REPORT-REC FROM REFUSED-LINE
           CLOSE PLACEMENT-REPORT.

       900-REWRITE-PLACEMENTS.
           OPEN OUTPUT PLACEMENT-FILE
           IF WS-PL-COUNT > ZERO
               PERFORM 901-WRITE-ONE-PLACEMENT
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
           END-IF
           CLOSE PLACEMENT-FILE.

       901-WRITE-ONE-PLACEMENT.
           SET WS-PL-IDX TO WS-PL-SUB
           MOVE WS-PL-REC (WS-PL-IDX) TO PL-REC
           WRITE PL-REC.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM78" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE CUSTOMERS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE PLACED-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM78.
