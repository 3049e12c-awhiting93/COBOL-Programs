      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM85.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the nightly loss-prevention run over the day's
      *returns - the patterns that mean a till is being worked
      *rather than a customer served, which no single return shows.
      *Every return on CUSTOMER-SALES-TRANS.DAT is checked four ways:
      *  - it is just under the review limit (from the limit less the
      *    band, up to but not including the limit), the mark of
      *    returns split small enough that nobody has to look;
      *  - its original receipt was a credit-limit override a
      *    supervisor approved on PROGRAM49, or a sale declined there
      *    and so voided, within the look-back days of decisions kept
      *    on CUSTOMER-CREDIT-DECISIONS.DAT;
      *  - it has no matching purchase - no original receipt, one not
      *    on the sales journal history WhitingSALES-HISTORY.DAT, or
      *    one that was sold to another customer;
      *  - and the store it was made at, so a customer returning at
      *    several stores on one day shows up.
      *The counts are totalled by store and by customer and day and
      *scored against the limits on LOSS-PREVENTION-PARMS.DAT (one
      *record; a missing file or a zero field keeps the built-in
      *default).  Every store and every customer with anything to
      *see is listed on WhitingLOSS-PREVENTION.LIS with a '*' on
      *each count at or over its limit, and each of those goes to
      *the common exception file, status open, keyed by the store or
      *customer, for the district manager to work through
      *PROGRAM30's aging.  An exception already written for the
      *business date is not written again when the day is rerun.
      *Condition code 4 when anything is over a limit; a day with
      *more customers returning than the table holds refuses the run
      *with condition code 8 and nothing is scored.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PARM-FILE
               ASSIGN TO "..\..\..\..\LOSS-PREVENTION-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-LOG-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-CREDIT-DECISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-TRANS
               ASSIGN TO "..\..\..\..\CUSTOMER-SALES-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingSALES-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-RECEIPT-NUM.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOSS-PREVENTION-REPORT
               ASSIGN TO "..\..\..\..\WhitingLOSS-PREVENTION.LIS"
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
           05  LP-REVIEW-LIMIT             PIC 9(4)V99.
           05  LP-NEAR-BAND                PIC 9(4)V99.
           05  LP-LOOKBACK-DAYS            PIC 9(3).
           05  LP-CUST-NEAR-LIMIT          PIC 9(3).
           05  LP-CUST-OVERRIDE-LIMIT      PIC 9(3).
           05  LP-CUST-NO-SALE-LIMIT       PIC 9(3).
           05  LP-CUST-STORE-LIMIT         PIC 9(3).
           05  LP-STORE-NEAR-LIMIT         PIC 9(3).
           05  LP-STORE-OVERRIDE-LIMIT     PIC 9(3).
           05  LP-STORE-NO-SALE-LIMIT      PIC 9(3).

       FD  DECISION-LOG-FILE.
       COPY CREDDEC REPLACING ==:PFX:== BY ==CD==.

       FD  CUSTOMER-TRANS.
       01  CUSTOMER-REC.
           05  INDENT-IN                   PIC X(5).
           05  SALES-IN                    PIC 9(4)V99.
           05  TRANS-DATE-IN               PIC 9(8).
           05  RECEIPT-NUM-IN              PIC X(6).
           05  TRANS-TYPE-IN               PIC X.
               88  IS-RETURN                           VALUE 'R'.
           05  STORE-CODE-IN               PIC X.
           05  CLERK-NUM-IN                PIC X(5).
           05  ORIG-RECEIPT-IN             PIC X(6).

       FD  SALES-HISTORY-FILE.
       COPY SALEHIST REPLACING ==:PFX:== BY ==SH==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  LOSS-PREVENTION-REPORT.
       01  LOSS-PREVENTION-REPORT-REC      PIC X(100).

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

      *   THE LIMITS THE DAY IS SCORED AGAINST - THE BUILT-IN
      *   DEFAULTS, EACH REPLACED BY ITS PARAMETER FILE FIELD WHEN
      *   THAT FIELD IS NUMERIC AND NOT ZERO.  A COUNT AT OR OVER ITS
      *   LIMIT IS AN EXCEPTION.
       01  LOSS-PREVENTION-LIMITS.
           05  WS-REVIEW-LIMIT             PIC 9(4)V99 VALUE 50.00.
           05  WS-NEAR-BAND                PIC 9(4)V99 VALUE 10.00.
           05  WS-NEAR-FLOOR               PIC 9(4)V99 VALUE ZERO.
           05  WS-LOOKBACK-DAYS            PIC 9(3)    VALUE 90.
           05  WS-CUST-NEAR-LIMIT          PIC 9(3)    VALUE 3.
           05  WS-CUST-OVERRIDE-LIMIT      PIC 9(3)    VALUE 1.
           05  WS-CUST-NO-SALE-LIMIT       PIC 9(3)    VALUE 2.
           05  WS-CUST-STORE-LIMIT         PIC 9(3)    VALUE 2.
           05  WS-STORE-NEAR-LIMIT         PIC 9(3)    VALUE 5.
           05  WS-STORE-OVERRIDE-LIMIT     PIC 9(3)    VALUE 2.
           05  WS-STORE-NO-SALE-LIMIT      PIC 9(3)    VALUE 3.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-DECISION-AGE-DAYS        PIC S9(7)   VALUE ZERO.

      *   THE RECEIPTS A SUPERVISOR PUT THROUGH OVER THE LIMIT (A) OR
      *   VOIDED (D) WITHIN THE LOOK-BACK.
       01  OVERRIDE-TABLE-AREAS.
           05  WS-OVR-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-OVR-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-OVR-FOUND                PIC X(3)    VALUE 'NO '.
           05  WS-OVR-TABLE OCCURS 3000 TIMES
                   INDEXED BY WS-OVR-IDX.
               10  WS-OVR-RECEIPT          PIC X(6).
               10  WS-OVR-STATUS           PIC X.

      *   THIS PROGRAM'S EXCEPTIONS ALREADY ON FILE FOR THE BUSINESS
      *   DATE, BY KEY AND REASON, SO A RERUN DOES NOT DOUBLE THEM.
       01  PRIOR-EXCEPTION-AREAS.
           05  WS-PRIOR-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-PRIOR-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-PRIOR-FOUND              PIC X(3)    VALUE 'NO '.
           05  WS-PRIOR-KEY.
               10  WS-PRIOR-KEY-KEY        PIC X(20).
               10  WS-PRIOR-KEY-REASON     PIC X(35).
           05  WS-PRIOR-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-PRIOR-IDX.
               10  WS-PRIOR-ENTRY          PIC X(55).

       01  STORE-TABLE-AREAS.
           05  WS-STORE-COUNT              PIC 9(2)    VALUE ZERO.
           05  WS-STORE-SUB                PIC 9(2)    VALUE ZERO.
           05  WS-STORE-FOUND              PIC X(3)    VALUE 'NO '.
           05  WS-STORE-TABLE OCCURS 20 TIMES
                   INDEXED BY WS-STORE-IDX.
               10  WS-ST-CODE              PIC X.
               10  WS-ST-RETURNS           PIC 9(4).
               10  WS-ST-AMOUNT            PIC 9(6)V99.
               10  WS-ST-NEAR              PIC 9(3).
               10  WS-ST-OVERRIDE          PIC 9(3).
               10  WS-ST-NO-SALE           PIC 9(3).

      *   ONE ENTRY PER CUSTOMER PER TRANSACTION DATE, WITH THE
      *   DISTINCT STORES THE CUSTOMER RETURNED AT THAT DAY.
       01  CUSTOMER-TABLE-AREAS.
           05  WS-CUST-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-CUST-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-CUST-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-VISIT-SUB                PIC 9(2)    VALUE ZERO.
           05  WS-VISIT-FOUND              PIC X(3)    VALUE 'NO '.
           05  WS-CUST-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-CUST-IDX.
               10  WS-CT-ID                PIC X(5).
               10  WS-CT-DATE              PIC 9(8).
               10  WS-CT-RETURNS           PIC 9(4).
               10  WS-CT-AMOUNT            PIC 9(6)V99.
               10  WS-CT-NEAR              PIC 9(3).
               10  WS-CT-OVERRIDE          PIC 9(3).
               10  WS-CT-NO-SALE           PIC 9(3).
               10  WS-CT-STORE-COUNT       PIC 9(2).
               10  WS-CT-STORES            PIC X(10).

      *   ONE LINE'S SCORING - EACH COUNT AGAINST ITS LIMIT.
       01  SCORING-AREAS.
           05  WS-PATTERNS-OVER            PIC 9       VALUE ZERO.
           05  WS-EX-KEY                   PIC X(20)   VALUE SPACES.
           05  WS-EX-REASON                PIC X(35)   VALUE SPACES.
           05  WS-EX-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-EX-LIMIT                 PIC 9(3)    VALUE ZERO.
           05  WS-EX-RETURNS               PIC 9(4)    VALUE ZERO.
           05  WS-EX-AMOUNT                PIC ZZZZZ9.99.
           05  WS-EX-DATE                  PIC 9(8)    VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  TRANS-READ                  PIC 9(5)    VALUE ZERO.
           05  RETURNS-READ                PIC 9(5)    VALUE ZERO.
           05  LINES-OVER                  PIC 9(5)    VALUE ZERO.
           05  EXCEPTIONS-WRITTEN          PIC 9(5)    VALUE ZERO.
           05  CUSTOMERS-LISTED            PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "LOSS PREVENTION - RETURN PATTERNS       ".
           05  FILLER                      PIC X(14)
               VALUE "BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(38)   VALUE SPACES.

       01  REPORT-LIMITS-LINE.
           05  FILLER                      PIC X(13)
               VALUE "REVIEW LIMIT ".
           05  LIMIT-REVIEW-OUT            PIC Z,ZZ9.99.
           05  FILLER                      PIC X(19)
               VALUE "   JUST UNDER FROM ".
           05  LIMIT-FLOOR-OUT             PIC Z,ZZ9.99.
           05  FILLER                      PIC X(23)
               VALUE "   OVERRIDE LOOK-BACK  ".
           05  LIMIT-LOOKBACK-OUT          PIC ZZ9.
           05  FILLER                      PIC X(5)    VALUE " DAYS".
           05                              PIC X(21)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "                                    JUST".
           05  FILLER                      PIC X(40)
               VALUE "  OVERRIDE/   NO MATCH    STORES    OVER".
           05                              PIC X(20)   VALUE SPACES.

       01  REPORT-HEADING-LINE-3.
           05  FILLER                      PIC X(40)
               VALUE "STORE/CUSTOMER  RETS      AMOUNT   UNDER".
           05  FILLER                      PIC X(40)
               VALUE "       VOID   PURCHASE    IN DAY   LIMIT".
           05                              PIC X(20)   VALUE SPACES.

       01  SECTION-LINE.
           05  SECTION-TITLE-OUT           PIC X(30).
           05                              PIC X(70)   VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  DET-LABEL-OUT               PIC X(16).
           05  DET-RETURNS-OUT             PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-AMOUNT-OUT              PIC ZZZ,ZZ9.99.
           05                              PIC X(4)    VALUE SPACES.
           05  DET-NEAR-OUT                PIC ZZ9.
           05  DET-NEAR-FLAG               PIC X.
           05                              PIC X(7)    VALUE SPACES.
           05  DET-OVERRIDE-OUT            PIC ZZ9.
           05  DET-OVERRIDE-FLAG           PIC X.
           05                              PIC X(7)    VALUE SPACES.
           05  DET-NO-SALE-OUT             PIC ZZ9.
           05  DET-NO-SALE-FLAG            PIC X.
           05                              PIC X(7)    VALUE SPACES.
           05  DET-STORES-OUT              PIC X(3).
           05  DET-STORES-FLAG             PIC X.
           05                              PIC X(5)    VALUE SPACES.
           05  DET-OVER-OUT                PIC 9.
           05                              PIC X(21)   VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(13)
               VALUE "RETURNS READ ".
           05  TOT-RETURNS-OUT             PIC ZZZZ9.
           05  FILLER                      PIC X(18)
               VALUE "   COUNTS AT OR OV".
           05  FILLER                      PIC X(14)
               VALUE "ER THE LIMIT  ".
           05  TOT-OVER-OUT                PIC ZZZZ9.
           05  FILLER                      PIC X(23)
               VALUE "   EXCEPTIONS WRITTEN  ".
           05  TOT-EXCEPTIONS-OUT          PIC ZZZZ9.
           05                              PIC X(17)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO RETURNS WITH A PATTERN TO REPORT     ".
           05                              PIC X(60)   VALUE SPACES.

       01  FOOTNOTE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "* AT OR OVER ITS LIMIT - WRITTEN TO THE ".
           05  FILLER                      PIC X(40)
               VALUE "EXCEPTION FILE FOR THE DISTRICT MANAGER ".
           05                              PIC X(20)   VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER                      PIC X(29)
               VALUE "NOTHING SCORED - RUN REFUSED ".
           05  FILLER                      PIC X(3)    VALUE " - ".
           05  REFUSED-REASON-OUT          PIC X(40).
           05                              PIC X(28)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-READ-PARMS
           PERFORM 115-LOAD-OVERRIDES
           PERFORM 118-LOAD-PRIOR-EXCEPTIONS
           PERFORM 120-TALLY-RETURNS
           IF RUN-IS-GOOD
               PERFORM 300-SCORE-AND-REPORT
           ELSE
               PERFORM 190-REPORT-REFUSAL
               DISPLAY "**** NOTHING SCORED - " WS-REFUSE-REASON
                   " ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "RETURNS READ: " RETURNS-READ
               " COUNTS OVER LIMIT: " LINES-OVER
               " EXCEPTIONS WRITTEN: " EXCEPTIONS-WRITTEN
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

      *   EACH LIMIT IS TAKEN FROM THE PARAMETER RECORD ONLY WHEN IT
      *   IS NUMERIC AND NOT ZERO - A BLANK FIELD KEEPS THE DEFAULT.
       110-READ-PARMS.
           OPEN INPUT PARM-FILE
           READ PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   PERFORM 111-APPLY-PARMS
           END-READ
           CLOSE PARM-FILE
           IF WS-NEAR-BAND < WS-REVIEW-LIMIT
               COMPUTE WS-NEAR-FLOOR = WS-REVIEW-LIMIT - WS-NEAR-BAND
           ELSE
               MOVE ZERO TO WS-NEAR-FLOOR
           END-IF.

       111-APPLY-PARMS.
           IF LP-REVIEW-LIMIT IS NUMERIC AND LP-REVIEW-LIMIT > ZERO
               MOVE LP-REVIEW-LIMIT TO WS-REVIEW-LIMIT
           END-IF
           IF LP-NEAR-BAND IS NUMERIC AND LP-NEAR-BAND > ZERO
               MOVE LP-NEAR-BAND TO WS-NEAR-BAND
           END-IF
           IF LP-LOOKBACK-DAYS IS NUMERIC AND LP-LOOKBACK-DAYS > ZERO
               MOVE LP-LOOKBACK-DAYS TO WS-LOOKBACK-DAYS
           END-IF
           IF LP-CUST-NEAR-LIMIT IS NUMERIC AND
                   LP-CUST-NEAR-LIMIT > ZERO
               MOVE LP-CUST-NEAR-LIMIT TO WS-CUST-NEAR-LIMIT
           END-IF
           IF LP-CUST-OVERRIDE-LIMIT IS NUMERIC AND
                   LP-CUST-OVERRIDE-LIMIT > ZERO
               MOVE LP-CUST-OVERRIDE-LIMIT TO WS-CUST-OVERRIDE-LIMIT
           END-IF
           IF LP-CUST-NO-SALE-LIMIT IS NUMERIC AND
                   LP-CUST-NO-SALE-LIMIT > ZERO
               MOVE LP-CUST-NO-SALE-LIMIT TO WS-CUST-NO-SALE-LIMIT
           END-IF
           IF LP-CUST-STORE-LIMIT IS NUMERIC AND
                   LP-CUST-STORE-LIMIT > ZERO
               MOVE LP-CUST-STORE-LIMIT TO WS-CUST-STORE-LIMIT
           END-IF
           IF LP-STORE-NEAR-LIMIT IS NUMERIC AND
                   LP-STORE-NEAR-LIMIT > ZERO
               MOVE LP-STORE-NEAR-LIMIT TO WS-STORE-NEAR-LIMIT
           END-IF
           IF LP-STORE-OVERRIDE-LIMIT IS NUMERIC AND
                   LP-STORE-OVERRIDE-LIMIT > ZERO
               MOVE LP-STORE-OVERRIDE-LIMIT TO WS-STORE-OVERRIDE-LIMIT
           END-IF
           IF LP-STORE-NO-SALE-LIMIT IS NUMERIC AND
                   LP-STORE-NO-SALE-LIMIT > ZERO
               MOVE LP-STORE-NO-SALE-LIMIT TO WS-STORE-NO-SALE-LIMIT
           END-IF.

      *   A DECISION OLDER THAN THE LOOK-BACK IS LEFT OUT - RECEIPT
      *   NUMBERS COME ROUND AGAIN ON THE TILLS.
       115-LOAD-OVERRIDES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT DECISION-LOG-FILE
           PERFORM 116-LOAD-ONE-DECISION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE DECISION-LOG-FILE.

       116-LOAD-ONE-DECISION.
           READ DECISION-LOG-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF (CD-IS-APPROVED OR CD-IS-DECLINED) AND
                           CD-DECIDED-DATE IS NUMERIC AND
                           CD-DECIDED-DATE > ZERO
                       COMPUTE WS-DECISION-AGE-DAYS =
                           FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
                           - FUNCTION INTEGER-OF-DATE (CD-DECIDED-DATE)
                       IF WS-DECISION-AGE-DAYS NOT > WS-LOOKBACK-DAYS
                           PERFORM 117-KEEP-ONE-DECISION
                       END-IF
                   END-IF
           END-READ.

       117-KEEP-ONE-DECISION.
           IF WS-OVR-COUNT < 3000
               ADD 1 TO WS-OVR-COUNT
               SET WS-OVR-IDX TO WS-OVR-COUNT
               MOVE CD-RECEIPT-NUM TO WS-OVR-RECEIPT (WS-OVR-IDX)
               MOVE CD-STATUS TO WS-OVR-STATUS (WS-OVR-IDX)
           ELSE
               DISPLAY "**** OVERRIDE TABLE FULL - RECEIPT "
                   CD-RECEIPT-NUM " NOT CHECKED ****"
           END-IF.

       118-LOAD-PRIOR-EXCEPTIONS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT EXCEPTION-FILE
           PERFORM 119-LOAD-ONE-EXCEPTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE EXCEPTION-FILE.

       119-LOAD-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EX-PROGRAM-ID = "PROGRAM85" AND
                           EX-BUSINESS-DATE = WS-BUSINESS-DATE AND
                           WS-PRIOR-COUNT < 500
                       ADD 1 TO WS-PRIOR-COUNT
                       SET WS-PRIOR-IDX TO WS-PRIOR-COUNT
                       MOVE EX-KEY TO WS-PRIOR-KEY-KEY
                       MOVE EX-REASON TO WS-PRIOR-KEY-REASON
                       MOVE WS-PRIOR-KEY
                           TO WS-PRIOR-ENTRY (WS-PRIOR-IDX)
                   END-IF
           END-READ.

       120-TALLY-RETURNS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT CUSTOMER-TRANS
                      SALES-HISTORY-FILE
           PERFORM 121-READ-ONE-TRANS
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CUSTOMER-TRANS
                 SALES-HISTORY-FILE.

       121-READ-ONE-TRANS.
           READ CUSTOMER-TRANS
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO TRANS-READ
                   IF IS-RETURN
                       PERFORM 122-TALLY-ONE-RETURN
                   END-IF
           END-READ.

      *   THE STORE AND THE CUSTOMER'S DAY ARE FOUND (OR STARTED)
      *   FIRST; A FULL CUSTOMER TABLE STOPS THE TALLY.
       122-TALLY-ONE-RETURN.
           ADD 1 TO RETURNS-READ
           PERFORM 130-FIND-STORE
           PERFORM 133-FIND-CUSTOMER
           IF RUN-IS-REFUSED
               MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
           ELSE
               ADD 1 TO WS-ST-RETURNS (WS-STORE-IDX)
               ADD SALES-IN TO WS-ST-AMOUNT (WS-STORE-IDX)
               ADD 1 TO WS-CT-RETURNS (WS-CUST-IDX)
               ADD SALES-IN TO WS-CT-AMOUNT (WS-CUST-IDX)
               IF SALES-IN NOT < WS-NEAR-FLOOR AND
                       SALES-IN < WS-REVIEW-LIMIT
                   ADD 1 TO WS-ST-NEAR (WS-STORE-IDX)
                   ADD 1 TO WS-CT-NEAR (WS-CUST-IDX)
               END-IF
               PERFORM 140-CHECK-OVERRIDE
               IF WS-OVR-FOUND = 'YES'
                   ADD 1 TO WS-ST-OVERRIDE (WS-STORE-IDX)
                   ADD 1 TO WS-CT-OVERRIDE (WS-CUST-IDX)
               END-IF
               PERFORM 145-CHECK-PURCHASE
               PERFORM 150-NOTE-STORE-VISIT
           END-IF.

       130-FIND-STORE.
           MOVE 'NO ' TO WS-STORE-FOUND
           PERFORM 131-MATCH-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > WS-STORE-COUNT
                  OR WS-STORE-FOUND = 'YES'
           IF WS-STORE-FOUND = 'NO '
               IF WS-STORE-COUNT < 20
                   ADD 1 TO WS-STORE-COUNT
                   SET WS-STORE-IDX TO WS-STORE-COUNT
                   MOVE STORE-CODE-IN TO WS-ST-CODE (WS-STORE-IDX)
                   MOVE ZERO TO WS-ST-RETURNS (WS-STORE-IDX)
                   MOVE ZERO TO WS-ST-AMOUNT (WS-STORE-IDX)
                   MOVE ZERO TO WS-ST-NEAR (WS-STORE-IDX)
                   MOVE ZERO TO WS-ST-OVERRIDE (WS-STORE-IDX)
                   MOVE ZERO TO WS-ST-NO-SALE (WS-STORE-IDX)
               ELSE
                   MOVE 'R' TO WS-RUN-STATUS
                   MOVE "STORE TABLE FULL" TO WS-REFUSE-REASON
               END-IF
           END-IF.

       131-MATCH-ONE-STORE.
           IF WS-ST-CODE (WS-STORE-SUB) = STORE-CODE-IN
               SET WS-STORE-IDX TO WS-STORE-SUB
               MOVE 'YES' TO WS-STORE-FOUND
           END-IF.

       133-FIND-CUSTOMER.
           MOVE 'NO ' TO WS-CUST-FOUND
           PERFORM 135-MATCH-ONE-CUSTOMER
               VARYING WS-CUST-SUB FROM 1 BY 1
               UNTIL WS-CUST-SUB > WS-CUST-COUNT
                  OR WS-CUST-FOUND = 'YES'
           IF WS-CUST-FOUND = 'NO '
               IF WS-CUST-COUNT < 2000
                   ADD 1 TO WS-CUST-COUNT
                   SET WS-CUST-IDX TO WS-CUST-COUNT
                   MOVE INDENT-IN TO WS-CT-ID (WS-CUST-IDX)
                   MOVE TRANS-DATE-IN TO WS-CT-DATE (WS-CUST-IDX)
                   MOVE ZERO TO WS-CT-RETURNS (WS-CUST-IDX)
                   MOVE ZERO TO WS-CT-AMOUNT (WS-CUST-IDX)
                   MOVE ZERO TO WS-CT-NEAR (WS-CUST-IDX)
                   MOVE ZERO TO WS-CT-OVERRIDE (WS-CUST-IDX)
                   MOVE ZERO TO WS-CT-NO-SALE (WS-CUST-IDX)
                   MOVE ZERO TO WS-CT-STORE-COUNT (WS-CUST-IDX)
                   MOVE SPACES TO WS-CT-STORES (WS-CUST-IDX)
               ELSE
                   MOVE 'R' TO WS-RUN-STATUS
                   MOVE "CUSTOMER TABLE FULL" TO WS-REFUSE-REASON
               END-IF
           END-IF.

       135-MATCH-ONE-CUSTOMER.
           IF WS-CT-ID (WS-CUST-SUB) = INDENT-IN AND
                   WS-CT-DATE (WS-CUST-SUB) = TRANS-DATE-IN
               SET WS-CUST-IDX TO WS-CUST-SUB
               MOVE 'YES' TO WS-CUST-FOUND
           END-IF.

       140-CHECK-OVERRIDE.
           MOVE 'NO ' TO WS-OVR-FOUND
           IF ORIG-RECEIPT-IN NOT = SPACES
               PERFORM 141-MATCH-ONE-OVERRIDE
                   VARYING WS-OVR-SUB FROM 1 BY 1
                   UNTIL WS-OVR-SUB > WS-OVR-COUNT
                      OR WS-OVR-FOUND = 'YES'
           END-IF.

       141-MATCH-ONE-OVERRIDE.
           IF WS-OVR-RECEIPT (WS-OVR-SUB) = ORIG-RECEIPT-IN
               MOVE 'YES' TO WS-OVR-FOUND
           END-IF.

      *   THE SAME TEST PROGRAM04 PUTS A RETURN TO - A RECEIPT ON THE
      *   HISTORY, SOLD TO THIS CUSTOMER.  THE RETURN WAS PROBABLY
      *   REJECTED THERE, BUT THE ATTEMPT IS WHAT IS COUNTED HERE.
       145-CHECK-PURCHASE.
           IF ORIG-RECEIPT-IN = SPACES
               ADD 1 TO WS-ST-NO-SALE (WS-STORE-IDX)
               ADD 1 TO WS-CT-NO-SALE (WS-CUST-IDX)
           ELSE
               MOVE ORIG-RECEIPT-IN TO SH-RECEIPT-NUM
               READ SALES-HISTORY-FILE
                   INVALID KEY
                       ADD 1 TO WS-ST-NO-SALE (WS-STORE-IDX)
                       ADD 1 TO WS-CT-NO-SALE (WS-CUST-IDX)
                   NOT INVALID KEY
                       IF SH-CUSTOMER-ID NOT = INDENT-IN
                           ADD 1 TO WS-ST-NO-SALE (WS-STORE-IDX)
                           ADD 1 TO WS-CT-NO-SALE (WS-CUST-IDX)
                       END-IF
               END-READ
           END-IF.

       150-NOTE-STORE-VISIT.
           MOVE 'NO ' TO WS-VISIT-FOUND
           PERFORM 151-MATCH-ONE-VISIT
               VARYING WS-VISIT-SUB FROM 1 BY 1
               UNTIL WS-VISIT-SUB > WS-CT-STORE-COUNT (WS-CUST-IDX)
                  OR WS-VISIT-FOUND = 'YES'
           IF WS-VISIT-FOUND = 'NO ' AND
                   WS-CT-STORE-COUNT (WS-CUST-IDX) < 10
               ADD 1 TO WS-CT-STORE-COUNT (WS-CUST-IDX)
               MOVE WS-CT-STORE-COUNT (WS-CUST-IDX) TO WS-VISIT-SUB
               MOVE STORE-CODE-IN
                   TO WS-CT-STORES (WS-CUST-IDX) (WS-VISIT-SUB:1)
           END-IF.

       151-MATCH-ONE-VISIT.
           IF WS-CT-STORES (WS-CUST-IDX) (WS-VISIT-SUB:1) =
                   STORE-CODE-IN
               MOVE 'YES' TO WS-VISIT-FOUND
           END-IF.

      *   EVERY STORE WITH A RETURN IS LISTED; A CUSTOMER ONLY WHEN
      *   ONE OF THE PATTERNS SHOWED AT ALL.
       300-SCORE-AND-REPORT.
           OPEN OUTPUT LOSS-PREVENTION-REPORT
           OPEN EXTEND EXCEPTION-FILE
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LOSS-PREVENTION-REPORT-REC
           WRITE LOSS-PREVENTION-REPORT-REC
           MOVE WS-REVIEW-LIMIT TO LIMIT-REVIEW-OUT
           MOVE WS-NEAR-FLOOR TO LIMIT-FLOOR-OUT
           MOVE WS-LOOKBACK-DAYS TO LIMIT-LOOKBACK-OUT
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-LIMITS-LINE
           MOVE SPACES TO LOSS-PREVENTION-REPORT-REC
           WRITE LOSS-PREVENTION-REPORT-REC
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-HEADING-LINE-2
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-HEADING-LINE-3
           IF RETURNS-READ = ZERO
               WRITE LOSS-PREVENTION-REPORT-REC FROM NONE-LINE
           ELSE
               MOVE "BY STORE" TO SECTION-TITLE-OUT
               WRITE LOSS-PREVENTION-REPORT-REC FROM SECTION-LINE
               PERFORM 310-SCORE-ONE-STORE
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > WS-STORE-COUNT
               MOVE SPACES TO LOSS-PREVENTION-REPORT-REC
               WRITE LOSS-PREVENTION-REPORT-REC
               MOVE "BY CUSTOMER AND DAY" TO SECTION-TITLE-OUT
               WRITE LOSS-PREVENTION-REPORT-REC FROM SECTION-LINE
               PERFORM 320-SCORE-ONE-CUSTOMER
                   VARYING WS-CUST-SUB FROM 1 BY 1
                   UNTIL WS-CUST-SUB > WS-CUST-COUNT
               IF CUSTOMERS-LISTED = ZERO
                   WRITE LOSS-PREVENTION-REPORT-REC FROM NONE-LINE
               END-IF
           END-IF
           MOVE RETURNS-READ TO TOT-RETURNS-OUT
           MOVE LINES-OVER TO TOT-OVER-OUT
           MOVE EXCEPTIONS-WRITTEN TO TOT-EXCEPTIONS-OUT
           MOVE SPACES TO LOSS-PREVENTION-REPORT-REC
           WRITE LOSS-PREVENTION-REPORT-REC
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-TOTAL-LINE
           WRITE LOSS-PREVENTION-REPORT-REC FROM FOOTNOTE-LINE
           CLOSE LOSS-PREVENTION-REPORT
                 EXCEPTION-FILE
           IF LINES-OVER > ZERO
               MOVE 4 TO WS-CONDITION-CODE
           END-IF.

       310-SCORE-ONE-STORE.
           SET WS-STORE-IDX TO WS-STORE-SUB
           MOVE ZERO TO WS-PATTERNS-OVER
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE SPACES TO WS-EX-KEY
           STRING "STORE " WS-ST-CODE (WS-STORE-IDX)
               DELIMITED BY SIZE INTO WS-EX-KEY
           MOVE WS-EX-KEY TO DET-LABEL-OUT
           MOVE WS-ST-RETURNS (WS-STORE-IDX) TO DET-RETURNS-OUT
                                                WS-EX-RETURNS
           MOVE WS-ST-AMOUNT (WS-STORE-IDX) TO DET-AMOUNT-OUT
                                               WS-EX-AMOUNT
           MOVE WS-BUSINESS-DATE TO WS-EX-DATE
           MOVE WS-ST-NEAR (WS-STORE-IDX) TO DET-NEAR-OUT
           MOVE WS-ST-OVERRIDE (WS-STORE-IDX) TO DET-OVERRIDE-OUT
           MOVE WS-ST-NO-SALE (WS-STORE-IDX) TO DET-NO-SALE-OUT
           IF WS-ST-NEAR (WS-STORE-IDX) NOT < WS-STORE-NEAR-LIMIT
               MOVE '*' TO DET-NEAR-FLAG
               MOVE "RETURNS JUST UNDER REVIEW LIMIT" TO WS-EX-REASON
               MOVE WS-ST-NEAR (WS-STORE-IDX) TO WS-EX-COUNT
               MOVE WS-STORE-NEAR-LIMIT TO WS-EX-LIMIT
               PERFORM 400-FLAG-ONE-PATTERN
           END-IF
           IF WS-ST-OVERRIDE (WS-STORE-IDX) NOT <
                   WS-STORE-OVERRIDE-LIMIT
               MOVE '*' TO DET-OVERRIDE-FLAG
               MOVE "RETURNS ON OVERRIDE/VOIDED RECEIPTS"
                   TO WS-EX-REASON
               MOVE WS-ST-OVERRIDE (WS-STORE-IDX) TO WS-EX-COUNT
               MOVE WS-STORE-OVERRIDE-LIMIT TO WS-EX-LIMIT
               PERFORM 400-FLAG-ONE-PATTERN
           END-IF
           IF WS-ST-NO-SALE (WS-STORE-IDX) NOT < WS-STORE-NO-SALE-LIMIT
               MOVE '*' TO DET-NO-SALE-FLAG
               MOVE "RETURNS WITH NO MATCHING PURCHASE" TO WS-EX-REASON
               MOVE WS-ST-NO-SALE (WS-STORE-IDX) TO WS-EX-COUNT
               MOVE WS-STORE-NO-SALE-LIMIT TO WS-EX-LIMIT
               PERFORM 400-FLAG-ONE-PATTERN
           END-IF
           MOVE WS-PATTERNS-OVER TO DET-OVER-OUT
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-DETAIL-LINE.

       320-SCORE-ONE-CUSTOMER.
           SET WS-CUST-IDX TO WS-CUST-SUB
           IF WS-CT-NEAR (WS-CUST-IDX) > ZERO OR
                   WS-CT-OVERRIDE (WS-CUST-IDX) > ZERO OR
                   WS-CT-NO-SALE (WS-CUST-IDX) > ZERO OR
                   WS-CT-STORE-COUNT (WS-CUST-IDX) > 1
               PERFORM 325-LIST-ONE-CUSTOMER
           END-IF.

       325-LIST-ONE-CUSTOMER.
           ADD 1 TO CUSTOMERS-LISTED
           MOVE ZERO TO WS-PATTERNS-OVER
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE SPACES TO WS-EX-KEY
           STRING "CUSTOMER " WS-CT-ID (WS-CUST-IDX)
               DELIMITED BY SIZE INTO WS-EX-KEY
           STRING WS-CT-ID (WS-CUST-IDX) " " WS-CT-DATE (WS-CUST-IDX)
               DELIMITED BY SIZE INTO DET-LABEL-OUT
           MOVE WS-CT-RETURNS (WS-CUST-IDX) TO DET-RETURNS-OUT
                                               WS-EX-RETURNS
           MOVE WS-CT-AMOUNT (WS-CUST-IDX) TO DET-AMOUNT-OUT
                                              WS-EX-AMOUNT
           MOVE WS-CT-DATE (WS-CUST-IDX) TO WS-EX-DATE
           MOVE WS-CT-NEAR (WS-CUST-IDX) TO DET-NEAR-OUT
           MOVE WS-CT-OVERRIDE (WS-CUST-IDX) TO DET-OVERRIDE-OUT
           MOVE WS-CT-NO-SALE (WS-CUST-IDX) TO DET-NO-SALE-OUT
           MOVE WS-CT-STORES (WS-CUST-IDX) TO DET-STORES-OUT
           IF WS-CT-NEAR (WS-CUST-IDX) NOT < WS-CUST-NEAR-LIMIT
               MOVE '*' TO DET-NEAR-FLAG
               MOVE "RETURNS JUST UNDER REVIEW LIMIT" TO WS-EX-REASON
               MOVE WS-CT-NEAR (WS-CUST-IDX) TO WS-EX-COUNT
               MOVE WS-CUST-NEAR-LIMIT TO WS-EX-LIMIT
               PERFORM 400-FLAG-ONE-PATTERN
           END-IF
           IF WS-CT-OVERRIDE (WS-CUST-IDX) NOT < WS-CUST-OVERRIDE-LIMIT
               MOVE '*' TO DET-OVERRIDE-FLAG
               MOVE "RETURNS ON OVERRIDE/VOIDED RECEIPTS"
                   TO WS-EX-REASON
               MOVE WS-CT-OVERRIDE (WS-CUST-IDX) TO WS-EX-COUNT
               MOVE WS-CUST-OVERRIDE-LIMIT TO WS-EX-LIMIT
               PERFORM 400-FLAG-ONE-PATTERN
           END-IF
           IF WS-CT-NO-SALE (WS-CUST-IDX) NOT < WS-CUST-NO-SALE-LIMIT
               MOVE '*' TO DET-NO-SALE-FLAG
               MOVE "RETURNS WITH NO MATCHING PURCHASE" TO WS-EX-REASON
               MOVE WS-CT-NO-SALE (WS-CUST-IDX) TO WS-EX-COUNT
               MOVE WS-CUST-NO-SALE-LIMIT TO WS-EX-LIMIT
               PERFORM 400-FLAG-ONE-PATTERN
           END-IF
           IF WS-CT-STORE-COUNT (WS-CUST-IDX) NOT < WS-CUST-STORE-LIMIT
               MOVE '*' TO DET-STORES-FLAG
               MOVE "RETURNS AT SEVERAL STORES IN A DAY"
                   TO WS-EX-REASON
               MOVE WS-CT-STORE-COUNT (WS-CUST-IDX) TO WS-EX-COUNT
               MOVE WS-CUST-STORE-LIMIT TO WS-EX-LIMIT
               PERFORM 400-FLAG-ONE-PATTERN
           END-IF
           MOVE WS-PATTERNS-OVER TO DET-OVER-OUT
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-DETAIL-LINE.

      *   ONE COUNT AT OR OVER ITS LIMIT - ONE OPEN EXCEPTION, UNLESS
      *   THE SAME ONE WAS WRITTEN FOR THE DATE BY AN EARLIER RUN.
       400-FLAG-ONE-PATTERN.
           ADD 1 TO WS-PATTERNS-OVER
           ADD 1 TO LINES-OVER
           MOVE WS-EX-KEY TO WS-PRIOR-KEY-KEY
           MOVE WS-EX-REASON TO WS-PRIOR-KEY-REASON
           MOVE 'NO ' TO WS-PRIOR-FOUND
           PERFORM 410-MATCH-ONE-PRIOR
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                  OR WS-PRIOR-FOUND = 'YES'
           IF WS-PRIOR-FOUND = 'NO '
               PERFORM 420-WRITE-EXCEPTION
           END-IF.

       410-MATCH-ONE-PRIOR.
           IF WS-PRIOR-ENTRY (WS-PRIOR-SUB) = WS-PRIOR-KEY
               MOVE 'YES' TO WS-PRIOR-FOUND
           END-IF.

       420-WRITE-EXCEPTION.
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM85" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE WS-EX-KEY TO EX-KEY
           MOVE WS-EX-REASON TO EX-REASON
           MOVE 'O' TO EX-STATUS
           STRING "COUNT " WS-EX-COUNT " LIMIT " WS-EX-LIMIT
               " RETURNS " WS-EX-RETURNS " AMOUNT " WS-EX-AMOUNT
               " DATE " WS-EX-DATE
               DELIMITED BY SIZE INTO EX-ORIGINAL-REC
           WRITE EX-REC
           ADD 1 TO EXCEPTIONS-WRITTEN.

       190-REPORT-REFUSAL.
           OPEN OUTPUT LOSS-PREVENTION-REPORT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE LOSS-PREVENTION-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LOSS-PREVENTION-REPORT-REC
           WRITE LOSS-PREVENTION-REPORT-REC
           MOVE WS-REFUSE-REASON TO REFUSED-REASON-OUT
           WRITE LOSS-PREVENTION-REPORT-REC FROM REFUSED-LINE
           CLOSE LOSS-PREVENTION-REPORT.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM85" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE TRANS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE LINES-OVER TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM85.
