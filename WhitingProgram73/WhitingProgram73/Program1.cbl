      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM73.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program pulls the statement balance of every customer
      *enrolled in autopay by ACH debit.  Run it once a month after
      *PROGRAM21 has printed the statements, for the same statement
      *month (the business date's month, or STMT-PARMS.DAT exactly
      *as PROGRAM21 reads it).
      *The enrollments are CUSTOMER-AUTOPAY.DAT (the AUTOPAY
      *copybook): routing and account number, the pull day, and
      *the most the customer lets us pull.  Each enrolled bank
      *account goes through the same prenote cycle PROGRAM02 runs
      *for employee bank records, tracked in
      *CUSTOMER-AUTOPAY-PRENOTE.DAT (the AUTOPRE copybook): an
      *account this cycle has never seen, or one that changed, gets
      *a zero-dollar prenote (transaction code 28) and no debit; a
      *prenote six days old has aged clean and the account is
      *debited from then on.
      *A live account is debited (transaction code 27) for the
      *customer's closing balance on CUSTOMER-MASTER.DAT up to the
      *maximum, settling on the pull day of the month after the
      *statement month - the date PROGRAM21 printed on the
      *statement.  WhitingAUTOPAY-ACH.DAT is the NACHA file in the
      *shape PROGRAM35 builds for payroll credits, with a PPD debit
      *batch for each settlement date and the prenotes in a batch of
      *their own; company and bank identifiers come from
      *ACH-PARMS.DAT.
      *Every debit is also written as an ordinary '3' payment
      *transaction, reference APccyymm for the statement month and
      *effective on the settlement date, APPENDED IN CUSTOMER-ID
      *ORDER to CUSTOMER-TRANS.DAT - like PROGRAM47's finance
      *charges, run this before the day's transactions are keyed.
      *PROGRAM13 holds the payments in its pending file until the
      *money settles and then applies them oldest-first.
      *The statement month is stamped on each enrollment's prenote
      *record when it is debited, and a second run for a month
      *already pulled is refused with condition code 8, so nobody is
      *debited twice.  An enrollment that cannot be pulled - no
      *master record, a bad routing number, account, pull day or
      *maximum - is listed on the register WhitingAUTOPAY-REGISTER.LIS
      *and ends the run with condition code 4.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUTOPAY-ENROLL-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-AUTOPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-PRENOTE-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-AUTOPAY-PRENOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CUSTOMER-ID.
           SELECT OPTIONAL ACH-PARAMETER-FILE
               ASSIGN TO "..\..\..\..\ACH-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STATEMENT-PARM-FILE
               ASSIGN TO "..\..\..\..\STMT-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACH-FILE
               ASSIGN TO "..\..\..\..\WhitingAUTOPAY-ACH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUTOPAY-REGISTER
               ASSIGN TO "..\..\..\..\WhitingAUTOPAY-REGISTER.LIS"
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
       FD  AUTOPAY-ENROLL-FILE.
       COPY AUTOPAY REPLACING ==:PFX:== BY ==AP==.

       FD  AUTOPAY-PRENOTE-FILE.
       COPY AUTOPRE REPLACING ==:PFX:== BY ==APN==.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MST==.

       FD  ACH-PARAMETER-FILE.
       01  ACH-PARAMETER-REC.
           05  APR-IMMED-DEST              PIC 9(9).
           05  APR-COMPANY-ID              PIC X(10).
           05  APR-COMPANY-NAME            PIC X(16).
           05  APR-BANK-NAME               PIC X(23).
           05  APR-ODFI                    PIC 9(8).

       FD  STATEMENT-PARM-FILE.
       01  STATEMENT-PARM-REC.
           05  PARM-MONTH-NAME             PIC X(9).
           05  PARM-YEAR                   PIC X(4).

       FD  ACH-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  ACH-REC                         PIC X(94).

       FD  DAILY-TRANS-FILE.
       COPY CUSTMTRN REPLACING ==:PFX:== BY ==TRANS==.

       FD  AUTOPAY-REGISTER.
       01  AUTOPAY-REGISTER-REC            PIC X(110).

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
           05  WS-MASTER-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-ALREADY-PULLED           PIC X(3)    VALUE 'NO '.
           05  WS-BATCH-OPEN               PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-INT        PIC 9(7)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-TABLES.
           05  MONTHS-TABLE.
               10  MONTH-CONSTANTS.
                   15                      PIC X(9)   VALUE "JANUARY  ".
                   15                      PIC X(9)   VALUE "FEBRUARY ".
                   15                      PIC X(9)   VALUE "MARCH    ".
                   15                      PIC X(9)   VALUE "APRIL    ".
                   15                      PIC X(9)   VALUE "MAY      ".
                   15                      PIC X(9)   VALUE "JUNE     ".
                   15                      PIC X(9)   VALUE "JULY     ".
                   15                      PIC X(9)   VALUE "AUGUST   ".
                   15                      PIC X(9)   VALUE "SEPTEMBER".
                   15                      PIC X(9)   VALUE "OCTOBER  ".
                   15                      PIC X(9)   VALUE "NOVEMBER ".
                   15                      PIC X(9)   VALUE "DECEMBER ".
               10  MONTH-TABLE REDEFINES MONTH-CONSTANTS
                                           PIC X(9)    OCCURS 12 TIMES.

      *   THE STATEMENT MONTH, CHOSEN THE WAY PROGRAM21 CHOOSES IT,
      *   AND THE MONTH THE DEBITS SETTLE IN.
       01  STATEMENT-SELECTION-AREAS.
           05  WS-STMT-MONTH-NAME          PIC X(9)    VALUE SPACES.
           05  WS-STMT-YEAR                PIC X(4)    VALUE SPACES.
           05  WS-STMT-YEAR-NUM            PIC 9(4)    VALUE ZERO.
           05  WS-STMT-MONTH-NUM           PIC 9(2)    VALUE ZERO.
           05  WS-STMT-CCYYMM              PIC 9(6)    VALUE ZERO.
           05  WS-MONTH-SUB                PIC 9(2)    VALUE ZERO.
           05  WS-DEBIT-YEAR               PIC 9(4)    VALUE ZERO.
           05  WS-DEBIT-MONTH              PIC 9(2)    VALUE ZERO.
           05  WS-DEBIT-LAST-DAY           PIC 9(2)    VALUE ZERO.
           05  WS-DEBIT-DAY                PIC 9(2)    VALUE ZERO.
           05  WS-MONTH-AFTER-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-LAST-DAY-DATE            PIC 9(8)    VALUE ZERO.

       01  ACH-PARAMETER-AREAS.
           05  WS-IMMED-DEST               PIC 9(9)    VALUE 999999999.
           05  WS-COMPANY-ID               PIC X(10)
               VALUE "9999999999".
           05  WS-COMPANY-NAME             PIC X(16)
               VALUE "WHITING COMPANY ".
           05  WS-BANK-NAME                PIC X(23)
               VALUE "SET ACH-PARMS.DAT      ".
           05  WS-ODFI                     PIC 9(8)    VALUE 99999999.

      *   THE PRENOTE STATE READ AT THE TOP OF THE RUN.
       01  PRENOTE-TABLE-AREAS.
           05  PRENOTE-AGE-DAYS            PIC 9(2)    VALUE 6.
           05  WS-PRE-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-PRE-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-PRE-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-PRE-IDX.
               10  WS-PRE-CUSTOMER-ID      PIC X(5).
               10  WS-PRE-ROUTING          PIC 9(9).
               10  WS-PRE-ACCOUNT          PIC X(17).
               10  WS-PRE-DATE             PIC 9(8).
               10  WS-PRE-STATUS           PIC X.
               10  WS-PRE-LAST-MONTH       PIC 9(6).
           05  WS-PRE-DATE-INT             PIC 9(7)    VALUE ZERO.

      *   ONE ROW PER ENROLLMENT - WHAT THE MASTER SAYS, THE PRENOTE
      *   STATE CARRIED AND DECIDED, AND WHAT WAS DONE WITH IT.
       01  ENROLLMENT-TABLE-AREAS.
           05  WS-EN-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-EN-SUB                   PIC 9(3)    VALUE ZERO.
           05  WS-EN-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-EN-IDX.
               10  WS-EN-CUSTOMER-ID       PIC X(5).
               10  WS-EN-ROUTING           PIC X(9).
               10  WS-EN-ACCOUNT           PIC X(17).
               10  WS-EN-PULL-DAY          PIC X(2).
               10  WS-EN-MAX-AMOUNT        PIC 9(5)V99.
               10  WS-EN-NAME              PIC X(27).
               10  WS-EN-BALANCE           PIC S9(5)V99.
               10  WS-EN-DEBIT-AMOUNT      PIC 9(5)V99.
               10  WS-EN-DEBIT-DATE        PIC 9(8).
               10  WS-EN-ACTION            PIC X(33).
               10  WS-EN-ERROR             PIC X.
               10  WS-EN-PRE-ROUTING       PIC 9(9).
               10  WS-EN-PRE-ACCOUNT       PIC X(17).
               10  WS-EN-PRE-DATE          PIC 9(8).
               10  WS-EN-PRE-STATUS        PIC X.
               10  WS-EN-PRE-NEW           PIC X.
               10  WS-EN-LAST-MONTH        PIC 9(6).
           05  WS-WORK-MAX-AMOUNT          PIC 9(5)V99 VALUE ZERO.
           05  WS-WORK-PULL-DAY            PIC 9(2)    VALUE ZERO.

      *   THE ACH ENTRIES - PRENOTES AND DEBITS - SORTED BY
      *   SETTLEMENT DATE FOR THE BATCHES, THEN BY CUSTOMER ID FOR
      *   THE PAYMENT TRANSACTIONS.
       01  ACH-ENTRY-AREAS.
           05  WS-AE-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-AE-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-AE-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-AE-IDX.
               10  WS-AE-ENTRY.
                   15  WS-AE-SORT-KEY.
                       20  WS-AE-EFFECTIVE     PIC 9(8).
                       20  WS-AE-CUSTOMER-ID   PIC X(5).
                   15  WS-AE-TRANS-CODE        PIC XX.
                   15  WS-AE-ROUTING.
                       20  WS-AE-ROUTING-DFI   PIC 9(8).
                       20  WS-AE-ROUTING-CHECK PIC 9.
                   15  WS-AE-ACCOUNT           PIC X(17).
                   15  WS-AE-AMOUNT            PIC 9(5)V99.
                   15  WS-AE-NAME              PIC X(22).
           05  WS-AE-SWAP                  PIC X(70).
           05  WS-SORT-ON                  PIC X       VALUE 'D'.
               88  SORT-ON-DATE                        VALUE 'D'.
               88  SORT-ON-ID                          VALUE 'I'.

       01  ACH-WORK-AREAS.
           05  WS-CREATE-YYMMDD            PIC X(6)    VALUE SPACES.
           05  WS-CREATE-HHMM              PIC X(4)    VALUE SPACES.
           05  WS-BATCH-DATE               PIC 9(8)    VALUE ZERO.
           05  WS-BATCH-NUMBER             PIC 9(7)    VALUE ZERO.
           05  WS-TRACE-SEQ                PIC 9(7)    VALUE ZERO.
           05  WS-AMOUNT-CENTS             PIC 9(10)   VALUE ZERO.
           05  WS-BATCH-ENTRY-COUNT        PIC 9(6)    VALUE ZERO.
           05  WS-BATCH-HASH               PIC 9(12)   VALUE ZERO.
           05  WS-BATCH-DEBIT              PIC 9(10)V99 VALUE ZERO.
           05  WS-FILE-ENTRY-COUNT         PIC 9(8)    VALUE ZERO.
           05  WS-FILE-HASH                PIC 9(12)   VALUE ZERO.
           05  WS-FILE-DEBIT               PIC 9(10)V99 VALUE ZERO.
           05  WS-RECORD-COUNT             PIC 9(6)    VALUE ZERO.
           05  WS-BLOCK-COUNT              PIC 9(6)    VALUE ZERO.
           05  WS-PAD-COUNT                PIC 9(2)    VALUE ZERO.
           05  WS-PAD-SUB                  PIC 9(2)    VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  DEBIT-COUNT                 PIC 9(5)    VALUE ZERO.
           05  DEBIT-TOTAL                 PIC 9(7)V99 VALUE ZERO.
           05  PRENOTE-COUNT               PIC 9(5)    VALUE ZERO.
           05  ERROR-COUNT                 PIC 9(5)    VALUE ZERO.
           05  TRANS-WRITTEN               PIC 9(5)    VALUE ZERO.

       01  ACH-FILE-HEADER.
           05  FILLER                      PIC X       VALUE "1".
           05  FILLER                      PIC XX      VALUE "01".
           05  FILLER                      PIC X       VALUE SPACE.
           05  FH-IMMED-DEST               PIC 9(9).
           05  FH-IMMED-ORIGIN             PIC X(10).
           05  FH-CREATE-DATE              PIC X(6).
           05  FH-CREATE-TIME              PIC X(4).
           05  FH-FILE-ID-MODIFIER         PIC X       VALUE "A".
           05  FILLER                      PIC X(3)    VALUE "094".
           05  FILLER                      PIC XX      VALUE "10".
           05  FILLER                      PIC X       VALUE "1".
           05  FH-DEST-NAME                PIC X(23).
           05  FH-ORIGIN-NAME              PIC X(23).
           05  FILLER                      PIC X(8)    VALUE SPACES.

      *   SERVICE CLASS 225 - DEBITS ONLY.
       01  ACH-BATCH-HEADER.
           05  FILLER                      PIC X       VALUE "5".
           05  FILLER                      PIC X(3)    VALUE "225".
           05  BH-COMPANY-NAME             PIC X(16).
           05  FILLER                      PIC X(20)   VALUE SPACES.
           05  BH-COMPANY-ID               PIC X(10).
           05  FILLER                      PIC X(3)    VALUE "PPD".
           05  FILLER                      PIC X(10)
               VALUE "AUTOPAY   ".
           05  BH-DESCRIPTIVE-DATE         PIC X(6).
           05  BH-EFFECTIVE-DATE           PIC X(6).
           05  FILLER                      PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X       VALUE "1".
           05  BH-ODFI                     PIC 9(8).
           05  BH-BATCH-NUMBER             PIC 9(7).

       01  ACH-ENTRY-DETAIL.
           05  FILLER                      PIC X       VALUE "6".
           05  ED-TRANS-CODE               PIC XX.
           05  ED-RECEIVING-DFI            PIC 9(8).
           05  ED-CHECK-DIGIT              PIC 9.
           05  ED-ACCOUNT                  PIC X(17).
           05  ED-AMOUNT                   PIC 9(10).
           05  ED-INDIVIDUAL-ID            PIC X(15).
           05  ED-INDIVIDUAL-NAME          PIC X(22).
           05  FILLER                      PIC XX      VALUE SPACES.
           05  FILLER                      PIC X       VALUE "1".
           05  ED-TRACE-ODFI               PIC 9(8).
           05  ED-TRACE-SEQ                PIC 9(7).

       01  ACH-ADDENDA.
           05  FILLER                      PIC X       VALUE "7".
           05  FILLER                      PIC XX      VALUE "05".
           05  AD-PAYMENT-INFO             PIC X(80).
           05  FILLER                      PIC 9(4)    VALUE 1.
           05  AD-ENTRY-SEQ                PIC 9(7).

       01  ACH-BATCH-CONTROL.
           05  FILLER                      PIC X       VALUE "8".
           05  FILLER                      PIC X(3)    VALUE "225".
           05  BC-ENTRY-ADDENDA-COUNT      PIC 9(6).
           05  BC-ENTRY-HASH               PIC 9(10).
           05  BC-TOTAL-DEBIT              PIC 9(12).
           05  BC-TOTAL-CREDIT             PIC 9(12)   VALUE ZERO.
           05  BC-COMPANY-ID               PIC X(10).
           05  FILLER                      PIC X(19)   VALUE SPACES.
           05  FILLER                      PIC X(6)    VALUE SPACES.
           05  BC-ODFI                     PIC 9(8).
           05  BC-BATCH-NUMBER             PIC 9(7).

       01  ACH-FILE-CONTROL.
           05  FILLER                      PIC X       VALUE "9".
           05  FC-BATCH-COUNT              PIC 9(6).
           05  FC-BLOCK-COUNT              PIC 9(6).
           05  FC-ENTRY-ADDENDA-COUNT      PIC 9(8).
           05  FC-ENTRY-HASH               PIC 9(10).
           05  FC-TOTAL-DEBIT              PIC 9(12).
           05  FC-TOTAL-CREDIT             PIC 9(12)   VALUE ZERO.
           05  FILLER                      PIC X(39)   VALUE SPACES.

       01  ACH-FILLER-LINE                 PIC X(94)   VALUE ALL "9".

       01  REGISTER-HEADING-LINE.
           05  FILLER                      PIC X(41)
               VALUE "AUTOPAY DEBIT REGISTER - STATEMENT MONTH ".
           05  HEADING-MONTH-OUT           PIC X(9).
           05                              PIC X       VALUE SPACE.
           05  HEADING-YEAR-OUT            PIC X(4).
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(31)   VALUE SPACES.

       01  REGISTER-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "CUST   NAME                     BALANCE ".
           05  FILLER                      PIC X(40)
               VALUE "  MAXIMUM      DEBIT  SETTLES   ACTION  ".
           05                              PIC X(30)   VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  REG-ID-OUT                  PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-NAME-OUT                PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-BALANCE-OUT             PIC ZZ,ZZ9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-MAXIMUM-OUT             PIC ZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-DEBIT-OUT               PIC ZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-SETTLES-OUT             PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-ACTION-OUT              PIC X(33).
           05                              PIC X(4)    VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  TOT-LABEL-OUT               PIC X(24).
           05  FILLER                      PIC X(6)    VALUE "COUNT ".
           05  TOT-COUNT-OUT               PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE "   AMOUNT ".
           05  TOT-AMOUNT-OUT              PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(53)   VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER                      PIC X(40)
               VALUE "**** AUTOPAY ALREADY PULLED FOR THIS STA".
           05  FILLER                      PIC X(40)
               VALUE "TEMENT MONTH - NOTHING DEBITED ****     ".
           05                              PIC X(30)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           COMPUTE WS-BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 105-READ-SIGNON
           PERFORM 106-SET-STATEMENT-MONTH
           IF WS-STMT-MONTH-NUM = ZERO OR
                   WS-STMT-YEAR IS NOT NUMERIC
               DISPLAY "**** STATEMENT MONTH " WS-STMT-MONTH-NAME
                   " " WS-STMT-YEAR " NOT RECOGNISED - NOTHING "
                   "DEBITED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 107-READ-ACH-PARAMETERS
           PERFORM 110-LOAD-PRENOTES
           PERFORM 115-LOAD-ENROLLMENTS
           PERFORM 120-CHECK-ALREADY-PULLED
           OPEN OUTPUT AUTOPAY-REGISTER
           PERFORM 500-WRITE-REGISTER-HEADINGS
           IF WS-ALREADY-PULLED = 'YES'
               WRITE AUTOPAY-REGISTER-REC FROM REFUSED-LINE
               DISPLAY "**** AUTOPAY ALREADY PULLED FOR "
                   WS-STMT-MONTH-NAME " " WS-STMT-YEAR
                   " - NOTHING DEBITED ****"
               MOVE 8 TO WS-CONDITION-CODE
           ELSE
               OPEN INPUT CUSTOMER-MASTER-FILE
               IF WS-EN-COUNT > ZERO
                   PERFORM 200-EVALUATE-ONE-ENROLLMENT
                       VARYING WS-EN-SUB FROM 1 BY 1
                       UNTIL WS-EN-SUB > WS-EN-COUNT
               END-IF
               CLOSE CUSTOMER-MASTER-FILE
               MOVE 'D' TO WS-SORT-ON
               PERFORM 260-SORT-ENTRIES
               PERFORM 300-WRITE-ACH-FILE
               MOVE 'I' TO WS-SORT-ON
               PERFORM 260-SORT-ENTRIES
               PERFORM 400-APPEND-PAYMENTS
               PERFORM 900-REWRITE-PRENOTE-FILE
               IF WS-EN-COUNT > ZERO
                   PERFORM 510-WRITE-ONE-REGISTER-LINE
                       VARYING WS-EN-SUB FROM 1 BY 1
                       UNTIL WS-EN-SUB > WS-EN-COUNT
               END-IF
               PERFORM 520-WRITE-REGISTER-TOTALS
               IF ERROR-COUNT > ZERO
                   DISPLAY "**** " ERROR-COUNT " AUTOPAY ENROLLMENT(S)"
                       " NOT PULLED - SEE WhitingAUTOPAY-REGISTER.LIS"
                       " ****"
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           CLOSE AUTOPAY-REGISTER
           DISPLAY "AUTOPAY DEBITS: " DEBIT-COUNT " AMOUNT: "
               DEBIT-TOTAL " PRENOTES: " PRENOTE-COUNT
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

      *   THE SAME RULE PROGRAM21 USES - THE BUSINESS DATE'S MONTH
      *   UNLESS STMT-PARMS.DAT SUPPLIES A MONTH NAME AND YEAR - SO
      *   THE DEBIT MATCHES WHAT THE STATEMENT PROMISED.
       106-SET-STATEMENT-MONTH.
           MOVE WS-BUSINESS-DATE (5:2) TO WS-MONTH-SUB
           MOVE MONTH-TABLE (WS-MONTH-SUB) TO WS-STMT-MONTH-NAME
           MOVE WS-BUSINESS-DATE (1:4) TO WS-STMT-YEAR
           OPEN INPUT STATEMENT-PARM-FILE
           READ STATEMENT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PARM-MONTH-NAME NOT = SPACES
                       MOVE PARM-MONTH-NAME TO WS-STMT-MONTH-NAME
                       MOVE PARM-YEAR TO WS-STMT-YEAR
                   END-IF
           END-READ
           CLOSE STATEMENT-PARM-FILE
           MOVE ZERO TO WS-STMT-MONTH-NUM
           PERFORM 108-FIND-MONTH-NUMBER
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           IF WS-STMT-MONTH-NUM > ZERO AND WS-STMT-YEAR IS NUMERIC
               MOVE WS-STMT-YEAR TO WS-STMT-YEAR-NUM
               COMPUTE WS-STMT-CCYYMM =
                   (WS-STMT-YEAR-NUM * 100) + WS-STMT-MONTH-NUM
               PERFORM 109-SET-DEBIT-MONTH
           END-IF.

       108-FIND-MONTH-NUMBER.
           IF MONTH-TABLE (WS-MONTH-SUB) = WS-STMT-MONTH-NAME
               MOVE WS-MONTH-SUB TO WS-STMT-MONTH-NUM
           END-IF.

      *   THE DEBITS SETTLE IN THE MONTH AFTER THE STATEMENT MONTH;
      *   ITS LAST DAY CAPS A PULL DAY THE MONTH DOES NOT HAVE.
       109-SET-DEBIT-MONTH.
           IF WS-STMT-MONTH-NUM = 12
               COMPUTE WS-DEBIT-YEAR = WS-STMT-YEAR-NUM + 1
               MOVE 1 TO WS-DEBIT-MONTH
           ELSE
               MOVE WS-STMT-YEAR-NUM TO WS-DEBIT-YEAR
               COMPUTE WS-DEBIT-MONTH = WS-STMT-MONTH-NUM + 1
           END-IF
           IF WS-DEBIT-MONTH = 12
               COMPUTE WS-MONTH-AFTER-DATE =
                   ((WS-DEBIT-YEAR + 1) * 10000) + 0101
           ELSE
               COMPUTE WS-MONTH-AFTER-DATE =
                   (WS-DEBIT-YEAR * 10000) +
                   ((WS-DEBIT-MONTH + 1) * 100) + 1
           END-IF
           COMPUTE WS-LAST-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-AFTER-DATE) - 1)
           MOVE WS-LAST-DAY-DATE (7:2) TO WS-DEBIT-LAST-DAY.

      *   ACH-PARMS.DAT IS SHARED WITH PROGRAM35 - A RUN ON THE
      *   PLACEHOLDERS IS CALLED OUT ON THE CONSOLE SO NOBODY SHIPS
      *   IT.
       107-READ-ACH-PARAMETERS.
           OPEN INPUT ACH-PARAMETER-FILE
           READ ACH-PARAMETER-FILE
               AT END
                   DISPLAY "******* NO ACH-PARMS.DAT - PLACEHOLDER "
                       "COMPANY/BANK IDENTIFIERS USED *******"
               NOT AT END
                   MOVE APR-IMMED-DEST TO WS-IMMED-DEST
                   MOVE APR-COMPANY-ID TO WS-COMPANY-ID
                   MOVE APR-COMPANY-NAME TO WS-COMPANY-NAME
                   MOVE APR-BANK-NAME TO WS-BANK-NAME
                   MOVE APR-ODFI TO WS-ODFI
           END-READ
           CLOSE ACH-PARAMETER-FILE.

       110-LOAD-PRENOTES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT AUTOPAY-PRENOTE-FILE
           PERFORM 111-READ-ONE-PRENOTE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AUTOPAY-PRENOTE-FILE.

       111-READ-ONE-PRENOTE.
           READ AUTOPAY-PRENOTE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-PRE-COUNT < 500
                       ADD 1 TO WS-PRE-COUNT
                       SET WS-PRE-IDX TO WS-PRE-COUNT
                       MOVE APN-CUSTOMER-ID
                           TO WS-PRE-CUSTOMER-ID (WS-PRE-IDX)
                       MOVE APN-ROUTING-NUMBER
                           TO WS-PRE-ROUTING (WS-PRE-IDX)
                       MOVE APN-ACCOUNT-NUMBER
                           TO WS-PRE-ACCOUNT (WS-PRE-IDX)
                       MOVE APN-DATE TO WS-PRE-DATE (WS-PRE-IDX)
                       MOVE APN-STATUS TO WS-PRE-STATUS (WS-PRE-IDX)
                       IF APN-LAST-DEBIT-MONTH IS NUMERIC
                           MOVE APN-LAST-DEBIT-MONTH
                               TO WS-PRE-LAST-MONTH (WS-PRE-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-PRE-LAST-MONTH (WS-PRE-IDX)
                       END-IF
                   ELSE
                       DISPLAY "**** PRENOTE TABLE FULL - "
                           APN-CUSTOMER-ID " OMITTED ****"
                   END-IF
           END-READ.

       115-LOAD-ENROLLMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT AUTOPAY-ENROLL-FILE
           PERFORM 116-READ-ONE-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AUTOPAY-ENROLL-FILE.

       116-READ-ONE-ENROLLMENT.
           READ AUTOPAY-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-EN-COUNT < 500
                       ADD 1 TO WS-EN-COUNT
                       SET WS-EN-IDX TO WS-EN-COUNT
                       PERFORM 117-START-ENROLLMENT-ROW
                   ELSE
                       DISPLAY "**** AUTOPAY TABLE FULL - "
                           AP-CUSTOMER-ID " OMITTED ****"
                   END-IF
           END-READ.

       117-START-ENROLLMENT-ROW.
           MOVE AP-CUSTOMER-ID TO WS-EN-CUSTOMER-ID (WS-EN-IDX)
           MOVE AP-ROUTING-NUMBER TO WS-EN-ROUTING (WS-EN-IDX)
           MOVE AP-ACCOUNT-NUMBER TO WS-EN-ACCOUNT (WS-EN-IDX)
           MOVE AP-PULL-DAY TO WS-EN-PULL-DAY (WS-EN-IDX)
           IF AP-MAX-AMOUNT IS NUMERIC
               MOVE AP-MAX-AMOUNT TO WS-EN-MAX-AMOUNT (WS-EN-IDX)
           ELSE
               MOVE ZERO TO WS-EN-MAX-AMOUNT (WS-EN-IDX)
           END-IF
           MOVE SPACES TO WS-EN-NAME (WS-EN-IDX)
           MOVE ZERO TO WS-EN-BALANCE (WS-EN-IDX)
           MOVE ZERO TO WS-EN-DEBIT-AMOUNT (WS-EN-IDX)
           MOVE ZERO TO WS-EN-DEBIT-DATE (WS-EN-IDX)
           MOVE SPACES TO WS-EN-ACTION (WS-EN-IDX)
           MOVE 'N' TO WS-EN-ERROR (WS-EN-IDX)
           MOVE ZERO TO WS-EN-PRE-ROUTING (WS-EN-IDX)
           MOVE SPACES TO WS-EN-PRE-ACCOUNT (WS-EN-IDX)
           MOVE ZERO TO WS-EN-PRE-DATE (WS-EN-IDX)
           MOVE SPACE TO WS-EN-PRE-STATUS (WS-EN-IDX)
           MOVE 'N' TO WS-EN-PRE-NEW (WS-EN-IDX)
           MOVE ZERO TO WS-EN-LAST-MONTH (WS-EN-IDX)
           SET WS-PRE-IDX TO 1
           IF WS-PRE-COUNT > ZERO
               SEARCH WS-PRE-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-PRE-CUSTOMER-ID (WS-PRE-IDX) =
                           WS-EN-CUSTOMER-ID (WS-EN-IDX)
                       PERFORM 118-CARRY-PRENOTE-STATE
               END-SEARCH
           END-IF.

       118-CARRY-PRENOTE-STATE.
           MOVE WS-PRE-ROUTING (WS-PRE-IDX)
               TO WS-EN-PRE-ROUTING (WS-EN-IDX)
           MOVE WS-PRE-ACCOUNT (WS-PRE-IDX)
               TO WS-EN-PRE-ACCOUNT (WS-EN-IDX)
           MOVE WS-PRE-DATE (WS-PRE-IDX) TO WS-EN-PRE-DATE (WS-EN-IDX)
           MOVE WS-PRE-STATUS (WS-PRE-IDX)
               TO WS-EN-PRE-STATUS (WS-EN-IDX)
           MOVE WS-PRE-LAST-MONTH (WS-PRE-IDX)
               TO WS-EN-LAST-MONTH (WS-EN-IDX).

      *   A MONTH ALREADY STAMPED ON ANY ENROLLMENT MEANS THIS
      *   STATEMENT MONTH HAS BEEN PULLED.
       120-CHECK-ALREADY-PULLED.
           IF WS-PRE-COUNT > ZERO
               PERFORM 121-CHECK-ONE-PRENOTE
                   VARYING WS-PRE-SUB FROM 1 BY 1
                   UNTIL WS-PRE-SUB > WS-PRE-COUNT
           END-IF.

       121-CHECK-ONE-PRENOTE.
           SET WS-PRE-IDX TO WS-PRE-SUB
           IF WS-PRE-LAST-MONTH (WS-PRE-IDX) = WS-STMT-CCYYMM
               MOVE 'YES' TO WS-ALREADY-PULLED
           END-IF.

      *   ONE ENROLLMENT: THE MASTER RECORD, THE ENROLLMENT'S OWN
      *   FIELDS, THE PRENOTE CYCLE, AND THEN THE DEBIT.
       200-EVALUATE-ONE-ENROLLMENT.
           SET WS-EN-IDX TO WS-EN-SUB
           MOVE WS-EN-CUSTOMER-ID (WS-EN-IDX) TO MST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO WS-MASTER-FOUND
               NOT INVALID KEY
                   MOVE 'YES' TO WS-MASTER-FOUND
                   MOVE MST-CUSTOMER-NAME TO WS-EN-NAME (WS-EN-IDX)
                   MOVE MST-BALANCE TO WS-EN-BALANCE (WS-EN-IDX)
           END-READ
           EVALUATE TRUE
               WHEN WS-MASTER-FOUND = 'NO '
                   MOVE "NOT ON CUSTOMER MASTER"
                       TO WS-EN-ACTION (WS-EN-IDX)
                   MOVE 'Y' TO WS-EN-ERROR (WS-EN-IDX)
               WHEN WS-EN-ROUTING (WS-EN-IDX) IS NOT NUMERIC
                   MOVE "ROUTING NUMBER NOT NUMERIC"
                       TO WS-EN-ACTION (WS-EN-IDX)
                   MOVE 'Y' TO WS-EN-ERROR (WS-EN-IDX)
               WHEN WS-EN-ACCOUNT (WS-EN-IDX) = SPACES
                   MOVE "NO BANK ACCOUNT NUMBER"
                       TO WS-EN-ACTION (WS-EN-IDX)
                   MOVE 'Y' TO WS-EN-ERROR (WS-EN-IDX)
               WHEN WS-EN-PULL-DAY (WS-EN-IDX) IS NOT NUMERIC
                   MOVE "PULL DAY NOT 01 TO 31"
                       TO WS-EN-ACTION (WS-EN-IDX)
                   MOVE 'Y' TO WS-EN-ERROR (WS-EN-IDX)
               WHEN WS-EN-PULL-DAY (WS-EN-IDX) = "00" OR
                       WS-EN-PULL-DAY (WS-EN-IDX) > "31"
                   MOVE "PULL DAY NOT 01 TO 31"
                       TO WS-EN-ACTION (WS-EN-IDX)
                   MOVE 'Y' TO WS-EN-ERROR (WS-EN-IDX)
               WHEN OTHER
                   PERFORM 210-SET-PRENOTE-STATE
                   EVALUATE TRUE
                       WHEN WS-EN-PRE-NEW (WS-EN-IDX) = 'Y'
                           MOVE "PRENOTE SENT - NOT YET DEBITED"
                               TO WS-EN-ACTION (WS-EN-IDX)
                           PERFORM 250-ADD-PRENOTE-ENTRY
                       WHEN WS-EN-PRE-STATUS (WS-EN-IDX) = 'A'
                           PERFORM 220-SET-DEBIT
                       WHEN OTHER
                           MOVE "PRENOTE NOT YET AGED"
                               TO WS-EN-ACTION (WS-EN-IDX)
                   END-EVALUATE
           END-EVALUATE
           IF WS-EN-ERROR (WS-EN-IDX) = 'Y'
               ADD 1 TO ERROR-COUNT
           END-IF.

      *   THE SAME PRENOTE CYCLE AS PROGRAM02: AN ACCOUNT NEVER SEEN,
      *   OR ONE WHOSE ROUTING OR ACCOUNT CHANGED, STARTS A FRESH
      *   PRENOTE TODAY; A PENDING PRENOTE THAT HAS AGED CLEAN GOES
      *   LIVE; ONLY A LIVE ACCOUNT IS DEBITED.
       210-SET-PRENOTE-STATE.
           IF WS-EN-PRE-STATUS (WS-EN-IDX) = SPACE OR
                   WS-EN-PRE-ROUTING (WS-EN-IDX) NOT =
                   WS-EN-ROUTING (WS-EN-IDX) OR
                   WS-EN-PRE-ACCOUNT (WS-EN-IDX) NOT =
                   WS-EN-ACCOUNT (WS-EN-IDX)
               MOVE 'Y' TO WS-EN-PRE-NEW (WS-EN-IDX)
               MOVE 'P' TO WS-EN-PRE-STATUS (WS-EN-IDX)
               MOVE WS-BUSINESS-DATE TO WS-EN-PRE-DATE (WS-EN-IDX)
               MOVE WS-EN-ROUTING (WS-EN-IDX)
                   TO WS-EN-PRE-ROUTING (WS-EN-IDX)
               MOVE WS-EN-ACCOUNT (WS-EN-IDX)
                   TO WS-EN-PRE-ACCOUNT (WS-EN-IDX)
           ELSE
               IF WS-EN-PRE-STATUS (WS-EN-IDX) NOT = 'A' AND
                       WS-EN-PRE-DATE (WS-EN-IDX) IS NUMERIC AND
                       WS-EN-PRE-DATE (WS-EN-IDX) > ZERO
                   COMPUTE WS-PRE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE
                           (WS-EN-PRE-DATE (WS-EN-IDX))
                   IF WS-BUSINESS-DATE-INT - WS-PRE-DATE-INT >=
                           PRENOTE-AGE-DAYS
                       MOVE 'A' TO WS-EN-PRE-STATUS (WS-EN-IDX)
                   END-IF
               END-IF
           END-IF.

      *   THE CLOSING BALANCE UP TO THE CUSTOMER'S MAXIMUM, SETTLING
      *   ON THE PULL DAY OF THE MONTH AFTER THE STATEMENT MONTH.
       220-SET-DEBIT.
           MOVE WS-EN-MAX-AMOUNT (WS-EN-IDX) TO WS-WORK-MAX-AMOUNT
           EVALUATE TRUE
               WHEN WS-WORK-MAX-AMOUNT = ZERO
                   MOVE "NO MAXIMUM PULL AMOUNT"
                       TO WS-EN-ACTION (WS-EN-IDX)
                   MOVE 'Y' TO WS-EN-ERROR (WS-EN-IDX)
               WHEN WS-EN-BALANCE (WS-EN-IDX) NOT > ZERO
                   MOVE "NO BALANCE DUE"
                       TO WS-EN-ACTION (WS-EN-IDX)
               WHEN OTHER
                   IF WS-EN-BALANCE (WS-EN-IDX) > WS-WORK-MAX-AMOUNT
                       MOVE WS-WORK-MAX-AMOUNT
                           TO WS-EN-DEBIT-AMOUNT (WS-EN-IDX)
                       MOVE "DEBIT - HELD TO THE MAXIMUM"
                           TO WS-EN-ACTION (WS-EN-IDX)
                   ELSE
                       MOVE WS-EN-BALANCE (WS-EN-IDX)
                           TO WS-EN-DEBIT-AMOUNT (WS-EN-IDX)
                       MOVE "DEBIT" TO WS-EN-ACTION (WS-EN-IDX)
                   END-IF
                   MOVE WS-EN-PULL-DAY (WS-EN-IDX) TO WS-WORK-PULL-DAY
                   IF WS-WORK-PULL-DAY > WS-DEBIT-LAST-DAY
                       MOVE WS-DEBIT-LAST-DAY TO WS-DEBIT-DAY
                   ELSE
                       MOVE WS-WORK-PULL-DAY TO WS-DEBIT-DAY
                   END-IF
                   COMPUTE WS-EN-DEBIT-DATE (WS-EN-IDX) =
                       (WS-DEBIT-YEAR * 10000) +
                       (WS-DEBIT-MONTH * 100) + WS-DEBIT-DAY
                   MOVE WS-STMT-CCYYMM TO WS-EN-LAST-MONTH (WS-EN-IDX)
                   PERFORM 255-ADD-DEBIT-ENTRY
           END-EVALUATE.

      *   A PRENOTE SETTLES AS SOON AS THE BANK TAKES IT - ITS BATCH
      *   CARRIES THE BUSINESS DATE.
       250-ADD-PRENOTE-ENTRY.
           IF WS-AE-COUNT < 1000
               ADD 1 TO WS-AE-COUNT
               SET WS-AE-IDX TO WS-AE-COUNT
               MOVE WS-BUSINESS-DATE TO WS-AE-EFFECTIVE (WS-AE-IDX)
               MOVE "28" TO WS-AE-TRANS-CODE (WS-AE-IDX)
               MOVE ZERO TO WS-AE-AMOUNT (WS-AE-IDX)
               PERFORM 256-FILL-ENTRY
               ADD 1 TO PRENOTE-COUNT
           END-IF.

       255-ADD-DEBIT-ENTRY.
           IF WS-AE-COUNT < 1000
               ADD 1 TO WS-AE-COUNT
               SET WS-AE-IDX TO WS-AE-COUNT
               MOVE WS-EN-DEBIT-DATE (WS-EN-IDX)
                   TO WS-AE-EFFECTIVE (WS-AE-IDX)
               MOVE "27" TO WS-AE-TRANS-CODE (WS-AE-IDX)
               MOVE WS-EN-DEBIT-AMOUNT (WS-EN-IDX)
                   TO WS-AE-AMOUNT (WS-AE-IDX)
               PERFORM 256-FILL-ENTRY
               ADD 1 TO DEBIT-COUNT
               ADD WS-EN-DEBIT-AMOUNT (WS-EN-IDX) TO DEBIT-TOTAL
           END-IF.

       256-FILL-ENTRY.
           MOVE WS-EN-CUSTOMER-ID (WS-EN-IDX)
               TO WS-AE-CUSTOMER-ID (WS-AE-IDX)
           MOVE WS-EN-ROUTING (WS-EN-IDX) TO WS-AE-ROUTING (WS-AE-IDX)
           MOVE WS-EN-ACCOUNT (WS-EN-IDX) TO WS-AE-ACCOUNT (WS-AE-IDX)
           MOVE WS-EN-NAME (WS-EN-IDX) TO WS-AE-NAME (WS-AE-IDX).

      *   A SIMPLE EXCHANGE SORT ON THE ENTRY TABLE - BY SETTLEMENT
      *   DATE AND ID FOR THE ACH BATCHES, BY ID ALONE FOR THE
      *   PAYMENT TRANSACTIONS PROGRAM13'S SEQUENCE CHECK READS.
       260-SORT-ENTRIES.
           IF WS-AE-COUNT > 1
               PERFORM 261-ONE-SORT-PASS
                   VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB >= WS-AE-COUNT
           END-IF.

       261-ONE-SORT-PASS.
           PERFORM 262-COMPARE-AND-SWAP
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB >= WS-AE-COUNT.

       262-COMPARE-AND-SWAP.
           IF SORT-ON-DATE
               IF WS-AE-SORT-KEY (WS-SCAN-SUB) >
                       WS-AE-SORT-KEY (WS-SCAN-SUB + 1)
                   PERFORM 263-SWAP-ENTRIES
               END-IF
           ELSE
               IF WS-AE-CUSTOMER-ID (WS-SCAN-SUB) >
                       WS-AE-CUSTOMER-ID (WS-SCAN-SUB + 1)
                   PERFORM 263-SWAP-ENTRIES
               END-IF
           END-IF.

       263-SWAP-ENTRIES.
           MOVE WS-AE-ENTRY (WS-SCAN-SUB) TO WS-AE-SWAP
           MOVE WS-AE-ENTRY (WS-SCAN-SUB + 1)
               TO WS-AE-ENTRY (WS-SCAN-SUB)
           MOVE WS-AE-SWAP TO WS-AE-ENTRY (WS-SCAN-SUB + 1).

      *   ONE FILE HEADER, A BATCH FOR EACH SETTLEMENT DATE, AND THE
      *   FILE CONTROL, PADDED TO A FULL BLOCK OF TEN.
       300-WRITE-ACH-FILE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (3:6) TO WS-CREATE-YYMMDD
           MOVE RUN-DATE-WORK (9:4) TO WS-CREATE-HHMM
           OPEN OUTPUT ACH-FILE
           MOVE WS-IMMED-DEST TO FH-IMMED-DEST
           MOVE WS-COMPANY-ID TO FH-IMMED-ORIGIN
           MOVE WS-CREATE-YYMMDD TO FH-CREATE-DATE
           MOVE WS-CREATE-HHMM TO FH-CREATE-TIME
           MOVE WS-BANK-NAME TO FH-DEST-NAME
           MOVE WS-COMPANY-NAME TO FH-ORIGIN-NAME
           WRITE ACH-REC FROM ACH-FILE-HEADER
           ADD 1 TO WS-RECORD-COUNT
           IF WS-AE-COUNT > ZERO
               PERFORM 310-WRITE-ONE-ENTRY
                   VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB > WS-AE-COUNT
           END-IF
           IF WS-BATCH-OPEN = 'YES'
               PERFORM 330-WRITE-BATCH-CONTROL
           END-IF
           PERFORM 340-WRITE-FILE-CONTROL
           PERFORM 350-PAD-TO-FULL-BLOCK
           CLOSE ACH-FILE.

       310-WRITE-ONE-ENTRY.
           SET WS-AE-IDX TO WS-AE-SUB
           IF WS-BATCH-OPEN = 'YES' AND
                   WS-AE-EFFECTIVE (WS-AE-IDX) NOT = WS-BATCH-DATE
               PERFORM 330-WRITE-BATCH-CONTROL
           END-IF
           IF WS-BATCH-OPEN = 'NO '
               PERFORM 320-WRITE-BATCH-HEADER
           END-IF
           ADD 1 TO WS-TRACE-SEQ
           MOVE WS-AE-TRANS-CODE (WS-AE-IDX) TO ED-TRANS-CODE
           MOVE WS-AE-ROUTING-DFI (WS-AE-IDX) TO ED-RECEIVING-DFI
           MOVE WS-AE-ROUTING-CHECK (WS-AE-IDX) TO ED-CHECK-DIGIT
           MOVE WS-AE-ACCOUNT (WS-AE-IDX) TO ED-ACCOUNT
           COMPUTE WS-AMOUNT-CENTS = WS-AE-AMOUNT (WS-AE-IDX) * 100
           MOVE WS-AMOUNT-CENTS TO ED-AMOUNT
           MOVE WS-AE-CUSTOMER-ID (WS-AE-IDX) TO ED-INDIVIDUAL-ID
           MOVE WS-AE-NAME (WS-AE-IDX) TO ED-INDIVIDUAL-NAME
           MOVE WS-ODFI TO ED-TRACE-ODFI
           MOVE WS-TRACE-SEQ TO ED-TRACE-SEQ
           WRITE ACH-REC FROM ACH-ENTRY-DETAIL
           MOVE SPACES TO AD-PAYMENT-INFO
           STRING "AUTOPAY STATEMENT " WS-STMT-MONTH-NAME " "
                  WS-STMT-YEAR
               DELIMITED BY SIZE INTO AD-PAYMENT-INFO
           MOVE WS-TRACE-SEQ TO AD-ENTRY-SEQ
           WRITE ACH-REC FROM ACH-ADDENDA
           ADD 2 TO WS-RECORD-COUNT
           ADD 2 TO WS-BATCH-ENTRY-COUNT
           ADD WS-AE-ROUTING-DFI (WS-AE-IDX) TO WS-BATCH-HASH
           ADD WS-AE-AMOUNT (WS-AE-IDX) TO WS-BATCH-DEBIT.

       320-WRITE-BATCH-HEADER.
           ADD 1 TO WS-BATCH-NUMBER
           MOVE WS-AE-EFFECTIVE (WS-AE-IDX) TO WS-BATCH-DATE
           MOVE WS-COMPANY-NAME TO BH-COMPANY-NAME
           MOVE WS-COMPANY-ID TO BH-COMPANY-ID
           MOVE WS-BUSINESS-DATE (3:6) TO BH-DESCRIPTIVE-DATE
           MOVE WS-BATCH-DATE (3:6) TO BH-EFFECTIVE-DATE
           MOVE WS-ODFI TO BH-ODFI
           MOVE WS-BATCH-NUMBER TO BH-BATCH-NUMBER
           WRITE ACH-REC FROM ACH-BATCH-HEADER
           ADD 1 TO WS-RECORD-COUNT
           MOVE ZERO TO WS-BATCH-ENTRY-COUNT
           MOVE ZERO TO WS-BATCH-HASH
           MOVE ZERO TO WS-BATCH-DEBIT
           MOVE 'YES' TO WS-BATCH-OPEN.

      *   THE ENTRY HASH IS THE SUM OF THE RECEIVING ROUTING NUMBERS
      *   (LESS CHECK DIGITS), TRUNCATED TO ITS LOW TEN DIGITS.
       330-WRITE-BATCH-CONTROL.
           MOVE WS-BATCH-ENTRY-COUNT TO BC-ENTRY-ADDENDA-COUNT
           MOVE WS-BATCH-HASH (3:10) TO BC-ENTRY-HASH
           COMPUTE BC-TOTAL-DEBIT = WS-BATCH-DEBIT * 100
           MOVE WS-COMPANY-ID TO BC-COMPANY-ID
           MOVE WS-ODFI TO BC-ODFI
           MOVE WS-BATCH-NUMBER TO BC-BATCH-NUMBER
           WRITE ACH-REC FROM ACH-BATCH-CONTROL
           ADD 1 TO WS-RECORD-COUNT
           ADD WS-BATCH-ENTRY-COUNT TO WS-FILE-ENTRY-COUNT
           ADD WS-BATCH-HASH TO WS-FILE-HASH
           ADD WS-BATCH-DEBIT TO WS-FILE-DEBIT
           MOVE 'NO ' TO WS-BATCH-OPEN.

       340-WRITE-FILE-CONTROL.
           ADD 1 TO WS-RECORD-COUNT
           COMPUTE WS-BLOCK-COUNT =
               (WS-RECORD-COUNT + 9) / 10
           MOVE WS-BATCH-NUMBER TO FC-BATCH-COUNT
           MOVE WS-BLOCK-COUNT TO FC-BLOCK-COUNT
           MOVE WS-FILE-ENTRY-COUNT TO FC-ENTRY-ADDENDA-COUNT
           MOVE WS-FILE-HASH (3:10) TO FC-ENTRY-HASH
           COMPUTE FC-TOTAL-DEBIT = WS-FILE-DEBIT * 100
           WRITE ACH-REC FROM ACH-FILE-CONTROL.

       350-PAD-TO-FULL-BLOCK.
           COMPUTE WS-PAD-COUNT =
               (WS-BLOCK-COUNT * 10) - WS-RECORD-COUNT
           IF WS-PAD-COUNT > ZERO
               PERFORM 355-WRITE-ONE-FILLER
                   VARYING WS-PAD-SUB FROM 1 BY 1
                   UNTIL WS-PAD-SUB > WS-PAD-COUNT
           END-IF.

       355-WRITE-ONE-FILLER.
           WRITE ACH-REC FROM ACH-FILLER-LINE.

      *   ONE '3' PAYMENT PER DEBIT, EFFECTIVE ON THE SETTLEMENT DATE
      *   SO PROGRAM13 HOLDS IT UNTIL THE MONEY IS IN.
       400-APPEND-PAYMENTS.
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-AE-COUNT > ZERO
               PERFORM 410-WRITE-ONE-PAYMENT
                   VARYING WS-AE-SUB FROM 1 BY 1
                   UNTIL WS-AE-SUB > WS-AE-COUNT
           END-IF
           CLOSE DAILY-TRANS-FILE.

       410-WRITE-ONE-PAYMENT.
           SET WS-AE-IDX TO WS-AE-SUB
           IF WS-AE-TRANS-CODE (WS-AE-IDX) = "27"
               MOVE SPACES TO TRANS-REC
               MOVE WS-AE-CUSTOMER-ID (WS-AE-IDX) TO TRANS-CUSTOMER-ID
               MOVE ZERO TO TRANS-MAX-CREDIT
               MOVE WS-AE-AMOUNT (WS-AE-IDX) TO TRANS-BALANCE
               MOVE '3' TO TRANS-TYPE-CODE
               MOVE WS-AE-EFFECTIVE (WS-AE-IDX)
                   TO TRANS-EFFECTIVE-DATE
               STRING "AP" WS-STMT-CCYYMM
                   DELIMITED BY SIZE INTO TRANS-REFERENCE
               WRITE TRANS-REC
               ADD 1 TO TRANS-WRITTEN
           END-IF.

       500-WRITE-REGISTER-HEADINGS.
           MOVE WS-STMT-MONTH-NAME TO HEADING-MONTH-OUT
           MOVE WS-STMT-YEAR TO HEADING-YEAR-OUT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE AUTOPAY-REGISTER-REC FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO AUTOPAY-REGISTER-REC
           WRITE AUTOPAY-REGISTER-REC
           WRITE AUTOPAY-REGISTER-REC FROM REGISTER-COLUMN-LINE.

       510-WRITE-ONE-REGISTER-LINE.
           SET WS-EN-IDX TO WS-EN-SUB
           MOVE WS-EN-CUSTOMER-ID (WS-EN-IDX) TO REG-ID-OUT
           MOVE WS-EN-NAME (WS-EN-IDX) TO REG-NAME-OUT
           MOVE WS-EN-BALANCE (WS-EN-IDX) TO REG-BALANCE-OUT
           MOVE WS-EN-MAX-AMOUNT (WS-EN-IDX) TO REG-MAXIMUM-OUT
           MOVE WS-EN-DEBIT-AMOUNT (WS-EN-IDX) TO REG-DEBIT-OUT
           IF WS-EN-DEBIT-DATE (WS-EN-IDX) > ZERO
               MOVE WS-EN-DEBIT-DATE (WS-EN-IDX) TO REG-SETTLES-OUT
           ELSE
               MOVE SPACES TO REG-SETTLES-OUT
           END-IF
           MOVE WS-EN-ACTION (WS-EN-IDX) TO REG-ACTION-OUT
           WRITE AUTOPAY-REGISTER-REC FROM REGISTER-DETAIL-LINE.

       520-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO AUTOPAY-REGISTER-REC
           WRITE AUTOPAY-REGISTER-REC
           MOVE "DEBITS" TO TOT-LABEL-OUT
           MOVE DEBIT-COUNT TO TOT-COUNT-OUT
           MOVE DEBIT-TOTAL TO TOT-AMOUNT-OUT
           WRITE AUTOPAY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "PRENOTES" TO TOT-LABEL-OUT
           MOVE PRENOTE-COUNT TO TOT-COUNT-OUT
           MOVE ZERO TO TOT-AMOUNT-OUT
           WRITE AUTOPAY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "NOT PULLED - IN ERROR" TO TOT-LABEL-OUT
           MOVE ERROR-COUNT TO TOT-COUNT-OUT
           MOVE ZERO TO TOT-AMOUNT-OUT
           WRITE AUTOPAY-REGISTER-REC FROM REGISTER-TOTAL-LINE.

      *   REWRITES THE PRENOTE STATE FILE FROM THE ENROLLMENT TABLE -
      *   AN ENROLLMENT THAT WENT AWAY TAKES ITS PRENOTE STATE WITH
      *   IT, AS IN PROGRAM02.
       900-REWRITE-PRENOTE-FILE.
           OPEN OUTPUT AUTOPAY-PRENOTE-FILE
           IF WS-EN-COUNT > ZERO
               PERFORM 901-WRITE-ONE-PRENOTE-STATE
                   VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-COUNT
           END-IF
           CLOSE AUTOPAY-PRENOTE-FILE.

       901-WRITE-ONE-PRENOTE-STATE.
           SET WS-EN-IDX TO WS-EN-SUB
           IF WS-EN-PRE-STATUS (WS-EN-IDX) NOT = SPACE
               MOVE SPACES TO APN-REC
               MOVE WS-EN-CUSTOMER-ID (WS-EN-IDX) TO APN-CUSTOMER-ID
               MOVE WS-EN-PRE-ROUTING (WS-EN-IDX)
                   TO APN-ROUTING-NUMBER
               MOVE WS-EN-PRE-ACCOUNT (WS-EN-IDX)
                   TO APN-ACCOUNT-NUMBER
               MOVE WS-EN-PRE-DATE (WS-EN-IDX) TO APN-DATE
               MOVE WS-EN-PRE-STATUS (WS-EN-IDX) TO APN-STATUS
               MOVE WS-EN-LAST-MONTH (WS-EN-IDX)
                   TO APN-LAST-DEBIT-MONTH
               WRITE APN-REC
           END-IF.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM73" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE WS-EN-COUNT TO RL-RECORDS-READ
           MOVE ERROR-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE DEBIT-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM73.
