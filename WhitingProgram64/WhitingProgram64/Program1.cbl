      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM64.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program turns stale, uncashed payroll checks over to the
      *state as unclaimed wages, instead of leaving them outstanding
      *in WhitingEMP-CHECKS.DAT forever.
      *ESCHEAT-PARMS.DAT carries the state's dormancy period in days,
      *the days the employee is given to answer the due-diligence
      *letter, and our holder id, name, and state for the report.
      *Without it nothing is touched and the run ends condition
      *code 8.
      *First pass: every check still issued (state I) and older than
      *the dormancy period gets a due-diligence letter on
      *WhitingDUE-DILIGENCE.LIS, addressed from the payroll master
      *(by employee number, or by name for a check from before the
      *number rode the check file), and a notice with its answer-by
      *date is kept in WhitingESCHEAT-NOTICES.DAT.
      *Second pass: a noticed check still uncashed after its
      *answer-by date is escheated - a state E record is appended to
      *the check state file, the check goes to the state on
      *WhitingUNCLAIMED-PROPERTY.DAT (holder record, one property
      *record per check, trailer with count and total), and a void
      *goes to the bank on WhitingPOSITIVE-PAY-ESCHEAT.DAT, kept in
      *the positive-pay history and transmission log so PROGRAM63
      *can resend it.  A check cashed or voided after its letter
      *simply drops off the notice file.
      *The run's escheated total is handed to PROGRAM31 on
      *WhitingESCHEAT.DAT, sealed, and posts out of cash into
      *unclaimed property payable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ESCHEAT-PARM-FILE
               ASSIGN TO "..\..\..\..\ESCHEAT-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "..\..\..\..\PAYROLL-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTICE-FILE
               ASSIGN TO "..\..\..\..\WhitingESCHEAT-NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LETTER-FILE
               ASSIGN TO "..\..\..\..\WhitingDUE-DILIGENCE.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-REGISTER-FILE
               ASSIGN TO "..\..\..\..\WhitingESCHEAT-REGISTER.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNCLAIMED-PROPERTY-FILE
               ASSIGN TO "..\..\..\..\WhitingUNCLAIMED-PROPERTY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ESCHEAT-HANDOFF-FILE
               ASSIGN TO "..\..\..\..\WhitingESCHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-PARM-FILE
               ASSIGN TO "..\..\..\..\POSITIVE-PAY-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY-ESCHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-XMIT-LOG
               ASSIGN TO "..\..\..\..\WhitingPOSPAY-XMIT-LOG.DAT"
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
      *   THE STATE'S RULES AND WHO WE ARE TO THE STATE.
       FD  ESCHEAT-PARM-FILE.
       01  ESCHEAT-PARM-REC.
           05  EP-DORMANCY-DAYS      PIC 9(4).
           05  EP-NOTICE-DAYS        PIC 9(3).
           05  EP-HOLDER-ID          PIC X(10).
           05  EP-HOLDER-NAME        PIC X(30).
           05  EP-HOLDER-STATE       PIC XX.

      *   THE SAME CHECK STATE RECORD PROGRAM36 APPENDS AND PROGRAM39
      *   COMPACTS - THE LAST RECORD PER NUMBER IS ITS STATE.
       FD  CHECK-DATA-FILE.
       01  CHECK-DATA-REC.
           05  CK-NUMBER             PIC 9(6).
           05  CK-PAYEE              PIC X(20).
           05  CK-AMOUNT             PIC 9(5)V99.
           05  CK-ISSUE-DATE         PIC 9(8).
           05  CK-STATUS             PIC X.
               88  CK-IS-ISSUED              VALUE 'I'.
               88  CK-IS-ESCHEATED           VALUE 'E'.
           05  CK-CLEAR-DATE         PIC 9(8).
           05  CK-EMP-NUM            PIC X(5).

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

      *   ONE RECORD PER LETTER SENT AND NOT YET ANSWERED.
       FD  NOTICE-FILE.
       01  NOTICE-REC.
           05  EN-CHECK-NUMBER       PIC 9(6).
           05  EN-NOTICE-DATE        PIC 9(8).
           05  EN-DEADLINE-DATE      PIC 9(8).
           05  EN-AMOUNT             PIC 9(5)V99.

       FD  LETTER-FILE.
       01  LETTER-REC                PIC X(80).

       FD  ESCHEAT-REGISTER-FILE.
       01  ESCHEAT-REGISTER-REC      PIC X(100).

      *   THE STATE'S UNCLAIMED-PROPERTY REPORT - ONE HOLDER RECORD,
      *   ONE PROPERTY RECORD PER CHECK TURNED OVER, ONE TRAILER.
      *   PROPERTY TYPE PR01 IS UNCLAIMED WAGES, PAYROLL, OR SALARY.
       FD  UNCLAIMED-PROPERTY-FILE.
       01  UP-HOLDER-REC.
           05  UP-RECORD-TYPE        PIC X.
               88  UP-IS-HOLDER              VALUE 'H'.
               88  UP-IS-PROPERTY            VALUE 'P'.
               88  UP-IS-TRAILER             VALUE 'T'.
           05  UP-HOLDER-ID          PIC X(10).
           05  UP-HOLDER-NAME        PIC X(30).
           05  UP-HOLDER-STATE       PIC XX.
           05  UP-REPORT-DATE        PIC 9(8).
           05                        PIC X(53).
       01  UP-PROPERTY-REC.
           05                        PIC X.
           05  UP-OWNER-NAME         PIC X(20).
           05  UP-OWNER-STREET       PIC X(25).
           05  UP-OWNER-CITY         PIC X(15).
           05  UP-OWNER-STATE        PIC XX.
           05  UP-OWNER-ZIP          PIC X(10).
           05  UP-PROPERTY-TYPE      PIC X(4).
           05  UP-CHECK-NUMBER       PIC 9(6).
           05  UP-ISSUE-DATE         PIC 9(8).
           05  UP-AMOUNT             PIC 9(7)V99.
           05  UP-EMP-NUM            PIC X(5).
       01  UP-TRAILER-REC.
           05                        PIC X.
           05  UP-PROPERTY-COUNT     PIC 9(7).
           05  UP-PROPERTY-TOTAL     PIC 9(9)V99.
           05                        PIC X(85).

      *   THE HAND-OFF TO THE GL POSTING, SEALED LIKE EVERY OTHER.
       FD  ESCHEAT-HANDOFF-FILE.
       01  ESCHEAT-HANDOFF-REC.
           05  ESC-RUN-DATE          PIC 9(8).
           05  ESC-TOTAL             PIC 9(9)V99.
           05  ESC-COUNT             PIC 9(5).
       01  ESCHEAT-SEAL-REC          PIC X(22).

       FD  POSPAY-PARM-FILE.
       01  POSPAY-PARM-REC.
           05  PPM-ROUTING-NUMBER    PIC 9(9).
           05  PPM-ACCOUNT-NUMBER    PIC X(17).

       FD  POSITIVE-PAY-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PP==.

       FD  POSPAY-HISTORY-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PH==.

       FD  POSPAY-XMIT-LOG.
       COPY PPXMIT REPLACING ==:PFX:== BY ==XL==.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-PARMS-FOUND              PIC X(3)    VALUE 'NO '.
           05  WS-POSPAY-PARMS-FOUND       PIC X(3)    VALUE 'NO '.
           05  WS-CHECK-OVERFLOW           PIC X       VALUE 'N'.
           05  WS-ADDRESS-FOUND            PIC X(3)    VALUE 'NO '.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
           05  WS-RUN-DATE-INT             PIC 9(7)    VALUE ZERO.
           05  WS-ISSUE-DATE-INT           PIC 9(7)    VALUE ZERO.
           05  WS-DEADLINE-INT             PIC 9(7)    VALUE ZERO.
           05  WS-DEADLINE-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-AGE-DAYS                 PIC 9(5)    VALUE ZERO.
           05  WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).

       01  ESCHEAT-RULE-AREAS.
           05  WS-DORMANCY-DAYS            PIC 9(4)    VALUE ZERO.
           05  WS-NOTICE-DAYS              PIC 9(3)    VALUE ZERO.
           05  WS-HOLDER-ID                PIC X(10)   VALUE SPACES.
           05  WS-HOLDER-NAME              PIC X(30)   VALUE SPACES.
           05  WS-HOLDER-STATE             PIC XX      VALUE SPACES.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

      *   THE CURRENT STATE OF EVERY CHECK NUMBER, LOADED LAST-
      *   RECORD-WINS THE SAME WAY PROGRAM39 LOADS IT.
       01  CHECK-TABLE-AREAS.
           05  WS-CHECK-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-CHECK-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-CHECK-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-CHECK-IDX.
               10  WS-CHECK-NUMBER         PIC 9(6).
               10  WS-CHECK-PAYEE          PIC X(20).
               10  WS-CHECK-AMOUNT         PIC 9(5)V99.
               10  WS-CHECK-ISSUE-DATE     PIC 9(8).
               10  WS-CHECK-STATUS         PIC X.
               10  WS-CHECK-EMP-NUM        PIC X(5).

      *   THE LAST KNOWN ADDRESS OF EVERY EMPLOYEE ON THE MASTER.
       01  ADDRESS-TABLE-AREAS.
           05  WS-ADDRESS-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-ADDRESS-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-ADDRESS-IDX.
               10  WS-ADDR-EMP-NUM         PIC X(5).
               10  WS-ADDR-NAME            PIC X(20).
               10  WS-ADDR-STREET          PIC X(25).
               10  WS-ADDR-CITY            PIC X(15).
               10  WS-ADDR-STATE           PIC XX.
               10  WS-ADDR-ZIP             PIC X(10).
           05  WS-OWNER-STREET             PIC X(25)   VALUE SPACES.
           05  WS-OWNER-CITY               PIC X(15)   VALUE SPACES.
           05  WS-OWNER-STATE              PIC XX      VALUE SPACES.
           05  WS-OWNER-ZIP                PIC X(10)   VALUE SPACES.

      *   THE LETTERS OUTSTANDING, CARRIED ACROSS RUNS.
       01  NOTICE-TABLE-AREAS.
           05  WS-NOTICE-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-NOTICE-SUB               PIC 9(3)    VALUE ZERO.
           05  WS-NOTICE-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-NOTICE-IDX.
               10  WS-NOTICE-CHECK         PIC 9(6).
               10  WS-NOTICE-DATE          PIC 9(8).
               10  WS-NOTICE-DEADLINE      PIC 9(8).
               10  WS-NOTICE-AMOUNT        PIC 9(5)V99.

       01  PROGRAM-ACCUMULATORS.
           05  CHECKS-EXAMINED             PIC 9(5)    VALUE ZERO.
           05  NOTICES-SENT                PIC 9(5)    VALUE ZERO.
           05  NOTICES-PENDING             PIC 9(5)    VALUE ZERO.
           05  NOTICES-NO-ADDRESS          PIC 9(5)    VALUE ZERO.
           05  CHECKS-ESCHEATED            PIC 9(5)    VALUE ZERO.
           05  TOTAL-NOTICED               PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-ESCHEATED             PIC 9(9)V99 VALUE ZERO.

       01  POSITIVE-PAY-AREAS.
           05  WS-POSPAY-ROUTING           PIC 9(9)    VALUE ZERO.
           05  WS-POSPAY-ACCOUNT           PIC X(17)   VALUE SPACES.
           05  WS-POSPAY-VOID-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-POSPAY-VOID-TOTAL        PIC 9(8)V99 VALUE ZERO.
           05  WS-POSPAY-SEAL-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-POSPAY-SEAL-HASH         PIC 9(11)   VALUE ZERO.
           05  WS-POSPAY-CENTS             PIC 9(10)   VALUE ZERO.
       COPY SEALTRLR REPLACING ==:PFX:== BY ==SL==.

      *   THE DUE-DILIGENCE LETTER, ONE PAGE PER CHECK.
       01  LETTER-LINES.
           05  LETTER-DATE-LINE.
               10                          PIC X(60)   VALUE SPACES.
               10  LTR-DATE-OUT            PIC X(10).
           05  LETTER-HOLDER-LINE.
               10  LTR-HOLDER-OUT          PIC X(30).
           05  LETTER-NAME-LINE.
               10  LTR-NAME-OUT            PIC X(20).
           05  LETTER-STREET-LINE.
               10  LTR-STREET-OUT          PIC X(25).
           05  LETTER-CITY-LINE.
               10  LTR-CITY-OUT            PIC X(15).
               10                          PIC X       VALUE SPACE.
               10  LTR-STATE-OUT           PIC XX.
               10                          PIC X(2)    VALUE SPACES.
               10  LTR-ZIP-OUT             PIC X(10).
           05  LETTER-RE-LINE.
               10                          PIC X(31)
                   VALUE "RE: UNCASHED PAYROLL CHECK NO. ".
               10  LTR-RE-CHECK-OUT        PIC 9(6).
           05  LETTER-BODY-1.
               10                          PIC X(40)
                   VALUE "OUR RECORDS SHOW THAT PAYROLL CHECK NO. ".
               10  LTR-CHECK-OUT           PIC 9(6).
               10                          PIC X(18)
                   VALUE ", ISSUED TO YOU ON".
           05  LETTER-BODY-2.
               10  LTR-ISSUE-DATE-OUT      PIC X(10).
               10                          PIC X(5)    VALUE " FOR ".
               10  LTR-AMOUNT-OUT          PIC $$$,$$9.99.
               10                          PIC X(35)
                   VALUE ", HAS NEVER BEEN CASHED.  UNDER THE".
           05  LETTER-BODY-3.
               10                          PIC X(39)
                   VALUE "UNCLAIMED PROPERTY LAW OF THE STATE OF ".
               10  LTR-STATE-LAW-OUT       PIC XX.
               10                          PIC X(23)
                   VALUE ", WAGES LEFT UNCLAIMED".
           05  LETTER-BODY-4.
               10                          PIC X(32)
                   VALUE "MUST BE REPORTED AND TURNED OVER".
               10                          PIC X(29)
                   VALUE " TO THE STATE.  TO CLAIM THIS".
           05  LETTER-BODY-5.
               10                          PIC X(43)
                   VALUE "PAYMENT, CONTACT THE PAYROLL OFFICE BEFORE ".
               10  LTR-DEADLINE-OUT        PIC X(10).
               10                          PIC X       VALUE ".".
           05  LETTER-BODY-6.
               10                          PIC X(36)
                   VALUE "AFTER THAT DATE THE CHECK WILL BE VO".
               10                          PIC X(27)
                   VALUE "IDED AND THE FUNDS REMITTED".
           05  LETTER-BODY-7               PIC X(44)
               VALUE "TO THE STATE, FROM WHICH YOU MAY CLAIM THEM.".
           05  LETTER-SIGN-LINE            PIC X(18)
               VALUE "PAYROLL DEPARTMENT".
           05  LETTER-NO-ADDRESS-LINE      PIC X(40)
               VALUE "** NO ADDRESS ON THE PAYROLL MASTER **".

       01  REGISTER-HEADING-LINE.
           05                              PIC X(37)
               VALUE "UNCLAIMED PAYROLL CHECK REGISTER AS O".
           05                              PIC X(2)    VALUE "F ".
           05  HEADING-DATE-OUT            PIC X(10).
           05                              PIC X(15)
               VALUE "   DORMANCY:  ".
           05  HEADING-DORMANCY-OUT        PIC ZZZ9.
           05                              PIC X(5)    VALUE " DAYS".

       01  REGISTER-COLUMN-LINE.
           05                              PIC X(45)
               VALUE "CHECK   PAYEE                 ISSUED       AG".
           05                              PIC X(45)
               VALUE "E      AMOUNT  ACTION".

       01  REGISTER-DETAIL-LINE.
           05  REG-CHECK-OUT               PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-PAYEE-OUT               PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-ISSUE-DATE-OUT          PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-AGE-OUT                 PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-AMOUNT-OUT              PIC $$,$$9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-ACTION-OUT              PIC X(34).

       01  REGISTER-TOTAL-LINE.
           05  REG-TOTAL-LABEL             PIC X(30).
           05  REG-TOTAL-COUNT-OUT         PIC ZZZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  REG-TOTAL-AMOUNT-OUT        PIC $$$,$$$,$$9.99.
           05                              PIC X(38)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-RUN-DATE
           PERFORM 095-GET-BUSINESS-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM 105-READ-SIGNON
           PERFORM 107-READ-ESCHEAT-PARMS
           IF WS-PARMS-FOUND = 'NO '
               DISPLAY "**** NO VALID ESCHEAT-PARMS.DAT - NO CHECKS "
                   "NOTICED OR ESCHEATED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 110-LOAD-CHECK-STATE
           IF WS-CHECK-OVERFLOW = 'Y'
               DISPLAY "**** CHECK TABLE OVERFLOWED - NO CHECKS "
                   "NOTICED OR ESCHEATED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 108-READ-POSPAY-PARMS
           PERFORM 120-LOAD-ADDRESSES
           PERFORM 130-LOAD-NOTICES
           OPEN OUTPUT LETTER-FILE
                       ESCHEAT-REGISTER-FILE
                       UNCLAIMED-PROPERTY-FILE
                       POSITIVE-PAY-FILE
           OPEN EXTEND CHECK-DATA-FILE
                       POSPAY-HISTORY-FILE
           PERFORM 150-WRITE-HEADINGS
           IF WS-CHECK-COUNT > ZERO
               PERFORM 200-WORK-ONE-CHECK
                   VARYING WS-CHECK-SUB FROM 1 BY 1
                   UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
           END-IF
           PERFORM 300-PROPERTY-TRAILER
           PERFORM 310-POSITIVE-PAY-TRAILER
           PERFORM 320-REGISTER-TOTALS
           CLOSE LETTER-FILE
                 ESCHEAT-REGISTER-FILE
                 UNCLAIMED-PROPERTY-FILE
                 POSITIVE-PAY-FILE
                 CHECK-DATA-FILE
                 POSPAY-HISTORY-FILE
           IF WS-POSPAY-VOID-COUNT > ZERO
               PERFORM 920-LOG-TRANSMISSION
           END-IF
           PERFORM 930-WRITE-GL-HANDOFF
           PERFORM 940-REWRITE-NOTICES
           DISPLAY "ESCHEAT - NOTICES SENT: " NOTICES-SENT
               " AWAITING REPLY: " NOTICES-PENDING
               " ESCHEATED: " CHECKS-ESCHEATED
               " TOTAL: " TOTAL-ESCHEATED
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   A DORMANCY PERIOD OF ZERO WOULD TURN THIS WEEK'S CHECKS
      *   OVER TO THE STATE - THE PARMS MUST CARRY ONE TO BE USED.
       107-READ-ESCHEAT-PARMS.
           OPEN INPUT ESCHEAT-PARM-FILE
           READ ESCHEAT-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF EP-DORMANCY-DAYS IS NUMERIC AND
                           EP-DORMANCY-DAYS > ZERO AND
                           EP-NOTICE-DAYS IS NUMERIC
                       MOVE EP-DORMANCY-DAYS TO WS-DORMANCY-DAYS
                       MOVE EP-NOTICE-DAYS TO WS-NOTICE-DAYS
                       MOVE EP-HOLDER-ID TO WS-HOLDER-ID
                       MOVE EP-HOLDER-NAME TO WS-HOLDER-NAME
                       MOVE EP-HOLDER-STATE TO WS-HOLDER-STATE
                       MOVE 'YES' TO WS-PARMS-FOUND
                   END-IF
           END-READ
           CLOSE ESCHEAT-PARM-FILE.

       108-READ-POSPAY-PARMS.
           OPEN INPUT POSPAY-PARM-FILE
           READ POSPAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PPM-ROUTING-NUMBER IS NUMERIC AND
                           PPM-ACCOUNT-NUMBER NOT = SPACES
                       MOVE PPM-ROUTING-NUMBER TO WS-POSPAY-ROUTING
                       MOVE PPM-ACCOUNT-NUMBER TO WS-POSPAY-ACCOUNT
                       MOVE 'YES' TO WS-POSPAY-PARMS-FOUND
                   END-IF
           END-READ
           CLOSE POSPAY-PARM-FILE
           IF WS-POSPAY-PARMS-FOUND = 'NO '
               DISPLAY "**** NO POSITIVE PAY ACCOUNT IN "
                   "POSITIVE-PAY-PARMS.DAT - VOIDS SENT WITH A "
                   "BLANK ACCOUNT ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF.

       110-LOAD-CHECK-STATE.
           OPEN INPUT CHECK-DATA-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-CHECK
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CHECK-DATA-FILE.

      *   LAST RECORD PER NUMBER WINS - AN ISSUE LATER CLEARED,
      *   VOIDED, OR ESCHEATED IS NO LONGER OUTSTANDING.
       111-READ-ONE-CHECK.
           READ CHECK-DATA-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   MOVE ZERO TO WS-CHECK-SUB
                   IF WS-CHECK-COUNT > ZERO
                       PERFORM 112-FIND-ONE-CHECK-SLOT
                           VARYING WS-CHECK-IDX FROM 1 BY 1
                           UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
                               OR WS-CHECK-SUB > ZERO
                   END-IF
                   IF WS-CHECK-SUB = ZERO
                       IF WS-CHECK-COUNT < 500
                           ADD 1 TO WS-CHECK-COUNT
                           MOVE WS-CHECK-COUNT TO WS-CHECK-SUB
                       ELSE
                           DISPLAY "**** CHECK TABLE FULL - "
                               CK-NUMBER " NOT WORKED ****"
                           MOVE 'Y' TO WS-CHECK-OVERFLOW
                       END-IF
                   END-IF
                   IF WS-CHECK-SUB > ZERO
                       SET WS-CHECK-IDX TO WS-CHECK-SUB
                       MOVE CK-NUMBER
                           TO WS-CHECK-NUMBER (WS-CHECK-IDX)
                       MOVE CK-PAYEE
                           TO WS-CHECK-PAYEE (WS-CHECK-IDX)
                       MOVE CK-AMOUNT
                           TO WS-CHECK-AMOUNT (WS-CHECK-IDX)
                       MOVE CK-ISSUE-DATE
                           TO WS-CHECK-ISSUE-DATE (WS-CHECK-IDX)
                       MOVE CK-STATUS
                           TO WS-CHECK-STATUS (WS-CHECK-IDX)
                       MOVE CK-EMP-NUM
                           TO WS-CHECK-EMP-NUM (WS-CHECK-IDX)
                   END-IF
           END-READ.

       112-FIND-ONE-CHECK-SLOT.
           IF WS-CHECK-NUMBER (WS-CHECK-IDX) = CK-NUMBER
               SET WS-CHECK-SUB TO WS-CHECK-IDX
           END-IF.

       120-LOAD-ADDRESSES.
           OPEN INPUT PAYROLL-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-EMPLOYEE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PAYROLL-MASTER-FILE.

       121-READ-ONE-EMPLOYEE.
           READ PAYROLL-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-ADDRESS-COUNT < 500
                       ADD 1 TO WS-ADDRESS-COUNT
                       SET WS-ADDRESS-IDX TO WS-ADDRESS-COUNT
                       MOVE PM-EMP-NUM
                           TO WS-ADDR-EMP-NUM (WS-ADDRESS-IDX)
                       MOVE PM-EMP-NAME
                           TO WS-ADDR-NAME (WS-ADDRESS-IDX)
                       MOVE PM-STREET
                           TO WS-ADDR-STREET (WS-ADDRESS-IDX)
                       MOVE PM-CITY
                           TO WS-ADDR-CITY (WS-ADDRESS-IDX)
                       MOVE PM-STATE
                           TO WS-ADDR-STATE (WS-ADDRESS-IDX)
                       MOVE PM-ZIP
                           TO WS-ADDR-ZIP (WS-ADDRESS-IDX)
                   ELSE
                       DISPLAY "**** ADDRESS TABLE FULL - "
                           PM-EMP-NUM " NOT LOADED ****"
                   END-IF
           END-READ.

       130-LOAD-NOTICES.
           OPEN INPUT NOTICE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 131-READ-ONE-NOTICE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE NOTICE-FILE.

       131-READ-ONE-NOTICE.
           READ NOTICE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EN-CHECK-NUMBER IS NUMERIC AND
                           EN-DEADLINE-DATE IS NUMERIC
                       IF WS-NOTICE-COUNT < 500
                           ADD 1 TO WS-NOTICE-COUNT
                           SET WS-NOTICE-IDX TO WS-NOTICE-COUNT
                           MOVE EN-CHECK-NUMBER
                               TO WS-NOTICE-CHECK (WS-NOTICE-IDX)
                           MOVE EN-NOTICE-DATE
                               TO WS-NOTICE-DATE (WS-NOTICE-IDX)
                           MOVE EN-DEADLINE-DATE
                               TO WS-NOTICE-DEADLINE (WS-NOTICE-IDX)
                           MOVE EN-AMOUNT
                               TO WS-NOTICE-AMOUNT (WS-NOTICE-IDX)
                       ELSE
                           DISPLAY "**** NOTICE TABLE FULL - "
                               EN-CHECK-NUMBER " NOT LOADED ****"
                           MOVE 8 TO WS-CONDITION-CODE
                       END-IF
                   END-IF
           END-READ.

       150-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-DATE-OUT TO HEADING-DATE-OUT
           MOVE WS-DORMANCY-DAYS TO HEADING-DORMANCY-OUT
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-HEADING-LINE
           MOVE SPACES TO ESCHEAT-REGISTER-REC
           WRITE ESCHEAT-REGISTER-REC
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-COLUMN-LINE
           MOVE SPACES TO UP-HOLDER-REC
           MOVE 'H' TO UP-RECORD-TYPE
           MOVE WS-HOLDER-ID TO UP-HOLDER-ID
           MOVE WS-HOLDER-NAME TO UP-HOLDER-NAME
           MOVE WS-HOLDER-STATE TO UP-HOLDER-STATE
           MOVE WS-RUN-DATE TO UP-REPORT-DATE
           WRITE UP-HOLDER-REC.

      *   ONLY A CHECK STILL ISSUED AND PAST THE DORMANCY PERIOD IS
      *   WORKED.  NO LETTER YET - SEND ONE.  A LETTER WHOSE ANSWER-
      *   BY DATE HAS PASSED - ESCHEAT.  OTHERWISE WAIT.
       200-WORK-ONE-CHECK.
           SET WS-CHECK-IDX TO WS-CHECK-SUB
           IF WS-CHECK-STATUS (WS-CHECK-IDX) = 'I' AND
                   WS-CHECK-ISSUE-DATE (WS-CHECK-IDX) IS NUMERIC AND
                   WS-CHECK-ISSUE-DATE (WS-CHECK-IDX) > ZERO
               ADD 1 TO CHECKS-EXAMINED
               COMPUTE WS-ISSUE-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-CHECK-ISSUE-DATE (WS-CHECK-IDX))
               IF WS-RUN-DATE-INT > WS-ISSUE-DATE-INT
                   COMPUTE WS-AGE-DAYS =
                       WS-RUN-DATE-INT - WS-ISSUE-DATE-INT
               ELSE
                   MOVE ZERO TO WS-AGE-DAYS
               END-IF
               IF WS-AGE-DAYS >= WS-DORMANCY-DAYS
                   PERFORM 205-FIND-NOTICE
                   IF WS-NOTICE-SUB = ZERO
                       PERFORM 210-SEND-NOTICE
                   ELSE
                       SET WS-NOTICE-IDX TO WS-NOTICE-SUB
                       IF WS-RUN-DATE >
                               WS-NOTICE-DEADLINE (WS-NOTICE-IDX)
                           PERFORM 230-ESCHEAT-CHECK
                       ELSE
                           PERFORM 240-REGISTER-PENDING
                       END-IF
                   END-IF
               END-IF
           END-IF.

       205-FIND-NOTICE.
           MOVE ZERO TO WS-NOTICE-SUB
           IF WS-NOTICE-COUNT > ZERO
               PERFORM 206-MATCH-ONE-NOTICE
                   VARYING WS-NOTICE-IDX FROM 1 BY 1
                   UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
                       OR WS-NOTICE-SUB > ZERO
           END-IF.

       206-MATCH-ONE-NOTICE.
           IF WS-NOTICE-CHECK (WS-NOTICE-IDX) =
                   WS-CHECK-NUMBER (WS-CHECK-IDX)
               SET WS-NOTICE-SUB TO WS-NOTICE-IDX
           END-IF.

      *   THE LETTER GOES TO THE LAST ADDRESS ON THE MASTER.  WITH
      *   NO ADDRESS THE LETTER IS STILL PRINTED AND THE NOTICE
      *   STILL DATED - THE ATTEMPT IS THE DUE DILIGENCE THE STATE
      *   ASKS FOR - BUT THE RUN ENDS CONDITION CODE 4 SO SOMEONE
      *   LOOKS FOR THE EMPLOYEE.
       210-SEND-NOTICE.
           IF WS-NOTICE-COUNT NOT < 500
               DISPLAY "**** NOTICE TABLE FULL - NO LETTER FOR CHECK "
                   WS-CHECK-NUMBER (WS-CHECK-IDX) " ****"
               MOVE 8 TO WS-CONDITION-CODE
           ELSE
               COMPUTE WS-DEADLINE-INT =
                   WS-RUN-DATE-INT + WS-NOTICE-DAYS
               COMPUTE WS-DEADLINE-DATE =
                   FUNCTION DATE-OF-INTEGER (WS-DEADLINE-INT)
               ADD 1 TO WS-NOTICE-COUNT
               SET WS-NOTICE-IDX TO WS-NOTICE-COUNT
               MOVE WS-CHECK-NUMBER (WS-CHECK-IDX)
                   TO WS-NOTICE-CHECK (WS-NOTICE-IDX)
               MOVE WS-RUN-DATE TO WS-NOTICE-DATE (WS-NOTICE-IDX)
               MOVE WS-DEADLINE-DATE
                   TO WS-NOTICE-DEADLINE (WS-NOTICE-IDX)
               MOVE WS-CHECK-AMOUNT (WS-CHECK-IDX)
                   TO WS-NOTICE-AMOUNT (WS-NOTICE-IDX)
               PERFORM 220-FIND-ADDRESS
               PERFORM 215-PRINT-LETTER
               MOVE SPACES TO REG-ACTION-OUT
               IF WS-ADDRESS-FOUND = 'YES'
                   MOVE "LETTER SENT - REPLY BY" TO REG-ACTION-OUT
               ELSE
                   MOVE "NO ADDRESS  - REPLY BY" TO REG-ACTION-OUT
                   ADD 1 TO NOTICES-NO-ADDRESS
                   IF WS-CONDITION-CODE < 4
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               END-IF
               MOVE WS-DEADLINE-DATE TO WS-DATE-IN
               PERFORM 290-FORMAT-DATE
               MOVE WS-DATE-OUT TO REG-ACTION-OUT (24:10)
               PERFORM 280-WRITE-REGISTER-LINE
               ADD 1 TO NOTICES-SENT
               ADD WS-CHECK-AMOUNT (WS-CHECK-IDX) TO TOTAL-NOTICED
           END-IF.

       215-PRINT-LETTER.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-DATE-OUT TO LTR-DATE-OUT
           WRITE LETTER-REC FROM LETTER-DATE-LINE
               AFTER ADVANCING PAGE
           MOVE WS-HOLDER-NAME TO LTR-HOLDER-OUT
           WRITE LETTER-REC FROM LETTER-HOLDER-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-CHECK-PAYEE (WS-CHECK-IDX) TO LTR-NAME-OUT
           WRITE LETTER-REC FROM LETTER-NAME-LINE
               AFTER ADVANCING 3 LINES
           IF WS-ADDRESS-FOUND = 'YES'
               MOVE WS-OWNER-STREET TO LTR-STREET-OUT
               WRITE LETTER-REC FROM LETTER-STREET-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-OWNER-CITY TO LTR-CITY-OUT
               MOVE WS-OWNER-STATE TO LTR-STATE-OUT
               MOVE WS-OWNER-ZIP TO LTR-ZIP-OUT
               WRITE LETTER-REC FROM LETTER-CITY-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE LETTER-REC FROM LETTER-NO-ADDRESS-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-CHECK-NUMBER (WS-CHECK-IDX) TO LTR-RE-CHECK-OUT
           WRITE LETTER-REC FROM LETTER-RE-LINE
               AFTER ADVANCING 3 LINES
           MOVE WS-CHECK-NUMBER (WS-CHECK-IDX) TO LTR-CHECK-OUT
           WRITE LETTER-REC FROM LETTER-BODY-1
               AFTER ADVANCING 2 LINES
           MOVE WS-CHECK-ISSUE-DATE (WS-CHECK-IDX) TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-DATE-OUT TO LTR-ISSUE-DATE-OUT
           MOVE WS-CHECK-AMOUNT (WS-CHECK-IDX) TO LTR-AMOUNT-OUT
           WRITE LETTER-REC FROM LETTER-BODY-2
               AFTER ADVANCING 1 LINE
           MOVE WS-HOLDER-STATE TO LTR-STATE-LAW-OUT
           WRITE LETTER-REC FROM LETTER-BODY-3
               AFTER ADVANCING 1 LINE
           WRITE LETTER-REC FROM LETTER-BODY-4
               AFTER ADVANCING 1 LINE
           MOVE WS-DEADLINE-DATE TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-DATE-OUT TO LTR-DEADLINE-OUT
           WRITE LETTER-REC FROM LETTER-BODY-5
               AFTER ADVANCING 1 LINE
           WRITE LETTER-REC FROM LETTER-BODY-6
               AFTER ADVANCING 2 LINES
           WRITE LETTER-REC FROM LETTER-BODY-7
               AFTER ADVANCING 1 LINE
           WRITE LETTER-REC FROM LETTER-SIGN-LINE
               AFTER ADVANCING 3 LINES
           WRITE LETTER-REC FROM LETTER-HOLDER-LINE
               AFTER ADVANCING 1 LINE.

      *   BY EMPLOYEE NUMBER WHEN THE CHECK CARRIES ONE, BY NAME
      *   FOR AN OLDER CHECK OR A REISSUE THAT DOES NOT.  A MASTER
      *   RECORD WITH A BLANK ADDRESS COUNTS AS NO ADDRESS.
       220-FIND-ADDRESS.
           MOVE 'NO ' TO WS-ADDRESS-FOUND
           MOVE SPACES TO WS-OWNER-STREET
           MOVE SPACES TO WS-OWNER-CITY
           MOVE SPACES TO WS-OWNER-STATE
           MOVE SPACES TO WS-OWNER-ZIP
           IF WS-ADDRESS-COUNT > ZERO
               SET WS-ADDRESS-IDX TO 1
               SEARCH WS-ADDRESS-TABLE
                   AT END
                       CONTINUE
                   WHEN (WS-CHECK-EMP-NUM (WS-CHECK-IDX)
                               NOT = SPACES AND
                           WS-ADDR-EMP-NUM (WS-ADDRESS-IDX) =
                               WS-CHECK-EMP-NUM (WS-CHECK-IDX))
                       OR (WS-CHECK-EMP-NUM (WS-CHECK-IDX) =
                               SPACES AND
                           WS-ADDR-NAME (WS-ADDRESS-IDX) =
                               WS-CHECK-PAYEE (WS-CHECK-IDX))
                       MOVE WS-ADDR-STREET (WS-ADDRESS-IDX)
                           TO WS-OWNER-STREET
                       MOVE WS-ADDR-CITY (WS-ADDRESS-IDX)
                           TO WS-OWNER-CITY
                       MOVE WS-ADDR-STATE (WS-ADDRESS-IDX)
                           TO WS-OWNER-STATE
                       MOVE WS-ADDR-ZIP (WS-ADDRESS-IDX)
                           TO WS-OWNER-ZIP
               END-SEARCH
           END-IF
           IF WS-OWNER-STREET NOT = SPACES
               MOVE 'YES' TO WS-ADDRESS-FOUND
           END-IF.

      *   THE CHECK IS VOIDED WITH THE NEW E STATE (ITS CLEAR DATE IS
      *   THE ESCHEAT DATE), REPORTED TO THE STATE, AND STOPPED AT
      *   THE BANK.  ITS NOTICE IS DONE WITH AND DROPS OFF THE FILE.
       230-ESCHEAT-CHECK.
           PERFORM 220-FIND-ADDRESS
           MOVE SPACES TO CHECK-DATA-REC
           MOVE WS-CHECK-NUMBER (WS-CHECK-IDX) TO CK-NUMBER
           MOVE WS-CHECK-PAYEE (WS-CHECK-IDX) TO CK-PAYEE
           MOVE WS-CHECK-AMOUNT (WS-CHECK-IDX) TO CK-AMOUNT
           MOVE WS-CHECK-ISSUE-DATE (WS-CHECK-IDX) TO CK-ISSUE-DATE
           MOVE 'E' TO CK-STATUS
           MOVE WS-RUN-DATE TO CK-CLEAR-DATE
           MOVE WS-CHECK-EMP-NUM (WS-CHECK-IDX) TO CK-EMP-NUM
           WRITE CHECK-DATA-REC
           MOVE 'E' TO WS-CHECK-STATUS (WS-CHECK-IDX)
           MOVE SPACES TO UP-PROPERTY-REC
           MOVE 'P' TO UP-RECORD-TYPE
           MOVE WS-CHECK-PAYEE (WS-CHECK-IDX) TO UP-OWNER-NAME
           MOVE WS-OWNER-STREET TO UP-OWNER-STREET
           MOVE WS-OWNER-CITY TO UP-OWNER-CITY
           MOVE WS-OWNER-STATE TO UP-OWNER-STATE
           MOVE WS-OWNER-ZIP TO UP-OWNER-ZIP
           MOVE "PR01" TO UP-PROPERTY-TYPE
           MOVE WS-CHECK-NUMBER (WS-CHECK-IDX) TO UP-CHECK-NUMBER
           MOVE WS-CHECK-ISSUE-DATE (WS-CHECK-IDX) TO UP-ISSUE-DATE
           MOVE WS-CHECK-AMOUNT (WS-CHECK-IDX) TO UP-AMOUNT
           MOVE WS-CHECK-EMP-NUM (WS-CHECK-IDX) TO UP-EMP-NUM
           WRITE UP-PROPERTY-REC
           PERFORM 250-WRITE-POSITIVE-PAY-VOID
           MOVE "ESCHEATED - REPORTED TO STATE" TO REG-ACTION-OUT
           PERFORM 280-WRITE-REGISTER-LINE
           ADD 1 TO CHECKS-ESCHEATED
           ADD WS-CHECK-AMOUNT (WS-CHECK-IDX) TO TOTAL-ESCHEATED.

       240-REGISTER-PENDING.
           MOVE WS-NOTICE-DEADLINE (WS-NOTICE-IDX) TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE SPACES TO REG-ACTION-OUT
           MOVE "AWAITING REPLY - BY" TO REG-ACTION-OUT
           MOVE WS-DATE-OUT TO REG-ACTION-OUT (24:10)
           PERFORM 280-WRITE-REGISTER-LINE
           ADD 1 TO NOTICES-PENDING.

      *   THE BANK'S VOID FOR AN ESCHEATED CHECK, IN THE SAME
      *   POSITIVE-PAY LAYOUT PROGRAM36 SENDS, DATED THE DAY IT IS
      *   SENT SO PROGRAM63 CAN REBUILD THE DAY FROM HISTORY.
       250-WRITE-POSITIVE-PAY-VOID.
           MOVE SPACES TO PP-POSPAY-REC
           MOVE 'D' TO PP-RECORD-TYPE
           MOVE WS-POSPAY-ROUTING TO PP-ROUTING-NUMBER
           MOVE WS-POSPAY-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE WS-CHECK-NUMBER (WS-CHECK-IDX) TO PP-CHECK-NUMBER
           MOVE WS-CHECK-AMOUNT (WS-CHECK-IDX) TO PP-AMOUNT
           MOVE WS-RUN-DATE TO PP-ISSUE-DATE
           MOVE WS-CHECK-PAYEE (WS-CHECK-IDX) TO PP-PAYEE-NAME
           MOVE 'V' TO PP-ISSUE-VOID
           WRITE PP-POSPAY-REC
           WRITE PH-POSPAY-REC FROM PP-POSPAY-REC
           ADD 1 TO WS-POSPAY-VOID-COUNT
           ADD PP-AMOUNT TO WS-POSPAY-VOID-TOTAL
           ADD 1 TO WS-POSPAY-SEAL-COUNT
           COMPUTE WS-POSPAY-CENTS = PP-AMOUNT * 100
           ADD WS-POSPAY-CENTS TO WS-POSPAY-SEAL-HASH.

       280-WRITE-REGISTER-LINE.
           MOVE WS-CHECK-NUMBER (WS-CHECK-IDX) TO REG-CHECK-OUT
           MOVE WS-CHECK-PAYEE (WS-CHECK-IDX) TO REG-PAYEE-OUT
           MOVE WS-CHECK-ISSUE-DATE (WS-CHECK-IDX) TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-DATE-OUT TO REG-ISSUE-DATE-OUT
           MOVE WS-AGE-DAYS TO REG-AGE-OUT
           MOVE WS-CHECK-AMOUNT (WS-CHECK-IDX) TO REG-AMOUNT-OUT
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-DETAIL-LINE.

       290-FORMAT-DATE.
           MOVE WS-DATE-IN (5:2) TO WS-DATE-OUT-MM
           MOVE WS-DATE-IN (7:2) TO WS-DATE-OUT-DD
           MOVE WS-DATE-IN (1:4) TO WS-DATE-OUT-YYYY.

       300-PROPERTY-TRAILER.
           MOVE SPACES TO UP-TRAILER-REC
           MOVE 'T' TO UP-RECORD-TYPE
           MOVE CHECKS-ESCHEATED TO UP-PROPERTY-COUNT
           MOVE TOTAL-ESCHEATED TO UP-PROPERTY-TOTAL
           WRITE UP-TRAILER-REC.

       310-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO PP-POSPAY-REC
           MOVE 'T' TO PP-RECORD-TYPE
           MOVE WS-POSPAY-ROUTING TO PP-ROUTING-NUMBER
           MOVE WS-POSPAY-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE ZERO TO PP-ISSUE-COUNT
           MOVE ZERO TO PP-ISSUE-TOTAL
           MOVE WS-POSPAY-VOID-COUNT TO PP-VOID-COUNT
           MOVE WS-POSPAY-VOID-TOTAL TO PP-VOID-TOTAL
           WRITE PP-POSPAY-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE WS-POSPAY-SEAL-COUNT TO SL-SEAL-COUNT
           MOVE WS-POSPAY-SEAL-HASH TO SL-SEAL-HASH
           WRITE PP-POSPAY-REC FROM SL-SEAL-REC.

      *   THE VOIDS SENT TO THE BANK MUST BE EXACTLY THE CHECKS
      *   REPORTED TO THE STATE - ONE WITHOUT THE OTHER IS EITHER A
      *   CHECK THE BANK STILL PAYS OR ONE THE STATE NEVER HEARD OF.
       320-REGISTER-TOTALS.
           MOVE SPACES TO ESCHEAT-REGISTER-REC
           WRITE ESCHEAT-REGISTER-REC
           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE "LETTERS SENT                  " TO REG-TOTAL-LABEL
           MOVE NOTICES-SENT TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-NOTICED TO REG-TOTAL-AMOUNT-OUT
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "  WITH NO ADDRESS ON FILE     " TO REG-TOTAL-LABEL
           MOVE NOTICES-NO-ADDRESS TO REG-TOTAL-COUNT-OUT
           MOVE ZERO TO REG-TOTAL-AMOUNT-OUT
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "AWAITING REPLY                " TO REG-TOTAL-LABEL
           MOVE NOTICES-PENDING TO REG-TOTAL-COUNT-OUT
           MOVE ZERO TO REG-TOTAL-AMOUNT-OUT
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "ESCHEATED TO THE STATE        " TO REG-TOTAL-LABEL
           MOVE CHECKS-ESCHEATED TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-ESCHEATED TO REG-TOTAL-AMOUNT-OUT
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "POSITIVE PAY VOIDS SENT       " TO REG-TOTAL-LABEL
           MOVE WS-POSPAY-VOID-COUNT TO REG-TOTAL-COUNT-OUT
           MOVE WS-POSPAY-VOID-TOTAL TO REG-TOTAL-AMOUNT-OUT
           WRITE ESCHEAT-REGISTER-REC FROM REGISTER-TOTAL-LINE
           IF WS-POSPAY-VOID-COUNT NOT = CHECKS-ESCHEATED OR
                   WS-POSPAY-VOID-TOTAL NOT = TOTAL-ESCHEATED
               DISPLAY "**** POSITIVE PAY VOIDS DO NOT TIE TO THE "
                   "CHECKS ESCHEATED ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF.

      *   ONE LOG ENTRY FOR THE VOID FILE, AN ORIGINAL FOR THE DAY
      *   LIKE PROGRAM36'S, SO A RESEND REBUILDS BOTH TOGETHER.
       920-LOG-TRANSMISSION.
           OPEN EXTEND POSPAY-XMIT-LOG
           MOVE SPACES TO XL-XMIT-REC
           MOVE WS-RUN-DATE TO XL-FILE-DATE
           MOVE 'O' TO XL-XMIT-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO XL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO XL-RUN-TIME
           MOVE WS-OPERATOR-ID TO XL-OPERATOR-ID
           MOVE ZERO TO XL-ISSUE-COUNT
           MOVE ZERO TO XL-ISSUE-TOTAL
           MOVE WS-POSPAY-VOID-COUNT TO XL-VOID-COUNT
           MOVE WS-POSPAY-VOID-TOTAL TO XL-VOID-TOTAL
           MOVE WS-POSPAY-SEAL-HASH TO XL-SEAL-HASH
           WRITE XL-XMIT-REC
           CLOSE POSPAY-XMIT-LOG.

      *   WRITTEN EVERY RUN, SO A DAY WITH NOTHING ESCHEATED HANDS
      *   PROGRAM31 A ZERO INSTEAD OF AN EARLIER DAY'S TOTAL.
       930-WRITE-GL-HANDOFF.
           OPEN OUTPUT ESCHEAT-HANDOFF-FILE
           MOVE WS-RUN-DATE TO ESC-RUN-DATE
           MOVE TOTAL-ESCHEATED TO ESC-TOTAL
           MOVE CHECKS-ESCHEATED TO ESC-COUNT
           WRITE ESCHEAT-HANDOFF-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE 1 TO SL-SEAL-COUNT
           COMPUTE SL-SEAL-HASH = TOTAL-ESCHEATED * 100
           WRITE ESCHEAT-SEAL-REC FROM SL-SEAL-REC
           CLOSE ESCHEAT-HANDOFF-FILE.

      *   ONLY A LETTER FOR A CHECK STILL ISSUED STAYS ON FILE - ONE
      *   CASHED, VOIDED, OR ESCHEATED SINCE IS FINISHED.
       940-REWRITE-NOTICES.
           OPEN OUTPUT NOTICE-FILE
           IF WS-NOTICE-COUNT > ZERO
               PERFORM 941-KEEP-ONE-NOTICE
                   VARYING WS-NOTICE-IDX FROM 1 BY 1
                   UNTIL WS-NOTICE-IDX > WS-NOTICE-COUNT
           END-IF
           CLOSE NOTICE-FILE.

       941-KEEP-ONE-NOTICE.
           SET WS-CHECK-IDX TO 1
           SEARCH WS-CHECK-TABLE
               AT END
                   CONTINUE
               WHEN WS-CHECK-NUMBER (WS-CHECK-IDX) =
                       WS-NOTICE-CHECK (WS-NOTICE-IDX)
                   IF WS-CHECK-STATUS (WS-CHECK-IDX) = 'I'
                       MOVE WS-NOTICE-CHECK (WS-NOTICE-IDX)
                           TO EN-CHECK-NUMBER
                       MOVE WS-NOTICE-DATE (WS-NOTICE-IDX)
                           TO EN-NOTICE-DATE
                       MOVE WS-NOTICE-DEADLINE (WS-NOTICE-IDX)
                           TO EN-DEADLINE-DATE
                       MOVE WS-NOTICE-AMOUNT (WS-NOTICE-IDX)
                           TO EN-AMOUNT
                       WRITE NOTICE-REC
                   END-IF
           END-SEARCH.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM64" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE CHECKS-EXAMINED TO RL-RECORDS-READ
           MOVE NOTICES-NO-ADDRESS TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE TOTAL-ESCHEATED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK, SO CHECKS ARE AGED AND
      *   ESCHEATED AS OF THE BUSINESS DAY THE RUN BELONGS TO.
       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       END PROGRAM PROGRAM64.
