      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. SODCHECK.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the nightly segregation-of-duties check.  The
      *approval screens gate a decision to a supervisor, but nothing
      *stops one supervisor doing both halves of the same control,
      *so this run reads the operator stamps the files already carry
      *and flags every item where one operator ID is on both the
      *initiating and the approving side.  The conflicts looked for
      *are a rule table built into the program:
      *  CRDO - the clerk who keyed a sale also decided its credit
      *         override on PROGRAM49 - CUSTOMER-CREDIT-PENDING.DAT,
      *         and CUSTOMER-CREDIT-DECISIONS.DAT for the decisions
      *         PROGRAM04 has since cleared off the queue;
      *  WOCR - the supervisor who approved a customer's write-off on
      *         PROGRAM55 (WhitingWRITEOFF-PENDING.DAT) had keyed a
      *         PROGRAM24 screen correction to that customer
      *         (a MANUAL entry on WhitingAUDIT-DATA.DAT) within the
      *         rule's window before the proposal, or since;
      *  GRAD - a grade change approved on PROGRAM09 by the operator
      *         who requested it (WhitingGRADE-AUDIT-TRAIL.DAT);
      *  PARK - a parking count adopted on PROGRAM27 by the operator
      *         who counted the lot (WhitingPARKING-ADJUST.LOG).
      *Only items dated within a rule's window of the business date
      *are looked at.  SOD-CONFLICT-RULES.DAT may switch a rule off
      *(N) or change its window, one line per rule code; a missing
      *file keeps the built-in table, and a zero or blank window
      *keeps the rule's default.
      *Every conflict is listed on WhitingSOD-CONFLICTS.LIS and each
      *new one goes to the common exception file, status open, keyed
      *by the operator and the item, for internal audit to work
      *through PROGRAM30's aging.  A conflict this program has
      *already written is listed again as REPORTED while it stays in
      *the window but is not written twice, and the same item seen
      *on both credit files is listed once.  Condition code 4 when a
      *new conflict is found.
      *The report only reads the control files - it may be rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RULE-FILE
               ASSIGN TO "..\..\..\..\SOD-CONFLICT-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CREDIT-PENDING-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-CREDIT-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-LOG-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-CREDIT-DECISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-DATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WRITEOFF-PENDING-FILE
               ASSIGN TO "..\..\..\..\WhitingWRITEOFF-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-AUDIT-FILE
               ASSIGN TO "..\..\..\..\WhitingGRADE-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ADJUSTMENT-LOG
               ASSIGN TO "..\..\..\..\WhitingPARKING-ADJUST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CONFLICT-REPORT
               ASSIGN TO "..\..\..\..\WhitingSOD-CONFLICTS.LIS"
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
       FD  RULE-FILE.
       01  RULE-REC.
           05  RF-RULE-CODE                PIC X(4).
           05  RF-ACTIVE                   PIC X.
           05  RF-WINDOW-DAYS              PIC 9(3).

       FD  CREDIT-PENDING-FILE.
       01  CREDIT-PENDING-REC.
           05  PA-ORIGINAL-TRANS.
               10  PA-CUSTOMER-ID          PIC X(5).
               10  PA-SALES-AMT            PIC 9(4)V99.
               10  PA-TRANS-DATE           PIC 9(8).
               10  PA-RECEIPT-NUM          PIC X(6).
               10                          PIC X(4).
           05  PA-STATUS                   PIC X.
               88  PA-IS-APPROVED                      VALUE 'A'.
               88  PA-IS-DECLINED                      VALUE 'D'.
           05  PA-OPERATOR                 PIC X(5).
           05  PA-CLERK-NUM                PIC X(5).
           05  PA-VOUCHER-NUM              PIC X(7).
           05  PA-VOUCHER-AMT              PIC 9(4)V99.

       FD  DECISION-LOG-FILE.
       COPY CREDDEC REPLACING ==:PFX:== BY ==CD==.

       FD  AUDIT-FILE.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==AD==.

       FD  WRITEOFF-PENDING-FILE.
       01  WRITEOFF-PENDING-REC.
           05  WO-CUSTOMER-ID              PIC X(5).
           05  WO-CUSTOMER-NAME            PIC X(27).
           05  WO-AMOUNT                   PIC 9(5)V99.
           05  WO-PROPOSED-DATE            PIC 9(8).
           05  WO-STATUS                   PIC X.
               88  WO-IS-APPROVED                      VALUE 'A'.
           05  WO-OPERATOR                 PIC X(5).

       FD  GRADE-AUDIT-FILE.
       COPY GRDAUDIT REPLACING ==:PFX:== BY ==GA==.

      *   THE ADJUSTMENT LOG IS A PRINT LINE - ONLY THE COLUMNS THE
      *   CHECK NEEDS ARE NAMED.
       FD  ADJUSTMENT-LOG.
       01  ADJUSTMENT-LOG-REC.
           05  ADJ-DATE                    PIC 9(8).
           05                              PIC X(6).
           05  ADJ-LOT                     PIC X.
           05                              PIC X(16).
           05  ADJ-OLD-COUNT               PIC X(4).
           05                              PIC X(13).
           05  ADJ-NEW-COUNT               PIC X(4).
           05                              PIC X(4).
           05  ADJ-OPERATOR                PIC X(5).
           05                              PIC X(7).
           05  ADJ-LEVEL                   PIC X.
           05                              PIC X(12).
           05  ADJ-COUNTED-BY              PIC X(5).
           05                              PIC X(4).

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  CONFLICT-REPORT.
       01  CONFLICT-REPORT-REC             PIC X(120).

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
           05  WS-IN-WINDOW                PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   THE CONFLICT RULES - CODE, ON/OFF, WINDOW IN DAYS, THE TWO
      *   SIDES OF THE CONTROL AND THE EXCEPTION REASON.  THE ORDER
      *   IS FIXED: THE CHECK PARAGRAPHS ADDRESS THEIR RULE BY ITS
      *   POSITION.
       01  SOD-RULE-DEFAULTS.
           05  FILLER                      PIC X(8)    VALUE "CRDOY030".
           05  FILLER                      PIC X(18)
               VALUE "SALE KEYED PGM04  ".
           05  FILLER                      PIC X(18)
               VALUE "OVERRIDE PGM49    ".
           05  FILLER                      PIC X(35)
               VALUE "SALE CLERK DECIDED OWN OVERRIDE    ".
           05  FILLER                      PIC X(8)    VALUE "WOCRY090".
           05  FILLER                      PIC X(18)
               VALUE "CORRECTION PGM24  ".
           05  FILLER                      PIC X(18)
               VALUE "WRITE-OFF PGM55   ".
           05  FILLER                      PIC X(35)
               VALUE "CORRECTED THEN APPROVED WRITE-OFF  ".
           05  FILLER                      PIC X(8)    VALUE "GRADY030".
           05  FILLER                      PIC X(18)
               VALUE "GRADE REQUEST     ".
           05  FILLER                      PIC X(18)
               VALUE "APPROVAL PGM09    ".
           05  FILLER                      PIC X(35)
               VALUE "APPROVED OWN GRADE CHANGE REQUEST  ".
           05  FILLER                      PIC X(8)    VALUE "PARKY030".
           05  FILLER                      PIC X(18)
               VALUE "LOT COUNT         ".
           05  FILLER                      PIC X(18)
               VALUE "ADOPTION PGM27    ".
           05  FILLER                      PIC X(35)
               VALUE "ADOPTED OWN PARKING COUNT          ".
       01  SOD-RULE-TABLE REDEFINES SOD-RULE-DEFAULTS.
           05  SOD-RULE OCCURS 4 TIMES
                   INDEXED BY RULE-IDX.
               10  SR-CODE                 PIC X(4).
               10  SR-ACTIVE               PIC X.
                   88  SR-IS-ACTIVE                    VALUE 'Y'.
               10  SR-WINDOW-DAYS          PIC 9(3).
               10  SR-INITIATING           PIC X(18).
               10  SR-APPROVING            PIC X(18).
               10  SR-REASON               PIC X(35).

       01  RULE-COUNT-AREAS.
           05  RULE-CAPACITY               PIC 9       VALUE 4.
           05  CREDIT-RULE                 PIC 9       VALUE 1.
           05  WRITEOFF-RULE               PIC 9       VALUE 2.
           05  GRADE-RULE                  PIC 9       VALUE 3.
           05  PARKING-RULE                PIC 9       VALUE 4.
           05  WS-RULE-SUB                 PIC 9       VALUE ZERO.
           05  RULE-TOTALS OCCURS 4 TIMES.
               10  RT-CUTOFF-DAY           PIC S9(7).
               10  RT-NEW                  PIC 9(5).
               10  RT-REPORTED             PIC 9(5).

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DAY             PIC S9(7)   VALUE ZERO.
           05  WS-ITEM-DAY                 PIC S9(7)   VALUE ZERO.
           05  WS-CORRECTION-CUTOFF        PIC S9(7)   VALUE ZERO.
           05  WS-OLDEST-CUTOFF            PIC S9(7)   VALUE ZERO.

      *   THE PROGRAM24 CORRECTIONS OLD ENOUGH TO MATTER TO A
      *   WRITE-OFF STILL IN ITS WINDOW.
       01  CORRECTION-TABLE-AREAS.
           05  CORRECTION-CAPACITY         PIC 9(4)    VALUE 3000.
           05  WS-CORR-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-CORR-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-CORR-TABLE OCCURS 3000 TIMES
                   INDEXED BY WS-CORR-IDX.
               10  WS-CORR-OPERATOR        PIC X(5).
               10  WS-CORR-CUSTOMER        PIC X(5).
               10  WS-CORR-DATE            PIC 9(8).
               10  WS-CORR-DAY             PIC S9(7).
               10  WS-CORR-BALANCE         PIC S9(5)V99.

      *   THIS PROGRAM'S CONFLICTS ALREADY ON THE EXCEPTION FILE (P),
      *   AND THOSE LISTED BY THIS RUN (T), BY KEY, REASON AND ITEM
      *   DATE.
       01  PRIOR-EXCEPTION-AREAS.
           05  PRIOR-CAPACITY              PIC 9(4)    VALUE 2000.
           05  WS-PRIOR-COUNT              PIC 9(4)    VALUE ZERO.
           05  WS-PRIOR-SUB                PIC 9(4)    VALUE ZERO.
           05  WS-PRIOR-FOUND              PIC X       VALUE SPACE.
               88  PRIOR-NOT-FOUND                     VALUE SPACE.
               88  PRIOR-EARLIER-RUN                   VALUE 'P'.
               88  PRIOR-THIS-RUN                      VALUE 'T'.
           05  WS-PRIOR-KEY.
               10  WS-PRIOR-KEY-KEY        PIC X(20).
               10  WS-PRIOR-KEY-REASON     PIC X(35).
               10  WS-PRIOR-KEY-DATE       PIC X(8).
           05  WS-PRIOR-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-PRIOR-IDX.
               10  WS-PRIOR-ENTRY          PIC X(63).
               10  WS-PRIOR-SOURCE         PIC X.

      *   ONE CONFLICT AS THE CHECK PARAGRAPHS HAND IT TO 400.
       01  CONFLICT-AREAS.
           05  WS-CF-OPERATOR              PIC X(5)    VALUE SPACES.
           05  WS-CF-ITEM                  PIC X(14)   VALUE SPACES.
           05  WS-CF-DATE                  PIC 9(8)    VALUE ZERO.
           05  WS-CF-DETAIL                PIC X(30)   VALUE SPACES.
           05  WS-CF-AMOUNT                PIC ZZZZ9.99.
           05  WS-CF-BALANCE               PIC -ZZZZ9.99.
           05  WS-CF-KEY.
               10  WS-CF-KEY-OPERATOR      PIC X(5).
               10                          PIC X       VALUE SPACE.
               10  WS-CF-KEY-ITEM          PIC X(14).

      *   WHAT RIDES ON THE EXCEPTION RECORD - THE ITEM DATE FIRST SO
      *   A LATER RUN CAN TELL ONE ITEM FROM ANOTHER UNDER ONE KEY.
       01  SOD-EXCEPTION-DETAIL.
           05  SED-ITEM-DATE               PIC 9(8).
           05                              PIC X       VALUE SPACE.
           05  SED-RULE                    PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  SED-INITIATING              PIC X(18).
           05                              PIC X       VALUE SPACE.
           05  SED-APPROVING               PIC X(18).
           05                              PIC X       VALUE SPACE.
           05  SED-DETAIL                  PIC X(30).
           05                              PIC X(38)   VALUE SPACES.

       01  PROGRAM-ACCUMULATORS.
           05  RECORDS-READ                PIC 9(7)    VALUE ZERO.
           05  CONFLICTS-LISTED            PIC 9(5)    VALUE ZERO.
           05  EXCEPTIONS-WRITTEN          PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "SEGREGATION OF DUTIES - CONFLICTS       ".
           05  FILLER                      PIC X(14)
               VALUE "BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(58)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "RULE  OPER   ITEM            DATE      I".
           05  FILLER                      PIC X(40)
               VALUE "NITIATING SIDE     APPROVING SIDE      D".
           05  FILLER                      PIC X(40)
               VALUE "ETAIL                          STATUS   ".

       01  REPORT-DETAIL-LINE.
           05  DET-RULE-OUT                PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-OPERATOR-OUT            PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-ITEM-OUT                PIC X(14).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-DATE-OUT                PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-INITIATING-OUT          PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-APPROVING-OUT           PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-DETAIL-OUT              PIC X(30).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-STATUS-OUT              PIC X(8).
           05                              PIC X(1)    VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO SEGREGATION-OF-DUTIES CONFLICTS FOUND".
           05                              PIC X(80)   VALUE SPACES.

       01  RULE-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "RULE  ON  WINDOW  REASON                ".
           05  FILLER                      PIC X(40)
               VALUE "               NEW  REPORTED            ".
           05                              PIC X(40)   VALUE SPACES.

       01  RULE-TOTAL-LINE.
           05  RTL-CODE-OUT                PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-ACTIVE-OUT              PIC X.
           05                              PIC X(4)    VALUE SPACES.
           05  RTL-WINDOW-OUT              PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-REASON-OUT              PIC X(35).
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-NEW-OUT                 PIC ZZZZ9.
           05                              PIC X(5)    VALUE SPACES.
           05  RTL-REPORTED-OUT            PIC ZZZZ9.
           05                              PIC X(52)   VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(19)
               VALUE "CONFLICTS LISTED   ".
           05  TOT-LISTED-OUT              PIC ZZZZ9.
           05  FILLER                      PIC X(23)
               VALUE "   EXCEPTIONS WRITTEN  ".
           05  TOT-EXCEPTIONS-OUT          PIC ZZZZ9.
           05                              PIC X(68)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-READ-RULES
           PERFORM 115-LOAD-PRIOR-EXCEPTIONS
           PERFORM 120-LOAD-CORRECTIONS
           OPEN OUTPUT CONFLICT-REPORT
           OPEN EXTEND EXCEPTION-FILE
           PERFORM 200-WRITE-HEADINGS
           IF SR-IS-ACTIVE (CREDIT-RULE)
               PERFORM 300-CHECK-CREDIT-OVERRIDES
           END-IF
           IF SR-IS-ACTIVE (WRITEOFF-RULE)
               PERFORM 310-CHECK-WRITE-OFFS
           END-IF
           IF SR-IS-ACTIVE (GRADE-RULE)
               PERFORM 320-CHECK-GRADE-CHANGES
           END-IF
           IF SR-IS-ACTIVE (PARKING-RULE)
               PERFORM 330-CHECK-PARKING-ADOPTIONS
           END-IF
           PERFORM 500-WRITE-TOTALS
           CLOSE CONFLICT-REPORT
                 EXCEPTION-FILE
           IF EXCEPTIONS-WRITTEN > ZERO
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "RECORDS READ: " RECORDS-READ
               " CONFLICTS LISTED: " CONFLICTS-LISTED
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
           CLOSE BUSINESS-DATE-FILE
           COMPUTE WS-BUSINESS-DAY =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   A RULE LINE SWITCHES ITS RULE ON (Y) OR OFF (N) AND MAY SET
      *   ITS WINDOW - A ZERO OR BLANK WINDOW KEEPS THE DEFAULT.  THE
      *   CUTOFF DAY IS WORKED OUT ONCE THE TABLE IS SETTLED.
       110-READ-RULES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT RULE-FILE
           PERFORM 111-READ-ONE-RULE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE RULE-FILE
           MOVE WS-BUSINESS-DAY TO WS-OLDEST-CUTOFF
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > RULE-CAPACITY
               COMPUTE RT-CUTOFF-DAY (WS-RULE-SUB) =
                   WS-BUSINESS-DAY - SR-WINDOW-DAYS (WS-RULE-SUB)
               MOVE ZERO TO RT-NEW (WS-RULE-SUB)
               MOVE ZERO TO RT-REPORTED (WS-RULE-SUB)
               IF RT-CUTOFF-DAY (WS-RULE-SUB) < WS-OLDEST-CUTOFF
                   MOVE RT-CUTOFF-DAY (WS-RULE-SUB) TO WS-OLDEST-CUTOFF
               END-IF
           END-PERFORM
           COMPUTE WS-CORRECTION-CUTOFF =
               RT-CUTOFF-DAY (WRITEOFF-RULE) -
               SR-WINDOW-DAYS (WRITEOFF-RULE).

       111-READ-ONE-RULE.
           READ RULE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   SET RULE-IDX TO 1
                   SEARCH SOD-RULE
                       AT END
                           DISPLAY "**** UNKNOWN CONFLICT RULE "
                               RF-RULE-CODE " IGNORED ****"
                       WHEN SR-CODE (RULE-IDX) = RF-RULE-CODE
                           PERFORM 112-APPLY-ONE-RULE
                   END-SEARCH
           END-READ.

       112-APPLY-ONE-RULE.
           IF RF-ACTIVE = 'Y' OR RF-ACTIVE = 'N'
               MOVE RF-ACTIVE TO SR-ACTIVE (RULE-IDX)
           END-IF
           IF RF-WINDOW-DAYS IS NUMERIC AND RF-WINDOW-DAYS > ZERO
               MOVE RF-WINDOW-DAYS TO SR-WINDOW-DAYS (RULE-IDX)
           END-IF.

       115-LOAD-PRIOR-EXCEPTIONS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT EXCEPTION-FILE
           PERFORM 116-LOAD-ONE-EXCEPTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE EXCEPTION-FILE.

      *   ONLY THIS PROGRAM'S CONFLICTS, AND ONLY THOSE WHOSE ITEM IS
      *   INSIDE THE LONGEST WINDOW - AN OLDER ONE CANNOT COME ROUND
      *   AGAIN.
       116-LOAD-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EX-PROGRAM-ID = "SODCHECK"
                       MOVE EX-ORIGINAL-REC (1:8) TO WS-CF-DATE
                       IF WS-CF-DATE IS NUMERIC AND
                               WS-CF-DATE > 16010100
                           COMPUTE WS-ITEM-DAY =
                               FUNCTION INTEGER-OF-DATE (WS-CF-DATE)
                           IF WS-ITEM-DAY NOT < WS-OLDEST-CUTOFF
                               MOVE EX-KEY TO WS-PRIOR-KEY-KEY
                               MOVE EX-REASON TO WS-PRIOR-KEY-REASON
                               MOVE WS-CF-DATE TO WS-PRIOR-KEY-DATE
                               PERFORM 117-KEEP-ONE-PRIOR
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       117-KEEP-ONE-PRIOR.
           IF WS-PRIOR-COUNT < PRIOR-CAPACITY
               ADD 1 TO WS-PRIOR-COUNT
               SET WS-PRIOR-IDX TO WS-PRIOR-COUNT
               MOVE WS-PRIOR-KEY TO WS-PRIOR-ENTRY (WS-PRIOR-IDX)
               MOVE 'P' TO WS-PRIOR-SOURCE (WS-PRIOR-IDX)
           ELSE
               DISPLAY "**** PRIOR CONFLICT TABLE FULL - "
                   EX-KEY " MAY BE WRITTEN AGAIN ****"
           END-IF.

      *   THE SCREEN CORRECTIONS PROGRAM24 STAMPED MANUAL, BACK TO THE
      *   OLDEST DAY A WRITE-OFF IN ITS WINDOW COULD STILL REACH.
       120-LOAD-CORRECTIONS.
           IF SR-IS-ACTIVE (WRITEOFF-RULE)
               MOVE 'YES' TO WS-LOAD-MORE-RECORDS
               OPEN INPUT AUDIT-FILE
               PERFORM 121-LOAD-ONE-CORRECTION
                   UNTIL WS-LOAD-MORE-RECORDS = 'NO '
               CLOSE AUDIT-FILE
           END-IF.

       121-LOAD-ONE-CORRECTION.
           READ AUDIT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF AD-TYPE = "MANUAL" AND
                           AD-OPERATOR NOT = SPACES AND
                           AD-DATE IS NUMERIC AND
                           AD-DATE > 16010100
                       COMPUTE WS-ITEM-DAY =
                           FUNCTION INTEGER-OF-DATE (AD-DATE)
                       IF WS-ITEM-DAY NOT < WS-CORRECTION-CUTOFF
                           PERFORM 122-KEEP-ONE-CORRECTION
                       END-IF
                   END-IF
           END-READ.

       122-KEEP-ONE-CORRECTION.
           IF WS-CORR-COUNT < CORRECTION-CAPACITY
               ADD 1 TO WS-CORR-COUNT
               SET WS-CORR-IDX TO WS-CORR-COUNT
               MOVE AD-OPERATOR TO WS-CORR-OPERATOR (WS-CORR-IDX)
               MOVE AD-CUSTOMER-ID TO WS-CORR-CUSTOMER (WS-CORR-IDX)
               MOVE AD-DATE TO WS-CORR-DATE (WS-CORR-IDX)
               MOVE WS-ITEM-DAY TO WS-CORR-DAY (WS-CORR-IDX)
               MOVE AD-NEW-BALANCE TO WS-CORR-BALANCE (WS-CORR-IDX)
           ELSE
               DISPLAY "**** CORRECTION TABLE FULL - CUSTOMER "
                   AD-CUSTOMER-ID " NOT CHECKED ****"
           END-IF.

       200-WRITE-HEADINGS.
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE CONFLICT-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CONFLICT-REPORT-REC
           WRITE CONFLICT-REPORT-REC
           WRITE CONFLICT-REPORT-REC FROM REPORT-HEADING-LINE-2
           MOVE SPACES TO CONFLICT-REPORT-REC
           WRITE CONFLICT-REPORT-REC.

      *   THE SALE'S CLERK AGAINST THE SUPERVISOR WHO DECIDED ITS
      *   OVERRIDE, FROM THE QUEUE AND FROM THE DECISION HISTORY.  THE
      *   ITEM IS THE RECEIPT, DATED BY THE SALE, SO ONE DECISION ON
      *   BOTH FILES IS ONE CONFLICT.
       300-CHECK-CREDIT-OVERRIDES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT CREDIT-PENDING-FILE
           PERFORM 301-CHECK-ONE-PENDING
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CREDIT-PENDING-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT DECISION-LOG-FILE
           PERFORM 302-CHECK-ONE-DECISION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE DECISION-LOG-FILE.

       301-CHECK-ONE-PENDING.
           READ CREDIT-PENDING-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF (PA-IS-APPROVED OR PA-IS-DECLINED) AND
                           PA-CLERK-NUM NOT = SPACES AND
                           PA-CLERK-NUM = PA-OPERATOR
                       MOVE PA-TRANS-DATE TO WS-CF-DATE
                       MOVE CREDIT-RULE TO WS-RULE-SUB
                       PERFORM 390-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'YES'
                           MOVE PA-OPERATOR TO WS-CF-OPERATOR
                           MOVE SPACES TO WS-CF-ITEM
                           STRING "RCPT " PA-RECEIPT-NUM
                               DELIMITED BY SIZE INTO WS-CF-ITEM
                           MOVE PA-SALES-AMT TO WS-CF-AMOUNT
                           MOVE SPACES TO WS-CF-DETAIL
                           STRING "CUST " PA-CUSTOMER-ID
                               " " WS-CF-AMOUNT
                               " " PA-STATUS
                               DELIMITED BY SIZE INTO WS-CF-DETAIL
                           PERFORM 400-FLAG-ONE-CONFLICT
                       END-IF
                   END-IF
           END-READ.

       302-CHECK-ONE-DECISION.
           READ DECISION-LOG-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF (CD-IS-APPROVED OR CD-IS-DECLINED) AND
                           CD-CLERK-NUM NOT = SPACES AND
                           CD-CLERK-NUM = CD-OPERATOR
                       MOVE CD-TRANS-DATE TO WS-CF-DATE
                       MOVE CREDIT-RULE TO WS-RULE-SUB
                       PERFORM 390-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'YES'
                           MOVE CD-OPERATOR TO WS-CF-OPERATOR
                           MOVE SPACES TO WS-CF-ITEM
                           STRING "RCPT " CD-RECEIPT-NUM
                               DELIMITED BY SIZE INTO WS-CF-ITEM
                           MOVE CD-SALES-AMT TO WS-CF-AMOUNT
                           MOVE SPACES TO WS-CF-DETAIL
                           STRING "CUST " CD-CUSTOMER-ID
                               " " WS-CF-AMOUNT
                               " " CD-STATUS
                               DELIMITED BY SIZE INTO WS-CF-DETAIL
                           PERFORM 400-FLAG-ONE-CONFLICT
                       END-IF
                   END-IF
           END-READ.

      *   AN APPROVED WRITE-OFF AGAINST EVERY SCREEN CORRECTION THE
      *   APPROVER KEYED TO THE SAME CUSTOMER FROM THE WINDOW BEFORE
      *   THE PROPOSAL ONWARD - ONE CONFLICT PER WRITE-OFF, NAMING THE
      *   LATEST SUCH CORRECTION.
       310-CHECK-WRITE-OFFS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT WRITEOFF-PENDING-FILE
           PERFORM 311-CHECK-ONE-WRITE-OFF
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE WRITEOFF-PENDING-FILE.

       311-CHECK-ONE-WRITE-OFF.
           READ WRITEOFF-PENDING-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF WO-IS-APPROVED AND WO-OPERATOR NOT = SPACES
                       MOVE WO-PROPOSED-DATE TO WS-CF-DATE
                       MOVE WRITEOFF-RULE TO WS-RULE-SUB
                       PERFORM 390-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'YES'
                           PERFORM 312-FIND-OWN-CORRECTION
                       END-IF
                   END-IF
           END-READ.

       312-FIND-OWN-CORRECTION.
           MOVE ZERO TO WS-CORR-SUB
           SET WS-CORR-IDX TO 1
           PERFORM UNTIL WS-CORR-IDX > WS-CORR-COUNT
               IF WS-CORR-OPERATOR (WS-CORR-IDX) = WO-OPERATOR AND
                       WS-CORR-CUSTOMER (WS-CORR-IDX) = WO-CUSTOMER-ID
                       AND WS-CORR-DAY (WS-CORR-IDX) NOT <
                       WS-ITEM-DAY - SR-WINDOW-DAYS (WRITEOFF-RULE)
                   SET WS-CORR-SUB TO WS-CORR-IDX
               END-IF
               SET WS-CORR-IDX UP BY 1
           END-PERFORM
           IF WS-CORR-SUB > ZERO
               MOVE WO-OPERATOR TO WS-CF-OPERATOR
               MOVE SPACES TO WS-CF-ITEM
               STRING "CUST " WO-CUSTOMER-ID
                   DELIMITED BY SIZE INTO WS-CF-ITEM
               MOVE WS-CORR-BALANCE (WS-CORR-SUB) TO WS-CF-BALANCE
               MOVE SPACES TO WS-CF-DETAIL
               STRING "CORR " WS-CORR-DATE (WS-CORR-SUB)
                   " BAL " WS-CF-BALANCE
                   DELIMITED BY SIZE INTO WS-CF-DETAIL
               PERFORM 400-FLAG-ONE-CONFLICT
           END-IF.

      *   THE REQUESTER AND THE APPROVER ARE BOTH ON THE GRADE AUDIT
      *   RECORD.
       320-CHECK-GRADE-CHANGES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT GRADE-AUDIT-FILE
           PERFORM 321-CHECK-ONE-GRADE-CHANGE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GRADE-AUDIT-FILE.

       321-CHECK-ONE-GRADE-CHANGE.
           READ GRADE-AUDIT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF GA-APPROVED-BY NOT = SPACES AND
                           GA-APPROVED-BY = GA-OPERATOR
                       MOVE GA-DATE TO WS-CF-DATE
                       MOVE GRADE-RULE TO WS-RULE-SUB
                       PERFORM 390-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'YES'
                           MOVE GA-OPERATOR TO WS-CF-OPERATOR
                           MOVE SPACES TO WS-CF-ITEM
                           STRING GA-STUDENT-ID "/" GA-SECTION-CODE
                               DELIMITED BY SIZE INTO WS-CF-ITEM
                           MOVE SPACES TO WS-CF-DETAIL
                           STRING "TERM " GA-TERM-ID
                               " REASON " GA-REASON-CODE
                               DELIMITED BY SIZE INTO WS-CF-DETAIL
                           PERFORM 400-FLAG-ONE-CONFLICT
                       END-IF
                   END-IF
           END-READ.

      *   THE COUNTER IS ON THE ADJUSTMENT LINE BESIDE THE OPERATOR
      *   WHO ADOPTED THE COUNT - A LINE LOGGED BEFORE THE COUNTER WAS
      *   CARRIED HAS IT BLANK AND CANNOT CONFLICT.
       330-CHECK-PARKING-ADOPTIONS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ADJUSTMENT-LOG
           PERFORM 331-CHECK-ONE-ADOPTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ADJUSTMENT-LOG.

       331-CHECK-ONE-ADOPTION.
           READ ADJUSTMENT-LOG
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF ADJ-COUNTED-BY NOT = SPACES AND
                           ADJ-COUNTED-BY = ADJ-OPERATOR
                       MOVE ADJ-DATE TO WS-CF-DATE
                       MOVE PARKING-RULE TO WS-RULE-SUB
                       PERFORM 390-CHECK-WINDOW
                       IF WS-IN-WINDOW = 'YES'
                           MOVE ADJ-OPERATOR TO WS-CF-OPERATOR
                           MOVE SPACES TO WS-CF-ITEM
                           STRING "LOT " ADJ-LOT
                               DELIMITED BY SIZE INTO WS-CF-ITEM
                           MOVE SPACES TO WS-CF-DETAIL
                           STRING "COUNT " ADJ-OLD-COUNT
                               " TO " ADJ-NEW-COUNT
                               " LEVEL " ADJ-LEVEL
                               DELIMITED BY SIZE INTO WS-CF-DETAIL
                           PERFORM 400-FLAG-ONE-CONFLICT
                       END-IF
                   END-IF
           END-READ.

      *   AN ITEM IS CHECKED WHEN ITS DATE IS A REAL DATE NO OLDER
      *   THAN ITS RULE'S WINDOW.
       390-CHECK-WINDOW.
           MOVE 'NO ' TO WS-IN-WINDOW
           IF WS-CF-DATE IS NUMERIC AND WS-CF-DATE > 16010100
               COMPUTE WS-ITEM-DAY =
                   FUNCTION INTEGER-OF-DATE (WS-CF-DATE)
               IF WS-ITEM-DAY NOT < RT-CUTOFF-DAY (WS-RULE-SUB)
                   MOVE 'YES' TO WS-IN-WINDOW
               END-IF
           END-IF.

      *   ONE CONFLICT - LISTED ONCE PER RUN; WRITTEN TO THE EXCEPTION
      *   FILE UNLESS AN EARLIER RUN ALREADY WROTE IT.
       400-FLAG-ONE-CONFLICT.
           MOVE WS-CF-OPERATOR TO WS-CF-KEY-OPERATOR
           MOVE WS-CF-ITEM TO WS-CF-KEY-ITEM
           MOVE WS-CF-KEY TO WS-PRIOR-KEY-KEY
           MOVE SR-REASON (WS-RULE-SUB) TO WS-PRIOR-KEY-REASON
           MOVE WS-CF-DATE TO WS-PRIOR-KEY-DATE
           MOVE SPACE TO WS-PRIOR-FOUND
           PERFORM 410-MATCH-ONE-PRIOR
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                  OR NOT PRIOR-NOT-FOUND
           IF NOT PRIOR-THIS-RUN
               MOVE SR-CODE (WS-RULE-SUB) TO DET-RULE-OUT
               MOVE WS-CF-OPERATOR TO DET-OPERATOR-OUT
               MOVE WS-CF-ITEM TO DET-ITEM-OUT
               MOVE WS-CF-DATE TO DET-DATE-OUT
               MOVE SR-INITIATING (WS-RULE-SUB) TO DET-INITIATING-OUT
               MOVE SR-APPROVING (WS-RULE-SUB) TO DET-APPROVING-OUT
               MOVE WS-CF-DETAIL TO DET-DETAIL-OUT
               IF PRIOR-EARLIER-RUN
                   MOVE "REPORTED" TO DET-STATUS-OUT
                   ADD 1 TO RT-REPORTED (WS-RULE-SUB)
               ELSE
                   MOVE "NEW" TO DET-STATUS-OUT
                   ADD 1 TO RT-NEW (WS-RULE-SUB)
                   PERFORM 420-WRITE-EXCEPTION
               END-IF
               WRITE CONFLICT-REPORT-REC FROM REPORT-DETAIL-LINE
               ADD 1 TO CONFLICTS-LISTED
               PERFORM 430-REMEMBER-THIS-RUN
           END-IF.

       410-MATCH-ONE-PRIOR.
           IF WS-PRIOR-ENTRY (WS-PRIOR-SUB) = WS-PRIOR-KEY
               MOVE WS-PRIOR-SOURCE (WS-PRIOR-SUB) TO WS-PRIOR-FOUND
           END-IF.

       420-WRITE-EXCEPTION.
           MOVE WS-CF-DATE TO SED-ITEM-DATE
           MOVE SR-CODE (WS-RULE-SUB) TO SED-RULE
           MOVE SR-INITIATING (WS-RULE-SUB) TO SED-INITIATING
           MOVE SR-APPROVING (WS-RULE-SUB) TO SED-APPROVING
           MOVE WS-CF-DETAIL TO SED-DETAIL
           MOVE SPACES TO EX-REC
           MOVE "SODCHECK" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE WS-CF-KEY TO EX-KEY
           MOVE SR-REASON (WS-RULE-SUB) TO EX-REASON
           MOVE 'O' TO EX-STATUS
           MOVE SOD-EXCEPTION-DETAIL TO EX-ORIGINAL-REC
           WRITE EX-REC
           ADD 1 TO EXCEPTIONS-WRITTEN.

      *   A PRIOR ENTRY FOUND ONLY NEEDS ITS SOURCE TURNED TO THIS
      *   RUN; A NEW ONE IS ADDED WHILE THERE IS ROOM.
       430-REMEMBER-THIS-RUN.
           IF PRIOR-EARLIER-RUN
               SUBTRACT 1 FROM WS-PRIOR-SUB
               MOVE 'T' TO WS-PRIOR-SOURCE (WS-PRIOR-SUB)
           ELSE
               IF WS-PRIOR-COUNT < PRIOR-CAPACITY
                   ADD 1 TO WS-PRIOR-COUNT
                   SET WS-PRIOR-IDX TO WS-PRIOR-COUNT
                   MOVE WS-PRIOR-KEY TO WS-PRIOR-ENTRY (WS-PRIOR-IDX)
                   MOVE 'T' TO WS-PRIOR-SOURCE (WS-PRIOR-IDX)
               END-IF
           END-IF.

       500-WRITE-TOTALS.
           IF CONFLICTS-LISTED = ZERO
               WRITE CONFLICT-REPORT-REC FROM NONE-LINE
           END-IF
           MOVE SPACES TO CONFLICT-REPORT-REC
           WRITE CONFLICT-REPORT-REC
           WRITE CONFLICT-REPORT-REC FROM RULE-HEADING-LINE
           PERFORM VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > RULE-CAPACITY
               MOVE SR-CODE (WS-RULE-SUB) TO RTL-CODE-OUT
               MOVE SR-ACTIVE (WS-RULE-SUB) TO RTL-ACTIVE-OUT
               MOVE SR-WINDOW-DAYS (WS-RULE-SUB) TO RTL-WINDOW-OUT
               MOVE SR-REASON (WS-RULE-SUB) TO RTL-REASON-OUT
               MOVE RT-NEW (WS-RULE-SUB) TO RTL-NEW-OUT
               MOVE RT-REPORTED (WS-RULE-SUB) TO RTL-REPORTED-OUT
               WRITE CONFLICT-REPORT-REC FROM RULE-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO CONFLICT-REPORT-REC
           WRITE CONFLICT-REPORT-REC
           MOVE CONFLICTS-LISTED TO TOT-LISTED-OUT
           MOVE EXCEPTIONS-WRITTEN TO TOT-EXCEPTIONS-OUT
           WRITE CONFLICT-REPORT-REC FROM REPORT-TOTAL-LINE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "SODCHECK" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE RECORDS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE CONFLICTS-LISTED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM SODCHECK.
