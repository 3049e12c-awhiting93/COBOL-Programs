      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM69.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program maintains the benefit enrollment file
      *WhitingBENEFIT-ENROLL.DAT (the shared BENENRL copybook), the
      *record of which employee is covered by which benefit plan, at
      *which coverage tier, from and to which dates.  It replaces the
      *flat annual insurance figure typed onto the payroll master:
      *PROGRAM02 now takes each enrolled employee's premium from the
      *plan table BENEFIT-PLANS.DAT (the shared BENPLAN copybook) for
      *every enrollment in force on the pay period's ending date.
      *ADD, CHANGE, and DROP transactions keyed on employee number
      *and plan code are read from BENEFIT-TRANS.DAT and matched
      *against the enrollment file the same way PROGRAM15 maintains
      *the payroll master - good and bad transactions go to their
      *own dated report files, every successful update is written to
      *the permanent audit trail WhitingBEN-AUDIT-TRAIL.DAT with the
      *signed-on operator, and a dated generation copy of the file is
      *taken before it is overwritten.
      *An add needs an employee on the payroll master and a plan and
      *tier on the plan table; a blank effective date is the business
      *date.  An employee already covered by the plan is refused -
      *the old enrollment must be dropped first, and the new one then
      *replaces it from an effective date after the old end date.  A
      *change applies only a non-blank tier or effective date.  A
      *drop sets the end date (the business date when none is keyed)
      *and keeps the record, so the carrier report can still show the
      *last month the coverage was billed.  Several transactions for
      *the same employee and plan are applied in the order they
      *arrive.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-ENROLL-FILE
               ASSIGN TO "..\..\..\..\WhitingBENEFIT-ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BENEFIT-TRANS-FILE
               ASSIGN TO "..\..\..\..\BENEFIT-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-ENROLL-FILE
               ASSIGN TO "..\..\..\..\WhitingNEW-BENEFIT-ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BENEFIT-PLAN-FILE
               ASSIGN TO "..\..\..\..\BENEFIT-PLANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "..\..\..\..\PAYROLL-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-TRANSACTION-REPORT
               ASSIGN TO WS-BAD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOOD-TRANSACTION-REPORT
               ASSIGN TO WS-GOOD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "..\..\..\..\WhitingBEN-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ENROLL-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ENROLL-FILE.
       COPY BENENRL REPLACING ==:PFX:== BY ==OLD==.

       FD  BENEFIT-TRANS-FILE.
       01  BENEFIT-TRANS-REC.
           05  TRANS-EMP-NUM               PIC X(5).
           05  TRANS-PLAN-CODE             PIC X(4).
           05  TRANS-TYPE-CODE             PIC X.
               88  IS-ADD                              VALUE 'A'.
               88  IS-CHANGE                           VALUE 'C'.
               88  IS-DROP                             VALUE 'D'.
           05  TRANS-TIER                  PIC X.
           05  TRANS-EFFECTIVE-DATE        PIC X(8).
           05  TRANS-END-DATE              PIC X(8).

       FD  NEW-ENROLL-FILE.
       COPY BENENRL REPLACING ==:PFX:== BY ==NEW==.

       FD  BENEFIT-PLAN-FILE.
       COPY BENPLAN REPLACING ==:PFX:== BY ==BP==.

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  BAD-TRANSACTION-REPORT.
       01  BAD-TRANSACTION-REC             PIC X(80).

       FD  GOOD-TRANSACTION-REPORT.
       01  GOOD-TRANSACTION-REC            PIC X(80).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC                 PIC X(110).

       FD  ENROLL-GENERATION-FILE.
       01  ENROLL-GENERATION-REC           PIC X(26).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.

       01  PROGRAM-CONSTANTS.
           05  DATE-SEP-CONST              PIC X(2)    VALUE ", ".
           05  TIME-SEP-CONST              PIC X       VALUE ":".
           05  AM-CONST                    PIC X(2)    VALUE "AM".
           05  PM-CONST                    PIC X(2)    VALUE "PM".

       01  PROGRAM-MESSAGES.
           05  ALREADY-ENROLLED-ERR.
               10  FILLER              PIC X(30)
                   VALUE "CANNOT ADD - ALREADY ENROLLED ".
               10  FILLER              PIC X(30)
                   VALUE "IN THIS PLAN - DROP IT FIRST  ".
           05  NOT-ENROLLED-ERR.
               10  FILLER              PIC X(30)
                   VALUE "CANNOT CHANGE OR DROP - NO OPE".
               10  FILLER              PIC X(30)
                   VALUE "N ENROLLMENT IN THIS PLAN     ".
           05  NO-EMPLOYEE-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - NO EMPLOYEE WIT".
               10  FILLER              PIC X(30)
                   VALUE "H THIS NUMBER ON THE MASTER   ".
           05  BAD-PLAN-TIER-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - PLAN AND TIER A".
               10  FILLER              PIC X(30)
                   VALUE "RE NOT ON THE PLAN TABLE      ".
           05  BAD-DATE-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - A DATE MUST BE ".
               10  FILLER              PIC X(30)
                   VALUE "CCYYMMDD OR BLANK             ".
           05  OVERLAP-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - EFFECTIVE DATE ".
               10  FILLER              PIC X(30)
                   VALUE "MUST FOLLOW THE OLD END DATE  ".
           05  END-BEFORE-EFFECTIVE-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - END DATE IS BEF".
               10  FILLER              PIC X(30)
                   VALUE "ORE THE EFFECTIVE DATE        ".
           05  BAD-TYPE-CODE-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - TRANSACTION TYP".
               10  FILLER              PIC X(30)
                   VALUE "E MUST BE A, C, OR D          ".
           05  SUCCESSFUL-ADD-MSG          PIC X(14)
               VALUE "SUCCESSFUL ADD".
           05  SUCCESSFUL-CHANGE-MSG       PIC X(17)
               VALUE "SUCCESSFUL CHANGE".
           05  SUCCESSFUL-DROP-MSG         PIC X(15)
               VALUE "SUCCESSFUL DROP".

       01  PRINTER-CONTROL.
           05  PAGE-COUNT                  PIC 9(3)    VALUE 1.
           05  GOOD-LINES-PRINTED          PIC 9(2)    VALUE 99.
               88  GOOD-END-OF-THE-PAGE                VALUE 45 THRU 99.
           05  BAD-LINES-PRINTED           PIC 9(2)    VALUE 99.
               88  BAD-END-OF-THE-PAGE                 VALUE 45 THRU 99.

       01  PROGRAM-DATE-AND-TIME.
           05  DATE-TIME-WORK.
               10  YEAR-WORK               PIC 9(4).
               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10  HOURS-WORK              PIC 9(2).
                   88  IT-IS-MIDNIGHT                VALUES ARE 00, 24.
                   88  IT-IS-MORNING             VALUES ARE 01 THRU 11.
                   88  IT-IS-NOON                      VALUE IS 12.
                   88  IT-IS-AFTER-NOON                VALUE 13 THRU 23.
               10  MINUTES-WORK            PIC 9(2).
               10  SECONDS-WORK            PIC 9(2).
               10  HUNDREDS-WORK           PIC 9(2).
           05  AM-PM-WORK                  PIC X(2).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.

       01  PROGRAM-WORK-AREAS.
           05  ERROR-FOUND                 PIC X       VALUE 'N'.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-HELD-PRESENT             PIC X       VALUE 'N'.
           05  WS-EMP-FOUND                PIC X       VALUE 'N'.
           05  WS-PLAN-FOUND               PIC X       VALUE 'N'.
           05  WS-TIER-WANTED              PIC X       VALUE SPACE.
           05  WS-NEW-EFFECTIVE            PIC 9(8)    VALUE ZERO.
           05  WS-NEW-END                  PIC 9(8)    VALUE ZERO.
           05  WS-EMP-NAME                 PIC X(20)   VALUE SPACES.

       01  DYNAMIC-FILE-NAMES.
           05  WS-GENERATION-FILE-NAME     PIC X(50).
           05  WS-GOOD-REPORT-FILE-NAME    PIC X(50).
           05  WS-BAD-REPORT-FILE-NAME     PIC X(50).

      *   THE MATCH KEYS - EMPLOYEE NUMBER AND PLAN CODE, THE FIRST
      *   NINE BYTES OF BOTH RECORDS.  THE KEY IN HAND IS THE LOWER
      *   OF THE TWO; EVERY TRANSACTION FOR IT IS APPLIED TO THE ONE
      *   HELD RECORD BEFORE THAT RECORD IS WRITTEN.
       01  SEQUENCE-CHECK-AREAS.
           05  WS-OLD-KEY                  PIC X(9)    VALUE LOW-VALUES.
           05  WS-TRANS-KEY                PIC X(9)    VALUE LOW-VALUES.
           05  WS-CURRENT-KEY              PIC X(9)    VALUE LOW-VALUES.
           05  WS-PREVIOUS-OLD-KEY         PIC X(9)    VALUE LOW-VALUES.
           05  WS-PREVIOUS-TRANS-KEY       PIC X(9)    VALUE LOW-VALUES.
           05  WS-SEQUENCE-ERROR           PIC X       VALUE 'N'.
               88  SEQUENCE-ERROR-FOUND                VALUE 'Y'.

      *   THE PLAN TABLE AND THE EMPLOYEES ON THE PAYROLL MASTER,
      *   LOADED ONCE TO EDIT THE TRANSACTIONS AGAINST.
       01  PLAN-TABLE-AREAS.
           05  WS-PLAN-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-PLAN-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10  WS-PLAN-CODE            PIC X(4).
               10  WS-PLAN-TIER            PIC X.
               10  WS-PLAN-EE-PREMIUM      PIC 999V99.
               10  WS-PLAN-ER-PREMIUM      PIC 999V99.
           05  WS-MASTER-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-MASTER-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-MASTER-IDX.
               10  WS-MASTER-EMP-NUM       PIC X(5).
               10  WS-MASTER-EMP-NAME      PIC X(20).

       01  AUDIT-TRAIL-AREAS.
           05  WS-AUDIT-TYPE               PIC X(6)    VALUE SPACES.
           05  WS-AUDIT-OLD-TIER           PIC X       VALUE SPACE.
           05  WS-AUDIT-OLD-EFFECTIVE      PIC 9(8)    VALUE ZERO.
           05  WS-AUDIT-OLD-END            PIC 9(8)    VALUE ZERO.
           05  AUDIT-TRAIL-LINE.
               10  AUDIT-DATE-OUT          PIC X(18).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-TYPE-OUT          PIC X(6).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-EMP-NUM-OUT       PIC X(5).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-PLAN-OUT          PIC X(4).
               10  FILLER                  PIC X(8)
                   VALUE "  TIER  ".
               10  AUDIT-OLD-TIER-OUT      PIC X.
               10  FILLER                  PIC X(4)    VALUE " TO ".
               10  AUDIT-NEW-TIER-OUT      PIC X.
               10  FILLER                  PIC X(7)    VALUE "  EFF  ".
               10  AUDIT-OLD-EFFECTIVE-OUT PIC 9(8).
               10  FILLER                  PIC X(4)    VALUE " TO ".
               10  AUDIT-NEW-EFFECTIVE-OUT PIC 9(8).
               10  FILLER                  PIC X(7)    VALUE "  END  ".
               10  AUDIT-OLD-END-OUT       PIC 9(8).
               10  FILLER                  PIC X(4)    VALUE " TO ".
               10  AUDIT-NEW-END-OUT       PIC 9(8).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-OPERATOR-OUT      PIC X(5).

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

       01  PROGRAM-HEADING-LINES.
           05  HEADING-LINE-1.
               10  DATE-AND-TIME-HEADING.
                   15  DATE-HEADING        PIC X(18)   VALUE SPACES.
                   15                      PIC X(2)    VALUE SPACES.
                   15  TIME-HEADING        PIC X(7)    VALUE SPACES.
               10                          PIC X(3)    VALUE SPACES.
               10                          PIC X(19)
                   VALUE "BENEFIT ENROLLMENT ".
               10  FILLER                  PIC X(4)    VALUE "OPR ".
               10  HEADING-OPERATOR-OUT    PIC X(5)    VALUE SPACES.
               10                        PIC X(12) VALUE "  Whiting   ".
               10                          PIC X(2)    VALUE SPACES.
               10  PAGE-HEADING.
                   15                      PIC X(5)    VALUE "PAGE ".
                   15  PAGE-NUMBER-HEADING PIC ZZ9.
               10                          PIC X(2)    VALUE SPACES.
           05  HEADING-LINE-2.
               10                          PIC X(9)   VALUE "  EMP #  ".
               10                       PIC X(21) VALUE "EMPLOYEE NAME".
               10                          PIC X(7)    VALUE "PLAN  T".
               10                          PIC X(10)   VALUE "  EFFECT".
               10                          PIC X(10)   VALUE "END DATE".
               10                          PIC X(9)    VALUE " EE PREM".
               10                          PIC X(9)    VALUE " ER PREM".

       01  PROGRAM-REPORT-LINE.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-EMP-NUM              PIC X(5).
           05                              PIC XX      VALUE SPACES.
           05  REPORT-EMP-NAME             PIC X(20).
           05                              PIC X       VALUE SPACE.
           05  REPORT-PLAN                 PIC X(4).
           05                              PIC XX      VALUE SPACES.
           05  REPORT-TIER                 PIC X.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-EFFECTIVE            PIC X(8).
           05                              PIC XX      VALUE SPACES.
           05  REPORT-END                  PIC X(8).
           05                              PIC XX      VALUE SPACES.
           05  REPORT-EE-PREMIUM           PIC $ZZ9.99.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-ER-PREMIUM           PIC $ZZ9.99.
           05                              PIC X(5)    VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 047-READ-OPERATOR-SIGNON
           PERFORM 050-BUILD-RUN-DATE
           PERFORM 060-LOAD-PLAN-TABLE
           PERFORM 065-LOAD-MASTER-TABLE
           PERFORM 800-INITIALIZATION-ROUTINE
           PERFORM 110-DATE-TIME-ROUTINE
           PERFORM 115-GOOD-HEADING-INIT
           PERFORM 116-BAD-HEADING-INIT
           PERFORM 200-PROCESS-ONE-KEY
               UNTIL WS-OLD-KEY = HIGH-VALUES AND
                     WS-TRANS-KEY = HIGH-VALUES
           PERFORM 900-ENDING-ROUTINE
           PERFORM 999-UPDATE-ENROLLMENTS
           PERFORM 080-SET-RETURN-CODE
           STOP RUN.

      *   THE SIGNED-ON OPERATOR FROM THE SIGN-ON STEP - STAMPED ON
      *   EVERY AUDIT RECORD AND THE REPORT HEADINGS.  A RUN WITHOUT
      *   A SIGN-ON FILE CARRIES BLANKS.
       047-READ-OPERATOR-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   THE DATED GENERATION AND GOOD/BAD REPORT FILE NAMES ARE
      *   BUILT FROM THE RUN DATE, THE SAME GDG-STYLE NAMING SCHEME
      *   PROGRAM15 USES FOR THE PAYROLL MASTER.
       050-BUILD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           PERFORM 045-GET-BUSINESS-DATE
           MOVE YEAR-WORK TO WS-BUSINESS-DATE (1:4)
           MOVE MONTH-WORK TO WS-BUSINESS-DATE (5:2)
           MOVE DAY-WORK TO WS-BUSINESS-DATE (7:2)
           STRING "..\..\..\..\WhitingBENEFIT-ENROLL.G"
                                                      DELIMITED SIZE
                  YEAR-WORK                           DELIMITED SIZE
                  MONTH-WORK                          DELIMITED SIZE
                  DAY-WORK                            DELIMITED SIZE
                  ".DAT"                              DELIMITED SIZE
                      INTO WS-GENERATION-FILE-NAME
           STRING "..\..\..\..\WhitingBEN-GOOD-REPORT."
                                                      DELIMITED SIZE
                  YEAR-WORK                           DELIMITED SIZE
                  MONTH-WORK                          DELIMITED SIZE
                  DAY-WORK                            DELIMITED SIZE
                  ".DAT"                              DELIMITED SIZE
                      INTO WS-GOOD-REPORT-FILE-NAME
           STRING "..\..\..\..\WhitingBEN-BAD-REPORT."
                                                      DELIMITED SIZE
                  YEAR-WORK                           DELIMITED SIZE
                  MONTH-WORK                          DELIMITED SIZE
                  DAY-WORK                            DELIMITED SIZE
                  ".DAT"                              DELIMITED SIZE
                      INTO WS-BAD-REPORT-FILE-NAME.

      *   THE PLAN TABLE - ONE ROW PER PLAN AND TIER.  A ROW WITH A
      *   TIER OTHER THAN E, S, OR F IS SKIPPED WITH A WARNING.
       060-LOAD-PLAN-TABLE.
           OPEN INPUT BENEFIT-PLAN-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 061-READ-PLAN-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE BENEFIT-PLAN-FILE.

       061-READ-PLAN-RECORD.
           READ BENEFIT-PLAN-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF BP-TIER-VALID AND BP-EE-PREMIUM IS NUMERIC
                           AND BP-ER-PREMIUM IS NUMERIC
                       IF WS-PLAN-COUNT < 100
                           ADD 1 TO WS-PLAN-COUNT
                           SET WS-PLAN-IDX TO WS-PLAN-COUNT
                           MOVE BP-PLAN-CODE
                               TO WS-PLAN-CODE (WS-PLAN-IDX)
                           MOVE BP-TIER TO WS-PLAN-TIER (WS-PLAN-IDX)
                           MOVE BP-EE-PREMIUM
                               TO WS-PLAN-EE-PREMIUM (WS-PLAN-IDX)
                           MOVE BP-ER-PREMIUM
                               TO WS-PLAN-ER-PREMIUM (WS-PLAN-IDX)
                       ELSE
                           DISPLAY "**** PLAN TABLE FULL - "
                               BP-PLAN-CODE " " BP-TIER " OMITTED ****"
                       END-IF
                   ELSE
                       DISPLAY "**** BENEFIT-PLANS.DAT ROW "
                           BP-PLAN-CODE " " BP-TIER
                           " IS NOT VALID - SKIPPED ****"
                   END-IF
           END-READ.

       065-LOAD-MASTER-TABLE.
           OPEN INPUT PAYROLL-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 066-READ-MASTER-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PAYROLL-MASTER-FILE.

       066-READ-MASTER-RECORD.
           READ PAYROLL-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-MASTER-COUNT < 500
                       ADD 1 TO WS-MASTER-COUNT
                       SET WS-MASTER-IDX TO WS-MASTER-COUNT
                       MOVE PM-EMP-NUM
                           TO WS-MASTER-EMP-NUM (WS-MASTER-IDX)
                       MOVE PM-EMP-NAME
                           TO WS-MASTER-EMP-NAME (WS-MASTER-IDX)
                   ELSE
                       DISPLAY "**** PAYROLL MASTER TABLE FULL - "
                           PM-EMP-NUM " OMITTED ****"
                   END-IF
           END-READ.

      *   SETS A NON-ZERO CONDITION CODE WHEN THE ENROLLMENT FILE
      *   UPDATE WAS SKIPPED FOR OUT-OF-SEQUENCE INPUT, SO A JOB
      *   STREAM CAN STOP RATHER THAN PAY PREMIUMS FROM A FILE THAT
      *   DOES NOT REFLECT TODAY'S TRANSACTIONS.
       080-SET-RETURN-CODE.
           IF SEQUENCE-ERROR-FOUND
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

       110-DATE-TIME-ROUTINE.
           STRING MONTH-TABLE (MONTH-WORK) DELIMITED BY SPACES
                  SPACE DELIMITED BY SIZE
                  DAY-WORK DELIMITED BY SIZE
                  DATE-SEP-CONST DELIMITED BY SIZE
                  YEAR-WORK DELIMITED BY SIZE
                      INTO DATE-HEADING
           EVALUATE TRUE
               WHEN IT-IS-AFTER-NOON
                   MOVE PM-CONST TO AM-PM-WORK
                   SUBTRACT 12 FROM HOURS-WORK
               WHEN IT-IS-MORNING
                   MOVE AM-CONST TO AM-PM-WORK
               WHEN IT-IS-NOON
                   MOVE PM-CONST TO AM-PM-WORK
               WHEN IT-IS-MIDNIGHT
                   MOVE AM-CONST TO AM-PM-WORK
                   MOVE 12 TO HOURS-WORK
               WHEN OTHER
                   DISPLAY "******* ERROR IN TIME *******"
           END-EVALUATE
           STRING HOURS-WORK DELIMITED BY SIZE
                  TIME-SEP-CONST DELIMITED BY SIZE
                  MINUTES-WORK DELIMITED BY SIZE
                  AM-PM-WORK DELIMITED BY SIZE
                      INTO TIME-HEADING
           MOVE WS-OPERATOR-ID TO HEADING-OPERATOR-OUT
           MOVE PAGE-COUNT TO PAGE-NUMBER-HEADING.

       115-GOOD-HEADING-INIT.
           MOVE ZERO TO GOOD-LINES-PRINTED
           WRITE GOOD-TRANSACTION-REC FROM HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE GOOD-TRANSACTION-REC FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO GOOD-TRANSACTION-REC
           WRITE GOOD-TRANSACTION-REC.

       116-BAD-HEADING-INIT.
           MOVE ZERO TO BAD-LINES-PRINTED
           WRITE BAD-TRANSACTION-REC FROM HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE BAD-TRANSACTION-REC FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO BAD-TRANSACTION-REC
           WRITE BAD-TRANSACTION-REC.

       120-HEADING-ROUTINE.
           MOVE SPACES TO GOOD-TRANSACTION-REC
           WRITE GOOD-TRANSACTION-REC
               AFTER ADVANCING PAGE.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER-HEADING
           WRITE GOOD-TRANSACTION-REC FROM HEADING-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE GOOD-TRANSACTION-REC FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO GOOD-TRANSACTION-REC
           WRITE GOOD-TRANSACTION-REC
           MOVE ZERO TO GOOD-LINES-PRINTED.

       121-BAD-HEADING-ROUTINE.
           MOVE SPACES TO BAD-TRANSACTION-REC
           WRITE BAD-TRANSACTION-REC
               AFTER ADVANCING PAGE.
           ADD 1 TO PAGE-COUNT
           MOVE PAGE-COUNT TO PAGE-NUMBER-HEADING
           WRITE BAD-TRANSACTION-REC FROM HEADING-LINE-1
               AFTER ADVANCING 2 LINES
           WRITE BAD-TRANSACTION-REC FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO BAD-TRANSACTION-REC
           WRITE BAD-TRANSACTION-REC
           MOVE ZERO TO BAD-LINES-PRINTED.

      *   TAKES THE LOWER OF THE TWO KEYS, HOLDS THE ENROLLMENT ON
      *   FILE FOR IT (IF ANY) IN THE NEW RECORD AREA, APPLIES EVERY
      *   TRANSACTION FOR THE KEY TO IT IN ARRIVAL ORDER, AND WRITES
      *   WHAT IS LEFT HELD.
       200-PROCESS-ONE-KEY.
           IF WS-OLD-KEY < WS-TRANS-KEY
               MOVE WS-OLD-KEY TO WS-CURRENT-KEY
           ELSE
               MOVE WS-TRANS-KEY TO WS-CURRENT-KEY
           END-IF
           IF WS-OLD-KEY = WS-CURRENT-KEY
               MOVE OLD-REC TO NEW-REC
               MOVE 'Y' TO WS-HELD-PRESENT
               PERFORM 700-READ-OLD-ENROLLMENT
           ELSE
               MOVE 'N' TO WS-HELD-PRESENT
           END-IF
           PERFORM 300-APPLY-ONE-TRANSACTION
               UNTIL WS-TRANS-KEY NOT = WS-CURRENT-KEY
           IF WS-HELD-PRESENT = 'Y'
               WRITE NEW-REC
           END-IF.

       300-APPLY-ONE-TRANSACTION.
           IF GOOD-END-OF-THE-PAGE
               PERFORM 120-HEADING-ROUTINE
           END-IF
           IF BAD-END-OF-THE-PAGE
               PERFORM 121-BAD-HEADING-ROUTINE
           END-IF
           PERFORM 640-FIND-EMPLOYEE
           EVALUATE TRUE
               WHEN IS-ADD
                    PERFORM 500-ADD-ROUTINE
               WHEN IS-CHANGE
                    PERFORM 510-CHANGE-ROUTINE
               WHEN IS-DROP
                    PERFORM 520-DROP-ROUTINE
               WHEN OTHER
                    PERFORM 650-MOVE-TRANS-TO-REPORT
                    PERFORM 690-WRITE-BAD-LINE
                    WRITE BAD-TRANSACTION-REC FROM BAD-TYPE-CODE-ERR
           END-EVALUATE
           PERFORM 710-READ-TRANSACTION.

      *   AN ADD STARTS THE COVERAGE - OR, WHEN THE EMPLOYEE'S LAST
      *   ENROLLMENT IN THE PLAN HAS ENDED, STARTS IT AGAIN IN THE
      *   SAME RECORD FROM AN EFFECTIVE DATE AFTER THE OLD END DATE.
       500-ADD-ROUTINE.
           MOVE 'N' TO ERROR-FOUND
           MOVE TRANS-TIER TO WS-TIER-WANTED
           PERFORM 630-EDIT-DATES
           IF WS-NEW-EFFECTIVE = ZERO
               MOVE WS-BUSINESS-DATE TO WS-NEW-EFFECTIVE
           END-IF
           PERFORM 620-FIND-PLAN-TIER
           EVALUATE TRUE
               WHEN ERROR-FOUND = 'D'
                   CONTINUE
               WHEN WS-HELD-PRESENT = 'Y' AND NEW-END-DATE = ZERO
                   MOVE 'E' TO ERROR-FOUND
               WHEN WS-EMP-FOUND = 'N'
                   MOVE 'M' TO ERROR-FOUND
               WHEN WS-PLAN-FOUND = 'N'
                   MOVE 'P' TO ERROR-FOUND
               WHEN WS-HELD-PRESENT = 'Y' AND
                       WS-NEW-EFFECTIVE NOT > NEW-END-DATE
                   MOVE 'O' TO ERROR-FOUND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ERROR-FOUND NOT = 'N'
               PERFORM 650-MOVE-TRANS-TO-REPORT
               PERFORM 680-WRITE-ERROR-LINES
           ELSE
               IF WS-HELD-PRESENT = 'Y'
                   PERFORM 660-SAVE-OLD-FOR-AUDIT
               ELSE
                   MOVE SPACE TO WS-AUDIT-OLD-TIER
                   MOVE ZERO TO WS-AUDIT-OLD-EFFECTIVE
                   MOVE ZERO TO WS-AUDIT-OLD-END
               END-IF
               MOVE SPACES TO NEW-REC
               MOVE TRANS-EMP-NUM TO NEW-EMP-NUM
               MOVE TRANS-PLAN-CODE TO NEW-PLAN-CODE
               MOVE TRANS-TIER TO NEW-TIER
               MOVE WS-NEW-EFFECTIVE TO NEW-EFFECTIVE-DATE
               MOVE ZERO TO NEW-END-DATE
               MOVE 'Y' TO WS-HELD-PRESENT
               PERFORM 651-MOVE-HELD-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-ADD-MSG
               ADD 2 TO GOOD-LINES-PRINTED
               MOVE "ADD   " TO WS-AUDIT-TYPE
               PERFORM 740-WRITE-AUDIT-RECORD
           END-IF.

      *   A CHANGE TO AN OPEN ENROLLMENT APPLIES ONLY A NON-BLANK
      *   TIER OR EFFECTIVE DATE - A NEW TIER MUST BE ONE THE PLAN
      *   OFFERS.
       510-CHANGE-ROUTINE.
           MOVE 'N' TO ERROR-FOUND
           IF TRANS-TIER = SPACE AND WS-HELD-PRESENT = 'Y'
               MOVE NEW-TIER TO WS-TIER-WANTED
           ELSE
               MOVE TRANS-TIER TO WS-TIER-WANTED
           END-IF
           PERFORM 630-EDIT-DATES
           PERFORM 620-FIND-PLAN-TIER
           EVALUATE TRUE
               WHEN ERROR-FOUND = 'D'
                   CONTINUE
               WHEN WS-HELD-PRESENT = 'N'
                   MOVE 'X' TO ERROR-FOUND
               WHEN NEW-END-DATE NOT = ZERO
                   MOVE 'X' TO ERROR-FOUND
               WHEN WS-PLAN-FOUND = 'N'
                   MOVE 'P' TO ERROR-FOUND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ERROR-FOUND NOT = 'N'
               PERFORM 650-MOVE-TRANS-TO-REPORT
               PERFORM 680-WRITE-ERROR-LINES
           ELSE
               PERFORM 660-SAVE-OLD-FOR-AUDIT
               MOVE WS-TIER-WANTED TO NEW-TIER
               IF WS-NEW-EFFECTIVE > ZERO
                   MOVE WS-NEW-EFFECTIVE TO NEW-EFFECTIVE-DATE
               END-IF
               PERFORM 651-MOVE-HELD-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-CHANGE-MSG
               ADD 2 TO GOOD-LINES-PRINTED
               MOVE "CHANGE" TO WS-AUDIT-TYPE
               PERFORM 740-WRITE-AUDIT-RECORD
           END-IF.

      *   A DROP ENDS AN OPEN ENROLLMENT ON THE END DATE KEYED, OR
      *   THE BUSINESS DATE, AND KEEPS THE RECORD.
       520-DROP-ROUTINE.
           MOVE 'N' TO ERROR-FOUND
           PERFORM 630-EDIT-DATES
           IF WS-NEW-END = ZERO
               MOVE WS-BUSINESS-DATE TO WS-NEW-END
           END-IF
           EVALUATE TRUE
               WHEN ERROR-FOUND = 'D'
                   CONTINUE
               WHEN WS-HELD-PRESENT = 'N'
                   MOVE 'X' TO ERROR-FOUND
               WHEN NEW-END-DATE NOT = ZERO
                   MOVE 'X' TO ERROR-FOUND
               WHEN WS-NEW-END < NEW-EFFECTIVE-DATE
                   MOVE 'B' TO ERROR-FOUND
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF ERROR-FOUND NOT = 'N'
               PERFORM 650-MOVE-TRANS-TO-REPORT
               PERFORM 680-WRITE-ERROR-LINES
           ELSE
               PERFORM 660-SAVE-OLD-FOR-AUDIT
               MOVE WS-NEW-END TO NEW-END-DATE
               MOVE NEW-TIER TO WS-TIER-WANTED
               PERFORM 620-FIND-PLAN-TIER
               PERFORM 651-MOVE-HELD-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-DROP-MSG
               ADD 2 TO GOOD-LINES-PRINTED
               MOVE "DROP  " TO WS-AUDIT-TYPE
               PERFORM 740-WRITE-AUDIT-RECORD
           END-IF.

      *   LOOKS UP THE TRANSACTION'S PLAN AT THE TIER WANTED.  THE
      *   PREMIUMS FOUND ARE SHOWN ON THE REPORT LINE.
       620-FIND-PLAN-TIER.
           MOVE 'N' TO WS-PLAN-FOUND
           MOVE ZERO TO REPORT-EE-PREMIUM
           MOVE ZERO TO REPORT-ER-PREMIUM
           SET WS-PLAN-IDX TO 1
           IF WS-PLAN-COUNT > ZERO
               SEARCH WS-PLAN-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-PLAN-CODE (WS-PLAN-IDX) = TRANS-PLAN-CODE
                           AND WS-PLAN-TIER (WS-PLAN-IDX) =
                               WS-TIER-WANTED
                       MOVE 'Y' TO WS-PLAN-FOUND
                       MOVE WS-PLAN-EE-PREMIUM (WS-PLAN-IDX)
                           TO REPORT-EE-PREMIUM
                       MOVE WS-PLAN-ER-PREMIUM (WS-PLAN-IDX)
                           TO REPORT-ER-PREMIUM
               END-SEARCH
           END-IF.

      *   A DATE ON THE TRANSACTION IS EIGHT DIGITS OR BLANK.  A BAD
      *   ONE REJECTS THE WHOLE TRANSACTION (ERROR D).
       630-EDIT-DATES.
           MOVE ZERO TO WS-NEW-EFFECTIVE
           MOVE ZERO TO WS-NEW-END
           IF TRANS-EFFECTIVE-DATE NOT = SPACES
               IF TRANS-EFFECTIVE-DATE IS NUMERIC
                   MOVE TRANS-EFFECTIVE-DATE TO WS-NEW-EFFECTIVE
               ELSE
                   MOVE 'D' TO ERROR-FOUND
               END-IF
           END-IF
           IF TRANS-END-DATE NOT = SPACES
               IF TRANS-END-DATE IS NUMERIC
                   MOVE TRANS-END-DATE TO WS-NEW-END
               ELSE
                   MOVE 'D' TO ERROR-FOUND
               END-IF
           END-IF.

       640-FIND-EMPLOYEE.
           MOVE 'N' TO WS-EMP-FOUND
           MOVE SPACES TO WS-EMP-NAME
           SET WS-MASTER-IDX TO 1
           IF WS-MASTER-COUNT > ZERO
               SEARCH WS-MASTER-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-MASTER-EMP-NUM (WS-MASTER-IDX) =
                           TRANS-EMP-NUM
                       MOVE 'Y' TO WS-EMP-FOUND
                       MOVE WS-MASTER-EMP-NAME (WS-MASTER-IDX)
                           TO WS-EMP-NAME
               END-SEARCH
           END-IF.

       650-MOVE-TRANS-TO-REPORT.
           MOVE TRANS-EMP-NUM TO REPORT-EMP-NUM
           MOVE WS-EMP-NAME TO REPORT-EMP-NAME
           MOVE TRANS-PLAN-CODE TO REPORT-PLAN
           MOVE TRANS-TIER TO REPORT-TIER
           MOVE TRANS-EFFECTIVE-DATE TO REPORT-EFFECTIVE
           MOVE TRANS-END-DATE TO REPORT-END.

       651-MOVE-HELD-TO-REPORT.
           MOVE NEW-EMP-NUM TO REPORT-EMP-NUM
           MOVE WS-EMP-NAME TO REPORT-EMP-NAME
           MOVE NEW-PLAN-CODE TO REPORT-PLAN
           MOVE NEW-TIER TO REPORT-TIER
           MOVE NEW-EFFECTIVE-DATE TO REPORT-EFFECTIVE
           IF NEW-END-DATE = ZERO
               MOVE "OPEN" TO REPORT-END
           ELSE
               MOVE NEW-END-DATE TO REPORT-END
           END-IF.

       660-SAVE-OLD-FOR-AUDIT.
           MOVE NEW-TIER TO WS-AUDIT-OLD-TIER
           MOVE NEW-EFFECTIVE-DATE TO WS-AUDIT-OLD-EFFECTIVE
           MOVE NEW-END-DATE TO WS-AUDIT-OLD-END.

       680-WRITE-ERROR-LINES.
           PERFORM 690-WRITE-BAD-LINE
           EVALUATE ERROR-FOUND
               WHEN 'D'
                   WRITE BAD-TRANSACTION-REC FROM BAD-DATE-ERR
               WHEN 'E'
                   WRITE BAD-TRANSACTION-REC FROM ALREADY-ENROLLED-ERR
               WHEN 'M'
                   WRITE BAD-TRANSACTION-REC FROM NO-EMPLOYEE-ERR
               WHEN 'P'
                   WRITE BAD-TRANSACTION-REC FROM BAD-PLAN-TIER-ERR
               WHEN 'O'
                   WRITE BAD-TRANSACTION-REC FROM OVERLAP-ERR
               WHEN 'B'
                   WRITE BAD-TRANSACTION-REC
                       FROM END-BEFORE-EFFECTIVE-ERR
               WHEN OTHER
                   WRITE BAD-TRANSACTION-REC FROM NOT-ENROLLED-ERR
           END-EVALUATE.

       690-WRITE-BAD-LINE.
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           ADD 2 TO BAD-LINES-PRINTED.

       700-READ-OLD-ENROLLMENT.
           READ OLD-ENROLL-FILE
               AT END MOVE HIGH-VALUES TO WS-OLD-KEY
               NOT AT END MOVE OLD-REC (1:9) TO WS-OLD-KEY
           END-READ
           IF WS-OLD-KEY NOT = HIGH-VALUES
               PERFORM 701-CHECK-OLD-SEQUENCE
           END-IF.

      *   REQUIRES THE ENROLLMENT FILE IN ASCENDING EMPLOYEE NUMBER
      *   AND PLAN CODE ORDER, ONE RECORD PER KEY - ANYTHING ELSE
      *   ABORTS THE MATCH SO 999-UPDATE-ENROLLMENTS NEVER OVERWRITES
      *   THE REAL FILE.
       701-CHECK-OLD-SEQUENCE.
           IF WS-OLD-KEY NOT > WS-PREVIOUS-OLD-KEY
               DISPLAY "******* ENROLLMENT FILE OUT OF SEQUENCE AT "
                   WS-OLD-KEY " - RUN ABORTED *******"
               MOVE 'Y' TO WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO WS-OLD-KEY
               MOVE HIGH-VALUES TO WS-TRANS-KEY
           ELSE
               MOVE WS-OLD-KEY TO WS-PREVIOUS-OLD-KEY
           END-IF.

       710-READ-TRANSACTION.
           READ BENEFIT-TRANS-FILE
               AT END MOVE HIGH-VALUES TO WS-TRANS-KEY
               NOT AT END MOVE BENEFIT-TRANS-REC (1:9) TO WS-TRANS-KEY
           END-READ
           IF WS-TRANS-KEY NOT = HIGH-VALUES
               PERFORM 716-CHECK-TRANS-SEQUENCE
           END-IF.

      *   REQUIRES BENEFIT-TRANS.DAT IN ASCENDING EMPLOYEE NUMBER AND
      *   PLAN CODE ORDER.  EQUAL KEYS ARE APPLIED IN ARRIVAL ORDER.
       716-CHECK-TRANS-SEQUENCE.
           IF WS-TRANS-KEY < WS-PREVIOUS-TRANS-KEY
               DISPLAY "******* TRANSACTION FILE OUT OF SEQUENCE AT "
                   WS-TRANS-KEY " - RUN ABORTED *******"
               MOVE 'Y' TO WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO WS-TRANS-KEY
               MOVE HIGH-VALUES TO WS-OLD-KEY
           ELSE
               MOVE WS-TRANS-KEY TO WS-PREVIOUS-TRANS-KEY
           END-IF.

      *   WRITES ONE PERMANENT BEFORE/AFTER AUDIT RECORD FOR A
      *   SUCCESSFUL ADD, CHANGE, OR DROP.  THE AUDIT TRAIL IS OPENED
      *   EXTEND SO IT IS NEVER OVERWRITTEN BY A LATER RUN.
       740-WRITE-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-OUT
           MOVE DATE-HEADING TO AUDIT-DATE-OUT
           MOVE WS-AUDIT-TYPE TO AUDIT-TYPE-OUT
           MOVE NEW-EMP-NUM TO AUDIT-EMP-NUM-OUT
           MOVE NEW-PLAN-CODE TO AUDIT-PLAN-OUT
           MOVE WS-AUDIT-OLD-TIER TO AUDIT-OLD-TIER-OUT
           MOVE NEW-TIER TO AUDIT-NEW-TIER-OUT
           MOVE WS-AUDIT-OLD-EFFECTIVE TO AUDIT-OLD-EFFECTIVE-OUT
           MOVE NEW-EFFECTIVE-DATE TO AUDIT-NEW-EFFECTIVE-OUT
           MOVE WS-AUDIT-OLD-END TO AUDIT-OLD-END-OUT
           MOVE NEW-END-DATE TO AUDIT-NEW-END-OUT
           WRITE AUDIT-TRAIL-REC FROM AUDIT-TRAIL-LINE.

       800-INITIALIZATION-ROUTINE.
           OPEN INPUT  OLD-ENROLL-FILE
                       BENEFIT-TRANS-FILE
                OUTPUT NEW-ENROLL-FILE
                       BAD-TRANSACTION-REPORT
                       GOOD-TRANSACTION-REPORT
           OPEN EXTEND AUDIT-TRAIL-FILE
           PERFORM 700-READ-OLD-ENROLLMENT
           PERFORM 710-READ-TRANSACTION.

       900-ENDING-ROUTINE.
           CLOSE OLD-ENROLL-FILE
                 BENEFIT-TRANS-FILE
                 NEW-ENROLL-FILE
                 BAD-TRANSACTION-REPORT
                 GOOD-TRANSACTION-REPORT
                 AUDIT-TRAIL-FILE.

       999-UPDATE-ENROLLMENTS.
           IF SEQUENCE-ERROR-FOUND
               DISPLAY "******* ENROLLMENT FILE NOT UPDATED - A "
                   "SEQUENCE ERROR WAS FOUND DURING THE RUN *******"
           ELSE
               PERFORM 995-SAVE-PRIOR-GENERATION
               OPEN INPUT NEW-ENROLL-FILE
                   OUTPUT OLD-ENROLL-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 997-COPY-NEW-RECORD
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE NEW-ENROLL-FILE
                     OLD-ENROLL-FILE
           END-IF.

      *   TAKES A DATED GENERATION COPY OF THE ENROLLMENT FILE BEFORE
      *   IT IS OVERWRITTEN, SO A BAD CYCLE CAN BE ROLLED BACK TO THE
      *   PRIOR GENERATION.
       995-SAVE-PRIOR-GENERATION.
           OPEN INPUT OLD-ENROLL-FILE
           OPEN OUTPUT ENROLL-GENERATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 996-COPY-GENERATION-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-ENROLL-FILE
                 ENROLL-GENERATION-FILE.

       996-COPY-GENERATION-RECORD.
           READ OLD-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE ENROLL-GENERATION-REC FROM OLD-REC
           END-READ.

       997-COPY-NEW-RECORD.
           READ NEW-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE OLD-REC FROM NEW-REC
           END-READ.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK, SO A RERUN OR LATE RUN
      *   CARRIES THE DATE OF THE BUSINESS DAY IT BELONGS TO.
       045-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE (1:4) TO YEAR-WORK
                       MOVE BD-DATE (5:2) TO MONTH-WORK
                       MOVE BD-DATE (7:2) TO DAY-WORK
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       END PROGRAM PROGRAM69.
