      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM70.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the monthly benefit carrier report - every
      *enrollment the insurer should be billing us for, with the
      *premiums PROGRAM02 takes for it, so the carrier's invoice can
      *be checked line by line before it is paid.
      *The month is the business date's month, settled the way
      *PROGRAM68 settles it: the stream runs it in the month-end
      *section, when WhitingMONTH-END.DAT marks the business date as
      *the month's last processing day, and the report covers the
      *whole month; run on any other night it covers the month to
      *date and says so in its heading.
      *An enrollment in WhitingBENEFIT-ENROLL.DAT (maintained by
      *PROGRAM69) is listed when it was in force on any day of the
      *month - effective by the last day counted and open or ended
      *no earlier than the first - so coverage dropped in the month
      *still appears for the month it was billed.  The enrollments
      *are grouped by plan, each with the employee's name from the
      *payroll master, the tier, the effective and end dates, and
      *the employee, employer, and total premium per weekly pay
      *period from BENEFIT-PLANS.DAT.  Each plan closes with a
      *count and premium subtotal for every tier it covers, and the
      *monthly premium (per-period premium times 52 over 12) that
      *the carrier's invoice should show.  An enrollment whose plan
      *and tier are not on the plan table is listed at the end as
      *unpriced and ends the run with condition code 4.
      *The report is WhitingBENEFIT-CARRIER.LIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BENEFIT-ENROLL-FILE
               ASSIGN TO "..\..\..\..\WhitingBENEFIT-ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BENEFIT-PLAN-FILE
               ASSIGN TO "..\..\..\..\BENEFIT-PLANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "..\..\..\..\PAYROLL-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MONTH-END-FILE
               ASSIGN TO "..\..\..\..\WhitingMONTH-END.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CARRIER-REPORT
               ASSIGN TO "..\..\..\..\WhitingBENEFIT-CARRIER.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BENEFIT-ENROLL-FILE.
       COPY BENENRL REPLACING ==:PFX:== BY ==BE==.

       FD  BENEFIT-PLAN-FILE.
       COPY BENPLAN REPLACING ==:PFX:== BY ==BP==.

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  MONTH-END-FILE.
       01  MONTH-END-REC.
           05  ME-DATE                     PIC 9(8).
           05  ME-MONTH-END                PIC X.
           05  ME-QUARTER-END              PIC X.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  CARRIER-REPORT.
       01  CARRIER-REC                     PIC X(100).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-MONTH-END-NIGHT          PIC X       VALUE 'N'.
           05  WS-FIRST-OF-PLAN            PIC X       VALUE 'N'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               10  WS-BUSINESS-YEAR        PIC 9(4).
               10  WS-BUSINESS-MONTH       PIC 9(2).
               10  WS-BUSINESS-DAY         PIC 9(2).

      *   THE MONTH BEING REPORTED - THE FIRST DAY AND THE LAST DAY
      *   COUNTED (THE BUSINESS DATE ITSELF UNLESS IT IS MONTH END).
       01  PERIOD-AREAS.
           05  WS-PERIOD-FROM              PIC 9(8)    VALUE ZERO.
           05  WS-PERIOD-THRU              PIC 9(8)    VALUE ZERO.
           05  WS-PERIOD-THRU-X REDEFINES WS-PERIOD-THRU.
               10  WS-THRU-YEAR            PIC 9(4).
               10  WS-THRU-MONTH           PIC 9(2).
               10  WS-THRU-DAY             PIC 9(2).
           05  WS-DAYS-IN-MONTH            PIC 9(2)    VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(3)    VALUE ZERO.
           05  DAYS-PER-MONTH-VALUES.
               10  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
           05  DAYS-PER-MONTH-TABLE REDEFINES DAYS-PER-MONTH-VALUES.
               10  DAYS-PER-MONTH          PIC 9(2)    OCCURS 12 TIMES.

      *   THE PLAN TABLE, ONE ROW PER PLAN AND TIER AS ON THE FILE.
      *   THE ROW'S COUNT AND PREMIUMS ARE THE TIER SUBTOTAL.
       01  PLAN-AREAS.
           05  PLAN-COUNT                  PIC 9(3)    VALUE ZERO.
           05  WS-PLAN-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-EARLIER-SUB              PIC 9(3)    VALUE ZERO.
           05  WS-TIER-SUB                 PIC 9(3)    VALUE ZERO.
           05  PLAN-ROW OCCURS 100 TIMES
                   INDEXED BY PLAN-IDX.
               10  PR-PLAN-CODE            PIC X(4).
               10  PR-TIER                 PIC X.
               10  PR-PLAN-NAME            PIC X(20).
               10  PR-EE-PREMIUM           PIC 999V99.
               10  PR-ER-PREMIUM           PIC 999V99.
               10  PR-COUNT                PIC 9(5).
               10  PR-EE-TOTAL             PIC 9(7)V99.
               10  PR-ER-TOTAL             PIC 9(7)V99.

      *   THE EMPLOYEES ON THE PAYROLL MASTER, FOR THE NAMES.
       01  MASTER-AREAS.
           05  MASTER-COUNT                PIC 9(3)    VALUE ZERO.
           05  MASTER-ROW OCCURS 500 TIMES
                   INDEXED BY MASTER-IDX.
               10  MR-EMP-NUM              PIC X(5).
               10  MR-EMP-NAME             PIC X(20).

      *   THE ENROLLMENTS IN FORCE IN THE MONTH, PRICED AS LOADED.
      *   CR-PLAN-SUB POINTS AT THE PLAN ROW - ZERO WHEN UNPRICED.
       01  COVERAGE-AREAS.
           05  COVERAGE-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-COVERAGE-SUB             PIC 9(3)    VALUE ZERO.
           05  UNPRICED-COUNT              PIC 9(3)    VALUE ZERO.
           05  COVERAGE-ROW OCCURS 500 TIMES
                   INDEXED BY COVERAGE-IDX.
               10  CR-EMP-NUM              PIC X(5).
               10  CR-EMP-NAME             PIC X(20).
               10  CR-PLAN-CODE            PIC X(4).
               10  CR-TIER                 PIC X.
               10  CR-EFFECTIVE-DATE       PIC 9(8).
               10  CR-END-DATE             PIC 9(8).
               10  CR-PLAN-SUB             PIC 9(3).

      *   ONE PLAN'S TOTALS, AND THE WHOLE REPORT'S.
       01  TOTAL-AREAS.
           05  WS-PLAN-CODE-NOW            PIC X(4)    VALUE SPACES.
           05  PLAN-TOTAL-COUNT            PIC 9(5)    VALUE ZERO.
           05  PLAN-TOTAL-EE               PIC 9(7)V99 VALUE ZERO.
           05  PLAN-TOTAL-ER               PIC 9(7)V99 VALUE ZERO.
           05  GRAND-TOTAL-COUNT           PIC 9(5)    VALUE ZERO.
           05  GRAND-TOTAL-EE              PIC 9(7)V99 VALUE ZERO.
           05  GRAND-TOTAL-ER              PIC 9(7)V99 VALUE ZERO.
           05  WS-LINE-COUNT               PIC 9(5)    VALUE ZERO.
           05  WS-LINE-EE                  PIC 9(7)V99 VALUE ZERO.
           05  WS-LINE-ER                  PIC 9(7)V99 VALUE ZERO.
           05  WS-PERIOD-PREMIUM           PIC 9(7)V99 VALUE ZERO.
           05  WS-MONTHLY-PREMIUM          PIC 9(7)V99 VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "BENEFIT CARRIER PREMIUM REPORT          ".
           05  HEADING-FROM-OUT            PIC 9(8).
           05  FILLER                      PIC X(6)    VALUE " THRU ".
           05  HEADING-THRU-OUT            PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  HEADING-BASIS-OUT           PIC X(27).
           05                              PIC X(9)    VALUE SPACES.

       01  PLAN-TITLE-LINE.
           05  FILLER                      PIC X(5)    VALUE "PLAN ".
           05  PLAN-CODE-OUT               PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  PLAN-NAME-OUT               PIC X(20).
           05                              PIC X(69)   VALUE SPACES.

       01  COVERAGE-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "EMP    NAME                  TIER  EFFEC".
           05  FILLER                      PIC X(40)
               VALUE "TIVE  END DATE    EE PREM   ER PREM  TOT".
           05  FILLER                      PIC X(20)
               VALUE "AL PREM             ".

       01  COVERAGE-DETAIL-LINE.
           05  COV-EMP-OUT                 PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  COV-NAME-OUT                PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  COV-TIER-OUT                PIC X.
           05                              PIC X(5)    VALUE SPACES.
           05  COV-EFFECTIVE-OUT           PIC 9(8).
           05                              PIC X(3)    VALUE SPACES.
           05  COV-END-OUT                 PIC X(8).
           05                              PIC X(5)    VALUE SPACES.
           05  COV-EE-OUT                  PIC ZZ9.99.
           05                              PIC X(4)    VALUE SPACES.
           05  COV-ER-OUT                  PIC ZZ9.99.
           05                              PIC X(4)    VALUE SPACES.
           05  COV-TOTAL-OUT               PIC Z,ZZ9.99.
           05                              PIC X(13)   VALUE SPACES.

      *   A TIER SUBTOTAL, A PLAN TOTAL, OR THE GRAND TOTAL - THE
      *   PER-PERIOD PREMIUMS AND WHAT THEY COME TO FOR A MONTH.
       01  SUBTOTAL-LINE.
           05  SUB-LABEL-OUT               PIC X(24).
           05  FILLER                      PIC X(6)    VALUE "COUNT ".
           05  SUB-COUNT-OUT               PIC ZZZZ9.
           05  FILLER                      PIC X(4)    VALUE " EE ".
           05  SUB-EE-OUT                  PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(4)    VALUE " ER ".
           05  SUB-ER-OUT                  PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(8)    VALUE " PERIOD ".
           05  SUB-PERIOD-OUT              PIC ZZZ,ZZ9.99.
           05  FILLER                      PIC X(7)    VALUE " MONTH ".
           05  SUB-MONTHLY-OUT             PIC Z,ZZZ,ZZ9.99.

       01  UNPRICED-TITLE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "ENROLLMENTS WITH NO PLAN AND TIER ON BEN".
           05  FILLER                      PIC X(40)
               VALUE "EFIT-PLANS.DAT - NOT PRICED             ".
           05                              PIC X(20)   VALUE SPACES.

       01  UNPRICED-DETAIL-LINE.
           05  UNP-EMP-OUT                 PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  UNP-NAME-OUT                PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  UNP-TIER-OUT                PIC X.
           05                              PIC X(5)    VALUE SPACES.
           05  UNP-EFFECTIVE-OUT           PIC 9(8).
           05                              PIC X(3)    VALUE SPACES.
           05  UNP-END-OUT                 PIC X(8).
           05                              PIC X(3)    VALUE SPACES.
           05  FILLER                      PIC X(5)    VALUE "PLAN ".
           05  UNP-PLAN-OUT                PIC X(4).
           05                              PIC X(34)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO ENROLLMENTS IN FORCE IN THE MONTH    ".
           05                              PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-SET-REPORT-MONTH
           PERFORM 110-LOAD-PLAN-TABLE
           PERFORM 120-LOAD-MASTER
           PERFORM 130-LOAD-COVERAGE
           OPEN OUTPUT CARRIER-REPORT
           MOVE WS-PERIOD-FROM TO HEADING-FROM-OUT
           MOVE WS-PERIOD-THRU TO HEADING-THRU-OUT
           WRITE CARRIER-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           IF COVERAGE-COUNT = ZERO
               WRITE CARRIER-REC FROM NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 200-PRINT-ONE-PLAN
                   VARYING WS-PLAN-SUB FROM 1 BY 1
                   UNTIL WS-PLAN-SUB > PLAN-COUNT
               PERFORM 270-PRINT-GRAND-TOTAL
               IF UNPRICED-COUNT > ZERO
                   PERFORM 280-PRINT-UNPRICED
               END-IF
           END-IF
           CLOSE CARRIER-REPORT
           IF UNPRICED-COUNT > ZERO
               DISPLAY "**** " UNPRICED-COUNT " ENROLLMENT(S) WITH NO "
                   "PLAN PRICE - SEE WhitingBENEFIT-CARRIER.LIS ****"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
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

      *   PROGRAM29'S FLAG FOR THE BUSINESS DATE SAYS WHETHER THE
      *   MONTH IS OVER.  ON MONTH END THE WHOLE MONTH IS COVERED;
      *   OTHERWISE THE REPORT STOPS AT THE BUSINESS DATE.
       105-SET-REPORT-MONTH.
           OPEN INPUT MONTH-END-FILE
           READ MONTH-END-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ME-DATE = WS-BUSINESS-DATE AND
                           ME-MONTH-END = 'Y'
                       MOVE 'Y' TO WS-MONTH-END-NIGHT
                   END-IF
           END-READ
           CLOSE MONTH-END-FILE
           COMPUTE WS-PERIOD-FROM =
               (WS-BUSINESS-YEAR * 10000) + (WS-BUSINESS-MONTH * 100)
               + 1
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-THRU
           IF WS-MONTH-END-NIGHT = 'Y'
               MOVE DAYS-PER-MONTH (WS-BUSINESS-MONTH)
                   TO WS-DAYS-IN-MONTH
               IF WS-BUSINESS-MONTH = 2
                   PERFORM 106-CHECK-LEAP-YEAR
               END-IF
               MOVE WS-DAYS-IN-MONTH TO WS-THRU-DAY
               MOVE "MONTH END" TO HEADING-BASIS-OUT
           ELSE
               MOVE "MONTH TO DATE - NOT CLOSED"
                   TO HEADING-BASIS-OUT
           END-IF.

      *   A LEAP YEAR IS DIVISIBLE BY 4 AND NOT BY 100, UNLESS ALSO
      *   DIVISIBLE BY 400.
       106-CHECK-LEAP-YEAR.
           DIVIDE WS-BUSINESS-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-BUSINESS-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-BUSINESS-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

       110-LOAD-PLAN-TABLE.
           OPEN INPUT BENEFIT-PLAN-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-PLAN
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE BENEFIT-PLAN-FILE.

       111-READ-ONE-PLAN.
           READ BENEFIT-PLAN-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF BP-TIER-VALID AND BP-EE-PREMIUM IS NUMERIC
                           AND BP-ER-PREMIUM IS NUMERIC
                       IF PLAN-COUNT < 100
                           ADD 1 TO PLAN-COUNT
                           SET PLAN-IDX TO PLAN-COUNT
                           MOVE BP-PLAN-CODE TO PR-PLAN-CODE (PLAN-IDX)
                           MOVE BP-TIER TO PR-TIER (PLAN-IDX)
                           MOVE BP-PLAN-NAME TO PR-PLAN-NAME (PLAN-IDX)
                           MOVE BP-EE-PREMIUM
                               TO PR-EE-PREMIUM (PLAN-IDX)
                           MOVE BP-ER-PREMIUM
                               TO PR-ER-PREMIUM (PLAN-IDX)
                           MOVE ZERO TO PR-COUNT (PLAN-IDX)
                           MOVE ZERO TO PR-EE-TOTAL (PLAN-IDX)
                           MOVE ZERO TO PR-ER-TOTAL (PLAN-IDX)
                       ELSE
                           DISPLAY "**** PLAN TABLE FULL - "
                               BP-PLAN-CODE " " BP-TIER " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

       120-LOAD-MASTER.
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
                   IF MASTER-COUNT < 500
                       ADD 1 TO MASTER-COUNT
                       SET MASTER-IDX TO MASTER-COUNT
                       MOVE PM-EMP-NUM TO MR-EMP-NUM (MASTER-IDX)
                       MOVE PM-EMP-NAME TO MR-EMP-NAME (MASTER-IDX)
                   ELSE
                       DISPLAY "**** PAYROLL MASTER TABLE FULL - "
                           PM-EMP-NUM " OMITTED ****"
                   END-IF
           END-READ.

       130-LOAD-COVERAGE.
           OPEN INPUT BENEFIT-ENROLL-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 131-READ-ONE-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE BENEFIT-ENROLL-FILE.

      *   IN FORCE IN THE MONTH - EFFECTIVE BY THE LAST DAY COUNTED,
      *   AND OPEN OR ENDED NO EARLIER THAN THE FIRST.
       131-READ-ONE-ENROLLMENT.
           READ BENEFIT-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF BE-EFFECTIVE-DATE IS NUMERIC AND
                           BE-END-DATE IS NUMERIC
                       IF BE-EFFECTIVE-DATE <= WS-PERIOD-THRU AND
                               (BE-END-DATE = ZERO OR
                                BE-END-DATE >= WS-PERIOD-FROM)
                           PERFORM 132-ADD-COVERAGE
                       END-IF
                   END-IF
           END-READ.

       132-ADD-COVERAGE.
           IF COVERAGE-COUNT < 500
               ADD 1 TO COVERAGE-COUNT
               SET COVERAGE-IDX TO COVERAGE-COUNT
               MOVE BE-EMP-NUM TO CR-EMP-NUM (COVERAGE-IDX)
               MOVE BE-PLAN-CODE TO CR-PLAN-CODE (COVERAGE-IDX)
               MOVE BE-TIER TO CR-TIER (COVERAGE-IDX)
               MOVE BE-EFFECTIVE-DATE
                   TO CR-EFFECTIVE-DATE (COVERAGE-IDX)
               MOVE BE-END-DATE TO CR-END-DATE (COVERAGE-IDX)
               MOVE "** NOT ON MASTER **" TO CR-EMP-NAME (COVERAGE-IDX)
               SET MASTER-IDX TO 1
               IF MASTER-COUNT > ZERO
                   SEARCH MASTER-ROW
                       AT END
                           CONTINUE
                       WHEN MR-EMP-NUM (MASTER-IDX) = BE-EMP-NUM
                           MOVE MR-EMP-NAME (MASTER-IDX)
                               TO CR-EMP-NAME (COVERAGE-IDX)
                   END-SEARCH
               END-IF
               PERFORM 133-PRICE-COVERAGE
           ELSE
               DISPLAY "**** COVERAGE TABLE FULL - " BE-EMP-NUM " "
                   BE-PLAN-CODE " OMITTED ****"
           END-IF.

      *   THE PLAN ROW FOR THE PLAN AND TIER CARRIES THE TIER
      *   SUBTOTAL AS THE ENROLLMENTS ARE LOADED.
       133-PRICE-COVERAGE.
           MOVE ZERO TO CR-PLAN-SUB (COVERAGE-IDX)
           SET PLAN-IDX TO 1
           IF PLAN-COUNT > ZERO
               SEARCH PLAN-ROW
                   AT END
                       CONTINUE
                   WHEN PR-PLAN-CODE (PLAN-IDX) = BE-PLAN-CODE AND
                           PR-TIER (PLAN-IDX) = BE-TIER
                       SET CR-PLAN-SUB (COVERAGE-IDX) TO PLAN-IDX
                       ADD 1 TO PR-COUNT (PLAN-IDX)
                       ADD PR-EE-PREMIUM (PLAN-IDX)
                           TO PR-EE-TOTAL (PLAN-IDX)
                       ADD PR-ER-PREMIUM (PLAN-IDX)
                           TO PR-ER-TOTAL (PLAN-IDX)
               END-SEARCH
           END-IF
           IF CR-PLAN-SUB (COVERAGE-IDX) = ZERO
               ADD 1 TO UNPRICED-COUNT
           END-IF.

      *   A PLAN PRINTS AT ITS FIRST ROW ON THE TABLE, WITH ITS
      *   ENROLLMENTS IN FILE ORDER AND A SUBTOTAL FOR EACH OF ITS
      *   TIERS.  A PLAN NOBODY IS ENROLLED IN IS LEFT OFF.
       200-PRINT-ONE-PLAN.
           SET PLAN-IDX TO WS-PLAN-SUB
           MOVE PR-PLAN-CODE (PLAN-IDX) TO WS-PLAN-CODE-NOW
           MOVE 'Y' TO WS-FIRST-OF-PLAN
           MOVE ZERO TO PLAN-TOTAL-COUNT
           MOVE ZERO TO PLAN-TOTAL-EE
           MOVE ZERO TO PLAN-TOTAL-ER
           PERFORM 205-CHECK-EARLIER-ROW
               VARYING WS-EARLIER-SUB FROM 1 BY 1
               UNTIL WS-EARLIER-SUB NOT < WS-PLAN-SUB
           IF WS-FIRST-OF-PLAN = 'Y'
               PERFORM 206-ADD-TIER-TO-PLAN
                   VARYING WS-TIER-SUB FROM WS-PLAN-SUB BY 1
                   UNTIL WS-TIER-SUB > PLAN-COUNT
           END-IF
           IF WS-FIRST-OF-PLAN = 'Y' AND PLAN-TOTAL-COUNT > ZERO
               SET PLAN-IDX TO WS-PLAN-SUB
               MOVE WS-PLAN-CODE-NOW TO PLAN-CODE-OUT
               MOVE PR-PLAN-NAME (PLAN-IDX) TO PLAN-NAME-OUT
               WRITE CARRIER-REC FROM PLAN-TITLE-LINE
                   AFTER ADVANCING 3 LINES
               WRITE CARRIER-REC FROM COVERAGE-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 210-PRINT-ONE-COVERAGE
                   VARYING WS-COVERAGE-SUB FROM 1 BY 1
                   UNTIL WS-COVERAGE-SUB > COVERAGE-COUNT
               MOVE SPACES TO CARRIER-REC
               WRITE CARRIER-REC
               PERFORM 220-PRINT-ONE-TIER
                   VARYING WS-TIER-SUB FROM WS-PLAN-SUB BY 1
                   UNTIL WS-TIER-SUB > PLAN-COUNT
               MOVE SPACES TO SUB-LABEL-OUT
               STRING "PLAN " WS-PLAN-CODE-NOW " TOTAL"
                   DELIMITED BY SIZE INTO SUB-LABEL-OUT
               MOVE PLAN-TOTAL-COUNT TO WS-LINE-COUNT
               MOVE PLAN-TOTAL-EE TO WS-LINE-EE
               MOVE PLAN-TOTAL-ER TO WS-LINE-ER
               PERFORM 250-FORMAT-SUBTOTAL-LINE
               WRITE CARRIER-REC FROM SUBTOTAL-LINE
                   AFTER ADVANCING 2 LINES
               ADD PLAN-TOTAL-COUNT TO GRAND-TOTAL-COUNT
               ADD PLAN-TOTAL-EE TO GRAND-TOTAL-EE
               ADD PLAN-TOTAL-ER TO GRAND-TOTAL-ER
           END-IF.

       205-CHECK-EARLIER-ROW.
           SET PLAN-IDX TO WS-EARLIER-SUB
           IF PR-PLAN-CODE (PLAN-IDX) = WS-PLAN-CODE-NOW
               MOVE 'N' TO WS-FIRST-OF-PLAN
           END-IF.

       206-ADD-TIER-TO-PLAN.
           SET PLAN-IDX TO WS-TIER-SUB
           IF PR-PLAN-CODE (PLAN-IDX) = WS-PLAN-CODE-NOW
               ADD PR-COUNT (PLAN-IDX) TO PLAN-TOTAL-COUNT
               ADD PR-EE-TOTAL (PLAN-IDX) TO PLAN-TOTAL-EE
               ADD PR-ER-TOTAL (PLAN-IDX) TO PLAN-TOTAL-ER
           END-IF.

       210-PRINT-ONE-COVERAGE.
           SET COVERAGE-IDX TO WS-COVERAGE-SUB
           IF CR-PLAN-CODE (COVERAGE-IDX) = WS-PLAN-CODE-NOW AND
                   CR-PLAN-SUB (COVERAGE-IDX) > ZERO
               SET PLAN-IDX TO CR-PLAN-SUB (COVERAGE-IDX)
               MOVE CR-EMP-NUM (COVERAGE-IDX) TO COV-EMP-OUT
               MOVE CR-EMP-NAME (COVERAGE-IDX) TO COV-NAME-OUT
               MOVE CR-TIER (COVERAGE-IDX) TO COV-TIER-OUT
               MOVE CR-EFFECTIVE-DATE (COVERAGE-IDX)
                   TO COV-EFFECTIVE-OUT
               IF CR-END-DATE (COVERAGE-IDX) = ZERO
                   MOVE "OPEN" TO COV-END-OUT
               ELSE
                   MOVE CR-END-DATE (COVERAGE-IDX) TO COV-END-OUT
               END-IF
               MOVE PR-EE-PREMIUM (PLAN-IDX) TO COV-EE-OUT
               MOVE PR-ER-PREMIUM (PLAN-IDX) TO COV-ER-OUT
               COMPUTE WS-PERIOD-PREMIUM =
                   PR-EE-PREMIUM (PLAN-IDX) + PR-ER-PREMIUM (PLAN-IDX)
               MOVE WS-PERIOD-PREMIUM TO COV-TOTAL-OUT
               WRITE CARRIER-REC FROM COVERAGE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       220-PRINT-ONE-TIER.
           SET PLAN-IDX TO WS-TIER-SUB
           IF PR-PLAN-CODE (PLAN-IDX) = WS-PLAN-CODE-NOW AND
                   PR-COUNT (PLAN-IDX) > ZERO
               MOVE SPACES TO SUB-LABEL-OUT
               EVALUATE PR-TIER (PLAN-IDX)
                   WHEN 'E'
                       MOVE "  TIER E EMPLOYEE ONLY" TO SUB-LABEL-OUT
                   WHEN 'S'
                       MOVE "  TIER S EMPLOYEE+SPOUSE"
                           TO SUB-LABEL-OUT
                   WHEN OTHER
                       MOVE "  TIER F FAMILY" TO SUB-LABEL-OUT
               END-EVALUATE
               MOVE PR-COUNT (PLAN-IDX) TO WS-LINE-COUNT
               MOVE PR-EE-TOTAL (PLAN-IDX) TO WS-LINE-EE
               MOVE PR-ER-TOTAL (PLAN-IDX) TO WS-LINE-ER
               PERFORM 250-FORMAT-SUBTOTAL-LINE
               WRITE CARRIER-REC FROM SUBTOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *   THE PREMIUMS ARE PER WEEKLY PAY PERIOD - FIFTY-TWO OF THEM
      *   OVER TWELVE MONTHS GIVES THE MONTHLY FIGURE THE CARRIER
      *   BILLS.
       250-FORMAT-SUBTOTAL-LINE.
           MOVE WS-LINE-COUNT TO SUB-COUNT-OUT
           MOVE WS-LINE-EE TO SUB-EE-OUT
           MOVE WS-LINE-ER TO SUB-ER-OUT
           COMPUTE WS-PERIOD-PREMIUM = WS-LINE-EE + WS-LINE-ER
           MOVE WS-PERIOD-PREMIUM TO SUB-PERIOD-OUT
           COMPUTE WS-MONTHLY-PREMIUM ROUNDED =
               WS-PERIOD-PREMIUM * 52 / 12
           MOVE WS-MONTHLY-PREMIUM TO SUB-MONTHLY-OUT.

       270-PRINT-GRAND-TOTAL.
           MOVE "ALL PLANS TOTAL" TO SUB-LABEL-OUT
           MOVE GRAND-TOTAL-COUNT TO WS-LINE-COUNT
           MOVE GRAND-TOTAL-EE TO WS-LINE-EE
           MOVE GRAND-TOTAL-ER TO WS-LINE-ER
           PERFORM 250-FORMAT-SUBTOTAL-LINE
           WRITE CARRIER-REC FROM SUBTOTAL-LINE
               AFTER ADVANCING 3 LINES.

       280-PRINT-UNPRICED.
           WRITE CARRIER-REC FROM UNPRICED-TITLE-LINE
               AFTER ADVANCING 3 LINES
           PERFORM 281-PRINT-ONE-UNPRICED
               VARYING WS-COVERAGE-SUB FROM 1 BY 1
               UNTIL WS-COVERAGE-SUB > COVERAGE-COUNT.

       281-PRINT-ONE-UNPRICED.
           SET COVERAGE-IDX TO WS-COVERAGE-SUB
           IF CR-PLAN-SUB (COVERAGE-IDX) = ZERO
               MOVE CR-EMP-NUM (COVERAGE-IDX) TO UNP-EMP-OUT
               MOVE CR-EMP-NAME (COVERAGE-IDX) TO UNP-NAME-OUT
               MOVE CR-PLAN-CODE (COVERAGE-IDX) TO UNP-PLAN-OUT
               MOVE CR-TIER (COVERAGE-IDX) TO UNP-TIER-OUT
               MOVE CR-EFFECTIVE-DATE (COVERAGE-IDX)
                   TO UNP-EFFECTIVE-OUT
               IF CR-END-DATE (COVERAGE-IDX) = ZERO
                   MOVE "OPEN" TO UNP-END-OUT
               ELSE
                   MOVE CR-END-DATE (COVERAGE-IDX) TO UNP-END-OUT
               END-IF
               WRITE CARRIER-REC FROM UNPRICED-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       END PROGRAM PROGRAM70.
