      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM68.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the monthly workforce report HR asks for -
      *headcount, hires, and turnover by department, taken from the
      *status, hire date, termination date, and department the
      *payroll master carries.
      *The month is the business date's month.  The stream runs it
      *in the month-end section, when WhitingMONTH-END.DAT marks the
      *business date as the month's last processing day, and the
      *report covers the whole month.  Run on any other night it
      *reports the month to date, through the business date, and
      *says so in its heading.
      *For each department (PM-DEPT, a blank code reported as GEN,
      *the way the labor distribution does) the report shows the
      *opening headcount - on the payroll at the end of the day
      *before the month began - the hires and terminations dated in
      *the month, the closing headcount, the turnover rate (the
      *month's terminations over the average of opening and closing
      *headcount, annualized by twelve), and the average tenure of
      *the employees still on the payroll at close.  A master record
      *with no hire date counts as employed but is left out of the
      *tenure average.
      *Every termination in the month is then listed with the date
      *of its final check - the latest pay-history run on or after
      *the termination date - and checked against FINAL-PAY.DAT.  A
      *termination with no final check is flagged, as approved but
      *not yet paid when the employee is on the final-pay list and
      *as never approved when not, and any flag ends the run with
      *condition code 4.
      *The report is WhitingWORKFORCE.LIS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "..\..\..\..\PAYROLL-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-PAY-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINAL-PAY-FILE
               ASSIGN TO "..\..\..\..\FINAL-PAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MONTH-END-FILE
               ASSIGN TO "..\..\..\..\WhitingMONTH-END.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORKFORCE-REPORT
               ASSIGN TO "..\..\..\..\WhitingWORKFORCE.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST REPLACING ==:PFX:== BY ==PH==.

       FD  FINAL-PAY-FILE.
       01  FINAL-PAY-REC.
           05  FP-EMP-NUM                  PIC X(5).

       FD  MONTH-END-FILE.
       01  MONTH-END-REC.
           05  ME-DATE                     PIC 9(8).
           05  ME-MONTH-END                PIC X.
           05  ME-QUARTER-END              PIC X.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  WORKFORCE-REPORT.
       01  WORKFORCE-REC                   PIC X(100).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-MONTH-END-NIGHT          PIC X       VALUE 'N'.
           05  WS-ON-AT-OPEN               PIC X       VALUE 'N'.
           05  WS-ON-AT-CLOSE              PIC X       VALUE 'N'.
           05  WS-ON-FINAL-LIST            PIC X       VALUE 'N'.
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

      *   ONE EMPLOYEE'S DATES AS THEY ARE TESTED AGAINST THE MONTH.
       01  EMPLOYEE-WORK-AREAS.
           05  WS-EMP-DEPT                 PIC X(4)    VALUE SPACES.
           05  WS-HIRE-DATE                PIC 9(8)    VALUE ZERO.
           05  WS-HIRE-DATE-X REDEFINES WS-HIRE-DATE.
               10  WS-HIRE-YEAR            PIC 9(4).
               10  WS-HIRE-MONTH           PIC 9(2).
               10  WS-HIRE-DAY             PIC 9(2).
           05  WS-TERM-DATE                PIC 9(8)    VALUE ZERO.
           05  WS-SERVICE-MONTHS           PIC S9(5)   VALUE ZERO.

      *   THE DEPARTMENTS, KEPT IN CODE ORDER AS THEY ARE MET.
       01  DEPARTMENT-AREAS.
           05  DEPT-COUNT                  PIC 9(3)    VALUE ZERO.
           05  WS-DEPT-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-SHIFT-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-DEPT-FOUND               PIC X       VALUE 'N'.
           05  DEPT-ROW OCCURS 50 TIMES
                   INDEXED BY DEPT-IDX.
               10  DR-DEPT                 PIC X(4).
               10  DR-OPENING              PIC 9(5).
               10  DR-HIRES                PIC 9(5).
               10  DR-TERMS                PIC 9(5).
               10  DR-CLOSING              PIC 9(5).
               10  DR-TENURE-COUNT         PIC 9(5).
               10  DR-TENURE-MONTHS        PIC 9(9).
           05  DEPT-HOLD-ROW.
               10  DH-DEPT                 PIC X(4).
               10  DH-OPENING              PIC 9(5).
               10  DH-HIRES                PIC 9(5).
               10  DH-TERMS                PIC 9(5).
               10  DH-CLOSING              PIC 9(5).
               10  DH-TENURE-COUNT         PIC 9(5).
               10  DH-TENURE-MONTHS        PIC 9(9).
           05  COMPANY-ROW.
               10  CO-OPENING              PIC 9(5)    VALUE ZERO.
               10  CO-HIRES                PIC 9(5)    VALUE ZERO.
               10  CO-TERMS                PIC 9(5)    VALUE ZERO.
               10  CO-CLOSING              PIC 9(5)    VALUE ZERO.
               10  CO-TENURE-COUNT         PIC 9(5)    VALUE ZERO.
               10  CO-TENURE-MONTHS        PIC 9(9)    VALUE ZERO.

       01  RATE-AREAS.
           05  WS-AVERAGE-HEADCOUNT        PIC 9(5)V9  VALUE ZERO.
           05  WS-TURNOVER-RATE            PIC 9(5)V9  VALUE ZERO.
           05  WS-AVERAGE-TENURE           PIC 9(3)V9  VALUE ZERO.

      *   THE MONTH'S TERMINATIONS, WITH THE FINAL CHECK FOUND FOR
      *   EACH IN THE PAY HISTORY.
       01  TERMINATION-AREAS.
           05  TERM-COUNT                  PIC 9(3)    VALUE ZERO.
           05  WS-TERM-SUB                 PIC 9(3)    VALUE ZERO.
           05  TERMS-FLAGGED               PIC 9(3)    VALUE ZERO.
           05  TERM-ROW OCCURS 200 TIMES
                   INDEXED BY TERM-IDX.
               10  TR-EMP-NUM              PIC X(5).
               10  TR-NAME                 PIC X(20).
               10  TR-DEPT                 PIC X(4).
               10  TR-TERM-DATE            PIC 9(8).
               10  TR-FINAL-DATE           PIC 9(8).

      *   EMPLOYEE NUMBERS APPROVED FOR A FINAL CHECK - THE SAME LIST
      *   PROGRAM02 PAYS A TERMINATED EMPLOYEE FROM.
       01  FINAL-PAY-AREAS.
           05  FINAL-COUNT                 PIC 9(3)    VALUE ZERO.
           05  FINAL-ROW OCCURS 50 TIMES
                   INDEXED BY FINAL-IDX.
               10  FL-EMP-NUM              PIC X(5).

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "WORKFORCE HEADCOUNT AND TURNOVER BY DEPA".
           05  FILLER                      PIC X(9)
               VALUE "RTMENT   ".
           05  HEADING-FROM-OUT            PIC 9(8).
           05  FILLER                      PIC X(6)    VALUE " THRU ".
           05  HEADING-THRU-OUT            PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  HEADING-BASIS-OUT           PIC X(27).

       01  DEPT-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "DEPT   OPENING    HIRES    TERMS  CLOSIN".
           05  FILLER                      PIC X(40)
               VALUE "G   TURNOVER %  AVG TENURE YRS          ".
           05                              PIC X(20)   VALUE SPACES.

       01  DEPT-DETAIL-LINE.
           05  DEPT-CODE-OUT               PIC X(4).
           05                              PIC X(4)    VALUE SPACES.
           05  DEPT-OPENING-OUT            PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  DEPT-HIRES-OUT              PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  DEPT-TERMS-OUT              PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  DEPT-CLOSING-OUT            PIC ZZZZ9.
           05                              PIC X(6)    VALUE SPACES.
           05  DEPT-TURNOVER-OUT           PIC ZZZZ9.9.
           05                              PIC X(9)    VALUE SPACES.
           05  DEPT-TENURE-OUT             PIC ZZ9.9.
           05                              PIC X(33)   VALUE SPACES.

       01  TERM-TITLE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "TERMINATIONS IN THE MONTH AND THEIR FINA".
           05  FILLER                      PIC X(8)
               VALUE "L CHECKS".
           05                              PIC X(52)   VALUE SPACES.

       01  TERM-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "EMP    NAME                  DEPT  TERM ".
           05  FILLER                      PIC X(40)
               VALUE "DATE  FINAL PAY  FINAL CHECK           ".
           05                              PIC X(20)   VALUE SPACES.

       01  TERM-DETAIL-LINE.
           05  TERM-EMP-OUT                PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  TERM-NAME-OUT               PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  TERM-DEPT-OUT               PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  TERM-DATE-OUT               PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  TERM-FINAL-OUT              PIC X(8).
           05                              PIC X(3)    VALUE SPACES.
           05  TERM-STATUS-OUT             PIC X(40).
           05                              PIC X(4)    VALUE SPACES.

       01  TERM-NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO TERMINATIONS DATED IN THE MONTH      ".
           05                              PIC X(60)   VALUE SPACES.

       01  TERM-TOTAL-LINE.
           05  FILLER                      PIC X(14)
               VALUE "TERMINATIONS  ".
           05  TERM-COUNT-OUT              PIC ZZ9.
           05  FILLER                      PIC X(29)
               VALUE "   WITHOUT A FINAL CHECK     ".
           05  TERM-FLAGGED-OUT            PIC ZZ9.
           05                              PIC X(51)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-SET-REPORT-MONTH
           PERFORM 110-LOAD-FINAL-PAY-LIST
           PERFORM 120-LOAD-MASTER
           PERFORM 130-FIND-FINAL-CHECKS
           OPEN OUTPUT WORKFORCE-REPORT
           PERFORM 200-PRINT-DEPARTMENTS
           PERFORM 250-PRINT-TERMINATIONS
           CLOSE WORKFORCE-REPORT
           IF TERMS-FLAGGED > ZERO
               DISPLAY "**** " TERMS-FLAGGED " TERMINATION(S) WITH NO "
                   "FINAL CHECK - SEE WhitingWORKFORCE.LIS ****"
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
      *   MONTH IS OVER.  ON MONTH END THE WHOLE MONTH IS COUNTED -
      *   A DATE FALLING ON A LATER NON-PROCESSING DAY STILL BELONGS
      *   TO IT; OTHERWISE THE COUNT STOPS AT THE BUSINESS DATE.
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

       110-LOAD-FINAL-PAY-LIST.
           OPEN INPUT FINAL-PAY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-FINAL-PAY-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE FINAL-PAY-FILE.

       111-READ-FINAL-PAY-RECORD.
           READ FINAL-PAY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF FINAL-COUNT < 50
                       ADD 1 TO FINAL-COUNT
                       SET FINAL-IDX TO FINAL-COUNT
                       MOVE FP-EMP-NUM TO FL-EMP-NUM (FINAL-IDX)
                   ELSE
                       DISPLAY "**** FINAL PAY LIST FULL - "
                           FP-EMP-NUM " OMITTED ****"
                   END-IF
           END-READ.

       120-LOAD-MASTER.
           OPEN INPUT PAYROLL-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-EMPLOYEE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PAYROLL-MASTER-FILE.

      *   ON THE PAYROLL AT OPEN - HIRED BEFORE THE MONTH AND NOT
      *   TERMINATED BEFORE IT.  ON AT CLOSE - HIRED BY THE LAST DAY
      *   AND NOT TERMINATED BY IT.  A TERMINATION DATE COUNTS ONLY
      *   ON A STATUS T RECORD, AND A T WITH NO DATE IS TAKEN AS GONE
      *   BEFORE THE MONTH.  NO HIRE DATE MEANS HIRED LONG AGO.
       121-READ-ONE-EMPLOYEE.
           READ PAYROLL-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   MOVE PM-DEPT TO WS-EMP-DEPT
                   IF WS-EMP-DEPT = SPACES
                       MOVE "GEN " TO WS-EMP-DEPT
                   END-IF
                   MOVE ZERO TO WS-HIRE-DATE
                   IF PM-HIRE-DATE IS NUMERIC
                       MOVE PM-HIRE-DATE TO WS-HIRE-DATE
                   END-IF
                   MOVE ZERO TO WS-TERM-DATE
                   IF PM-IS-TERMINATED AND PM-TERM-DATE IS NUMERIC
                       MOVE PM-TERM-DATE TO WS-TERM-DATE
                   END-IF
                   MOVE 'N' TO WS-ON-AT-OPEN
                   MOVE 'N' TO WS-ON-AT-CLOSE
                   IF WS-HIRE-DATE < WS-PERIOD-FROM
                       IF NOT PM-IS-TERMINATED OR
                               WS-TERM-DATE >= WS-PERIOD-FROM
                           MOVE 'Y' TO WS-ON-AT-OPEN
                       END-IF
                   END-IF
                   IF WS-HIRE-DATE <= WS-PERIOD-THRU
                       IF NOT PM-IS-TERMINATED OR
                               WS-TERM-DATE > WS-PERIOD-THRU
                           MOVE 'Y' TO WS-ON-AT-CLOSE
                       END-IF
                   END-IF
                   PERFORM 122-FIND-OR-ADD-DEPARTMENT
                   IF WS-DEPT-SUB > ZERO
                       PERFORM 124-COUNT-ONE-EMPLOYEE
                   END-IF
           END-READ.

      *   A NEW DEPARTMENT IS SLOTTED IN CODE ORDER, THE ROWS AFTER
      *   IT MOVING DOWN ONE.
       122-FIND-OR-ADD-DEPARTMENT.
           MOVE 'N' TO WS-DEPT-FOUND
           MOVE 1 TO WS-DEPT-SUB
           PERFORM 123-CHECK-ONE-DEPARTMENT
               UNTIL WS-DEPT-SUB > DEPT-COUNT
                  OR WS-DEPT-FOUND NOT = 'N'
           IF WS-DEPT-FOUND NOT = 'Y'
               IF DEPT-COUNT < 50
                   ADD 1 TO DEPT-COUNT
                   PERFORM 125-SHIFT-ONE-DEPARTMENT
                       VARYING WS-SHIFT-SUB FROM DEPT-COUNT BY -1
                       UNTIL WS-SHIFT-SUB <= WS-DEPT-SUB
                   SET DEPT-IDX TO WS-DEPT-SUB
                   MOVE WS-EMP-DEPT TO DR-DEPT (DEPT-IDX)
                   MOVE ZERO TO DR-OPENING (DEPT-IDX)
                   MOVE ZERO TO DR-HIRES (DEPT-IDX)
                   MOVE ZERO TO DR-TERMS (DEPT-IDX)
                   MOVE ZERO TO DR-CLOSING (DEPT-IDX)
                   MOVE ZERO TO DR-TENURE-COUNT (DEPT-IDX)
                   MOVE ZERO TO DR-TENURE-MONTHS (DEPT-IDX)
               ELSE
                   DISPLAY "**** DEPARTMENT TABLE FULL - "
                       PM-EMP-NUM " (" WS-EMP-DEPT ") NOT COUNTED ****"
                   MOVE 8 TO WS-CONDITION-CODE
                   MOVE ZERO TO WS-DEPT-SUB
               END-IF
           END-IF.

      *   STOPS ON THE DEPARTMENT ITSELF (Y), OR ON THE FIRST ONE
      *   THAT SORTS AFTER IT (S) - THE SLOT A NEW ONE GOES IN.
       123-CHECK-ONE-DEPARTMENT.
           SET DEPT-IDX TO WS-DEPT-SUB
           IF DR-DEPT (DEPT-IDX) = WS-EMP-DEPT
               MOVE 'Y' TO WS-DEPT-FOUND
           ELSE
               IF DR-DEPT (DEPT-IDX) > WS-EMP-DEPT
                   MOVE 'S' TO WS-DEPT-FOUND
               ELSE
                   ADD 1 TO WS-DEPT-SUB
               END-IF
           END-IF.

       124-COUNT-ONE-EMPLOYEE.
           SET DEPT-IDX TO WS-DEPT-SUB
           IF WS-ON-AT-OPEN = 'Y'
               ADD 1 TO DR-OPENING (DEPT-IDX)
               ADD 1 TO CO-OPENING
           END-IF
           IF WS-HIRE-DATE >= WS-PERIOD-FROM AND
                   WS-HIRE-DATE <= WS-PERIOD-THRU
               ADD 1 TO DR-HIRES (DEPT-IDX)
               ADD 1 TO CO-HIRES
           END-IF
           IF PM-IS-TERMINATED AND
                   WS-TERM-DATE >= WS-PERIOD-FROM AND
                   WS-TERM-DATE <= WS-PERIOD-THRU
               ADD 1 TO DR-TERMS (DEPT-IDX)
               ADD 1 TO CO-TERMS
               PERFORM 127-ADD-TERMINATION
           END-IF
           IF WS-ON-AT-CLOSE = 'Y'
               ADD 1 TO DR-CLOSING (DEPT-IDX)
               ADD 1 TO CO-CLOSING
               IF WS-HIRE-DATE > ZERO
                   PERFORM 128-FIGURE-SERVICE-MONTHS
                   ADD 1 TO DR-TENURE-COUNT (DEPT-IDX)
                   ADD WS-SERVICE-MONTHS
                       TO DR-TENURE-MONTHS (DEPT-IDX)
                   ADD 1 TO CO-TENURE-COUNT
                   ADD WS-SERVICE-MONTHS TO CO-TENURE-MONTHS
               END-IF
           END-IF.

       125-SHIFT-ONE-DEPARTMENT.
           MOVE DEPT-ROW (WS-SHIFT-SUB - 1) TO DEPT-HOLD-ROW
           MOVE DEPT-HOLD-ROW TO DEPT-ROW (WS-SHIFT-SUB).

       127-ADD-TERMINATION.
           IF TERM-COUNT < 200
               ADD 1 TO TERM-COUNT
               SET TERM-IDX TO TERM-COUNT
               MOVE PM-EMP-NUM TO TR-EMP-NUM (TERM-IDX)
               MOVE PM-EMP-NAME TO TR-NAME (TERM-IDX)
               MOVE WS-EMP-DEPT TO TR-DEPT (TERM-IDX)
               MOVE WS-TERM-DATE TO TR-TERM-DATE (TERM-IDX)
               MOVE ZERO TO TR-FINAL-DATE (TERM-IDX)
           ELSE
               DISPLAY "**** TERMINATION TABLE FULL - " PM-EMP-NUM
                   " NOT LISTED ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF.

      *   WHOLE MONTHS OF SERVICE FROM THE HIRE DATE TO THE LAST DAY
      *   COUNTED - A MONTH IS NOT COMPLETE UNTIL ITS DAY COMES ROUND.
       128-FIGURE-SERVICE-MONTHS.
           COMPUTE WS-SERVICE-MONTHS =
               ((WS-THRU-YEAR - WS-HIRE-YEAR) * 12)
               + WS-THRU-MONTH - WS-HIRE-MONTH
           IF WS-THRU-DAY < WS-HIRE-DAY
               SUBTRACT 1 FROM WS-SERVICE-MONTHS
           END-IF
           IF WS-SERVICE-MONTHS < ZERO
               MOVE ZERO TO WS-SERVICE-MONTHS
           END-IF.

      *   A TERMINATED EMPLOYEE IS PAID ONLY ON A FINAL CHECK, SO THE
      *   LATEST PAY-HISTORY RUN ON OR AFTER THE TERMINATION DATE IS
      *   THAT CHECK.
       130-FIND-FINAL-CHECKS.
           IF TERM-COUNT > ZERO
               OPEN INPUT PAY-HISTORY-FILE
               MOVE 'YES' TO WS-LOAD-MORE-RECORDS
               PERFORM 131-READ-ONE-HISTORY-RECORD
                   UNTIL WS-LOAD-MORE-RECORDS = 'NO '
               CLOSE PAY-HISTORY-FILE
           END-IF.

       131-READ-ONE-HISTORY-RECORD.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PH-PAY-RECORD AND PH-RUN-DATE IS NUMERIC
                       SET TERM-IDX TO 1
                       SEARCH TERM-ROW
                           AT END
                               CONTINUE
                           WHEN TR-EMP-NUM (TERM-IDX) = PH-EMP-NUM
                               IF PH-RUN-DATE >=
                                       TR-TERM-DATE (TERM-IDX) AND
                                   PH-RUN-DATE >
                                       TR-FINAL-DATE (TERM-IDX)
                                   MOVE PH-RUN-DATE
                                       TO TR-FINAL-DATE (TERM-IDX)
                               END-IF
                       END-SEARCH
                   END-IF
           END-READ.

       200-PRINT-DEPARTMENTS.
           MOVE WS-PERIOD-FROM TO HEADING-FROM-OUT
           MOVE WS-PERIOD-THRU TO HEADING-THRU-OUT
           WRITE WORKFORCE-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE WORKFORCE-REC FROM DEPT-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO WORKFORCE-REC
           WRITE WORKFORCE-REC
               AFTER ADVANCING 1 LINE
           PERFORM 210-PRINT-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > DEPT-COUNT
           MOVE "ALL " TO DH-DEPT
           MOVE CO-OPENING TO DH-OPENING
           MOVE CO-HIRES TO DH-HIRES
           MOVE CO-TERMS TO DH-TERMS
           MOVE CO-CLOSING TO DH-CLOSING
           MOVE CO-TENURE-COUNT TO DH-TENURE-COUNT
           MOVE CO-TENURE-MONTHS TO DH-TENURE-MONTHS
           PERFORM 220-FORMAT-DEPARTMENT-LINE
           WRITE WORKFORCE-REC FROM DEPT-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       210-PRINT-ONE-DEPARTMENT.
           SET DEPT-IDX TO WS-DEPT-SUB
           MOVE DEPT-ROW (DEPT-IDX) TO DEPT-HOLD-ROW
           PERFORM 220-FORMAT-DEPARTMENT-LINE
           WRITE WORKFORCE-REC FROM DEPT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *   TURNOVER IS THE MONTH'S TERMINATIONS OVER THE AVERAGE OF
      *   OPENING AND CLOSING HEADCOUNT, TIMES TWELVE FOR THE YEAR.
       220-FORMAT-DEPARTMENT-LINE.
           MOVE DH-DEPT TO DEPT-CODE-OUT
           MOVE DH-OPENING TO DEPT-OPENING-OUT
           MOVE DH-HIRES TO DEPT-HIRES-OUT
           MOVE DH-TERMS TO DEPT-TERMS-OUT
           MOVE DH-CLOSING TO DEPT-CLOSING-OUT
           COMPUTE WS-AVERAGE-HEADCOUNT =
               (DH-OPENING + DH-CLOSING) / 2
           IF WS-AVERAGE-HEADCOUNT > ZERO
               COMPUTE WS-TURNOVER-RATE ROUNDED =
                   (DH-TERMS / WS-AVERAGE-HEADCOUNT) * 12 * 100
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-TURNOVER-RATE
               END-COMPUTE
           ELSE
               MOVE ZERO TO WS-TURNOVER-RATE
           END-IF
           MOVE WS-TURNOVER-RATE TO DEPT-TURNOVER-OUT
           IF DH-TENURE-COUNT > ZERO
               COMPUTE WS-AVERAGE-TENURE ROUNDED =
                   DH-TENURE-MONTHS / DH-TENURE-COUNT / 12
           ELSE
               MOVE ZERO TO WS-AVERAGE-TENURE
           END-IF
           MOVE WS-AVERAGE-TENURE TO DEPT-TENURE-OUT.

       250-PRINT-TERMINATIONS.
           WRITE WORKFORCE-REC FROM TERM-TITLE-LINE
               AFTER ADVANCING 3 LINES
           IF TERM-COUNT = ZERO
               WRITE WORKFORCE-REC FROM TERM-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE WORKFORCE-REC FROM TERM-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 260-PRINT-ONE-TERMINATION
                   VARYING WS-TERM-SUB FROM 1 BY 1
                   UNTIL WS-TERM-SUB > TERM-COUNT
           END-IF
           MOVE TERM-COUNT TO TERM-COUNT-OUT
           MOVE TERMS-FLAGGED TO TERM-FLAGGED-OUT
           WRITE WORKFORCE-REC FROM TERM-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *   PAID, APPROVED AND WAITING ON THE NEXT PAYROLL, OR NEVER
      *   APPROVED - THE LAST TWO ARE FLAGGED.
       260-PRINT-ONE-TERMINATION.
           SET TERM-IDX TO WS-TERM-SUB
           MOVE TR-EMP-NUM (TERM-IDX) TO TERM-EMP-OUT
           MOVE TR-NAME (TERM-IDX) TO TERM-NAME-OUT
           MOVE TR-DEPT (TERM-IDX) TO TERM-DEPT-OUT
           MOVE TR-TERM-DATE (TERM-IDX) TO TERM-DATE-OUT
           MOVE 'N' TO WS-ON-FINAL-LIST
           SET FINAL-IDX TO 1
           IF FINAL-COUNT > ZERO
               SEARCH FINAL-ROW
                   AT END
                       CONTINUE
                   WHEN FL-EMP-NUM (FINAL-IDX) = TR-EMP-NUM (TERM-IDX)
                       MOVE 'Y' TO WS-ON-FINAL-LIST
               END-SEARCH
           END-IF
           IF TR-FINAL-DATE (TERM-IDX) > ZERO
               MOVE TR-FINAL-DATE (TERM-IDX) TO TERM-FINAL-OUT
               MOVE "PAID" TO TERM-STATUS-OUT
           ELSE
               MOVE "NONE" TO TERM-FINAL-OUT
               ADD 1 TO TERMS-FLAGGED
               IF WS-ON-FINAL-LIST = 'Y'
                   MOVE "** APPROVED - NOT YET PAID **"
                       TO TERM-STATUS-OUT
               ELSE
                   MOVE "** NO FINAL CHECK - NOT ON FINAL-PAY **"
                       TO TERM-STATUS-OUT
               END-IF
           END-IF
           WRITE WORKFORCE-REC FROM TERM-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       END PROGRAM PROGRAM68.
