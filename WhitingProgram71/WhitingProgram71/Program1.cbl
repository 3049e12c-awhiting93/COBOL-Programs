      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM71.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program keeps the federal tax deposits off the wall
      *calendar.  PROGRAM02 appends every payroll run's liability -
      *the federal income tax withheld and both halves of FICA - to
      *WhitingTAX-LIABILITY.DAT (the shared TAXLIAB copybook) with
      *no due date.  The job stream runs this program every night
      *as a controlled step.
      *A new liability gets its due date under the depositor
      *schedule on TAX-DEPOSIT-PARMS.DAT, counted in business days:
      *a business day is a weekday that is not on the processing
      *calendar PROGRAM29 skips (PROCESSING-CALENDAR.DAT).
      *    M - monthly depositor: the 15th of the month after the
      *        pay date, or the next business day after it.
      *    S - semiweekly depositor: pay dates Wednesday through
      *        Friday close their period on the Friday, Saturday
      *        through Tuesday on the Tuesday, and the deposit is due
      *        the third business day after the close - the following
      *        Wednesday or Friday, a day later for each holiday.
      *The schedule in force when a liability is first seen stays
      *with it, so a change of depositor status at the new year
      *only moves the liabilities that come after it.  With no
      *parameter file the semiweekly schedule is assumed, since it
      *is never later than the monthly one.
      *Every liability due on or before the business date is paid:
      *it goes on the EFTPS payment file WhitingEFTPS-PAYMENT.DAT
      *for the business date, settling that day, and is marked paid
      *with the date.  A rerun on the same business date writes the
      *same deposits to the file again instead of losing them.  A
      *liability whose due date is already behind the business date
      *is late - it is still paid, but it is flagged on the report
      *and on the console and ends the run with condition code 4.
      *Without a nine-digit EIN on the parameter file nothing can be
      *paid: the payment file is left empty, the deposits due are
      *listed as not paid, and the run ends condition code 8 so the
      *stream stops and the step reruns once the parameter is fixed.
      *A payroll rerun under supervisor override appends a second
      *liability for the same period.  An unpaid earlier one is then
      *superseded; if the earlier one was already deposited the new
      *one is held - listed every night, never paid, condition code
      *4 - until someone sets it open (O) or superseded (S) by hand.
      *The report WhitingTAX-DEPOSITS.LIS lists what was paid today
      *and everything due in the next five business days.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAX-LIABILITY-FILE
               ASSIGN TO "..\..\..\..\WhitingTAX-LIABILITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-PARM-FILE
               ASSIGN TO "..\..\..\..\TAX-DEPOSIT-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CALENDAR-FILE
               ASSIGN TO "..\..\..\..\PROCESSING-CALENDAR.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EFTPS-PAYMENT-FILE
               ASSIGN TO "..\..\..\..\WhitingEFTPS-PAYMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DEPOSIT-REPORT
               ASSIGN TO "..\..\..\..\WhitingTAX-DEPOSITS.LIS"
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
       FD  TAX-LIABILITY-FILE.
       COPY TAXLIAB REPLACING ==:PFX:== BY ==TL==.

      *   THE DEPOSITOR SCHEDULE (M OR S) AND THE EMPLOYER'S EIN.
       FD  DEPOSIT-PARM-FILE.
       01  DEPOSIT-PARM-REC.
           05  TDP-SCHEDULE                PIC X.
           05  TDP-EIN                     PIC X(9).

       FD  CALENDAR-FILE.
       01  CALENDAR-REC.
           05  CAL-DATE                    PIC 9(8).
           05                              PIC X.
           05  CAL-REASON                  PIC X(20).

       FD  EFTPS-PAYMENT-FILE.
       01  EFTPS-REC                       PIC X(100).

       FD  DEPOSIT-REPORT.
       01  DEPOSIT-REPORT-REC              PIC X(100).

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
           05  WS-EIN-VALID                PIC X(3)    VALUE 'NO '.
           05  WS-IS-BUSINESS-DAY          PIC X(3)    VALUE 'NO '.
           05  WS-LATE-FLAG                PIC X       VALUE 'N'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  DEPOSIT-PARM-AREAS.
           05  WS-SCHEDULE                 PIC X       VALUE 'S'.
               88  SCHEDULE-MONTHLY                    VALUE 'M'.
               88  SCHEDULE-SEMIWEEKLY                 VALUE 'S'.
           05  WS-EIN                      PIC X(9)    VALUE SPACES.

      *   THE NON-PROCESSING DATES FROM PROGRAM29'S CALENDAR.
       01  CALENDAR-AREAS.
           05  CALENDAR-COUNT              PIC 9(3)    VALUE ZERO.
           05  CALENDAR-ENTRY OCCURS 200 TIMES
                   INDEXED BY CALENDAR-IDX.
               10  CE-DATE                 PIC 9(8).

      *   THE DATE BEING WALKED FORWARD A DAY AT A TIME.  THE DAY OF
      *   THE WEEK IS THE DAY NUMBER'S REMAINDER BY 7, BECAUSE DAY 1
      *   (JANUARY 1, 1601) WAS A MONDAY: 1 MONDAY ... 6 SATURDAY,
      *   0 SUNDAY.
       01  DATE-WORK-AREAS.
           05  WS-PROBE-DATE               PIC 9(8)    VALUE ZERO.
           05  WS-PROBE-DATE-X REDEFINES WS-PROBE-DATE.
               10  WS-PROBE-YEAR           PIC 9(4).
               10  WS-PROBE-MONTH          PIC 9(2).
               10  WS-PROBE-DAY            PIC 9(2).
           05  WS-PROBE-INT                PIC 9(7)    VALUE ZERO.
           05  WS-WEEK-QUOTIENT            PIC 9(7)    VALUE ZERO.
           05  WS-WEEKDAY                  PIC 9       VALUE ZERO.
           05  WS-DAYS-WANTED              PIC 9(2)    VALUE ZERO.
           05  WS-DAYS-COUNTED             PIC 9(2)    VALUE ZERO.
           05  WS-CLOSE-OFFSET             PIC 9       VALUE ZERO.
           05  WS-WINDOW-END               PIC 9(8)    VALUE ZERO.
           05  WS-QUARTER                  PIC 9       VALUE ZERO.

      *   THE LIABILITY FILE, HELD WHOLE AND REWRITTEN AT END OF JOB.
       01  LIABILITY-AREAS.
           05  LIAB-COUNT                  PIC 9(4)    VALUE ZERO.
           05  WS-LIAB-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-EARLIER-SUB              PIC 9(4)    VALUE ZERO.
           05  LIAB-ROW OCCURS 2000 TIMES
                   INDEXED BY LIAB-IDX.
               10  LR-IMAGE                PIC X(74).

      *   THE LIABILITY BEING WORKED ON, AND AN EARLIER ONE FOR THE
      *   SAME PAY PERIOD.
       COPY TAXLIAB REPLACING ==:PFX:== BY ==TW==.

       COPY TAXLIAB REPLACING ==:PFX:== BY ==TE==.

       01  TOTAL-AREAS.
           05  PAID-COUNT                  PIC 9(5)    VALUE ZERO.
           05  PAID-TOTAL                  PIC 9(9)V99 VALUE ZERO.
           05  DUE-COUNT                   PIC 9(5)    VALUE ZERO.
           05  DUE-TOTAL                   PIC 9(9)V99 VALUE ZERO.
           05  LATE-COUNT                  PIC 9(5)    VALUE ZERO.
           05  LATE-TOTAL                  PIC 9(9)V99 VALUE ZERO.
           05  HELD-COUNT                  PIC 9(5)    VALUE ZERO.
           05  NOT-PAID-COUNT              PIC 9(5)    VALUE ZERO.
           05  WS-FICA-TOTAL               PIC 9(8)V99 VALUE ZERO.
           05  WS-MEDICARE-AMOUNT          PIC 9(8)V99 VALUE ZERO.

      *   THE EFTPS PAYMENT FILE - A HEADER NAMING THE TAXPAYER AND
      *   SETTLEMENT DATE, ONE FORM 941 DEPOSIT PER LIABILITY WITH
      *   ITS SOCIAL SECURITY, MEDICARE, AND WITHHOLDING SPLIT AND
      *   THE QUARTER IT BELONGS TO, AND A COUNT AND AMOUNT TRAILER.
       01  EFTPS-HEADER-REC.
           05  EH-REC-TYPE                 PIC X       VALUE 'H'.
           05  EH-EIN                      PIC X(9).
           05  EH-SETTLE-DATE              PIC 9(8).
           05  EH-CREATED-DATE             PIC 9(8).
           05  EH-CREATED-TIME             PIC 9(6).
           05                              PIC X(68)   VALUE SPACES.

       01  EFTPS-DETAIL-REC.
           05  ED-REC-TYPE                 PIC X       VALUE 'D'.
           05  ED-EIN                      PIC X(9).
           05  ED-TAX-FORM                 PIC X(5)    VALUE "941  ".
           05  ED-TAX-TYPE-CODE            PIC X(5)    VALUE "94105".
           05  ED-TAX-PERIOD               PIC 9(6).
           05  ED-SETTLE-DATE              PIC 9(8).
           05  ED-AMOUNT                   PIC 9(8)V99.
           05  ED-SOC-SEC-AMOUNT           PIC 9(8)V99.
           05  ED-MEDICARE-AMOUNT          PIC 9(8)V99.
           05  ED-WITHHOLDING-AMOUNT       PIC 9(8)V99.
           05  ED-PAY-PERIOD               PIC 9(3).
           05  ED-PAY-DATE                 PIC 9(8).
           05                              PIC X(15)   VALUE SPACES.

       01  EFTPS-TRAILER-REC.
           05  ET-REC-TYPE                 PIC X       VALUE 'T'.
           05  ET-DEPOSIT-COUNT            PIC 9(6).
           05  ET-DEPOSIT-TOTAL            PIC 9(10)V99.
           05                              PIC X(81)   VALUE SPACES.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(30)
               VALUE "FEDERAL TAX DEPOSIT SCHEDULE  ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05  FILLER                      PIC X(6)    VALUE " THRU ".
           05  HEADING-WINDOW-OUT          PIC 9(8).
           05                              PIC X(3)    VALUE SPACES.
           05  HEADING-SCHEDULE-OUT        PIC X(20).
           05  FILLER                      PIC X(7)    VALUE "  EIN  ".
           05  HEADING-EIN-OUT             PIC X(9).
           05                              PIC X(9)    VALUE SPACES.

       01  REPORT-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "PER  PAY DATE       FED TAX     EE FICA ".
           05  FILLER                      PIC X(40)
               VALUE "    ER FICA      DEPOSIT S DUE DATE  STA".
           05  FILLER                      PIC X(20)
               VALUE "TUS                 ".

       01  DEPOSIT-DETAIL-LINE.
           05  DET-PERIOD-OUT              PIC 999.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-PAY-DATE-OUT            PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-FED-OUT                 PIC ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-EE-FICA-OUT             PIC ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-ER-FICA-OUT             PIC ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-DEPOSIT-OUT             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-SCHEDULE-OUT            PIC X.
           05                              PIC X       VALUE SPACE.
           05  DET-DUE-DATE-OUT            PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-STATUS-OUT              PIC X(24).

       01  REPORT-TOTAL-LINE.
           05  TOT-LABEL-OUT               PIC X(40).
           05  TOT-COUNT-OUT               PIC ZZZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  TOT-AMOUNT-OUT              PIC $$$,$$$,$$9.99.
           05                              PIC X(38)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO DEPOSITS PAID TODAY OR DUE IN THE NEX".
           05  FILLER                      PIC X(40)
               VALUE "T FIVE BUSINESS DAYS                    ".
           05                              PIC X(20)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 107-READ-DEPOSIT-PARMS
           PERFORM 110-LOAD-CALENDAR
           PERFORM 115-SET-WINDOW
           PERFORM 120-LOAD-LIABILITIES
           OPEN OUTPUT EFTPS-PAYMENT-FILE
                       DEPOSIT-REPORT
           PERFORM 150-WRITE-HEADINGS
           PERFORM 200-PROCESS-ONE-LIABILITY
               VARYING WS-LIAB-SUB FROM 1 BY 1
               UNTIL WS-LIAB-SUB > LIAB-COUNT
           PERFORM 280-WRITE-TOTALS
           IF WS-EIN-VALID = 'YES'
               MOVE PAID-COUNT TO ET-DEPOSIT-COUNT
               MOVE PAID-TOTAL TO ET-DEPOSIT-TOTAL
               WRITE EFTPS-REC FROM EFTPS-TRAILER-REC
           END-IF
           CLOSE EFTPS-PAYMENT-FILE
                 DEPOSIT-REPORT
           PERFORM 900-REWRITE-LIABILITY-FILE
           IF LATE-COUNT > ZERO
               DISPLAY "**** " LATE-COUNT " FEDERAL TAX DEPOSIT(S) "
                   "LATE - SEE WhitingTAX-DEPOSITS.LIS ****"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           IF HELD-COUNT > ZERO
               DISPLAY "**** " HELD-COUNT " LIABILITY(IES) HELD - "
                   "RERUN OF A PERIOD ALREADY DEPOSITED ****"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           IF NOT-PAID-COUNT > ZERO
               DISPLAY "**** " NOT-PAID-COUNT " DEPOSIT(S) DUE BUT "
                   "NOT PAID - NO VALID EIN ON "
                   "TAX-DEPOSIT-PARMS.DAT ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "TAX DEPOSITS - PAID TODAY: " PAID-COUNT
               " AMOUNT: " PAID-TOTAL " DUE NEXT FIVE DAYS: "
               DUE-COUNT
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK - IT IS THE DAY THE
      *   DEPOSITS SETTLE.
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

      *   WITHOUT A SCHEDULE THE SEMIWEEKLY ONE STANDS; WITHOUT A
      *   NINE-DIGIT EIN NOTHING CAN GO TO EFTPS.
       107-READ-DEPOSIT-PARMS.
           OPEN INPUT DEPOSIT-PARM-FILE
           READ DEPOSIT-PARM-FILE
               AT END
                   DISPLAY "**** NO TAX-DEPOSIT-PARMS.DAT - SEMIWEEKLY "
                       "SCHEDULE ASSUMED ****"
               NOT AT END
                   IF TDP-SCHEDULE = 'M' OR TDP-SCHEDULE = 'S'
                       MOVE TDP-SCHEDULE TO WS-SCHEDULE
                   ELSE
                       DISPLAY "**** DEPOSITOR SCHEDULE '" TDP-SCHEDULE
                           "' NOT M OR S - SEMIWEEKLY ASSUMED ****"
                   END-IF
                   IF TDP-EIN IS NUMERIC
                       MOVE TDP-EIN TO WS-EIN
                       MOVE 'YES' TO WS-EIN-VALID
                   END-IF
           END-READ
           CLOSE DEPOSIT-PARM-FILE.

       110-LOAD-CALENDAR.
           OPEN INPUT CALENDAR-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-CALENDAR-DAY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CALENDAR-FILE.

       111-READ-ONE-CALENDAR-DAY.
           READ CALENDAR-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF CAL-DATE IS NUMERIC AND CAL-DATE > ZERO
                       IF CALENDAR-COUNT < 200
                           ADD 1 TO CALENDAR-COUNT
                           SET CALENDAR-IDX TO CALENDAR-COUNT
                           MOVE CAL-DATE TO CE-DATE (CALENDAR-IDX)
                       ELSE
                           DISPLAY "**** CALENDAR TABLE FULL - "
                               CAL-DATE " IGNORED ****"
                       END-IF
                   END-IF
           END-READ.

      *   THE LOOK-AHEAD RUNS TO THE FIFTH BUSINESS DAY AFTER TODAY.
       115-SET-WINDOW.
           MOVE WS-BUSINESS-DATE TO WS-PROBE-DATE
           MOVE 5 TO WS-DAYS-WANTED
           PERFORM 330-COUNT-BUSINESS-DAYS
           MOVE WS-PROBE-DATE TO WS-WINDOW-END.

       120-LOAD-LIABILITIES.
           OPEN INPUT TAX-LIABILITY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-LIABILITY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TAX-LIABILITY-FILE.

       121-READ-ONE-LIABILITY.
           READ TAX-LIABILITY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF LIAB-COUNT < 2000
                       IF TL-IS-OPEN AND TL-DUE-DATE = ZERO
                           PERFORM 125-CHECK-PERIOD-RERUN
                               VARYING WS-EARLIER-SUB FROM 1 BY 1
                               UNTIL WS-EARLIER-SUB > LIAB-COUNT
                       END-IF
                       ADD 1 TO LIAB-COUNT
                       SET LIAB-IDX TO LIAB-COUNT
                       MOVE TL-REC TO LR-IMAGE (LIAB-IDX)
                   ELSE
                       DISPLAY "**** LIABILITY TABLE FULL - PERIOD "
                           TL-PERIOD " PAID " TL-PAY-DATE
                           " NOT PROCESSED ****"
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
           END-READ.

      *   A NEW LIABILITY FOR A PERIOD ALREADY ON FILE IS A PAYROLL
      *   RERUN.  IT REPLACES AN EARLIER ONE NOT YET PAID; AGAINST
      *   ONE ALREADY DEPOSITED IT IS HELD FOR SOMEONE TO DECIDE.
       125-CHECK-PERIOD-RERUN.
           SET LIAB-IDX TO WS-EARLIER-SUB
           MOVE LR-IMAGE (LIAB-IDX) TO TE-REC
           IF TE-PERIOD = TL-PERIOD AND
                   TE-PERIOD-END = TL-PERIOD-END
               IF TE-IS-OPEN
                   MOVE 'S' TO TE-STATUS
                   MOVE TE-REC TO LR-IMAGE (LIAB-IDX)
                   DISPLAY "PERIOD " TL-PERIOD " RERUN - UNPAID "
                       "LIABILITY OF " TE-PAY-DATE " SUPERSEDED"
               ELSE
                   IF TE-IS-PAID AND TL-IS-OPEN
                       MOVE 'H' TO TL-STATUS
                   END-IF
               END-IF
           END-IF.

       150-WRITE-HEADINGS.
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           MOVE WS-WINDOW-END TO HEADING-WINDOW-OUT
           IF SCHEDULE-MONTHLY
               MOVE "MONTHLY DEPOSITOR" TO HEADING-SCHEDULE-OUT
           ELSE
               MOVE "SEMIWEEKLY DEPOSITOR" TO HEADING-SCHEDULE-OUT
           END-IF
           IF WS-EIN-VALID = 'YES'
               MOVE WS-EIN TO HEADING-EIN-OUT
               MOVE WS-EIN TO EH-EIN
               MOVE WS-BUSINESS-DATE TO EH-SETTLE-DATE
               MOVE RUN-DATE-YMD TO EH-CREATED-DATE
               MOVE RUN-TIME-HMS TO EH-CREATED-TIME
               WRITE EFTPS-REC FROM EFTPS-HEADER-REC
           ELSE
               MOVE "*MISSING*" TO HEADING-EIN-OUT
           END-IF
           WRITE DEPOSIT-REPORT-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE DEPOSIT-REPORT-REC FROM REPORT-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO DEPOSIT-REPORT-REC
           WRITE DEPOSIT-REPORT-REC.

      *   AN OPEN LIABILITY IS SCHEDULED THE FIRST TIME IT IS SEEN
      *   AND PAID THE DAY IT FALLS DUE.  WHAT WAS PAID TODAY - BY
      *   THIS RUN OR AN EARLIER ONE ON THE SAME BUSINESS DATE - GOES
      *   ON THE PAYMENT FILE.
       200-PROCESS-ONE-LIABILITY.
           SET LIAB-IDX TO WS-LIAB-SUB
           MOVE LR-IMAGE (LIAB-IDX) TO TW-REC
           IF TW-IS-OPEN
               IF TW-DUE-DATE = ZERO
                   PERFORM 400-SET-DUE-DATE
               END-IF
               IF TW-DEPOSIT-AMOUNT = ZERO
                   MOVE 'P' TO TW-STATUS
                   MOVE WS-BUSINESS-DATE TO TW-PAID-DATE
               ELSE
                   IF TW-DUE-DATE NOT > WS-BUSINESS-DATE AND
                           WS-EIN-VALID = 'YES'
                       MOVE 'P' TO TW-STATUS
                       MOVE WS-BUSINESS-DATE TO TW-PAID-DATE
                   END-IF
               END-IF
           END-IF
           MOVE 'N' TO WS-LATE-FLAG
           EVALUATE TRUE
               WHEN TW-IS-PAID AND TW-PAID-DATE = WS-BUSINESS-DATE
                       AND TW-DEPOSIT-AMOUNT > ZERO
                   PERFORM 250-WRITE-EFTPS-DEPOSIT
                   ADD 1 TO PAID-COUNT
                   ADD TW-DEPOSIT-AMOUNT TO PAID-TOTAL
                   IF TW-DUE-DATE < TW-PAID-DATE
                       MOVE 'Y' TO WS-LATE-FLAG
                       MOVE "PAID TODAY - LATE" TO DET-STATUS-OUT
                   ELSE
                       MOVE "PAID TODAY" TO DET-STATUS-OUT
                   END-IF
                   PERFORM 260-WRITE-DETAIL-LINE
               WHEN TW-IS-OPEN AND TW-DUE-DATE NOT > WS-BUSINESS-DATE
                   ADD 1 TO NOT-PAID-COUNT
                   IF TW-DUE-DATE < WS-BUSINESS-DATE
                       MOVE 'Y' TO WS-LATE-FLAG
                       MOVE "NOT PAID - NO EIN - LATE"
                           TO DET-STATUS-OUT
                   ELSE
                       MOVE "NOT PAID - NO EIN" TO DET-STATUS-OUT
                   END-IF
                   PERFORM 260-WRITE-DETAIL-LINE
               WHEN TW-IS-OPEN AND TW-DUE-DATE NOT > WS-WINDOW-END
                   ADD 1 TO DUE-COUNT
                   ADD TW-DEPOSIT-AMOUNT TO DUE-TOTAL
                   MOVE "DUE" TO DET-STATUS-OUT
                   PERFORM 260-WRITE-DETAIL-LINE
               WHEN TW-IS-HELD
                   ADD 1 TO HELD-COUNT
                   MOVE "HELD - PERIOD WAS PAID" TO DET-STATUS-OUT
                   PERFORM 260-WRITE-DETAIL-LINE
               WHEN OTHER
                   CONTINUE
           END-EVALUATE
           IF WS-LATE-FLAG = 'Y'
               ADD 1 TO LATE-COUNT
               ADD TW-DEPOSIT-AMOUNT TO LATE-TOTAL
               DISPLAY "**** FEDERAL TAX DEPOSIT LATE - PERIOD "
                   TW-PERIOD " PAID " TW-PAY-DATE " WAS DUE "
                   TW-DUE-DATE " ****"
           END-IF
           MOVE TW-REC TO LR-IMAGE (LIAB-IDX).

      *   THE FICA IS SPLIT INTO ITS SOCIAL SECURITY AND MEDICARE
      *   PARTS IN THE PROPORTION OF THEIR RATES, 12.4 TO 2.9 OF THE
      *   COMBINED 15.3.  THE TAX PERIOD IS THE END OF THE PAY DATE'S
      *   CALENDAR QUARTER, AS YYMMDD.
       250-WRITE-EFTPS-DEPOSIT.
           MOVE WS-EIN TO ED-EIN
           MOVE TW-PAY-DATE TO WS-PROBE-DATE
           DIVIDE WS-PROBE-MONTH BY 3 GIVING WS-QUARTER
               REMAINDER WS-WEEKDAY
           IF WS-WEEKDAY > ZERO
               ADD 1 TO WS-QUARTER
           END-IF
           COMPUTE WS-PROBE-MONTH = WS-QUARTER * 3
           IF WS-PROBE-MONTH = 6 OR WS-PROBE-MONTH = 9
               MOVE 30 TO WS-PROBE-DAY
           ELSE
               MOVE 31 TO WS-PROBE-DAY
           END-IF
           MOVE WS-PROBE-DATE (3:6) TO ED-TAX-PERIOD
           MOVE WS-BUSINESS-DATE TO ED-SETTLE-DATE
           MOVE TW-DEPOSIT-AMOUNT TO ED-AMOUNT
           COMPUTE WS-FICA-TOTAL = TW-EE-FICA + TW-ER-FICA
           COMPUTE WS-MEDICARE-AMOUNT ROUNDED =
               WS-FICA-TOTAL * 29 / 153
           MOVE WS-MEDICARE-AMOUNT TO ED-MEDICARE-AMOUNT
           COMPUTE ED-SOC-SEC-AMOUNT =
               WS-FICA-TOTAL - WS-MEDICARE-AMOUNT
           MOVE TW-FED-TAX TO ED-WITHHOLDING-AMOUNT
           MOVE TW-PERIOD TO ED-PAY-PERIOD
           MOVE TW-PAY-DATE TO ED-PAY-DATE
           WRITE EFTPS-REC FROM EFTPS-DETAIL-REC.

       260-WRITE-DETAIL-LINE.
           MOVE TW-PERIOD TO DET-PERIOD-OUT
           MOVE TW-PAY-DATE TO DET-PAY-DATE-OUT
           MOVE TW-FED-TAX TO DET-FED-OUT
           MOVE TW-EE-FICA TO DET-EE-FICA-OUT
           MOVE TW-ER-FICA TO DET-ER-FICA-OUT
           MOVE TW-DEPOSIT-AMOUNT TO DET-DEPOSIT-OUT
           MOVE TW-SCHEDULE TO DET-SCHEDULE-OUT
           MOVE TW-DUE-DATE TO DET-DUE-DATE-OUT
           WRITE DEPOSIT-REPORT-REC FROM DEPOSIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       280-WRITE-TOTALS.
           IF PAID-COUNT = ZERO AND DUE-COUNT = ZERO AND
                   NOT-PAID-COUNT = ZERO AND HELD-COUNT = ZERO
               WRITE DEPOSIT-REPORT-REC FROM NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE "DEPOSITED TODAY THROUGH EFTPS" TO TOT-LABEL-OUT
           MOVE PAID-COUNT TO TOT-COUNT-OUT
           MOVE PAID-TOTAL TO TOT-AMOUNT-OUT
           WRITE DEPOSIT-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           MOVE "DUE IN THE NEXT FIVE BUSINESS DAYS" TO TOT-LABEL-OUT
           MOVE DUE-COUNT TO TOT-COUNT-OUT
           MOVE DUE-TOTAL TO TOT-AMOUNT-OUT
           WRITE DEPOSIT-REPORT-REC FROM REPORT-TOTAL-LINE
               AFTER ADVANCING 1 LINE
           IF LATE-COUNT > ZERO
               MOVE "*** LATE DEPOSITS ***" TO TOT-LABEL-OUT
               MOVE LATE-COUNT TO TOT-COUNT-OUT
               MOVE LATE-TOTAL TO TOT-AMOUNT-OUT
               WRITE DEPOSIT-REPORT-REC FROM REPORT-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

      *   IS WS-PROBE-DATE A BUSINESS DAY - A WEEKDAY NOT ON THE
      *   PROCESSING CALENDAR?
       300-CHECK-BUSINESS-DAY.
           COMPUTE WS-PROBE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE)
           DIVIDE WS-PROBE-INT BY 7 GIVING WS-WEEK-QUOTIENT
               REMAINDER WS-WEEKDAY
           MOVE 'YES' TO WS-IS-BUSINESS-DAY
           IF WS-WEEKDAY = 6 OR WS-WEEKDAY = 0
               MOVE 'NO ' TO WS-IS-BUSINESS-DAY
           ELSE
               SET CALENDAR-IDX TO 1
               IF CALENDAR-COUNT > ZERO
                   SEARCH CALENDAR-ENTRY
                       AT END
                           CONTINUE
                       WHEN CE-DATE (CALENDAR-IDX) = WS-PROBE-DATE
                           MOVE 'NO ' TO WS-IS-BUSINESS-DAY
                   END-SEARCH
               END-IF
           END-IF.

       310-ADD-ONE-DAY.
           COMPUTE WS-PROBE-INT =
               FUNCTION INTEGER-OF-DATE (WS-PROBE-DATE) + 1
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PROBE-INT).

      *   FORWARD TO THE FIRST BUSINESS DAY ON OR AFTER THE DATE.
       320-ROLL-TO-BUSINESS-DAY.
           PERFORM 300-CHECK-BUSINESS-DAY
           PERFORM 321-ROLL-ONE-DAY
               UNTIL WS-IS-BUSINESS-DAY = 'YES'.

       321-ROLL-ONE-DAY.
           PERFORM 310-ADD-ONE-DAY
           PERFORM 300-CHECK-BUSINESS-DAY.

      *   FORWARD WS-DAYS-WANTED BUSINESS DAYS AFTER THE DATE.
       330-COUNT-BUSINESS-DAYS.
           MOVE ZERO TO WS-DAYS-COUNTED
           PERFORM 331-COUNT-ONE-DAY
               UNTIL WS-DAYS-COUNTED = WS-DAYS-WANTED.

       331-COUNT-ONE-DAY.
           PERFORM 310-ADD-ONE-DAY
           PERFORM 300-CHECK-BUSINESS-DAY
           IF WS-IS-BUSINESS-DAY = 'YES'
               ADD 1 TO WS-DAYS-COUNTED
           END-IF.

      *   THE DUE DATE UNDER THE SCHEDULE IN FORCE TODAY.  A PAY DATE
      *   THAT IS NOT A DATE CANNOT BE SCHEDULED AND IS DUE AT ONCE.
       400-SET-DUE-DATE.
           MOVE WS-SCHEDULE TO TW-SCHEDULE
           IF TW-PAY-DATE IS NOT NUMERIC OR TW-PAY-DATE < 16010101
               DISPLAY "**** PERIOD " TW-PERIOD " HAS NO USABLE PAY "
                   "DATE - DUE TODAY ****"
               MOVE WS-BUSINESS-DATE TO TW-DUE-DATE
           ELSE
               IF SCHEDULE-MONTHLY
                   PERFORM 410-MONTHLY-DUE-DATE
               ELSE
                   PERFORM 420-SEMIWEEKLY-DUE-DATE
               END-IF
               MOVE WS-PROBE-DATE TO TW-DUE-DATE
           END-IF.

      *   THE 15TH OF THE NEXT MONTH, ROLLED TO A BUSINESS DAY.
       410-MONTHLY-DUE-DATE.
           MOVE TW-PAY-DATE TO WS-PROBE-DATE
           IF WS-PROBE-MONTH = 12
               MOVE 1 TO WS-PROBE-MONTH
               ADD 1 TO WS-PROBE-YEAR
           ELSE
               ADD 1 TO WS-PROBE-MONTH
           END-IF
           MOVE 15 TO WS-PROBE-DAY
           PERFORM 320-ROLL-TO-BUSINESS-DAY.

      *   WEDNESDAY-FRIDAY PAY DATES CLOSE ON FRIDAY, SATURDAY-
      *   TUESDAY ON TUESDAY; THREE BUSINESS DAYS AFTER THE CLOSE.
       420-SEMIWEEKLY-DUE-DATE.
           MOVE TW-PAY-DATE TO WS-PROBE-DATE
           PERFORM 300-CHECK-BUSINESS-DAY
           EVALUATE WS-WEEKDAY
               WHEN 3
                   MOVE 2 TO WS-CLOSE-OFFSET
               WHEN 4
                   MOVE 1 TO WS-CLOSE-OFFSET
               WHEN 6
                   MOVE 3 TO WS-CLOSE-OFFSET
               WHEN 0
                   MOVE 2 TO WS-CLOSE-OFFSET
               WHEN 1
                   MOVE 1 TO WS-CLOSE-OFFSET
               WHEN OTHER
                   MOVE ZERO TO WS-CLOSE-OFFSET
           END-EVALUATE
           COMPUTE WS-PROBE-INT = WS-PROBE-INT + WS-CLOSE-OFFSET
           COMPUTE WS-PROBE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-PROBE-INT)
           MOVE 3 TO WS-DAYS-WANTED
           PERFORM 330-COUNT-BUSINESS-DAYS.

       900-REWRITE-LIABILITY-FILE.
           OPEN OUTPUT TAX-LIABILITY-FILE
           PERFORM 901-WRITE-ONE-LIABILITY
               VARYING WS-LIAB-SUB FROM 1 BY 1
               UNTIL WS-LIAB-SUB > LIAB-COUNT
           CLOSE TAX-LIABILITY-FILE.

       901-WRITE-ONE-LIABILITY.
           SET LIAB-IDX TO WS-LIAB-SUB
           MOVE LR-IMAGE (LIAB-IDX) TO TL-REC
           WRITE TL-REC.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM71" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE LIAB-COUNT TO RL-RECORDS-READ
           MOVE LATE-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE PAID-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM71.
