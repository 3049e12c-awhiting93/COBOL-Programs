      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM91.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the thirteen-week cash requirements forecast.
      *It builds nothing new of its own - every figure comes from a
      *file the system already keeps - and projects cash in and out
      *week by week from the business date, starting from the
      *opening balance on CASH-FORECAST-PARMS.DAT.
      *    Net payroll: the average net pay of the last four clean
      *    PROGRAM02 runs on the run log, paid on each payday the
      *    PAY-PERIOD.DAT calendar gives - the open period's ending
      *    date, or the week after a period already paid, and every
      *    seven days after.
      *    Remittances: the unremitted third-party balances in
      *    WhitingDEDUCTION-ACCRUAL.DAT, paid in the week of the next
      *    remittance date on the parameter file (the first week
      *    without one).
      *    Tax deposits: every open federal deposit on
      *    WhitingTAX-LIABILITY.DAT in the week it falls due, and for
      *    each payday projected, the average of the last four
      *    deposits plus the FUTA and SUTA accrued by the last run
      *    in WhitingEMP-ER-TAX.DAT, due five days after payday.
      *    Accounts payable: the approved invoices on
      *    WhitingAP-INVOICES.DAT, in the week of the discount date
      *    net of the discount while it can still be taken, else in
      *    the week due.  Remittances PROGRAM38 sends through AP have
      *    already left the accrual file, so they are counted here.
      *    Collections: the undisputed open items on
      *    CUSTOMER-OPEN-ITEMS.DAT aged CURRENT / 31-60 / 61-90 /
      *    OVER 90 the way PROGRAM46 ages them, each bucket expected
      *    to collect its historical rate every four weeks, with what
      *    is not collected rolling to the next bucket.  A bucket's
      *    rate is the money cash application has taken off items
      *    while they were that old (CUSTOMER-CASH-APPLIED.DAT) over
      *    the money that ever reached that age unpaid; a rate on
      *    the parameter file overrides it, and a bucket with no
      *    history takes the standing default.  New sales are not
      *    projected.
      *The forecast prints to WhitingCASH-FORECAST.LIS with the
      *assumptions under it and goes to the treasury spreadsheet as
      *WhitingCASH-FORECAST.CSV.  A week that ends below zero is
      *flagged SHORT and ends the run with condition code 4, as does
      *a missing opening balance.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FORECAST-PARM-FILE
               ASSIGN TO "..\..\..\..\CASH-FORECAST-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-PERIOD-FILE
               ASSIGN TO "..\..\..\..\PAY-PERIOD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEDUCTION-ACCRUAL-FILE
               ASSIGN TO "..\..\..\..\WhitingDEDUCTION-ACCRUAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-LIABILITY-FILE
               ASSIGN TO "..\..\..\..\WhitingTAX-LIABILITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EMPLOYER-TAX-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-ER-TAX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-INVOICE-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-APPLIED-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-CASH-APPLIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-REPORT
               ASSIGN TO "..\..\..\..\WhitingCASH-FORECAST.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT FORECAST-CSV
               ASSIGN TO "..\..\..\..\WhitingCASH-FORECAST.CSV"
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
      *   THE OPENING BALANCE, OPTIONAL RATE OVERRIDES FOR THE FOUR
      *   AGE BUCKETS (9V999, BLANK TAKES THE HISTORY), AND THE DATE
      *   PROGRAM38 WILL NEXT REMIT THE ACCRUED DEDUCTIONS.
       FD  FORECAST-PARM-FILE.
       01  FORECAST-PARM-REC.
           05  CFP-OPENING-CASH      PIC S9(9)V99
                                     SIGN IS LEADING SEPARATE.
           05  CFP-RATES.
               10  CFP-RATE-TEXT     PIC X(4)    OCCURS 4 TIMES.
           05  CFP-RATE-NUMS REDEFINES CFP-RATES.
               10  CFP-RATE-NUM      PIC 9V999   OCCURS 4 TIMES.
           05  CFP-REMIT-DATE        PIC X(8).
           05  CFP-REMIT-DATE-NUM REDEFINES CFP-REMIT-DATE
                                     PIC 9(8).

       FD  PAY-PERIOD-FILE.
       01  PAY-PERIOD-REC.
           05  PP-PERIOD-NUM         PIC 9(3).
           05  PP-END-DATE           PIC 9(8).
           05  PP-STATUS             PIC X.
           05  PP-OVERRIDE           PIC X.

       FD  DEDUCTION-ACCRUAL-FILE.
       01  DEDUCTION-ACCRUAL-REC.
           05  DA-DEDUCTION-CODE     PIC X.
           05  DA-BALANCE            PIC 9(9)V99.

       FD  TAX-LIABILITY-FILE.
       COPY TAXLIAB REPLACING ==:PFX:== BY ==TL==.

       FD  EMPLOYER-TAX-FILE.
       01  EMPLOYER-TAX-REC.
           05  ERT-RUN-DATE          PIC 9(8).
           05  ERT-ER-FICA           PIC 9(7)V99.
           05  ERT-FUTA              PIC 9(7)V99.
           05  ERT-SUTA              PIC 9(7)V99.
           05  ERT-ER-PREMIUM        PIC 9(7)V99.

       FD  AP-INVOICE-FILE.
       COPY APINVC REPLACING ==:PFX:== BY ==AP==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  CASH-APPLIED-FILE.
       COPY CASHAPPL REPLACING ==:PFX:== BY ==CA==.

       FD  FORECAST-REPORT.
       01  FORECAST-REPORT-REC       PIC X(130).

       FD  FORECAST-CSV.
       01  CSV-REC                   PIC X(130).

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
           05  WS-OPENING-FOUND            PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).
               10                          PIC X(13).
           05  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
           05  WS-RUN-DATE-INT             PIC 9(7)    VALUE ZERO.
           05  WS-LAST-DATE-INT            PIC 9(7)    VALUE ZERO.
           05  WS-DATE-INT                 PIC 9(7)    VALUE ZERO.
           05  WS-ITEM-DATE-INT            PIC 9(7)    VALUE ZERO.
           05  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
           05  WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).

      *   THE THIRTEEN WEEKS, EACH STARTING SEVEN DAYS AFTER THE
      *   LAST FROM THE BUSINESS DATE.  A DATE ALREADY BEHIND THE
      *   BUSINESS DATE FALLS IN WEEK ONE; ONE PAST WEEK THIRTEEN IS
      *   OUTSIDE THE FORECAST.
       01  FORECAST-WEEK-AREAS.
           05  WS-WEEK-SUB                 PIC 99      VALUE ZERO.
           05  WS-WEEK-OF-DATE             PIC 99      VALUE ZERO.
           05  WS-WEEK-TABLE OCCURS 13 TIMES.
               10  WS-WK-START             PIC 9(8).
               10  WS-WK-END               PIC 9(8).
               10  WS-WK-OPENING           PIC S9(9)V99.
               10  WS-WK-COLLECT           PIC S9(9)V99.
               10  WS-WK-PAYROLL           PIC S9(9)V99.
               10  WS-WK-REMIT             PIC S9(9)V99.
               10  WS-WK-TAX               PIC S9(9)V99.
               10  WS-WK-AP                PIC S9(9)V99.
               10  WS-WK-OUT               PIC S9(9)V99.
               10  WS-WK-ENDING            PIC S9(9)V99.
           05  WS-OPENING-CASH             PIC S9(9)V99 VALUE ZERO.
           05  WS-WEEKS-SHORT              PIC 99      VALUE ZERO.

      *   THE PAYROLL SIDE - THE LAST FOUR CLEAN PAYROLL RUNS' NET
      *   PAY AND FEDERAL DEPOSITS, KEPT IN A RING SO THE NEWEST
      *   FOUR ARE WHAT IS LEFT AT END OF FILE.
       01  PAYROLL-FORECAST-AREAS.
           05  WS-NET-COUNT                PIC 9       VALUE ZERO.
           05  WS-NET-NEXT                 PIC 9       VALUE ZERO.
           05  WS-NET-HISTORY              PIC 9(9)V99 OCCURS 4 TIMES.
           05  WS-DEP-COUNT                PIC 9       VALUE ZERO.
           05  WS-DEP-NEXT                 PIC 9       VALUE ZERO.
           05  WS-DEP-HISTORY              PIC 9(8)V99 OCCURS 4 TIMES.
           05  WS-HIST-SUB                 PIC 9       VALUE ZERO.
           05  WS-HIST-TOTAL               PIC 9(10)V99 VALUE ZERO.
           05  WS-NET-PER-RUN              PIC 9(9)V99 VALUE ZERO.
           05  WS-DEPOSIT-PER-RUN          PIC 9(8)V99 VALUE ZERO.
           05  WS-UNEMPLOYMENT-PER-RUN     PIC 9(8)V99 VALUE ZERO.
           05  WS-NEXT-PAYDAY              PIC 9(8)    VALUE ZERO.
           05  WS-NEXT-PAYDAY-INT          PIC 9(7)    VALUE ZERO.
           05  WS-PAYDAYS-PROJECTED        PIC 99      VALUE ZERO.
           05  WS-REMIT-DATE               PIC 9(8)    VALUE ZERO.
           05  WS-ACCRUED-DEDUCTIONS       PIC 9(9)V99 VALUE ZERO.
           05  WS-OPEN-DEPOSITS            PIC 9(9)V99 VALUE ZERO.
           05  WS-AP-APPROVED              PIC 9(9)V99 VALUE ZERO.
           05  WS-AP-CASH                  PIC 9(9)V99 VALUE ZERO.

      *   THE RECEIVABLES SIDE.  BUCKET 1 CURRENT, 2 31-60, 3 61-90,
      *   4 OVER 90.  THE EXPOSURE IS THE MONEY THAT EVER REACHED A
      *   BUCKET'S AGE UNPAID, THE COLLECTED WHAT CASH APPLICATION
      *   TOOK OFF ITEMS WHILE THEY WERE THAT OLD.
       01  COLLECTION-FORECAST-AREAS.
           05  WS-BUCKET-SUB               PIC 9       VALUE ZERO.
           05  WS-PAID-BUCKET              PIC 9       VALUE ZERO.
           05  WS-NOW-BUCKET               PIC 9       VALUE ZERO.
           05  WS-BLOCK-SUB                PIC 9       VALUE ZERO.
           05  WS-AGE-AMOUNT               PIC S9(5)V99 VALUE ZERO.
           05  WS-DISPUTED-TOTAL           PIC S9(9)V99 VALUE ZERO.
           05  WS-BLOCK-COLLECT            PIC S9(9)V99 VALUE ZERO.
           05  WS-WEEK-COLLECT             PIC S9(9)V99 VALUE ZERO.
           05  WS-ROLL-AMOUNT              PIC S9(9)V99 VALUE ZERO.
           05  WS-BUCKET-TABLE OCCURS 4 TIMES.
               10  WS-BKT-OPEN             PIC S9(9)V99.
               10  WS-BKT-WORKING          PIC S9(9)V99.
               10  WS-BKT-ROLLED           PIC S9(9)V99.
               10  WS-BKT-EXPOSURE         PIC S9(11)V99.
               10  WS-BKT-COLLECTED        PIC S9(11)V99.
               10  WS-BKT-RATE             PIC 9V999.
               10  WS-BKT-SOURCE           PIC X(9).
           05  WS-DEFAULT-RATE-VALUES.
               10  FILLER                  PIC 9V999   VALUE 0.850.
               10  FILLER                  PIC 9V999   VALUE 0.600.
               10  FILLER                  PIC 9V999   VALUE 0.350.
               10  FILLER                  PIC 9V999   VALUE 0.100.
           05  WS-DEFAULT-RATE REDEFINES WS-DEFAULT-RATE-VALUES
                                           PIC 9V999   OCCURS 4 TIMES.
           05  WS-BUCKET-NAME-VALUES.
               10  FILLER                  PIC X(8)    VALUE "CURRENT".
               10  FILLER                  PIC X(8)    VALUE "31-60".
               10  FILLER                  PIC X(8)    VALUE "61-90".
               10  FILLER                  PIC X(8)    VALUE "OVER 90".
           05  WS-BUCKET-NAME REDEFINES WS-BUCKET-NAME-VALUES
                                           PIC X(8)    OCCURS 4 TIMES.

       01  PROGRAM-ACCUMULATORS.
           05  RECORDS-READ                PIC 9(7)    VALUE ZERO.
           05  TOTAL-COLLECT               PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-PAYROLL               PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-REMIT                 PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-TAX                   PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-AP                    PIC S9(9)V99 VALUE ZERO.
           05  TOTAL-OUT                   PIC S9(9)V99 VALUE ZERO.

       01  HEADING-LINE-1.
           05                              PIC X(40)
               VALUE "THIRTEEN-WEEK CASH REQUIREMENTS FORECAST".
           05                              PIC X(10)
               VALUE " - AS OF  ".
           05  HEADING-DATE-OUT            PIC X(10).
           05                              PIC X(24)
               VALUE "   OPENING CASH         ".
           05  HEADING-OPENING-OUT         PIC -ZZ,ZZZ,ZZ9.99.
           05                              PIC X(32)   VALUE SPACES.

       01  HEADING-LINE-2.
           05                              PIC X(40)
               VALUE "WK  WEEK ENDING  OPENING CASH  COLLECTIO".
           05                              PIC X(40)
               VALUE "NS  NET PAYROLL  REMITTANCES TAX DEPOSIT".
           05                              PIC X(40)
               VALUE "S  AP INVOICES    TOTAL OUT    ENDING CA".
           05                              PIC X(10)
               VALUE "SH".

       01  WEEK-DETAIL-LINE.
           05  DET-WEEK-OUT                PIC Z9.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-END-OUT                 PIC X(10).
           05                              PIC X       VALUE SPACE.
           05  DET-OPENING-OUT             PIC -ZZ,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-COLLECT-OUT             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-PAYROLL-OUT             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-REMIT-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-TAX-OUT                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-AP-OUT                  PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-OUT-OUT                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-ENDING-OUT              PIC -ZZ,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  DET-NOTE-OUT                PIC X(5).

       01  TOTAL-LINE.
           05                              PIC X(30)
               VALUE "THIRTEEN WEEKS".
           05  TOT-COLLECT-OUT             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  TOT-PAYROLL-OUT             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  TOT-REMIT-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  TOT-TAX-OUT                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  TOT-AP-OUT                  PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  TOT-OUT-OUT                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X       VALUE SPACE.
           05  TOT-ENDING-OUT              PIC -ZZ,ZZZ,ZZ9.99.
           05                              PIC X(6)    VALUE SPACES.

      *   THE ASSUMPTIONS UNDER THE FORECAST, SO TREASURY CAN SEE
      *   WHERE EVERY FIGURE CAME FROM.
       01  ASSUMPTION-LINE.
           05  ASM-LABEL-OUT               PIC X(50).
           05  ASM-AMOUNT-OUT              PIC -ZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  ASM-NOTE-OUT                PIC X(54).

       01  PAYDAY-LINE.
           05                              PIC X(50)
               VALUE "PAYDAYS IN THE FORECAST".
           05                              PIC X(11)   VALUE SPACES.
           05  PDL-COUNT-OUT               PIC Z9.
           05                              PIC X(3)    VALUE SPACES.
           05                              PIC X(19)
               VALUE "FROM PAY-PERIOD.DAT".
           05                              PIC X(11)
               VALUE ", FIRST ON ".
           05  PDL-FIRST-OUT               PIC X(10).
           05                              PIC X(14)   VALUE SPACES.

       01  BUCKET-HEADING-LINE.
           05                              PIC X(40)
               VALUE "AGE BUCKET    OPEN BALANCE      RATE / 4".
           05                              PIC X(40)
               VALUE " WKS  SOURCE".
           05                              PIC X(40)   VALUE SPACES.

       01  BUCKET-DETAIL-LINE.
           05  BKT-NAME-OUT                PIC X(8).
           05                              PIC X(4)    VALUE SPACES.
           05  BKT-OPEN-OUT                PIC -ZZ,ZZZ,ZZ9.99.
           05                              PIC X(6)    VALUE SPACES.
           05  BKT-RATE-OUT                PIC 9.999.
           05                              PIC X(9)    VALUE SPACES.
           05  BKT-SOURCE-OUT              PIC X(9).
           05                              PIC X(65)   VALUE SPACES.

      *   THE TREASURY SPREADSHEET'S FILE - A HEADER, THEN ONE ROW
      *   PER WEEK, BUILT THE WAY PROGRAM02 BUILDS ITS CSV.
       01  CSV-CONSTANTS.
           05  CSV-COMMA                   PIC X       VALUE ",".
       01  CSV-DETAIL-LINE                 PIC X(130).
       01  CSV-HEADER-LINE.
           05                              PIC X(40)
               VALUE "WEEK,WEEK START,WEEK END,OPENING CASH,CO".
           05                              PIC X(40)
               VALUE "LLECTIONS,NET PAYROLL,REMITTANCES,TAX DE".
           05                              PIC X(50)
               VALUE "POSITS,AP INVOICES,TOTAL OUT,ENDING CASH".

       01  CSV-DETAIL-FIELDS.
           05  CSV-WEEK-OUT                PIC 99.
           05  CSV-START-OUT               PIC 9(8).
           05  CSV-END-OUT                 PIC 9(8).
           05  CSV-OPENING-OUT             PIC -(8)9.99.
           05  CSV-COLLECT-OUT             PIC -(8)9.99.
           05  CSV-PAYROLL-OUT             PIC -(8)9.99.
           05  CSV-REMIT-OUT               PIC -(8)9.99.
           05  CSV-TAX-OUT                 PIC -(8)9.99.
           05  CSV-AP-OUT                  PIC -(8)9.99.
           05  CSV-OUT-OUT                 PIC -(8)9.99.
           05  CSV-ENDING-OUT              PIC -(8)9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 095-GET-BUSINESS-DATE
           MOVE RUN-DATE-WORK (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           COMPUTE WS-LAST-DATE-INT = WS-RUN-DATE-INT + 90
           PERFORM 105-READ-SIGNON
           PERFORM 106-READ-FORECAST-PARMS
           PERFORM 107-SET-UP-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 13
           PERFORM 110-LOAD-PAYROLL-HISTORY
           PERFORM 120-LOAD-DEPOSIT-HISTORY
           PERFORM 130-LOAD-EMPLOYER-TAX
           PERFORM 140-PROJECT-PAYROLL
           PERFORM 150-LOAD-DEDUCTION-ACCRUAL
           PERFORM 160-LOAD-AP-INVOICES
           PERFORM 170-AGE-OPEN-ITEMS
           PERFORM 175-LOAD-CASH-APPLIED
           PERFORM 180-SET-BUCKET-RATE
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           PERFORM 190-PROJECT-COLLECTIONS
           OPEN OUTPUT FORECAST-REPORT
                       FORECAST-CSV
           PERFORM 200-PRINT-HEADINGS
           WRITE CSV-REC FROM CSV-HEADER-LINE
           PERFORM 210-CARRY-ONE-WEEK
               VARYING WS-WEEK-SUB FROM 1 BY 1
               UNTIL WS-WEEK-SUB > 13
           PERFORM 300-PRINT-TOTALS
           PERFORM 310-PRINT-ASSUMPTIONS
           CLOSE FORECAST-REPORT
                 FORECAST-CSV
           IF WS-WEEKS-SHORT > ZERO
               DISPLAY "**** CASH FORECAST SHORT IN " WS-WEEKS-SHORT
                   " OF 13 WEEKS - SEE WhitingCASH-FORECAST.LIS ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "CASH FORECAST - OPENING: " WS-OPENING-CASH
               " WEEK 13 ENDING: " WS-WK-ENDING (13)
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK, SO THE FORECAST STARTS
      *   ON THE BUSINESS DAY IT BELONGS TO.
       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE (1:4) TO RUN-YEAR
                       MOVE BD-DATE (5:2) TO RUN-MONTH
                       MOVE BD-DATE (7:2) TO RUN-DAY
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

      *   WITHOUT AN OPENING BALANCE THE FORECAST STILL PRINTS FROM
      *   ZERO - THE WEEKLY FLOWS ARE STILL WORTH HAVING - BUT THE
      *   RUN ENDS CONDITION CODE 4 SO THE BALANCE IS SUPPLIED.  A
      *   RATE OVER 1.000 IS IGNORED.
       106-READ-FORECAST-PARMS.
           OPEN INPUT FORECAST-PARM-FILE
           MOVE SPACES TO FORECAST-PARM-REC
           READ FORECAST-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CFP-OPENING-CASH IS NUMERIC
                       MOVE CFP-OPENING-CASH TO WS-OPENING-CASH
                       MOVE 'YES' TO WS-OPENING-FOUND
                   END-IF
                   IF CFP-REMIT-DATE-NUM IS NUMERIC AND
                           CFP-REMIT-DATE-NUM > ZERO
                       IF FUNCTION INTEGER-OF-DATE (CFP-REMIT-DATE-NUM)
                               > ZERO
                           MOVE CFP-REMIT-DATE-NUM TO WS-REMIT-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE FORECAST-PARM-FILE
           IF WS-OPENING-FOUND = 'NO '
               DISPLAY "**** NO OPENING BALANCE ON CASH-FORECAST-PARMS"
                   ".DAT - FORECAST RUN FROM ZERO ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF.

       107-SET-UP-ONE-WEEK.
           COMPUTE WS-DATE-INT =
               WS-RUN-DATE-INT + ((WS-WEEK-SUB - 1) * 7)
           COMPUTE WS-WK-START (WS-WEEK-SUB) =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT)
           COMPUTE WS-WK-END (WS-WEEK-SUB) =
               FUNCTION DATE-OF-INTEGER (WS-DATE-INT + 6)
           MOVE ZERO TO WS-WK-OPENING (WS-WEEK-SUB)
           MOVE ZERO TO WS-WK-COLLECT (WS-WEEK-SUB)
           MOVE ZERO TO WS-WK-PAYROLL (WS-WEEK-SUB)
           MOVE ZERO TO WS-WK-REMIT (WS-WEEK-SUB)
           MOVE ZERO TO WS-WK-TAX (WS-WEEK-SUB)
           MOVE ZERO TO WS-WK-AP (WS-WEEK-SUB)
           MOVE ZERO TO WS-WK-OUT (WS-WEEK-SUB)
           MOVE ZERO TO WS-WK-ENDING (WS-WEEK-SUB).

      *   THE NET PAY OF EVERY PAYROLL RUN THAT FINISHED WITHOUT A
      *   STOPPING CONDITION - THE RUN LOG'S CONTROL TOTAL FOR
      *   PROGRAM02 IS NET PAY.
       110-LOAD-PAYROLL-HISTORY.
           OPEN INPUT RUN-LOG-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-RUN-LOG
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE RUN-LOG-FILE
           MOVE ZERO TO WS-HIST-TOTAL
           IF WS-NET-COUNT > ZERO
               PERFORM 112-ADD-ONE-NET
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-NET-COUNT
               COMPUTE WS-NET-PER-RUN ROUNDED =
                   WS-HIST-TOTAL / WS-NET-COUNT
           END-IF.

       111-READ-ONE-RUN-LOG.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF RL-PROGRAM-ID = "PROGRAM02" AND
                           RL-CONDITION-CODE IS NUMERIC AND
                           RL-CONDITION-CODE < 8 AND
                           RL-CONTROL-TOTAL IS NUMERIC AND
                           RL-CONTROL-TOTAL > ZERO
                       ADD 1 TO WS-NET-NEXT
                       IF WS-NET-NEXT > 4
                           MOVE 1 TO WS-NET-NEXT
                       END-IF
                       MOVE RL-CONTROL-TOTAL
                           TO WS-NET-HISTORY (WS-NET-NEXT)
                       IF WS-NET-COUNT < 4
                           ADD 1 TO WS-NET-COUNT
                       END-IF
                   END-IF
           END-READ.

       112-ADD-ONE-NET.
           ADD WS-NET-HISTORY (WS-HIST-SUB) TO WS-HIST-TOTAL.

      *   EVERY OPEN FEDERAL DEPOSIT GOES IN THE WEEK PROGRAM71 HAS
      *   IT DUE - FIVE DAYS AFTER PAYDAY IF IT HAS NOT BEEN GIVEN A
      *   DUE DATE YET.  THE LAST FOUR DEPOSITS THAT STAND (OPEN OR
      *   PAID, NOT SUPERSEDED OR HELD) SIZE THE ONES TO COME.
       120-LOAD-DEPOSIT-HISTORY.
           OPEN INPUT TAX-LIABILITY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-LIABILITY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TAX-LIABILITY-FILE
           MOVE ZERO TO WS-HIST-TOTAL
           IF WS-DEP-COUNT > ZERO
               PERFORM 123-ADD-ONE-DEPOSIT
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > WS-DEP-COUNT
               COMPUTE WS-DEPOSIT-PER-RUN ROUNDED =
                   WS-HIST-TOTAL / WS-DEP-COUNT
           END-IF.

       121-READ-ONE-LIABILITY.
           READ TAX-LIABILITY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF TL-DEPOSIT-AMOUNT IS NUMERIC AND
                           (TL-IS-OPEN OR TL-IS-PAID)
                       ADD 1 TO WS-DEP-NEXT
                       IF WS-DEP-NEXT > 4
                           MOVE 1 TO WS-DEP-NEXT
                       END-IF
                       MOVE TL-DEPOSIT-AMOUNT
                           TO WS-DEP-HISTORY (WS-DEP-NEXT)
                       IF WS-DEP-COUNT < 4
                           ADD 1 TO WS-DEP-COUNT
                       END-IF
                       IF TL-IS-OPEN
                           PERFORM 122-PLACE-OPEN-DEPOSIT
                       END-IF
                   END-IF
           END-READ.

       122-PLACE-OPEN-DEPOSIT.
           MOVE 1 TO WS-WEEK-OF-DATE
           IF TL-DUE-DATE IS NUMERIC AND TL-DUE-DATE > ZERO
               MOVE TL-DUE-DATE TO WS-DATE-IN
               PERFORM 290-FIND-WEEK-OF-DATE
           ELSE
               IF TL-PAY-DATE IS NUMERIC AND TL-PAY-DATE > ZERO
                   COMPUTE WS-DATE-IN = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE (TL-PAY-DATE) + 5)
                   PERFORM 290-FIND-WEEK-OF-DATE
               END-IF
           END-IF
           IF WS-WEEK-OF-DATE > ZERO
               ADD TL-DEPOSIT-AMOUNT TO WS-WK-TAX (WS-WEEK-OF-DATE)
               ADD TL-DEPOSIT-AMOUNT TO WS-OPEN-DEPOSITS
           END-IF.

       123-ADD-ONE-DEPOSIT.
           ADD WS-DEP-HISTORY (WS-HIST-SUB) TO WS-HIST-TOTAL.

      *   THE LAST PAYROLL'S FUTA AND SUTA ARE TAKEN AS WHAT EACH
      *   PAYROLL TO COME WILL ACCRUE.  THE EMPLOYER FICA IS ALREADY
      *   IN THE FEDERAL DEPOSIT AND THE EMPLOYER PREMIUM SHARE IN
      *   THE DEDUCTION ACCRUAL, SO NEITHER IS COUNTED AGAIN.
       130-LOAD-EMPLOYER-TAX.
           OPEN INPUT EMPLOYER-TAX-FILE
           READ EMPLOYER-TAX-FILE
               AT END
                   CONTINUE
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF ERT-FUTA IS NUMERIC AND ERT-SUTA IS NUMERIC
                       COMPUTE WS-UNEMPLOYMENT-PER-RUN =
                           ERT-FUTA + ERT-SUTA
                   END-IF
           END-READ
           CLOSE EMPLOYER-TAX-FILE.

      *   THE NEXT PAYDAY IS THE OPEN PERIOD'S ENDING DATE, OR A WEEK
      *   AFTER IT WHEN THAT PERIOD IS ALREADY PAID - PROGRAM62 OPENS
      *   THE NEXT PERIOD SEVEN DAYS ON.  WITHOUT A CALENDAR THE
      *   FIRST PAYDAY IS TAKEN AS THE BUSINESS DATE.
       140-PROJECT-PAYROLL.
           MOVE WS-RUN-DATE TO WS-NEXT-PAYDAY
           OPEN INPUT PAY-PERIOD-FILE
           READ PAY-PERIOD-FILE
               AT END
                   DISPLAY "**** NO PAY PERIOD CONTROL - PAYDAYS TAKEN "
                       "FROM THE BUSINESS DATE ****"
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF PP-END-DATE IS NUMERIC AND PP-END-DATE > ZERO
                       MOVE PP-END-DATE TO WS-NEXT-PAYDAY
                       IF PP-STATUS = 'P'
                           COMPUTE WS-NEXT-PAYDAY =
                               FUNCTION DATE-OF-INTEGER
                               (FUNCTION INTEGER-OF-DATE (PP-END-DATE)
                               + 7)
                       END-IF
                   END-IF
           END-READ
           CLOSE PAY-PERIOD-FILE
           COMPUTE WS-NEXT-PAYDAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-NEXT-PAYDAY)
           PERFORM 141-PLACE-ONE-PAYDAY
               UNTIL WS-NEXT-PAYDAY-INT > WS-LAST-DATE-INT.

      *   A PAYDAY ALREADY BEHIND THE BUSINESS DATE IS A PAYROLL NOT
      *   YET RUN, SO IT LANDS IN WEEK ONE.  ITS DEPOSIT FOLLOWS FIVE
      *   DAYS LATER AND MAY FALL OUTSIDE THE FORECAST.
       141-PLACE-ONE-PAYDAY.
           COMPUTE WS-DATE-IN =
               FUNCTION DATE-OF-INTEGER (WS-NEXT-PAYDAY-INT)
           PERFORM 290-FIND-WEEK-OF-DATE
           IF WS-WEEK-OF-DATE > ZERO
               ADD WS-NET-PER-RUN TO WS-WK-PAYROLL (WS-WEEK-OF-DATE)
               ADD 1 TO WS-PAYDAYS-PROJECTED
           END-IF
           COMPUTE WS-DATE-IN =
               FUNCTION DATE-OF-INTEGER (WS-NEXT-PAYDAY-INT + 5)
           PERFORM 290-FIND-WEEK-OF-DATE
           IF WS-WEEK-OF-DATE > ZERO
               ADD WS-DEPOSIT-PER-RUN TO WS-WK-TAX (WS-WEEK-OF-DATE)
               ADD WS-UNEMPLOYMENT-PER-RUN
                   TO WS-WK-TAX (WS-WEEK-OF-DATE)
           END-IF
           ADD 7 TO WS-NEXT-PAYDAY-INT
           PERFORM 142-SKIP-PAST-PAYDAY
               UNTIL WS-NEXT-PAYDAY-INT NOT < WS-RUN-DATE-INT.

      *   ONLY THE OPEN PERIOD CAN BE OWED FROM BEFORE THE BUSINESS
      *   DATE - THE NEXT ONE IS NOT OPENED UNTIL IT IS PAID - SO A
      *   STALE CALENDAR DOES NOT PILE EXTRA PAYROLLS INTO WEEK ONE.
       142-SKIP-PAST-PAYDAY.
           ADD 7 TO WS-NEXT-PAYDAY-INT.

      *   EVERY UNREMITTED THIRD-PARTY BALANCE IS PAID AT THE NEXT
      *   REMITTANCE RUN.
       150-LOAD-DEDUCTION-ACCRUAL.
           OPEN INPUT DEDUCTION-ACCRUAL-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 151-READ-ONE-ACCRUAL
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE DEDUCTION-ACCRUAL-FILE
           MOVE 1 TO WS-WEEK-OF-DATE
           IF WS-REMIT-DATE > ZERO
               MOVE WS-REMIT-DATE TO WS-DATE-IN
               PERFORM 290-FIND-WEEK-OF-DATE
           END-IF
           IF WS-WEEK-OF-DATE > ZERO
               ADD WS-ACCRUED-DEDUCTIONS
                   TO WS-WK-REMIT (WS-WEEK-OF-DATE)
           END-IF.

       151-READ-ONE-ACCRUAL.
           READ DEDUCTION-ACCRUAL-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF DA-BALANCE IS NUMERIC
                       ADD DA-BALANCE TO WS-ACCRUED-DEDUCTIONS
                   END-IF
           END-READ.

      *   ONLY APPROVED INVOICES ARE CASH TO COME - A HELD ONE WAITS
      *   ON SOMEONE, AN ENTERED ONE MAY YET BE CANCELLED.  PROGRAM90
      *   PAYS AHEAD OF THE DUE DATE WHEN WAITING WOULD LOSE THE
      *   DISCOUNT.
       160-LOAD-AP-INVOICES.
           OPEN INPUT AP-INVOICE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 161-READ-ONE-INVOICE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AP-INVOICE-FILE.

       161-READ-ONE-INVOICE.
           READ AP-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF AP-IS-APPROVED AND AP-AMOUNT IS NUMERIC
                       PERFORM 162-PLACE-ONE-INVOICE
                   END-IF
           END-READ.

       162-PLACE-ONE-INVOICE.
           ADD AP-AMOUNT TO WS-AP-APPROVED
           MOVE AP-AMOUNT TO WS-AP-CASH
           MOVE 1 TO WS-WEEK-OF-DATE
           IF AP-DISCOUNT-DATE IS NUMERIC AND
                   AP-DISCOUNT-DATE NOT < WS-RUN-DATE AND
                   AP-DISCOUNT-AMT IS NUMERIC AND
                   AP-DISCOUNT-AMT > ZERO
               COMPUTE WS-AP-CASH = AP-AMOUNT - AP-DISCOUNT-AMT
               MOVE AP-DISCOUNT-DATE TO WS-DATE-IN
               PERFORM 290-FIND-WEEK-OF-DATE
           ELSE
               IF AP-DUE-DATE IS NUMERIC AND AP-DUE-DATE > ZERO
                   MOVE AP-DUE-DATE TO WS-DATE-IN
                   PERFORM 290-FIND-WEEK-OF-DATE
               END-IF
           END-IF
           IF WS-WEEK-OF-DATE > ZERO
               ADD WS-AP-CASH TO WS-WK-AP (WS-WEEK-OF-DATE)
           END-IF.

      *   EACH OPEN ITEM AGES THE WAY PROGRAM46 AGES IT - THE OPEN
      *   AMOUNT, OR THE FULL AMOUNT ON A RECORD FROM BEFORE CASH
      *   APPLICATION - AND A DISPUTED ITEM IS SET ASIDE, SINCE NO
      *   ONE CAN SAY WHEN IT WILL BE PAID.  EVERY INVOICE OR OPENING
      *   ITEM, OPEN OR NOT, ADDS ITS FACE AMOUNT TO THE EXPOSURE OF
      *   EVERY BUCKET IT HAS BEEN OLD ENOUGH TO REACH.
       170-AGE-OPEN-ITEMS.
           PERFORM 179-CLEAR-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           OPEN INPUT OPEN-ITEM-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 171-AGE-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       171-AGE-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF ITEM-AMOUNT IS NUMERIC
                       PERFORM 172-AGE-ITEM-NOW
                   END-IF
           END-READ.

       172-AGE-ITEM-NOW.
           MOVE 1 TO WS-NOW-BUCKET
           IF ITEM-DATE IS NUMERIC AND ITEM-DATE > ZERO
               COMPUTE WS-ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (ITEM-DATE)
               COMPUTE WS-AGE-DAYS =
                   WS-RUN-DATE-INT - WS-ITEM-DATE-INT
               PERFORM 185-PICK-BUCKET
               MOVE WS-BUCKET-SUB TO WS-NOW-BUCKET
               IF (ITEM-TYPE = 'I' OR ITEM-TYPE = 'O') AND
                       ITEM-AMOUNT > ZERO
                   PERFORM 173-ADD-EXPOSURE
                       VARYING WS-BUCKET-SUB FROM 1 BY 1
                       UNTIL WS-BUCKET-SUB > WS-NOW-BUCKET
               END-IF
           END-IF
           IF NOT ITEM-IS-CLOSED
               IF ITEM-OPEN-AMOUNT IS NUMERIC AND
                       ITEM-STATUS NOT = SPACE
                   MOVE ITEM-OPEN-AMOUNT TO WS-AGE-AMOUNT
               ELSE
                   MOVE ITEM-AMOUNT TO WS-AGE-AMOUNT
               END-IF
               IF ITEM-IS-DISPUTED
                   ADD WS-AGE-AMOUNT TO WS-DISPUTED-TOTAL
               ELSE
                   ADD WS-AGE-AMOUNT TO WS-BKT-OPEN (WS-NOW-BUCKET)
               END-IF
           END-IF.

       173-ADD-EXPOSURE.
           ADD ITEM-AMOUNT TO WS-BKT-EXPOSURE (WS-BUCKET-SUB).

      *   EVERY APPLICATION OF A PAYMENT IS COLLECTED MONEY IN THE
      *   BUCKET THE ITEM WAS IN WHEN IT WAS PAID.  IT NEVER REACHED
      *   THE OLDER BUCKETS THE ITEM HAS AGED INTO SINCE, SO IT COMES
      *   BACK OFF THEIR EXPOSURE.
       175-LOAD-CASH-APPLIED.
           OPEN INPUT CASH-APPLIED-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 176-READ-ONE-APPLICATION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CASH-APPLIED-FILE.

       176-READ-ONE-APPLICATION.
           READ CASH-APPLIED-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF CA-AMOUNT IS NUMERIC AND
                           CA-ITEM-DATE IS NUMERIC AND
                           CA-ITEM-DATE > ZERO AND
                           CA-PAY-DATE IS NUMERIC AND
                           CA-PAY-DATE NOT < CA-ITEM-DATE
                       PERFORM 177-AGE-ONE-APPLICATION
                   END-IF
           END-READ.

       177-AGE-ONE-APPLICATION.
           COMPUTE WS-ITEM-DATE-INT =
               FUNCTION INTEGER-OF-DATE (CA-ITEM-DATE)
           COMPUTE WS-AGE-DAYS =
               FUNCTION INTEGER-OF-DATE (CA-PAY-DATE)
               - WS-ITEM-DATE-INT
           PERFORM 185-PICK-BUCKET
           MOVE WS-BUCKET-SUB TO WS-PAID-BUCKET
           COMPUTE WS-AGE-DAYS = WS-RUN-DATE-INT - WS-ITEM-DATE-INT
           PERFORM 185-PICK-BUCKET
           MOVE WS-BUCKET-SUB TO WS-NOW-BUCKET
           ADD CA-AMOUNT TO WS-BKT-COLLECTED (WS-PAID-BUCKET)
           IF WS-NOW-BUCKET > WS-PAID-BUCKET
               COMPUTE WS-BLOCK-SUB = WS-PAID-BUCKET + 1
               PERFORM 178-REMOVE-EXPOSURE
                   VARYING WS-BUCKET-SUB FROM WS-BLOCK-SUB BY 1
                   UNTIL WS-BUCKET-SUB > WS-NOW-BUCKET
           END-IF.

       178-REMOVE-EXPOSURE.
           SUBTRACT CA-AMOUNT FROM WS-BKT-EXPOSURE (WS-BUCKET-SUB).

       179-CLEAR-ONE-BUCKET.
           MOVE ZERO TO WS-BKT-OPEN (WS-BUCKET-SUB)
           MOVE ZERO TO WS-BKT-WORKING (WS-BUCKET-SUB)
           MOVE ZERO TO WS-BKT-ROLLED (WS-BUCKET-SUB)
           MOVE ZERO TO WS-BKT-EXPOSURE (WS-BUCKET-SUB)
           MOVE ZERO TO WS-BKT-COLLECTED (WS-BUCKET-SUB)
           MOVE ZERO TO WS-BKT-RATE (WS-BUCKET-SUB)
           MOVE SPACES TO WS-BKT-SOURCE (WS-BUCKET-SUB).

      *   A RATE ON THE PARAMETER FILE WINS, THEN THE HISTORY, THEN
      *   THE STANDING DEFAULT FOR A BUCKET NOTHING HAS REACHED.
       180-SET-BUCKET-RATE.
           MOVE WS-DEFAULT-RATE (WS-BUCKET-SUB)
               TO WS-BKT-RATE (WS-BUCKET-SUB)
           MOVE "DEFAULT" TO WS-BKT-SOURCE (WS-BUCKET-SUB)
           IF WS-BKT-EXPOSURE (WS-BUCKET-SUB) > ZERO
               IF WS-BKT-COLLECTED (WS-BUCKET-SUB) NOT <
                       WS-BKT-EXPOSURE (WS-BUCKET-SUB)
                   MOVE 1 TO WS-BKT-RATE (WS-BUCKET-SUB)
               ELSE
                   COMPUTE WS-BKT-RATE (WS-BUCKET-SUB) ROUNDED =
                       WS-BKT-COLLECTED (WS-BUCKET-SUB) /
                       WS-BKT-EXPOSURE (WS-BUCKET-SUB)
               END-IF
               MOVE "HISTORY" TO WS-BKT-SOURCE (WS-BUCKET-SUB)
           END-IF
           IF CFP-RATE-TEXT (WS-BUCKET-SUB) NOT = SPACES AND
                   CFP-RATE-NUM (WS-BUCKET-SUB) IS NUMERIC
               IF CFP-RATE-NUM (WS-BUCKET-SUB) NOT > 1
                   MOVE CFP-RATE-NUM (WS-BUCKET-SUB)
                       TO WS-BKT-RATE (WS-BUCKET-SUB)
                   MOVE "PARAMETER" TO WS-BKT-SOURCE (WS-BUCKET-SUB)
               END-IF
           END-IF
           IF WS-BKT-OPEN (WS-BUCKET-SUB) > ZERO
               MOVE WS-BKT-OPEN (WS-BUCKET-SUB)
                   TO WS-BKT-WORKING (WS-BUCKET-SUB)
           END-IF.

       185-PICK-BUCKET.
           EVALUATE TRUE
               WHEN WS-AGE-DAYS <= 30
                   MOVE 1 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 60
                   MOVE 2 TO WS-BUCKET-SUB
               WHEN WS-AGE-DAYS <= 90
                   MOVE 3 TO WS-BUCKET-SUB
               WHEN OTHER
                   MOVE 4 TO WS-BUCKET-SUB
           END-EVALUATE.

      *   FOUR BLOCKS OF FOUR WEEKS - WEEKS 1-4, 5-8, 9-12, AND THE
      *   BLOCK WEEK 13 OPENS.  IN EACH BLOCK EVERY BUCKET COLLECTS
      *   ITS RATE, SPREAD EVENLY OVER THE BLOCK'S FOUR WEEKS, AND
      *   WHAT IS LEFT AGES ONE BUCKET OLDER.  NOTHING NEW ENTERS
      *   THE CURRENT BUCKET, SINCE NEW SALES ARE NOT FORECAST.
       190-PROJECT-COLLECTIONS.
           PERFORM 191-COLLECT-ONE-BLOCK
               VARYING WS-BLOCK-SUB FROM 1 BY 1
               UNTIL WS-BLOCK-SUB > 4.

       191-COLLECT-ONE-BLOCK.
           MOVE ZERO TO WS-BLOCK-COLLECT
           PERFORM 192-COLLECT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4
           COMPUTE WS-WEEK-COLLECT ROUNDED = WS-BLOCK-COLLECT / 4
           COMPUTE WS-WEEK-SUB = ((WS-BLOCK-SUB - 1) * 4) + 1
           PERFORM 193-SPREAD-ONE-WEEK 4 TIMES
           MOVE ZERO TO WS-BKT-WORKING (1)
           MOVE WS-BKT-ROLLED (1) TO WS-BKT-WORKING (2)
           MOVE WS-BKT-ROLLED (2) TO WS-BKT-WORKING (3)
           COMPUTE WS-BKT-WORKING (4) =
               WS-BKT-ROLLED (3) + WS-BKT-ROLLED (4).

       192-COLLECT-ONE-BUCKET.
           COMPUTE WS-ROLL-AMOUNT ROUNDED =
               WS-BKT-WORKING (WS-BUCKET-SUB) *
               WS-BKT-RATE (WS-BUCKET-SUB)
           ADD WS-ROLL-AMOUNT TO WS-BLOCK-COLLECT
           COMPUTE WS-BKT-ROLLED (WS-BUCKET-SUB) =
               WS-BKT-WORKING (WS-BUCKET-SUB) - WS-ROLL-AMOUNT.

       193-SPREAD-ONE-WEEK.
           IF WS-WEEK-SUB NOT > 13
               ADD WS-WEEK-COLLECT TO WS-WK-COLLECT (WS-WEEK-SUB)
           END-IF
           ADD 1 TO WS-WEEK-SUB.

       200-PRINT-HEADINGS.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 295-FORMAT-DATE
           MOVE WS-DATE-OUT TO HEADING-DATE-OUT
           MOVE WS-OPENING-CASH TO HEADING-OPENING-OUT
           WRITE FORECAST-REPORT-REC FROM HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE FORECAST-REPORT-REC FROM HEADING-LINE-2
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO FORECAST-REPORT-REC
           WRITE FORECAST-REPORT-REC.

      *   EACH WEEK OPENS ON THE LAST ONE'S ENDING CASH, PRINTS, AND
      *   GOES TO THE SPREADSHEET FILE.
       210-CARRY-ONE-WEEK.
           IF WS-WEEK-SUB = 1
               MOVE WS-OPENING-CASH TO WS-WK-OPENING (1)
           ELSE
               MOVE WS-WK-ENDING (WS-WEEK-SUB - 1)
                   TO WS-WK-OPENING (WS-WEEK-SUB)
           END-IF
           COMPUTE WS-WK-OUT (WS-WEEK-SUB) =
               WS-WK-PAYROLL (WS-WEEK-SUB) + WS-WK-REMIT (WS-WEEK-SUB)
               + WS-WK-TAX (WS-WEEK-SUB) + WS-WK-AP (WS-WEEK-SUB)
           COMPUTE WS-WK-ENDING (WS-WEEK-SUB) =
               WS-WK-OPENING (WS-WEEK-SUB)
               + WS-WK-COLLECT (WS-WEEK-SUB)
               - WS-WK-OUT (WS-WEEK-SUB)
           ADD WS-WK-COLLECT (WS-WEEK-SUB) TO TOTAL-COLLECT
           ADD WS-WK-PAYROLL (WS-WEEK-SUB) TO TOTAL-PAYROLL
           ADD WS-WK-REMIT (WS-WEEK-SUB) TO TOTAL-REMIT
           ADD WS-WK-TAX (WS-WEEK-SUB) TO TOTAL-TAX
           ADD WS-WK-AP (WS-WEEK-SUB) TO TOTAL-AP
           ADD WS-WK-OUT (WS-WEEK-SUB) TO TOTAL-OUT
           PERFORM 220-PRINT-WEEK-LINE
           PERFORM 230-WRITE-CSV-DETAIL.

       220-PRINT-WEEK-LINE.
           MOVE WS-WEEK-SUB TO DET-WEEK-OUT
           MOVE WS-WK-END (WS-WEEK-SUB) TO WS-DATE-IN
           PERFORM 295-FORMAT-DATE
           MOVE WS-DATE-OUT TO DET-END-OUT
           MOVE WS-WK-OPENING (WS-WEEK-SUB) TO DET-OPENING-OUT
           MOVE WS-WK-COLLECT (WS-WEEK-SUB) TO DET-COLLECT-OUT
           MOVE WS-WK-PAYROLL (WS-WEEK-SUB) TO DET-PAYROLL-OUT
           MOVE WS-WK-REMIT (WS-WEEK-SUB) TO DET-REMIT-OUT
           MOVE WS-WK-TAX (WS-WEEK-SUB) TO DET-TAX-OUT
           MOVE WS-WK-AP (WS-WEEK-SUB) TO DET-AP-OUT
           MOVE WS-WK-OUT (WS-WEEK-SUB) TO DET-OUT-OUT
           MOVE WS-WK-ENDING (WS-WEEK-SUB) TO DET-ENDING-OUT
           MOVE SPACES TO DET-NOTE-OUT
           IF WS-WK-ENDING (WS-WEEK-SUB) < ZERO
               MOVE "SHORT" TO DET-NOTE-OUT
               ADD 1 TO WS-WEEKS-SHORT
           END-IF
           WRITE FORECAST-REPORT-REC FROM WEEK-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       230-WRITE-CSV-DETAIL.
           MOVE WS-WEEK-SUB TO CSV-WEEK-OUT
           MOVE WS-WK-START (WS-WEEK-SUB) TO CSV-START-OUT
           MOVE WS-WK-END (WS-WEEK-SUB) TO CSV-END-OUT
           MOVE WS-WK-OPENING (WS-WEEK-SUB) TO CSV-OPENING-OUT
           MOVE WS-WK-COLLECT (WS-WEEK-SUB) TO CSV-COLLECT-OUT
           MOVE WS-WK-PAYROLL (WS-WEEK-SUB) TO CSV-PAYROLL-OUT
           MOVE WS-WK-REMIT (WS-WEEK-SUB) TO CSV-REMIT-OUT
           MOVE WS-WK-TAX (WS-WEEK-SUB) TO CSV-TAX-OUT
           MOVE WS-WK-AP (WS-WEEK-SUB) TO CSV-AP-OUT
           MOVE WS-WK-OUT (WS-WEEK-SUB) TO CSV-OUT-OUT
           MOVE WS-WK-ENDING (WS-WEEK-SUB) TO CSV-ENDING-OUT
           MOVE SPACES TO CSV-DETAIL-LINE
           STRING CSV-WEEK-OUT     DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-START-OUT    DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-END-OUT      DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-OPENING-OUT  DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-COLLECT-OUT  DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-PAYROLL-OUT  DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-REMIT-OUT    DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-TAX-OUT      DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-AP-OUT       DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-OUT-OUT      DELIMITED BY SIZE
                  CSV-COMMA        DELIMITED BY SIZE
                  CSV-ENDING-OUT   DELIMITED BY SIZE
               INTO CSV-DETAIL-LINE
           END-STRING
           WRITE CSV-REC FROM CSV-DETAIL-LINE.

      *   THE WEEK A DATE FALLS IN - ONE FOR ANY DATE UP TO THE END
      *   OF THE FIRST WEEK, INCLUDING ONES ALREADY PAST, AND ZERO
      *   FOR A DATE BEYOND THE THIRTEENTH.
       290-FIND-WEEK-OF-DATE.
           MOVE 1 TO WS-WEEK-OF-DATE
           IF WS-DATE-IN IS NUMERIC AND WS-DATE-IN > WS-RUN-DATE
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-DATE-IN)
               IF WS-DATE-INT > WS-LAST-DATE-INT
                   MOVE ZERO TO WS-WEEK-OF-DATE
               ELSE
                   COMPUTE WS-WEEK-OF-DATE =
                       ((WS-DATE-INT - WS-RUN-DATE-INT) / 7) + 1
               END-IF
           END-IF.

       295-FORMAT-DATE.
           MOVE WS-DATE-IN (5:2) TO WS-DATE-OUT-MM
           MOVE WS-DATE-IN (7:2) TO WS-DATE-OUT-DD
           MOVE WS-DATE-IN (1:4) TO WS-DATE-OUT-YYYY.

       300-PRINT-TOTALS.
           MOVE TOTAL-COLLECT TO TOT-COLLECT-OUT
           MOVE TOTAL-PAYROLL TO TOT-PAYROLL-OUT
           MOVE TOTAL-REMIT TO TOT-REMIT-OUT
           MOVE TOTAL-TAX TO TOT-TAX-OUT
           MOVE TOTAL-AP TO TOT-AP-OUT
           MOVE TOTAL-OUT TO TOT-OUT-OUT
           MOVE WS-WK-ENDING (13) TO TOT-ENDING-OUT
           WRITE FORECAST-REPORT-REC FROM TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       310-PRINT-ASSUMPTIONS.
           MOVE SPACES TO ASSUMPTION-LINE
           MOVE "NET PAYROLL PER PAYDAY" TO ASM-LABEL-OUT
           MOVE WS-NET-PER-RUN TO ASM-AMOUNT-OUT
           MOVE "AVERAGE OF THE LAST CLEAN PROGRAM02 RUNS (UP TO 4)"
               TO ASM-NOTE-OUT
           WRITE FORECAST-REPORT-REC FROM ASSUMPTION-LINE
               AFTER ADVANCING 3 LINES
           MOVE WS-PAYDAYS-PROJECTED TO PDL-COUNT-OUT
           MOVE WS-NEXT-PAYDAY TO WS-DATE-IN
           PERFORM 295-FORMAT-DATE
           MOVE WS-DATE-OUT TO PDL-FIRST-OUT
           WRITE FORECAST-REPORT-REC FROM PAYDAY-LINE
               AFTER ADVANCING 1 LINE
           MOVE "FEDERAL DEPOSIT PER PAYDAY" TO ASM-LABEL-OUT
           MOVE WS-DEPOSIT-PER-RUN TO ASM-AMOUNT-OUT
           MOVE "AVERAGE OF THE LAST 4 STANDING, DUE 5 DAYS AFTER"
               TO ASM-NOTE-OUT
           WRITE FORECAST-REPORT-REC FROM ASSUMPTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "FUTA AND SUTA PER PAYDAY" TO ASM-LABEL-OUT
           MOVE WS-UNEMPLOYMENT-PER-RUN TO ASM-AMOUNT-OUT
           MOVE "LAST PAYROLL'S EMPLOYER ACCRUAL" TO ASM-NOTE-OUT
           WRITE FORECAST-REPORT-REC FROM ASSUMPTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "OPEN FEDERAL DEPOSITS ALREADY ACCRUED" TO ASM-LABEL-OUT
           MOVE WS-OPEN-DEPOSITS TO ASM-AMOUNT-OUT
           MOVE "WhitingTAX-LIABILITY.DAT, IN THE WEEK DUE"
               TO ASM-NOTE-OUT
           WRITE FORECAST-REPORT-REC FROM ASSUMPTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "UNREMITTED THIRD-PARTY DEDUCTIONS" TO ASM-LABEL-OUT
           MOVE WS-ACCRUED-DEDUCTIONS TO ASM-AMOUNT-OUT
           MOVE "PAID AT THE NEXT REMITTANCE RUN" TO ASM-NOTE-OUT
           WRITE FORECAST-REPORT-REC FROM ASSUMPTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "APPROVED AP INVOICES (GROSS)" TO ASM-LABEL-OUT
           MOVE WS-AP-APPROVED TO ASM-AMOUNT-OUT
           MOVE "HELD AND UNAPPROVED INVOICES ARE LEFT OUT"
               TO ASM-NOTE-OUT
           WRITE FORECAST-REPORT-REC FROM ASSUMPTION-LINE
               AFTER ADVANCING 1 LINE
           MOVE "DISPUTED RECEIVABLES SET ASIDE" TO ASM-LABEL-OUT
           MOVE WS-DISPUTED-TOTAL TO ASM-AMOUNT-OUT
           MOVE "NOT EXPECTED TO COLLECT; NEW SALES NOT FORECAST"
               TO ASM-NOTE-OUT
           WRITE FORECAST-REPORT-REC FROM ASSUMPTION-LINE
               AFTER ADVANCING 1 LINE
           WRITE FORECAST-REPORT-REC FROM BUCKET-HEADING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 311-PRINT-ONE-BUCKET
               VARYING WS-BUCKET-SUB FROM 1 BY 1
               UNTIL WS-BUCKET-SUB > 4.

       311-PRINT-ONE-BUCKET.
           MOVE WS-BUCKET-NAME (WS-BUCKET-SUB) TO BKT-NAME-OUT
           MOVE WS-BKT-OPEN (WS-BUCKET-SUB) TO BKT-OPEN-OUT
           MOVE WS-BKT-RATE (WS-BUCKET-SUB) TO BKT-RATE-OUT
           MOVE WS-BKT-SOURCE (WS-BUCKET-SUB) TO BKT-SOURCE-OUT
           WRITE FORECAST-REPORT-REC FROM BUCKET-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM91" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RL-RUN-TIME
           MOVE RECORDS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE WS-WK-ENDING (13) TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM91.
