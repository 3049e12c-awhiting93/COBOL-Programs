      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGVAR.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the month-end budget versus actual report by
      *general ledger account, run once PROGRAM61 has proved the
      *month.
      *For the business date's month and the year to date (January
      *through that month) each account's actual comes from
      *WhitingGL-HISTORY.DAT and its budget from WhitingGL-BUDGET.DAT,
      *the file BUDGLOAD loads from finance's annual budget.  Both
      *are stated on the account's normal side - debits less credits
      *for a D account, credits less debits for a C account; an
      *account with no budget takes the side its balance falls on.
      *The variance is the actual less the budget, and its percent
      *is of the budget.  A month or year-to-date variance past the
      *tolerance on BUDGET-VARIANCE-PARMS.DAT (a percent, 10.0 when
      *there is no file, and an amount the variance must also pass,
      *none by default) is flagged, as is an account with actuals
      *and no budget at all.
      *Payroll posts by department ("PAYROLL EXP " and the
      *department code) whenever PROGRAM31 has the labor
      *distribution, so PAYROLL EXPENSE is printed as the whole of
      *payroll - its own postings and budget plus every
      *department's - with each department broken out under it.
      *The report is WhitingBUDGET-VARIANCE.LIS, and the same figures
      *go to the board package as WhitingBUDGET-VARIANCE.CSV.
      *Condition code 4 when an account is flagged or no budget is
      *on file for the year.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-BUDGET-FILE
               ASSIGN TO "..\..\..\..\WhitingGL-BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS BG-KEY.
           SELECT OPTIONAL GL-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingGL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VARIANCE-PARM-FILE
               ASSIGN TO "..\..\..\..\BUDGET-VARIANCE-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-REPORT
               ASSIGN TO "..\..\..\..\WhitingBUDGET-VARIANCE.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VARIANCE-CSV
               ASSIGN TO "..\..\..\..\WhitingBUDGET-VARIANCE.CSV"
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
       FD  GL-BUDGET-FILE.
       COPY GLBUDGET REPLACING ==:PFX:== BY ==BG==.

       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-REC.
           05  GLH-ACCOUNT                 PIC X(20).
           05  GLH-DEBIT                   PIC 9(9)V99.
           05  GLH-CREDIT                  PIC 9(9)V99.
           05  GLH-DATE                    PIC 9(8).
           05  GLH-SOURCE                  PIC X(9).

       FD  VARIANCE-PARM-FILE.
       01  VARIANCE-PARM-REC.
           05  BVP-TOLERANCE-PCT           PIC 9(3)V9.
           05  BVP-TOLERANCE-AMOUNT        PIC 9(7)V99.

       FD  VARIANCE-REPORT.
       01  VARIANCE-REPORT-REC             PIC X(132).

       FD  VARIANCE-CSV.
       01  CSV-REC                         PIC X(200).

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
           05  WS-BUDGET-ON-FILE           PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  TOLERANCE-PARAMETERS.
           05  WS-TOLERANCE-PCT            PIC 9(3)V9  VALUE 10.0.
           05  WS-TOLERANCE-AMOUNT         PIC 9(7)V99 VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-PERIOD-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-PERIOD-CCYYMM            PIC 9(6)    VALUE ZERO.
           05  WS-PERIOD-YEAR              PIC 9(4)    VALUE ZERO.

      *   ONE ROW PER ACCOUNT IN ACCOUNT ORDER.  A DEPARTMENT PAYROLL
      *   ROW ALSO ADDS INTO THE PAYROLL EXPENSE ROW.  THE NET IS
      *   DEBITS LESS CREDITS; THE ACTUAL IS THE NET ON THE SIDE.
       01  ACCOUNT-TABLE-AREAS.
           05  ACCOUNT-CAPACITY            PIC 9(3)    VALUE 200.
           05  WS-PAYROLL-PARENT           PIC X(20)
               VALUE "PAYROLL EXPENSE".
           05  WS-DEPT-PREFIX              PIC X(12)
               VALUE "PAYROLL EXP ".
           05  WS-ACCOUNT-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-ACCOUNT-SUB              PIC 9(3)    VALUE ZERO.
           05  WS-PARENT-SUB               PIC 9(3)    VALUE ZERO.
           05  WS-PRINT-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-SHIFT-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-FIND-ACCOUNT             PIC X(20)   VALUE SPACES.
           05  WS-DEPT-ACCOUNT             PIC X(20)   VALUE SPACES.
           05  WS-ACCOUNT-TABLE OCCURS 200 TIMES.
               10  AT-ACCOUNT              PIC X(20).
               10  AT-SIDE                 PIC X.
               10  AT-IS-DEPARTMENT        PIC X.
               10  AT-BUDGET-FOUND         PIC X.
               10  AT-MTD-BUDGET           PIC S9(11)V99.
               10  AT-YTD-BUDGET           PIC S9(11)V99.
               10  AT-MTD-NET              PIC S9(11)V99.
               10  AT-YTD-NET              PIC S9(11)V99.
           05  WS-ACCOUNT-HOLD             PIC X(75).
           05  WS-AMOUNT                   PIC S9(11)V99 VALUE ZERO.
           05  WS-ADD-TO-MONTH             PIC X       VALUE 'N'.

      *   ONE ROW'S FIGURES, WORKED OUT FOR THE REPORT AND THE CSV.
       01  VARIANCE-WORK-AREAS.
           05  WS-MTD-ACTUAL               PIC S9(11)V99 VALUE ZERO.
           05  WS-YTD-ACTUAL               PIC S9(11)V99 VALUE ZERO.
           05  WS-MTD-VARIANCE             PIC S9(11)V99 VALUE ZERO.
           05  WS-YTD-VARIANCE             PIC S9(11)V99 VALUE ZERO.
           05  WS-VARIANCE                 PIC S9(11)V99 VALUE ZERO.
           05  WS-BUDGET                   PIC S9(11)V99 VALUE ZERO.
           05  WS-PERCENT                  PIC S9(5)V9 VALUE ZERO.
           05  WS-PERCENT-KNOWN            PIC X       VALUE 'N'.
           05  WS-PAST-TOLERANCE           PIC X       VALUE 'N'.
           05  WS-MTD-PAST                 PIC X       VALUE 'N'.
           05  WS-YTD-PAST                 PIC X       VALUE 'N'.
           05  WS-PERCENT-EDIT             PIC X(7)    VALUE SPACES.
           05  WS-PERCENT-OUT              PIC -(4)9.9.
           05  WS-MTD-PERCENT-EDIT         PIC X(7)    VALUE SPACES.
           05  WS-YTD-PERCENT-EDIT         PIC X(7)    VALUE SPACES.
           05  WS-FLAG                     PIC X(10)   VALUE SPACES.

       01  PROGRAM-ACCUMULATORS.
           05  HISTORY-RECORDS-READ        PIC 9(7)    VALUE ZERO.
           05  BUDGET-RECORDS-READ         PIC 9(7)    VALUE ZERO.
           05  ACCOUNTS-REPORTED           PIC 9(3)    VALUE ZERO.
           05  ACCOUNTS-FLAGGED            PIC 9(3)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "BUDGET VERSUS ACTUAL BY GL ACCOUNT FOR T".
           05  FILLER                      PIC X(15)
               VALUE "HE MONTH OF    ".
           05  HEADING-PERIOD-OUT          PIC 9(6).
           05  FILLER                      PIC X(40)
               VALUE "   VARIANCE = ACTUAL LESS BUDGET ON THE ".
           05  FILLER                      PIC X(31)
               VALUE "ACCOUNT'S NORMAL SIDE          ".

       01  TOLERANCE-LINE.
           05  FILLER                      PIC X(31)
               VALUE "FLAGGED PAST A TOLERANCE OF   ".
           05  TL-PCT-OUT                  PIC ZZ9.9.
           05  FILLER                      PIC X(30)
               VALUE " PERCENT AND A VARIANCE OVER  ".
           05  TL-AMOUNT-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(54)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "                     ------------------ ".
           05  FILLER                      PIC X(40)
               VALUE "MONTH ------------------------  --------".
           05  FILLER                      PIC X(40)
               VALUE "------- YEAR TO DATE -------------------".
           05  FILLER                      PIC X(12)
               VALUE "-           ".

       01  REPORT-HEADING-LINE-3.
           05  FILLER                      PIC X(40)
               VALUE "ACCOUNT                     ACTUAL      ".
           05  FILLER                      PIC X(40)
               VALUE "  BUDGET      VARIANCE     PCT         A".
           05  FILLER                      PIC X(40)
               VALUE "CTUAL        BUDGET      VARIANCE     PC".
           05  FILLER                      PIC X(12)
               VALUE "T FLAG      ".

       01  REPORT-DETAIL-LINE.
           05  DET-ACCOUNT-OUT             PIC X(20).
           05                              PIC X(1)    VALUE SPACES.
           05  DET-MTD-ACTUAL-OUT          PIC --,---,--9.99.
           05                              PIC X(1)    VALUE SPACES.
           05  DET-MTD-BUDGET-OUT          PIC --,---,--9.99.
           05                              PIC X(1)    VALUE SPACES.
           05  DET-MTD-VARIANCE-OUT        PIC --,---,--9.99.
           05                              PIC X(1)    VALUE SPACES.
           05  DET-MTD-PCT-OUT             PIC X(7).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-YTD-ACTUAL-OUT          PIC --,---,--9.99.
           05                              PIC X(1)    VALUE SPACES.
           05  DET-YTD-BUDGET-OUT          PIC --,---,--9.99.
           05                              PIC X(1)    VALUE SPACES.
           05  DET-YTD-VARIANCE-OUT        PIC --,---,--9.99.
           05                              PIC X(1)    VALUE SPACES.
           05  DET-YTD-PCT-OUT             PIC X(7).
           05                              PIC X(1)    VALUE SPACES.
           05  DET-FLAG-OUT                PIC X(10).

       01  NO-BUDGET-LINE.
           05  FILLER                      PIC X(28)
               VALUE "** NO BUDGET ON FILE FOR    ".
           05  NBL-YEAR-OUT                PIC 9(4).
           05  FILLER                      PIC X(40)
               VALUE " - ACTUALS ONLY, RUN BUDGLOAD WITH FINAN".
           05  FILLER                      PIC X(18)
               VALUE "CE'S BUDGET **    ".
           05                              PIC X(42)   VALUE SPACES.

       01  SUMMARY-LINE.
           05  FILLER                      PIC X(20)
               VALUE "ACCOUNTS REPORTED:  ".
           05  SUM-REPORTED-OUT            PIC ZZ9.
           05  FILLER                      PIC X(22)
               VALUE "     ACCOUNTS FLAGGED:".
           05  SUM-FLAGGED-OUT             PIC ZZZ9.
           05                              PIC X(83)   VALUE SPACES.

      *   THE BOARD PACKAGE'S FILE - A HEADER, THEN ONE ROW PER
      *   ACCOUNT AND DEPARTMENT, BUILT THE WAY PROGRAM91 BUILDS ITS
      *   CSV.  A DEPARTMENT ROW CARRIES PAYROLL EXPENSE AS ITS
      *   ACCOUNT AND ITS CODE AS THE DEPARTMENT.
       01  CSV-CONSTANTS.
           05  CSV-COMMA                   PIC X       VALUE ",".
       01  CSV-DETAIL-LINE                 PIC X(200).
       01  CSV-HEADER-LINE.
           05                              PIC X(40)
               VALUE "ACCOUNT,DEPARTMENT,SIDE,MONTH ACTUAL,MON".
           05                              PIC X(40)
               VALUE "TH BUDGET,MONTH VARIANCE,MONTH VARIANCE ".
           05                              PIC X(40)
               VALUE "PCT,YTD ACTUAL,YTD BUDGET,YTD VARIANCE,Y".
           05                              PIC X(80)
               VALUE "TD VARIANCE PCT,FLAG".

       01  CSV-DETAIL-FIELDS.
           05  CSV-ACCOUNT-OUT             PIC X(20).
           05  CSV-DEPARTMENT-OUT          PIC X(8).
           05  CSV-SIDE-OUT                PIC X.
           05  CSV-MTD-ACTUAL-OUT          PIC -(11)9.99.
           05  CSV-MTD-BUDGET-OUT          PIC -(11)9.99.
           05  CSV-MTD-VARIANCE-OUT        PIC -(11)9.99.
           05  CSV-MTD-PCT-OUT             PIC X(7).
           05  CSV-YTD-ACTUAL-OUT          PIC -(11)9.99.
           05  CSV-YTD-BUDGET-OUT          PIC -(11)9.99.
           05  CSV-YTD-VARIANCE-OUT        PIC -(11)9.99.
           05  CSV-YTD-PCT-OUT             PIC X(7).
           05  CSV-FLAG-OUT                PIC X(10).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-PERIOD-DATE
           PERFORM 095-GET-BUSINESS-DATE
           MOVE WS-PERIOD-DATE (1:6) TO WS-PERIOD-CCYYMM
           MOVE WS-PERIOD-DATE (1:4) TO WS-PERIOD-YEAR
           PERFORM 105-READ-SIGNON
           PERFORM 110-READ-PARAMETERS
           PERFORM 120-LOAD-BUDGET
           PERFORM 130-ACCUMULATE-HISTORY
           OPEN OUTPUT VARIANCE-REPORT
                       VARIANCE-CSV
           PERFORM 200-WRITE-HEADINGS
           WRITE CSV-REC FROM CSV-HEADER-LINE
           PERFORM 210-REPORT-ONE-ACCOUNT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
           MOVE ACCOUNTS-REPORTED TO SUM-REPORTED-OUT
           MOVE ACCOUNTS-FLAGGED TO SUM-FLAGGED-OUT
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC FROM SUMMARY-LINE
           CLOSE VARIANCE-REPORT
                 VARIANCE-CSV
           IF ACCOUNTS-FLAGGED > ZERO OR WS-BUDGET-ON-FILE = 'NO '
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           IF WS-BUDGET-ON-FILE = 'NO '
               DISPLAY "**** NO GL BUDGET ON FILE FOR " WS-PERIOD-YEAR
                   " - RUN BUDGLOAD ****"
           END-IF
           DISPLAY "BUDGET VS ACTUAL " WS-PERIOD-CCYYMM
               " - ACCOUNTS: " ACCOUNTS-REPORTED
               " FLAGGED: " ACCOUNTS-FLAGGED
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
                       MOVE BD-DATE TO WS-PERIOD-DATE
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

       110-READ-PARAMETERS.
           OPEN INPUT VARIANCE-PARM-FILE
           READ VARIANCE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BVP-TOLERANCE-PCT IS NUMERIC AND
                           BVP-TOLERANCE-PCT > ZERO
                       MOVE BVP-TOLERANCE-PCT TO WS-TOLERANCE-PCT
                   END-IF
                   IF BVP-TOLERANCE-AMOUNT IS NUMERIC
                       MOVE BVP-TOLERANCE-AMOUNT
                           TO WS-TOLERANCE-AMOUNT
                   END-IF
           END-READ
           CLOSE VARIANCE-PARM-FILE.

      *   EVERY ACCOUNT BUDGETED FOR THE YEAR IS REPORTED; ONLY THE
      *   MONTHS THROUGH THE PERIOD COUNT TOWARD ITS FIGURES.
       120-LOAD-BUDGET.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT GL-BUDGET-FILE
           PERFORM 121-LOAD-ONE-BUDGET
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GL-BUDGET-FILE.

       121-LOAD-ONE-BUDGET.
           READ GL-BUDGET-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF BG-MONTH (1:4) = WS-PERIOD-YEAR AND
                           BG-AMOUNT IS NUMERIC
                       ADD 1 TO BUDGET-RECORDS-READ
                       MOVE 'YES' TO WS-BUDGET-ON-FILE
                       MOVE BG-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM 150-FIND-ACCOUNT
                       IF WS-ACCOUNT-SUB > ZERO
                           MOVE BG-SIDE TO AT-SIDE (WS-ACCOUNT-SUB)
                           MOVE 'Y' TO AT-BUDGET-FOUND (WS-ACCOUNT-SUB)
                           IF BG-MONTH NOT > WS-PERIOD-CCYYMM
                               MOVE BG-AMOUNT TO WS-AMOUNT
                               IF BG-MONTH = WS-PERIOD-CCYYMM
                                   MOVE 'Y' TO WS-ADD-TO-MONTH
                               ELSE
                                   MOVE 'N' TO WS-ADD-TO-MONTH
                               END-IF
                               PERFORM 122-ADD-BUDGET
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       122-ADD-BUDGET.
           ADD WS-AMOUNT TO AT-YTD-BUDGET (WS-ACCOUNT-SUB)
           IF WS-ADD-TO-MONTH = 'Y'
               ADD WS-AMOUNT TO AT-MTD-BUDGET (WS-ACCOUNT-SUB)
           END-IF
           IF AT-IS-DEPARTMENT (WS-ACCOUNT-SUB) = 'Y'
               ADD WS-AMOUNT TO AT-YTD-BUDGET (WS-PARENT-SUB)
               IF WS-ADD-TO-MONTH = 'Y'
                   ADD WS-AMOUNT TO AT-MTD-BUDGET (WS-PARENT-SUB)
               END-IF
               MOVE 'Y' TO AT-BUDGET-FOUND (WS-PARENT-SUB)
           END-IF.

       130-ACCUMULATE-HISTORY.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT GL-HISTORY-FILE
           PERFORM 131-ACCUMULATE-ONE-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GL-HISTORY-FILE.

       131-ACCUMULATE-ONE-RECORD.
           READ GL-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF GLH-DATE IS NUMERIC AND
                           GLH-DATE (1:4) = WS-PERIOD-YEAR AND
                           GLH-DATE (1:6) NOT > WS-PERIOD-CCYYMM
                       ADD 1 TO HISTORY-RECORDS-READ
                       MOVE ZERO TO WS-AMOUNT
                       IF GLH-DEBIT IS NUMERIC
                           ADD GLH-DEBIT TO WS-AMOUNT
                       END-IF
                       IF GLH-CREDIT IS NUMERIC
                           SUBTRACT GLH-CREDIT FROM WS-AMOUNT
                       END-IF
                       IF GLH-DATE (1:6) = WS-PERIOD-CCYYMM
                           MOVE 'Y' TO WS-ADD-TO-MONTH
                       ELSE
                           MOVE 'N' TO WS-ADD-TO-MONTH
                       END-IF
                       MOVE GLH-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM 150-FIND-ACCOUNT
                       IF WS-ACCOUNT-SUB > ZERO
                           PERFORM 132-ADD-ACTUAL
                       END-IF
                   END-IF
           END-READ.

       132-ADD-ACTUAL.
           ADD WS-AMOUNT TO AT-YTD-NET (WS-ACCOUNT-SUB)
           IF WS-ADD-TO-MONTH = 'Y'
               ADD WS-AMOUNT TO AT-MTD-NET (WS-ACCOUNT-SUB)
           END-IF
           IF AT-IS-DEPARTMENT (WS-ACCOUNT-SUB) = 'Y'
               ADD WS-AMOUNT TO AT-YTD-NET (WS-PARENT-SUB)
               IF WS-ADD-TO-MONTH = 'Y'
                   ADD WS-AMOUNT TO AT-MTD-NET (WS-PARENT-SUB)
               END-IF
           END-IF.

      *   THE ROW FOR WS-FIND-ACCOUNT, INSERTED IN ACCOUNT ORDER WHEN
      *   NEW - WS-ACCOUNT-SUB ZERO WHEN THE TABLE IS FULL.  FOR A
      *   DEPARTMENT ROW WS-PARENT-SUB IS LEFT ON PAYROLL EXPENSE,
      *   WHICH IS FOUND OR ADDED FIRST.
       150-FIND-ACCOUNT.
           IF WS-FIND-ACCOUNT (1:12) = WS-DEPT-PREFIX AND
                   WS-FIND-ACCOUNT (13:8) NOT = SPACES
               MOVE WS-FIND-ACCOUNT TO WS-DEPT-ACCOUNT
               MOVE WS-PAYROLL-PARENT TO WS-FIND-ACCOUNT
               PERFORM 151-FIND-OR-ADD-ROW
               MOVE WS-ACCOUNT-SUB TO WS-PARENT-SUB
               MOVE WS-DEPT-ACCOUNT TO WS-FIND-ACCOUNT
               IF WS-PARENT-SUB > ZERO
                   PERFORM 151-FIND-OR-ADD-ROW
               END-IF
               IF WS-ACCOUNT-SUB > ZERO
                   MOVE 'Y' TO AT-IS-DEPARTMENT (WS-ACCOUNT-SUB)
                   IF AT-SIDE (WS-ACCOUNT-SUB) = SPACE
                       MOVE 'D' TO AT-SIDE (WS-ACCOUNT-SUB)
                   END-IF
                   PERFORM 153-LOCATE-PARENT
               END-IF
           ELSE
               PERFORM 151-FIND-OR-ADD-ROW
           END-IF.

       151-FIND-OR-ADD-ROW.
           PERFORM VARYING WS-ACCOUNT-SUB FROM 1 BY 1
                   UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                      OR AT-ACCOUNT (WS-ACCOUNT-SUB)
                             NOT < WS-FIND-ACCOUNT
               CONTINUE
           END-PERFORM
           IF WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT OR
                   AT-ACCOUNT (WS-ACCOUNT-SUB) NOT = WS-FIND-ACCOUNT
               IF WS-ACCOUNT-COUNT < ACCOUNT-CAPACITY
                   PERFORM 152-OPEN-ACCOUNT-SLOT
                       VARYING WS-SHIFT-SUB FROM WS-ACCOUNT-COUNT BY -1
                       UNTIL WS-SHIFT-SUB < WS-ACCOUNT-SUB
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-FIND-ACCOUNT TO AT-ACCOUNT (WS-ACCOUNT-SUB)
                   MOVE SPACE TO AT-SIDE (WS-ACCOUNT-SUB)
                   MOVE 'N' TO AT-IS-DEPARTMENT (WS-ACCOUNT-SUB)
                   MOVE 'N' TO AT-BUDGET-FOUND (WS-ACCOUNT-SUB)
                   MOVE ZERO TO AT-MTD-BUDGET (WS-ACCOUNT-SUB)
                   MOVE ZERO TO AT-YTD-BUDGET (WS-ACCOUNT-SUB)
                   MOVE ZERO TO AT-MTD-NET (WS-ACCOUNT-SUB)
                   MOVE ZERO TO AT-YTD-NET (WS-ACCOUNT-SUB)
                   IF WS-FIND-ACCOUNT = WS-PAYROLL-PARENT
                       MOVE 'D' TO AT-SIDE (WS-ACCOUNT-SUB)
                   END-IF
               ELSE
                   DISPLAY "**** ACCOUNT TABLE FULL - "
                       WS-FIND-ACCOUNT " OMITTED ****"
                   MOVE ZERO TO WS-ACCOUNT-SUB
               END-IF
           END-IF.

       152-OPEN-ACCOUNT-SLOT.
           MOVE WS-ACCOUNT-TABLE (WS-SHIFT-SUB) TO WS-ACCOUNT-HOLD
           MOVE WS-ACCOUNT-HOLD TO WS-ACCOUNT-TABLE (WS-SHIFT-SUB + 1).

      *   THE DEPARTMENT ROW SORTS AHEAD OF PAYROLL EXPENSE, SO ITS
      *   INSERT HAS MOVED THE PARENT DOWN ONE.
       153-LOCATE-PARENT.
           PERFORM VARYING WS-PARENT-SUB FROM 1 BY 1
                   UNTIL WS-PARENT-SUB > WS-ACCOUNT-COUNT
                      OR AT-ACCOUNT (WS-PARENT-SUB) = WS-PAYROLL-PARENT
               CONTINUE
           END-PERFORM.

       200-WRITE-HEADINGS.
           MOVE WS-PERIOD-CCYYMM TO HEADING-PERIOD-OUT
           WRITE VARIANCE-REPORT-REC FROM REPORT-HEADING-LINE-1
           MOVE WS-TOLERANCE-PCT TO TL-PCT-OUT
           MOVE WS-TOLERANCE-AMOUNT TO TL-AMOUNT-OUT
           WRITE VARIANCE-REPORT-REC FROM TOLERANCE-LINE
           IF WS-BUDGET-ON-FILE = 'NO '
               MOVE WS-PERIOD-YEAR TO NBL-YEAR-OUT
               WRITE VARIANCE-REPORT-REC FROM NO-BUDGET-LINE
           END-IF
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC FROM REPORT-HEADING-LINE-2
           WRITE VARIANCE-REPORT-REC FROM REPORT-HEADING-LINE-3
           MOVE SPACES TO VARIANCE-REPORT-REC
           WRITE VARIANCE-REPORT-REC.

      *   DEPARTMENT ROWS ARE PRINTED UNDER PAYROLL EXPENSE, NOT IN
      *   THEIR OWN PLACE.
       210-REPORT-ONE-ACCOUNT.
           IF AT-IS-DEPARTMENT (WS-ACCOUNT-SUB) NOT = 'Y'
               MOVE WS-ACCOUNT-SUB TO WS-PRINT-SUB
               PERFORM 220-WRITE-ONE-ROW
               IF AT-ACCOUNT (WS-ACCOUNT-SUB) = WS-PAYROLL-PARENT
                   PERFORM 215-REPORT-ONE-DEPARTMENT
                       VARYING WS-PRINT-SUB FROM 1 BY 1
                       UNTIL WS-PRINT-SUB > WS-ACCOUNT-COUNT
               END-IF
           END-IF.

       215-REPORT-ONE-DEPARTMENT.
           IF AT-IS-DEPARTMENT (WS-PRINT-SUB) = 'Y'
               PERFORM 220-WRITE-ONE-ROW
           END-IF.

       220-WRITE-ONE-ROW.
           IF AT-SIDE (WS-PRINT-SUB) = SPACE
               IF AT-YTD-NET (WS-PRINT-SUB) < ZERO
                   MOVE 'C' TO AT-SIDE (WS-PRINT-SUB)
               ELSE
                   MOVE 'D' TO AT-SIDE (WS-PRINT-SUB)
               END-IF
           END-IF
           IF AT-SIDE (WS-PRINT-SUB) = 'C'
               COMPUTE WS-MTD-ACTUAL = ZERO - AT-MTD-NET (WS-PRINT-SUB)
               COMPUTE WS-YTD-ACTUAL = ZERO - AT-YTD-NET (WS-PRINT-SUB)
           ELSE
               MOVE AT-MTD-NET (WS-PRINT-SUB) TO WS-MTD-ACTUAL
               MOVE AT-YTD-NET (WS-PRINT-SUB) TO WS-YTD-ACTUAL
           END-IF
           COMPUTE WS-MTD-VARIANCE =
               WS-MTD-ACTUAL - AT-MTD-BUDGET (WS-PRINT-SUB)
           COMPUTE WS-YTD-VARIANCE =
               WS-YTD-ACTUAL - AT-YTD-BUDGET (WS-PRINT-SUB)
           MOVE WS-MTD-VARIANCE TO WS-VARIANCE
           MOVE AT-MTD-BUDGET (WS-PRINT-SUB) TO WS-BUDGET
           PERFORM 230-TEST-VARIANCE
           MOVE WS-PERCENT-EDIT TO WS-MTD-PERCENT-EDIT
           MOVE WS-PAST-TOLERANCE TO WS-MTD-PAST
           MOVE WS-YTD-VARIANCE TO WS-VARIANCE
           MOVE AT-YTD-BUDGET (WS-PRINT-SUB) TO WS-BUDGET
           PERFORM 230-TEST-VARIANCE
           MOVE WS-PERCENT-EDIT TO WS-YTD-PERCENT-EDIT
           MOVE WS-PAST-TOLERANCE TO WS-YTD-PAST
           EVALUATE TRUE
               WHEN AT-BUDGET-FOUND (WS-PRINT-SUB) = 'N'
                   IF WS-YTD-ACTUAL NOT = ZERO
                       MOVE "NO BUDGET" TO WS-FLAG
                   ELSE
                       MOVE SPACES TO WS-FLAG
                   END-IF
               WHEN WS-MTD-PAST = 'Y' AND WS-YTD-PAST = 'Y'
                   MOVE "** MTH YTD" TO WS-FLAG
               WHEN WS-MTD-PAST = 'Y'
                   MOVE "** MTH" TO WS-FLAG
               WHEN WS-YTD-PAST = 'Y'
                   MOVE "** YTD" TO WS-FLAG
               WHEN OTHER
                   MOVE SPACES TO WS-FLAG
           END-EVALUATE
           ADD 1 TO ACCOUNTS-REPORTED
           IF WS-FLAG NOT = SPACES
               ADD 1 TO ACCOUNTS-FLAGGED
           END-IF
           MOVE SPACES TO REPORT-DETAIL-LINE
           IF AT-IS-DEPARTMENT (WS-PRINT-SUB) = 'Y'
               STRING "   DEPT " AT-ACCOUNT (WS-PRINT-SUB) (13:8)
                   DELIMITED BY SIZE INTO DET-ACCOUNT-OUT
           ELSE
               MOVE AT-ACCOUNT (WS-PRINT-SUB) TO DET-ACCOUNT-OUT
           END-IF
           MOVE WS-MTD-ACTUAL TO DET-MTD-ACTUAL-OUT
           MOVE AT-MTD-BUDGET (WS-PRINT-SUB) TO DET-MTD-BUDGET-OUT
           MOVE WS-MTD-VARIANCE TO DET-MTD-VARIANCE-OUT
           MOVE WS-MTD-PERCENT-EDIT TO DET-MTD-PCT-OUT
           MOVE WS-YTD-ACTUAL TO DET-YTD-ACTUAL-OUT
           MOVE AT-YTD-BUDGET (WS-PRINT-SUB) TO DET-YTD-BUDGET-OUT
           MOVE WS-YTD-VARIANCE TO DET-YTD-VARIANCE-OUT
           MOVE WS-YTD-PERCENT-EDIT TO DET-YTD-PCT-OUT
           MOVE WS-FLAG TO DET-FLAG-OUT
           WRITE VARIANCE-REPORT-REC FROM REPORT-DETAIL-LINE
           PERFORM 240-WRITE-CSV-DETAIL.

      *   THE PERCENT OF BUDGET, BLANK WITH NO BUDGET TO DIVIDE BY.
      *   PAST TOLERANCE MEANS PAST BOTH THE PERCENT AND THE AMOUNT -
      *   AN UNBUDGETED ACTUAL NEEDS ONLY THE AMOUNT.
       230-TEST-VARIANCE.
           MOVE 'N' TO WS-PAST-TOLERANCE
           MOVE SPACES TO WS-PERCENT-EDIT
           IF WS-BUDGET NOT = ZERO
               COMPUTE WS-PERCENT ROUNDED =
                   WS-VARIANCE * 100 / WS-BUDGET
                   ON SIZE ERROR
                       MOVE 99999.9 TO WS-PERCENT
               END-COMPUTE
               IF WS-PERCENT > 9999.9 OR WS-PERCENT < -9999.9
                   MOVE "  *****" TO WS-PERCENT-EDIT
               ELSE
                   MOVE WS-PERCENT TO WS-PERCENT-OUT
                   MOVE WS-PERCENT-OUT TO WS-PERCENT-EDIT
               END-IF
               IF (WS-PERCENT > WS-TOLERANCE-PCT OR
                   WS-PERCENT < ZERO - WS-TOLERANCE-PCT) AND
                  (WS-VARIANCE > WS-TOLERANCE-AMOUNT OR
                   WS-VARIANCE < ZERO - WS-TOLERANCE-AMOUNT)
                   MOVE 'Y' TO WS-PAST-TOLERANCE
               END-IF
           ELSE
               IF WS-VARIANCE > WS-TOLERANCE-AMOUNT OR
                       WS-VARIANCE < ZERO - WS-TOLERANCE-AMOUNT
                   MOVE 'Y' TO WS-PAST-TOLERANCE
               END-IF
           END-IF.

       240-WRITE-CSV-DETAIL.
           IF AT-IS-DEPARTMENT (WS-PRINT-SUB) = 'Y'
               MOVE WS-PAYROLL-PARENT TO CSV-ACCOUNT-OUT
               MOVE AT-ACCOUNT (WS-PRINT-SUB) (13:8)
                   TO CSV-DEPARTMENT-OUT
           ELSE
               MOVE AT-ACCOUNT (WS-PRINT-SUB) TO CSV-ACCOUNT-OUT
               MOVE SPACES TO CSV-DEPARTMENT-OUT
           END-IF
           MOVE AT-SIDE (WS-PRINT-SUB) TO CSV-SIDE-OUT
           MOVE WS-MTD-ACTUAL TO CSV-MTD-ACTUAL-OUT
           MOVE AT-MTD-BUDGET (WS-PRINT-SUB) TO CSV-MTD-BUDGET-OUT
           MOVE WS-MTD-VARIANCE TO CSV-MTD-VARIANCE-OUT
           MOVE WS-MTD-PERCENT-EDIT TO CSV-MTD-PCT-OUT
           MOVE WS-YTD-ACTUAL TO CSV-YTD-ACTUAL-OUT
           MOVE AT-YTD-BUDGET (WS-PRINT-SUB) TO CSV-YTD-BUDGET-OUT
           MOVE WS-YTD-VARIANCE TO CSV-YTD-VARIANCE-OUT
           MOVE WS-YTD-PERCENT-EDIT TO CSV-YTD-PCT-OUT
           MOVE WS-FLAG TO CSV-FLAG-OUT
           MOVE SPACES TO CSV-DETAIL-LINE
           STRING CSV-ACCOUNT-OUT      DELIMITED BY "  "
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-DEPARTMENT-OUT   DELIMITED BY SPACE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-SIDE-OUT         DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-MTD-ACTUAL-OUT   DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-MTD-BUDGET-OUT   DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-MTD-VARIANCE-OUT DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-MTD-PCT-OUT      DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-YTD-ACTUAL-OUT   DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-YTD-BUDGET-OUT   DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-YTD-VARIANCE-OUT DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-YTD-PCT-OUT      DELIMITED BY SIZE
                  CSV-COMMA            DELIMITED BY SIZE
                  CSV-FLAG-OUT         DELIMITED BY "  "
               INTO CSV-DETAIL-LINE
           END-STRING
           WRITE CSV-REC FROM CSV-DETAIL-LINE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "BUDGVAR" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE HISTORY-RECORDS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE ACCOUNTS-FLAGGED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM BUDGVAR.
