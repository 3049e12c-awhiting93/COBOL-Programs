      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM67.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the quarter-end proof that the payroll tax
      *filings agree with the general ledger before the 941 is
      *signed.
      *The quarter is read from QTR-PARMS.DAT exactly as PROGRAM17
      *reads it (the quarter containing the business date when there
      *is no parameter, and a quarter later than that one is last
      *year's).  The quarter's company totals are the last record
      *PROGRAM17 appended to WhitingQTR-TAX-TOTALS.DAT for the year
      *and quarter.
      *Every PROGRAM02 entry PROGRAM31 released to WhitingGL-HISTORY.DAT
      *dated in the quarter's three months is summed by account:
      *the payroll expense debits (the department PAYROLL EXP
      *accounts, or the lump PAYROLL EXPENSE debit), the PAYROLL
      *WITHHOLDING credits, and the EMPLOYER TAX PAYABLE credits.
      *The account names come from GL-POSTING-RULES.DAT when one is
      *on disk, the same rules PROGRAM31 posts by.
      *WhitingQTR-GL-RECON.LIS sets each ledger figure beside the
      *quarterly report's - gross wages, the employee taxes withheld
      *(federal, FICA, state, local), and the employer taxes (FICA
      *match, FUTA, SUTA) - with the difference, then lists every
      *PROGRAM02 run on the run log inside the quarter with whether
      *its figures reached the ledger.  A line out by more than a
      *penny, or a quarter PROGRAM17 never reported, ends the run
      *with condition code 16.
      *The employer benefit premium expense PROGRAM31 now posts for
      *PROGRAM02 is a debit of its own and is kept out of wages the
      *same way the employer tax expense is.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL GL-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingGL-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUARTER-TOTALS-FILE
               ASSIGN TO "..\..\..\..\WhitingQTR-TAX-TOTALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-RULES-FILE
               ASSIGN TO "..\..\..\..\GL-POSTING-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUARTER-PARAMETER-FILE
               ASSIGN TO "..\..\..\..\QTR-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECON-REPORT
               ASSIGN TO "..\..\..\..\WhitingQTR-GL-RECON.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GL-HISTORY-FILE.
       01  GL-HISTORY-REC.
           05  GLH-ACCOUNT                 PIC X(20).
           05  GLH-DEBIT                   PIC 9(9)V99.
           05  GLH-CREDIT                  PIC 9(9)V99.
           05  GLH-DATE                    PIC 9(8).
           05  GLH-SOURCE                  PIC X(9).

       FD  QUARTER-TOTALS-FILE.
       COPY QTRTAX REPLACING ==:PFX:== BY ==QT==.

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  GL-RULES-FILE.
       01  GL-RULES-REC.
           05  RUL-PROGRAM                 PIC X(9).
           05                              PIC X.
           05  RUL-AMOUNT-TYPE             PIC X(8).
           05                              PIC X.
           05  RUL-DEBIT-ACCOUNT           PIC X(20).
           05                              PIC X.
           05  RUL-CREDIT-ACCOUNT          PIC X(20).

       FD  QUARTER-PARAMETER-FILE.
       01  QUARTER-PARAMETER-REC.
           05  QUARTER-IN                  PIC 9.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RECON-REPORT.
       01  RECON-REC                       PIC X(100).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-QTR-FOUND                PIC X(3)    VALUE 'NO '.
           05  WS-ANY-LINE-OUT             PIC X       VALUE 'N'.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               10  WS-BUSINESS-YEAR        PIC 9(4).
               10  WS-BUSINESS-MONTH       PIC 9(2).
               10  WS-BUSINESS-DAY         PIC 9(2).

      *   THE QUARTER BEING PROVED AND ITS FIRST AND LAST DATES.
       01  QUARTER-AREAS.
           05  WS-REPORT-QUARTER           PIC 9       VALUE ZERO.
           05  WS-CURRENT-QUARTER          PIC 9       VALUE ZERO.
           05  WS-REPORT-YEAR              PIC 9(4)    VALUE ZERO.
           05  WS-FIRST-MONTH              PIC 9(2)    VALUE ZERO.
           05  WS-LAST-DAY                 PIC 9(2)    VALUE ZERO.
           05  WS-QTR-FROM-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-QTR-THRU-DATE            PIC 9(8)    VALUE ZERO.

      *   THE ACCOUNTS PROGRAM31 POSTS THE PAYROLL TO - SEEDED WITH
      *   ITS WIRED-IN NAMES, REPLACED BY A RULES FILE ROW.
       01  ACCOUNT-NAME-AREAS.
           05  WS-HOLD-ACCOUNT             PIC X(20)
               VALUE "PAYROLL WITHHOLDING ".
           05  WS-ER-EXPENSE-ACCOUNT       PIC X(20)
               VALUE "PAYROLL TAX EXPENSE ".
           05  WS-ER-PAYABLE-ACCOUNT       PIC X(20)
               VALUE "EMPLOYER TAX PAYABLE".
           05  WS-BENEFIT-EXPENSE-ACCOUNT  PIC X(20)
               VALUE "EMPLOYER BENEFIT EXP".

      *   THE QUARTERLY REPORT'S COMPANY TOTALS - THE LAST RECORD FOR
      *   THE YEAR AND QUARTER WINS, AS A RERUN REPLACES ITS FIRST.
       01  QUARTER-TOTAL-AREAS.
           05  WS-QT-RUN-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-QT-WAGES                 PIC 9(9)V99 VALUE ZERO.
           05  WS-QT-FED                   PIC 9(7)V99 VALUE ZERO.
           05  WS-QT-FICA                  PIC 9(7)V99 VALUE ZERO.
           05  WS-QT-STATE                 PIC 9(7)V99 VALUE ZERO.
           05  WS-QT-LOCAL                 PIC 9(7)V99 VALUE ZERO.
           05  WS-QT-ER-FICA               PIC 9(7)V99 VALUE ZERO.
           05  WS-QT-FUTA                  PIC 9(7)V99 VALUE ZERO.
           05  WS-QT-SUTA                  PIC 9(7)V99 VALUE ZERO.
           05  WS-QT-WITHHELD              PIC 9(9)V99 VALUE ZERO.
           05  WS-QT-EMPLOYER              PIC 9(9)V99 VALUE ZERO.

      *   THE LEDGER SIDE - PROGRAM02'S RELEASED ENTRIES IN THE
      *   QUARTER'S MONTHS.
       01  LEDGER-AREAS.
           05  GL-RECORDS-IN-QUARTER       PIC 9(7)    VALUE ZERO.
           05  WS-GL-WAGES                 PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-WITHHELD              PIC 9(11)V99 VALUE ZERO.
           05  WS-GL-EMPLOYER              PIC 9(11)V99 VALUE ZERO.

       01  COMPARE-AREAS.
           05  WS-COMPARE-GL               PIC 9(11)V99 VALUE ZERO.
           05  WS-COMPARE-QTR              PIC 9(11)V99 VALUE ZERO.
           05  WS-COMPARE-DIFF             PIC S9(11)V99 VALUE ZERO.

      *   THE PAYROLL RUNS LOGGED INSIDE THE QUARTER.  A CLEAN RUN
      *   FOLLOWED BY ANOTHER CLEAN RUN THE SAME DAY WAS REPLACED IN
      *   THE LEDGER BY THE LATER ONE.
       01  RUN-LIST-AREAS.
           05  RUN-COUNT                   PIC 9(3)    VALUE ZERO.
           05  WS-RUN-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-LATER-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-RUN-SUPERSEDED           PIC X       VALUE 'N'.
           05  RUN-ROW OCCURS 300 TIMES
                   INDEXED BY RUN-IDX.
               10  RR-RUN-DATE             PIC 9(8).
               10  RR-RUN-TIME             PIC 9(6).
               10  RR-RECORDS-READ         PIC 9(7).
               10  RR-RECORDS-REJECTED     PIC 9(7).
               10  RR-CONDITION-CODE       PIC 9(2).
               10  RR-NET-PAY              PIC S9(9)V99.
               10  RR-OPERATOR-ID          PIC X(5).
           05  RUNS-POSTED                 PIC 9(3)    VALUE ZERO.
           05  RUNS-POSTED-NET             PIC S9(11)V99 VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "QUARTERLY PAYROLL TAX TO GL RECONCILIATI".
           05  FILLER                      PIC X(13)
               VALUE "ON  QUARTER: ".
           05  HEADING-QUARTER-OUT         PIC 9.
           05  FILLER                      PIC X(7)    VALUE "  YEAR ".
           05  HEADING-YEAR-OUT            PIC 9(4).
           05                              PIC X(35)   VALUE SPACES.

       01  REPORT-PERIOD-LINE.
           05  FILLER                      PIC X(20)
               VALUE "LEDGER DATES FROM   ".
           05  PERIOD-FROM-OUT             PIC 9(8).
           05  FILLER                      PIC X(6)    VALUE " THRU ".
           05  PERIOD-THRU-OUT             PIC 9(8).
           05  FILLER                      PIC X(24)
               VALUE "   QUARTERLY REPORT RUN ".
           05  PERIOD-QT-RUN-OUT           PIC 9(8).
           05                              PIC X(26)   VALUE SPACES.

       01  COMPARE-COLUMN-LINE.
           05  FILLER                      PIC X(26)
               VALUE "FIGURE                    ".
           05  FILLER                      PIC X(16)
               VALUE "  GENERAL LEDGER".
           05  FILLER                      PIC X(16)
               VALUE "      QTR REPORT".
           05  FILLER                      PIC X(16)
               VALUE "      DIFFERENCE".
           05                              PIC X(26)   VALUE SPACES.

       01  COMPARE-DETAIL-LINE.
           05  CMP-FIGURE-OUT              PIC X(26).
           05                              PIC X(2)    VALUE SPACES.
           05  CMP-GL-OUT                  PIC $$$,$$$,$$9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  CMP-QTR-OUT                 PIC $$$,$$$,$$9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  CMP-DIFF-OUT                PIC $$$,$$$,$$9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  CMP-STATUS-OUT              PIC X(12).
           05                              PIC X(12)   VALUE SPACES.

       01  COMPONENT-DETAIL-LINE.
           05  FILLER                      PIC X(4)    VALUE SPACES.
           05  CPT-FIGURE-OUT              PIC X(22).
           05                              PIC X(18)   VALUE SPACES.
           05  CPT-QTR-OUT                 PIC $$$,$$$,$$9.99.
           05                              PIC X(42)   VALUE SPACES.

       01  QTR-MISSING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "** PROGRAM17 HAS NOT REPORTED THIS QUART".
           05  FILLER                      PIC X(40)
               VALUE "ER - NOTHING TO PROVE THE LEDGER AGAINST".
           05                              PIC X(20)   VALUE SPACES.

       01  RUN-TITLE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "PAYROLL RUNS LOGGED IN THE QUARTER (PROG".
           05  FILLER                      PIC X(10)
               VALUE "RAM02)    ".
           05                              PIC X(50)   VALUE SPACES.

       01  RUN-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "RUN DATE  TIME       READ  REJECT  CC   ".
           05  FILLER                      PIC X(40)
               VALUE "    NET PAY   OPER   LEDGER             ".
           05                              PIC X(20)   VALUE SPACES.

       01  RUN-DETAIL-LINE.
           05  RUN-DATE-OUT                PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  RUN-TIME-OUT                PIC 9(6).
           05                              PIC X(2)    VALUE SPACES.
           05  RUN-READ-OUT                PIC ZZZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  RUN-REJECTED-OUT            PIC ZZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  RUN-CC-OUT                  PIC Z9.
           05                              PIC X(2)    VALUE SPACES.
           05  RUN-NET-OUT                 PIC $$$$$,$$9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  RUN-OPERATOR-OUT            PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  RUN-STATUS-OUT              PIC X(24).
           05                              PIC X(8)    VALUE SPACES.

       01  RUN-NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO PAYROLL RUNS ON THE RUN LOG FOR THE Q".
           05  FILLER                      PIC X(6)    VALUE "UARTER".
           05                              PIC X(54)   VALUE SPACES.

       01  RUN-TOTAL-LINE.
           05  FILLER                      PIC X(22)
               VALUE "RUNS IN THE LEDGER    ".
           05  RUN-POSTED-COUNT-OUT        PIC ZZ9.
           05  FILLER                      PIC X(17)
               VALUE "   NET PAY       ".
           05  RUN-POSTED-NET-OUT          PIC $$$$,$$$,$$9.99-.
           05                              PIC X(43)   VALUE SPACES.

       01  RESULT-LINES.
           05  RESULT-GOOD-LINE            PIC X(60) VALUE
               "EVERY LINE AGREES WITHIN A PENNY - THE QUARTER PROVES".
           05  RESULT-BAD-LINE             PIC X(60) VALUE
               "** THE QUARTER DOES NOT PROVE - DO NOT SIGN THE 941 **".

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-QUARTER-PARAMETER
           PERFORM 110-LOAD-ACCOUNT-NAMES
           PERFORM 120-FIND-QUARTER-TOTALS
           PERFORM 130-ACCUMULATE-LEDGER
           PERFORM 140-LOAD-PAYROLL-RUNS
           OPEN OUTPUT RECON-REPORT
           PERFORM 200-PRINT-COMPARISON
           PERFORM 250-PRINT-PAYROLL-RUNS
           MOVE SPACES TO RECON-REC
           WRITE RECON-REC
               AFTER ADVANCING 1 LINE
           IF WS-ANY-LINE-OUT = 'N'
               WRITE RECON-REC FROM RESULT-GOOD-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE RECON-REPORT
               DISPLAY "QUARTER " WS-REPORT-QUARTER " OF "
                   WS-REPORT-YEAR " PROVES TO THE GENERAL LEDGER"
               MOVE 0 TO RETURN-CODE
           ELSE
               WRITE RECON-REC FROM RESULT-BAD-LINE
                   AFTER ADVANCING 1 LINE
               CLOSE RECON-REPORT
               DISPLAY "**** QUARTER " WS-REPORT-QUARTER " OF "
                   WS-REPORT-YEAR " DOES NOT PROVE TO THE GENERAL "
                   "LEDGER - SEE WhitingQTR-GL-RECON.LIS ****"
               MOVE 16 TO RETURN-CODE
           END-IF
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

      *   THE SAME QUARTER RULE PROGRAM17 FILES BY - NO PARAMETER,
      *   OR AN INVALID ONE, PROVES THE QUARTER CONTAINING THE DATE,
      *   AND A LATER QUARTER THAN THAT ONE IS LAST YEAR'S.
       105-READ-QUARTER-PARAMETER.
           COMPUTE WS-CURRENT-QUARTER = (WS-BUSINESS-MONTH + 2) / 3
           MOVE WS-CURRENT-QUARTER TO WS-REPORT-QUARTER
           OPEN INPUT QUARTER-PARAMETER-FILE
           READ QUARTER-PARAMETER-FILE
               AT END
                   DISPLAY "******* NO QUARTER PARAMETER - CURRENT "
                       "QUARTER PROVED *******"
               NOT AT END
                   IF QUARTER-IN IS NUMERIC AND
                           QUARTER-IN >= 1 AND QUARTER-IN <= 4
                       MOVE QUARTER-IN TO WS-REPORT-QUARTER
                   ELSE
                       DISPLAY "******* QUARTER PARAMETER INVALID - "
                           "CURRENT QUARTER PROVED *******"
                   END-IF
           END-READ
           CLOSE QUARTER-PARAMETER-FILE
           MOVE WS-BUSINESS-YEAR TO WS-REPORT-YEAR
           IF WS-REPORT-QUARTER > WS-CURRENT-QUARTER
               SUBTRACT 1 FROM WS-REPORT-YEAR
           END-IF
           COMPUTE WS-FIRST-MONTH = (WS-REPORT-QUARTER * 3) - 2
           IF WS-REPORT-QUARTER = 2 OR WS-REPORT-QUARTER = 3
               MOVE 30 TO WS-LAST-DAY
           ELSE
               MOVE 31 TO WS-LAST-DAY
           END-IF
           COMPUTE WS-QTR-FROM-DATE =
               (WS-REPORT-YEAR * 10000) + (WS-FIRST-MONTH * 100) + 1
           COMPUTE WS-QTR-THRU-DATE =
               (WS-REPORT-YEAR * 10000)
               + ((WS-FIRST-MONTH + 2) * 100) + WS-LAST-DAY.

      *   A RULES FILE ROW FOR PROGRAM02 RENAMES THE ACCOUNT THE
      *   LEDGER SIDE IS SUMMED FROM, JUST AS IT RENAMES THE ACCOUNT
      *   PROGRAM31 POSTS TO.
       110-LOAD-ACCOUNT-NAMES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT GL-RULES-FILE
           PERFORM 111-READ-ONE-RULE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GL-RULES-FILE.

       111-READ-ONE-RULE.
           READ GL-RULES-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF RUL-PROGRAM = "PROGRAM02"
                       EVALUATE RUL-AMOUNT-TYPE
                           WHEN "DEPTHOLD"
                               MOVE RUL-CREDIT-ACCOUNT
                                   TO WS-HOLD-ACCOUNT
                           WHEN "ERTAX   "
                               MOVE RUL-DEBIT-ACCOUNT
                                   TO WS-ER-EXPENSE-ACCOUNT
                               MOVE RUL-CREDIT-ACCOUNT
                                   TO WS-ER-PAYABLE-ACCOUNT
                           WHEN "ERBENEF "
                               MOVE RUL-DEBIT-ACCOUNT
                                   TO WS-BENEFIT-EXPENSE-ACCOUNT
                       END-EVALUATE
                   END-IF
           END-READ.

       120-FIND-QUARTER-TOTALS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT QUARTER-TOTALS-FILE
           PERFORM 121-READ-ONE-QUARTER-TOTAL
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE QUARTER-TOTALS-FILE
           COMPUTE WS-QT-WITHHELD =
               WS-QT-FED + WS-QT-FICA + WS-QT-STATE + WS-QT-LOCAL
           COMPUTE WS-QT-EMPLOYER =
               WS-QT-ER-FICA + WS-QT-FUTA + WS-QT-SUTA.

       121-READ-ONE-QUARTER-TOTAL.
           READ QUARTER-TOTALS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF QT-TAX-YEAR = WS-REPORT-YEAR AND
                           QT-QUARTER = WS-REPORT-QUARTER AND
                           QT-WAGES IS NUMERIC
                       MOVE 'YES' TO WS-QTR-FOUND
                       MOVE QT-RUN-DATE TO WS-QT-RUN-DATE
                       MOVE QT-WAGES TO WS-QT-WAGES
                       MOVE QT-FED TO WS-QT-FED
                       MOVE QT-FICA TO WS-QT-FICA
                       MOVE QT-STATE TO WS-QT-STATE
                       MOVE QT-LOCAL TO WS-QT-LOCAL
                       MOVE QT-ER-FICA TO WS-QT-ER-FICA
                       MOVE QT-FUTA TO WS-QT-FUTA
                       MOVE QT-SUTA TO WS-QT-SUTA
                   END-IF
           END-READ.

      *   ONLY PROGRAM02'S ENTRIES COUNT.  ITS DEBITS ARE THE WAGE
      *   EXPENSE BY DEPARTMENT, THE EMPLOYER TAX EXPENSE, AND THE
      *   EMPLOYER BENEFIT EXPENSE - WHAT IS NEITHER EMPLOYER EXPENSE
      *   IS WAGES.  ITS CREDITS TO THE
      *   WITHHOLDING AND EMPLOYER TAX PAYABLE ACCOUNTS ARE THE TWO
      *   LIABILITIES THE RETURN REPORTS.
       130-ACCUMULATE-LEDGER.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT GL-HISTORY-FILE
           PERFORM 131-ACCUMULATE-ONE-ENTRY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GL-HISTORY-FILE.

       131-ACCUMULATE-ONE-ENTRY.
           READ GL-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF GLH-SOURCE = "PROGRAM02" AND
                           GLH-DATE IS NUMERIC AND
                           GLH-DATE >= WS-QTR-FROM-DATE AND
                           GLH-DATE <= WS-QTR-THRU-DATE
                       ADD 1 TO GL-RECORDS-IN-QUARTER
                       PERFORM 132-CLASSIFY-ONE-ENTRY
                   END-IF
           END-READ.

       132-CLASSIFY-ONE-ENTRY.
           IF GLH-DEBIT IS NUMERIC AND GLH-DEBIT > ZERO
               IF GLH-ACCOUNT NOT = WS-ER-EXPENSE-ACCOUNT AND
                       GLH-ACCOUNT NOT = WS-BENEFIT-EXPENSE-ACCOUNT
                   ADD GLH-DEBIT TO WS-GL-WAGES
               END-IF
           END-IF
           IF GLH-CREDIT IS NUMERIC AND GLH-CREDIT > ZERO
               IF GLH-ACCOUNT = WS-HOLD-ACCOUNT
                   ADD GLH-CREDIT TO WS-GL-WITHHELD
               END-IF
               IF GLH-ACCOUNT = WS-ER-PAYABLE-ACCOUNT
                   ADD GLH-CREDIT TO WS-GL-EMPLOYER
               END-IF
           END-IF.

      *   EVERY PROGRAM02 RUN LOGGED IN THE QUARTER'S DATES, IN LOG
      *   ORDER, REFUSED AND FAILED RUNS INCLUDED.
       140-LOAD-PAYROLL-RUNS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT RUN-LOG-FILE
           PERFORM 141-READ-ONE-RUN
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE RUN-LOG-FILE.

       141-READ-ONE-RUN.
           READ RUN-LOG-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF RL-PROGRAM-ID = "PROGRAM02" AND
                           RL-RUN-DATE IS NUMERIC AND
                           RL-RUN-DATE >= WS-QTR-FROM-DATE AND
                           RL-RUN-DATE <= WS-QTR-THRU-DATE
                       IF RUN-COUNT < 300
                           ADD 1 TO RUN-COUNT
                           SET RUN-IDX TO RUN-COUNT
                           MOVE RL-RUN-DATE TO RR-RUN-DATE (RUN-IDX)
                           MOVE RL-RUN-TIME TO RR-RUN-TIME (RUN-IDX)
                           MOVE RL-RECORDS-READ
                               TO RR-RECORDS-READ (RUN-IDX)
                           MOVE RL-RECORDS-REJECTED
                               TO RR-RECORDS-REJECTED (RUN-IDX)
                           MOVE RL-CONDITION-CODE
                               TO RR-CONDITION-CODE (RUN-IDX)
                           MOVE RL-CONTROL-TOTAL
                               TO RR-NET-PAY (RUN-IDX)
                           MOVE RL-OPERATOR-ID
                               TO RR-OPERATOR-ID (RUN-IDX)
                       ELSE
                           DISPLAY "**** RUN TABLE FULL - PROGRAM02 "
                               "RUN OF " RL-RUN-DATE " NOT LISTED ****"
                       END-IF
                   END-IF
           END-READ.

      *   THREE FIGURES PROVED, EACH WITH THE QUARTERLY REPORT'S OWN
      *   COLUMNS THAT MAKE IT UP LISTED BENEATH IT.
       200-PRINT-COMPARISON.
           MOVE WS-REPORT-QUARTER TO HEADING-QUARTER-OUT
           MOVE WS-REPORT-YEAR TO HEADING-YEAR-OUT
           WRITE RECON-REC FROM REPORT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-QTR-FROM-DATE TO PERIOD-FROM-OUT
           MOVE WS-QTR-THRU-DATE TO PERIOD-THRU-OUT
           MOVE WS-QT-RUN-DATE TO PERIOD-QT-RUN-OUT
           WRITE RECON-REC FROM REPORT-PERIOD-LINE
               AFTER ADVANCING 1 LINE
           IF WS-QTR-FOUND = 'NO '
               WRITE RECON-REC FROM QTR-MISSING-LINE
                   AFTER ADVANCING 2 LINES
               MOVE 'Y' TO WS-ANY-LINE-OUT
           END-IF
           WRITE RECON-REC FROM COMPARE-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE "GROSS WAGES" TO CMP-FIGURE-OUT
           MOVE WS-GL-WAGES TO WS-COMPARE-GL
           MOVE WS-QT-WAGES TO WS-COMPARE-QTR
           PERFORM 210-PRINT-ONE-COMPARISON
           MOVE "EMPLOYEE TAXES WITHHELD" TO CMP-FIGURE-OUT
           MOVE WS-GL-WITHHELD TO WS-COMPARE-GL
           MOVE WS-QT-WITHHELD TO WS-COMPARE-QTR
           PERFORM 210-PRINT-ONE-COMPARISON
           MOVE "FEDERAL INCOME TAX" TO CPT-FIGURE-OUT
           MOVE WS-QT-FED TO CPT-QTR-OUT
           PERFORM 220-PRINT-ONE-COMPONENT
           MOVE "FICA" TO CPT-FIGURE-OUT
           MOVE WS-QT-FICA TO CPT-QTR-OUT
           PERFORM 220-PRINT-ONE-COMPONENT
           MOVE "STATE INCOME TAX" TO CPT-FIGURE-OUT
           MOVE WS-QT-STATE TO CPT-QTR-OUT
           PERFORM 220-PRINT-ONE-COMPONENT
           MOVE "LOCAL INCOME TAX" TO CPT-FIGURE-OUT
           MOVE WS-QT-LOCAL TO CPT-QTR-OUT
           PERFORM 220-PRINT-ONE-COMPONENT
           MOVE "EMPLOYER TAXES PAYABLE" TO CMP-FIGURE-OUT
           MOVE WS-GL-EMPLOYER TO WS-COMPARE-GL
           MOVE WS-QT-EMPLOYER TO WS-COMPARE-QTR
           PERFORM 210-PRINT-ONE-COMPARISON
           MOVE "EMPLOYER FICA MATCH" TO CPT-FIGURE-OUT
           MOVE WS-QT-ER-FICA TO CPT-QTR-OUT
           PERFORM 220-PRINT-ONE-COMPONENT
           MOVE "FUTA" TO CPT-FIGURE-OUT
           MOVE WS-QT-FUTA TO CPT-QTR-OUT
           PERFORM 220-PRINT-ONE-COMPONENT
           MOVE "SUTA" TO CPT-FIGURE-OUT
           MOVE WS-QT-SUTA TO CPT-QTR-OUT
           PERFORM 220-PRINT-ONE-COMPONENT.

      *   A PENNY EITHER WAY IS ROUNDING; ANYTHING MORE IS OUT.
       210-PRINT-ONE-COMPARISON.
           COMPUTE WS-COMPARE-DIFF = WS-COMPARE-GL - WS-COMPARE-QTR
           MOVE WS-COMPARE-GL TO CMP-GL-OUT
           MOVE WS-COMPARE-QTR TO CMP-QTR-OUT
           MOVE WS-COMPARE-DIFF TO CMP-DIFF-OUT
           IF WS-COMPARE-DIFF > .01 OR WS-COMPARE-DIFF < -.01
               MOVE "** OUT **" TO CMP-STATUS-OUT
               MOVE 'Y' TO WS-ANY-LINE-OUT
           ELSE
               MOVE "AGREES" TO CMP-STATUS-OUT
           END-IF
           WRITE RECON-REC FROM COMPARE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

       220-PRINT-ONE-COMPONENT.
           WRITE RECON-REC FROM COMPONENT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       250-PRINT-PAYROLL-RUNS.
           WRITE RECON-REC FROM RUN-TITLE-LINE
               AFTER ADVANCING 3 LINES
           IF RUN-COUNT = ZERO
               WRITE RECON-REC FROM RUN-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RECON-REC FROM RUN-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 260-PRINT-ONE-RUN
                   VARYING WS-RUN-SUB FROM 1 BY 1
                   UNTIL WS-RUN-SUB > RUN-COUNT
           END-IF
           MOVE RUNS-POSTED TO RUN-POSTED-COUNT-OUT
           MOVE RUNS-POSTED-NET TO RUN-POSTED-NET-OUT
           WRITE RECON-REC FROM RUN-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *   ONLY A CLEAN RUN (CONDITION CODE ZERO) IS POSTED, AND A
      *   LATER CLEAN RUN THE SAME DAY REPLACES IT IN THE LEDGER.
       260-PRINT-ONE-RUN.
           SET RUN-IDX TO WS-RUN-SUB
           MOVE RR-RUN-DATE (RUN-IDX) TO RUN-DATE-OUT
           MOVE RR-RUN-TIME (RUN-IDX) TO RUN-TIME-OUT
           MOVE RR-RECORDS-READ (RUN-IDX) TO RUN-READ-OUT
           MOVE RR-RECORDS-REJECTED (RUN-IDX) TO RUN-REJECTED-OUT
           MOVE RR-CONDITION-CODE (RUN-IDX) TO RUN-CC-OUT
           MOVE RR-NET-PAY (RUN-IDX) TO RUN-NET-OUT
           MOVE RR-OPERATOR-ID (RUN-IDX) TO RUN-OPERATOR-OUT
           IF RR-CONDITION-CODE (RUN-IDX) NOT = ZERO
               MOVE "NOT POSTED - FAILED" TO RUN-STATUS-OUT
           ELSE
               MOVE 'N' TO WS-RUN-SUPERSEDED
               PERFORM 261-CHECK-ONE-LATER-RUN
                   VARYING WS-LATER-SUB FROM WS-RUN-SUB BY 1
                   UNTIL WS-LATER-SUB > RUN-COUNT
                      OR WS-RUN-SUPERSEDED = 'Y'
               SET RUN-IDX TO WS-RUN-SUB
               IF WS-RUN-SUPERSEDED = 'Y'
                   MOVE "REPLACED BY A RERUN" TO RUN-STATUS-OUT
               ELSE
                   MOVE "POSTED" TO RUN-STATUS-OUT
                   ADD 1 TO RUNS-POSTED
                   ADD RR-NET-PAY (RUN-IDX) TO RUNS-POSTED-NET
               END-IF
           END-IF
           WRITE RECON-REC FROM RUN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       261-CHECK-ONE-LATER-RUN.
           IF WS-LATER-SUB > WS-RUN-SUB
               SET RUN-IDX TO WS-LATER-SUB
               IF RR-RUN-DATE (RUN-IDX) = RUN-DATE-OUT AND
                       RR-CONDITION-CODE (RUN-IDX) = ZERO
                   MOVE 'Y' TO WS-RUN-SUPERSEDED
               END-IF
           END-IF.

       END PROGRAM PROGRAM67.
