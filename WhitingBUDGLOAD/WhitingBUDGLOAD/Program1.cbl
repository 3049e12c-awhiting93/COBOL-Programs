      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. BUDGLOAD.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program loads finance's annual budget into the general
      *ledger budget file, WhitingGL-BUDGET.DAT (the GLBUDGET
      *copybook), keyed by account and month, for the BUDGVAR budget
      *versus actual report.
      *FINANCE-BUDGET.DAT holds one record per account for one
      *fiscal year: the account, its normal side (D debits less
      *credits, C credits less debits), the year, and twelve monthly
      *amounts, January first.  Every account must be on
      *CHART-OF-ACCOUNTS.DAT when a chart is on disk; a department
      *payroll account ("PAYROLL EXP " and the department) is outside
      *the check, as it is when PROGRAM31 posts it.
      *The budget is loaded whole or not at all.  A record that is
      *not valid, an account given twice, a second fiscal year, or
      *any month whose budgeted debits do not equal its budgeted
      *credits refuses the load - nothing on the budget file changes,
      *the refusal goes to the audit trail and the common exception
      *file, and the run ends with condition code 16.
      *A good load replaces the year: an account and month already
      *on file is changed only when its amount or side differs, a
      *new one is added, and one the new budget no longer carries is
      *deleted.  Every figure added, changed, or deleted, and the
      *load itself, is appended to WhitingBUDGET-AUDIT-TRAIL.DAT (the
      *GLBUDAUD copybook) with the operator, and the month-by-month
      *proof is printed on WhitingBUDGET-LOAD.LIS.
      *The run is restricted to a signed-on supervisor.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL FINANCE-BUDGET-FILE
               ASSIGN TO "..\..\..\..\FINANCE-BUDGET.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-BUDGET-FILE
               ASSIGN TO "..\..\..\..\WhitingGL-BUDGET.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS BG-KEY.
           SELECT OPTIONAL BUDGET-AUDIT-FILE
               ASSIGN TO "..\..\..\..\WhitingBUDGET-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BUDGET-LOAD-REPORT
               ASSIGN TO "..\..\..\..\WhitingBUDGET-LOAD.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-FILE
               ASSIGN TO "..\..\..\..\CHART-OF-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "..\..\..\..\OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  FINANCE-BUDGET-FILE.
       01  FINANCE-BUDGET-REC.
           05  FB-ACCOUNT                  PIC X(20).
           05  FB-SIDE                     PIC X.
               88  FB-SIDE-IS-VALID                VALUE 'D' 'C'.
           05  FB-YEAR                     PIC 9(4).
           05  FB-MONTH-AMOUNT             PIC 9(9)V99
                                           OCCURS 12 TIMES.

       FD  GL-BUDGET-FILE.
       COPY GLBUDGET REPLACING ==:PFX:== BY ==BG==.

       FD  BUDGET-AUDIT-FILE.
       COPY GLBUDAUD REPLACING ==:PFX:== BY ==BA==.

       FD  BUDGET-LOAD-REPORT.
       01  BUDGET-LOAD-REC                 PIC X(80).

       FD  CHART-FILE.
       01  CHART-REC.
           05  COA-ACCOUNT                 PIC X(20).
           05                              PIC X.
           05  COA-NAME                    PIC X(20).

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).
           05  SO-OPERATOR-ROLE            PIC X.

       FD  OPERATOR-FILE.
       COPY OPERREC REPLACING ==:PFX:== BY ==OPR==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-MORE-OPERATORS           PIC X(3)    VALUE 'YES'.
           05  WS-RECORD-VALID             PIC X(3)    VALUE 'YES'.
           05  WS-LOAD-STATUS              PIC X       VALUE 'G'.
               88  LOAD-IS-GOOD                        VALUE 'G'.
               88  LOAD-IS-REFUSED                     VALUE 'R'.
           05  WS-REFUSAL-REASON           PIC X(35)   VALUE SPACES.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  AUTHORIZATION-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.
               88  OPERATOR-IS-SUPERVISOR              VALUE 'S'.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-RUN-STAMP                PIC X(14)   VALUE SPACES.
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.

       01  CHART-AREAS.
           05  CHART-COUNT                 PIC 9(3)    VALUE ZERO.
           05  CHART-TABLE OCCURS 100 TIMES
                   INDEXED BY CHART-IDX.
               10  CH-ACCOUNT              PIC X(20).

      *   THE NEW BUDGET AS FINANCE SENT IT, ONE ROW PER ACCOUNT,
      *   AND ITS DEBITS AND CREDITS BY MONTH FOR THE PROOF.
       01  NEW-BUDGET-AREAS.
           05  NEW-BUDGET-CAPACITY         PIC 9(3)    VALUE 200.
           05  WS-BUDGET-YEAR              PIC 9(4)    VALUE ZERO.
           05  WS-NB-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-NB-SUB                   PIC 9(3)    VALUE ZERO.
           05  WS-NB-FOUND-SUB             PIC 9(3)    VALUE ZERO.
           05  WS-NB-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-NB-IDX.
               10  WS-NB-ACCOUNT           PIC X(20).
               10  WS-NB-SIDE              PIC X.
               10  WS-NB-AMOUNT            PIC 9(9)V99
                                           OCCURS 12 TIMES.
           05  WS-MONTH-SUB                PIC 99      VALUE ZERO.
           05  WS-MONTH-TOTAL-AREA.
               10  WS-MONTH-TOTALS OCCURS 12 TIMES.
                   15  WS-MT-DEBITS        PIC 9(11)V99.
                   15  WS-MT-CREDITS       PIC 9(11)V99.
           05  WS-YEAR-DEBITS              PIC 9(11)V99 VALUE ZERO.
           05  WS-YEAR-CREDITS             PIC 9(11)V99 VALUE ZERO.
           05  WS-OLD-YEAR-DEBITS          PIC 9(11)V99 VALUE ZERO.
           05  WS-MONTHS-OUT               PIC 99      VALUE ZERO.
           05  WS-FIND-ACCOUNT             PIC X(20)   VALUE SPACES.

      *   THE REJECTED RECORDS, HELD UNTIL THE HEADING CAN NAME THE
      *   YEAR - PAST FIFTY THEY ARE ONLY COUNTED.
       01  REJECT-TABLE-AREAS.
           05  WS-REJ-COUNT                PIC 99      VALUE ZERO.
           05  WS-REJ-SUB                  PIC 99      VALUE ZERO.
           05  WS-REJ-TABLE OCCURS 50 TIMES.
               10  WS-REJ-ACCOUNT          PIC X(20).
               10  WS-REJ-REASON           PIC X(35).
           05  WS-REJ-NOT-LISTED           PIC 9(5)    VALUE ZERO.

       01  APPLY-WORK-AREAS.
           05  WS-BUDGET-MONTH.
               10  WS-BM-YEAR              PIC 9(4).
               10  WS-BM-MONTH             PIC 99.
           05  WS-OLD-AMOUNT               PIC 9(9)V99 VALUE ZERO.
           05  WS-OLD-SIDE                 PIC X       VALUE SPACE.

       01  PROGRAM-ACCUMULATORS.
           05  RECORDS-READ                PIC 9(5)    VALUE ZERO.
           05  RECORDS-REJECTED            PIC 9(5)    VALUE ZERO.
           05  FIGURES-ADDED               PIC 9(5)    VALUE ZERO.
           05  FIGURES-CHANGED             PIC 9(5)    VALUE ZERO.
           05  FIGURES-DELETED             PIC 9(5)    VALUE ZERO.
           05  FIGURES-UNCHANGED           PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(31)
               VALUE "GL BUDGET LOAD FOR FISCAL YEAR ".
           05  HEADING-YEAR-OUT            PIC 9(4).
           05  FILLER                      PIC X(12)
               VALUE "   OPERATOR ".
           05  HEADING-OPERATOR-OUT        PIC X(5).
           05  FILLER                      PIC X(8)    VALUE "   DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(12)   VALUE SPACES.

       01  REJECT-LINE.
           05  FILLER                      PIC X(10)
               VALUE "REJECTED: ".
           05  REJ-ACCOUNT-OUT             PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  REJ-REASON-OUT              PIC X(35).
           05                              PIC X(13)   VALUE SPACES.

       01  PROOF-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "MONTH   BUDGETED DEBITS   BUDGETED CREDI".
           05  FILLER                      PIC X(40)
               VALUE "TS       DIFFERENCE                     ".

       01  PROOF-DETAIL-LINE.
           05  PRF-MONTH-OUT               PIC 9(6).
           05                              PIC X(3)    VALUE SPACES.
           05  PRF-DEBITS-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(5)    VALUE SPACES.
           05  PRF-CREDITS-OUT             PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(3)    VALUE SPACES.
           05  PRF-DIFFERENCE-OUT          PIC ---,---,--9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  PRF-FLAG-OUT                PIC X(19).

       01  PROOF-TOTAL-LINE.
           05  FILLER                      PIC X(9)    VALUE "YEAR".
           05  PRT-DEBITS-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(5)    VALUE SPACES.
           05  PRT-CREDITS-OUT             PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(38)   VALUE SPACES.

       01  OUTCOME-LINE.
           05  OUT-TEXT-OUT                PIC X(80).

       01  COUNT-LINE.
           05  FILLER                      PIC X(20)
               VALUE "ACCOUNTS LOADED:    ".
           05  CNT-ACCOUNTS-OUT            PIC ZZ9.
           05  FILLER                      PIC X(9)
               VALUE "  ADDED: ".
           05  CNT-ADDED-OUT               PIC ZZZZ9.
           05  FILLER                      PIC X(11)
               VALUE "  CHANGED: ".
           05  CNT-CHANGED-OUT             PIC ZZZZ9.
           05  FILLER                      PIC X(11)
               VALUE "  DELETED: ".
           05  CNT-DELETED-OUT             PIC ZZZZ9.
           05  FILLER                      PIC X(11)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:14) TO WS-RUN-STAMP
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 090-CHECK-AUTHORIZATION
           PERFORM 110-LOAD-CHART-OF-ACCOUNTS
           OPEN OUTPUT BUDGET-LOAD-REPORT
           PERFORM 120-READ-FINANCE-BUDGET
           PERFORM 200-WRITE-HEADINGS
           PERFORM 130-PROVE-BUDGET
           IF LOAD-IS-GOOD
               PERFORM 300-APPLY-BUDGET
               PERFORM 400-WRITE-LOAD-AUDIT
               MOVE SPACES TO OUTCOME-LINE
               STRING "BUDGET LOADED FOR " WS-BUDGET-YEAR
                   " - THE YEAR'S FIGURES ARE REPLACED"
                   DELIMITED BY SIZE INTO OUT-TEXT-OUT
               MOVE SPACES TO BUDGET-LOAD-REC
               WRITE BUDGET-LOAD-REC
               WRITE BUDGET-LOAD-REC FROM OUTCOME-LINE
               MOVE WS-NB-COUNT TO CNT-ACCOUNTS-OUT
               MOVE FIGURES-ADDED TO CNT-ADDED-OUT
               MOVE FIGURES-CHANGED TO CNT-CHANGED-OUT
               MOVE FIGURES-DELETED TO CNT-DELETED-OUT
               WRITE BUDGET-LOAD-REC FROM COUNT-LINE
               DISPLAY "GL BUDGET " WS-BUDGET-YEAR " LOADED - "
                   "ADDED " FIGURES-ADDED " CHANGED " FIGURES-CHANGED
                   " DELETED " FIGURES-DELETED
           ELSE
               PERFORM 450-REFUSE-LOAD
           END-IF
           CLOSE BUDGET-LOAD-REPORT
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE BUDGET IS FINANCE'S PLAN FOR THE YEAR - ONLY A SIGNED-
      *   ON SUPERVISOR MAY REPLACE IT.  THE LIVE OPERATORS.DAT
      *   RECORD, NOT THE SIGN-ON SNAPSHOT, DECIDES THE LEVEL, AND A
      *   SUPERVISOR LOCKED OUT FOR BAD PINS HAS NO LEVEL AT ALL.
       090-CHECK-AUTHORIZATION.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE
           OPEN INPUT OPERATOR-FILE
           PERFORM 091-MATCH-ONE-OPERATOR
               UNTIL WS-MORE-OPERATORS = 'NO '
           CLOSE OPERATOR-FILE
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "**** BUDGET LOAD REQUIRES A SIGNED-ON "
                   "SUPERVISOR - NOTHING CHANGED ****"
               OPEN EXTEND EXCEPTION-FILE
               MOVE SPACES TO EX-REC
               MOVE "BUDGLOAD" TO EX-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
               MOVE WS-OPERATOR-ID TO EX-KEY
               MOVE "BUDGET LOAD - NOT A SUPERVISOR" TO EX-REASON
               MOVE 'O' TO EX-STATUS
               STRING "OPERATOR " WS-OPERATOR-ID " LEVEL "
                   WS-OPERATOR-ROLE DELIMITED BY SIZE
                   INTO EX-ORIGINAL-REC
               WRITE EX-REC
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       091-MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-OPERATORS
               NOT AT END
                   IF OPR-ID = WS-OPERATOR-ID
                       MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                       IF OPR-IS-LOCKED
                           MOVE SPACE TO WS-OPERATOR-ROLE
                       END-IF
                   END-IF
           END-READ.

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

       110-LOAD-CHART-OF-ACCOUNTS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CHART-FILE
           PERFORM 111-LOAD-ONE-ACCOUNT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE CHART-FILE.

       111-LOAD-ONE-ACCOUNT.
           READ CHART-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF COA-ACCOUNT NOT = SPACES
                       IF CHART-COUNT < 100
                           ADD 1 TO CHART-COUNT
                           SET CHART-IDX TO CHART-COUNT
                           MOVE COA-ACCOUNT
                               TO CH-ACCOUNT (CHART-IDX)
                       ELSE
                           DISPLAY "**** CHART TABLE FULL - "
                               COA-ACCOUNT " IGNORED ****"
                       END-IF
                   END-IF
           END-READ.

      *   EVERY RECORD IS CHECKED AND EVERY BAD ONE LISTED BEFORE THE
      *   LOAD IS REFUSED, SO FINANCE CAN FIX THEM ALL AT ONCE.
       120-READ-FINANCE-BUDGET.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           INITIALIZE WS-MONTH-TOTAL-AREA
           OPEN INPUT FINANCE-BUDGET-FILE
           PERFORM 121-READ-ONE-BUDGET-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE FINANCE-BUDGET-FILE.

       121-READ-ONE-BUDGET-RECORD.
           READ FINANCE-BUDGET-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   PERFORM 122-VALIDATE-BUDGET-RECORD
                   IF WS-RECORD-VALID = 'YES'
                       PERFORM 125-KEEP-BUDGET-RECORD
                   ELSE
                       ADD 1 TO RECORDS-REJECTED
                       MOVE 'R' TO WS-LOAD-STATUS
                       MOVE "BUDGET HAS REJECTED RECORDS"
                           TO WS-REFUSAL-REASON
                       PERFORM 127-HOLD-REJECT
                   END-IF
           END-READ.

      *   THE FIRST GOOD YEAR FIXES THE FISCAL YEAR OF THE LOAD.
       122-VALIDATE-BUDGET-RECORD.
           MOVE 'YES' TO WS-RECORD-VALID
           MOVE SPACES TO REJ-REASON-OUT
           EVALUATE TRUE
               WHEN FB-ACCOUNT = SPACES
                   MOVE "NO ACCOUNT" TO REJ-REASON-OUT
               WHEN NOT FB-SIDE-IS-VALID
                   MOVE "SIDE MUST BE D OR C" TO REJ-REASON-OUT
               WHEN FB-YEAR IS NOT NUMERIC OR FB-YEAR < 1900
                   MOVE "FISCAL YEAR NOT VALID" TO REJ-REASON-OUT
               WHEN WS-BUDGET-YEAR NOT = ZERO AND
                       FB-YEAR NOT = WS-BUDGET-YEAR
                   MOVE "SECOND FISCAL YEAR IN ONE BUDGET"
                       TO REJ-REASON-OUT
           END-EVALUATE
           IF REJ-REASON-OUT = SPACES
               PERFORM 123-CHECK-ONE-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
           END-IF
           IF REJ-REASON-OUT = SPACES AND CHART-COUNT > ZERO AND
                   FB-ACCOUNT (1:12) NOT = "PAYROLL EXP "
               SET CHART-IDX TO 1
               SEARCH CHART-TABLE
                   AT END
                       MOVE "ACCOUNT NOT ON THE CHART"
                           TO REJ-REASON-OUT
                   WHEN CHART-IDX > CHART-COUNT
                       MOVE "ACCOUNT NOT ON THE CHART"
                           TO REJ-REASON-OUT
                   WHEN CH-ACCOUNT (CHART-IDX) = FB-ACCOUNT
                       CONTINUE
               END-SEARCH
           END-IF
           IF REJ-REASON-OUT = SPACES
               MOVE FB-ACCOUNT TO WS-FIND-ACCOUNT
               PERFORM 124-FIND-NEW-ACCOUNT
               IF WS-NB-FOUND-SUB > ZERO
                   MOVE "ACCOUNT GIVEN TWICE" TO REJ-REASON-OUT
               END-IF
           END-IF
           IF REJ-REASON-OUT NOT = SPACES
               MOVE 'NO ' TO WS-RECORD-VALID
           END-IF.

       123-CHECK-ONE-MONTH.
           IF FB-MONTH-AMOUNT (WS-MONTH-SUB) IS NOT NUMERIC AND
                   REJ-REASON-OUT = SPACES
               MOVE "MONTHLY AMOUNT NOT NUMERIC" TO REJ-REASON-OUT
           END-IF.

       124-FIND-NEW-ACCOUNT.
           MOVE ZERO TO WS-NB-FOUND-SUB
           PERFORM VARYING WS-NB-SUB FROM 1 BY 1
                   UNTIL WS-NB-SUB > WS-NB-COUNT
                      OR WS-NB-FOUND-SUB > ZERO
               IF WS-NB-ACCOUNT (WS-NB-SUB) = WS-FIND-ACCOUNT
                   MOVE WS-NB-SUB TO WS-NB-FOUND-SUB
               END-IF
           END-PERFORM.

       125-KEEP-BUDGET-RECORD.
           IF WS-NB-COUNT < NEW-BUDGET-CAPACITY
               MOVE FB-YEAR TO WS-BUDGET-YEAR
               ADD 1 TO WS-NB-COUNT
               SET WS-NB-IDX TO WS-NB-COUNT
               MOVE FB-ACCOUNT TO WS-NB-ACCOUNT (WS-NB-IDX)
               MOVE FB-SIDE TO WS-NB-SIDE (WS-NB-IDX)
               PERFORM 126-KEEP-ONE-MONTH
                   VARYING WS-MONTH-SUB FROM 1 BY 1
                   UNTIL WS-MONTH-SUB > 12
           ELSE
               ADD 1 TO RECORDS-REJECTED
               MOVE 'R' TO WS-LOAD-STATUS
               MOVE "BUDGET HAS MORE THAN 200 ACCOUNTS"
                   TO WS-REFUSAL-REASON
               MOVE "NO ROOM - MORE THAN 200 ACCOUNTS"
                   TO REJ-REASON-OUT
               PERFORM 127-HOLD-REJECT
           END-IF.

       126-KEEP-ONE-MONTH.
           MOVE FB-MONTH-AMOUNT (WS-MONTH-SUB)
               TO WS-NB-AMOUNT (WS-NB-IDX, WS-MONTH-SUB)
           IF FB-SIDE = 'D'
               ADD FB-MONTH-AMOUNT (WS-MONTH-SUB)
                   TO WS-MT-DEBITS (WS-MONTH-SUB)
               ADD FB-MONTH-AMOUNT (WS-MONTH-SUB) TO WS-YEAR-DEBITS
           ELSE
               ADD FB-MONTH-AMOUNT (WS-MONTH-SUB)
                   TO WS-MT-CREDITS (WS-MONTH-SUB)
               ADD FB-MONTH-AMOUNT (WS-MONTH-SUB) TO WS-YEAR-CREDITS
           END-IF.

       127-HOLD-REJECT.
           IF WS-REJ-COUNT < 50
               ADD 1 TO WS-REJ-COUNT
               MOVE FB-ACCOUNT TO WS-REJ-ACCOUNT (WS-REJ-COUNT)
               MOVE REJ-REASON-OUT TO WS-REJ-REASON (WS-REJ-COUNT)
           ELSE
               ADD 1 TO WS-REJ-NOT-LISTED
           END-IF.

      *   EACH MONTH'S BUDGETED DEBITS MUST EQUAL ITS CREDITS, THE
      *   SAME PROOF PROGRAM61 MAKES OF THE ACTUALS.
       130-PROVE-BUDGET.
           IF WS-NB-COUNT = ZERO AND RECORDS-REJECTED = ZERO
               MOVE 'R' TO WS-LOAD-STATUS
               MOVE "NO BUDGET RECORDS TO LOAD" TO WS-REFUSAL-REASON
           END-IF
           MOVE SPACES TO BUDGET-LOAD-REC
           WRITE BUDGET-LOAD-REC
           WRITE BUDGET-LOAD-REC FROM PROOF-HEADING-LINE
           PERFORM 131-PROVE-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           MOVE WS-YEAR-DEBITS TO PRT-DEBITS-OUT
           MOVE WS-YEAR-CREDITS TO PRT-CREDITS-OUT
           WRITE BUDGET-LOAD-REC FROM PROOF-TOTAL-LINE
           IF WS-MONTHS-OUT > ZERO
               MOVE 'R' TO WS-LOAD-STATUS
               IF WS-REFUSAL-REASON = SPACES
                   MOVE "BUDGET DOES NOT BALANCE" TO WS-REFUSAL-REASON
               END-IF
           END-IF.

       131-PROVE-ONE-MONTH.
           MOVE WS-BUDGET-YEAR TO WS-BM-YEAR
           MOVE WS-MONTH-SUB TO WS-BM-MONTH
           MOVE WS-BUDGET-MONTH TO PRF-MONTH-OUT
           MOVE WS-MT-DEBITS (WS-MONTH-SUB) TO PRF-DEBITS-OUT
           MOVE WS-MT-CREDITS (WS-MONTH-SUB) TO PRF-CREDITS-OUT
           COMPUTE PRF-DIFFERENCE-OUT =
               WS-MT-DEBITS (WS-MONTH-SUB)
               - WS-MT-CREDITS (WS-MONTH-SUB)
           IF WS-MT-DEBITS (WS-MONTH-SUB) =
                   WS-MT-CREDITS (WS-MONTH-SUB)
               MOVE SPACES TO PRF-FLAG-OUT
           ELSE
               MOVE "** OUT OF BALANCE" TO PRF-FLAG-OUT
               ADD 1 TO WS-MONTHS-OUT
           END-IF
           WRITE BUDGET-LOAD-REC FROM PROOF-DETAIL-LINE.

       200-WRITE-HEADINGS.
           MOVE WS-BUDGET-YEAR TO HEADING-YEAR-OUT
           MOVE WS-OPERATOR-ID TO HEADING-OPERATOR-OUT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE BUDGET-LOAD-REC FROM REPORT-HEADING-LINE
           IF WS-REJ-COUNT > ZERO
               MOVE SPACES TO BUDGET-LOAD-REC
               WRITE BUDGET-LOAD-REC
               PERFORM 210-WRITE-ONE-REJECT
                   VARYING WS-REJ-SUB FROM 1 BY 1
                   UNTIL WS-REJ-SUB > WS-REJ-COUNT
           END-IF
           IF WS-REJ-NOT-LISTED > ZERO
               MOVE SPACES TO OUTCOME-LINE
               STRING "AND " WS-REJ-NOT-LISTED
                   " MORE REJECTED RECORDS NOT LISTED"
                   DELIMITED BY SIZE INTO OUT-TEXT-OUT
               WRITE BUDGET-LOAD-REC FROM OUTCOME-LINE
           END-IF.

       210-WRITE-ONE-REJECT.
           MOVE WS-REJ-ACCOUNT (WS-REJ-SUB) TO REJ-ACCOUNT-OUT
           MOVE WS-REJ-REASON (WS-REJ-SUB) TO REJ-REASON-OUT
           WRITE BUDGET-LOAD-REC FROM REJECT-LINE.

      *   THE YEAR'S FIGURES THE NEW BUDGET DROPS ARE DELETED FIRST,
      *   THEN EVERY ACCOUNT AND MONTH IT CARRIES IS ADDED OR, WHEN
      *   ITS AMOUNT OR SIDE HAS MOVED, CHANGED.
       300-APPLY-BUDGET.
           OPEN I-O GL-BUDGET-FILE
           OPEN EXTEND BUDGET-AUDIT-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           MOVE LOW-VALUES TO BG-KEY
           START GL-BUDGET-FILE KEY IS NOT LESS THAN BG-KEY
               INVALID KEY
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
           END-START
           PERFORM 310-SWEEP-ONE-FIGURE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           PERFORM 320-APPLY-ONE-ACCOUNT
               VARYING WS-NB-SUB FROM 1 BY 1
               UNTIL WS-NB-SUB > WS-NB-COUNT
           CLOSE GL-BUDGET-FILE.

       310-SWEEP-ONE-FIGURE.
           READ GL-BUDGET-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF BG-MONTH (1:4) = WS-BUDGET-YEAR
                       IF BG-IS-DEBIT-SIDE
                           ADD BG-AMOUNT TO WS-OLD-YEAR-DEBITS
                       END-IF
                       MOVE BG-ACCOUNT TO WS-FIND-ACCOUNT
                       PERFORM 124-FIND-NEW-ACCOUNT
                       IF WS-NB-FOUND-SUB = ZERO
                           PERFORM 311-DELETE-ONE-FIGURE
                       END-IF
                   END-IF
           END-READ.

       311-DELETE-ONE-FIGURE.
           MOVE SPACES TO BA-REC
           MOVE "DELETE" TO BA-TYPE
           MOVE BG-ACCOUNT TO BA-ACCOUNT
           MOVE BG-MONTH TO BA-MONTH
           MOVE BG-AMOUNT TO BA-OLD-AMOUNT
           MOVE ZERO TO BA-NEW-AMOUNT
           DELETE GL-BUDGET-FILE RECORD
               INVALID KEY
                   DISPLAY "**** BUDGET FIGURE " BG-KEY
                       " COULD NOT BE DELETED ****"
               NOT INVALID KEY
                   ADD 1 TO FIGURES-DELETED
                   PERFORM 410-WRITE-FIGURE-AUDIT
           END-DELETE.

       320-APPLY-ONE-ACCOUNT.
           SET WS-NB-IDX TO WS-NB-SUB
           PERFORM 321-APPLY-ONE-MONTH
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12.

       321-APPLY-ONE-MONTH.
           MOVE WS-BUDGET-YEAR TO WS-BM-YEAR
           MOVE WS-MONTH-SUB TO WS-BM-MONTH
           MOVE WS-NB-ACCOUNT (WS-NB-IDX) TO BG-ACCOUNT
           MOVE WS-BUDGET-MONTH TO BG-MONTH
           READ GL-BUDGET-FILE
               INVALID KEY
                   PERFORM 322-ADD-ONE-FIGURE
               NOT INVALID KEY
                   IF BG-AMOUNT NOT =
                           WS-NB-AMOUNT (WS-NB-IDX, WS-MONTH-SUB) OR
                           BG-SIDE NOT = WS-NB-SIDE (WS-NB-IDX)
                       PERFORM 323-CHANGE-ONE-FIGURE
                   ELSE
                       ADD 1 TO FIGURES-UNCHANGED
                   END-IF
           END-READ.

       322-ADD-ONE-FIGURE.
           MOVE WS-NB-ACCOUNT (WS-NB-IDX) TO BG-ACCOUNT
           MOVE WS-BUDGET-MONTH TO BG-MONTH
           MOVE WS-NB-SIDE (WS-NB-IDX) TO BG-SIDE
           MOVE WS-NB-AMOUNT (WS-NB-IDX, WS-MONTH-SUB) TO BG-AMOUNT
           MOVE WS-RUN-STAMP TO BG-LOAD-STAMP
           MOVE WS-OPERATOR-ID TO BG-OPERATOR-ID
           WRITE BG-REC
               INVALID KEY
                   DISPLAY "**** BUDGET FIGURE " BG-KEY
                       " COULD NOT BE ADDED ****"
               NOT INVALID KEY
                   ADD 1 TO FIGURES-ADDED
                   MOVE SPACES TO BA-REC
                   MOVE "ADD" TO BA-TYPE
                   MOVE BG-ACCOUNT TO BA-ACCOUNT
                   MOVE BG-MONTH TO BA-MONTH
                   MOVE ZERO TO BA-OLD-AMOUNT
                   MOVE BG-AMOUNT TO BA-NEW-AMOUNT
                   PERFORM 410-WRITE-FIGURE-AUDIT
           END-WRITE.

       323-CHANGE-ONE-FIGURE.
           MOVE BG-AMOUNT TO WS-OLD-AMOUNT
           MOVE BG-SIDE TO WS-OLD-SIDE
           MOVE WS-NB-SIDE (WS-NB-IDX) TO BG-SIDE
           MOVE WS-NB-AMOUNT (WS-NB-IDX, WS-MONTH-SUB) TO BG-AMOUNT
           MOVE WS-RUN-STAMP TO BG-LOAD-STAMP
           MOVE WS-OPERATOR-ID TO BG-OPERATOR-ID
           REWRITE BG-REC
               INVALID KEY
                   DISPLAY "**** BUDGET FIGURE " BG-KEY
                       " COULD NOT BE CHANGED ****"
               NOT INVALID KEY
                   ADD 1 TO FIGURES-CHANGED
                   MOVE SPACES TO BA-REC
                   MOVE "CHANGE" TO BA-TYPE
                   MOVE BG-ACCOUNT TO BA-ACCOUNT
                   MOVE BG-MONTH TO BA-MONTH
                   MOVE WS-OLD-AMOUNT TO BA-OLD-AMOUNT
                   MOVE BG-AMOUNT TO BA-NEW-AMOUNT
                   IF WS-OLD-SIDE NOT = BG-SIDE
                       STRING "SIDE " WS-OLD-SIDE " TO " BG-SIDE
                           DELIMITED BY SIZE INTO BA-NOTE
                   END-IF
                   PERFORM 410-WRITE-FIGURE-AUDIT
           END-REWRITE.

       400-WRITE-LOAD-AUDIT.
           MOVE SPACES TO BA-REC
           MOVE "LOAD" TO BA-TYPE
           MOVE WS-BUDGET-YEAR TO WS-BM-YEAR
           MOVE ZERO TO WS-BM-MONTH
           MOVE WS-BUDGET-MONTH TO BA-MONTH
           MOVE WS-OLD-YEAR-DEBITS TO BA-OLD-AMOUNT
           MOVE WS-YEAR-DEBITS TO BA-NEW-AMOUNT
           STRING "BUDGET LOADED - " WS-NB-COUNT " ACCOUNTS"
               DELIMITED BY SIZE INTO BA-NOTE
           PERFORM 410-WRITE-FIGURE-AUDIT
           CLOSE BUDGET-AUDIT-FILE.

       410-WRITE-FIGURE-AUDIT.
           MOVE WS-RUN-STAMP TO BA-STAMP
           MOVE WS-OPERATOR-ID TO BA-OPERATOR
           WRITE BA-REC.

      *   NOTHING ON THE BUDGET FILE HAS BEEN TOUCHED - THE REFUSAL
      *   IS AUDITED AND SENT TO FINANCE THROUGH THE EXCEPTION FILE.
       450-REFUSE-LOAD.
           MOVE SPACES TO OUTCOME-LINE
           STRING "** BUDGET REFUSED - " DELIMITED BY SIZE
               WS-REFUSAL-REASON DELIMITED BY "  "
               " - NOTHING CHANGED **" DELIMITED BY SIZE
               INTO OUT-TEXT-OUT
           MOVE SPACES TO BUDGET-LOAD-REC
           WRITE BUDGET-LOAD-REC
           WRITE BUDGET-LOAD-REC FROM OUTCOME-LINE
           OPEN EXTEND BUDGET-AUDIT-FILE
           MOVE SPACES TO BA-REC
           MOVE "REFUSE" TO BA-TYPE
           MOVE WS-BUDGET-YEAR TO WS-BM-YEAR
           MOVE ZERO TO WS-BM-MONTH
           MOVE WS-BUDGET-MONTH TO BA-MONTH
           MOVE WS-YEAR-DEBITS TO BA-OLD-AMOUNT
           MOVE WS-YEAR-CREDITS TO BA-NEW-AMOUNT
           MOVE WS-REFUSAL-REASON TO BA-NOTE
           PERFORM 410-WRITE-FIGURE-AUDIT
           CLOSE BUDGET-AUDIT-FILE
           OPEN EXTEND EXCEPTION-FILE
           MOVE SPACES TO EX-REC
           MOVE "BUDGLOAD" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           STRING "BUDGET " WS-BUDGET-YEAR
               DELIMITED BY SIZE INTO EX-KEY
           MOVE WS-REFUSAL-REASON TO EX-REASON
           MOVE 'O' TO EX-STATUS
           STRING "DEBITS " WS-YEAR-DEBITS " CREDITS " WS-YEAR-CREDITS
               " MONTHS OUT " WS-MONTHS-OUT
               " REJECTED RECORDS " RECORDS-REJECTED
               DELIMITED BY SIZE INTO EX-ORIGINAL-REC
           WRITE EX-REC
           CLOSE EXCEPTION-FILE
           DISPLAY "**** GL BUDGET " WS-BUDGET-YEAR " REFUSED - "
               WS-REFUSAL-REASON
           DISPLAY "**** NOTHING CHANGED - SEE WhitingBUDGET-LOAD.LIS "
               "****"
           MOVE 16 TO WS-CONDITION-CODE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "BUDGLOAD" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE RECORDS-READ TO RL-RECORDS-READ
           MOVE RECORDS-REJECTED TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE WS-YEAR-DEBITS TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM BUDGLOAD.
