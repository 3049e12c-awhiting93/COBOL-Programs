      *code 8 before a truncated file can pay half the staff.  The
      *pay detail, deposit, and employer-tax hand-offs this run
      *writes each go out sealed the same way for their consumers.
      *A salaried employee (pay type S on the payroll master) is now
      *paid a flat weekly salary - the annual salary over 52 - with
      *no timecard: a salary record for every active salaried
      *employee (and any terminated one on FINAL-PAY.DAT) is fed
      *into the EMP.DAT sort behind the sealed timecards, and any
      *timecard keyed for a salaried employee is rejected so the
      *week can never be paid twice.  Leave hours PROGRAM19 passes
      *over for them are charged against the leave bank without
      *touching the check.
      *Court-ordered garnishments are now worked from the order file
      *WhitingGARNISH-ORDERS.DAT (employee number, order number,
      *agency, total judgment, paid to date, priority, and the cap
      *as a percent of disposable earnings) instead of a flat G code
      *taken forever.  Orders are taken in priority order - child
      *support ahead of tax levies ahead of creditors - each up to
      *its own cap and the employee's overall limit, a creditor
      *order never taking disposable pay below thirty times the
      *federal minimum hourly wage, and never more than the order's
      *balance.  An order that reaches its judgment is marked paid
      *off and withholds nothing more.  Each order's withholding is
      *printed on the garnishment register WhitingGARNISH-REGISTER.LIS
      *for the court clerk and handed to PROGRAM38 in
      *WhitingGARNISH-REMIT.DAT so it is remitted to its own agency;
      *the order file and the hand-off are written only at clean end
      *of job.  A G code on EMP-DEDUCTIONS.DAT still applies to an
      *employee with no order on file, and is ignored for one who
      *has orders.
      *Every clean run now appends its pay detail records, stamped
      *with employee number, period, and period-ending date, to the
      *permanent pay history WhitingEMP-PAY-HISTORY.DAT (the shared
      *PAYHIST copybook), so PROGRAM66 can answer a question about
      *any week ever paid without a search through the filed stubs.
      *Store clerks' sales commissions are now paid as their own
      *taxable earnings line instead of being keyed in as extra
      *hours that inflated overtime.  PROGRAM04 appends each clerk's
      *commission on net-of-discount sales less returns to the
      *sealed hand-off WhitingCOMMISSIONS.DAT; this run verifies the
      *seal (a mismatch refuses the run with condition code 8), adds
      *each paid clerk's balance to the gross beside hours times
      *rate, and shows it on the listing, the CSV, the pay detail
      *record for the stub, and the labor distribution.  What could
      *not be paid - a balance still negative from returns, a clerk
      *not paid this week, or the part above the 999.99 gross
      *ceiling - is written back to the file as a carried balance,
      *only at clean end of job.
      *Insurance now comes from benefit plan enrollment instead of
      *the flat annual figure on the payroll master.  The plan table
      *BENEFIT-PLANS.DAT gives the employee and employer premium per
      *weekly pay period for each plan and coverage tier, and
      *PROGRAM69's WhitingBENEFIT-ENROLL.DAT says who is covered by
      *what.  Every enrollment in force on the pay period's ending
      *date is priced; the employee's share is withheld once per
      *employee in the insurance column (limited to the pay
      *remaining, as before), and the employer's share is accrued for
      *the insurer under deduction code P, totalled on the listing,
      *and handed to PROGRAM31 on the employer tax record for the
      *GL.  An employee with no enrollment record at all still has
      *1/52 of the master's insurance taken as before.
      *Every run now appends its federal tax deposit liability - the
      *federal income tax withheld and both halves of FICA - to
      *WhitingTAX-LIABILITY.DAT (the shared TAXLIAB copybook), so
      *PROGRAM71 can schedule the deposit and pay it through EFTPS
      *on the day it falls due.
      *More garnishment orders, benefit plans, or enrolled employees
      *than their tables hold now refuses the run the way too many
      *clerks on the commission file does - an order past the table
      *would have been dropped when the order file is written back,
      *and an enrollee past it paid with no benefit premiums.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT EMPLOYEE-DATA
             SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL GARNISH-ORDER-FILE
               ASSIGN TO "..\..\..\..\WhitingGARNISH-ORDERS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL GARNISH-REMIT-FILE
               ASSIGN TO "..\..\..\..\WhitingGARNISH-REMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT GARNISH-REGISTER
               ASSIGN TO "WhitingGARNISH-REGISTER.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-PAY-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL COMMISSION-FILE
               ASSIGN TO "..\..\..\..\WhitingCOMMISSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL BENEFIT-PLAN-FILE
               ASSIGN TO "..\..\..\..\BENEFIT-PLANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL BENEFIT-ENROLL-FILE
               ASSIGN TO "..\..\..\..\WhitingBENEFIT-ENROLL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL TAX-LIABILITY-FILE
               ASSIGN TO "..\..\..\..\WhitingTAX-LIABILITY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *   SAME LAYOUT, IN EMPLOYEE-NUMBER ORDER SO IT CAN BE
      *   MATCH-MERGED AGAINST THE SORTED YTD FILE.  THE NUMBER
      *   RIDES BEHIND THE ORIGINAL 25 BYTES.
      *   THE PAY-SOURCE BYTE BEHIND THE NUMBER IS BLANK ON A
      *   TIMECARD AND S ON A SALARY RECORD BUILT FROM THE MASTER.
       FD  SORTED-EMP-FILE
           RECORD CONTAINS 31 CHARACTERS.
       01  EMPLOYEE-RECORD.
           05  EMPLOYEE-NAME-IN      PICTURE X(20).
           05  HOURS-WORKED-IN       PICTURE 9(2).
           05  HOURLY-RATE-IN        PICTURE 9V99.
           05  EMPLOYEE-NUM-IN       PICTURE X(5).
           05  PAY-SOURCE-IN         PICTURE X.
               88  SALARY-RECORD-IN            VALUE 'S'.

       SD  EMP-SORT-FILE.
       01  EMP-SORT-REC.
           05  SE-NAME               PICTURE X(20).
           05  SE-HOURS              PICTURE 9(2).
           05  SE-RATE               PICTURE 9V99.
           05  SE-EMP-NUM            PICTURE X(5).
           05  SE-PAY-SOURCE         PICTURE X.

       SD  YTD-SORT-FILE.
       01  YTD-SORT-REC.
           05  NET-PAY-OUT           PICTURE 999.99.
           05                        PICTURE X(4).
           05  YTD-WAGES-OUT         PICTURE ZZZZ9.99.
           05                        PICTURE X(3).
           05  COMMISSION-OUT        PICTURE ZZ9.99.

       FD  REJECTED-RECORDS-LISTING.
       01  REJECT-REC.
       COPY EMPYTD REPLACING ==:PFX:== BY ==YTD==.

       FD  PAYROLL-LISTING-CSV.
       01  CSV-REC                   PICTURE X(130).

       FD  FEDERAL-TAX-TABLE-FILE.
       01  FEDERAL-TAX-TABLE-REC.
           05  ERT-ER-FICA           PICTURE 9(7)V99.
           05  ERT-FUTA              PICTURE 9(7)V99.
           05  ERT-SUTA              PICTURE 9(7)V99.
           05  ERT-ER-PREMIUM        PICTURE 9(7)V99.

       FD  LEAVE-PARM-FILE.
       01  LEAVE-PARM-REC.
           05  LD-TAXES              PICTURE 9(7)V99.
           05  LD-DEDUCTIONS         PICTURE 9(7)V99.
           05  LD-NET                PICTURE 9(7)V99.
           05  LD-COMMISSION         PICTURE 9(7)V99.

       FD  DEDUCTION-FILE.
       01  DEDUCTION-REC.
           05  DED-NUM-IN            PICTURE X(5).

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  EMPLOYEE-BANK-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       FD  GARNISH-ORDER-FILE.
       COPY GARNORD REPLACING ==:PFX:== BY ==GO==.

       FD  GARNISH-REMIT-FILE.
       COPY GARNRMT REPLACING ==:PFX:== BY ==GR==.

       FD  GARNISH-REGISTER.
       01  GARNISH-REGISTER-REC      PICTURE X(110).

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST REPLACING ==:PFX:== BY ==PH==.

       FD  COMMISSION-FILE.
       COPY COMMEARN REPLACING ==:PFX:== BY ==CE==.

       FD  BENEFIT-PLAN-FILE.
       COPY BENPLAN REPLACING ==:PFX:== BY ==BP==.

       FD  BENEFIT-ENROLL-FILE.
       COPY BENENRL REPLACING ==:PFX:== BY ==BE==.

      *   THE RUN'S FEDERAL DEPOSIT LIABILITY, APPENDED FOR PROGRAM71.
       FD  TAX-LIABILITY-FILE.
       COPY TAXLIAB REPLACING ==:PFX:== BY ==TL==.

       WORKING-STORAGE SECTION.
       01  ARE-THERE-MORE-RECORDS    PICTURE XXX VALUE 'YES'.

           05  FEDERAL-TAX-RATE      PICTURE V999  VALUE .150.
           05  FICA-TAX-RATE         PICTURE V9999 VALUE .0765.
           05  MAXIMUM-HOURS         PICTURE 99    VALUE 80.
           05  SALARIED-WEEK-HOURS   PICTURE 99    VALUE 40.
           05  HOURS-PER-YEAR        PICTURE 9(4)  VALUE 2080.
           05  WEEKS-PER-YEAR        PICTURE 99    VALUE 52.
           05  MAXIMUM-HOURLY-RATE   PICTURE 9V99  VALUE 9.99.
           05  CSV-COMMA             PICTURE X     VALUE ",".

       01  CSV-DETAIL-LINE           PICTURE X(130).
       01  CSV-HEADER-LINE           PICTURE X(130) VALUE
           "EMP NO,NAME,HOURS,RATE,GROSS PAY,FED TAX,FICA TAX,ST TAX,
      -    "LOC TAX,RETIRE,GARNISH,CHARITY,DUES,INSUR,NET PAY,YTD,COMMIS
      -    "SION".

       01  PROGRAM-ACCUMULATORS.
           05  TOTAL-HOURS           PICTURE 9(5)V99 VALUE ZERO.
           05  TOTAL-CHARITY         PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-DUES            PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-INSUR           PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-COMMISSION      PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-ER-PREMIUM      PICTURE 9(7)V99 VALUE ZERO.

      *   THE UNREMITTED BALANCES FROM THE ACCRUAL FILE, KEYED BY
      *   DEDUCTION CODE - P IS THE EMPLOYER'S SHARE OF THE BENEFIT
      *   PREMIUMS, OWED TO THE INSURER WITH THE EMPLOYEES' SHARE.
       01  DEDUCTION-ACCRUAL-AREAS.
           05  WS-ACCRUAL-RETIRE     PICTURE 9(9)V99 VALUE ZERO.
           05  WS-ACCRUAL-GARNISH    PICTURE 9(9)V99 VALUE ZERO.
           05  WS-ACCRUAL-CHARITY    PICTURE 9(9)V99 VALUE ZERO.
           05  WS-ACCRUAL-DUES       PICTURE 9(9)V99 VALUE ZERO.
           05  WS-ACCRUAL-INSUR      PICTURE 9(9)V99 VALUE ZERO.
           05  WS-ACCRUAL-ER-PREMIUM PICTURE 9(9)V99 VALUE ZERO.

       01  PROGRAM-WORK-FIELDS.
           05  GROSS-PAY             PICTURE 999V99.
           05  WS-DUES-AMT           PICTURE 9(3)V99.
           05  WS-INSUR-AMT          PICTURE 9(3)V99.

      *   THE GARNISHMENT ORDERS ON FILE, UPDATED IN PLACE AS EACH
      *   WEEK IS WITHHELD AND WRITTEN BACK AT CLEAN END OF JOB.  THE
      *   CREDITOR FLOOR IS THIRTY TIMES THE FEDERAL MINIMUM HOURLY
      *   WAGE - DISPOSABLE PAY A CREDITOR ORDER MAY NEVER TOUCH.
       01  GARNISH-ORDER-AREAS.
           05  CCPA-WEEKLY-FLOOR     PICTURE 9(3)V99 VALUE 217.50.
           05  WS-ORDER-COUNT        PICTURE 9(3)    VALUE ZERO.
           05  WS-ORDER-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-ORDER-IDX.
               10  WS-ORDER-EMP-NUM      PICTURE X(5).
               10  WS-ORDER-NUM          PICTURE X(6).
               10  WS-ORDER-AGENCY       PICTURE X(25).
               10  WS-ORDER-ACCOUNT      PICTURE X(15).
               10  WS-ORDER-PRIORITY     PICTURE 9.
               10  WS-ORDER-JUDGMENT     PICTURE 9(7)V99.
               10  WS-ORDER-PAID         PICTURE 9(7)V99.
               10  WS-ORDER-CAP          PICTURE 99V99.
               10  WS-ORDER-STATUS       PICTURE X.
               10  WS-ORDER-PAID-OFF-DATE PICTURE 9(8).
               10  WS-ORDER-TAKEN        PICTURE 9(5)V99.
           05  WS-EMP-HAS-ORDERS     PICTURE X       VALUE 'N'.
           05  WS-PRIORITY-SUB       PICTURE 99      VALUE ZERO.
           05  WS-DISPOSABLE         PICTURE 9(5)V99 VALUE ZERO.
           05  WS-HIGHEST-CAP        PICTURE 99V99   VALUE ZERO.
           05  WS-GARNISH-LIMIT      PICTURE 9(5)V99 VALUE ZERO.
           05  WS-ORDER-LIMIT        PICTURE 9(5)V99 VALUE ZERO.
           05  WS-CREDITOR-LIMIT     PICTURE S9(5)V99 VALUE ZERO.
           05  WS-ORDER-BALANCE      PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-ORDER-GARNISH   PICTURE 9(7)V99 VALUE ZERO.
           05  ORDERS-WITHHELD       PICTURE 9(5)    VALUE ZERO.
           05  ORDERS-PAID-OFF       PICTURE 9(5)    VALUE ZERO.
           05  GARNISH-HEADING-LINE.
               10                    PICTURE X(30)
                   VALUE "GARNISHMENT REGISTER  PERIOD  ".
               10  GARNISH-PERIOD-OUT PICTURE 9(3).
               10                    PICTURE X(11)
                   VALUE "  PAY DATE ".
               10  GARNISH-DATE-OUT  PICTURE 9(8).
           05  GARNISH-COLUMN-LINE.
               10                    PICTURE X(38)
                   VALUE "EMP NO NAME                 ORDER   AG".
               10                    PICTURE X(36)
                   VALUE "ENCY                      WITHHELD  ".
               10                    PICTURE X(36)
                   VALUE "PAID TO DATE     BALANCE  NOTE      ".
           05  GARNISH-DETAIL-LINE.
               10  GARNISH-EMP-OUT       PICTURE X(5).
               10                        PICTURE X(2)  VALUE SPACES.
               10  GARNISH-NAME-OUT      PICTURE X(20).
               10                        PICTURE X(1)  VALUE SPACES.
               10  GARNISH-ORDER-OUT     PICTURE X(6).
               10                        PICTURE X(2)  VALUE SPACES.
               10  GARNISH-AGENCY-OUT    PICTURE X(25).
               10                        PICTURE X(1)  VALUE SPACES.
               10  GARNISH-AMOUNT-OUT    PICTURE ZZ,ZZ9.99.
               10                        PICTURE X(2)  VALUE SPACES.
               10  GARNISH-PAID-OUT      PICTURE Z,ZZZ,ZZ9.99.
               10                        PICTURE X(1)  VALUE SPACES.
               10  GARNISH-BALANCE-OUT   PICTURE Z,ZZZ,ZZ9.99.
               10                        PICTURE X(2)  VALUE SPACES.
               10  GARNISH-NOTE-OUT      PICTURE X(10).
           05  GARNISH-TOTAL-LINE.
               10                    PICTURE X(26)
                   VALUE "TOTAL ORDERS WITHHELD     ".
               10  GARNISH-COUNT-OUT PICTURE ZZZZ9.
               10                    PICTURE X(4)  VALUE SPACES.
               10  GARNISH-TOTAL-OUT PICTURE $$,$$$,$$9.99.
               10                    PICTURE X(4)  VALUE SPACES.
               10                    PICTURE X(10) VALUE "PAID OFF  ".
               10  GARNISH-PAID-OFF-OUT PICTURE ZZZZ9.

      *   EACH CLERK'S COMMISSION BALANCE - THE S RECORDS PROGRAM04
      *   APPENDED SINCE THE LAST PAYROLL PLUS ANY C BALANCE CARRIED
      *   FROM IT, NETTED TO ONE ENTRY PER EMPLOYEE NUMBER.
       01  COMMISSION-AREAS.
           05  WS-COMM-COUNT         PICTURE 9(3)    VALUE ZERO.
           05  WS-COMM-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-COMM-IDX.
               10  WS-COMM-EMP-NUM       PICTURE X(5).
               10  WS-COMM-BALANCE       PICTURE S9(5)V99.
           05  WS-COMM-FOUND-SUB     PICTURE 9(3)    VALUE ZERO.
           05  WS-COMM-ROOM          PICTURE 9(3)V99 VALUE ZERO.
           05  WS-COMMISSION-AMT     PICTURE 9(3)V99 VALUE ZERO.
           05  WS-GROUP-COMM-DONE    PICTURE X       VALUE 'N'.
           05  WS-COMM-TABLE-FULL    PICTURE X       VALUE 'N'.
           05  WS-CE-BODY-COUNT      PICTURE 9(7)    VALUE ZERO.
           05  WS-CE-BODY-HASH       PICTURE 9(11)   VALUE ZERO.
           05  WS-CE-SEAL-SEEN       PICTURE XXX     VALUE 'NO '.
           05  WS-CE-SEAL-COUNT-IN   PICTURE 9(7)    VALUE ZERO.
           05  WS-CE-SEAL-HASH-IN    PICTURE 9(11)   VALUE ZERO.
           05  WS-CE-CENTS           PICTURE 9(9)    VALUE ZERO.

      *   THE BENEFIT PLAN TABLE, AND EACH ENROLLED EMPLOYEE'S WEEKLY
      *   PREMIUMS SUMMED OVER EVERY ENROLLMENT IN FORCE ON THE PAY
      *   PERIOD'S ENDING DATE.  AN EMPLOYEE WITH ANY ENROLLMENT ON
      *   FILE - EVEN ONLY ENDED ONES - IS PRICED FROM HERE AND NO
      *   LONGER FROM THE MASTER'S FLAT INSURANCE FIGURE.
       01  BENEFIT-AREAS.
           05  WS-PLAN-COUNT         PICTURE 9(3)    VALUE ZERO.
           05  WS-PLAN-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-PLAN-IDX.
               10  WS-PLAN-CODE          PICTURE X(4).
               10  WS-PLAN-TIER          PICTURE X.
               10  WS-PLAN-EE-PREMIUM    PICTURE 999V99.
               10  WS-PLAN-ER-PREMIUM    PICTURE 999V99.
           05  WS-BEN-COUNT          PICTURE 9(3)    VALUE ZERO.
           05  WS-BEN-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-BEN-IDX.
               10  WS-BEN-EMP-NUM        PICTURE X(5).
               10  WS-BEN-EE-PREMIUM     PICTURE 999V99.
               10  WS-BEN-ER-PREMIUM     PICTURE 999V99.
           05  WS-BEN-FOUND-SUB      PICTURE 9(3)    VALUE ZERO.
           05  WS-BEN-ENROLLED       PICTURE X       VALUE 'N'.
           05  WS-GROUP-BEN-DONE     PICTURE X       VALUE 'N'.
           05  WS-ER-PREMIUM-AMT     PICTURE 999V99  VALUE ZERO.

      *   THE MASTER CARRIES ANNUAL DUES AND INSURANCE - THE WEEKLY
      *   PORTION (1/52, ROUNDED) IS FIGURED ONCE AT LOAD TIME.
       01  PROGRAM-MASTER-TABLE.
               10  WS-MASTER-EMP-NUM        PICTURE X(5).
               10  WS-MASTER-STATUS         PICTURE X.
               10  WS-MASTER-DEPT           PICTURE X(4).
               10  WS-MASTER-PAY-TYPE       PICTURE X.
               10  WS-MASTER-ANNUAL-SALARY  PICTURE 9(6).

      *   EMPLOYEE NUMBERS APPROVED FOR A FINAL PAYCHECK THIS RUN -
      *   A TERMINATED EMPLOYEE PAYS ONLY WHEN LISTED HERE, AND THE
               10  WS-FINAL-EMP-NUM      PICTURE X(5).
           05  WS-FINAL-PAY-THIS     PICTURE X       VALUE 'N'.
           05  WS-EMP-TERMINATED     PICTURE X       VALUE 'N'.
           05  WS-EMP-SALARIED       PICTURE X       VALUE 'N'.
           05  WS-EMP-ANNUAL-SALARY  PICTURE 9(6)    VALUE ZERO.
           05  WS-SALARY-RATE        PICTURE 99V99   VALUE ZERO.
           05  WS-LEAVE-PAYOUT-HRS   PICTURE 9(3)V99 VALUE ZERO.

      *   NAME-TO-NUMBER LOOKUP WORK FIELDS - A RECORD FROM BEFORE
           05  TOTAL-ER-FICA         PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-FUTA            PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-SUTA            PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-FED-TAX         PICTURE 9(7)V99 VALUE ZERO.
           05  TOTAL-EE-FICA         PICTURE 9(7)V99 VALUE ZERO.

      *   THE LEAVE BANKS - LOADED FROM WhitingEMP-LEAVE.DAT, GROWN
      *   BY THE WEEKLY ACCRUAL FOR EVERY EMPLOYEE PAID, CHARGED THE
           05                        PICTURE X(2).
           05  TOTAL-NET-PAY-OUT     PICTURE $$$,$$9.99.

       01  COMMISSION-TOTAL-LINE.
           05                        PICTURE X(20).
           05  FILLER                PICTURE X(20) VALUE
               "SALES COMMISSION    ".
           05  FILLER                PICTURE X(9)  VALUE "IN GROSS ".
           05  TOTAL-COMMISSION-OUT  PICTURE $$$,$$9.99.

       01  BENEFIT-TOTAL-LINE.
           05                        PICTURE X(20).
           05  FILLER                PICTURE X(20) VALUE
               "EMPLOYER BENEFITS   ".
           05  FILLER                PICTURE X(9)  VALUE "ER PREM  ".
           05  TOTAL-ER-PREMIUM-OUT  PICTURE $$$,$$9.99.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 113-LOAD-BANK-TABLE
           PERFORM 133-LOAD-LEAVE-TABLES
           PERFORM 137-LOAD-FINAL-PAY-LIST
           PERFORM 139-LOAD-GARNISH-ORDERS
           PERFORM 141-LOAD-COMMISSIONS
           PERFORM 144-LOAD-BENEFIT-PLANS
           PERFORM 146-LOAD-BENEFIT-ENROLLMENTS
           IF WS-RUN-REFUSED = 'Y'
               MOVE 8 TO WS-RUN-CONDITION
               PERFORM 950-WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 105-SORT-BOTH-INPUTS
           OPEN EXTEND EXCEPTION-FILE
           OPEN INPUT  SORTED-EMP-FILE
                OUTPUT DEPOSIT-REGISTER
                OUTPUT PAY-DETAIL-FILE
                OUTPUT LABOR-DIST-FILE
                OUTPUT GARNISH-REGISTER
           WRITE CSV-REC FROM CSV-HEADER-LINE
           MOVE WS-PERIOD-NUM TO GARNISH-PERIOD-OUT
           MOVE WS-RUN-CCYYMMDD TO GARNISH-DATE-OUT
           WRITE GARNISH-REGISTER-REC FROM GARNISH-HEADING-LINE
           WRITE GARNISH-REGISTER-REC FROM GARNISH-COLUMN-LINE
           PERFORM 710-READ-EMPLOYEE
           PERFORM 720-READ-YTD
           PERFORM 730-MATCH-MERGE
           PERFORM 315-WRITE-PRENOTE-DEPOSITS
           PERFORM 300-TOTAL-ROUTINE
           PERFORM 320-WRITE-DIST-TRAILER
           PERFORM 330-GARNISH-REGISTER-TOTAL
           PERFORM 325-WRITE-SEAL-TRAILERS
           CLOSE SORTED-EMP-FILE
                 SORTED-YTD-FILE
                 DEPOSIT-REGISTER
                 PAY-DETAIL-FILE
                 LABOR-DIST-FILE
                 GARNISH-REGISTER
                 EXCEPTION-FILE
           PERFORM 980-REWRITE-PRENOTE-FILE
           PERFORM 985-WRITE-EMPLOYER-TAX-FILE
           PERFORM 986-APPEND-TAX-LIABILITY
           PERFORM 990-REWRITE-LEAVE-FILE
           PERFORM 993-UPDATE-DEDUCTION-ACCRUAL
           PERFORM 996-REWRITE-GARNISH-ORDERS
           PERFORM 992-REWRITE-COMMISSION-FILE
           PERFORM 995-APPEND-PAY-HISTORY
           PERFORM 997-MARK-PERIOD-PAID
           PERFORM 950-WRITE-RUN-LOG
           STOP RUN.
                   WS-BODY-HASH
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-MASTER-COUNT > ZERO
               PERFORM 124-RELEASE-ONE-SALARY
                   VARYING WS-MASTER-SUB FROM 1 BY 1
                   UNTIL WS-MASTER-SUB > WS-MASTER-COUNT
           END-IF.

      *   A SALARIED EMPLOYEE NEEDS NO TIMECARD - ONE SALARY RECORD
      *   (40 HOURS, THE SALARY OVER 2080 AS THE RATE, PAY SOURCE S)
      *   GOES INTO THE SORT FOR EVERY ACTIVE SALARIED EMPLOYEE, AND
      *   FOR A TERMINATED ONE ON THE FINAL-PAY LIST.  THESE RECORDS
      *   ARE BUILT HERE, NOT READ, SO THEY STAY OUT OF THE SEAL.
       124-RELEASE-ONE-SALARY.
           SET WS-MASTER-IDX TO WS-MASTER-SUB
           IF WS-MASTER-PAY-TYPE (WS-MASTER-IDX) = 'S'
               MOVE 'Y' TO WS-FINAL-PAY-THIS
               IF WS-MASTER-STATUS (WS-MASTER-IDX) = 'T'
                   MOVE 'N' TO WS-FINAL-PAY-THIS
                   IF WS-FINAL-COUNT > ZERO
                       SET WS-FINAL-IDX TO 1
                       SEARCH WS-FINAL-TABLE
                           AT END
                               CONTINUE
                           WHEN WS-FINAL-EMP-NUM (WS-FINAL-IDX) =
                                   WS-MASTER-EMP-NUM (WS-MASTER-IDX)
                               MOVE 'Y' TO WS-FINAL-PAY-THIS
                       END-SEARCH
                   END-IF
               END-IF
               IF WS-FINAL-PAY-THIS = 'Y'
                   MOVE SPACES TO EMP-SORT-REC
                   MOVE WS-MASTER-EMPLOYEE-NAME (WS-MASTER-IDX)
                       TO SE-NAME
                   MOVE SALARIED-WEEK-HOURS TO SE-HOURS
                   COMPUTE WS-SALARY-RATE ROUNDED =
                       WS-MASTER-ANNUAL-SALARY (WS-MASTER-IDX)
                       / HOURS-PER-YEAR
                   IF WS-SALARY-RATE > MAXIMUM-HOURLY-RATE
                       MOVE MAXIMUM-HOURLY-RATE TO SE-RATE
                   ELSE
                       MOVE WS-SALARY-RATE TO SE-RATE
                   END-IF
                   MOVE WS-MASTER-EMP-NUM (WS-MASTER-IDX)
                       TO SE-EMP-NUM
                   MOVE 'S' TO SE-PAY-SOURCE
                   RELEASE EMP-SORT-REC
               END-IF
           END-IF
           MOVE 'N' TO WS-FINAL-PAY-THIS.

       127-RELEASE-ONE-EMP.
           READ EMPLOYEE-DATA
               AT END

       740-START-EMPLOYEE-GROUP.
           MOVE 'N' TO WS-GROUP-LEAVE-DONE
           MOVE 'N' TO WS-GROUP-COMM-DONE
           MOVE 'N' TO WS-GROUP-BEN-DONE
           IF WS-YTD-KEY = WS-EMP-KEY
               MOVE 'Y' TO WS-GROUP-ON-FILE
               PERFORM 745-LOAD-CURRENT-FROM-YTD
           MOVE WS-LEAVE-SICK-BAL (WS-LEAVE-IDX) TO LB-SICK-BAL
           WRITE LEAVE-BALANCE-REC.

      *   THE ORDER FILE GOES BACK WITH EACH BALANCE DRAWN DOWN, AND
      *   EVERY ORDER THAT WITHHELD THIS RUN IS APPENDED TO THE
      *   REMITTANCE HAND-OFF FOR PROGRAM38 TO PAY ITS AGENCY.
       996-REWRITE-GARNISH-ORDERS.
           IF WS-ORDER-COUNT > ZERO
               OPEN OUTPUT GARNISH-ORDER-FILE
               OPEN EXTEND GARNISH-REMIT-FILE
               PERFORM 998-WRITE-ONE-ORDER
                   VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
               CLOSE GARNISH-ORDER-FILE
                     GARNISH-REMIT-FILE
           END-IF.

       998-WRITE-ONE-ORDER.
           MOVE SPACES TO GO-REC
           MOVE WS-ORDER-EMP-NUM (WS-ORDER-IDX) TO GO-EMP-NUM
           MOVE WS-ORDER-NUM (WS-ORDER-IDX) TO GO-ORDER-NUM
           MOVE WS-ORDER-AGENCY (WS-ORDER-IDX) TO GO-AGENCY-NAME
           MOVE WS-ORDER-ACCOUNT (WS-ORDER-IDX) TO GO-AGENCY-ACCOUNT
           MOVE WS-ORDER-PRIORITY (WS-ORDER-IDX) TO GO-PRIORITY
           MOVE WS-ORDER-JUDGMENT (WS-ORDER-IDX) TO GO-TOTAL-JUDGMENT
           MOVE WS-ORDER-PAID (WS-ORDER-IDX) TO GO-PAID-TO-DATE
           MOVE WS-ORDER-CAP (WS-ORDER-IDX) TO GO-CAP-PERCENT
           MOVE WS-ORDER-STATUS (WS-ORDER-IDX) TO GO-STATUS
           MOVE WS-ORDER-PAID-OFF-DATE (WS-ORDER-IDX)
               TO GO-PAID-OFF-DATE
           WRITE GO-REC
           IF WS-ORDER-TAKEN (WS-ORDER-IDX) > ZERO
               MOVE SPACES TO GR-REC
               MOVE WS-ORDER-EMP-NUM (WS-ORDER-IDX) TO GR-EMP-NUM
               MOVE WS-ORDER-NUM (WS-ORDER-IDX) TO GR-ORDER-NUM
               MOVE WS-ORDER-AGENCY (WS-ORDER-IDX) TO GR-AGENCY-NAME
               MOVE WS-ORDER-ACCOUNT (WS-ORDER-IDX)
                   TO GR-AGENCY-ACCOUNT
               MOVE WS-ORDER-TAKEN (WS-ORDER-IDX) TO GR-AMOUNT
               MOVE WS-PERIOD-NUM TO GR-PERIOD
               MOVE WS-RUN-CCYYMMDD TO GR-PAY-DATE
               WRITE GR-REC
           END-IF.

      *   THE COMMISSION FILE GOES BACK HOLDING ONLY WHAT THIS RUN
      *   COULD NOT PAY - ONE C RECORD PER CLERK WITH A BALANCE LEFT,
      *   UNDER A FRESH SEAL - SO PROGRAM04 APPENDS THE NEXT DAYS'
      *   SALES BEHIND IT AND NOTHING IS EVER PAID TWICE.
       992-REWRITE-COMMISSION-FILE.
           MOVE ZERO TO WS-CE-BODY-COUNT
           MOVE ZERO TO WS-CE-BODY-HASH
           OPEN OUTPUT COMMISSION-FILE
           IF WS-COMM-COUNT > ZERO
               PERFORM 989-WRITE-ONE-CARRIED-BALANCE
                   VARYING WS-COMM-IDX FROM 1 BY 1
                   UNTIL WS-COMM-IDX > WS-COMM-COUNT
           END-IF
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE WS-CE-BODY-COUNT TO SL-SEAL-COUNT
           MOVE WS-CE-BODY-HASH TO SL-SEAL-HASH
           WRITE CE-REC FROM SL-SEAL-REC
           CLOSE COMMISSION-FILE.

       989-WRITE-ONE-CARRIED-BALANCE.
           IF WS-COMM-BALANCE (WS-COMM-IDX) NOT = ZERO
               MOVE SPACES TO CE-REC
               MOVE WS-COMM-EMP-NUM (WS-COMM-IDX) TO CE-EMP-NUM
               MOVE 'C' TO CE-REC-TYPE
               MOVE WS-RUN-CCYYMMDD TO CE-SALES-DATE
               MOVE ZERO TO CE-NET-SALES
               MOVE WS-COMM-BALANCE (WS-COMM-IDX) TO CE-COMMISSION
               WRITE CE-REC
               ADD 1 TO WS-CE-BODY-COUNT
               COMPUTE WS-CE-CENTS = CE-COMMISSION * 100
               ADD WS-CE-CENTS TO WS-CE-BODY-HASH
           END-IF.

      *   THE SEALED PAY DETAIL FILE IS READ BACK AND EVERY BODY
      *   RECORD APPENDED TO THE PERMANENT PAY HISTORY - ONLY AT
      *   CLEAN END OF JOB, SO A RUN THAT DIED PART WAY LEAVES NO
      *   HALF A WEEK BEHIND IT.  A PERIOD RERUN UNDER OVERRIDE IS
      *   APPENDED AGAIN AND ITS LATER RECORDS SUPERSEDE THE FIRST.
       995-APPEND-PAY-HISTORY.
           OPEN INPUT  PAY-DETAIL-FILE
                EXTEND PAY-HISTORY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 999-COPY-ONE-PAY-DETAIL
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PAY-DETAIL-FILE
                 PAY-HISTORY-FILE.

       999-COPY-ONE-PAY-DETAIL.
           READ PAY-DETAIL-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PD-REC (1:4) NOT = 'SEAL'
                       MOVE SPACES TO PH-REC
                       MOVE PD-EMP-NUM TO PH-EMP-NUM
                       MOVE WS-PERIOD-NUM TO PH-PERIOD
                       MOVE WS-PERIOD-END-DATE TO PH-PERIOD-END
                       MOVE 'P' TO PH-REC-TYPE
                       MOVE WS-RUN-CCYYMMDD TO PH-RUN-DATE
                       MOVE PD-REC TO PH-DETAIL
                       WRITE PH-REC
                   END-IF
           END-READ.

      *   FOLDS THIS RUN'S DEDUCTION COLUMN TOTALS INTO THE RUNNING
      *   UNREMITTED BALANCES - READ, ADD, REWRITE.  PROGRAM38 DRAWS
      *   THE BALANCES DOWN WHEN IT CUTS THE REMITTANCES.
           ADD TOTAL-CHARITY TO WS-ACCRUAL-CHARITY
           ADD TOTAL-DUES TO WS-ACCRUAL-DUES
           ADD TOTAL-INSUR TO WS-ACCRUAL-INSUR
           ADD TOTAL-ER-PREMIUM TO WS-ACCRUAL-ER-PREMIUM
           OPEN OUTPUT DEDUCTION-ACCRUAL-FILE
           MOVE 'R' TO DA-DEDUCTION-CODE
           MOVE WS-ACCRUAL-RETIRE TO DA-BALANCE
           MOVE 'I' TO DA-DEDUCTION-CODE
           MOVE WS-ACCRUAL-INSUR TO DA-BALANCE
           WRITE DEDUCTION-ACCRUAL-REC
           MOVE 'P' TO DA-DEDUCTION-CODE
           MOVE WS-ACCRUAL-ER-PREMIUM TO DA-BALANCE
           WRITE DEDUCTION-ACCRUAL-REC
           CLOSE DEDUCTION-ACCRUAL-FILE.

       994-READ-ONE-ACCRUAL.
                               MOVE DA-BALANCE TO WS-ACCRUAL-DUES
                           WHEN 'I'
                               MOVE DA-BALANCE TO WS-ACCRUAL-INSUR
                           WHEN 'P'
                               MOVE DA-BALANCE TO WS-ACCRUAL-ER-PREMIUM
                       END-EVALUATE
                   END-IF
           END-READ.
           MOVE TOTAL-ER-FICA TO ERT-ER-FICA
           MOVE TOTAL-FUTA TO ERT-FUTA
           MOVE TOTAL-SUTA TO ERT-SUTA
           MOVE TOTAL-ER-PREMIUM TO ERT-ER-PREMIUM
           COMPUTE WS-ERT-SEAL-HASH =
               (ERT-ER-FICA * 100) + (ERT-FUTA * 100) +
               (ERT-SUTA * 100) + (ERT-ER-PREMIUM * 100)
           WRITE EMPLOYER-TAX-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE 1 TO SL-SEAL-COUNT
           WRITE EMPLOYER-TAX-REC FROM SL-SEAL-REC
           CLOSE EMPLOYER-TAX-FILE.

      *   THE RUN'S FEDERAL INCOME TAX WITHHELD AND BOTH HALVES OF
      *   FICA ARE ONE DEPOSIT LIABILITY.  IT GOES ON THE FILE OPEN
      *   AND WITHOUT A DUE DATE - PROGRAM71 WORKS THAT OUT UNDER THE
      *   DEPOSITOR SCHEDULE AND THE PROCESSING CALENDAR.
       986-APPEND-TAX-LIABILITY.
           OPEN EXTEND TAX-LIABILITY-FILE
           MOVE SPACES TO TL-REC
           MOVE WS-PERIOD-NUM TO TL-PERIOD
           MOVE WS-PERIOD-END-DATE TO TL-PERIOD-END
           MOVE WS-RUN-CCYYMMDD TO TL-PAY-DATE
           MOVE TOTAL-FED-TAX TO TL-FED-TAX
           MOVE TOTAL-EE-FICA TO TL-EE-FICA
           MOVE TOTAL-ER-FICA TO TL-ER-FICA
           COMPUTE TL-DEPOSIT-AMOUNT =
               TOTAL-FED-TAX + TOTAL-EE-FICA + TOTAL-ER-FICA
           MOVE ZERO TO TL-DUE-DATE
           MOVE 'O' TO TL-STATUS
           MOVE ZERO TO TL-PAID-DATE
           WRITE TL-REC
           CLOSE TAX-LIABILITY-FILE.

      *   ONE RUN-HISTORY RECORD PER RUN, APPENDED TO THE COMMON RUN
      *   LOG SO THE JOB STREAM'S EVIDENCE SURVIVES THE CONSOLE.
       950-WRITE-RUN-LOG.
                   END-IF
           END-READ.

      *   LOADS EVERY GARNISHMENT ORDER - PAID-OFF ONES INCLUDED, SO
      *   THE FILE IS WRITTEN BACK WHOLE.  NO FILE ON DISK MEANS NO
      *   ORDERS.  MORE ORDERS THAN THE TABLE HOLDS REFUSES THE RUN,
      *   SINCE THE FILE IS REWRITTEN FROM THE TABLE.
       139-LOAD-GARNISH-ORDERS.
           OPEN INPUT GARNISH-ORDER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 140-READ-GARNISH-ORDER
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GARNISH-ORDER-FILE.

       140-READ-GARNISH-ORDER.
           READ GARNISH-ORDER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-ORDER-COUNT < 200
                       ADD 1 TO WS-ORDER-COUNT
                       SET WS-ORDER-IDX TO WS-ORDER-COUNT
                       MOVE GO-EMP-NUM
                           TO WS-ORDER-EMP-NUM (WS-ORDER-IDX)
                       MOVE GO-ORDER-NUM TO WS-ORDER-NUM (WS-ORDER-IDX)
                       MOVE GO-AGENCY-NAME
                           TO WS-ORDER-AGENCY (WS-ORDER-IDX)
                       MOVE GO-AGENCY-ACCOUNT
                           TO WS-ORDER-ACCOUNT (WS-ORDER-IDX)
                       MOVE GO-STATUS TO WS-ORDER-STATUS (WS-ORDER-IDX)
                       IF GO-PRIORITY IS NUMERIC AND GO-PRIORITY > ZERO
                           MOVE GO-PRIORITY
                               TO WS-ORDER-PRIORITY (WS-ORDER-IDX)
                       ELSE
                           MOVE 9 TO WS-ORDER-PRIORITY (WS-ORDER-IDX)
                       END-IF
                       IF GO-TOTAL-JUDGMENT IS NUMERIC
                           MOVE GO-TOTAL-JUDGMENT
                               TO WS-ORDER-JUDGMENT (WS-ORDER-IDX)
                       ELSE
                           MOVE ZERO TO WS-ORDER-JUDGMENT (WS-ORDER-IDX)
                       END-IF
                       IF GO-PAID-TO-DATE IS NUMERIC
                           MOVE GO-PAID-TO-DATE
                               TO WS-ORDER-PAID (WS-ORDER-IDX)
                       ELSE
                           MOVE ZERO TO WS-ORDER-PAID (WS-ORDER-IDX)
                       END-IF
                       IF GO-CAP-PERCENT IS NUMERIC
                           MOVE GO-CAP-PERCENT
                               TO WS-ORDER-CAP (WS-ORDER-IDX)
                       ELSE
                           MOVE ZERO TO WS-ORDER-CAP (WS-ORDER-IDX)
                       END-IF
                       IF GO-PAID-OFF-DATE IS NUMERIC
                           MOVE GO-PAID-OFF-DATE
                               TO WS-ORDER-PAID-OFF-DATE (WS-ORDER-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-ORDER-PAID-OFF-DATE (WS-ORDER-IDX)
                       END-IF
                       MOVE ZERO TO WS-ORDER-TAKEN (WS-ORDER-IDX)
                   ELSE
                       DISPLAY "**** GARNISHMENT ORDER TABLE FULL - "
                           GO-EMP-NUM " " GO-ORDER-NUM
                           " - RUN REFUSED ****"
                       MOVE 'Y' TO WS-RUN-REFUSED
                   END-IF
           END-READ.

      *   LOADS THE CLERKS' COMMISSION HAND-OFF, NETTING EVERY S
      *   AND C RECORD INTO ONE BALANCE PER EMPLOYEE.  NO FILE ON
      *   DISK MEANS NO COMMISSIONS.  A BODY WITHOUT ITS SEAL, A
      *   BODY THAT DOES NOT MATCH IT, OR MORE CLERKS THAN THE TABLE
      *   HOLDS REFUSES THE RUN - THE FILE IS REWRITTEN AT END OF
      *   JOB, SO ANYTHING NOT LOADED WOULD BE LOST.
       141-LOAD-COMMISSIONS.
           OPEN INPUT COMMISSION-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 142-READ-COMMISSION-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE COMMISSION-FILE
           IF WS-CE-BODY-COUNT > ZERO
               IF WS-CE-SEAL-SEEN = 'NO ' OR
                       WS-CE-BODY-COUNT NOT = WS-CE-SEAL-COUNT-IN OR
                       WS-CE-BODY-HASH NOT = WS-CE-SEAL-HASH-IN
                   DISPLAY "**** WhitingCOMMISSIONS.DAT DOES NOT "
                       "MATCH ITS SEAL - RUN REFUSED ****"
                   DISPLAY "SEAL COUNT " WS-CE-SEAL-COUNT-IN " HASH "
                       WS-CE-SEAL-HASH-IN
                   DISPLAY "BODY COUNT " WS-CE-BODY-COUNT " HASH "
                       WS-CE-BODY-HASH
                   MOVE 'Y' TO WS-RUN-REFUSED
               END-IF
           END-IF
           IF WS-COMM-TABLE-FULL = 'Y'
               DISPLAY "**** MORE THAN 200 CLERKS ON "
                   "WhitingCOMMISSIONS.DAT - RUN REFUSED ****"
               MOVE 'Y' TO WS-RUN-REFUSED
           END-IF.

       142-READ-COMMISSION-RECORD.
           READ COMMISSION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF CE-REC (1:4) = 'SEAL'
                       MOVE CE-REC (1:22) TO SL-SEAL-REC
                       IF SL-SEAL-COUNT IS NUMERIC AND
                               SL-SEAL-HASH IS NUMERIC
                           MOVE SL-SEAL-COUNT TO WS-CE-SEAL-COUNT-IN
                           MOVE SL-SEAL-HASH TO WS-CE-SEAL-HASH-IN
                           MOVE 'YES' TO WS-CE-SEAL-SEEN
                       END-IF
                   ELSE
                       ADD 1 TO WS-CE-BODY-COUNT
                       IF CE-COMMISSION IS NUMERIC
                           COMPUTE WS-CE-CENTS = CE-COMMISSION * 100
                           ADD WS-CE-CENTS TO WS-CE-BODY-HASH
                           PERFORM 143-POST-ONE-COMMISSION
                       END-IF
                   END-IF
           END-READ.

       143-POST-ONE-COMMISSION.
           MOVE ZERO TO WS-COMM-FOUND-SUB
           SET WS-COMM-IDX TO 1
           IF WS-COMM-COUNT > ZERO
               SEARCH WS-COMM-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-COMM-EMP-NUM (WS-COMM-IDX) = CE-EMP-NUM
                       SET WS-COMM-FOUND-SUB TO WS-COMM-IDX
               END-SEARCH
           END-IF
           IF WS-COMM-FOUND-SUB = ZERO
               IF WS-COMM-COUNT < 200
                   ADD 1 TO WS-COMM-COUNT
                   MOVE WS-COMM-COUNT TO WS-COMM-FOUND-SUB
                   SET WS-COMM-IDX TO WS-COMM-COUNT
                   MOVE CE-EMP-NUM TO WS-COMM-EMP-NUM (WS-COMM-IDX)
                   MOVE ZERO TO WS-COMM-BALANCE (WS-COMM-IDX)
               ELSE
                   MOVE 'Y' TO WS-COMM-TABLE-FULL
               END-IF
           END-IF
           IF WS-COMM-FOUND-SUB > ZERO
               SET WS-COMM-IDX TO WS-COMM-FOUND-SUB
               ADD CE-COMMISSION TO WS-COMM-BALANCE (WS-COMM-IDX)
           END-IF.

      *   LOADS THE BENEFIT PLAN TABLE.  NO FILE ON DISK MEANS NO
      *   PLANS, AND EVERY ENROLLMENT PRICES AT ZERO WITH A WARNING.
      *   MORE PLANS THAN THE TABLE HOLDS REFUSES THE RUN.
       144-LOAD-BENEFIT-PLANS.
           OPEN INPUT BENEFIT-PLAN-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 145-READ-BENEFIT-PLAN
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE BENEFIT-PLAN-FILE.

       145-READ-BENEFIT-PLAN.
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
                           DISPLAY "**** BENEFIT PLAN TABLE FULL - "
                               BP-PLAN-CODE " " BP-TIER
                               " - RUN REFUSED ****"
                           MOVE 'Y' TO WS-RUN-REFUSED
                       END-IF
                   END-IF
           END-READ.

      *   NETS THE ENROLLMENT FILE INTO ONE ENTRY PER EMPLOYEE.  AN
      *   ENROLLMENT COUNTS THIS WEEK WHEN IT TOOK EFFECT ON OR BEFORE
      *   THE PERIOD'S ENDING DATE AND IS STILL OPEN OR ENDS ON OR
      *   AFTER IT.  NO FILE ON DISK MEANS NOBODY IS ENROLLED.  MORE
      *   ENROLLED EMPLOYEES THAN THE TABLE HOLDS REFUSES THE RUN.
       146-LOAD-BENEFIT-ENROLLMENTS.
           OPEN INPUT BENEFIT-ENROLL-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 147-READ-BENEFIT-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE BENEFIT-ENROLL-FILE.

       147-READ-BENEFIT-ENROLLMENT.
           READ BENEFIT-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   PERFORM 148-POST-ONE-ENROLLMENT
           END-READ.

       148-POST-ONE-ENROLLMENT.
           MOVE ZERO TO WS-BEN-FOUND-SUB
           SET WS-BEN-IDX TO 1
           IF WS-BEN-COUNT > ZERO
               SEARCH WS-BEN-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-BEN-EMP-NUM (WS-BEN-IDX) = BE-EMP-NUM
                       SET WS-BEN-FOUND-SUB TO WS-BEN-IDX
               END-SEARCH
           END-IF
           IF WS-BEN-FOUND-SUB = ZERO
               IF WS-BEN-COUNT < 200
                   ADD 1 TO WS-BEN-COUNT
                   MOVE WS-BEN-COUNT TO WS-BEN-FOUND-SUB
                   SET WS-BEN-IDX TO WS-BEN-COUNT
                   MOVE BE-EMP-NUM TO WS-BEN-EMP-NUM (WS-BEN-IDX)
                   MOVE ZERO TO WS-BEN-EE-PREMIUM (WS-BEN-IDX)
                   MOVE ZERO TO WS-BEN-ER-PREMIUM (WS-BEN-IDX)
               ELSE
                   DISPLAY "**** BENEFIT ENROLLMENT TABLE FULL - "
                       BE-EMP-NUM " - RUN REFUSED ****"
                   MOVE 'Y' TO WS-RUN-REFUSED
               END-IF
           END-IF
           IF WS-BEN-FOUND-SUB > ZERO
                   AND BE-EFFECTIVE-DATE IS NUMERIC
                   AND BE-END-DATE IS NUMERIC
               IF BE-EFFECTIVE-DATE NOT > WS-PERIOD-END-DATE AND
                       (BE-END-DATE = ZERO OR
                        BE-END-DATE NOT < WS-PERIOD-END-DATE)
                   PERFORM 149-PRICE-ONE-ENROLLMENT
               END-IF
           END-IF.

       149-PRICE-ONE-ENROLLMENT.
           SET WS-PLAN-IDX TO 1
           IF WS-PLAN-COUNT > ZERO
               SEARCH WS-PLAN-TABLE
                   AT END
                       DISPLAY "**** NO BENEFIT PLAN " BE-PLAN-CODE
                           " TIER " BE-TIER " FOR " BE-EMP-NUM
                           " - NO PREMIUM TAKEN ****"
                   WHEN WS-PLAN-CODE (WS-PLAN-IDX) = BE-PLAN-CODE
                           AND WS-PLAN-TIER (WS-PLAN-IDX) = BE-TIER
                       SET WS-BEN-IDX TO WS-BEN-FOUND-SUB
                       ADD WS-PLAN-EE-PREMIUM (WS-PLAN-IDX)
                           TO WS-BEN-EE-PREMIUM (WS-BEN-IDX)
                       ADD WS-PLAN-ER-PREMIUM (WS-PLAN-IDX)
                           TO WS-BEN-ER-PREMIUM (WS-BEN-IDX)
               END-SEARCH
           ELSE
               DISPLAY "**** NO BENEFIT PLAN " BE-PLAN-CODE
                   " TIER " BE-TIER " FOR " BE-EMP-NUM
                   " - NO PREMIUM TAKEN ****"
           END-IF.

      *   LOADS THE LEAVE ACCRUAL RATES, THE BALANCES ON FILE, AND
      *   THE WEEK'S LEAVE-TAKEN HOURS FROM THE ROLLUP.  ALL THREE
      *   FILES ARE OPTIONAL SO A SITE NOT TRACKING LEAVE YET RUNS
                           TO WS-MASTER-EMP-NUM (WS-MASTER-IDX)
                       MOVE PM-EMP-STATUS
                           TO WS-MASTER-STATUS (WS-MASTER-IDX)
                       MOVE PM-PAY-TYPE
                           TO WS-MASTER-PAY-TYPE (WS-MASTER-IDX)
                       IF PM-ANNUAL-SALARY IS NUMERIC
                           MOVE PM-ANNUAL-SALARY TO
                               WS-MASTER-ANNUAL-SALARY (WS-MASTER-IDX)
                       ELSE
                           MOVE ZERO TO
                               WS-MASTER-ANNUAL-SALARY (WS-MASTER-IDX)
                       END-IF
                       IF PM-DEPT = SPACES
                           MOVE "GEN " TO
                               WS-MASTER-DEPT (WS-MASTER-IDX)
               MOVE "EMPLOYEE TERMINATED - NOT PAYABLE"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-EMP-SALARIED = 'Y' AND NOT SALARY-RECORD-IN
               MOVE 'NO ' TO VALID-RECORD
               MOVE "SALARIED - PAID WITHOUT TIMECARD"
                   TO WS-REJECT-REASON
           END-IF
           IF HOURS-WORKED-IN IS NOT NUMERIC
               MOVE 'NO ' TO VALID-RECORD
               MOVE "HOURS WORKED IS NOT NUMERIC" TO WS-REJECT-REASON
      *   A TERMINATED EMPLOYEE'S TIMECARDS ARE REFUSED UNLESS THE
      *   NUMBER IS ON THE FINAL-PAY LIST, IN WHICH CASE THIS RUN IS
      *   THE FINAL CHECK - THE LAST PARTIAL WEEK PLUS THE ACCRUED
      *   LEAVE PAID OUT.  A SALARIED EMPLOYEE IS NOTED HERE SO A
      *   TIMECARD KEYED FOR THEM IS REFUSED AND THE SALARY RECORD
      *   PAYS FROM THE ANNUAL SALARY.
       155-CHECK-EMPLOYMENT-STATUS.
           MOVE 'N' TO WS-EMP-TERMINATED
           MOVE 'N' TO WS-EMP-SALARIED
           MOVE ZERO TO WS-EMP-ANNUAL-SALARY
           MOVE 'N' TO WS-FINAL-PAY-THIS
           SET WS-MASTER-IDX TO 1
           IF WS-MASTER-COUNT > ZERO
                       IF WS-MASTER-STATUS (WS-MASTER-IDX) = 'T'
                           MOVE 'Y' TO WS-EMP-TERMINATED
                       END-IF
                       IF WS-MASTER-PAY-TYPE (WS-MASTER-IDX) = 'S'
                           MOVE 'Y' TO WS-EMP-SALARIED
                           MOVE WS-MASTER-ANNUAL-SALARY (WS-MASTER-IDX)
                               TO WS-EMP-ANNUAL-SALARY
                       END-IF
               END-SEARCH
           END-IF
           IF WS-EMP-TERMINATED = 'Y' AND WS-FINAL-COUNT > ZERO
           MOVE EMPLOYEE-NAME-IN TO NAME-OUT
           MOVE HOURS-WORKED-IN TO HOURS-OUT
           MOVE HOURLY-RATE-IN TO RATE-OUT
           IF SALARY-RECORD-IN
               PERFORM 201-FIGURE-WEEKLY-SALARY
           ELSE
               MULTIPLY HOURS-WORKED-IN BY HOURLY-RATE-IN
                   GIVING GROSS-PAY
           END-IF
           IF WS-FINAL-PAY-THIS = 'Y'
               PERFORM 202-PAY-OUT-ACCRUED-LEAVE
           END-IF
           PERFORM 203-ADD-COMMISSION-EARNINGS
           PERFORM 205-LOOKUP-FEDERAL-RATE
           COMPUTE FEDERAL-TAX-AMOUNT ROUNDED =
               GROSS-PAY * WS-FEDERAL-RATE
           MOVE WS-DUES-AMT TO DUES-OUT
           MOVE WS-INSUR-AMT TO INSUR-OUT
           MOVE NET-PAY TO NET-PAY-OUT
           MOVE WS-COMMISSION-AMT TO COMMISSION-OUT
           PERFORM 225-ACCRUE-EMPLOYER-TAXES
           PERFORM 228-UPDATE-LEAVE-BALANCES
           PERFORM 220-UPDATE-YTD-WAGES
           ADD WS-CHARITY-AMT TO TOTAL-CHARITY
           ADD WS-DUES-AMT TO TOTAL-DUES
           ADD WS-INSUR-AMT TO TOTAL-INSUR
           ADD WS-ER-PREMIUM-AMT TO TOTAL-ER-PREMIUM
           ADD WS-COMMISSION-AMT TO TOTAL-COMMISSION
           ADD 1 TO TOTAL-EMPLOYEES
           WRITE PRINT-REC
           PERFORM 218-WRITE-DEPOSIT
               WS-RETIRE-AMT + WS-GARNISH-AMT + WS-CHARITY-AMT
               + WS-DUES-AMT + WS-INSUR-AMT
           MOVE NET-PAY TO LD-NET
           MOVE WS-COMMISSION-AMT TO LD-COMMISSION
           WRITE LABOR-DIST-REC.

      *   THE DISTRIBUTION TRAILER - THE RUN'S GROSS AND NET TOTALS,
           MOVE ZERO TO LD-TAXES
           MOVE ZERO TO LD-DEDUCTIONS
           MOVE TOTAL-NET-PAY TO LD-NET
           MOVE TOTAL-COMMISSION TO LD-COMMISSION
           WRITE LABOR-DIST-REC.

      *   ONE UNEDITED DETAIL RECORD PER PAID EMPLOYEE FOR THE PAY
           MOVE WS-GARNISH-AMT TO PD-GARNISH
           MOVE WS-CHARITY-AMT TO PD-CHARITY
           MOVE WS-DUES-AMT TO PD-DUES
           IF WS-INSUR-AMT > 99.99
               MOVE 99.99 TO PD-INSURANCE
           ELSE
               MOVE WS-INSUR-AMT TO PD-INSURANCE
           END-IF
           MOVE WS-INSUR-AMT TO PD-BENEFIT-PREMIUM
           MOVE WS-ER-PREMIUM-AMT TO PD-ER-PREMIUM
           MOVE NET-PAY TO PD-NET-PAY
           MOVE WS-CURRENT-YTD TO PD-YTD-WAGES
           MOVE WS-CUR-VAC-BAL TO PD-VAC-BAL
           MOVE WS-CUR-SICK-BAL TO PD-SICK-BAL
           MOVE WS-PERIOD-NUM TO PD-PERIOD
           MOVE WS-COMMISSION-AMT TO PD-COMMISSION
           ADD 1 TO WS-PD-SEAL-COUNT
           COMPUTE WS-SEAL-CENTS = PD-NET-PAY * 100
           ADD WS-SEAL-CENTS TO WS-PD-SEAL-HASH
                   TO WS-FEDERAL-RATE
           END-IF.

      *   A SALARIED WEEK IS THE ANNUAL SALARY OVER 52, WHATEVER
      *   LEAVE WAS TAKEN.  THE LEGACY GROSS-PAY FIELD CAPS IT AT
      *   999.99 THE SAME AS THE FINAL CHECK.
       201-FIGURE-WEEKLY-SALARY.
           COMPUTE GROSS-PAY ROUNDED =
               WS-EMP-ANNUAL-SALARY / WEEKS-PER-YEAR
               ON SIZE ERROR
                   DISPLAY "**** WEEKLY SALARY OVER 999.99 FOR "
                       EMPLOYEE-NAME-IN
                       " - PAY THE REMAINDER BY HAND ****"
                   MOVE 999.99 TO GROSS-PAY
           END-COMPUTE.

      *   THE FINAL CHECK PAYS OUT THE WHOLE LEAVE BANK - VACATION
      *   AND SICK HOURS AT THE WEEK'S RATE - ON TOP OF THE LAST
      *   PARTIAL WEEK, AND ZEROES THE BANK.  THE LEGACY GROSS-PAY
               MOVE ZERO TO WS-LEAVE-SICK-BAL (WS-LEAVE-IDX)
           END-IF.

      *   A CLERK'S SALES COMMISSION IS ITS OWN EARNINGS LINE ON TOP
      *   OF HOURS TIMES RATE, PAID ONCE PER EMPLOYEE PER RUN.  ONLY
      *   A BALANCE ABOVE ZERO PAYS, AND ONLY UP TO THE 999.99 GROSS
      *   CEILING - THE REST STAYS IN THE TABLE AND IS CARRIED TO THE
      *   NEXT PAYROLL ON THE REWRITTEN COMMISSION FILE.
       203-ADD-COMMISSION-EARNINGS.
           MOVE ZERO TO WS-COMMISSION-AMT
           IF WS-GROUP-COMM-DONE = 'N' AND WS-COMM-COUNT > ZERO
               MOVE 'Y' TO WS-GROUP-COMM-DONE
               SET WS-COMM-IDX TO 1
               SEARCH WS-COMM-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-COMM-EMP-NUM (WS-COMM-IDX) =
                           EMPLOYEE-NUM-IN
                       PERFORM 204-PAY-COMMISSION-BALANCE
               END-SEARCH
           END-IF.

       204-PAY-COMMISSION-BALANCE.
           IF WS-COMM-BALANCE (WS-COMM-IDX) > ZERO
               COMPUTE WS-COMM-ROOM = 999.99 - GROSS-PAY
               IF WS-COMM-BALANCE (WS-COMM-IDX) > WS-COMM-ROOM
                   MOVE WS-COMM-ROOM TO WS-COMMISSION-AMT
                   DISPLAY "**** COMMISSION OVER 999.99 GROSS FOR "
                       EMPLOYEE-NAME-IN
                       " - REMAINDER CARRIED TO NEXT PAYROLL ****"
               ELSE
                   MOVE WS-COMM-BALANCE (WS-COMM-IDX)
                       TO WS-COMMISSION-AMT
               END-IF
               ADD WS-COMMISSION-AMT TO GROSS-PAY
               SUBTRACT WS-COMMISSION-AMT
                   FROM WS-COMM-BALANCE (WS-COMM-IDX)
           END-IF.

      *   FIGURES THE STATE AND LOCAL WITHHOLDING FOR THIS EMPLOYEE -
      *   FOR EACH JURISDICTION CODE ON THE EMPLOYEE'S FILING STATUS
      *   RECORD, THE TABLE ROW WITH THE HIGHEST BRACKET FLOOR NOT
           COMPUTE WS-PAY-REMAINING =
               GROSS-PAY - FEDERAL-TAX-AMOUNT - FICA-TAX-AMOUNT
               - STATE-TAX-AMOUNT - LOCAL-TAX-AMOUNT
           PERFORM 240-APPLY-GARNISH-ORDERS
           IF WS-DED-COUNT > ZERO
               PERFORM 211-APPLY-ONE-DEDUCTION
                   VARYING WS-DED-IDX FROM 1 BY 1
                           GROSS-PAY *
                           WS-DED-VALUE (WS-DED-IDX) / 100
                   WHEN 'G'
                       IF WS-EMP-HAS-ORDERS = 'Y'
                           MOVE ZERO TO WS-ONE-DED-AMT
                       ELSE
                           MOVE WS-DED-VALUE (WS-DED-IDX)
                               TO WS-ONE-DED-AMT
                       END-IF
                   WHEN 'C'
                       MOVE WS-DED-VALUE (WS-DED-IDX)
                           TO WS-ONE-DED-AMT
               END-EVALUATE
           END-IF.

      *   COURT-ORDERED GARNISHMENTS COME OFF DISPOSABLE EARNINGS
      *   (GROSS LESS THE TAXES WITHHELD) AHEAD OF ANY VOLUNTARY
      *   DEDUCTION.  THE EMPLOYEE'S OVERALL LIMIT IS THE HIGHEST CAP
      *   AMONG THEIR ACTIVE ORDERS; THE ORDERS THEN TAKE THEIR TURN
      *   BY PRIORITY, EACH HELD TO ITS OWN CAP, ITS BALANCE, AND
      *   WHAT IS LEFT OF THE LIMIT.
       240-APPLY-GARNISH-ORDERS.
           MOVE 'N' TO WS-EMP-HAS-ORDERS
           MOVE WS-PAY-REMAINING TO WS-DISPOSABLE
           MOVE ZERO TO WS-HIGHEST-CAP
           IF WS-ORDER-COUNT > ZERO
               PERFORM 241-FIND-HIGHEST-CAP
                   VARYING WS-ORDER-IDX FROM 1 BY 1
                   UNTIL WS-ORDER-IDX > WS-ORDER-COUNT
           END-IF
           IF WS-HIGHEST-CAP > ZERO
               COMPUTE WS-GARNISH-LIMIT ROUNDED =
                   WS-DISPOSABLE * WS-HIGHEST-CAP / 100
               PERFORM 242-APPLY-ONE-PRIORITY
                   VARYING WS-PRIORITY-SUB FROM 1 BY 1
                   UNTIL WS-PRIORITY-SUB > 9
           END-IF.

      *   ANY ORDER ON FILE - EVEN ONE PAID OFF - MEANS THE OLD FLAT
      *   G CODE NO LONGER APPLIES TO THIS EMPLOYEE.
       241-FIND-HIGHEST-CAP.
           IF WS-ORDER-EMP-NUM (WS-ORDER-IDX) = EMPLOYEE-NUM-IN
               MOVE 'Y' TO WS-EMP-HAS-ORDERS
               IF (WS-ORDER-STATUS (WS-ORDER-IDX) = 'A' OR
                       WS-ORDER-STATUS (WS-ORDER-IDX) = SPACE) AND
                       WS-ORDER-CAP (WS-ORDER-IDX) > WS-HIGHEST-CAP
                   MOVE WS-ORDER-CAP (WS-ORDER-IDX) TO WS-HIGHEST-CAP
               END-IF
           END-IF.

       242-APPLY-ONE-PRIORITY.
           PERFORM 243-APPLY-ONE-ORDER
               VARYING WS-ORDER-IDX FROM 1 BY 1
               UNTIL WS-ORDER-IDX > WS-ORDER-COUNT.

       243-APPLY-ONE-ORDER.
           IF WS-ORDER-EMP-NUM (WS-ORDER-IDX) = EMPLOYEE-NUM-IN AND
                   WS-ORDER-PRIORITY (WS-ORDER-IDX) = WS-PRIORITY-SUB
                   AND (WS-ORDER-STATUS (WS-ORDER-IDX) = 'A' OR
                        WS-ORDER-STATUS (WS-ORDER-IDX) = SPACE)
               COMPUTE WS-ORDER-LIMIT ROUNDED =
                   WS-DISPOSABLE * WS-ORDER-CAP (WS-ORDER-IDX) / 100
               IF WS-ORDER-PRIORITY (WS-ORDER-IDX) > 2
                   COMPUTE WS-CREDITOR-LIMIT =
                       WS-DISPOSABLE - CCPA-WEEKLY-FLOOR
                   IF WS-CREDITOR-LIMIT < ZERO
                       MOVE ZERO TO WS-CREDITOR-LIMIT
                   END-IF
                   IF WS-CREDITOR-LIMIT < WS-ORDER-LIMIT
                       MOVE WS-CREDITOR-LIMIT TO WS-ORDER-LIMIT
                   END-IF
               END-IF
               COMPUTE WS-ORDER-BALANCE =
                   WS-ORDER-JUDGMENT (WS-ORDER-IDX)
                   - WS-ORDER-PAID (WS-ORDER-IDX)
               IF WS-ORDER-LIMIT > WS-ORDER-BALANCE
                   MOVE WS-ORDER-BALANCE TO WS-ORDER-LIMIT
               END-IF
               IF WS-ORDER-LIMIT > WS-GARNISH-LIMIT
                   MOVE WS-GARNISH-LIMIT TO WS-ORDER-LIMIT
               END-IF
               IF WS-ORDER-LIMIT > WS-PAY-REMAINING
                   MOVE WS-PAY-REMAINING TO WS-ORDER-LIMIT
               END-IF
               SUBTRACT WS-ORDER-LIMIT FROM WS-GARNISH-LIMIT
               SUBTRACT WS-ORDER-LIMIT FROM WS-PAY-REMAINING
               ADD WS-ORDER-LIMIT TO WS-GARNISH-AMT
               ADD WS-ORDER-LIMIT TO WS-ORDER-PAID (WS-ORDER-IDX)
               ADD WS-ORDER-LIMIT TO WS-ORDER-TAKEN (WS-ORDER-IDX)
               ADD WS-ORDER-LIMIT TO TOTAL-ORDER-GARNISH
               MOVE SPACES TO GARNISH-NOTE-OUT
               IF WS-ORDER-PAID (WS-ORDER-IDX) >=
                       WS-ORDER-JUDGMENT (WS-ORDER-IDX)
                   MOVE 'P' TO WS-ORDER-STATUS (WS-ORDER-IDX)
                   MOVE WS-RUN-CCYYMMDD
                       TO WS-ORDER-PAID-OFF-DATE (WS-ORDER-IDX)
                   MOVE "PAID OFF" TO GARNISH-NOTE-OUT
                   ADD 1 TO ORDERS-PAID-OFF
               END-IF
               IF WS-ORDER-LIMIT > ZERO
                   PERFORM 244-PRINT-ONE-ORDER
               END-IF
           END-IF.

       244-PRINT-ONE-ORDER.
           MOVE EMPLOYEE-NUM-IN TO GARNISH-EMP-OUT
           MOVE EMPLOYEE-NAME-IN TO GARNISH-NAME-OUT
           MOVE WS-ORDER-NUM (WS-ORDER-IDX) TO GARNISH-ORDER-OUT
           MOVE WS-ORDER-AGENCY (WS-ORDER-IDX) TO GARNISH-AGENCY-OUT
           MOVE WS-ORDER-LIMIT TO GARNISH-AMOUNT-OUT
           MOVE WS-ORDER-PAID (WS-ORDER-IDX) TO GARNISH-PAID-OUT
           COMPUTE WS-ORDER-BALANCE =
               WS-ORDER-JUDGMENT (WS-ORDER-IDX)
               - WS-ORDER-PAID (WS-ORDER-IDX)
           MOVE WS-ORDER-BALANCE TO GARNISH-BALANCE-OUT
           ADD 1 TO ORDERS-WITHHELD
           WRITE GARNISH-REGISTER-REC FROM GARNISH-DETAIL-LINE.

      *   TAKES THE WEEKLY PORTION OF UNION DUES AND INSURANCE FROM
      *   THE PAYROLL MASTER RECORD MATCHED ON EMPLOYEE NAME, LIMITED
      *   TO THE PAY STILL REMAINING AFTER TAXES AND VOLUNTARY
       215-APPLY-MASTER-DEDUCTIONS.
           MOVE ZERO TO WS-DUES-AMT
           MOVE ZERO TO WS-INSUR-AMT
           MOVE ZERO TO WS-ER-PREMIUM-AMT
           PERFORM 217-FIND-BENEFIT-ENROLLMENT
           SET WS-MASTER-IDX TO 1
           IF WS-MASTER-COUNT > ZERO
               SEARCH WS-MASTER-TABLE
               MOVE WS-PAY-REMAINING TO WS-DUES-AMT
           END-IF
           SUBTRACT WS-DUES-AMT FROM WS-PAY-REMAINING
           IF WS-BEN-ENROLLED = 'Y'
               PERFORM 221-TAKE-BENEFIT-PREMIUMS
           ELSE
               MOVE WS-MASTER-WEEKLY-INSUR (WS-MASTER-IDX)
                   TO WS-INSUR-AMT
           END-IF
           IF WS-INSUR-AMT > WS-PAY-REMAINING
               MOVE WS-PAY-REMAINING TO WS-INSUR-AMT
           END-IF
           SUBTRACT WS-INSUR-AMT FROM WS-PAY-REMAINING.

      *   AN EMPLOYEE WITH ANY ENROLLMENT ON FILE IS PRICED FROM THE
      *   BENEFIT TABLE INSTEAD OF THE MASTER'S INSURANCE FIGURE.
       217-FIND-BENEFIT-ENROLLMENT.
           MOVE 'N' TO WS-BEN-ENROLLED
           SET WS-BEN-IDX TO 1
           IF WS-BEN-COUNT > ZERO
               SEARCH WS-BEN-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-BEN-EMP-NUM (WS-BEN-IDX) = EMPLOYEE-NUM-IN
                       MOVE 'Y' TO WS-BEN-ENROLLED
               END-SEARCH
           END-IF.

      *   THE WEEK'S PREMIUMS ARE TAKEN ONCE PER EMPLOYEE PER RUN,
      *   LIKE THE COMMISSION.  THE EMPLOYER'S SHARE IS OWED IN FULL
      *   WHATEVER PART OF THE EMPLOYEE'S SHARE THE PAY COULD COVER.
       221-TAKE-BENEFIT-PREMIUMS.
           IF WS-GROUP-BEN-DONE = 'N'
               MOVE 'Y' TO WS-GROUP-BEN-DONE
               MOVE WS-BEN-EE-PREMIUM (WS-BEN-IDX) TO WS-INSUR-AMT
               MOVE WS-BEN-ER-PREMIUM (WS-BEN-IDX)
                   TO WS-ER-PREMIUM-AMT
           END-IF.

      *   ACCRUES THE EMPLOYER-SIDE TAXES FOR THIS WEEK'S WAGES.
      *   THE FICA MATCH MIRRORS THE EMPLOYEE'S WITHHOLDING; FUTA
      *   AND SUTA APPLY ONLY TO THE PART OF THIS WEEK'S GROSS THAT
               TO WS-CUR-QTR-FED (WS-CURRENT-QUARTER)
           ADD FICA-TAX-AMOUNT
               TO WS-CUR-QTR-FICA (WS-CURRENT-QUARTER)
           ADD FEDERAL-TAX-AMOUNT TO TOTAL-FED-TAX
           ADD FICA-TAX-AMOUNT TO TOTAL-EE-FICA
           ADD STATE-TAX-AMOUNT
               TO WS-CUR-QTR-STATE (WS-CURRENT-QUARTER)
           ADD LOCAL-TAX-AMOUNT
                  NET-PAY-OUT    DELIMITED BY SIZE
                  CSV-COMMA      DELIMITED BY SIZE
                  YTD-WAGES-OUT  DELIMITED BY SIZE
                  CSV-COMMA      DELIMITED BY SIZE
                  COMMISSION-OUT DELIMITED BY SIZE
               INTO CSV-DETAIL-LINE
           END-STRING
           WRITE CSV-REC FROM CSV-DETAIL-LINE.
           MOVE TOTAL-ER-FICA TO TOTAL-ER-FICA-OUT
           MOVE TOTAL-FUTA TO TOTAL-FUTA-OUT
           MOVE TOTAL-SUTA TO TOTAL-SUTA-OUT
           WRITE PRINT-REC FROM EMPLOYER-TOTAL-LINE
           IF TOTAL-COMMISSION > ZERO
               MOVE TOTAL-COMMISSION TO TOTAL-COMMISSION-OUT
               WRITE PRINT-REC FROM COMMISSION-TOTAL-LINE
           END-IF
           IF TOTAL-ER-PREMIUM > ZERO
               MOVE TOTAL-ER-PREMIUM TO TOTAL-ER-PREMIUM-OUT
               WRITE PRINT-REC FROM BENEFIT-TOTAL-LINE
           END-IF.

      *   ONE ZERO-DOLLAR PRENOTE TRANSACTION FOR EVERY BANK RECORD
      *   THE CYCLE FIRST SAW THIS RUN, WRITTEN AT THE END SO THE
           END-IF
           WRITE DEPOSIT-REGISTER-REC FROM REGISTER-TOTAL-LINE.

      *   THE REGISTER'S CONTROL LINE - ORDERS WITHHELD, THE DOLLARS
      *   SENT TO THE AGENCIES, AND ORDERS PAID OFF THIS RUN.
       330-GARNISH-REGISTER-TOTAL.
           MOVE ORDERS-WITHHELD TO GARNISH-COUNT-OUT
           MOVE TOTAL-ORDER-GARNISH TO GARNISH-TOTAL-OUT
           MOVE ORDERS-PAID-OFF TO GARNISH-PAID-OFF-OUT
           MOVE SPACES TO GARNISH-REGISTER-REC
           WRITE GARNISH-REGISTER-REC
           WRITE GARNISH-REGISTER-REC FROM GARNISH-TOTAL-LINE.

      *   READS THE PAY-CYCLE CONTROL RECORD.  NO FILE ON DISK YET
      *   SEEDS PERIOD 1 ENDING ON THE RUN DATE; A PERIOD ALREADY
      *   MARKED PAID REFUSES THE RUN UNLESS THE OVERRIDE BYTE IS
