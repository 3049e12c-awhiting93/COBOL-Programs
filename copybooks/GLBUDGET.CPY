      **********************************************************************
      * GLBUDGET - ONE GENERAL LEDGER ACCOUNT'S BUDGET FOR ONE MONTH ON    *
      * WhitingGL-BUDGET.DAT, KEYED BY ACCOUNT AND MONTH.  WRITTEN ONLY    *
      * BY THE BUDGLOAD LOAD OF FINANCE'S ANNUAL BUDGET AND READ BY THE    *
      * BUDGVAR BUDGET VERSUS ACTUAL REPORT.                               *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY GLBUDGET REPLACING ==:PFX:== BY ==BG==.                   *
      *                                                                    *
      * THE MONTH IS CCYYMM.  THE SIDE IS THE ACCOUNT'S NORMAL BALANCE -   *
      * D FOR AN ACCOUNT BUDGETED AS DEBITS LESS CREDITS (EXPENSES AND     *
      * ASSETS), C FOR ONE BUDGETED AS CREDITS LESS DEBITS (REVENUE AND    *
      * LIABILITIES) - AND THE AMOUNT IS ALWAYS STATED ON THAT SIDE.  A    *
      * PAYROLL EXPENSE ACCOUNT FOR ONE DEPARTMENT IS NAMED THE WAY        *
      * PROGRAM31 POSTS IT, "PAYROLL EXP " AND THE DEPARTMENT CODE.  THE   *
      * STAMP AND OPERATOR ARE THE LOAD THAT LAST SET THE AMOUNT.          *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-KEY.
               10  :PFX:-ACCOUNT           PIC X(20).
               10  :PFX:-MONTH             PIC 9(6).
           05  :PFX:-SIDE                  PIC X.
               88  :PFX:-IS-DEBIT-SIDE             VALUE 'D'.
               88  :PFX:-IS-CREDIT-SIDE            VALUE 'C'.
           05  :PFX:-AMOUNT                PIC 9(9)V99.
           05  :PFX:-LOAD-STAMP            PIC X(14).
           05  :PFX:-OPERATOR-ID           PIC X(5).
