      **********************************************************************
      * APTRAN - ONE INVOICE TRANSACTION FOR PROGRAM89 ON                  *
      * AP-INVOICE-TRANS.DAT, KEYED BY ACCOUNTS PAYABLE OR APPENDED BY     *
      * PROGRAM38 FOR A REMITTANCE TO A PAYEE WHO IS ON THE VENDOR         *
      * MASTER.  PROGRAM89 SORTS THE FILE BY VENDOR AND INVOICE NUMBER     *
      * BEFORE IT IS APPLIED AND EMPTIES IT AT CLEAN END OF JOB.           *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY APTRAN REPLACING ==:PFX:== BY ==AT==.                     *
      *                                                                    *
      * E ENTERS A NEW INVOICE, A APPROVES AN ENTERED ONE, H HOLDS AN      *
      * APPROVED ONE FROM PAYMENT, R RELEASES THE HOLD, X CANCELS AN       *
      * ENTERED ONE.  P IS PROGRAM38'S REMITTANCE, ENTERED ALREADY         *
      * APPROVED BECAUSE THE MONEY IS WITHHOLDING OWED, NOT A PURCHASE.    *
      * ONLY E AND P CARRY THE INVOICE DETAILS.  THE DATES AND AMOUNT      *
      * ARRIVE AS TEXT SO A BLANK CAN BE TOLD FROM A BAD ONE; A BLANK      *
      * ACCOUNT TAKES THE VENDOR'S DEFAULT AND A BLANK DUE DATE THE        *
      * VENDOR'S NET DAYS.  THE OPERATOR IS ONLY READ ON A P.              *
      **********************************************************************
       01  :PFX:-TRANS-REC.
           05  :PFX:-VENDOR-NUM            PIC X(5).
           05  :PFX:-INVOICE-NUM           PIC X(15).
           05  :PFX:-TYPE-CODE             PIC X.
               88  :PFX:-IS-ENTER                  VALUE 'E'.
               88  :PFX:-IS-APPROVE                VALUE 'A'.
               88  :PFX:-IS-HOLD                   VALUE 'H'.
               88  :PFX:-IS-RELEASE                VALUE 'R'.
               88  :PFX:-IS-CANCEL                 VALUE 'X'.
               88  :PFX:-IS-PREAPPROVED            VALUE 'P'.
           05  :PFX:-INVOICE-DATE          PIC X(8).
           05  :PFX:-INVOICE-DATE-NUM REDEFINES :PFX:-INVOICE-DATE
                                           PIC 9(8).
           05  :PFX:-DESCRIPTION           PIC X(20).
           05  :PFX:-AMOUNT                PIC X(9).
           05  :PFX:-AMOUNT-NUM REDEFINES :PFX:-AMOUNT
                                           PIC 9(7)V99.
           05  :PFX:-EXPENSE-ACCOUNT       PIC X(20).
           05  :PFX:-DUE-DATE              PIC X(8).
           05  :PFX:-DUE-DATE-NUM REDEFINES :PFX:-DUE-DATE
                                           PIC 9(8).
           05  :PFX:-OPERATOR              PIC X(5).
