      **********************************************************************
      * ARRANGE - ONE CUSTOMER'S PROMISE-TO-PAY / INSTALLMENT              *
      * ARRANGEMENT (CUSTOMER-ARRANGEMENTS.DAT), ONE RECORD PER CUSTOMER   *
      * ID.  PROGRAM76 RECORDS THE ARRANGEMENT COLLECTIONS AGREED,         *
      * PROGRAM77 MARKS EACH INSTALLMENT KEPT OR BROKEN AGAINST THE        *
      * PAYMENTS PROGRAM13 APPLIED, AND PROGRAM46 HOLDS OR ESCALATES       *
      * THE DUNNING LETTER BY THE STATUS.                                  *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY ARRANGE REPLACING ==:PFX:== BY ==AR==.                    *
      *                                                                    *
      * STATUS A IS A CURRENT ARRANGEMENT (DUNNING HELD), B BROKEN         *
      * (DUNNING RESUMES AT THE RESUME LEVEL), C COMPLETED - EVERY         *
      * INSTALLMENT KEPT.  FREQUENCY W IS WEEKLY, S THE 1ST AND 15TH,      *
      * M MONTHLY ON THE FIRST DUE DATE'S DAY.  THE LETTER LEVEL IS THE    *
      * DUNNING LEVEL (1 REMINDER, 2 DEMAND, 3 FINAL) THE CUSTOMER HAD     *
      * REACHED WHEN THE ARRANGEMENT WAS MADE.  PAID-TO-DATE IS WHAT       *
      * THE LAST CHECK COUNTED SINCE THE AGREED DATE.                      *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-CURRENT                VALUE 'A'.
               88  :PFX:-IS-BROKEN                 VALUE 'B'.
               88  :PFX:-IS-COMPLETE               VALUE 'C'.
           05  :PFX:-AGREED-DATE           PIC 9(8).
           05  :PFX:-OPERATOR              PIC X(5).
           05  :PFX:-TOTAL-AMOUNT          PIC 9(5)V99.
           05  :PFX:-FREQUENCY             PIC X.
           05  :PFX:-LETTER-LEVEL          PIC 9.
           05  :PFX:-RESUME-LEVEL          PIC 9.
           05  :PFX:-STATUS-DATE           PIC 9(8).
           05  :PFX:-PAID-TO-DATE          PIC 9(5)V99.
           05  :PFX:-INSTALLMENT-COUNT     PIC 99.
      *    RESULT BLANK UNTIL THE INSTALLMENT IS KEPT (K) OR ITS DUE
      *    DATE AND GRACE PASS WITHOUT THE MONEY (B).
           05  :PFX:-INSTALLMENT OCCURS 12 TIMES
                   INDEXED BY :PFX:-INST-IDX.
               10  :PFX:-INST-DUE-DATE     PIC 9(8).
               10  :PFX:-INST-AMOUNT       PIC 9(5)V99.
               10  :PFX:-INST-RESULT       PIC X.
                   88  :PFX:-INST-IS-PENDING       VALUE SPACE.
                   88  :PFX:-INST-IS-KEPT          VALUE 'K'.
                   88  :PFX:-INST-IS-BROKEN        VALUE 'B'.
