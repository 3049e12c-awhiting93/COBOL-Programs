      **********************************************************************
      * AUTOPAY - ONE CUSTOMER'S ACH AUTOPAY ENROLLMENT                    *
      * (CUSTOMER-AUTOPAY.DAT), ONE RECORD PER CUSTOMER ID.  PROGRAM21     *
      * PRINTS THE DEBIT ON THE STATEMENT AND PROGRAM73 PULLS IT.          *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY AUTOPAY REPLACING ==:PFX:== BY ==AP==.                    *
      *                                                                    *
      * THE PULL DAY IS THE DAY OF THE MONTH AFTER THE STATEMENT MONTH     *
      * THE DEBIT SETTLES (A DAY PAST THE END OF A SHORT MONTH MEANS ITS   *
      * LAST DAY).  THE STATEMENT BALANCE IS PULLED UP TO THE MAXIMUM.     *
      * A NEW OR CHANGED BANK ACCOUNT IS PRENOTED FIRST (AUTOPRE).         *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-ROUTING-NUMBER.
               10  :PFX:-ROUTING-DFI       PIC 9(8).
               10  :PFX:-ROUTING-CHECK     PIC 9.
           05  :PFX:-ACCOUNT-NUMBER        PIC X(17).
           05  :PFX:-PULL-DAY              PIC 9(2).
           05  :PFX:-MAX-AMOUNT            PIC 9(5)V99.
