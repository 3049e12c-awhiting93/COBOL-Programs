      **********************************************************************
      * PLACEMNT - ONE CUSTOMER'S PLACEMENT WITH AN OUTSIDE COLLECTION     *
      * AGENCY (CUSTOMER-PLACEMENTS.DAT), ONE RECORD PER CUSTOMER ID.      *
      * PROGRAM78 PLACES THE ACCOUNT, PROGRAM79 POSTS THE AGENCY'S         *
      * RECOVERIES AGAINST IT, AND PROGRAM46 AND PROGRAM47 LEAVE A         *
      * PLACED CUSTOMER ALONE - NO LETTERS, NO FINANCE CHARGES.            *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY PLACEMNT REPLACING ==:PFX:== BY ==PL==.                   *
      *                                                                    *
      * STATUS P IS PLACED AND WORKING AT THE AGENCY, C CLOSED - THE       *
      * AGENCY HAS RECOVERED THE WHOLE PLACED AMOUNT.  THE PLACED AMOUNT   *
      * IS THE UNDISPUTED OPEN BALANCE SENT ON THE PLACEMENT FILE.  THE    *
      * RECOVERED AMOUNT IS GROSS OF THE AGENCY'S COMMISSION, WHICH IS     *
      * CARRIED SEPARATELY.                                                *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-AGENCY-CODE           PIC X(3).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-PLACED                 VALUE 'P'.
               88  :PFX:-IS-CLOSED                 VALUE 'C'.
           05  :PFX:-PLACED-DATE           PIC 9(8).
           05  :PFX:-PLACED-AMOUNT         PIC 9(7)V99.
           05  :PFX:-RECOVERED-AMOUNT      PIC 9(7)V99.
           05  :PFX:-COMMISSION-AMOUNT     PIC 9(7)V99.
           05  :PFX:-LAST-RECOVERY-DATE    PIC 9(8).
