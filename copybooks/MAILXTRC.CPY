      **********************************************************************
      * MAILXTRC - ONE CUSTOMER ON THE MONTHLY MARKETING MAILING EXTRACT   *
      * (WhitingMAILING-EXTRACT.DAT).  PROGRAM86 REPLACES THE FILE EACH    *
      * MONTH END WITH EVERY SCORED CUSTOMER WHO MAY BE MAILED.            *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY MAILXTRC REPLACING ==:PFX:== BY ==MX==.                   *
      *                                                                    *
      * THE ADDRESS BLOCK IS THE CUSTMAST ADDRESS BLOCK AS IT STANDS ON    *
      * THE MASTER.  THE SEGMENT IS TOP, REG (REGULAR), LAPS (LAPSING) OR  *
      * LOST.  RECENCY IS THE DAYS FROM THE LAST CHARGE PURCHASE TO THE    *
      * BUSINESS DATE - 99999 WHEN THERE IS NO CHARGE PURCHASE ON FILE.    *
      * FREQUENCY IS THE SALES MASTER'S LOYALTY PURCHASE COUNT AND THE     *
      * STORE THE STORE OF THE CUSTOMER'S LATEST SALE.  NET SPEND IS THE   *
      * SALES-JOURNAL CHARGES LESS THE SALES-JOURNAL RETURNS.              *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-CUSTOMER-NAME         PIC X(27).
           05  :PFX:-ADDRESS-BLOCK.
               10  :PFX:-STREET            PIC X(25).
               10  :PFX:-CITY              PIC X(15).
               10  :PFX:-STATE             PIC XX.
               10  :PFX:-ZIP               PIC X(10).
               10  :PFX:-PHONE             PIC X(12).
           05  :PFX:-SEGMENT               PIC X(4).
               88  :PFX:-IS-TOP                    VALUE 'TOP '.
               88  :PFX:-IS-REGULAR                VALUE 'REG '.
               88  :PFX:-IS-LAPSING                VALUE 'LAPS'.
               88  :PFX:-IS-LOST                   VALUE 'LOST'.
           05  :PFX:-RECENCY-DAYS          PIC 9(5).
           05  :PFX:-FREQUENCY             PIC 9(3).
           05  :PFX:-NET-SPEND             PIC S9(7)V99
                                           SIGN IS LEADING SEPARATE.
           05  :PFX:-LAST-PURCHASE-DATE    PIC 9(8).
           05  :PFX:-STORE-CODE            PIC X.
           05  :PFX:-EXTRACT-DATE          PIC 9(8).
