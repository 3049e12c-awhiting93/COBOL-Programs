      **********************************************************************
      * TAXLIAB - ONE PAYROLL RUN'S FEDERAL TAX DEPOSIT LIABILITY          *
      * (WhitingTAX-LIABILITY.DAT).  PROGRAM02 APPENDS ONE RECORD PER      *
      * RUN - THE FEDERAL INCOME TAX WITHHELD AND BOTH HALVES OF FICA -    *
      * WITH NO DUE DATE AND STATUS OPEN.  PROGRAM71 SETS THE DUE DATE     *
      * UNDER THE DEPOSITOR SCHEDULE AND THE PROCESSING CALENDAR, PAYS     *
      * IT THROUGH THE EFTPS FILE ON THE DAY IT FALLS DUE, AND MARKS IT    *
      * PAID.  THE FILE IS THE DEPOSIT HISTORY AND IS NEVER EMPTIED.       *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY TAXLIAB REPLACING ==:PFX:== BY ==TL==.                    *
      *                                                                    *
      * A RERUN OF A PAY PERIOD APPENDS A SECOND RECORD FOR THE SAME       *
      * PERIOD AND PERIOD-ENDING DATE.  AN UNPAID EARLIER RECORD IS THEN   *
      * SUPERSEDED (S); IF THE EARLIER ONE WAS ALREADY DEPOSITED THE NEW   *
      * ONE IS HELD (H) FOR SOMEONE TO DECIDE.                             *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-PERIOD                PIC 9(3).
           05  :PFX:-PERIOD-END            PIC 9(8).
           05  :PFX:-PAY-DATE              PIC 9(8).
           05  :PFX:-FED-TAX               PIC 9(7)V99.
           05  :PFX:-EE-FICA               PIC 9(7)V99.
           05  :PFX:-ER-FICA               PIC 9(7)V99.
           05  :PFX:-DEPOSIT-AMOUNT        PIC 9(8)V99.
           05  :PFX:-SCHEDULE              PIC X.
               88  :PFX:-MONTHLY                       VALUE 'M'.
               88  :PFX:-SEMIWEEKLY                    VALUE 'S'.
           05  :PFX:-DUE-DATE              PIC 9(8).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-OPEN                       VALUE 'O'.
               88  :PFX:-IS-PAID                       VALUE 'P'.
               88  :PFX:-IS-SUPERSEDED                 VALUE 'S'.
               88  :PFX:-IS-HELD                       VALUE 'H'.
           05  :PFX:-PAID-DATE             PIC 9(8).
