      **********************************************************************
      * COMMEARN - THE CLERK COMMISSION EARNINGS HAND-OFF                  *
      * (WhitingCOMMISSIONS.DAT) FROM THE SALES RUN TO THE WEEKLY PAYROLL. *
      * PROGRAM04 APPENDS ONE S RECORD PER CLERK PER DAILY RUN - THE       *
      * CLERK'S NET-OF-DISCOUNT SALES LESS RETURNS AND THE COMMISSION      *
      * PRICED AT THE STORE AND DEPARTMENT RATE - AND A FRESH SEAL         *
      * COVERING THE WHOLE BODY.  PROGRAM02 PAYS EACH CLERK'S TOTAL AS     *
      * ITS OWN EARNINGS LINE AND REWRITES THE FILE WITH A C RECORD        *
      * CARRYING ANY BALANCE NOT PAID (A CLERK NOT PAID THIS WEEK, OR A    *
      * WEEK WHOSE RETURNS OUTRAN ITS SALES) INTO THE NEXT PAYROLL.        *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY COMMEARN REPLACING ==:PFX:== BY ==CE==.                   *
      *                                                                    *
      * THE SEAL HASH IS THE SUM OF THE COMMISSION CENTS WITHOUT SIGN.     *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-EMP-NUM               PIC X(5).
           05  :PFX:-REC-TYPE              PIC X.
               88  :PFX:-SALES-EARNINGS                VALUE 'S'.
               88  :PFX:-CARRIED-BALANCE               VALUE 'C'.
           05  :PFX:-SALES-DATE            PIC 9(8).
           05  :PFX:-NET-SALES             PIC S9(7)V99
                                           SIGN IS LEADING SEPARATE.
           05  :PFX:-COMMISSION            PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
