      **********************************************************************
      * AUTOPRE - THE PRENOTE STATE OF ONE AUTOPAY ENROLLMENT              *
      * (CUSTOMER-AUTOPAY-PRENOTE.DAT), THE SAME CYCLE PROGRAM02 RUNS      *
      * FOR EMPLOYEE BANK RECORDS.  PROGRAM73 REWRITES IT EVERY RUN;       *
      * PROGRAM21 READS IT TO KNOW WHETHER THE DEBIT WILL HAPPEN.          *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY AUTOPRE REPLACING ==:PFX:== BY ==APN==.                   *
      *                                                                    *
      * STATUS P IS A ZERO-DOLLAR PRENOTE SENT ON THE DATE SHOWN, A IS     *
      * AGED CLEAN AND SAFE TO DEBIT.  A PRENOTE FOR A DIFFERENT ROUTING   *
      * OR ACCOUNT THAN THE ENROLLMENT MEANS THE ACCOUNT CHANGED AND A     *
      * FRESH PRENOTE IS DUE.  THE LAST DEBIT MONTH (CCYYMM, THE           *
      * STATEMENT MONTH) KEEPS A MONTH FROM BEING PULLED TWICE.            *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-ROUTING-NUMBER        PIC 9(9).
           05  :PFX:-ACCOUNT-NUMBER        PIC X(17).
           05  :PFX:-DATE                  PIC 9(8).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-PENDING                    VALUE 'P'.
               88  :PFX:-IS-AGED                       VALUE 'A'.
           05  :PFX:-LAST-DEBIT-MONTH      PIC 9(6).
