      **********************************************************************
      * QTRTAX - ONE RECORD PER QUARTERLY EMPLOYMENT TAX REPORT PRINTED    *
      * (WhitingQTR-TAX-TOTALS.DAT), APPENDED BY PROGRAM17 WITH THE        *
      * COMPANY TOTALS OFF THE REPORT AND READ BY PROGRAM65 TO PROVE       *
      * THE YEAR'S W-2 FILE AGAINST THE FOUR QUARTERS FILED, AND BY        *
      * PROGRAM67 TO PROVE EACH QUARTER AGAINST THE GENERAL LEDGER.        *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY QTRTAX REPLACING ==:PFX:== BY ==QT==.                     *
      *                                                                    *
      * A QUARTER REPORTED MORE THAN ONCE IS THE LAST RECORD FOR ITS       *
      * YEAR AND QUARTER - A RERUN REPLACES THE FIGURES BEFORE IT.         *
      **********************************************************************
       01  :PFX:-QTR-TOTAL-REC.
           05  :PFX:-TAX-YEAR              PIC 9(4).
           05  :PFX:-QUARTER               PIC 9.
           05  :PFX:-RUN-DATE              PIC 9(8).
           05  :PFX:-EMPLOYEE-COUNT        PIC 9(5).
           05  :PFX:-WAGES                 PIC 9(9)V99.
           05  :PFX:-FED                   PIC 9(7)V99.
           05  :PFX:-FICA                  PIC 9(7)V99.
           05  :PFX:-STATE                 PIC 9(7)V99.
           05  :PFX:-LOCAL                 PIC 9(7)V99.
           05  :PFX:-ER-FICA               PIC 9(7)V99.
           05  :PFX:-FUTA                  PIC 9(7)V99.
           05  :PFX:-SUTA                  PIC 9(7)V99.
