      **********************************************************************
      * TAXHIST - ONE STORE'S SALES TAX FIGURES FOR ONE DAILY SALES RUN    *
      * (WhitingSALES-TAX-HISTORY.DAT).  PROGRAM04 APPENDS A RECORD PER    *
      * STORE EVERY RUN THAT REWRITES ITS MASTERS; PROGRAM82 ROLLS THE     *
      * BUSINESS MONTH UP INTO THE MONTHLY SALES TAX RETURN.               *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY TAXHIST REPLACING ==:PFX:== BY ==TH==.                    *
      *                                                                    *
      * A BUSINESS DATE RUN TWICE LEAVES TWO SETS OF RECORDS - ONLY THE    *
      * SET WITH THE LATEST RUN STAMP FOR THE DATE COUNTS.  TAXABLE AND    *
      * EXEMPT ARE THE NET-OF-DISCOUNT SALES AND TAX IS THE TAX ON THEM,   *
      * ALL THREE NET OF RETURNS - A RETURN COMES OFF EXEMPT WHEN ITS      *
      * SALE WENT THROUGH ON A CERTIFICATE AND OFF TAXABLE OTHERWISE.      *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-BUSINESS-DATE         PIC 9(8).
           05  :PFX:-RUN-STAMP             PIC X(14).
           05  :PFX:-STORE-CODE            PIC X.
           05  :PFX:-TAXABLE-SALES         PIC 9(9)V99.
           05  :PFX:-EXEMPT-SALES          PIC 9(9)V99.
           05  :PFX:-TAX                   PIC 9(9)V99.
