      **********************************************************************
      * GARNRMT - ONE GARNISHMENT WITHHOLDING AWAITING REMITTANCE          *
      * (WhitingGARNISH-REMIT.DAT).  PROGRAM02 APPENDS ONE RECORD PER      *
      * ORDER PER PAID WEEK; PROGRAM38 PAYS EACH ORDER TO ITS OWN          *
      * AGENCY AND EMPTIES THE FILE AT CLEAN END OF JOB.                   *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY GARNRMT REPLACING ==:PFX:== BY ==GR==.                    *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-EMP-NUM               PIC X(5).
           05  :PFX:-ORDER-NUM             PIC X(6).
           05  :PFX:-AGENCY-NAME           PIC X(25).
           05  :PFX:-AGENCY-ACCOUNT        PIC X(15).
           05  :PFX:-AMOUNT                PIC 9(5)V99.
           05  :PFX:-PERIOD                PIC 9(3).
           05  :PFX:-PAY-DATE              PIC 9(8).
