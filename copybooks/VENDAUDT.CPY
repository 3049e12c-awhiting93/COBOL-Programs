      **********************************************************************
      * VENDAUDT - ONE RECORD OF THE PERMANENT VENDOR MASTER AUDIT TRAIL   *
      * (WhitingVENDOR-AUDIT-TRAIL.DAT), APPENDED BY PROGRAM88 FOR EVERY   *
      * FIELD AN APPLIED MAINTENANCE TRANSACTION CHANGED.                  *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY VENDAUDT REPLACING ==:PFX:== BY ==VA==.                   *
      *                                                                    *
      * TYPE IS ADD, CHANGE, OR DELETE.  THE FIELD IS NAME, STREET, CITY,  *
      * STATE, ZIP, ACCOUNT, TERMS, OR STATUS, WITH ITS VALUE BEFORE AND   *
      * AFTER AS PRINTED TEXT - AN ADD HAS NOTHING BEFORE AND A DELETE     *
      * NOTHING AFTER.  TERMS READ PCT/DISC DAYS/NET DAYS, E.G. 02.00/010/ *
      * 030.  A CHANGED NAME OR REMIT ADDRESS IS WHERE A DIVERTED PAYMENT  *
      * STARTS, SO EVERY ONE IS KEPT WITH THE OPERATOR WHO MADE IT.        *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-DATE                  PIC 9(8).
           05  :PFX:-TYPE                  PIC X(6).
           05  :PFX:-VENDOR-NUM            PIC X(5).
           05  :PFX:-FIELD                 PIC X(8).
           05  :PFX:-OLD-VALUE             PIC X(25).
           05  :PFX:-NEW-VALUE             PIC X(25).
           05  :PFX:-OPERATOR              PIC X(5).
