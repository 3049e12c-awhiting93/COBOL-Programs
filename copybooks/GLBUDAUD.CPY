      **********************************************************************
      * GLBUDAUD - ONE RECORD OF THE PERMANENT GL BUDGET AUDIT TRAIL       *
      * (WhitingBUDGET-AUDIT-TRAIL.DAT), APPENDED BY BUDGLOAD FOR EVERY    *
      * LOAD IT MAKES OR REFUSES AND EVERY BUDGET FIGURE A LOAD CHANGES.   *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY GLBUDAUD REPLACING ==:PFX:== BY ==BA==.                   *
      *                                                                    *
      * TYPE ADD, CHANGE, AND DELETE CARRY ONE ACCOUNT AND MONTH WITH ITS  *
      * BUDGET BEFORE AND AFTER - AN ADD HAS NOTHING BEFORE, A DELETE      *
      * NOTHING AFTER, AND A CHANGE OF SIDE IS NOTED.  TYPE LOAD AND       *
      * REFUSE CARRY THE WHOLE YEAR (MONTH CCYY00): A LOAD THE YEAR'S      *
      * BUDGETED DEBITS BEFORE AND AFTER, A REFUSAL THE DEBITS AND         *
      * CREDITS OF THE BUDGET IT TURNED AWAY, WITH THE REASON IN THE NOTE. *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-STAMP                 PIC X(14).
           05  :PFX:-TYPE                  PIC X(6).
           05  :PFX:-ACCOUNT               PIC X(20).
           05  :PFX:-MONTH                 PIC 9(6).
           05  :PFX:-OLD-AMOUNT            PIC 9(11)V99.
           05  :PFX:-NEW-AMOUNT            PIC 9(11)V99.
           05  :PFX:-OPERATOR              PIC X(5).
           05  :PFX:-NOTE                  PIC X(35).
