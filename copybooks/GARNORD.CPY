      **********************************************************************
      * GARNORD - ONE COURT-ORDERED GARNISHMENT ORDER                      *
      * (WhitingGARNISH-ORDERS.DAT), KEYED BY EMPLOYEE NUMBER AND ORDER    *
      * NUMBER.  READ AND REWRITTEN BY PROGRAM02, WHICH DRAWS THE          *
      * BALANCE DOWN EACH PAID WEEK.                                       *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY GARNORD REPLACING ==:PFX:== BY ==GO==.                    *
      *                                                                    *
      * PRIORITY 1 IS TAKEN FIRST (1 CHILD SUPPORT, 2 TAX LEVY,            *
      * 3 CREDITOR).  THE CAP IS THE PERCENT OF DISPOSABLE EARNINGS        *
      * (GROSS LESS THE TAXES WITHHELD) THE ORDER MAY TAKE IN A WEEK.      *
      * AN ORDER WHOSE PAID-TO-DATE REACHES THE JUDGMENT IS MARKED         *
      * PAID OFF (STATUS P) WITH THE DATE, AND NOTHING MORE IS TAKEN.      *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-EMP-NUM               PIC X(5).
           05  :PFX:-ORDER-NUM             PIC X(6).
           05  :PFX:-AGENCY-NAME           PIC X(25).
           05  :PFX:-AGENCY-ACCOUNT        PIC X(15).
           05  :PFX:-PRIORITY              PIC 9.
               88  :PFX:-IS-CHILD-SUPPORT          VALUE 1.
               88  :PFX:-IS-TAX-LEVY               VALUE 2.
               88  :PFX:-IS-CREDITOR               VALUE 3 THRU 9.
           05  :PFX:-TOTAL-JUDGMENT        PIC 9(7)V99.
           05  :PFX:-PAID-TO-DATE          PIC 9(7)V99.
           05  :PFX:-CAP-PERCENT           PIC 99V99.
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-ACTIVE                 VALUES 'A', ' '.
               88  :PFX:-IS-PAID-OFF               VALUE 'P'.
               88  :PFX:-IS-SUSPENDED              VALUE 'S'.
           05  :PFX:-PAID-OFF-DATE         PIC 9(8).
