      **********************************************************************
      * ITEMMAST - THE ITEM MASTER RECORD (ITEM-MASTER.DAT), ONE RECORD    *
      * PER ITEM CODE IN ITEM-CODE ORDER.  PROGRAM80 MAINTAINS IT FROM     *
      * AUDITED ADD/CHANGE/DELETE TRANSACTIONS, PROGRAM04 TAKES SOLD       *
      * STOCK OFF AND PUTS RETURNED STOCK BACK, AND PROGRAM81 ADDS         *
      * RECEIVED STOCK AND PRINTS THE REORDER REPORT.                      *
      *                                                                    *
      * COPY WITH A PREFIX SO THE SAME LAYOUT SERVES THE OLD MASTER,       *
      * NEW MASTER, AND GENERATION FDS, E.G.:                              *
      *     COPY ITEMMAST REPLACING ==:PFX:== BY ==OLD==.                  *
      *                                                                    *
      * THE STOCK ENTRIES ARE SUBSCRIPTED BY STORE CODE (1-3).  ON-HAND    *
      * IS SIGNED - A TILL CAN SELL STOCK THE RECEIVING HAS NOT YET        *
      * BOOKED, AND THE SHORTFALL MUST SHOW RATHER THAN STOP AT ZERO.      *
      * A REORDER POINT OF ZERO MEANS THE STORE DOES NOT STOCK THE ITEM.   *
      **********************************************************************
       01  :PFX:-ITEM-REC.
           05  :PFX:-ITEM-CODE             PIC X(8).
           05  :PFX:-DESCRIPTION           PIC X(20).
           05  :PFX:-LIST-PRICE            PIC 9(4)V99.
           05  :PFX:-UNIT-COST             PIC 9(4)V99.
           05  :PFX:-STORE-STOCK OCCURS 3 TIMES.
               10  :PFX:-REORDER-POINT     PIC 9(5).
               10  :PFX:-ON-HAND           PIC S9(5)
                                           SIGN IS LEADING SEPARATE.
