      **********************************************************************
      * ITEMAUDT - ONE RECORD OF THE PERMANENT ITEM MASTER AUDIT TRAIL     *
      * (WhitingITEM-AUDIT-TRAIL.DAT), APPENDED BY PROGRAM80 FOR EVERY     *
      * APPLIED MAINTENANCE TRANSACTION AND BY PROGRAM81 FOR EVERY         *
      * DELIVERY BOOKED INTO STOCK.                                        *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY ITEMAUDT REPLACING ==:PFX:== BY ==IA==.                   *
      *                                                                    *
      * TYPE ADD, CHANGE, AND DELETE CARRY THE PRICE AND COST BEFORE       *
      * AND AFTER; REORDR CARRIES ONE STORE'S REORDER POINT BEFORE AND     *
      * AFTER IN THE QUANTITY FIELDS; RECEIV CARRIES ONE STORE'S           *
      * ON-HAND BEFORE AND AFTER A DELIVERY, WITH THE PACKING SLIP OR      *
      * ORDER NUMBER AS THE REFERENCE.                                     *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-DATE                  PIC 9(8).
           05  :PFX:-TYPE                  PIC X(6).
           05  :PFX:-ITEM-CODE             PIC X(8).
           05  :PFX:-STORE-CODE            PIC X.
           05  :PFX:-OLD-PRICE             PIC 9(4)V99.
           05  :PFX:-NEW-PRICE             PIC 9(4)V99.
           05  :PFX:-OLD-COST              PIC 9(4)V99.
           05  :PFX:-NEW-COST              PIC 9(4)V99.
           05  :PFX:-OLD-QUANTITY          PIC S9(5)
                                           SIGN IS LEADING SEPARATE.
           05  :PFX:-NEW-QUANTITY          PIC S9(5)
                                           SIGN IS LEADING SEPARATE.
           05  :PFX:-OPERATOR              PIC X(5).
           05  :PFX:-REFERENCE             PIC X(10).
