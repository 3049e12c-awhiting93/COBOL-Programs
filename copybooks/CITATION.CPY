      **********************************************************************
      * CITATION - ONE PARKING CITATION ON THE CITATION FILE               *
      * (WhitingPARKING-CITATIONS.DAT), WRITTEN ONLY BY PROGRAM10'S        *
      * GATE-SIDE ENTRY SCREEN.                                            *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY CITATION REPLACING ==:PFX:== BY ==CIT==.                  *
      *                                                                    *
      * EVERY TICKET KEYED IS KEPT, STANDING OR NOT.  A CITATION STANDS    *
      * ONLY WHEN THE ROSTER, PASS FILE AND SPOT INVENTORY BEAR THE        *
      * VIOLATION OUT; A STANDING CITATION IS INVOICED TO THE OWNER AT     *
      * THE VIOLATION RATE AND COUNTS TOWARD THE REPEAT-OFFENDER WATCH.    *
      * A DISMISSED ONE CARRIES THE REASON IT DID NOT STAND.  THE OWNER    *
      * IS BLANK WHEN NEITHER THE ROSTER NOR A PASS NAMES ONE - THE        *
      * INVOICE THEN GOES TO PROGRAM56'S UNBILLABLE LIST.                  *
      **********************************************************************
       01  :PFX:-CITATION-REC.
           05  :PFX:-DATE                  PIC 9(8).
           05  :PFX:-OFFICER               PIC X(5).
           05  :PFX:-VIN                   PIC X(17).
           05  :PFX:-LOT                   PIC X.
           05  :PFX:-SPOT                  PIC 9(3).
           05  :PFX:-VIOLATION-CODE        PIC X.
               88  :PFX:-IS-UNASSIGNED             VALUE 'U'.
               88  :PFX:-IS-WRONG-CLASS            VALUE 'W'.
               88  :PFX:-IS-OVERSTAY               VALUE 'O'.
               88  :PFX:-IS-VALID-VIOLATION VALUES 'U', 'W', 'O'.
           05  :PFX:-OWNER-ID              PIC X(5).
           05  :PFX:-OWNER-NAME            PIC X(20).
           05  :PFX:-FINE                  PIC 9(3)V99.
           05  :PFX:-DISPOSITION           PIC X.
               88  :PFX:-STANDS                    VALUE 'S'.
               88  :PFX:-IS-DISMISSED              VALUE 'D'.
           05  :PFX:-FINDING               PIC X(30).
