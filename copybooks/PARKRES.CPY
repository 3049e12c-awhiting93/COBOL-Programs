      **********************************************************************
      * PARKRES - ONE ADVANCE PARKING RESERVATION ON                       *
      * PARKING-RESERVATIONS.DAT.  BOOKED AND CANCELLED THROUGH            *
      * PROGRAM11; HONORED, AND RELEASED AS A NO-SHOW, BY PROGRAM12.       *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY PARKRES REPLACING ==:PFX:== BY ==RES==.                   *
      *                                                                    *
      * A HELD RESERVATION OWNS ONE SPECIFIC SPOT FROM THE ARRIVAL DATE    *
      * THROUGH THE DEPARTURE DATE - NO WALK-IN IS GIVEN THAT SPOT ON      *
      * THOSE DAYS.  THE EXPECTED VIN IS OPTIONAL; WITHOUT ONE THE CAR     *
      * IS MATCHED BY THE OWNER ID.  THE QUOTE IS THE DAILY RATE FOR THE   *
      * LOT AND CLASS TIMES THE DAYS BOOKED, AND IS WHAT THE ARRIVAL IS    *
      * INVOICED.  THE RECORD IS FIXED AT 93 BYTES.                        *
      **********************************************************************
       01  :PFX:-RESERVATION-REC.
           05  :PFX:-NUMBER                PIC 9(6).
           05  :PFX:-ID-NUMBER             PIC X(5).
           05  :PFX:-NAME                  PIC X(20).
           05  :PFX:-VIN                   PIC X(17).
           05  :PFX:-LOT                   PIC X.
           05  :PFX:-CLASS                 PIC X.
           05  :PFX:-SPOT                  PIC 9(3).
           05  :PFX:-ARRIVAL-DATE          PIC 9(8).
           05  :PFX:-DEPARTURE-DATE        PIC 9(8).
           05  :PFX:-DAILY-RATE            PIC 9(3)V99.
           05  :PFX:-QUOTE                 PIC 9(3)V99.
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-HELD                   VALUE 'H'.
               88  :PFX:-HAS-ARRIVED               VALUE 'A'.
               88  :PFX:-IS-NO-SHOW                VALUE 'N'.
               88  :PFX:-IS-CANCELLED              VALUE 'C'.
           05  :PFX:-BOOKED-BY             PIC X(5).
           05  :PFX:-BOOKED-DATE           PIC 9(8).
