      **********************************************************************
      * SPOTCLOS - ONE PLANNED SPOT CLOSURE ON PARKING-CLOSURES.DAT.       *
      * MAINTAINED ONLY THROUGH PARKCLOS'S AUDITED TRANSACTIONS; READ BY   *
      * PROGRAM11, PROGRAM12, PROGRAM27 AND PROGRAM57.                     *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY SPOTCLOS REPLACING ==:PFX:== BY ==CLS==.                  *
      *                                                                    *
      * A CLOSURE TAKES SPOTS FROM-SPOT THROUGH TO-SPOT OF ONE LOT OUT     *
      * OF SERVICE FROM THE START DATE THROUGH THE END DATE, BOTH DAYS     *
      * INCLUDED.  A CLOSED SPOT IS NEVER ASSIGNED OR RESERVED AND IS      *
      * COUNTED OUT OF SERVICE, NOT OCCUPIED.  A CLOSURE IS KNOWN BY ITS   *
      * LOT, FROM-SPOT AND START DATE.  THE RECORD IS FIXED AT 25 BYTES.   *
      **********************************************************************
       01  :PFX:-CLOSURE-REC.
           05  :PFX:-LOT                   PIC X.
           05  :PFX:-FROM-SPOT             PIC 9(3).
           05  :PFX:-TO-SPOT               PIC 9(3).
           05  :PFX:-REASON-CODE           PIC X(2).
               88  :PFX:-IS-MAINTENANCE            VALUE 'MT'.
               88  :PFX:-IS-REPAVING               VALUE 'RP'.
               88  :PFX:-IS-SNOW-REMOVAL           VALUE 'SN'.
               88  :PFX:-IS-EVENT                  VALUE 'EV'.
               88  :PFX:-IS-VALID-REASON
                           VALUES 'MT', 'RP', 'SN', 'EV'.
           05  :PFX:-START-DATE            PIC 9(8).
           05  :PFX:-END-DATE              PIC 9(8).
