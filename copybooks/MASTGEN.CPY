      **********************************************************************
      * MASTGEN - ONE ENTRY ON THE CUSTOMER MASTER COPY CATALOG            *
      * (WhitingMASTER-GENERATIONS.DAT), APPENDED BY PROGRAM13 FOR EVERY   *
      * DATED GENERATION IT SAVES AND BY PROGRAM32 FOR EVERY UNLOAD, AND   *
      * READ BY THE CUSTRCVR ROLL-FORWARD RECOVERY.                        *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY MASTGEN REPLACING ==:PFX:== BY ==MG==.                    *
      *                                                                    *
      * THE AS-OF STAMP IS THE WALL-CLOCK MOMENT THE COPY STANDS FOR -     *
      * EVERY AUDIT-DATA RECORD STAMPED AT OR AFTER IT IS A CHANGE THE     *
      * COPY DOES NOT YET HOLD.  FOR A GENERATION THAT IS THE MOMENT THE   *
      * UPDATE RUN TOOK THE MASTER LOCK (THE ORIGINAL ATTEMPT'S, FOR A     *
      * RESTARTED RUN); FOR AN UNLOAD IT IS THE START OF THE UNLOAD.  THE  *
      * FILE DATE IS THE DATE IN THE GENERATION'S FILE NAME, OR THE DAY    *
      * OF THE UNLOAD.  THE RECORD COUNT AND BALANCE TOTAL LET THE         *
      * RECOVERY PROVE IT READ THE WHOLE COPY BACK.                        *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-SOURCE                PIC X.
               88  :PFX:-IS-GENERATION             VALUE 'G'.
               88  :PFX:-IS-UNLOAD                 VALUE 'U'.
           05  :PFX:-FILE-DATE             PIC 9(8).
           05  :PFX:-AS-OF-STAMP           PIC X(14).
           05  :PFX:-PROGRAM-ID            PIC X(9).
           05  :PFX:-RECORD-COUNT          PIC 9(7).
           05  :PFX:-BALANCE-TOTAL         PIC S9(9)V99
                                           SIGN IS LEADING SEPARATE.
