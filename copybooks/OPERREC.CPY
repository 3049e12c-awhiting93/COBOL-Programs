      **********************************************************************
      * OPERREC - ONE OPERATOR ON OPERATORS.DAT.  MAINTAINED THROUGH       *
      * PROGRAM60; THE PIN FIELDS ARE KEPT BY THE OPERPIN SIGN-ON AND      *
      * READ BY PROGRAM25 AND THE MONTHLY OPERSTAT REPORT.                 *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY OPERREC REPLACING ==:PFX:== BY ==OPR==.                   *
      *                                                                    *
      * THE PIN ITSELF IS NEVER STORED - ONLY ITS HASH, SALTED WITH THE    *
      * OPERATOR ID, SO THE SAME PIN ON TWO IDS DOES NOT SHOW.  A HASH     *
      * THAT IS NOT NUMERIC MEANS NO PIN HAS BEEN ISSUED YET.  A ZERO      *
      * CHANGED DATE IS A PIN ISSUED BY PROGRAM60 THAT MUST BE CHANGED     *
      * AT THE NEXT SIGN-ON.  THE FAILED-ATTEMPT COUNT RUNS ACROSS         *
      * SESSIONS AND IS CLEARED BY A GOOD SIGN-ON; AN OPERATOR LOCKED      *
      * FOR TOO MANY FAILURES STAYS LOCKED UNTIL A SUPERVISOR UNLOCKS IT   *
      * THROUGH PROGRAM60.  A RECORD FROM BEFORE THE PIN FIELDS READS      *
      * THEM AS BLANK.  THE RECORD IS FIXED AT 54 BYTES.                   *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-ID                    PIC X(5).
           05  :PFX:-NAME                  PIC X(20).
           05  :PFX:-ROLE                  PIC X.
               88  :PFX:-IS-SUPERVISOR             VALUE 'S'.
           05  :PFX:-PIN-HASH              PIC 9(9).
           05  :PFX:-PIN-CHANGED-DATE      PIC 9(8).
           05  :PFX:-FAILED-ATTEMPTS       PIC 9(2).
           05  :PFX:-LOCK-FLAG             PIC X.
               88  :PFX:-IS-LOCKED                 VALUE 'L'.
           05  :PFX:-LAST-SIGNON-DATE      PIC 9(8).
