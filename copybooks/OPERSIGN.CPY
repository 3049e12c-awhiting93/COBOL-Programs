      **********************************************************************
      * OPERSIGN - THE AREA PASSED TO THE OPERPIN SIGN-ON MODULE.          *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.                   *
      *                                                                    *
      * FUNCTION S SIGNS AN OPERATOR ON: THE CALLER NAMES ITSELF, AND      *
      * OPERPIN ASKS FOR THE ID AND PIN, ENFORCES THE LOCKOUT AND THE      *
      * PIN CHANGE, AND HANDS BACK THE ID, NAME AND ROLE WITH RESULT G,    *
      * OR RESULT B WHEN NOBODY SIGNED ON.  FUNCTION H ONLY HASHES THE     *
      * PIN FOR THE OPERATOR ID GIVEN - PROGRAM60 USES IT TO ISSUE A       *
      * PIN.  THE CALLER CLEARS THE PIN AS SOON AS IT HAS THE HASH.        *
      * DATA-PATH IS THE FOLDER THE OPERATOR FILES ARE FOUND IN, RELATIVE  *
      * TO THE CALLER; LEFT BLANK IT IS THE USUAL FOUR LEVELS UP.          *
      **********************************************************************
       01  :PFX:-SIGNON-AREA.
           05  :PFX:-FUNCTION              PIC X.
               88  :PFX:-SIGN-ON                   VALUE 'S'.
               88  :PFX:-HASH-PIN                  VALUE 'H'.
           05  :PFX:-CALLER                PIC X(9).
           05  :PFX:-DATA-PATH             PIC X(16).
           05  :PFX:-OPERATOR-ID           PIC X(5).
           05  :PFX:-OPERATOR-NAME         PIC X(20).
           05  :PFX:-OPERATOR-ROLE         PIC X.
               88  :PFX:-IS-SUPERVISOR             VALUE 'S'.
           05  :PFX:-PIN                   PIC X(6).
           05  :PFX:-PIN-HASH              PIC 9(9).
           05  :PFX:-RESULT                PIC X.
               88  :PFX:-SIGNED-ON                 VALUE 'G'.
               88  :PFX:-NOT-SIGNED-ON             VALUE 'B'.
