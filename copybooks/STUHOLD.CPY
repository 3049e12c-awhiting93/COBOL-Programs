      **********************************************************************
      * STUHOLD - ONE REGISTRAR HOLD ON THE STUDENT HOLD FILE              *
      * (WhitingSTUDENT-HOLDS.DAT), MAINTAINED ONLY THROUGH PROGRAM96 AND  *
      * READ BY EVERY RUN A HOLD BLOCKS - REPORT CARDS, TRANSCRIPTS,       *
      * ENROLLMENT AND THE HONOR ROLL.                                     *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.                   *
      *                                                                    *
      * A HOLD IS ACTIVE UNTIL IT IS RELEASED - A ZERO RELEASE DATE.  A    *
      * STUDENT HAS AT MOST ONE ACTIVE HOLD OF EACH TYPE; A RELEASED HOLD  *
      * STAYS ON THE FILE AS HISTORY.  TYPE F (FINANCIAL) IS PLACED AND    *
      * RELEASED BY PROGRAM96 FROM THE BILLING ACCOUNT'S AGING, NEVER BY   *
      * HAND.  THE OPERATOR FIELDS ARE THE SIGNED-ON OPERATOR, OR BLANK    *
      * WHEN THE AGING PLACED OR RELEASED THE HOLD.                        *
      **********************************************************************
       01  :PFX:-HOLD-REC.
           05  :PFX:-STUDENT-ID            PIC X(5).
           05  :PFX:-HOLD-TYPE             PIC X.
               88  :PFX:-IS-FINANCIAL              VALUE 'F'.
               88  :PFX:-IS-LIBRARY                VALUE 'L'.
               88  :PFX:-IS-IMMUNIZATION           VALUE 'I'.
               88  :PFX:-IS-ADVISING               VALUE 'A'.
               88  :PFX:-IS-DISCIPLINARY           VALUE 'D'.
               88  :PFX:-IS-REGISTRAR              VALUE 'R'.
               88  :PFX:-IS-VALID-TYPE    VALUES 'F', 'L', 'I', 'A',
                                                 'D', 'R'.
           05  :PFX:-OFFICE                PIC X(10).
           05  :PFX:-DATE-PLACED           PIC 9(8).
           05  :PFX:-DATE-RELEASED         PIC 9(8).
               88  :PFX:-IS-ACTIVE                 VALUE ZERO.
           05  :PFX:-REASON                PIC X(30).
           05  :PFX:-PLACED-BY             PIC X(5).
           05  :PFX:-RELEASED-BY           PIC X(5).
