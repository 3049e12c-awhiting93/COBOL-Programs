      **********************************************************************
      * DUPPAIR - ONE PAIR OF CUSTOMER IDS SUSPECTED OF BEING THE SAME     *
      * CUSTOMER.  PROGRAM83 WRITES THE PAIRS IT FINDS TO THE REVIEW       *
      * QUEUE (CUSTOMER-DUPLICATE-PAIRS.DAT) AS PENDING; PROGRAM84 SHOWS   *
      * THEM TO A SUPERVISOR AND KEEPS EVERY DECISION ON                   *
      * CUSTOMER-DUPLICATE-DECISIONS.DAT IN THE SAME LAYOUT, SO A PAIR     *
      * ALREADY DECIDED IS NOT PUT UP AGAIN.                               *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY DUPPAIR REPLACING ==:PFX:== BY ==DP==.                    *
      *                                                                    *
      * THE LOWER ID IS ALWAYS ID 1.  THE MATCH FLAGS ARE F FOR A FULL     *
      * MATCH ON THE NORMALIZED FIELD, P FOR A PARTIAL ONE (NAME AND       *
      * STREET ONLY), BLANK FOR NONE.  STATUS P IS PENDING REVIEW, C       *
      * CONFIRMED THE SAME CUSTOMER (THE SURVIVOR KEEPS ITS ID AND THE     *
      * OTHER IS MERGED INTO IT), N NOT A DUPLICATE.  THE CUSTOMER         *
      * FIGURES ARE AS THEY STOOD WHEN THE SCAN RAN.                       *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-ID-1                  PIC X(5).
           05  :PFX:-ID-2                  PIC X(5).
           05  :PFX:-SCORE                 PIC 9(3).
           05  :PFX:-MATCH-FLAGS.
               10  :PFX:-NAME-MATCH        PIC X.
               10  :PFX:-STREET-MATCH      PIC X.
               10  :PFX:-ZIP-MATCH         PIC X.
               10  :PFX:-PHONE-MATCH       PIC X.
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-PENDING                VALUES 'P', ' '.
               88  :PFX:-IS-CONFIRMED              VALUE 'C'.
               88  :PFX:-IS-NOT-DUPLICATE          VALUE 'N'.
           05  :PFX:-SURVIVOR-ID           PIC X(5).
           05  :PFX:-OPERATOR              PIC X(5).
           05  :PFX:-DECIDED-DATE          PIC 9(8).
           05  :PFX:-CUSTOMER OCCURS 2 TIMES.
               10  :PFX:-NAME              PIC X(27).
               10  :PFX:-BALANCE           PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-ITEM-COUNT        PIC 9(4).
               10  :PFX:-LAST-ACTIVITY     PIC 9(8).
