      * 3 SUBTRACT NUMERIC, 4 ADDRESS CHANGE, W WRITE-OFF (SUBTRACTS       *
      * LIKE A '3' BUT IS AUDITED AS A WRITE-OFF, CLOSES OPEN ITEMS        *
      * WITH A WRITE-OFF REASON, AND POSTS TO BAD DEBT INSTEAD OF          *
      * RECEIPTS), R RETURNED PAYMENT (A BOUNCED CHECK - THE REFERENCE     *
      * NAMES THE ORIGINAL PAYMENT, WHICH IS REVERSED AND THE ITEMS IT     *
      * PAID REOPENED).  THE ADDRESS FIELDS RIDE BEHIND THE ORIGINAL       *
      * 45-BYTE LAYOUT; ON AN ADDRESS CHANGE ONLY THE NON-BLANK            *
      * ADDRESS FIELDS REPLACE THE MASTER'S.                               *
      * THE MAIL PREFERENCE RIDES LAST: Y OR N ON AN ADD OR AN ADDRESS     *
      * CHANGE SETS THE MASTER'S FLAG, BLANK LEAVES IT AS IT IS.           *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
               88  :PFX:-IS-SUBTRACT-NUMERIC       VALUE '3'.
               88  :PFX:-IS-ADDRESS-CHANGE         VALUE '4'.
               88  :PFX:-IS-WRITE-OFF              VALUE 'W'.
               88  :PFX:-IS-RETURNED-PAYMENT       VALUE 'R'.
           05  :PFX:-ADDRESS-BLOCK.
               10  :PFX:-STREET            PIC X(25).
               10  :PFX:-CITY              PIC X(15).
      *    THE OPEN-ITEM REFERENCE - ON A '3' PAYMENT IT NAMES THE
      *    ITEM BEING PAID SO CASH APPLICATION CAN CLOSE IT; BLANK
      *    APPLIES OLDEST-FIRST.  ON A '2' CHARGE IT BECOMES THE NEW
      *    ITEM'S REFERENCE.  ON AN 'R' IT IS THE REFERENCE OF THE
      *    PAYMENT BEING RETURNED.
           05  :PFX:-REFERENCE             PIC X(8).
           05  :PFX:-MAIL-PREFERENCE       PIC X.
               88  :PFX:-MAIL-PREFERENCE-GIVEN     VALUES 'Y', 'N'.
