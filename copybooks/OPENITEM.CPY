      *                                                                    *
      * TYPE O IS THE MIGRATION-RUN OPENING ITEM, I AN INVOICE             *
      * (BALANCE UP), P A PAYMENT (BALANCE DOWN), A THE OFFSET             *
      * WRITTEN WHEN A CUSTOMER IS DELETED, W A WRITE-OFF, N A RETURNED    *
      * (NSF) PAYMENT PUTTING THE MONEY BACK.  THE SUM OF A CUSTOMER'S     *
      * ITEM AMOUNTS MUST EQUAL THE MASTER BALANCE.                        *
      *                                                                    *
      * THE STATUS AND OPEN AMOUNT RIDE BEHIND THE ORIGINAL FIELDS         *
      * FOR CASH APPLICATION: STATUS BLANK OR O IS STILL OPEN, C IS        *
      * CLOSED.  A RETURNED PAYMENT IS STATUS R, AND ITS TYPE N ITEM       *
      * CARRIES STATUS N UNTIL CASH APPLICATION HAS REOPENED THE ITEMS     *
      * THE PAYMENT HAD PAID.  THE OPEN AMOUNT IS WHAT IS STILL            *
      * UNAPPLIED ON THE ITEM - IT STARTS EQUAL TO THE AMOUNT AND DRAWS    *
      * TO ZERO AS PAYMENTS APPLY, SO THE SUM OF THE OPEN AMOUNTS ON       *
      * OPEN ITEMS ALSO EQUALS THE MASTER BALANCE.  A RECORD FROM          *
      * BEFORE THESE FIELDS READS THEM AS BLANK AND MIGRATES AS            *
      * OPEN-FOR-THE-FULL-AMOUNT.                                          *
      *                                                                    *
      * THE DISPUTE FIELDS RIDE BEHIND THOSE: AN ITEM THE CUSTOMER         *
      * DISPUTES IS FLAGGED D WITH THE REASON CODE (THE DSPREASN           *
      * COPYBOOK), THE DATE THE DISPUTE WAS OPENED AND THE OPERATOR        *
      * WHO OPENED IT, SET AND CLEARED ONLY THROUGH PROGRAM74.  A          *
      * DISPUTED ITEM STAYS ON THE BALANCE BUT IS NOT DUNNED, CHARGED      *
      * FINANCE CHARGE, WRITTEN OFF OR PAID OLDEST-FIRST.                  *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-AMOUNT                PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
      *    C CLOSED BY CASH APPLICATION, W CLOSED BY A WRITE-OFF -
      *    THE AUDITOR CAN TELL BAD DEBT FROM MONEY COLLECTED.  R IS
      *    A PAYMENT THAT CAME BACK UNPAID, N A RETURN NOT YET
      *    REVERSED BY CASH APPLICATION.
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-CLOSED                 VALUES 'C', 'W',
                                                          'R'.
               88  :PFX:-IS-WRITTEN-OFF            VALUE 'W'.
               88  :PFX:-IS-RETURNED               VALUE 'R'.
               88  :PFX:-IS-RETURN-PENDING         VALUE 'N'.
           05  :PFX:-OPEN-AMOUNT           PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
      *    D WHILE THE CUSTOMER DISPUTES THE ITEM, BLANK OTHERWISE.
           05  :PFX:-DISPUTE-DATA.
               10  :PFX:-DISPUTE-FLAG      PIC X.
                   88  :PFX:-IS-DISPUTED           VALUE 'D'.
               10  :PFX:-DISPUTE-REASON    PIC XX.
               10  :PFX:-DISPUTE-DATE      PIC 9(8).
               10  :PFX:-DISPUTE-OPERATOR  PIC X(5).
