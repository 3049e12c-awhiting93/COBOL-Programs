      **********************************************************************
      * CREDDEC - ONE SUPERVISOR DECISION ON A SALE PROGRAM04 HELD FOR     *
      * THE CREDIT LIMIT.  PROGRAM49 APPENDS ONE RECORD TO                 *
      * CUSTOMER-CREDIT-DECISIONS.DAT FOR EVERY APPROVAL AND DECLINE, SO   *
      * THE DECISION OUTLIVES THE PENDING QUEUE PROGRAM04 EMPTIES.         *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY CREDDEC REPLACING ==:PFX:== BY ==CD==.                    *
      *                                                                    *
      * THE ORIGINAL TRANSACTION IS THE SALE AS THE TILL SENT IT -         *
      * CUSTOMER, AMOUNT, DATE, RECEIPT, TYPE, STORE.  STATUS A IS AN      *
      * APPROVAL (THE SALE WENT THROUGH OVER THE LIMIT), D A DECLINE (THE  *
      * SALE WAS VOIDED AND NEVER BOOKED).                                 *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-ORIGINAL-TRANS.
               10  :PFX:-CUSTOMER-ID       PIC X(5).
               10  :PFX:-SALES-AMT         PIC 9(4)V99.
               10  :PFX:-TRANS-DATE        PIC 9(8).
               10  :PFX:-RECEIPT-NUM       PIC X(6).
               10  :PFX:-TRANS-TYPE        PIC X.
               10  :PFX:-STORE-CODE        PIC X.
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-APPROVED               VALUE 'A'.
               88  :PFX:-IS-DECLINED               VALUE 'D'.
           05  :PFX:-OPERATOR              PIC X(5).
           05  :PFX:-CLERK-NUM             PIC X(5).
           05  :PFX:-DECIDED-DATE          PIC 9(8).
