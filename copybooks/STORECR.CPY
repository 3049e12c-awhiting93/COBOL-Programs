      **********************************************************************
      * STORECR - ONE STORE-CREDIT VOUCHER ON THE STORE CREDIT LEDGER      *
      * (WhitingSTORE-CREDIT.DAT), KEYED BY VOUCHER NUMBER.  PROGRAM04     *
      * WRITES ONE RECORD FOR EVERY RETURN REFUNDED AS STORE CREDIT AND    *
      * DRAWS THE BALANCE DOWN AS THE VOUCHER IS TENDERED ON LATER SALES.  *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY STORECR REPLACING ==:PFX:== BY ==SC==.                    *
      *                                                                    *
      * THE VOUCHER NUMBER IS THE ISSUING STORE'S CODE FOLLOWED BY THE     *
      * RETURN'S OWN RECEIPT NUMBER, SO A RETURN CAN ONLY EVER ISSUE ONE   *
      * VOUCHER.  THE VALUE IS THE NET AND TAX THE RETURN TOOK BACK, AND   *
      * THE VOUCHER IS GOOD THROUGH THE EXPIRY DATE AT ANY STORE.  EACH    *
      * REDEMPTION IS KEPT BY THE RECEIPT OF THE SALE IT PAID TOWARD, SO   *
      * A RERUN OF THE SAME DAY DOES NOT DRAW THE BALANCE DOWN TWICE.      *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-VOUCHER-NUM.
               10  :PFX:-ISSUE-STORE       PIC X.
               10  :PFX:-ISSUE-RECEIPT     PIC X(6).
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-ORIG-RECEIPT          PIC X(6).
           05  :PFX:-CLERK-NUM             PIC X(5).
           05  :PFX:-ISSUE-DATE            PIC 9(8).
           05  :PFX:-EXPIRY-DATE           PIC 9(8).
           05  :PFX:-ORIGINAL-VALUE        PIC 9(4)V99.
           05  :PFX:-BALANCE               PIC 9(4)V99.
           05  :PFX:-REDEEM-COUNT          PIC 9(2).
           05  :PFX:-REDEMPTION OCCURS 10 TIMES.
               10  :PFX:-RED-RECEIPT       PIC X(6).
               10  :PFX:-RED-DATE          PIC 9(8).
               10  :PFX:-RED-STORE         PIC X.
               10  :PFX:-RED-AMT           PIC 9(4)V99.
