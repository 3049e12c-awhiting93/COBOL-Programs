      **********************************************************************
      * CASHAPPL - ONE APPLICATION OF A PAYMENT TO AN OPEN ITEM            *
      * (CUSTOMER-CASH-APPLIED.DAT).  PROGRAM13'S CASH APPLICATION         *
      * APPENDS ONE RECORD EVERY TIME A TYPE P PAYMENT TAKES MONEY OFF      *
      * AN ITEM, SO A PAYMENT THAT LATER COMES BACK UNPAID CAN REOPEN      *
      * EXACTLY THE ITEMS IT PAID, FOR EXACTLY WHAT IT PAID ON EACH.        *
      * THE FILE IS HISTORY AND IS NEVER EMPTIED.                          *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY CASHAPPL REPLACING ==:PFX:== BY ==CA==.                   *
      *                                                                    *
      * THE PAYMENT IS NAMED BY ITS CUSTOMER, ITEM DATE AND REFERENCE;     *
      * THE ITEM PAID BY ITS TYPE, DATE AND REFERENCE.                     *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-PAY-DATE              PIC 9(8).
           05  :PFX:-PAY-REFERENCE         PIC X(8).
           05  :PFX:-ITEM-TYPE             PIC X.
           05  :PFX:-ITEM-DATE             PIC 9(8).
           05  :PFX:-ITEM-REFERENCE        PIC X(8).
           05  :PFX:-AMOUNT                PIC 9(5)V99.
           05  :PFX:-RUN-DATE              PIC 9(8).
