      **********************************************************************
      * APINVC - ONE VENDOR INVOICE ON THE ACCOUNTS PAYABLE INVOICE FILE   *
      * (WhitingAP-INVOICES.DAT), IN VENDOR AND INVOICE NUMBER ORDER.      *
      * PROGRAM89 ENTERS, APPROVES, HOLDS, AND CANCELS INVOICES, AND       *
      * PROGRAM90 MARKS THEM PAID WHEN THE WEEKLY CHECK RUN PAYS THEM.     *
      *                                                                    *
      * COPY WITH A PREFIX SO THE SAME LAYOUT SERVES THE OLD FILE, NEW     *
      * FILE, AND GENERATION FDS, E.G.:                                    *
      *     COPY APINVC REPLACING ==:PFX:== BY ==OLD==.                    *
      *                                                                    *
      * STATUS E ENTERED, A APPROVED FOR PAYMENT, H HELD (APPROVED BUT     *
      * NOT TO BE PAID YET), P PAID, X CANCELLED.  AN INVOICE IS A         *
      * LIABILITY FROM THE DAY IT IS APPROVED, SO ONLY AN ENTERED ONE CAN  *
      * BE CANCELLED.  THE DUE DATE, DISCOUNT DATE, AND DISCOUNT AMOUNT    *
      * ARE FIXED AT ENTRY FROM THE VENDOR'S TERMS; THE DISCOUNT IS TAKEN  *
      * ONLY WHEN THE CHECK IS DATED ON OR BEFORE THE DISCOUNT DATE.  THE  *
      * PAID FIELDS ARE ZERO UNTIL THE CHECK RUN PAYS THE INVOICE.         *
      **********************************************************************
       01  :PFX:-INVOICE-REC.
           05  :PFX:-INVOICE-KEY.
               10  :PFX:-VENDOR-NUM        PIC X(5).
               10  :PFX:-INVOICE-NUM       PIC X(15).
           05  :PFX:-INVOICE-DATE          PIC 9(8).
           05  :PFX:-DESCRIPTION           PIC X(20).
           05  :PFX:-AMOUNT                PIC 9(7)V99.
           05  :PFX:-EXPENSE-ACCOUNT       PIC X(20).
           05  :PFX:-DUE-DATE              PIC 9(8).
           05  :PFX:-DISCOUNT-DATE         PIC 9(8).
           05  :PFX:-DISCOUNT-AMT          PIC 9(7)V99.
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-ENTERED                VALUE 'E'.
               88  :PFX:-IS-APPROVED               VALUE 'A'.
               88  :PFX:-IS-HELD                   VALUE 'H'.
               88  :PFX:-IS-PAID                   VALUE 'P'.
               88  :PFX:-IS-CANCELLED              VALUE 'X'.
           05  :PFX:-ENTERED-DATE          PIC 9(8).
           05  :PFX:-ENTERED-BY            PIC X(5).
           05  :PFX:-APPROVED-DATE         PIC 9(8).
           05  :PFX:-APPROVED-BY           PIC X(5).
           05  :PFX:-PAID-DATE             PIC 9(8).
           05  :PFX:-CHECK-NUM             PIC 9(6).
           05  :PFX:-DISCOUNT-TAKEN        PIC 9(7)V99.
           05  :PFX:-PAID-AMT              PIC 9(7)V99.
