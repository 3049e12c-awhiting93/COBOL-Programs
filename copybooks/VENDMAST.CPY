      **********************************************************************
      * VENDMAST - THE VENDOR MASTER RECORD (VENDOR-MASTER.DAT), ONE       *
      * RECORD PER VENDOR NUMBER IN VENDOR-NUMBER ORDER.  PROGRAM88        *
      * MAINTAINS IT FROM AUDITED ADD/CHANGE/DELETE TRANSACTIONS,          *
      * PROGRAM89 CHECKS EVERY INVOICE AGAINST IT AND TAKES THE TERMS      *
      * FROM IT, AND PROGRAM90 ADDRESSES THE AP CHECKS FROM IT.            *
      *                                                                    *
      * COPY WITH A PREFIX SO THE SAME LAYOUT SERVES THE OLD MASTER,       *
      * NEW MASTER, AND GENERATION FDS, E.G.:                              *
      *     COPY VENDMAST REPLACING ==:PFX:== BY ==OLD==.                  *
      *                                                                    *
      * THE TERMS ARE A CASH DISCOUNT PERCENT EARNED BY PAYING WITHIN THE  *
      * DISCOUNT DAYS, AND THE NET DAYS THE FULL AMOUNT IS DUE IN - 2/10   *
      * NET 30 IS 02.00, 010, 030.  A ZERO PERCENT MEANS NO DISCOUNT.      *
      * THE EXPENSE ACCOUNT IS THE DEFAULT GENERAL-LEDGER ACCOUNT AN       *
      * INVOICE POSTS TO WHEN IT DOES NOT NAME ONE OF ITS OWN.  A VENDOR   *
      * ON HOLD (H) CAN STILL BE INVOICED BUT IS NOT PAID; AN INACTIVE     *
      * VENDOR (I) TAKES NO NEW INVOICES.                                  *
      **********************************************************************
       01  :PFX:-VENDOR-REC.
           05  :PFX:-VENDOR-NUM            PIC X(5).
           05  :PFX:-VENDOR-NAME           PIC X(25).
           05  :PFX:-REMIT-ADDRESS.
               10  :PFX:-REMIT-STREET      PIC X(25).
               10  :PFX:-REMIT-CITY        PIC X(15).
               10  :PFX:-REMIT-STATE       PIC XX.
               10  :PFX:-REMIT-ZIP         PIC X(10).
           05  :PFX:-EXPENSE-ACCOUNT       PIC X(20).
           05  :PFX:-DISCOUNT-PCT          PIC 99V99.
           05  :PFX:-DISCOUNT-DAYS         PIC 9(3).
           05  :PFX:-NET-DAYS              PIC 9(3).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-ACTIVE                 VALUE 'A'.
               88  :PFX:-IS-ON-HOLD                VALUE 'H'.
               88  :PFX:-IS-INACTIVE               VALUE 'I'.
