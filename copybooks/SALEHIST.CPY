      **********************************************************************
      * SALEHIST - ONE ACCEPTED SALE ON THE SALES JOURNAL HISTORY          *
      * (WhitingSALES-HISTORY.DAT), KEYED BY TILL RECEIPT NUMBER.          *
      * PROGRAM04 WRITES ONE RECORD PER ACCEPTED SALE AND CHECKS EVERY     *
      * RETURN AGAINST IT.                                                 *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY SALEHIST REPLACING ==:PFX:== BY ==SH==.                   *
      *                                                                    *
      * THE AMOUNTS ARE THE SALE AS IT WENT THROUGH - THE DISCOUNT AND     *
      * TAX ACTUALLY GIVEN, NOT WHAT TODAY'S MASTER WOULD GIVE.  THE       *
      * RETURNED FIGURES ARE THE RUNNING TOTAL OF THE RETURNS ACCEPTED     *
      * AGAINST THE RECEIPT, AND EACH RETURN IS KEPT BY ITS OWN RECEIPT    *
      * NUMBER SO A RERUN OF THE SAME DAY DOES NOT COUNT IT TWICE.  THE    *
      * LINES ARE THE RECEIPT'S LINE-ITEM DETAIL WHEN THE TILL SENT ANY.   *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-RECEIPT-NUM           PIC X(6).
           05  :PFX:-TRANS-DATE            PIC 9(8).
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-STORE-CODE            PIC X.
           05  :PFX:-CLERK-NUM             PIC X(5).
           05  :PFX:-SALES-AMT             PIC 9(4)V99.
           05  :PFX:-DISCOUNT-AMT          PIC 9(4)V99.
           05  :PFX:-NET-AMT               PIC 9(4)V99.
           05  :PFX:-TAX-AMT               PIC 9(4)V99.
           05  :PFX:-CERT-NUM              PIC X(15).
           05  :PFX:-RETURNED-AMT          PIC 9(4)V99.
           05  :PFX:-RETURNED-NET          PIC 9(4)V99.
           05  :PFX:-RETURNED-TAX          PIC 9(4)V99.
           05  :PFX:-RETURN-COUNT          PIC 9(2).
           05  :PFX:-RETURN OCCURS 10 TIMES.
               10  :PFX:-RET-RECEIPT       PIC X(6).
               10  :PFX:-RET-DATE          PIC 9(8).
               10  :PFX:-RET-AMT           PIC 9(4)V99.
               10  :PFX:-RET-NET           PIC 9(4)V99.
               10  :PFX:-RET-TAX           PIC 9(4)V99.
           05  :PFX:-LINE-COUNT            PIC 9(2).
           05  :PFX:-LINE OCCURS 30 TIMES.
               10  :PFX:-LINE-ITEM-CODE    PIC X(8).
               10  :PFX:-LINE-QUANTITY     PIC 9(3).
               10  :PFX:-LINE-UNIT-PRICE   PIC 9(4)V99.
               10  :PFX:-LINE-EXTENDED     PIC 9(6)V99.
               10  :PFX:-LINE-PROMO-CODE   PIC X(6).
               10  :PFX:-LINE-PROMO-DISC   PIC 9(6)V99.
