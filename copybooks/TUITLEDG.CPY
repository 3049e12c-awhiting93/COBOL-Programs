      **********************************************************************
      * TUITLEDG - ONE SECTION BILLED ON THE TUITION LEDGER               *
      * (WhitingTUITION-LEDGER.DAT), KEYED BY STUDENT, SECTION AND TERM.   *
      * PROGRAM95 WRITES A RECORD THE FIRST TIME IT CHARGES AN ENROLLMENT  *
      * AND MARKS IT DROPPED WHEN THE ENROLLMENT LEAVES THE ROSTER, SO A   *
      * RERUN NEVER BILLS OR REFUNDS THE SAME SECTION TWICE.               *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY TUITLEDG REPLACING ==:PFX:== BY ==TL==.                   *
      *                                                                    *
      * THE CUSTOMER IS THE BILLING ACCOUNT THE CHARGE WENT TO, SO A       *
      * REFUND GOES BACK TO THE SAME ACCOUNT EVEN IF THE STUDENT'S         *
      * CROSS-REFERENCE HAS SINCE CHANGED.  A SECTION DROPPED AND ADDED    *
      * AGAIN IS A NEW BILLED RECORD; THE DROPPED ONE STAYS FOR HISTORY.   *
      **********************************************************************
       01  :PFX:-LEDGER-REC.
           05  :PFX:-STUDENT-ID            PIC X(5).
           05  :PFX:-SECTION-CODE          PIC X(6).
           05  :PFX:-TERM-ID               PIC X(5).
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-CREDIT-HOURS          PIC 99V9.
           05  :PFX:-TUITION               PIC 9(5)V99.
           05  :PFX:-SECTION-FEE           PIC 9(4)V99.
           05  :PFX:-BILLED-DATE           PIC 9(8).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-BILLED                 VALUE 'B'.
               88  :PFX:-IS-DROPPED                VALUE 'D'.
           05  :PFX:-DROP-DATE             PIC 9(8).
           05  :PFX:-REFUND-PERCENT        PIC 9(3).
           05  :PFX:-REFUND-AMOUNT         PIC 9(5)V99.
