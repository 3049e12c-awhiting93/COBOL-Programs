      **********************************************************************
      * BENPLAN - ONE ROW OF THE BENEFIT PLAN TABLE (BENEFIT-PLANS.DAT):   *
      * THE PREMIUM FOR ONE PLAN AT ONE COVERAGE TIER.  READ BY PROGRAM02  *
      * TO PRICE EACH ACTIVE ENROLLMENT, BY PROGRAM69 TO EDIT ENROLLMENT   *
      * TRANSACTIONS, AND BY PROGRAM70 FOR THE MONTHLY CARRIER REPORT.     *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY BENPLAN REPLACING ==:PFX:== BY ==BP==.                    *
      *                                                                    *
      * A PLAN HAS ONE ROW PER TIER IT OFFERS.  BOTH PREMIUMS ARE PER      *
      * WEEKLY PAY PERIOD - THE EMPLOYEE SHARE COMES OUT OF NET PAY, THE   *
      * EMPLOYER SHARE IS ACCRUED BESIDE IT, AND THE INSURER IS PAID THE   *
      * TWO TOGETHER.                                                      *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-PLAN-CODE             PIC X(4).
           05  :PFX:-TIER                  PIC X.
               88  :PFX:-TIER-EMPLOYEE                 VALUE 'E'.
               88  :PFX:-TIER-EMP-SPOUSE               VALUE 'S'.
               88  :PFX:-TIER-FAMILY                   VALUE 'F'.
               88  :PFX:-TIER-VALID            VALUES 'E', 'S', 'F'.
           05  :PFX:-PLAN-NAME             PIC X(20).
           05  :PFX:-EE-PREMIUM            PIC 999V99.
           05  :PFX:-ER-PREMIUM            PIC 999V99.
