      **********************************************************************
      * BENENRL - ONE EMPLOYEE'S ENROLLMENT IN ONE BENEFIT PLAN            *
      * (WhitingBENEFIT-ENROLL.DAT), KEYED BY EMPLOYEE NUMBER AND PLAN     *
      * CODE.  MAINTAINED ONLY BY PROGRAM69'S AUDITED ADD, CHANGE, AND     *
      * DROP TRANSACTIONS; READ BY PROGRAM02 FOR THE WEEKLY PREMIUM AND    *
      * BY PROGRAM70 FOR THE MONTHLY CARRIER REPORT.                       *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY BENENRL REPLACING ==:PFX:== BY ==BE==.                    *
      *                                                                    *
      * COVERAGE RUNS FROM THE EFFECTIVE DATE THROUGH THE END DATE.  AN    *
      * END DATE OF ZERO MEANS THE COVERAGE IS STILL OPEN.  A DROPPED      *
      * ENROLLMENT KEEPS ITS RECORD WITH THE END DATE SET, SO THE CARRIER  *
      * REPORT CAN STILL SHOW THE LAST MONTH IT WAS BILLED.                *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-EMP-NUM               PIC X(5).
           05  :PFX:-PLAN-CODE             PIC X(4).
           05  :PFX:-TIER                  PIC X.
           05  :PFX:-EFFECTIVE-DATE        PIC 9(8).
           05  :PFX:-END-DATE              PIC 9(8).
