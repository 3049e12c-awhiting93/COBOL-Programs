      **********************************************************************
      * PAYSTUB - THE PRINTED PAY STUB, ONE LINE PER GROUP ITEM, SHARED    *
      * BY PROGRAM16 (THE WEEKLY STUB RUN) AND PROGRAM66 (THE STUB         *
      * REPRINT FROM THE PAY HISTORY) SO A REPRINTED STUB LOOKS EXACTLY    *
      * LIKE THE ONE THE EMPLOYEE WAS HANDED.                              *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY PAYSTUB REPLACING ==:PFX:== BY ==STUB==.                  *
      *                                                                    *
      * THE COMMISSION LINE PRINTS ONLY ON A STUB THAT PAID A SALES        *
      * COMMISSION.                                                        *
      *                                                                    *
      * THE INSURANCE LINE CARRIES THE BENEFIT PLAN PREMIUMS WITHHELD,     *
      * WHICH CAN RUN PAST 99.99 A WEEK.                                   *
      **********************************************************************
       01  :PFX:-LINES.
           05  :PFX:-HEADING-LINE.
               10  FILLER                  PIC X(25)
                   VALUE "WHITING COMPANY PAY STUB ".
               10  FILLER                  PIC X(12)
                   VALUE "WEEK ENDING ".
               10  :PFX:-DATE-OUT          PIC X(18)   VALUE SPACES.
               10                          PIC X(25)   VALUE SPACES.
           05  :PFX:-NAME-LINE.
               10  FILLER                  PIC X(12)
                   VALUE "EMPLOYEE:   ".
               10  :PFX:-NAME-OUT          PIC X(20).
               10  FILLER                  PIC X(8)
                   VALUE "  NO.   ".
               10  :PFX:-NUM-OUT           PIC X(5).
               10  FILLER                  PIC X(10)
                   VALUE "  PERIOD  ".
               10  :PFX:-PERIOD-OUT        PIC ZZ9.
               10                          PIC X(22)   VALUE SPACES.
           05  :PFX:-HOURS-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "HOURS WORKED:           ".
               10  :PFX:-HOURS-OUT         PIC Z9.
               10  FILLER                  PIC X(12)
                   VALUE "   AT RATE  ".
               10  :PFX:-RATE-OUT          PIC $9.99.
               10                          PIC X(37)   VALUE SPACES.
           05  :PFX:-COMMISSION-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "SALES COMMISSION:       ".
               10  :PFX:-COMMISSION-OUT    PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-GROSS-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "GROSS PAY:              ".
               10  :PFX:-GROSS-OUT         PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-FED-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "FEDERAL TAX WITHHELD:   ".
               10  :PFX:-FED-OUT           PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-FICA-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "FICA WITHHELD:          ".
               10  :PFX:-FICA-OUT          PIC $Z9.99.
               10                          PIC X(50)   VALUE SPACES.
           05  :PFX:-STATE-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "STATE TAX WITHHELD:     ".
               10  :PFX:-STATE-OUT         PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-LOCAL-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "LOCAL TAX WITHHELD:     ".
               10  :PFX:-LOCAL-OUT         PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-RETIRE-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "RETIREMENT:             ".
               10  :PFX:-RETIRE-OUT        PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-GARNISH-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "GARNISHMENTS:           ".
               10  :PFX:-GARNISH-OUT       PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-CHARITY-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "CHARITABLE:             ".
               10  :PFX:-CHARITY-OUT       PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-DUES-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "UNION DUES:             ".
               10  :PFX:-DUES-OUT          PIC $Z9.99.
               10                          PIC X(50)   VALUE SPACES.
           05  :PFX:-INSUR-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "INSURANCE:              ".
               10  :PFX:-INSUR-OUT         PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-NET-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "NET PAY:                ".
               10  :PFX:-NET-OUT           PIC $ZZ9.99.
               10                          PIC X(49)   VALUE SPACES.
           05  :PFX:-YTD-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "YEAR-TO-DATE WAGES:     ".
               10  :PFX:-YTD-OUT           PIC $Z,ZZZ,ZZ9.99.
               10                          PIC X(43)   VALUE SPACES.
           05  :PFX:-VAC-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "VACATION HOURS AVAIL:   ".
               10  :PFX:-VAC-OUT           PIC ZZ9.99.
               10                          PIC X(50)   VALUE SPACES.
           05  :PFX:-SICK-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "SICK HOURS AVAIL:       ".
               10  :PFX:-SICK-OUT          PIC ZZ9.99.
               10                          PIC X(50)   VALUE SPACES.
           05  :PFX:-RULE-LINE             PIC X(60)   VALUE ALL "-".
