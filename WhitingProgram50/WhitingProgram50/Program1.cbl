      *real mismatch is named on the one-page tie-out and the run
      *ends with a non-zero condition code so the job stream treats
      *an unbalanced day as a failed day.
      *The sales tax record now carries the taxable and exempt
      *split of the day's sales behind its totals; the tie-out still
      *reads only the tax total.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  STX-RUN-DATE          PIC 9(8).
           05  STX-NET-SALES         PIC 9(9)V99.
           05  STX-TAX-TOTAL         PIC 9(9)V99.
           05  STX-TAXABLE-SALES     PIC 9(9)V99.
           05  STX-EXEMPT-SALES      PIC 9(9)V99.

       FD  CHARGE-WORK-FILE.
       COPY CUSTMTRN REPLACING ==:PFX:== BY ==CHGW==.
