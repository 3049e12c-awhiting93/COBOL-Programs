      *PROGRAM02 writes (record count and net-pay-cents hash) - a
      *missing or mismatched seal refuses the run with condition
      *code 8 before a truncated file can shortchange the stubs.
      *The stub lines now come from the shared PAYSTUB copybook,
      *so the stub PROGRAM66 reprints from the pay history is laid out
      *exactly like the one this program printed that week.
      *A store clerk's sales commission, paid by PROGRAM02 as its own
      *earnings line inside the gross, prints on its own stub line
      *beneath the hours and rate.
      *The insurance line now prints the benefit plan premiums
      *withheld in full from the pay detail's benefit premium field;
      *a pay detail record from before that field still prints its
      *old insurance figure.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  MONTH-TABLE REDEFINES MONTH-CONSTANTS
                                           PIC X(9)    OCCURS 12 TIMES.

       COPY PAYSTUB REPLACING ==:PFX:== BY ==STUB==.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE PD-HOURS TO STUB-HOURS-OUT
           MOVE PD-RATE TO STUB-RATE-OUT
           WRITE PAY-STUB-REC FROM STUB-HOURS-LINE
           IF PD-COMMISSION IS NUMERIC AND PD-COMMISSION > ZERO
               MOVE PD-COMMISSION TO STUB-COMMISSION-OUT
               WRITE PAY-STUB-REC FROM STUB-COMMISSION-LINE
           END-IF
           MOVE PD-GROSS-PAY TO STUB-GROSS-OUT
           WRITE PAY-STUB-REC FROM STUB-GROSS-LINE
           MOVE PD-FEDERAL-TAX TO STUB-FED-OUT
           WRITE PAY-STUB-REC FROM STUB-CHARITY-LINE
           MOVE PD-DUES TO STUB-DUES-OUT
           WRITE PAY-STUB-REC FROM STUB-DUES-LINE
           IF PD-BENEFIT-PREMIUM IS NUMERIC
               MOVE PD-BENEFIT-PREMIUM TO STUB-INSUR-OUT
           ELSE
               MOVE PD-INSURANCE TO STUB-INSUR-OUT
           END-IF
           WRITE PAY-STUB-REC FROM STUB-INSUR-LINE
           WRITE PAY-STUB-REC FROM STUB-RULE-LINE
           MOVE PD-NET-PAY TO STUB-NET-OUT
