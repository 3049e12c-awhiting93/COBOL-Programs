      * EMPPAYDT - THE PER-EMPLOYEE PAY DETAIL RECORD                      *
      * (WhitingEMP-PAYDETAIL.DAT) WRITTEN BY PROGRAM02 FOR EVERY PAID     *
      * EMPLOYEE AND READ BY PROGRAM16 TO PRINT THE PAY STUBS.             *
      * PROGRAM02 ALSO CARRIES EACH ONE INTO THE PERMANENT PAY HISTORY     *
      * (PAYHIST), WHERE PROGRAM66 READS IT BACK TO REPRINT A STUB.        *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY EMPPAYDT REPLACING ==:PFX:== BY ==PD==.                   *
      *                                                                    *
      * NEW FIELDS RIDE BEHIND THE ORIGINAL LAYOUT SO EVERY READER         *
      * FROM BEFORE THEM KEEPS WORKING ON THE LEADING BYTES.               *
      *                                                                    *
      * THE COMMISSION IS THE CLERK'S SALES COMMISSION PAID THIS WEEK -    *
      * ALREADY INCLUDED IN THE GROSS, SHOWN ON ITS OWN STUB LINE.  IT IS  *
      * BLANK ON A RECORD FROM BEFORE IT, SO READERS TEST IT NUMERIC.      *
      *                                                                    *
      * THE BENEFIT PREMIUM IS THE EMPLOYEE'S SHARE OF THE BENEFIT PLAN    *
      * PREMIUMS WITHHELD THIS WEEK, IN FULL - THE OLDER INSURANCE FIELD   *
      * STOPS AT 99.99 AND IS KEPT FOR READERS THAT PREDATE IT.  THE ER    *
      * PREMIUM IS THE EMPLOYER'S SHARE, PAID ON TOP AND NOT IN THE NET.   *
      * BOTH ARE BLANK ON A RECORD FROM BEFORE THEM - TEST THEM NUMERIC.   *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-EMPLOYEE-NAME         PIC X(20).
           05  :PFX:-VAC-BAL               PIC 9(3)V99.
           05  :PFX:-SICK-BAL              PIC 9(3)V99.
           05  :PFX:-PERIOD                PIC 9(3).
           05  :PFX:-COMMISSION            PIC 999V99.
           05  :PFX:-BENEFIT-PREMIUM       PIC 999V99.
           05  :PFX:-ER-PREMIUM            PIC 999V99.
