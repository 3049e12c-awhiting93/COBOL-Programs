       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  RAISE-PARAMETER-FILE.
           05  MATRIX-PERCENT-IN     PIC V99.

       FD  NEW-PAYROLL-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==NP==.

       FD  MASTER-GENERATION-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       01  MASTER-GENERATION-REC     PIC X(141).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.
