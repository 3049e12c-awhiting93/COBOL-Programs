       DATA DIVISION.
       FILE SECTION.
       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       01  PAYROLL-MASTER-REC.
           05  EMP-NUM               PIC X(5).
           05  EMP-NAME              PIC X(20).
           05  UNION-DUES            PIC 999V99.
           05  INSURANCE             PIC 999V99.
           05                        PIC X(22).
           05                        PIC X(61).

       FD  OLD-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==OLD==.
