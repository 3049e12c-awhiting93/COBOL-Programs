      **********************************************************************
      * PAYMAST - THE EMPLOYEE PAYROLL MASTER RECORD                       *
      * (PAYROLL-MASTER.DAT) MAINTAINED BY PROGRAM15 AND PROGRAM06'S       *
      * APPLY MODE AND READ BY PROGRAM1, PROGRAM02, PROGRAM19, PROGRAM40,  *
      * PROGRAM14, PROGRAM64, PROGRAM65, PROGRAM68, PROGRAM69, AND         *
      * PROGRAM70.                                                         *
      *                                                                    *
      * COPY WITH A PREFIX SO THE SAME LAYOUT SERVES THE OLD MASTER,       *
      * NEW MASTER, AND GENERATION FDS, E.G.:                              *
      * EMPLOYEE STAYS ON THE MASTER (STATUS T) INSTEAD OF BEING           *
      * DELETED, SO THE YEAR-END STATEMENTS STILL FIND EVERYONE PAID       *
      * AT ANY POINT IN THE YEAR.                                          *
      *                                                                    *
      * THE 80 BYTES ARE NOW FULL, SO THE MAILING ADDRESS EXTENDS THE      *
      * RECORD TO 132.  EVERY READER DECLARES RECORD CONTAINS 80 TO 132    *
      * CHARACTERS, SO AN OLD 80-BYTE FILE STILL READS, WITH A BLANK       *
      * ADDRESS.                                                           *
      *                                                                    *
      * THE TAXPAYER ID (SSN) FOLLOWS THE ADDRESS, TAKING THE RECORD TO    *
      * 141; READERS DECLARE 80 TO 141.  THE FULL ID GOES ONLY ON THE      *
      * ELECTRONIC W-2 FILE - EVERY PRINT SHOWS IT MASKED, XXX-XX-NNNN.    *
      **********************************************************************
       01  :PFX:-PAYROLL-REC.
           05  :PFX:-EMP-NUM               PIC X(5).
      *    THE DEPARTMENT / COST-CENTER CODE - BLANK ON AN OLD FILE,
      *    WHICH THE LABOR DISTRIBUTION TREATS AS "GEN".
           05  :PFX:-DEPT                  PIC X(4).
      *    THE PAY TYPE - H HOURLY (PAID FROM TIMECARDS) OR S SALARIED
      *    (PAID A FLAT WEEKLY SALARY WITH NO TIMECARD).  BLANK ON AN
      *    OLD FILE, WHICH COUNTS AS HOURLY.
           05  :PFX:-PAY-TYPE              PIC X(1).
               88  :PFX:-IS-HOURLY                 VALUES 'H', ' '.
               88  :PFX:-IS-SALARIED               VALUE 'S'.
      *    THE EMPLOYEE'S LAST KNOWN MAILING ADDRESS - WHERE UNCLAIMED-
      *    WAGE NOTICES AND YEAR-END FORMS ARE SENT.
           05  :PFX:-ADDRESS-BLOCK.
               10  :PFX:-STREET            PIC X(25).
               10  :PFX:-CITY              PIC X(15).
               10  :PFX:-STATE             PIC XX.
               10  :PFX:-ZIP               PIC X(10).
      *    THE EMPLOYEE'S TAXPAYER ID (SSN), NINE DIGITS, NO DASHES.
      *    BLANK ON AN OLD FILE - THE W-2 RUN LISTS A BLANK ONE.
           05  :PFX:-TAXPAYER-ID           PIC X(9).
