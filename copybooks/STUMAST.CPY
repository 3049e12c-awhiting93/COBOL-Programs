      * SAME CONVENTION AS CUSTMAST - SO EVERY PRE-ADDRESS READER          *
      * (PROGRAM03, PROGRAM20, PROGRAM42) KEEPS WORKING ON THE            *
      * LEADING BYTES.                                                     *
      *                                                                    *
      * THE PROGRAM OF STUDY (A CODE ON PROGRAM-REQUIREMENTS.DAT) AND THE  *
      * PLANNED GRADUATION TERM (CCYYT, SO TERMS COLLATE IN TIME ORDER)    *
      * FOLLOW THE ADDRESS, FOR THE DEGREE AUDIT.  BLANK MEANS NOT YET     *
      * DECLARED.                                                          *
      **********************************************************************
       01  :PFX:-STUDENT-REC.
           05  :PFX:-STUDENT-ID            PIC X(5).
               10  :PFX:-CITY              PIC X(15).
               10  :PFX:-STATE             PIC XX.
               10  :PFX:-ZIP               PIC X(10).
           05  :PFX:-PROGRAM-CODE          PIC X(6).
           05  :PFX:-PLANNED-GRAD-TERM     PIC X(5).
