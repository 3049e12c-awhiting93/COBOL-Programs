      **********************************************************************
      * TERMSTAT - ONE TERM ON THE TERM STATUS FILE                        *
      * (WhitingTERM-STATUS.DAT).  PROGRAM43'S TERM-END STANDING RUN       *
      * CLOSES THE TERM IT JUDGES; FROM THEN ON THE TERM'S GRADE RECORDS   *
      * ARE FROZEN - PROGRAM20 ONLY TAKES A GRADE CHANGE REQUEST FOR IT,   *
      * AND ONLY PROGRAM09'S SUPERVISOR APPROVAL APPLIES ONE.              *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY TERMSTAT REPLACING ==:PFX:== BY ==TS==.                   *
      *                                                                    *
      * A TERM NOT ON THE FILE IS OPEN.                                    *
      **********************************************************************
       01  :PFX:-TERM-STATUS-REC.
           05  :PFX:-TERM-ID               PIC X(5).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-OPEN                   VALUE 'O'.
               88  :PFX:-IS-CLOSED                 VALUE 'C'.
           05  :PFX:-DATE-CLOSED           PIC 9(8).
           05  :PFX:-CLOSED-BY             PIC X(5).
