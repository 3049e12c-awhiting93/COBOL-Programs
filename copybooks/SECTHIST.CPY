      **********************************************************************
      * SECTHIST - ONE STUDENT'S FINISHED AVERAGE IN ONE SECTION IN ONE    *
      * TERM (WhitingSECTION-HISTORY.DAT), KEPT BY PROGRAM03 ACROSS RUNS   *
      * THE WAY IT KEEPS THE PER-TERM GRADE HISTORY, AND READ BY THE       *
      * DEGREE AUDIT.  A RERUN OF A TERM'S GRADES REPLACES THE AVERAGE     *
      * FOR THAT STUDENT, SECTION, AND TERM RATHER THAN ADDING ANOTHER.    *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY SECTHIST REPLACING ==:PFX:== BY ==SRH==.                  *
      **********************************************************************
       01  :PFX:-SECTION-HIST-REC.
           05  :PFX:-STUDENT-ID            PIC X(5).
           05  :PFX:-SECTION-CODE          PIC X(6).
           05  :PFX:-TERM-ID               PIC X(5).
           05  :PFX:-AVERAGE               PIC 999V9.
