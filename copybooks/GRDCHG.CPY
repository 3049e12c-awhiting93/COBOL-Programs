      **********************************************************************
      * GRDCHG - ONE LATE GRADE CHANGE REQUEST ON THE PENDING FILE         *
      * (WhitingGRADE-CHANGE-PENDING.DAT).  PROGRAM20 WRITES ONE WHEN      *
      * GRADES ARE KEYED FOR A TERM THE TERM STATUS FILE SHOWS CLOSED;     *
      * PROGRAM09'S SUPERVISOR SCREEN APPROVES OR DECLINES IT.             *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY GRDCHG REPLACING ==:PFX:== BY ==GC==.                     *
      *                                                                    *
      * THE OLD GRADES ARE THE RECORD AS IT STOOD WHEN THE REQUEST WAS     *
      * KEYED (COUNT ZERO WHEN THERE WAS NO RECORD, E.G. AN INCOMPLETE     *
      * BEING FINISHED); THE NEW GRADES CARRY THEIR CATEGORY BYTES SO AN   *
      * APPROVED CHANGE AVERAGES THE WAY PROGRAM03 DOES.  THE DECISION     *
      * FIELDS STAY BLANK UNTIL A SUPERVISOR ACTS.                         *
      **********************************************************************
       01  :PFX:-CHANGE-REC.
           05  :PFX:-REQUEST-DATE          PIC 9(8).
           05  :PFX:-REQUESTED-BY          PIC X(5).
           05  :PFX:-STUDENT-ID            PIC X(5).
           05  :PFX:-SECTION-CODE          PIC X(6).
           05  :PFX:-TERM-ID               PIC X(5).
           05  :PFX:-INSTRUCTOR            PIC X(20).
           05  :PFX:-REASON-CODE           PIC X.
               88  :PFX:-IS-CALCULATION-ERROR      VALUE 'C'.
               88  :PFX:-IS-KEYING-ERROR           VALUE 'K'.
               88  :PFX:-IS-INCOMPLETE-DONE        VALUE 'I'.
               88  :PFX:-IS-REGRADE-APPEAL         VALUE 'R'.
               88  :PFX:-IS-MISSED-WORK            VALUE 'M'.
               88  :PFX:-IS-VALID-REASON  VALUES 'C', 'K', 'I', 'R',
                                                 'M'.
           05  :PFX:-OLD-COUNT             PIC 9.
           05  :PFX:-OLD-GRADE             PIC 999 OCCURS 9 TIMES.
           05  :PFX:-NEW-COUNT             PIC 9.
           05  :PFX:-NEW-GRADE             PIC 999 OCCURS 9 TIMES.
           05  :PFX:-NEW-CATEGORY          PIC X   OCCURS 9 TIMES.
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-PENDING                VALUE 'P'.
               88  :PFX:-IS-APPROVED               VALUE 'A'.
               88  :PFX:-IS-DECLINED               VALUE 'D'.
           05  :PFX:-DECIDED-BY            PIC X(5).
           05  :PFX:-DECIDED-DATE          PIC 9(8).
