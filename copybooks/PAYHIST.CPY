      **********************************************************************
      * PAYHIST - THE PERMANENT PAY HISTORY (WhitingEMP-PAY-HISTORY.DAT).  *
      * PROGRAM02 APPENDS EVERY PAY DETAIL RECORD OF A CLEAN RUN AS A P    *
      * RECORD; PROGRAM37 APPENDS AN A RECORD FOR EVERY PRIOR-PERIOD       *
      * ADJUSTMENT IT SETTLES.  PROGRAM66 READS IT FOR THE EMPLOYEE PAY    *
      * INQUIRY SCREEN, AND PROGRAM68 FOR THE FINAL CHECK OF EACH          *
      * TERMINATION IN ITS MONTH.                                          *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY PAYHIST REPLACING ==:PFX:== BY ==PH==.                    *
      *                                                                    *
      * THE KEY IS THE EMPLOYEE NUMBER AND PAY PERIOD IN FRONT.  A P       *
      * RECORD CARRIES THE PAY DETAIL RECORD (THE EMPPAYDT LAYOUT) AS      *
      * WRITTEN, WITH ROOM FOR THAT LAYOUT TO GROW.  A PERIOD RERUN        *
      * UNDER SUPERVISOR OVERRIDE IS THE LAST P RECORD FOR ITS KEY.  AN    *
      * A RECORD NAMES THE WEEK IT CORRECTS BY ITS PERIOD-ENDING DATE      *
      * (PERIOD ZERO WHEN THE WEEK WAS PAID BEFORE THE HISTORY BEGAN)      *
      * AND CARRIES THE HOURS AND RATE BOTH WAYS WITH THE DELTAS.          *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-EMP-NUM               PIC X(5).
           05  :PFX:-PERIOD                PIC 9(3).
           05  :PFX:-PERIOD-END            PIC 9(8).
           05  :PFX:-REC-TYPE              PIC X.
               88  :PFX:-PAY-RECORD                    VALUE 'P'.
               88  :PFX:-ADJ-RECORD                    VALUE 'A'.
           05  :PFX:-RUN-DATE              PIC 9(8).
           05  :PFX:-DETAIL                PIC X(150).
           05  :PFX:-ADJUSTMENT REDEFINES :PFX:-DETAIL.
               10  :PFX:-OLD-HOURS         PIC 9(2).
               10  :PFX:-OLD-RATE          PIC 9V99.
               10  :PFX:-NEW-HOURS         PIC 9(2).
               10  :PFX:-NEW-RATE          PIC 9V99.
               10  :PFX:-D-GROSS           PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-D-FED             PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-D-FICA            PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-D-STATE           PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-D-LOCAL           PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-D-RETIRE          PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-D-NET             PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
               10  :PFX:-DISPOSITION       PIC X(20).
               10  FILLER                  PIC X(64).
