      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. STRMTIME.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program watches the batch window.  PROGRAM59 records
      *every step's start and completion in WhitingSTREAM-STATUS.DAT,
      *and this run turns those records into elapsed times.  Each
      *completed step's time is kept on a rolling history,
      *WhitingSTEP-TIMINGS.DAT - one record per business date and
      *step, rebuilt from the status file and the old history every
      *run and trimmed to the averaging window plus thirty days - so
      *the history outlives any purge of the status file.
      *WhitingSTREAM-TIMING.LIS shows every step's time tonight
      *against its average and worst case over the window, and flags
      *a step (finished or still running) that has taken more than
      *the set multiple of its average.  It then projects the
      *stream's finish: a step still running is given the rest of
      *its average, a step not yet run all of it, and the total is
      *added to the wall clock; once every step has finished the
      *projection is the actual finish.  The deadline is the first
      *stroke of the deadline time after the stream started.
      *STREAM-TIMING-PARMS.DAT (deadline HHMM, slow multiple 9V9,
      *window days, and the seconds below which a step is never
      *called slow) overrides the defaults of 0600, 2.0, 30 days and
      *60 seconds field by field.
      *The job stream runs this after every step.  The first time in
      *a business date that the projection misses the deadline an
      *alert goes to the operator console file,
      *WhitingOPERATOR-ALERTS.DAT, and to the common exception file
      *so the on-call analyst is called; a later run the same date
      *reports the miss without alerting twice, unless PROGRAM30
      *has marked the first alert resolved.  Condition code 4 while
      *the projection misses the deadline.
      *A step's start is its controller start record, matched to the
      *completion by step rather than by date, because the date-
      *advance step starts under yesterday's date and completes
      *under today's.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STREAM-STATUS-FILE
               ASSIGN TO "..\..\..\..\WhitingSTREAM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIMING-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingSTEP-TIMINGS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TIMING-PARM-FILE
               ASSIGN TO "..\..\..\..\STREAM-TIMING-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ALERT-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-ALERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT TIMING-REPORT
               ASSIGN TO "..\..\..\..\WhitingSTREAM-TIMING.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  STREAM-STATUS-FILE.
       01  STREAM-STATUS-REC.
           05  SS-BUSINESS-DATE            PIC 9(8).
           05  SS-STEP                     PIC X(2).
           05  SS-PROGRAM                  PIC X(9).
           05  SS-STATUS                   PIC X.
               88  SS-IS-STARTED                   VALUE 'S'.
               88  SS-IS-COMPLETED                 VALUE 'C'.
           05  SS-CONDITION-CODE           PIC 9(2).
           05  SS-STAMP                    PIC X(14).

       FD  TIMING-HISTORY-FILE.
       01  TIMING-HISTORY-REC.
           05  HST-BUSINESS-DATE           PIC 9(8).
           05  HST-STEP                    PIC X(2).
           05  HST-PROGRAM                 PIC X(9).
           05  HST-START-STAMP             PIC X(14).
           05  HST-END-STAMP               PIC X(14).
           05  HST-ELAPSED-SECONDS         PIC 9(7).

       FD  TIMING-PARM-FILE.
       01  TIMING-PARM-REC.
           05  TP-DEADLINE-TIME.
               10  TP-DEADLINE-HH          PIC 99.
               10  TP-DEADLINE-MM          PIC 99.
           05  TP-SLOW-MULTIPLE            PIC 9V9.
           05  TP-WINDOW-DAYS              PIC 9(3).
           05  TP-MIN-SECONDS              PIC 9(4).

      *   THE OPERATOR CONSOLE FILE - ONE LINE PER ALERT, READ BY
      *   WHOEVER WATCHES THE NIGHT'S RUN.
       FD  ALERT-FILE.
       01  ALERT-REC.
           05  AL-STAMP                    PIC X(14).
           05  AL-PROGRAM-ID               PIC X(9).
           05  AL-BUSINESS-DATE            PIC 9(8).
           05  AL-SEVERITY                 PIC X.
               88  AL-IS-CALL-OUT                  VALUE 'C'.
           05  AL-MESSAGE                  PIC X(80).

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  TIMING-REPORT.
       01  TIMING-REPORT-REC               PIC X(120).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-ALL-STEPS-DONE           PIC X(3)    VALUE 'YES'.
           05  WS-MISSES-DEADLINE          PIC X(3)    VALUE 'NO '.
           05  WS-ALERT-ALREADY-RAISED     PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  TIMING-PARAMETERS.
           05  WS-DEADLINE-TIME.
               10  WS-DEADLINE-HH          PIC 99      VALUE 06.
               10  WS-DEADLINE-MM          PIC 99      VALUE 00.
           05  WS-SLOW-MULTIPLE            PIC 9V9     VALUE 2.0.
           05  WS-WINDOW-DAYS              PIC 9(3)    VALUE 30.
           05  WS-MIN-SECONDS              PIC 9(4)    VALUE 60.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DAY             PIC S9(7)   VALUE ZERO.
           05  WS-WINDOW-START-DAY         PIC S9(7)   VALUE ZERO.
           05  WS-KEEP-FROM-DAY            PIC S9(7)   VALUE ZERO.
           05  WS-ENTRY-DAY                PIC S9(7)   VALUE ZERO.

      *   A WALL-CLOCK STAMP AND ITS SECONDS SINCE THE START OF THE
      *   CALENDAR, FOR SUBTRACTING ONE STAMP FROM ANOTHER.
       01  STAMP-CONVERSION-AREAS.
           05  WS-CV-STAMP.
               10  WS-CV-DATE              PIC 9(8).
               10  WS-CV-HH                PIC 99.
               10  WS-CV-MM                PIC 99.
               10  WS-CV-SS                PIC 99.
           05  WS-CV-SECONDS               PIC S9(11)  VALUE ZERO.
           05  WS-CV-DAY                   PIC S9(7)   VALUE ZERO.
           05  WS-CV-REMAINDER             PIC S9(5)   VALUE ZERO.
           05  WS-START-SECONDS            PIC S9(11)  VALUE ZERO.
           05  WS-END-SECONDS              PIC S9(11)  VALUE ZERO.
           05  WS-NOW-SECONDS              PIC S9(11)  VALUE ZERO.
           05  WS-STREAM-START-SECONDS     PIC S9(11)  VALUE ZERO.
           05  WS-LATEST-END-SECONDS       PIC S9(11)  VALUE ZERO.
           05  WS-PROJECTED-SECONDS        PIC S9(11)  VALUE ZERO.
           05  WS-DEADLINE-SECONDS         PIC S9(11)  VALUE ZERO.
           05  WS-SO-FAR-SECONDS           PIC S9(11)  VALUE ZERO.
           05  WS-REMAINING-TOTAL          PIC 9(7)    VALUE ZERO.
           05  WS-MARGIN-SECONDS           PIC 9(7)    VALUE ZERO.

      *   EVERY COMPLETED STEP RUN STILL INSIDE THE KEEP PERIOD, FROM
      *   THE OLD HISTORY AND THE STATUS FILE.
       01  HISTORY-TABLE-AREAS.
           05  HISTORY-CAPACITY            PIC 9(4)    VALUE 2000.
           05  WS-HIST-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-HIST-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-HIST-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-HIST-IDX.
               10  WS-HT-DATE              PIC 9(8).
               10  WS-HT-STEP              PIC X(2).
               10  WS-HT-PROGRAM           PIC X(9).
               10  WS-HT-START             PIC X(14).
               10  WS-HT-END               PIC X(14).
               10  WS-HT-ELAPSED           PIC 9(7).
               10  WS-HT-DAY               PIC S9(7).

      *   THE LATEST START RECORD SEEN FOR EACH STEP, OPEN UNTIL ITS
      *   COMPLETION TURNS UP.
       01  PENDING-START-AREAS.
           05  PENDING-CAPACITY            PIC 9(2)    VALUE 30.
           05  WS-PEND-COUNT               PIC 9(2)    VALUE ZERO.
           05  WS-PEND-TABLE OCCURS 30 TIMES
                   INDEXED BY WS-PEND-IDX.
               10  WS-PS-STEP              PIC X(2).
               10  WS-PS-PROGRAM           PIC X(9).
               10  WS-PS-DATE              PIC 9(8).
               10  WS-PS-STAMP             PIC X(14).
               10  WS-PS-OPEN              PIC X.

      *   ONE LINE PER STEP, IN STEP ORDER - STATE C FINISHED
      *   TONIGHT, R RUNNING, N NOT RUN YET.
       01  STEP-SUMMARY-AREAS.
           05  SUMMARY-CAPACITY            PIC 9(2)    VALUE 30.
           05  WS-SM-COUNT                 PIC 9(2)    VALUE ZERO.
           05  WS-SM-SUB                   PIC 9(2)    VALUE ZERO.
           05  WS-SM-SHIFT                 PIC 9(2)    VALUE ZERO.
           05  WS-SM-TABLE OCCURS 30 TIMES.
               10  WS-SM-STEP              PIC X(2).
               10  WS-SM-PROGRAM           PIC X(9).
               10  WS-SM-STATE             PIC X.
               10  WS-SM-RUNS              PIC 9(3).
               10  WS-SM-TOTAL             PIC 9(9).
               10  WS-SM-WORST             PIC 9(7).
               10  WS-SM-AVERAGE           PIC 9(7).
               10  WS-SM-TONIGHT           PIC 9(7).
               10  WS-SM-REMAINING         PIC 9(7).
               10  WS-SM-START             PIC X(14).
               10  WS-SM-END               PIC X(14).
           05  WS-SM-HOLD                  PIC X(80).
           05  WS-RUNNING-STEP             PIC X(12)   VALUE SPACES.

       01  DURATION-EDIT-AREAS.
           05  WS-DUR-SECONDS              PIC 9(7)    VALUE ZERO.
           05  WS-DUR-HOURS                PIC 9(4)    VALUE ZERO.
           05  WS-DUR-MINUTES              PIC 99      VALUE ZERO.
           05  WS-DUR-REST                 PIC 9(4)    VALUE ZERO.
           05  WS-DUR-EDIT.
               10  WS-DUR-HH-OUT           PIC Z9.
               10                          PIC X       VALUE ':'.
               10  WS-DUR-MM-OUT           PIC 99.
               10                          PIC X       VALUE ':'.
               10  WS-DUR-SS-OUT           PIC 99.
           05  WS-STAMP-EDIT.
               10  WS-SE-DATE              PIC 9(8).
               10                          PIC X       VALUE SPACE.
               10  WS-SE-HH                PIC 99.
               10                          PIC X       VALUE ':'.
               10  WS-SE-MM                PIC 99.
               10                          PIC X       VALUE ':'.
               10  WS-SE-SS                PIC 99.
           05  WS-RATIO                    PIC 9(3)V9  VALUE ZERO.
           05  WS-RATIO-OUT                PIC ZZ9.9.
           05  WS-PROJECTED-EDIT           PIC X(17)   VALUE SPACES.
           05  WS-DEADLINE-EDIT            PIC X(17)   VALUE SPACES.

       01  ALERT-WORK-AREAS.
           05  WS-ALERT-KEY.
               10  FILLER                  PIC X(7)    VALUE "STREAM ".
               10  WS-AK-DATE              PIC 9(8).
               10  FILLER                  PIC X(5)    VALUE SPACES.
           05  WS-ALERT-REASON             PIC X(35)
               VALUE "STREAM PROJECTED PAST ITS DEADLINE ".

       01  PROGRAM-ACCUMULATORS.
           05  RECORDS-READ                PIC 9(7)    VALUE ZERO.
           05  STEPS-FLAGGED               PIC 9(3)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "BATCH WINDOW TIMING - STEP ELAPSED TIMES".
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(56)   VALUE SPACES.

       01  PARAMETER-LINE.
           05  FILLER                      PIC X(9)
               VALUE "DEADLINE ".
           05  PL-DEADLINE-HH-OUT          PIC 99.
           05  FILLER                      PIC X       VALUE ":".
           05  PL-DEADLINE-MM-OUT          PIC 99.
           05  FILLER                      PIC X(11)
               VALUE "   SLOW AT ".
           05  PL-MULTIPLE-OUT             PIC 9.9.
           05  FILLER                      PIC X(25)
               VALUE " X AVERAGE   AVERAGE OF  ".
           05  PL-WINDOW-OUT               PIC ZZ9.
           05  FILLER                      PIC X(24)
               VALUE " DAYS   NEVER SLOW UNDER".
           05  PL-MIN-SECONDS-OUT          PIC Z,ZZ9.
           05  FILLER                      PIC X(4)    VALUE " SEC".
           05                              PIC X(31)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "STEP  PROGRAM    STATUS     TONIGHT   AV".
           05  FILLER                      PIC X(40)
               VALUE "ERAGE     WORST RUNS   TO GO    FLAG    ".
           05                              PIC X(40)   VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  DET-STEP-OUT                PIC X(2).
           05                              PIC X(4)    VALUE SPACES.
           05  DET-PROGRAM-OUT             PIC X(9).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-STATUS-OUT              PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-TONIGHT-OUT             PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-AVERAGE-OUT             PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-WORST-OUT               PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-RUNS-OUT                PIC ZZ9.
           05                              PIC X(1)    VALUE SPACES.
           05  DET-REMAINING-OUT           PIC X(8).
           05                              PIC X(3)    VALUE SPACES.
           05  DET-FLAG-OUT                PIC X(30).
           05                              PIC X(18)   VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO STEP HAS RUN INSIDE THE HISTORY WINDO".
           05  FILLER                      PIC X(40)
               VALUE "W - NOTHING TO PROJECT                  ".
           05                              PIC X(40)   VALUE SPACES.

       01  LABEL-LINE.
           05  LL-LABEL-OUT                PIC X(19).
           05  LL-TEXT-OUT                 PIC X(80).
           05                              PIC X(21)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           MOVE RUN-DATE-WORK (1:14) TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECONDS
           MOVE WS-CV-SECONDS TO WS-NOW-SECONDS
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-READ-PARAMETERS
           COMPUTE WS-WINDOW-START-DAY =
               WS-BUSINESS-DAY - WS-WINDOW-DAYS
           COMPUTE WS-KEEP-FROM-DAY = WS-WINDOW-START-DAY - 30
           PERFORM 115-LOAD-PRIOR-ALERT
           PERFORM 120-LOAD-HISTORY
           PERFORM 130-SCAN-STREAM-STATUS
           PERFORM 140-REWRITE-HISTORY
           PERFORM 200-BUILD-STEP-SUMMARY
           OPEN OUTPUT TIMING-REPORT
           PERFORM 400-WRITE-HEADINGS
           IF WS-SM-COUNT = ZERO
               WRITE TIMING-REPORT-REC FROM NONE-LINE
           ELSE
               PERFORM 300-PROJECT-FINISH
               PERFORM 410-WRITE-ONE-STEP
                   VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-COUNT
               PERFORM 420-WRITE-PROJECTION
               IF WS-MISSES-DEADLINE = 'YES'
                   MOVE 4 TO WS-CONDITION-CODE
                   PERFORM 450-RAISE-ALERT
               END-IF
           END-IF
           CLOSE TIMING-REPORT
           DISPLAY "STATUS RECORDS READ: " RECORDS-READ
               " STEPS FLAGGED SLOW: " STEPS-FLAGGED
               " PROJECTED FINISH: " WS-PROJECTED-EDIT
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-BUSINESS-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           COMPUTE WS-BUSINESS-DAY =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE).

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   EACH PARAMETER FIELD THAT IS PRESENT AND SENSIBLE REPLACES
      *   ITS DEFAULT; A MISSING FILE KEEPS THEM ALL.
       110-READ-PARAMETERS.
           OPEN INPUT TIMING-PARM-FILE
           READ TIMING-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF TP-DEADLINE-HH IS NUMERIC AND
                           TP-DEADLINE-MM IS NUMERIC AND
                           TP-DEADLINE-HH < 24 AND TP-DEADLINE-MM < 60
                       MOVE TP-DEADLINE-TIME TO WS-DEADLINE-TIME
                   END-IF
                   IF TP-SLOW-MULTIPLE IS NUMERIC AND
                           TP-SLOW-MULTIPLE > 1
                       MOVE TP-SLOW-MULTIPLE TO WS-SLOW-MULTIPLE
                   END-IF
                   IF TP-WINDOW-DAYS IS NUMERIC AND
                           TP-WINDOW-DAYS > ZERO
                       MOVE TP-WINDOW-DAYS TO WS-WINDOW-DAYS
                   END-IF
                   IF TP-MIN-SECONDS IS NUMERIC
                       MOVE TP-MIN-SECONDS TO WS-MIN-SECONDS
                   END-IF
           END-READ
           CLOSE TIMING-PARM-FILE.

      *   HAS AN EARLIER RUN TONIGHT ALREADY CALLED THE ANALYST OUT?
      *   ONLY AN ALERT STILL OUTSTANDING COUNTS.
       115-LOAD-PRIOR-ALERT.
           MOVE WS-BUSINESS-DATE TO WS-AK-DATE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT EXCEPTION-FILE
           PERFORM 116-CHECK-ONE-EXCEPTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE EXCEPTION-FILE.

       116-CHECK-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EX-PROGRAM-ID = "STRMTIME" AND
                           EX-KEY = WS-ALERT-KEY AND
                           EX-STATUS = 'O'
                       MOVE 'YES' TO WS-ALERT-ALREADY-RAISED
                   END-IF
           END-READ.

       120-LOAD-HISTORY.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT TIMING-HISTORY-FILE
           PERFORM 121-LOAD-ONE-HISTORY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TIMING-HISTORY-FILE.

       121-LOAD-ONE-HISTORY.
           READ TIMING-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HST-BUSINESS-DATE IS NUMERIC AND
                           HST-BUSINESS-DATE > 16010100 AND
                           HST-ELAPSED-SECONDS IS NUMERIC
                       COMPUTE WS-ENTRY-DAY = FUNCTION
                           INTEGER-OF-DATE (HST-BUSINESS-DATE)
                       IF WS-ENTRY-DAY NOT < WS-KEEP-FROM-DAY
                           MOVE HST-BUSINESS-DATE TO SS-BUSINESS-DATE
                           MOVE HST-STEP TO SS-STEP
                           PERFORM 136-FIND-HISTORY-ENTRY
                           IF WS-HIST-SUB > ZERO
                               SET WS-HIST-IDX TO WS-HIST-SUB
                               MOVE HST-PROGRAM
                                   TO WS-HT-PROGRAM (WS-HIST-IDX)
                               MOVE HST-START-STAMP
                                   TO WS-HT-START (WS-HIST-IDX)
                               MOVE HST-END-STAMP
                                   TO WS-HT-END (WS-HIST-IDX)
                               MOVE HST-ELAPSED-SECONDS
                                   TO WS-HT-ELAPSED (WS-HIST-IDX)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *   A START IS HELD AGAINST ITS STEP UNTIL THE STEP'S NEXT
      *   COMPLETION; THE COMPLETION'S DATE IS THE RUN'S DATE.
       130-SCAN-STREAM-STATUS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT STREAM-STATUS-FILE
           PERFORM 131-SCAN-ONE-STATUS
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE STREAM-STATUS-FILE.

       131-SCAN-ONE-STATUS.
           READ STREAM-STATUS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF SS-BUSINESS-DATE IS NUMERIC AND
                           SS-BUSINESS-DATE > 16010100 AND
                           SS-STEP NOT = SPACES
                       EVALUATE TRUE
                           WHEN SS-IS-STARTED
                               PERFORM 132-NOTE-START
                           WHEN SS-IS-COMPLETED
                               PERFORM 133-NOTE-COMPLETION
                       END-EVALUATE
                   END-IF
           END-READ.

       132-NOTE-START.
           PERFORM 134-FIND-PENDING-STEP
           IF WS-PEND-IDX NOT > WS-PEND-COUNT
               MOVE SS-PROGRAM TO WS-PS-PROGRAM (WS-PEND-IDX)
               MOVE SS-BUSINESS-DATE TO WS-PS-DATE (WS-PEND-IDX)
               MOVE SS-STAMP TO WS-PS-STAMP (WS-PEND-IDX)
               MOVE 'Y' TO WS-PS-OPEN (WS-PEND-IDX)
           END-IF.

       133-NOTE-COMPLETION.
           PERFORM 134-FIND-PENDING-STEP
           IF WS-PEND-IDX NOT > WS-PEND-COUNT
               IF WS-PS-OPEN (WS-PEND-IDX) = 'Y' AND
                       WS-PS-STAMP (WS-PEND-IDX) NOT > SS-STAMP
                   COMPUTE WS-ENTRY-DAY =
                       FUNCTION INTEGER-OF-DATE (SS-BUSINESS-DATE)
                   IF WS-ENTRY-DAY NOT < WS-KEEP-FROM-DAY
                       PERFORM 136-FIND-HISTORY-ENTRY
                       IF WS-HIST-SUB > ZERO
                           PERFORM 137-STORE-COMPLETION
                       END-IF
                   END-IF
               END-IF
               MOVE 'N' TO WS-PS-OPEN (WS-PEND-IDX)
           END-IF.

      *   THE STEP'S PENDING ENTRY, ADDED WHEN FIRST SEEN - LEFT PAST
      *   THE COUNT WHEN THE TABLE IS FULL.
       134-FIND-PENDING-STEP.
           SET WS-PEND-IDX TO 1
           SEARCH WS-PEND-TABLE
               AT END
                   CONTINUE
               WHEN WS-PEND-IDX > WS-PEND-COUNT
                   IF WS-PEND-COUNT < PENDING-CAPACITY
                       ADD 1 TO WS-PEND-COUNT
                       SET WS-PEND-IDX TO WS-PEND-COUNT
                       MOVE SS-STEP TO WS-PS-STEP (WS-PEND-IDX)
                       MOVE SS-PROGRAM TO WS-PS-PROGRAM (WS-PEND-IDX)
                       MOVE 'N' TO WS-PS-OPEN (WS-PEND-IDX)
                   ELSE
                       DISPLAY "**** STEP TABLE FULL - STEP "
                           SS-STEP " NOT TIMED ****"
                   END-IF
               WHEN WS-PS-STEP (WS-PEND-IDX) = SS-STEP
                   CONTINUE
           END-SEARCH.

      *   THE HISTORY ENTRY FOR SS-BUSINESS-DATE AND SS-STEP, ADDED
      *   WHEN NEW - WS-HIST-SUB ZERO WHEN THE TABLE IS FULL.  A RERUN
      *   OF THE SAME STEP FOR THE SAME DATE REPLACES THE EARLIER ONE.
       136-FIND-HISTORY-ENTRY.
           MOVE ZERO TO WS-HIST-SUB
           SET WS-HIST-IDX TO 1
           SEARCH WS-HIST-TABLE
               AT END
                   CONTINUE
               WHEN WS-HIST-IDX > WS-HIST-COUNT
                   IF WS-HIST-COUNT < HISTORY-CAPACITY
                       ADD 1 TO WS-HIST-COUNT
                       SET WS-HIST-IDX TO WS-HIST-COUNT
                       SET WS-HIST-SUB TO WS-HIST-IDX
                       MOVE SS-BUSINESS-DATE TO WS-HT-DATE (WS-HIST-IDX)
                       MOVE SS-STEP TO WS-HT-STEP (WS-HIST-IDX)
                       MOVE WS-ENTRY-DAY TO WS-HT-DAY (WS-HIST-IDX)
                   ELSE
                       DISPLAY "**** TIMING HISTORY FULL - "
                           SS-BUSINESS-DATE " STEP " SS-STEP
                           " NOT KEPT ****"
                   END-IF
               WHEN WS-HT-DATE (WS-HIST-IDX) = SS-BUSINESS-DATE AND
                       WS-HT-STEP (WS-HIST-IDX) = SS-STEP
                   SET WS-HIST-SUB TO WS-HIST-IDX
           END-SEARCH.

       137-STORE-COMPLETION.
           SET WS-HIST-IDX TO WS-HIST-SUB
           MOVE SS-PROGRAM TO WS-HT-PROGRAM (WS-HIST-IDX)
           MOVE WS-PS-STAMP (WS-PEND-IDX) TO WS-HT-START (WS-HIST-IDX)
           MOVE SS-STAMP TO WS-HT-END (WS-HIST-IDX)
           MOVE WS-PS-STAMP (WS-PEND-IDX) TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECONDS
           MOVE WS-CV-SECONDS TO WS-START-SECONDS
           MOVE SS-STAMP TO WS-CV-STAMP
           PERFORM 800-STAMP-TO-SECONDS
           COMPUTE WS-HT-ELAPSED (WS-HIST-IDX) =
               WS-CV-SECONDS - WS-START-SECONDS.

       140-REWRITE-HISTORY.
           OPEN OUTPUT TIMING-HISTORY-FILE
           PERFORM 141-WRITE-ONE-HISTORY
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
           CLOSE TIMING-HISTORY-FILE.

       141-WRITE-ONE-HISTORY.
           SET WS-HIST-IDX TO WS-HIST-SUB
           MOVE WS-HT-DATE (WS-HIST-IDX) TO HST-BUSINESS-DATE
           MOVE WS-HT-STEP (WS-HIST-IDX) TO HST-STEP
           MOVE WS-HT-PROGRAM (WS-HIST-IDX) TO HST-PROGRAM
           MOVE WS-HT-START (WS-HIST-IDX) TO HST-START-STAMP
           MOVE WS-HT-END (WS-HIST-IDX) TO HST-END-STAMP
           MOVE WS-HT-ELAPSED (WS-HIST-IDX) TO HST-ELAPSED-SECONDS
           WRITE TIMING-HISTORY-REC.

      *   TONIGHT'S COMPLETIONS SET A STEP'S STATE; EARLIER DATES IN
      *   THE WINDOW BUILD ITS AVERAGE AND WORST CASE; A START STILL
      *   OPEN UNDER TONIGHT'S DATE IS A STEP RUNNING NOW.
       200-BUILD-STEP-SUMMARY.
           PERFORM 201-SUMMARIZE-ONE-HISTORY
               VARYING WS-HIST-SUB FROM 1 BY 1
               UNTIL WS-HIST-SUB > WS-HIST-COUNT
           PERFORM 202-SUMMARIZE-ONE-PENDING
               VARYING WS-PEND-IDX FROM 1 BY 1
               UNTIL WS-PEND-IDX > WS-PEND-COUNT
           PERFORM 203-AVERAGE-ONE-STEP
               VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > WS-SM-COUNT.

       201-SUMMARIZE-ONE-HISTORY.
           SET WS-HIST-IDX TO WS-HIST-SUB
           IF WS-HT-DAY (WS-HIST-IDX) NOT < WS-WINDOW-START-DAY AND
                   WS-HT-DATE (WS-HIST-IDX) NOT > WS-BUSINESS-DATE
               MOVE WS-HT-STEP (WS-HIST-IDX) TO SS-STEP
               MOVE WS-HT-PROGRAM (WS-HIST-IDX) TO SS-PROGRAM
               PERFORM 210-FIND-SUMMARY-STEP
               IF WS-SM-SUB > ZERO
                   IF WS-HT-DATE (WS-HIST-IDX) = WS-BUSINESS-DATE
                       MOVE 'C' TO WS-SM-STATE (WS-SM-SUB)
                       MOVE WS-HT-ELAPSED (WS-HIST-IDX)
                           TO WS-SM-TONIGHT (WS-SM-SUB)
                       MOVE WS-HT-START (WS-HIST-IDX)
                           TO WS-SM-START (WS-SM-SUB)
                       MOVE WS-HT-END (WS-HIST-IDX)
                           TO WS-SM-END (WS-SM-SUB)
                   ELSE
                       ADD 1 TO WS-SM-RUNS (WS-SM-SUB)
                       ADD WS-HT-ELAPSED (WS-HIST-IDX)
                           TO WS-SM-TOTAL (WS-SM-SUB)
                       IF WS-HT-ELAPSED (WS-HIST-IDX) >
                               WS-SM-WORST (WS-SM-SUB)
                           MOVE WS-HT-ELAPSED (WS-HIST-IDX)
                               TO WS-SM-WORST (WS-SM-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       202-SUMMARIZE-ONE-PENDING.
           IF WS-PS-OPEN (WS-PEND-IDX) = 'Y' AND
                   WS-PS-DATE (WS-PEND-IDX) = WS-BUSINESS-DATE
               MOVE WS-PS-STEP (WS-PEND-IDX) TO SS-STEP
               MOVE WS-PS-PROGRAM (WS-PEND-IDX) TO SS-PROGRAM
               PERFORM 210-FIND-SUMMARY-STEP
               IF WS-SM-SUB > ZERO
                   MOVE 'R' TO WS-SM-STATE (WS-SM-SUB)
                   MOVE WS-PS-STAMP (WS-PEND-IDX)
                       TO WS-SM-START (WS-SM-SUB)
                   MOVE SPACES TO WS-SM-END (WS-SM-SUB)
               END-IF
           END-IF.

       203-AVERAGE-ONE-STEP.
           IF WS-SM-RUNS (WS-SM-SUB) > ZERO
               COMPUTE WS-SM-AVERAGE (WS-SM-SUB) ROUNDED =
                   WS-SM-TOTAL (WS-SM-SUB) / WS-SM-RUNS (WS-SM-SUB)
           END-IF.

      *   THE SUMMARY LINE FOR SS-STEP, INSERTED IN STEP ORDER WHEN
      *   NEW - WS-SM-SUB ZERO WHEN THE TABLE IS FULL.
       210-FIND-SUMMARY-STEP.
           MOVE ZERO TO WS-SM-SHIFT
           PERFORM VARYING WS-SM-SUB FROM 1 BY 1
                   UNTIL WS-SM-SUB > WS-SM-COUNT
                      OR WS-SM-STEP (WS-SM-SUB) NOT < SS-STEP
               CONTINUE
           END-PERFORM
           IF WS-SM-SUB > WS-SM-COUNT OR
                   WS-SM-STEP (WS-SM-SUB) NOT = SS-STEP
               IF WS-SM-COUNT < SUMMARY-CAPACITY
                   PERFORM 211-OPEN-SUMMARY-SLOT
                       VARYING WS-SM-SHIFT FROM WS-SM-COUNT BY -1
                       UNTIL WS-SM-SHIFT < WS-SM-SUB
                   ADD 1 TO WS-SM-COUNT
                   MOVE SS-STEP TO WS-SM-STEP (WS-SM-SUB)
                   MOVE SS-PROGRAM TO WS-SM-PROGRAM (WS-SM-SUB)
                   MOVE 'N' TO WS-SM-STATE (WS-SM-SUB)
                   MOVE ZERO TO WS-SM-RUNS (WS-SM-SUB)
                   MOVE ZERO TO WS-SM-TOTAL (WS-SM-SUB)
                   MOVE ZERO TO WS-SM-WORST (WS-SM-SUB)
                   MOVE ZERO TO WS-SM-AVERAGE (WS-SM-SUB)
                   MOVE ZERO TO WS-SM-TONIGHT (WS-SM-SUB)
                   MOVE ZERO TO WS-SM-REMAINING (WS-SM-SUB)
                   MOVE SPACES TO WS-SM-START (WS-SM-SUB)
                   MOVE SPACES TO WS-SM-END (WS-SM-SUB)
               ELSE
                   DISPLAY "**** STEP SUMMARY FULL - STEP " SS-STEP
                       " LEFT OFF ****"
                   MOVE ZERO TO WS-SM-SUB
               END-IF
           END-IF.

       211-OPEN-SUMMARY-SLOT.
           MOVE WS-SM-TABLE (WS-SM-SHIFT) TO WS-SM-HOLD
           MOVE WS-SM-HOLD TO WS-SM-TABLE (WS-SM-SHIFT + 1).

      *   A FINISHED STEP NEEDS NOTHING MORE; A RUNNING ONE IS GIVEN
      *   WHAT IS LEFT OF ITS AVERAGE, AND ONE NOT YET RUN ALL OF IT.
      *   THE DEADLINE IS COUNTED FROM THE STREAM'S FIRST START, OR
      *   FROM NOW WHEN NOTHING HAS STARTED TONIGHT.
       300-PROJECT-FINISH.
           MOVE 'YES' TO WS-ALL-STEPS-DONE
           MOVE ZERO TO WS-STREAM-START-SECONDS
           MOVE ZERO TO WS-LATEST-END-SECONDS
           MOVE ZERO TO WS-REMAINING-TOTAL
           PERFORM 301-PROJECT-ONE-STEP
               VARYING WS-SM-SUB FROM 1 BY 1
               UNTIL WS-SM-SUB > WS-SM-COUNT
           IF WS-ALL-STEPS-DONE = 'YES'
               MOVE WS-LATEST-END-SECONDS TO WS-PROJECTED-SECONDS
           ELSE
               COMPUTE WS-PROJECTED-SECONDS =
                   WS-NOW-SECONDS + WS-REMAINING-TOTAL
           END-IF
           IF WS-STREAM-START-SECONDS = ZERO
               MOVE WS-NOW-SECONDS TO WS-STREAM-START-SECONDS
           END-IF
           DIVIDE WS-STREAM-START-SECONDS BY 86400
               GIVING WS-CV-DAY REMAINDER WS-CV-REMAINDER
           COMPUTE WS-DEADLINE-SECONDS =
               WS-CV-DAY * 86400 + WS-DEADLINE-HH * 3600 +
               WS-DEADLINE-MM * 60
           IF WS-DEADLINE-SECONDS NOT > WS-STREAM-START-SECONDS
               ADD 86400 TO WS-DEADLINE-SECONDS
           END-IF
           IF WS-PROJECTED-SECONDS > WS-DEADLINE-SECONDS
               MOVE 'YES' TO WS-MISSES-DEADLINE
               COMPUTE WS-MARGIN-SECONDS =
                   WS-PROJECTED-SECONDS - WS-DEADLINE-SECONDS
           ELSE
               COMPUTE WS-MARGIN-SECONDS =
                   WS-DEADLINE-SECONDS - WS-PROJECTED-SECONDS
           END-IF
           MOVE WS-PROJECTED-SECONDS TO WS-CV-SECONDS
           PERFORM 810-SECONDS-TO-STAMP
           PERFORM 830-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO WS-PROJECTED-EDIT
           MOVE WS-DEADLINE-SECONDS TO WS-CV-SECONDS
           PERFORM 810-SECONDS-TO-STAMP
           PERFORM 830-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO WS-DEADLINE-EDIT.

       301-PROJECT-ONE-STEP.
           IF WS-SM-STATE (WS-SM-SUB) NOT = 'N'
               MOVE WS-SM-START (WS-SM-SUB) TO WS-CV-STAMP
               PERFORM 800-STAMP-TO-SECONDS
               IF WS-CV-SECONDS > ZERO AND
                       (WS-STREAM-START-SECONDS = ZERO OR
                        WS-CV-SECONDS < WS-STREAM-START-SECONDS)
                   MOVE WS-CV-SECONDS TO WS-STREAM-START-SECONDS
               END-IF
           END-IF
           EVALUATE WS-SM-STATE (WS-SM-SUB)
               WHEN 'C'
                   MOVE ZERO TO WS-SM-REMAINING (WS-SM-SUB)
                   MOVE WS-SM-END (WS-SM-SUB) TO WS-CV-STAMP
                   PERFORM 800-STAMP-TO-SECONDS
                   IF WS-CV-SECONDS > WS-LATEST-END-SECONDS
                       MOVE WS-CV-SECONDS TO WS-LATEST-END-SECONDS
                   END-IF
               WHEN 'R'
                   MOVE 'NO ' TO WS-ALL-STEPS-DONE
                   COMPUTE WS-SO-FAR-SECONDS =
                       WS-NOW-SECONDS - WS-CV-SECONDS
                   IF WS-SO-FAR-SECONDS < ZERO
                       MOVE ZERO TO WS-SO-FAR-SECONDS
                   END-IF
                   MOVE WS-SO-FAR-SECONDS TO WS-SM-TONIGHT (WS-SM-SUB)
                   IF WS-SM-AVERAGE (WS-SM-SUB) > WS-SO-FAR-SECONDS
                       COMPUTE WS-SM-REMAINING (WS-SM-SUB) =
                           WS-SM-AVERAGE (WS-SM-SUB) - WS-SO-FAR-SECONDS
                   ELSE
                       MOVE ZERO TO WS-SM-REMAINING (WS-SM-SUB)
                   END-IF
                   MOVE SPACES TO WS-RUNNING-STEP
                   STRING WS-SM-STEP (WS-SM-SUB) " "
                       WS-SM-PROGRAM (WS-SM-SUB)
                       DELIMITED BY SIZE INTO WS-RUNNING-STEP
               WHEN OTHER
                   MOVE 'NO ' TO WS-ALL-STEPS-DONE
                   MOVE WS-SM-AVERAGE (WS-SM-SUB)
                       TO WS-SM-REMAINING (WS-SM-SUB)
           END-EVALUATE
           ADD WS-SM-REMAINING (WS-SM-SUB) TO WS-REMAINING-TOTAL.

       400-WRITE-HEADINGS.
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE TIMING-REPORT-REC FROM REPORT-HEADING-LINE-1
           MOVE WS-DEADLINE-HH TO PL-DEADLINE-HH-OUT
           MOVE WS-DEADLINE-MM TO PL-DEADLINE-MM-OUT
           MOVE WS-SLOW-MULTIPLE TO PL-MULTIPLE-OUT
           MOVE WS-WINDOW-DAYS TO PL-WINDOW-OUT
           MOVE WS-MIN-SECONDS TO PL-MIN-SECONDS-OUT
           WRITE TIMING-REPORT-REC FROM PARAMETER-LINE
           MOVE SPACES TO TIMING-REPORT-REC
           WRITE TIMING-REPORT-REC
           WRITE TIMING-REPORT-REC FROM REPORT-HEADING-LINE-2
           MOVE SPACES TO TIMING-REPORT-REC
           WRITE TIMING-REPORT-REC.

      *   A STEP IS SLOW WHEN IT HAS A HISTORY, HAS RUN LONGER THAN
      *   THE FLOOR, AND HAS TAKEN MORE THAN THE MULTIPLE OF ITS
      *   AVERAGE - A RUNNING STEP CAN BE SLOW BEFORE IT FINISHES.
       410-WRITE-ONE-STEP.
           MOVE SPACES TO REPORT-DETAIL-LINE
           MOVE WS-SM-STEP (WS-SM-SUB) TO DET-STEP-OUT
           MOVE WS-SM-PROGRAM (WS-SM-SUB) TO DET-PROGRAM-OUT
           EVALUATE WS-SM-STATE (WS-SM-SUB)
               WHEN 'C'
                   MOVE "FINISHED" TO DET-STATUS-OUT
               WHEN 'R'
                   MOVE "RUNNING" TO DET-STATUS-OUT
               WHEN OTHER
                   MOVE "NOT RUN" TO DET-STATUS-OUT
           END-EVALUATE
           IF WS-SM-STATE (WS-SM-SUB) NOT = 'N'
               MOVE WS-SM-TONIGHT (WS-SM-SUB) TO WS-DUR-SECONDS
               PERFORM 820-EDIT-DURATION
               MOVE WS-DUR-EDIT TO DET-TONIGHT-OUT
           END-IF
           MOVE WS-SM-RUNS (WS-SM-SUB) TO DET-RUNS-OUT
           IF WS-SM-RUNS (WS-SM-SUB) > ZERO
               MOVE WS-SM-AVERAGE (WS-SM-SUB) TO WS-DUR-SECONDS
               PERFORM 820-EDIT-DURATION
               MOVE WS-DUR-EDIT TO DET-AVERAGE-OUT
               MOVE WS-SM-WORST (WS-SM-SUB) TO WS-DUR-SECONDS
               PERFORM 820-EDIT-DURATION
               MOVE WS-DUR-EDIT TO DET-WORST-OUT
           END-IF
           IF WS-SM-STATE (WS-SM-SUB) NOT = 'C'
               MOVE WS-SM-REMAINING (WS-SM-SUB) TO WS-DUR-SECONDS
               PERFORM 820-EDIT-DURATION
               MOVE WS-DUR-EDIT TO DET-REMAINING-OUT
           END-IF
           IF WS-SM-STATE (WS-SM-SUB) NOT = 'N' AND
                   WS-SM-RUNS (WS-SM-SUB) > ZERO AND
                   WS-SM-AVERAGE (WS-SM-SUB) > ZERO AND
                   WS-SM-TONIGHT (WS-SM-SUB) > WS-MIN-SECONDS AND
                   WS-SM-TONIGHT (WS-SM-SUB) >
                       WS-SM-AVERAGE (WS-SM-SUB) * WS-SLOW-MULTIPLE
               COMPUTE WS-RATIO ROUNDED =
                   WS-SM-TONIGHT (WS-SM-SUB) / WS-SM-AVERAGE (WS-SM-SUB)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RATIO
               END-COMPUTE
               MOVE WS-RATIO TO WS-RATIO-OUT
               STRING "*** SLOW" WS-RATIO-OUT " X AVERAGE"
                   DELIMITED BY SIZE INTO DET-FLAG-OUT
               ADD 1 TO STEPS-FLAGGED
           END-IF
           WRITE TIMING-REPORT-REC FROM REPORT-DETAIL-LINE.

       420-WRITE-PROJECTION.
           MOVE SPACES TO TIMING-REPORT-REC
           WRITE TIMING-REPORT-REC
           MOVE SPACES TO LABEL-LINE
           MOVE "STREAM STARTED" TO LL-LABEL-OUT
           MOVE WS-STREAM-START-SECONDS TO WS-CV-SECONDS
           PERFORM 810-SECONDS-TO-STAMP
           PERFORM 830-EDIT-STAMP
           MOVE WS-STAMP-EDIT TO LL-TEXT-OUT
           WRITE TIMING-REPORT-REC FROM LABEL-LINE
           MOVE SPACES TO LABEL-LINE
           IF WS-ALL-STEPS-DONE = 'YES'
               MOVE "STREAM FINISHED" TO LL-LABEL-OUT
           ELSE
               MOVE "PROJECTED FINISH" TO LL-LABEL-OUT
           END-IF
           MOVE WS-PROJECTED-EDIT TO LL-TEXT-OUT
           WRITE TIMING-REPORT-REC FROM LABEL-LINE
           MOVE SPACES TO LABEL-LINE
           MOVE "DEADLINE" TO LL-LABEL-OUT
           MOVE WS-DEADLINE-EDIT TO LL-TEXT-OUT
           WRITE TIMING-REPORT-REC FROM LABEL-LINE
           MOVE SPACES TO LABEL-LINE
           MOVE "OUTCOME" TO LL-LABEL-OUT
           MOVE WS-MARGIN-SECONDS TO WS-DUR-SECONDS
           PERFORM 820-EDIT-DURATION
           IF WS-MISSES-DEADLINE = 'YES'
               STRING "*** PROJECTED TO MISS THE DEADLINE BY "
                   WS-DUR-EDIT " ***"
                   DELIMITED BY SIZE INTO LL-TEXT-OUT
           ELSE
               STRING "ON TIME - " WS-DUR-EDIT " TO SPARE"
                   DELIMITED BY SIZE INTO LL-TEXT-OUT
           END-IF
           WRITE TIMING-REPORT-REC FROM LABEL-LINE.

      *   ONE CALL-OUT PER BUSINESS DATE - TO THE CONSOLE FILE THE
      *   OPERATOR WATCHES AND TO THE EXCEPTION FILE.
       450-RAISE-ALERT.
           MOVE SPACES TO LABEL-LINE
           MOVE "ALERT" TO LL-LABEL-OUT
           IF WS-ALERT-ALREADY-RAISED = 'YES'
               MOVE "ALREADY RAISED FOR THIS BUSINESS DATE"
                   TO LL-TEXT-OUT
           ELSE
               MOVE "RAISED - OPERATOR CONSOLE AND EXCEPTION FILE"
                   TO LL-TEXT-OUT
               PERFORM 460-WRITE-ALERT-RECORD
               PERFORM 470-WRITE-EXCEPTION
           END-IF
           WRITE TIMING-REPORT-REC FROM LABEL-LINE
           DISPLAY "**** STREAM " WS-BUSINESS-DATE
               " PROJECTED TO FINISH " WS-PROJECTED-EDIT
               " - DEADLINE " WS-DEADLINE-EDIT " ****".

       460-WRITE-ALERT-RECORD.
           OPEN EXTEND ALERT-FILE
           MOVE SPACES TO ALERT-REC
           MOVE RUN-DATE-WORK (1:14) TO AL-STAMP
           MOVE "STRMTIME" TO AL-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO AL-BUSINESS-DATE
           MOVE 'C' TO AL-SEVERITY
           IF WS-RUNNING-STEP = SPACES
               STRING "STREAM LATE - FINISH " WS-PROJECTED-EDIT
                   " DUE " WS-DEADLINE-EDIT
                   DELIMITED BY SIZE INTO AL-MESSAGE
           ELSE
               STRING "STREAM LATE - FINISH " WS-PROJECTED-EDIT
                   " DUE " WS-DEADLINE-EDIT
                   " IN " WS-RUNNING-STEP
                   DELIMITED BY SIZE INTO AL-MESSAGE
           END-IF
           WRITE ALERT-REC
           CLOSE ALERT-FILE.

       470-WRITE-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           MOVE SPACES TO EX-REC
           MOVE "STRMTIME" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE WS-ALERT-KEY TO EX-KEY
           MOVE WS-ALERT-REASON TO EX-REASON
           MOVE 'O' TO EX-STATUS
           MOVE AL-MESSAGE TO EX-ORIGINAL-REC
           WRITE EX-REC
           CLOSE EXCEPTION-FILE.

      *   SECONDS FROM DAY 1 OF THE INTEGER CALENDAR - ZERO FOR A
      *   STAMP THAT IS NOT A DATE AND TIME.
       800-STAMP-TO-SECONDS.
           MOVE ZERO TO WS-CV-SECONDS
           IF WS-CV-STAMP IS NUMERIC AND WS-CV-DATE > 16010100
               COMPUTE WS-CV-SECONDS =
                   FUNCTION INTEGER-OF-DATE (WS-CV-DATE) * 86400 +
                   WS-CV-HH * 3600 + WS-CV-MM * 60 + WS-CV-SS
           END-IF.

       810-SECONDS-TO-STAMP.
           DIVIDE WS-CV-SECONDS BY 86400
               GIVING WS-CV-DAY REMAINDER WS-CV-REMAINDER
           COMPUTE WS-CV-DATE = FUNCTION DATE-OF-INTEGER (WS-CV-DAY)
           DIVIDE WS-CV-REMAINDER BY 3600
               GIVING WS-CV-HH REMAINDER WS-CV-REMAINDER
           DIVIDE WS-CV-REMAINDER BY 60
               GIVING WS-CV-MM REMAINDER WS-CV-SS.

      *   H:MM:SS - A DURATION OF A HUNDRED HOURS OR MORE SHOWS 99.
       820-EDIT-DURATION.
           DIVIDE WS-DUR-SECONDS BY 3600
               GIVING WS-DUR-HOURS REMAINDER WS-DUR-REST
           DIVIDE WS-DUR-REST BY 60
               GIVING WS-DUR-MINUTES REMAINDER WS-DUR-SS-OUT
           MOVE WS-DUR-MINUTES TO WS-DUR-MM-OUT
           IF WS-DUR-HOURS > 99
               MOVE 99 TO WS-DUR-HH-OUT
           ELSE
               MOVE WS-DUR-HOURS TO WS-DUR-HH-OUT
           END-IF.

       830-EDIT-STAMP.
           MOVE WS-CV-DATE TO WS-SE-DATE
           MOVE WS-CV-HH TO WS-SE-HH
           MOVE WS-CV-MM TO WS-SE-MM
           MOVE WS-CV-SS TO WS-SE-SS.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "STRMTIME" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE RECORDS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE STEPS-FLAGGED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM STRMTIME.
