      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM66.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the interactive employee pay inquiry screen.
      *WhitingEMP-PAYDETAIL.DAT only ever holds this week, so a
      *question about a check from March used to mean a trip to the
      *filed pay stubs.  PROGRAM02 now appends every week it pays to
      *the permanent pay history WhitingEMP-PAY-HISTORY.DAT, and
      *PROGRAM37 appends every prior-period adjustment it settles.
      *The operator signs on against OPERATORS.DAT the way PROGRAM34
      *signs on the batch stream (three attempts, then the session is
      *refused), keys an employee number, and is shown every period
      *paid - gross, each withholding, each deduction, and net - with
      *any adjustment PROGRAM37 made to a week printed beneath the
      *line for that week as it was originally paid.  Keying a period
      *number (or a week-ending date, where the period numbers have
      *come around again) reprints that week's stub, laid out from
      *the same PAYSTUB copybook PROGRAM16 prints from, to
      *WhitingEMP-STUB-REPRINT.LIS and to the screen, marked as a
      *reprint with the date and the operator who asked for it.
      *A week that paid a clerk's sales commission shows it on the
      *screen beside the gross and on its own line of the reprinted
      *stub, as PROGRAM16 prints it.
      *A week paid since insurance came from benefit plan enrollment
      *shows the premiums withheld in full, on the screen and the
      *reprinted stub alike.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-PAY-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUB-REPRINT-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-STUB-REPRINT.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAY-HISTORY-FILE.
       COPY PAYHIST REPLACING ==:PFX:== BY ==PH==.

       FD  STUB-REPRINT-FILE.
       01  STUB-REPRINT-REC                PIC X(80).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  MORE-DATA                   PIC XXX     VALUE "YES".
           05  VALID-INPUT                 PIC XXX     VALUE "NO ".
           05  WS-RECORD-FOUND             PIC XXX     VALUE "NO ".
           05  WS-MORE-HISTORY             PIC XXX     VALUE "YES".
           05  WS-MORE-STUBS               PIC XXX     VALUE "YES".
           05  WS-FIRST-STUB               PIC XXX     VALUE "YES".

       01  PROGRAM-CONSTANTS.
           05  DATE-SEP-CONST              PIC X(2)    VALUE ", ".
           05  PERIODS-PER-SCREEN          PIC 9(2)    VALUE 6.

       01  PROGRAM-DATE-AND-TIME.
           05  DATE-TIME-WORK.
               10  YEAR-WORK               PIC 9(4).
               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10                          PIC X(13).
           05  DATE-HEADING                PIC X(18)   VALUE SPACES.

       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-NAME            PIC X(20)   VALUE SPACES.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  ENTRY-WORK-AREAS.
           05  WS-EMP-NUM                  PIC X(5).
           05  WS-EMP-NAME                 PIC X(20).
           05  WS-ANSWER                   PIC X(10).
      *    A PERIOD IS KEYED AS ITS THREE DIGIT NUMBER, OR AS ITS
      *    EIGHT DIGIT WEEK-ENDING DATE WHEN THE NUMBER HAS BEEN USED
      *    IN MORE THAN ONE YEAR.
           05  WS-DRILL-ENTRY              PIC X(8).
           05  WS-DRILL-PERIOD REDEFINES WS-DRILL-ENTRY.
               10  WS-DRILL-PERIOD-NUM     PIC 9(3).
               10  WS-DRILL-PERIOD-REST    PIC X(5).
           05  WS-DRILL-DATE REDEFINES WS-DRILL-ENTRY
                                           PIC 9(8).
           05  WS-DRILL-KIND               PIC X       VALUE SPACE.
               88  DRILL-BY-PERIOD                     VALUE 'P'.
               88  DRILL-BY-DATE                       VALUE 'D'.
           05  WS-FOUND-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-SHOWN-ON-SCREEN          PIC 9(2)    VALUE ZERO.

      *   ONE EMPLOYEE'S HISTORY AT A TIME - EVERY PERIOD PAID, AND
      *   EVERY ADJUSTMENT MADE TO ANY OF THEM.  A PERIOD RERUN UNDER
      *   OVERRIDE REPLACES THE ROW IT WAS PAID UNDER THE FIRST TIME.
       01  HISTORY-TABLE-AREAS.
           05  WS-PAY-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-PAY-TABLE OCCURS 300 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PAY-PERIOD           PIC 9(3).
               10  WS-PAY-PERIOD-END       PIC 9(8).
               10  WS-PAY-DETAIL           PIC X(150).
           05  WS-ADJ-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-ADJ-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-ADJ-IDX.
               10  WS-ADJ-PERIOD-END       PIC 9(8).
               10  WS-ADJ-RUN-DATE         PIC 9(8).
               10  WS-ADJ-AREA             PIC X(150).
               10  WS-ADJ-SHOWN            PIC X.
           05  WS-ORPHAN-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-STUBS-REPRINTED          PIC 9(5)    VALUE ZERO.

      *   THE WORKING COPIES THE TABLE ROWS ARE UNPACKED INTO - THE
      *   PAY DETAIL LAYOUT FOR A PAID WEEK, THE HISTORY LAYOUT FOR AN
      *   ADJUSTMENT'S DELTAS.
       COPY EMPPAYDT REPLACING ==:PFX:== BY ==HD==.
       COPY PAYHIST REPLACING ==:PFX:== BY ==HA==.

       01  DATE-FORMAT-AREAS.
           05  WS-DATE-IN                  PIC 9(8).
           05  WS-DATE-IN-PARTS REDEFINES WS-DATE-IN.
               10  WS-DATE-IN-YEAR         PIC 9(4).
               10  WS-DATE-IN-MONTH        PIC 9(2).
               10  WS-DATE-IN-DAY          PIC 9(2).
           05  WS-DATE-SLASHED.
               10  WS-SLASH-MONTH          PIC 9(2).
               10  FILLER                  PIC X       VALUE "/".
               10  WS-SLASH-DAY            PIC 9(2).
               10  FILLER                  PIC X       VALUE "/".
               10  WS-SLASH-YEAR           PIC 9(4).

       01  INQUIRY-SCREEN-LINES.
           05  SCREEN-RULE-LINE            PIC X(72)   VALUE ALL "-".
           05  SCREEN-EMPLOYEE-LINE.
               10  FILLER                  PIC X(10)
                   VALUE "EMPLOYEE: ".
               10  SCR-EMP-NUM-OUT         PIC X(5).
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  SCR-EMP-NAME-OUT        PIC X(20).
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  SCR-PERIOD-COUNT-OUT    PIC ZZ9.
               10  FILLER                  PIC X(16)
                   VALUE " PERIODS ON FILE".
           05  SCREEN-PERIOD-LINE.
               10  FILLER                  PIC X(7)    VALUE "PERIOD ".
               10  SCR-PERIOD-OUT          PIC ZZ9.
               10  FILLER                  PIC X(15)
                   VALUE "  WEEK ENDING  ".
               10  SCR-WEEK-END-OUT        PIC X(10).
               10  FILLER                  PIC X(9)
                   VALUE "  GROSS  ".
               10  SCR-GROSS-OUT           PIC ZZ9.99.
               10  FILLER                  PIC X(7)    VALUE "   NET ".
               10  SCR-NET-OUT             PIC ZZ9.99.
           05  SCREEN-TAX-LINE.
               10  FILLER                  PIC X(13)
                   VALUE "   TAXES  FED".
               10  SCR-FED-OUT             PIC ZZZ9.99.
               10  FILLER                  PIC X(6)    VALUE "  FICA".
               10  SCR-FICA-OUT            PIC ZZ9.99.
               10  FILLER                  PIC X(7)    VALUE "  STATE".
               10  SCR-STATE-OUT           PIC ZZZ9.99.
               10  FILLER                  PIC X(7)    VALUE "  LOCAL".
               10  SCR-LOCAL-OUT           PIC ZZZ9.99.
           05  SCREEN-DEDUCTION-LINE.
               10  FILLER                  PIC X(13)
                   VALUE "   DEDUCT RET".
               10  SCR-RETIRE-OUT          PIC ZZZ9.99.
               10  FILLER                  PIC X(6)    VALUE "  GARN".
               10  SCR-GARNISH-OUT         PIC ZZZ9.99.
               10  FILLER                  PIC X(6)    VALUE "  CHAR".
               10  SCR-CHARITY-OUT         PIC ZZZ9.99.
               10  FILLER                  PIC X(6)    VALUE "  DUES".
               10  SCR-DUES-OUT            PIC ZZ9.99.
               10  FILLER                  PIC X(5)    VALUE "  INS".
               10  SCR-INSURANCE-OUT       PIC ZZ9.99.
           05  SCREEN-COMMISSION-LINE.
               10  FILLER                  PIC X(29)
                   VALUE "   SALES COMMISSION IN GROSS ".
               10  SCR-COMMISSION-OUT      PIC ZZ9.99.
           05  SCREEN-ADJ-LINE-1.
               10  FILLER                  PIC X(17)
                   VALUE "   ** ADJUSTED ON".
               10  FILLER                  PIC X       VALUE SPACE.
               10  SCR-ADJ-DATE-OUT        PIC X(10).
               10  FILLER                  PIC X(8)    VALUE "  HOURS ".
               10  SCR-ADJ-OLD-HOURS-OUT   PIC Z9.
               10  FILLER                  PIC X(4)    VALUE " TO ".
               10  SCR-ADJ-NEW-HOURS-OUT   PIC Z9.
               10  FILLER                  PIC X(7)    VALUE "  RATE ".
               10  SCR-ADJ-OLD-RATE-OUT    PIC 9.99.
               10  FILLER                  PIC X(4)    VALUE " TO ".
               10  SCR-ADJ-NEW-RATE-OUT    PIC 9.99.
           05  SCREEN-ADJ-LINE-2.
               10  FILLER                  PIC X(11)
                   VALUE "      GROSS".
               10  SCR-ADJ-GROSS-OUT       PIC ----9.99.
               10  FILLER                  PIC X(5)    VALUE "  FED".
               10  SCR-ADJ-FED-OUT         PIC ----9.99.
               10  FILLER                  PIC X(6)    VALUE "  FICA".
               10  SCR-ADJ-FICA-OUT        PIC ---9.99.
               10  FILLER                  PIC X(5)    VALUE "  S/L".
               10  SCR-ADJ-STATE-LOCAL-OUT PIC ----9.99.
               10  FILLER                  PIC X(5)    VALUE "  RET".
               10  SCR-ADJ-RETIRE-OUT      PIC ----9.99.
           05  SCREEN-ADJ-LINE-3.
               10  FILLER                  PIC X(11)
                   VALUE "      NET  ".
               10  SCR-ADJ-NET-OUT         PIC ----9.99.
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  SCR-ADJ-DISPOSITION-OUT PIC X(20).
           05  SCREEN-WEEK-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "   FOR THE WEEK ENDING  ".
               10  SCR-ORPHAN-WEEK-OUT     PIC X(10).
               10  FILLER                  PIC X(36)
                   VALUE " - PAID BEFORE THE HISTORY BEGAN   ".

       01  STUB-WORK-AREAS.
           05  WS-STUB-ADJ-WORK            PIC S9(5)V99 VALUE ZERO.
       COPY PAYSTUB REPLACING ==:PFX:== BY ==STUB==.
       01  STUB-REPRINT-LINE.
           05  FILLER                      PIC X(12)
               VALUE "REPRINTED   ".
           05  REPRINT-DATE-OUT            PIC X(18).
           05  FILLER                      PIC X(13)
               VALUE " BY OPERATOR ".
           05  REPRINT-OPERATOR-OUT        PIC X(5).
           05  FILLER                      PIC X(32)   VALUE SPACES.

       01  PROGRAM-TABLES.
           05  MONTHS-TABLE.
               10  MONTH-CONSTANTS.
                   15                      PIC X(9)   VALUE "JANUARY  ".
                   15                      PIC X(9)   VALUE "FEBRUARY ".
                   15                      PIC X(9)   VALUE "MARCH    ".
                   15                      PIC X(9)   VALUE "APRIL    ".
                   15                      PIC X(9)   VALUE "MAY      ".
                   15                      PIC X(9)   VALUE "JUNE     ".
                   15                      PIC X(9)   VALUE "JULY     ".
                   15                      PIC X(9)   VALUE "AUGUST   ".
                   15                      PIC X(9)   VALUE "SEPTEMBER".
                   15                      PIC X(9)   VALUE "OCTOBER  ".
                   15                      PIC X(9)   VALUE "NOVEMBER ".
                   15                      PIC X(9)   VALUE "DECEMBER ".
               10  MONTH-TABLE REDEFINES MONTH-CONSTANTS
                                           PIC X(9)    OCCURS 12 TIMES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 102-OPERATOR-SIGN-ON
           PERFORM 110-DATE-ROUTINE
           OPEN OUTPUT STUB-REPRINT-FILE
           PERFORM 150-ONE-INQUIRY
               UNTIL MORE-DATA = "NO " OR MORE-DATA = "no "
           CLOSE STUB-REPRINT-FILE
           DISPLAY "STUBS REPRINTED: " WS-STUBS-REPRINTED
           MOVE 0 TO RETURN-CODE
           STOP RUN.

      *   PAY HISTORY IS NOBODY'S BUSINESS BUT PAYROLL'S - THE SCREEN
      *   OPENS ONLY FOR AN OPERATOR ON OPERATORS.DAT, WITH THE SAME
      *   THREE ATTEMPTS PROGRAM34 ALLOWS THE BATCH STREAM.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM66' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-NAME TO WS-OPERATOR-NAME
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       110-DATE-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           STRING MONTH-TABLE (MONTH-WORK) DELIMITED BY SPACES
                  SPACE DELIMITED BY SIZE
                  DAY-WORK DELIMITED BY SIZE
                  DATE-SEP-CONST DELIMITED BY SIZE
                  YEAR-WORK DELIMITED BY SIZE
                      INTO DATE-HEADING.

       150-ONE-INQUIRY.
           PERFORM 120-GET-EMPLOYEE-NUM
           PERFORM 200-LOAD-EMPLOYEE-HISTORY
           IF WS-RECORD-FOUND = "YES"
               PERFORM 300-SHOW-PAY-HISTORY
               PERFORM 400-OFFER-STUB-REPRINT
           END-IF
           DISPLAY "ANOTHER EMPLOYEE (YES/NO)?"
           ACCEPT MORE-DATA.

       120-GET-EMPLOYEE-NUM.
           MOVE "NO " TO VALID-INPUT
           PERFORM 121-ASK-FOR-EMPLOYEE-NUM
               UNTIL VALID-INPUT = "YES".

       121-ASK-FOR-EMPLOYEE-NUM.
           DISPLAY "ENTER THE FIVE CHARACTER EMPLOYEE NUMBER"
           ACCEPT WS-EMP-NUM
           IF WS-EMP-NUM = SPACES
               DISPLAY "AN EMPLOYEE NUMBER IS REQUIRED"
           ELSE
               MOVE "YES" TO VALID-INPUT
           END-IF.

      *   THE WHOLE HISTORY IS READ FOR EACH INQUIRY AND ONLY THE
      *   KEYED EMPLOYEE'S RECORDS ARE KEPT - THE FILE IS IN THE
      *   ORDER THE WEEKS WERE PAID, SO THE TABLE IS TOO.
       200-LOAD-EMPLOYEE-HISTORY.
           MOVE "NO " TO WS-RECORD-FOUND
           MOVE ZERO TO WS-PAY-COUNT
           MOVE ZERO TO WS-ADJ-COUNT
           MOVE SPACES TO WS-EMP-NAME
           MOVE "YES" TO WS-MORE-HISTORY
           OPEN INPUT PAY-HISTORY-FILE
           PERFORM 201-READ-ONE-HISTORY
               UNTIL WS-MORE-HISTORY = "NO "
           CLOSE PAY-HISTORY-FILE
           IF WS-PAY-COUNT > ZERO OR WS-ADJ-COUNT > ZERO
               MOVE "YES" TO WS-RECORD-FOUND
           ELSE
               DISPLAY "NO PAY HISTORY ON FILE FOR EMPLOYEE "
                   WS-EMP-NUM
           END-IF.

       201-READ-ONE-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE "NO " TO WS-MORE-HISTORY
               NOT AT END
                   IF PH-EMP-NUM = WS-EMP-NUM
                       EVALUATE TRUE
                           WHEN PH-PAY-RECORD
                               PERFORM 205-KEEP-PAY-RECORD
                           WHEN PH-ADJ-RECORD
                               PERFORM 206-KEEP-ADJ-RECORD
                       END-EVALUATE
                   END-IF
           END-READ.

       205-KEEP-PAY-RECORD.
           MOVE ZERO TO WS-FOUND-SUB
           IF WS-PAY-COUNT > ZERO
               SET WS-PAY-IDX TO 1
               SEARCH WS-PAY-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-PAY-IDX > WS-PAY-COUNT
                       CONTINUE
                   WHEN WS-PAY-PERIOD (WS-PAY-IDX) = PH-PERIOD AND
                           WS-PAY-PERIOD-END (WS-PAY-IDX) =
                               PH-PERIOD-END
                       SET WS-FOUND-SUB TO WS-PAY-IDX
               END-SEARCH
           END-IF
           IF WS-FOUND-SUB = ZERO
               IF WS-PAY-COUNT < 300
                   ADD 1 TO WS-PAY-COUNT
                   MOVE WS-PAY-COUNT TO WS-FOUND-SUB
               ELSE
                   DISPLAY "HISTORY TABLE FULL - PERIOD " PH-PERIOD
                       " OMITTED"
               END-IF
           END-IF
           IF WS-FOUND-SUB > ZERO
               SET WS-PAY-IDX TO WS-FOUND-SUB
               MOVE PH-PERIOD TO WS-PAY-PERIOD (WS-PAY-IDX)
               MOVE PH-PERIOD-END TO WS-PAY-PERIOD-END (WS-PAY-IDX)
               MOVE PH-DETAIL TO WS-PAY-DETAIL (WS-PAY-IDX)
               MOVE PH-DETAIL TO HD-REC
               MOVE HD-EMPLOYEE-NAME TO WS-EMP-NAME
           END-IF.

       206-KEEP-ADJ-RECORD.
           IF WS-ADJ-COUNT < 100
               ADD 1 TO WS-ADJ-COUNT
               SET WS-ADJ-IDX TO WS-ADJ-COUNT
               MOVE PH-PERIOD-END TO WS-ADJ-PERIOD-END (WS-ADJ-IDX)
               MOVE PH-RUN-DATE TO WS-ADJ-RUN-DATE (WS-ADJ-IDX)
               MOVE PH-DETAIL TO WS-ADJ-AREA (WS-ADJ-IDX)
               MOVE 'N' TO WS-ADJ-SHOWN (WS-ADJ-IDX)
           ELSE
               DISPLAY "ADJUSTMENT TABLE FULL - ADJUSTMENT TO "
                   PH-PERIOD-END " OMITTED"
           END-IF.

      *   EVERY PERIOD PAID, OLDEST FIRST, WITH ANY ADJUSTMENT TO THAT
      *   WEEK BENEATH IT.  THE SCREEN PAUSES EVERY FEW PERIODS SO A
      *   LONG HISTORY DOES NOT SCROLL AWAY UNREAD.
       300-SHOW-PAY-HISTORY.
           MOVE WS-EMP-NUM TO SCR-EMP-NUM-OUT
           MOVE WS-EMP-NAME TO SCR-EMP-NAME-OUT
           MOVE WS-PAY-COUNT TO SCR-PERIOD-COUNT-OUT
           DISPLAY SCREEN-RULE-LINE
           DISPLAY SCREEN-EMPLOYEE-LINE
           DISPLAY SCREEN-RULE-LINE
           MOVE ZERO TO WS-SHOWN-ON-SCREEN
           PERFORM 310-SHOW-ONE-PERIOD
               VARYING WS-PAY-IDX FROM 1 BY 1
               UNTIL WS-PAY-IDX > WS-PAY-COUNT
           MOVE ZERO TO WS-ORPHAN-COUNT
           PERFORM 330-SHOW-ONE-ORPHAN
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT
           DISPLAY SCREEN-RULE-LINE.

       310-SHOW-ONE-PERIOD.
           IF WS-SHOWN-ON-SCREEN >= PERIODS-PER-SCREEN
               DISPLAY "PRESS ENTER FOR MORE"
               ACCEPT WS-ANSWER
               MOVE ZERO TO WS-SHOWN-ON-SCREEN
           END-IF
           MOVE WS-PAY-DETAIL (WS-PAY-IDX) TO HD-REC
           MOVE WS-PAY-PERIOD (WS-PAY-IDX) TO SCR-PERIOD-OUT
           MOVE WS-PAY-PERIOD-END (WS-PAY-IDX) TO WS-DATE-IN
           PERFORM 315-SLASH-THE-DATE
           MOVE WS-DATE-SLASHED TO SCR-WEEK-END-OUT
           MOVE HD-GROSS-PAY TO SCR-GROSS-OUT
           MOVE HD-NET-PAY TO SCR-NET-OUT
           MOVE HD-FEDERAL-TAX TO SCR-FED-OUT
           MOVE HD-FICA-TAX TO SCR-FICA-OUT
           IF HD-STATE-TAX IS NUMERIC
               MOVE HD-STATE-TAX TO SCR-STATE-OUT
           ELSE
               MOVE ZERO TO SCR-STATE-OUT
           END-IF
           IF HD-LOCAL-TAX IS NUMERIC
               MOVE HD-LOCAL-TAX TO SCR-LOCAL-OUT
           ELSE
               MOVE ZERO TO SCR-LOCAL-OUT
           END-IF
           MOVE HD-RETIRE TO SCR-RETIRE-OUT
           MOVE HD-GARNISH TO SCR-GARNISH-OUT
           MOVE HD-CHARITY TO SCR-CHARITY-OUT
           MOVE HD-DUES TO SCR-DUES-OUT
           IF HD-BENEFIT-PREMIUM IS NUMERIC
               MOVE HD-BENEFIT-PREMIUM TO SCR-INSURANCE-OUT
           ELSE
               MOVE HD-INSURANCE TO SCR-INSURANCE-OUT
           END-IF
           DISPLAY SCREEN-PERIOD-LINE
           DISPLAY SCREEN-TAX-LINE
           DISPLAY SCREEN-DEDUCTION-LINE
           IF HD-COMMISSION IS NUMERIC AND HD-COMMISSION > ZERO
               MOVE HD-COMMISSION TO SCR-COMMISSION-OUT
               DISPLAY SCREEN-COMMISSION-LINE
           END-IF
           ADD 1 TO WS-SHOWN-ON-SCREEN
           PERFORM 320-SHOW-ADJ-IF-THIS-WEEK
               VARYING WS-ADJ-IDX FROM 1 BY 1
               UNTIL WS-ADJ-IDX > WS-ADJ-COUNT.

       315-SLASH-THE-DATE.
           IF WS-DATE-IN IS NUMERIC
               MOVE WS-DATE-IN-MONTH TO WS-SLASH-MONTH
               MOVE WS-DATE-IN-DAY TO WS-SLASH-DAY
               MOVE WS-DATE-IN-YEAR TO WS-SLASH-YEAR
           ELSE
               MOVE ZERO TO WS-SLASH-MONTH
               MOVE ZERO TO WS-SLASH-DAY
               MOVE ZERO TO WS-SLASH-YEAR
           END-IF.

       320-SHOW-ADJ-IF-THIS-WEEK.
           IF WS-ADJ-PERIOD-END (WS-ADJ-IDX) =
                   WS-PAY-PERIOD-END (WS-PAY-IDX)
               PERFORM 325-SHOW-ONE-ADJUSTMENT
               MOVE 'Y' TO WS-ADJ-SHOWN (WS-ADJ-IDX)
           END-IF.

       325-SHOW-ONE-ADJUSTMENT.
           MOVE WS-ADJ-AREA (WS-ADJ-IDX) TO HA-DETAIL
           MOVE WS-ADJ-RUN-DATE (WS-ADJ-IDX) TO WS-DATE-IN
           PERFORM 315-SLASH-THE-DATE
           MOVE WS-DATE-SLASHED TO SCR-ADJ-DATE-OUT
           MOVE HA-OLD-HOURS TO SCR-ADJ-OLD-HOURS-OUT
           MOVE HA-NEW-HOURS TO SCR-ADJ-NEW-HOURS-OUT
           MOVE HA-OLD-RATE TO SCR-ADJ-OLD-RATE-OUT
           MOVE HA-NEW-RATE TO SCR-ADJ-NEW-RATE-OUT
           MOVE HA-D-GROSS TO SCR-ADJ-GROSS-OUT
           MOVE HA-D-FED TO SCR-ADJ-FED-OUT
           MOVE HA-D-FICA TO SCR-ADJ-FICA-OUT
           COMPUTE WS-STUB-ADJ-WORK = HA-D-STATE + HA-D-LOCAL
           MOVE WS-STUB-ADJ-WORK TO SCR-ADJ-STATE-LOCAL-OUT
           MOVE HA-D-RETIRE TO SCR-ADJ-RETIRE-OUT
           MOVE HA-D-NET TO SCR-ADJ-NET-OUT
           MOVE HA-DISPOSITION TO SCR-ADJ-DISPOSITION-OUT
           DISPLAY SCREEN-ADJ-LINE-1
           DISPLAY SCREEN-ADJ-LINE-2
           DISPLAY SCREEN-ADJ-LINE-3.

      *   AN ADJUSTMENT TO A WEEK PAID BEFORE THE HISTORY WAS KEPT HAS
      *   NO LINE TO SIT UNDER - THOSE ARE LISTED LAST WITH THEIR WEEK.
       330-SHOW-ONE-ORPHAN.
           IF WS-ADJ-SHOWN (WS-ADJ-IDX) = 'N'
               ADD 1 TO WS-ORPHAN-COUNT
               IF WS-ORPHAN-COUNT = 1
                   DISPLAY SCREEN-RULE-LINE
               END-IF
               MOVE WS-ADJ-PERIOD-END (WS-ADJ-IDX) TO WS-DATE-IN
               PERFORM 315-SLASH-THE-DATE
               MOVE WS-DATE-SLASHED TO SCR-ORPHAN-WEEK-OUT
               DISPLAY SCREEN-WEEK-LINE
               PERFORM 325-SHOW-ONE-ADJUSTMENT
           END-IF.

      *   DRILLING INTO A PERIOD REPRINTS THAT WEEK'S STUB.  THE
      *   OPERATOR MAY REPRINT AS MANY AS ARE NEEDED BEFORE MOVING ON.
       400-OFFER-STUB-REPRINT.
           MOVE "YES" TO WS-MORE-STUBS
           PERFORM 405-ASK-FOR-PERIOD
               UNTIL WS-MORE-STUBS = "NO ".

       405-ASK-FOR-PERIOD.
           IF WS-PAY-COUNT = ZERO
               MOVE "NO " TO WS-MORE-STUBS
           ELSE
               DISPLAY "ENTER A THREE DIGIT PERIOD OR AN EIGHT DIGIT "
                   "WEEK-ENDING DATE TO REPRINT ITS STUB (ENTER TO GO "
                   "ON)"
               MOVE SPACES TO WS-DRILL-ENTRY
               ACCEPT WS-DRILL-ENTRY
               IF WS-DRILL-ENTRY = SPACES OR WS-DRILL-ENTRY = "000"
                   MOVE "NO " TO WS-MORE-STUBS
               ELSE
                   PERFORM 406-REPRINT-KEYED-PERIOD
               END-IF
           END-IF.

       406-REPRINT-KEYED-PERIOD.
           MOVE SPACE TO WS-DRILL-KIND
           IF WS-DRILL-PERIOD-NUM IS NUMERIC AND
                   WS-DRILL-PERIOD-REST = SPACES
               MOVE 'P' TO WS-DRILL-KIND
           END-IF
           IF WS-DRILL-DATE IS NUMERIC
               MOVE 'D' TO WS-DRILL-KIND
           END-IF
           IF WS-DRILL-KIND = SPACE
               DISPLAY "KEY THE PERIOD AS THREE DIGITS (007) OR THE "
                   "WEEK-ENDING DATE AS CCYYMMDD"
           ELSE
               MOVE ZERO TO WS-FOUND-SUB
               PERFORM 407-MATCH-ONE-PERIOD
                   VARYING WS-PAY-IDX FROM 1 BY 1
                   UNTIL WS-PAY-IDX > WS-PAY-COUNT
               IF WS-FOUND-SUB = ZERO
                   DISPLAY "NO SUCH PERIOD ON FILE FOR EMPLOYEE "
                       WS-EMP-NUM
               ELSE
                   SET WS-PAY-IDX TO WS-FOUND-SUB
                   PERFORM 410-REPRINT-STUB
               END-IF
           END-IF.

      *   THE LATEST WEEK WINS WHEN A PERIOD NUMBER HAS COME AROUND
      *   IN MORE THAN ONE YEAR - THE DATE PICKS AN EARLIER ONE.
       407-MATCH-ONE-PERIOD.
           IF DRILL-BY-PERIOD AND
                   WS-PAY-PERIOD (WS-PAY-IDX) = WS-DRILL-PERIOD-NUM
               SET WS-FOUND-SUB TO WS-PAY-IDX
           END-IF
           IF DRILL-BY-DATE AND
                   WS-PAY-PERIOD-END (WS-PAY-IDX) = WS-DRILL-DATE
               SET WS-FOUND-SUB TO WS-PAY-IDX
           END-IF.

      *   THE SAME STUB PROGRAM16 PRINTED THAT WEEK, DATED WITH THE
      *   WEEK IT PAID, ONE PAGE PER STUB, AND MARKED AS A REPRINT.
       410-REPRINT-STUB.
           MOVE WS-PAY-DETAIL (WS-PAY-IDX) TO HD-REC
           MOVE SPACES TO STUB-DATE-OUT
           MOVE WS-PAY-PERIOD-END (WS-PAY-IDX) TO WS-DATE-IN
           IF WS-DATE-IN IS NUMERIC AND WS-DATE-IN-MONTH >= 1 AND
                   WS-DATE-IN-MONTH <= 12
               STRING MONTH-TABLE (WS-DATE-IN-MONTH)
                          DELIMITED BY SPACES
                      SPACE DELIMITED BY SIZE
                      WS-DATE-IN-DAY DELIMITED BY SIZE
                      DATE-SEP-CONST DELIMITED BY SIZE
                      WS-DATE-IN-YEAR DELIMITED BY SIZE
                          INTO STUB-DATE-OUT
           END-IF
           MOVE STUB-HEADING-LINE TO STUB-REPRINT-REC
           IF WS-FIRST-STUB = "YES"
               MOVE "NO " TO WS-FIRST-STUB
               WRITE STUB-REPRINT-REC
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE STUB-REPRINT-REC
                   AFTER ADVANCING PAGE
           END-IF
           DISPLAY STUB-REPRINT-REC
           MOVE SPACES TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-EMPLOYEE-NAME TO STUB-NAME-OUT
           MOVE HD-EMP-NUM TO STUB-NUM-OUT
           MOVE WS-PAY-PERIOD (WS-PAY-IDX) TO STUB-PERIOD-OUT
           MOVE STUB-NAME-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE STUB-RULE-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-HOURS TO STUB-HOURS-OUT
           MOVE HD-RATE TO STUB-RATE-OUT
           MOVE STUB-HOURS-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           IF HD-COMMISSION IS NUMERIC AND HD-COMMISSION > ZERO
               MOVE HD-COMMISSION TO STUB-COMMISSION-OUT
               MOVE STUB-COMMISSION-LINE TO STUB-REPRINT-REC
               PERFORM 420-PUT-STUB-LINE
           END-IF
           MOVE HD-GROSS-PAY TO STUB-GROSS-OUT
           MOVE STUB-GROSS-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-FEDERAL-TAX TO STUB-FED-OUT
           MOVE STUB-FED-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-FICA-TAX TO STUB-FICA-OUT
           MOVE STUB-FICA-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           IF HD-STATE-TAX IS NUMERIC
               MOVE HD-STATE-TAX TO STUB-STATE-OUT
           ELSE
               MOVE ZERO TO STUB-STATE-OUT
           END-IF
           MOVE STUB-STATE-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           IF HD-LOCAL-TAX IS NUMERIC
               MOVE HD-LOCAL-TAX TO STUB-LOCAL-OUT
           ELSE
               MOVE ZERO TO STUB-LOCAL-OUT
           END-IF
           MOVE STUB-LOCAL-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-RETIRE TO STUB-RETIRE-OUT
           MOVE STUB-RETIRE-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-GARNISH TO STUB-GARNISH-OUT
           MOVE STUB-GARNISH-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-CHARITY TO STUB-CHARITY-OUT
           MOVE STUB-CHARITY-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-DUES TO STUB-DUES-OUT
           MOVE STUB-DUES-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           IF HD-BENEFIT-PREMIUM IS NUMERIC
               MOVE HD-BENEFIT-PREMIUM TO STUB-INSUR-OUT
           ELSE
               MOVE HD-INSURANCE TO STUB-INSUR-OUT
           END-IF
           MOVE STUB-INSUR-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE STUB-RULE-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-NET-PAY TO STUB-NET-OUT
           MOVE STUB-NET-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE HD-YTD-WAGES TO STUB-YTD-OUT
           MOVE STUB-YTD-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           IF HD-VAC-BAL IS NUMERIC
               MOVE HD-VAC-BAL TO STUB-VAC-OUT
           ELSE
               MOVE ZERO TO STUB-VAC-OUT
           END-IF
           MOVE STUB-VAC-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           IF HD-SICK-BAL IS NUMERIC
               MOVE HD-SICK-BAL TO STUB-SICK-OUT
           ELSE
               MOVE ZERO TO STUB-SICK-OUT
           END-IF
           MOVE STUB-SICK-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE SPACES TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           MOVE DATE-HEADING TO REPRINT-DATE-OUT
           MOVE WS-OPERATOR-ID TO REPRINT-OPERATOR-OUT
           MOVE STUB-REPRINT-LINE TO STUB-REPRINT-REC
           PERFORM 420-PUT-STUB-LINE
           ADD 1 TO WS-STUBS-REPRINTED.

       420-PUT-STUB-LINE.
           WRITE STUB-REPRINT-REC
               AFTER ADVANCING 1 LINE
           DISPLAY STUB-REPRINT-REC.

       END PROGRAM PROGRAM66.
