      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM93.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the term-start schedule run, worked off the
      *meeting days, times, and rooms on the section master (the
      *shared SECTMAST copybook) and the roster PROGRAM92 keeps in
      *ENROLLMENT.DAT.
      *SCHEDULE-PARMS.DAT carries the term being started; with no
      *parameter file the term of the first enrollment on the roster
      *is used.  A section belongs to the term when its term offered
      *is that term or blank.
      *WhitingSTUDENT-SCHEDULES.LIS is one mailable page per
      *student with sections that term, the way PROGRAM45 prints a
      *report card page - the name and the mailing address from
      *the student master (the shared STUMAST copybook) positioned
      *for a window envelope, then the week day by day with each
      *day's classes in start-time order, the by-arrangement
      *sections after, and a warning line for any two of the
      *student's sections that meet at the same hour.
      *WhitingROOM-UTILIZATION.LIS is the room grid, a page per
      *building in building and room order: a row per room per
      *weekday (Saturday and Sunday only when booked) across the
      *half hours from 7:00 AM to 10:00 PM, a dot where the room is
      *free, an X where one section holds it, and an asterisk where
      *two sections are booked into it at once.  Each room closes
      *with its booked hours and the percent of a 45-hour teaching
      *week (Monday through Friday, 8:00 AM to 5:00 PM) that is,
      *followed by the pair of sections behind every double booking.
      *A student time conflict, a double-booked room, or an
      *enrollment in a section not on the master ends the run with
      *condition code 4; a table too small for the files on disk
      *stops the run with condition code 8 before anything prints.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SCHEDULE-PARMS-FILE
               ASSIGN TO "..\..\..\..\SCHEDULE-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "..\..\..\..\STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "..\..\..\..\ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SCHEDULE-REPORT
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-SCHEDULES.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ROOM-REPORT
               ASSIGN TO "..\..\..\..\WhitingROOM-UTILIZATION.LIS"
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
       FD  SCHEDULE-PARMS-FILE.
       01  SCHEDULE-PARMS-REC.
           05  SP-TERM-ID            PIC X(5).

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==SM==.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05  EN-STUDENT-ID         PIC X(5).
           05  EN-SECTION-CODE       PIC X(6).
           05  EN-TERM-ID            PIC X(5).

       FD  SCHEDULE-REPORT.
       01  SCHEDULE-REC              PIC X(90).

       FD  ROOM-REPORT.
       01  ROOM-REC                  PIC X(80).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-TABLE-OVERFLOW           PIC X       VALUE 'N'.
               88  TABLE-OVERFLOWED                    VALUE 'Y'.
           05  WS-FIRST-PAGE               PIC X(3)    VALUE 'YES'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-RUN-TERM                 PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).
               10                          PIC X(13).
           05  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).

       01  DAY-NAME-VALUES.
           05                              PIC X(9)    VALUE "MONDAY".
           05                              PIC X(9)    VALUE "TUESDAY".
           05                              PIC X(9)
               VALUE "WEDNESDAY".
           05                              PIC X(9)    VALUE "THURSDAY".
           05                              PIC X(9)    VALUE "FRIDAY".
           05                              PIC X(9)    VALUE "SATURDAY".
           05                              PIC X(9)    VALUE "SUNDAY".
       01  DAY-NAME-TABLE REDEFINES DAY-NAME-VALUES.
           05  WS-DAY-NAME                 PIC X(9)    OCCURS 7 TIMES.

      *   EVERY SECTION ON THE MASTER WITH ITS MEETING PATTERN.  THE
      *   TIMES ARE ALSO KEPT AS MINUTES PAST MIDNIGHT FOR THE GRID
      *   AND THE HOURS.
       01  SECTION-TABLE-AREAS.
           05  WS-SECT-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-SECT-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-SECT-FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  WS-SECT-TABLE OCCURS 200 TIMES.
               10  WS-ST-CODE              PIC X(6).
               10  WS-ST-TITLE             PIC X(20).
               10  WS-ST-INSTRUCTOR        PIC X(20).
               10  WS-ST-IN-TERM           PIC X(3).
               10  WS-ST-DAYS              PIC X(7).
               10  WS-ST-DAY-FLAGS REDEFINES WS-ST-DAYS.
                   15  WS-ST-MEETS-ON      PIC X    OCCURS 7 TIMES.
               10  WS-ST-START             PIC 9(4).
               10  WS-ST-END               PIC 9(4).
               10  WS-ST-START-MIN         PIC 9(4).
               10  WS-ST-END-MIN           PIC 9(4).
               10  WS-ST-ROOM              PIC X(8).

      *   THE TERM'S ROSTER.
       01  ROSTER-TABLE-AREAS.
           05  WS-EN-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-EN-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-EN-TABLE OCCURS 3000 TIMES.
               10  WS-EN-STUDENT           PIC X(5).
               10  WS-EN-SECTION           PIC X(6).

      *   ONE STUDENT'S SECTIONS FOR THE PAGE BEING PRINTED.  A
      *   ZERO SECTION SUBSCRIPT IS A SECTION NOT ON THE MASTER.
       01  STUDENT-SCHEDULE-AREAS.
           05  WS-MY-COUNT                 PIC 9(2)    VALUE ZERO.
           05  WS-MY-SUB                   PIC 9(2)    VALUE ZERO.
           05  WS-MY-SUB-2                 PIC 9(2)    VALUE ZERO.
           05  WS-MY-PICK                  PIC 9(2)    VALUE ZERO.
           05  WS-PICK-SECT-SUB            PIC 9(3)    VALUE ZERO.
           05  WS-MY-SECTION OCCURS 20 TIMES.
               10  WS-MY-CODE              PIC X(6).
               10  WS-MY-SECT-SUB          PIC 9(3).
               10  WS-MY-PRINTED           PIC X(3).
           05  WS-DAY-SUB                  PIC 9       VALUE ZERO.
           05  WS-DAY-FIRST-LINE           PIC X(3)    VALUE 'YES'.
           05  WS-MORE-TODAY               PIC X(3)    VALUE 'YES'.
           05  WS-ARRANGED-COUNT           PIC 9(2)    VALUE ZERO.
           05  WS-SCHEDULE-FLAGGED         PIC X(3)    VALUE 'NO '.

      *   THE ROOMS BOOKED IN THE TERM, KEPT IN BUILDING AND ROOM
      *   ORDER AS THEY ARE FOUND.
       01  ROOM-TABLE-AREAS.
           05  WS-ROOM-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-ROOM-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-ROOM-INSERT-SUB          PIC 9(3)    VALUE ZERO.
           05  WS-ROOM-SHIFT-SUB           PIC 9(3)    VALUE ZERO.
           05  WS-ROOM-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-ROOM-ID                  PIC X(8)    OCCURS 300 TIMES.
           05  WS-CUR-ROOM                 PIC X(8)    VALUE SPACES.
           05  WS-CUR-BUILDING             PIC X(4)    VALUE SPACES.
           05  WS-ROOM-MINUTES             PIC 9(6)    VALUE ZERO.
           05  WS-BUILDING-MINUTES         PIC 9(7)    VALUE ZERO.
           05  WS-BUILDING-ROOMS           PIC 9(3)    VALUE ZERO.
           05  WS-MEETING-MINUTES          PIC 9(4)    VALUE ZERO.
           05  WS-ROOM-HOURS               PIC 9(4)V9  VALUE ZERO.
           05  WS-ROOM-PERCENT             PIC 9(4)V9  VALUE ZERO.
           05  WS-STANDARD-WEEK-MINUTES    PIC 9(4)    VALUE 2700.
           05  WS-DAY-BOOKED               PIC X(3)    VALUE 'NO '.

      *   THE GRID ROW BEING BUILT - THIRTY HALF HOURS FROM 7:00 AM.
       01  GRID-WORK-AREAS.
           05  WS-SLOT                     PIC 9(2)    VALUE ZERO.
           05  WS-SLOT-HOUR                PIC 9(2)    VALUE ZERO.
           05  WS-SLOT-HALF                PIC 9       VALUE ZERO.
           05  WS-SLOT-START-MIN           PIC 9(4)    VALUE ZERO.
           05  WS-SLOT-END-MIN             PIC 9(4)    VALUE ZERO.
           05  WS-SLOT-BOOKINGS            PIC 9(2)    VALUE ZERO.
           05  WS-GRID-FIRST-MIN           PIC 9(4)    VALUE 420.

       01  SCHEDULE-CHECK-AREAS.
           05  WS-OV-SUB-1                 PIC 9(3)    VALUE ZERO.
           05  WS-OV-SUB-2                 PIC 9(3)    VALUE ZERO.
           05  WS-OV-DAY                   PIC 9       VALUE ZERO.
           05  WS-OVERLAP                  PIC X(3)    VALUE 'NO '.
           05  WS-RC-SUB-1                 PIC 9(3)    VALUE ZERO.
           05  WS-RC-SUB-2                 PIC 9(3)    VALUE ZERO.
           05  WS-TIME-IN                  PIC 9(4)    VALUE ZERO.
           05  WS-TIME-HH                  PIC 9(2)    VALUE ZERO.
           05  WS-TIME-MM                  PIC 9(2)    VALUE ZERO.
           05  WS-TIME-RANGE-OUT.
               10  WS-TIME-FROM-HH         PIC 99.
               10                          PIC X       VALUE ':'.
               10  WS-TIME-FROM-MM         PIC 99.
               10                          PIC X       VALUE '-'.
               10  WS-TIME-TO-HH           PIC 99.
               10                          PIC X       VALUE ':'.
               10  WS-TIME-TO-MM           PIC 99.

       01  PROGRAM-ACCUMULATORS.
           05  STUDENTS-READ               PIC 9(5)    VALUE ZERO.
           05  SCHEDULES-PRINTED           PIC 9(5)    VALUE ZERO.
           05  STUDENT-CONFLICTS           PIC 9(5)    VALUE ZERO.
           05  ROOM-CONFLICTS              PIC 9(5)    VALUE ZERO.
           05  UNKNOWN-SECTIONS            PIC 9(5)    VALUE ZERO.

       01  SCHEDULE-HEADING-LINE.
           05                              PIC X(29)
               VALUE "WEEKLY CLASS SCHEDULE - TERM ".
           05  SCH-TERM-OUT                PIC X(5).
           05                              PIC X(36)   VALUE SPACES.
           05  SCH-DATE-OUT                PIC X(10).
           05                              PIC X(10)   VALUE SPACES.

       01  SCHEDULE-ADDRESS-LINES.
           05  SCH-NAME-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  SCH-NAME-OUT            PIC X(20).
               10                          PIC X(66)   VALUE SPACES.
           05  SCH-STREET-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  SCH-STREET-OUT          PIC X(25).
               10                          PIC X(61)   VALUE SPACES.
           05  SCH-CITY-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  SCH-CITY-OUT            PIC X(15).
               10  FILLER                  PIC X       VALUE SPACE.
               10  SCH-STATE-OUT           PIC XX.
               10  FILLER                  PIC X       VALUE SPACE.
               10  SCH-ZIP-OUT             PIC X(10).
               10                          PIC X(57)   VALUE SPACES.

       01  SCHEDULE-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "DAY        TIME         SECTION  TITLE  ".
           05                              PIC X(40)
               VALUE "               ROOM       INSTRUCTOR    ".
           05                              PIC X(10)   VALUE SPACES.

       01  SCHEDULE-DETAIL-LINE.
           05  SCD-DAY-OUT                 PIC X(9).
           05                              PIC X(2)    VALUE SPACES.
           05  SCD-TIME-OUT                PIC X(11).
           05                              PIC X(2)    VALUE SPACES.
           05  SCD-SECTION-OUT             PIC X(6).
           05                              PIC X(3)    VALUE SPACES.
           05  SCD-TITLE-OUT               PIC X(21).
           05                              PIC X(1)    VALUE SPACES.
           05  SCD-BUILDING-OUT            PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  SCD-ROOM-NUMBER-OUT         PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  SCD-INSTRUCTOR-OUT          PIC X(20).
           05                              PIC X(4)    VALUE SPACES.

       01  SCHEDULE-CONFLICT-LINE.
           05                              PIC X(26)
               VALUE "** TIME CONFLICT - SECTION".
           05                              PIC X       VALUE SPACE.
           05  SCC-SECTION-1-OUT           PIC X(6).
           05                              PIC X(5)    VALUE " AND ".
           05  SCC-SECTION-2-OUT           PIC X(6).
           05                              PIC X(40)
               VALUE " MEET AT THE SAME HOUR - SEE THE REGISTR".
           05                              PIC X(6)    VALUE "AR **".

       01  SCHEDULE-TOTAL-LINE.
           05                              PIC X(20)
               VALUE "SECTIONS THIS TERM  ".
           05  SCT-COUNT-OUT               PIC Z9.
           05                              PIC X(68)   VALUE SPACES.

       01  ROOM-HEADING-LINE.
           05                              PIC X(24)
               VALUE "ROOM UTILIZATION - TERM ".
           05  RMH-TERM-OUT                PIC X(5).
           05                              PIC X(12)
               VALUE "   BUILDING ".
           05  RMH-BUILDING-OUT            PIC X(4).
           05                              PIC X(25)   VALUE SPACES.
           05  RMH-DATE-OUT                PIC X(10).

       01  ROOM-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "ROOM  DAY  07 08 09 10 11 12 13 14 15 16".
           05                              PIC X(40)
               VALUE " 17 18 19 20 21                         ".

       01  ROOM-LEGEND-LINE.
           05                              PIC X(40)
               VALUE "  (EACH HOUR IS TWO HALF HOURS.  . FREE ".
           05                              PIC X(40)
               VALUE " X BOOKED  * DOUBLE-BOOKED)             ".

       01  ROOM-GRID-LINE.
           05  RMG-ROOM-OUT                PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  RMG-DAY-OUT                 PIC X(3).
           05                              PIC X(2)    VALUE SPACES.
           05  RMG-CELLS.
               10  RMG-HOUR OCCURS 15 TIMES.
                   15  RMG-HALF            PIC X    OCCURS 2 TIMES.
                   15                      PIC X.
           05                              PIC X(24)   VALUE SPACES.

       01  ROOM-HOURS-LINE.
           05                              PIC X(11)   VALUE SPACES.
           05                              PIC X(13)
               VALUE "HOURS BOOKED ".
           05  RMS-HOURS-OUT               PIC ZZZ9.9.
           05                              PIC X(5)    VALUE SPACES.
           05  RMS-PERCENT-OUT             PIC ZZZ9.9.
           05                              PIC X(33)
               VALUE " PERCENT OF A 45-HOUR WEEK".
           05                              PIC X(6)    VALUE SPACES.

       01  ROOM-CONFLICT-LINE.
           05                              PIC X(11)   VALUE SPACES.
           05                              PIC X(24)
               VALUE "** DOUBLE-BOOKED SECTION".
           05                              PIC X       VALUE SPACE.
           05  RMC-SECTION-1-OUT           PIC X(6).
           05                              PIC X(5)    VALUE " AND ".
           05  RMC-SECTION-2-OUT           PIC X(6).
           05                              PIC X(3)    VALUE " **".
           05                              PIC X(24)   VALUE SPACES.

       01  BUILDING-TOTAL-LINE.
           05                              PIC X(15)
               VALUE "BUILDING TOTAL ".
           05  RMT-ROOMS-OUT               PIC ZZ9.
           05                              PIC X(7)    VALUE " ROOMS ".
           05                              PIC X(13)
               VALUE "HOURS BOOKED ".
           05  RMT-HOURS-OUT               PIC ZZZZ9.9.
           05                              PIC X(35)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 095-GET-BUSINESS-DATE
           MOVE RUN-DATE-WORK (1:8) TO WS-RUN-DATE
           MOVE RUN-MONTH TO WS-DATE-OUT-MM
           MOVE RUN-DAY TO WS-DATE-OUT-DD
           MOVE RUN-YEAR TO WS-DATE-OUT-YYYY
           PERFORM 105-READ-SIGNON
           PERFORM 106-READ-PARAMETERS
           PERFORM 120-LOAD-ENROLLMENTS
           PERFORM 110-LOAD-SECTIONS
           IF TABLE-OVERFLOWED
               DISPLAY "**** SECTION, ROSTER OR ROOM TABLE "
                   "OVERFLOWED - NO SCHEDULES PRINTED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 200-PRINT-STUDENT-SCHEDULES
           PERFORM 300-PRINT-ROOM-UTILIZATION
           IF STUDENT-CONFLICTS > ZERO OR ROOM-CONFLICTS > ZERO
                   OR UNKNOWN-SECTIONS > ZERO
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "TERM " WS-RUN-TERM
               " SCHEDULES PRINTED: " SCHEDULES-PRINTED
               " ROOMS: " WS-ROOM-COUNT
               " STUDENT CONFLICTS: " STUDENT-CONFLICTS
               " ROOM CONFLICTS: " ROOM-CONFLICTS
           IF UNKNOWN-SECTIONS > ZERO
               DISPLAY "**** " UNKNOWN-SECTIONS
                   " ENROLLMENT(S) IN A SECTION NOT ON THE "
                   "SECTION MASTER ****"
           END-IF
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE (1:4) TO RUN-YEAR
                       MOVE BD-DATE (5:2) TO RUN-MONTH
                       MOVE BD-DATE (7:2) TO RUN-DAY
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

       106-READ-PARAMETERS.
           OPEN INPUT SCHEDULE-PARMS-FILE
           READ SCHEDULE-PARMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SP-TERM-ID TO WS-RUN-TERM
           END-READ
           CLOSE SCHEDULE-PARMS-FILE.

      *   A SECTION OUTSIDE THE TERM STAYS IN THE TABLE SO AN
      *   ENROLLMENT IN IT STILL FINDS ITS TITLE, BUT IT BOOKS NO
      *   ROOM THIS TERM.
       110-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-SECTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-MASTER-FILE.

       111-READ-ONE-SECTION.
           MOVE SPACES TO SEC-SECTION-REC
           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-SECT-COUNT < 200
                       ADD 1 TO WS-SECT-COUNT
                       PERFORM 112-LOAD-ONE-SECTION
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   TIMES THAT ARE NOT NUMERIC, OR END NO LATER THAN THEY
      *   START, ARE TAKEN AS BY ARRANGEMENT - NO MEETING PATTERN.
       112-LOAD-ONE-SECTION.
           MOVE SEC-SECTION-CODE TO WS-ST-CODE (WS-SECT-COUNT)
           MOVE SEC-TITLE TO WS-ST-TITLE (WS-SECT-COUNT)
           MOVE SEC-INSTRUCTOR TO WS-ST-INSTRUCTOR (WS-SECT-COUNT)
           MOVE SEC-MEETING-DAYS TO WS-ST-DAYS (WS-SECT-COUNT)
           MOVE SEC-ROOM TO WS-ST-ROOM (WS-SECT-COUNT)
           MOVE ZERO TO WS-ST-START (WS-SECT-COUNT)
           MOVE ZERO TO WS-ST-END (WS-SECT-COUNT)
           MOVE ZERO TO WS-ST-START-MIN (WS-SECT-COUNT)
           MOVE ZERO TO WS-ST-END-MIN (WS-SECT-COUNT)
           IF SEC-START-TIME IS NUMERIC AND SEC-END-TIME IS NUMERIC
               IF SEC-END-TIME > SEC-START-TIME
                   MOVE SEC-START-TIME TO WS-ST-START (WS-SECT-COUNT)
                   MOVE SEC-END-TIME TO WS-ST-END (WS-SECT-COUNT)
                   MOVE SEC-START-TIME TO WS-TIME-IN
                   PERFORM 115-TIME-TO-MINUTES
                   COMPUTE WS-ST-START-MIN (WS-SECT-COUNT) =
                       WS-TIME-HH * 60 + WS-TIME-MM
                   MOVE SEC-END-TIME TO WS-TIME-IN
                   PERFORM 115-TIME-TO-MINUTES
                   COMPUTE WS-ST-END-MIN (WS-SECT-COUNT) =
                       WS-TIME-HH * 60 + WS-TIME-MM
               END-IF
           END-IF
           IF SEC-TERM-OFFERED = SPACES OR
                   SEC-TERM-OFFERED = WS-RUN-TERM
               MOVE 'YES' TO WS-ST-IN-TERM (WS-SECT-COUNT)
               IF SEC-ROOM NOT = SPACES
                   PERFORM 116-ADD-ROOM
               END-IF
           ELSE
               MOVE 'NO ' TO WS-ST-IN-TERM (WS-SECT-COUNT)
           END-IF.

       115-TIME-TO-MINUTES.
           DIVIDE WS-TIME-IN BY 100 GIVING WS-TIME-HH
               REMAINDER WS-TIME-MM.

      *   THE ROOM GOES IN AHEAD OF THE FIRST ROOM THAT SORTS AFTER
      *   IT, SO THE TABLE IS ALWAYS IN BUILDING AND ROOM ORDER.
       116-ADD-ROOM.
           MOVE 'NO ' TO WS-ROOM-FOUND
           MOVE ZERO TO WS-ROOM-INSERT-SUB
           PERFORM 117-PLACE-ONE-ROOM
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
                   OR WS-ROOM-FOUND = 'YES'
                   OR WS-ROOM-INSERT-SUB > ZERO
           IF WS-ROOM-FOUND = 'NO '
               IF WS-ROOM-COUNT < 300
                   IF WS-ROOM-INSERT-SUB = ZERO
                       COMPUTE WS-ROOM-INSERT-SUB = WS-ROOM-COUNT + 1
                   ELSE
                       PERFORM 118-SHIFT-ONE-ROOM
                           VARYING WS-ROOM-SHIFT-SUB
                               FROM WS-ROOM-COUNT BY -1
                           UNTIL WS-ROOM-SHIFT-SUB < WS-ROOM-INSERT-SUB
                   END-IF
                   ADD 1 TO WS-ROOM-COUNT
                   MOVE SEC-ROOM TO WS-ROOM-ID (WS-ROOM-INSERT-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       117-PLACE-ONE-ROOM.
           IF WS-ROOM-ID (WS-ROOM-SUB) = SEC-ROOM
               MOVE 'YES' TO WS-ROOM-FOUND
           ELSE
               IF WS-ROOM-ID (WS-ROOM-SUB) > SEC-ROOM
                   MOVE WS-ROOM-SUB TO WS-ROOM-INSERT-SUB
               END-IF
           END-IF.

       118-SHIFT-ONE-ROOM.
           MOVE WS-ROOM-ID (WS-ROOM-SHIFT-SUB)
               TO WS-ROOM-ID (WS-ROOM-SHIFT-SUB + 1).

      *   WITH NO TERM ON A PARAMETER FILE THE FIRST ENROLLMENT'S
      *   TERM IS STARTED.
       120-LOAD-ENROLLMENTS.
           OPEN INPUT ENROLLMENT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ENROLLMENT-FILE.

       121-READ-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-RUN-TERM = SPACES
                       MOVE EN-TERM-ID TO WS-RUN-TERM
                   END-IF
                   IF EN-STUDENT-ID NOT = SPACES AND
                           EN-TERM-ID = WS-RUN-TERM
                       IF WS-EN-COUNT < 3000
                           ADD 1 TO WS-EN-COUNT
                           MOVE EN-STUDENT-ID
                               TO WS-EN-STUDENT (WS-EN-COUNT)
                           MOVE EN-SECTION-CODE
                               TO WS-EN-SECTION (WS-EN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *   ONE PAGE PER STUDENT WITH SECTIONS THIS TERM, IN STUDENT
      *   MASTER ORDER, SO THE PAGES BURST CLEANLY FOR MAILING.
       200-PRINT-STUDENT-SCHEDULES.
           OPEN INPUT  STUDENT-MASTER-FILE
                OUTPUT SCHEDULE-REPORT
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 205-READ-ONE-STUDENT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE STUDENT-MASTER-FILE
                 SCHEDULE-REPORT.

       205-READ-ONE-STUDENT.
           MOVE SPACES TO SM-STUDENT-REC
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO STUDENTS-READ
                   MOVE ZERO TO WS-MY-COUNT
                   PERFORM 210-GATHER-ONE-ENROLLMENT
                       VARYING WS-EN-SUB FROM 1 BY 1
                       UNTIL WS-EN-SUB > WS-EN-COUNT
                   IF WS-MY-COUNT > ZERO
                       PERFORM 220-PRINT-ONE-SCHEDULE
                   END-IF
           END-READ.

       210-GATHER-ONE-ENROLLMENT.
           IF WS-EN-STUDENT (WS-EN-SUB) = SM-STUDENT-ID AND
                   WS-MY-COUNT < 20
               ADD 1 TO WS-MY-COUNT
               MOVE WS-EN-SECTION (WS-EN-SUB)
                   TO WS-MY-CODE (WS-MY-COUNT)
               MOVE ZERO TO WS-SECT-FOUND-SUB
               PERFORM 211-FIND-ONE-SECTION
                   VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-SECT-COUNT
                       OR WS-SECT-FOUND-SUB > ZERO
               MOVE WS-SECT-FOUND-SUB TO WS-MY-SECT-SUB (WS-MY-COUNT)
               IF WS-SECT-FOUND-SUB = ZERO
                   ADD 1 TO UNKNOWN-SECTIONS
               END-IF
           END-IF.

       211-FIND-ONE-SECTION.
           IF WS-ST-CODE (WS-SECT-SUB) = WS-EN-SECTION (WS-EN-SUB)
               MOVE WS-SECT-SUB TO WS-SECT-FOUND-SUB
           END-IF.

       220-PRINT-ONE-SCHEDULE.
           ADD 1 TO SCHEDULES-PRINTED
           MOVE WS-RUN-TERM TO SCH-TERM-OUT
           MOVE WS-DATE-OUT TO SCH-DATE-OUT
           IF WS-FIRST-PAGE = 'YES'
               MOVE 'NO ' TO WS-FIRST-PAGE
               WRITE SCHEDULE-REC FROM SCHEDULE-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE SCHEDULE-REC FROM SCHEDULE-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SM-STUDENT-NAME TO SCH-NAME-OUT
           WRITE SCHEDULE-REC FROM SCH-NAME-LINE
               AFTER ADVANCING 3 LINES
           MOVE SM-STREET TO SCH-STREET-OUT
           WRITE SCHEDULE-REC FROM SCH-STREET-LINE
           MOVE SM-CITY TO SCH-CITY-OUT
           MOVE SM-STATE TO SCH-STATE-OUT
           MOVE SM-ZIP TO SCH-ZIP-OUT
           WRITE SCHEDULE-REC FROM SCH-CITY-LINE
           WRITE SCHEDULE-REC FROM SCHEDULE-COLUMN-LINE
               AFTER ADVANCING 3 LINES
           MOVE SPACES TO SCHEDULE-REC
           WRITE SCHEDULE-REC
           PERFORM 230-PRINT-ONE-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
           MOVE ZERO TO WS-ARRANGED-COUNT
           PERFORM 240-PRINT-ONE-ARRANGED
               VARYING WS-MY-SUB FROM 1 BY 1
               UNTIL WS-MY-SUB > WS-MY-COUNT
           MOVE 'NO ' TO WS-SCHEDULE-FLAGGED
           PERFORM 250-CHECK-ONE-PAIR
               VARYING WS-MY-SUB FROM 1 BY 1
                   UNTIL WS-MY-SUB > WS-MY-COUNT
               AFTER WS-MY-SUB-2 FROM 1 BY 1
                   UNTIL WS-MY-SUB-2 > WS-MY-COUNT
           IF WS-SCHEDULE-FLAGGED = 'YES'
               ADD 1 TO STUDENT-CONFLICTS
           END-IF
           MOVE WS-MY-COUNT TO SCT-COUNT-OUT
           WRITE SCHEDULE-REC FROM SCHEDULE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *   THE DAY'S CLASSES ARE PICKED EARLIEST START FIRST UNTIL
      *   NONE ARE LEFT; THE DAY NAME PRINTS ON THE FIRST ONE ONLY.
       230-PRINT-ONE-DAY.
           PERFORM 231-CLEAR-ONE-PRINTED
               VARYING WS-MY-SUB FROM 1 BY 1
               UNTIL WS-MY-SUB > WS-MY-COUNT
           MOVE 'YES' TO WS-DAY-FIRST-LINE
           MOVE 'YES' TO WS-MORE-TODAY
           PERFORM 232-PRINT-NEXT-EARLIEST
               UNTIL WS-MORE-TODAY = 'NO '.

       231-CLEAR-ONE-PRINTED.
           MOVE 'NO ' TO WS-MY-PRINTED (WS-MY-SUB).

       232-PRINT-NEXT-EARLIEST.
           MOVE ZERO TO WS-MY-PICK
           PERFORM 233-TEST-ONE-FOR-EARLIEST
               VARYING WS-MY-SUB FROM 1 BY 1
               UNTIL WS-MY-SUB > WS-MY-COUNT
           IF WS-MY-PICK = ZERO
               MOVE 'NO ' TO WS-MORE-TODAY
           ELSE
               MOVE 'YES' TO WS-MY-PRINTED (WS-MY-PICK)
               MOVE SPACES TO SCHEDULE-DETAIL-LINE
               IF WS-DAY-FIRST-LINE = 'YES'
                   MOVE 'NO ' TO WS-DAY-FIRST-LINE
                   MOVE WS-DAY-NAME (WS-DAY-SUB) TO SCD-DAY-OUT
               END-IF
               MOVE WS-MY-SECT-SUB (WS-MY-PICK) TO WS-SECT-SUB
               PERFORM 260-FORMAT-TIME-RANGE
               MOVE WS-TIME-RANGE-OUT TO SCD-TIME-OUT
               PERFORM 245-FILL-SECTION-COLUMNS
               WRITE SCHEDULE-REC FROM SCHEDULE-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       233-TEST-ONE-FOR-EARLIEST.
           IF WS-MY-PRINTED (WS-MY-SUB) = 'NO ' AND
                   WS-MY-SECT-SUB (WS-MY-SUB) > ZERO
               MOVE WS-MY-SECT-SUB (WS-MY-SUB) TO WS-SECT-SUB
               IF WS-ST-END (WS-SECT-SUB) > ZERO AND
                       WS-ST-MEETS-ON (WS-SECT-SUB, WS-DAY-SUB)
                           NOT = SPACE
                   IF WS-MY-PICK = ZERO
                       MOVE WS-MY-SUB TO WS-MY-PICK
                       MOVE WS-SECT-SUB TO WS-PICK-SECT-SUB
                   ELSE
                       IF WS-ST-START (WS-SECT-SUB) <
                               WS-ST-START (WS-PICK-SECT-SUB)
                           MOVE WS-MY-SUB TO WS-MY-PICK
                           MOVE WS-SECT-SUB TO WS-PICK-SECT-SUB
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *   A SECTION WITH NO DAYS OR TIMES, OR ONE NOT ON THE MASTER,
      *   PRINTS AFTER THE WEEK UNDER BY ARRANGEMENT.
       240-PRINT-ONE-ARRANGED.
           MOVE WS-MY-SECT-SUB (WS-MY-SUB) TO WS-SECT-SUB
           IF WS-SECT-SUB = ZERO
               PERFORM 241-PRINT-ARRANGED-LINE
           ELSE
               IF WS-ST-END (WS-SECT-SUB) = ZERO OR
                       WS-ST-DAYS (WS-SECT-SUB) = SPACES
                   PERFORM 241-PRINT-ARRANGED-LINE
               END-IF
           END-IF.

       241-PRINT-ARRANGED-LINE.
           MOVE SPACES TO SCHEDULE-DETAIL-LINE
           ADD 1 TO WS-ARRANGED-COUNT
           IF WS-ARRANGED-COUNT = 1
               MOVE "BY ARRANG" TO SCD-DAY-OUT
           END-IF
           IF WS-SECT-SUB = ZERO
               MOVE WS-MY-CODE (WS-MY-SUB) TO SCD-SECTION-OUT
               MOVE "NOT ON SECTION MASTER" TO SCD-TITLE-OUT
           ELSE
               PERFORM 245-FILL-SECTION-COLUMNS
           END-IF
           WRITE SCHEDULE-REC FROM SCHEDULE-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       245-FILL-SECTION-COLUMNS.
           MOVE WS-ST-CODE (WS-SECT-SUB) TO SCD-SECTION-OUT
           MOVE WS-ST-TITLE (WS-SECT-SUB) TO SCD-TITLE-OUT
           MOVE WS-ST-ROOM (WS-SECT-SUB) (1:4) TO SCD-BUILDING-OUT
           MOVE WS-ST-ROOM (WS-SECT-SUB) (5:4) TO SCD-ROOM-NUMBER-OUT
           MOVE WS-ST-INSTRUCTOR (WS-SECT-SUB) TO SCD-INSTRUCTOR-OUT.

       250-CHECK-ONE-PAIR.
           IF WS-MY-SUB-2 > WS-MY-SUB AND
                   WS-MY-SECT-SUB (WS-MY-SUB) > ZERO AND
                   WS-MY-SECT-SUB (WS-MY-SUB-2) > ZERO
               MOVE WS-MY-SECT-SUB (WS-MY-SUB) TO WS-OV-SUB-1
               MOVE WS-MY-SECT-SUB (WS-MY-SUB-2) TO WS-OV-SUB-2
               PERFORM 400-TEST-OVERLAP
               IF WS-OVERLAP = 'YES'
                   MOVE 'YES' TO WS-SCHEDULE-FLAGGED
                   MOVE WS-MY-CODE (WS-MY-SUB) TO SCC-SECTION-1-OUT
                   MOVE WS-MY-CODE (WS-MY-SUB-2) TO SCC-SECTION-2-OUT
                   WRITE SCHEDULE-REC FROM SCHEDULE-CONFLICT-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
           END-IF.

       260-FORMAT-TIME-RANGE.
           MOVE WS-ST-START (WS-SECT-SUB) TO WS-TIME-IN
           PERFORM 115-TIME-TO-MINUTES
           MOVE WS-TIME-HH TO WS-TIME-FROM-HH
           MOVE WS-TIME-MM TO WS-TIME-FROM-MM
           MOVE WS-ST-END (WS-SECT-SUB) TO WS-TIME-IN
           PERFORM 115-TIME-TO-MINUTES
           MOVE WS-TIME-HH TO WS-TIME-TO-HH
           MOVE WS-TIME-MM TO WS-TIME-TO-MM.

      *   A PAGE PER BUILDING.  THE ROOM TABLE IS ALREADY IN
      *   BUILDING ORDER, SO A CHANGE OF BUILDING CODE STARTS THE
      *   NEXT PAGE.
       300-PRINT-ROOM-UTILIZATION.
           OPEN OUTPUT ROOM-REPORT
           MOVE SPACES TO WS-CUR-BUILDING
           MOVE 'YES' TO WS-FIRST-PAGE
           PERFORM 310-PRINT-ONE-ROOM
               VARYING WS-ROOM-SUB FROM 1 BY 1
               UNTIL WS-ROOM-SUB > WS-ROOM-COUNT
           IF WS-ROOM-COUNT > ZERO
               PERFORM 340-PRINT-BUILDING-TOTAL
           END-IF
           CLOSE ROOM-REPORT.

       310-PRINT-ONE-ROOM.
           MOVE WS-ROOM-ID (WS-ROOM-SUB) TO WS-CUR-ROOM
           IF WS-CUR-ROOM (1:4) NOT = WS-CUR-BUILDING OR
                   WS-ROOM-SUB = 1
               IF WS-ROOM-SUB > 1
                   PERFORM 340-PRINT-BUILDING-TOTAL
               END-IF
               MOVE WS-CUR-ROOM (1:4) TO WS-CUR-BUILDING
               MOVE ZERO TO WS-BUILDING-MINUTES
               MOVE ZERO TO WS-BUILDING-ROOMS
               PERFORM 315-PRINT-ROOM-HEADINGS
           END-IF
           ADD 1 TO WS-BUILDING-ROOMS
           MOVE ZERO TO WS-ROOM-MINUTES
           PERFORM 320-PRINT-ONE-DAY-ROW
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > 7
           PERFORM 330-ADD-ONE-SECTION-HOURS
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
           ADD WS-ROOM-MINUTES TO WS-BUILDING-MINUTES
           COMPUTE WS-ROOM-HOURS ROUNDED = WS-ROOM-MINUTES / 60
           COMPUTE WS-ROOM-PERCENT ROUNDED =
               WS-ROOM-MINUTES * 100 / WS-STANDARD-WEEK-MINUTES
           MOVE WS-ROOM-HOURS TO RMS-HOURS-OUT
           MOVE WS-ROOM-PERCENT TO RMS-PERCENT-OUT
           WRITE ROOM-REC FROM ROOM-HOURS-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 335-LIST-ONE-DOUBLE-BOOKING
               VARYING WS-RC-SUB-1 FROM 1 BY 1
                   UNTIL WS-RC-SUB-1 > WS-SECT-COUNT
               AFTER WS-RC-SUB-2 FROM 1 BY 1
                   UNTIL WS-RC-SUB-2 > WS-SECT-COUNT
           MOVE SPACES TO ROOM-REC
           WRITE ROOM-REC.

       315-PRINT-ROOM-HEADINGS.
           MOVE WS-RUN-TERM TO RMH-TERM-OUT
           MOVE WS-CUR-BUILDING TO RMH-BUILDING-OUT
           MOVE WS-DATE-OUT TO RMH-DATE-OUT
           IF WS-FIRST-PAGE = 'YES'
               MOVE 'NO ' TO WS-FIRST-PAGE
               WRITE ROOM-REC FROM ROOM-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ROOM-REC FROM ROOM-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           WRITE ROOM-REC FROM ROOM-LEGEND-LINE
               AFTER ADVANCING 1 LINE
           WRITE ROOM-REC FROM ROOM-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO ROOM-REC
           WRITE ROOM-REC.

      *   SATURDAY AND SUNDAY PRINT ONLY WHEN THE ROOM IS BOOKED
      *   THAT DAY.
       320-PRINT-ONE-DAY-ROW.
           MOVE SPACES TO ROOM-GRID-LINE
           MOVE 'NO ' TO WS-DAY-BOOKED
           PERFORM 321-FILL-ONE-SLOT
               VARYING WS-SLOT FROM 1 BY 1
               UNTIL WS-SLOT > 30
           IF WS-DAY-SUB < 6 OR WS-DAY-BOOKED = 'YES'
               IF WS-DAY-SUB = 1
                   MOVE WS-CUR-ROOM (5:4) TO RMG-ROOM-OUT
               END-IF
               MOVE WS-DAY-NAME (WS-DAY-SUB) (1:3) TO RMG-DAY-OUT
               WRITE ROOM-REC FROM ROOM-GRID-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       321-FILL-ONE-SLOT.
           COMPUTE WS-SLOT-START-MIN =
               WS-GRID-FIRST-MIN + (WS-SLOT - 1) * 30
           COMPUTE WS-SLOT-END-MIN = WS-SLOT-START-MIN + 30
           MOVE ZERO TO WS-SLOT-BOOKINGS
           PERFORM 322-COUNT-ONE-BOOKING
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
           DIVIDE WS-SLOT BY 2 GIVING WS-SLOT-HOUR
               REMAINDER WS-SLOT-HALF
           IF WS-SLOT-HALF = 1
               ADD 1 TO WS-SLOT-HOUR
               MOVE 1 TO WS-SLOT-HALF
           ELSE
               MOVE 2 TO WS-SLOT-HALF
           END-IF
           EVALUATE WS-SLOT-BOOKINGS
               WHEN ZERO
                   MOVE '.' TO RMG-HALF (WS-SLOT-HOUR, WS-SLOT-HALF)
               WHEN 1
                   MOVE 'X' TO RMG-HALF (WS-SLOT-HOUR, WS-SLOT-HALF)
                   MOVE 'YES' TO WS-DAY-BOOKED
               WHEN OTHER
                   MOVE '*' TO RMG-HALF (WS-SLOT-HOUR, WS-SLOT-HALF)
                   MOVE 'YES' TO WS-DAY-BOOKED
           END-EVALUATE.

       322-COUNT-ONE-BOOKING.
           IF WS-ST-IN-TERM (WS-SECT-SUB) = 'YES' AND
                   WS-ST-ROOM (WS-SECT-SUB) = WS-CUR-ROOM AND
                   WS-ST-END (WS-SECT-SUB) > ZERO AND
                   WS-ST-MEETS-ON (WS-SECT-SUB, WS-DAY-SUB) NOT = SPACE
               IF WS-ST-START-MIN (WS-SECT-SUB) < WS-SLOT-END-MIN AND
                       WS-ST-END-MIN (WS-SECT-SUB) > WS-SLOT-START-MIN
                   ADD 1 TO WS-SLOT-BOOKINGS
               END-IF
           END-IF.

      *   BOOKED HOURS ARE EACH SECTION'S MEETING LENGTH TIMES ITS
      *   MEETING DAYS, WHETHER OR NOT THEY FALL INSIDE THE GRID.
       330-ADD-ONE-SECTION-HOURS.
           IF WS-ST-IN-TERM (WS-SECT-SUB) = 'YES' AND
                   WS-ST-ROOM (WS-SECT-SUB) = WS-CUR-ROOM AND
                   WS-ST-END (WS-SECT-SUB) > ZERO
               COMPUTE WS-MEETING-MINUTES =
                   WS-ST-END-MIN (WS-SECT-SUB)
                       - WS-ST-START-MIN (WS-SECT-SUB)
               PERFORM 331-ADD-ONE-MEETING-DAY
                   VARYING WS-OV-DAY FROM 1 BY 1
                   UNTIL WS-OV-DAY > 7
           END-IF.

       331-ADD-ONE-MEETING-DAY.
           IF WS-ST-MEETS-ON (WS-SECT-SUB, WS-OV-DAY) NOT = SPACE
               ADD WS-MEETING-MINUTES TO WS-ROOM-MINUTES
           END-IF.

       335-LIST-ONE-DOUBLE-BOOKING.
           IF WS-RC-SUB-2 > WS-RC-SUB-1 AND
                   WS-ST-IN-TERM (WS-RC-SUB-1) = 'YES' AND
                   WS-ST-IN-TERM (WS-RC-SUB-2) = 'YES' AND
                   WS-ST-ROOM (WS-RC-SUB-1) = WS-CUR-ROOM AND
                   WS-ST-ROOM (WS-RC-SUB-2) = WS-CUR-ROOM
               MOVE WS-RC-SUB-1 TO WS-OV-SUB-1
               MOVE WS-RC-SUB-2 TO WS-OV-SUB-2
               PERFORM 400-TEST-OVERLAP
               IF WS-OVERLAP = 'YES'
                   ADD 1 TO ROOM-CONFLICTS
                   MOVE WS-ST-CODE (WS-RC-SUB-1) TO RMC-SECTION-1-OUT
                   MOVE WS-ST-CODE (WS-RC-SUB-2) TO RMC-SECTION-2-OUT
                   WRITE ROOM-REC FROM ROOM-CONFLICT-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF.

       340-PRINT-BUILDING-TOTAL.
           MOVE WS-BUILDING-ROOMS TO RMT-ROOMS-OUT
           COMPUTE WS-ROOM-HOURS ROUNDED = WS-BUILDING-MINUTES / 60
           MOVE WS-ROOM-HOURS TO RMT-HOURS-OUT
           WRITE ROOM-REC FROM BUILDING-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

      *   TWO SECTIONS OVERLAP WHEN THEY SHARE A DAY AND EACH STARTS
      *   BEFORE THE OTHER ENDS - THE SAME TEST PROGRAM92 APPLIES AT
      *   ENROLLMENT.
       400-TEST-OVERLAP.
           MOVE 'NO ' TO WS-OVERLAP
           IF WS-ST-END (WS-OV-SUB-1) > ZERO AND
                   WS-ST-END (WS-OV-SUB-2) > ZERO AND
                   WS-ST-START (WS-OV-SUB-1) < WS-ST-END (WS-OV-SUB-2)
                   AND
                   WS-ST-START (WS-OV-SUB-2) < WS-ST-END (WS-OV-SUB-1)
               PERFORM 401-TEST-ONE-DAY
                   VARYING WS-OV-DAY FROM 1 BY 1
                   UNTIL WS-OV-DAY > 7 OR WS-OVERLAP = 'YES'
           END-IF.

       401-TEST-ONE-DAY.
           IF WS-ST-MEETS-ON (WS-OV-SUB-1, WS-OV-DAY) NOT = SPACE AND
                   WS-ST-MEETS-ON (WS-OV-SUB-2, WS-OV-DAY) NOT = SPACE
               MOVE 'YES' TO WS-OVERLAP
           END-IF.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM93" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RL-RUN-TIME
           MOVE STUDENTS-READ TO RL-RECORDS-READ
           MOVE UNKNOWN-SECTIONS TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE SCHEDULES-PRINTED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM93.
