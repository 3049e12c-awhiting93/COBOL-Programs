      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM08.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the grade distribution analysis the
      *department chair asks for each term, so that whether one
      *instructor grades harder than another for the same course no
      *longer means laying PROGRAM03 summaries side by side.
      *Every student's finished section average, in every term on
      *WhitingSECTION-HISTORY.DAT (the shared SECTHIST copybook,
      *kept by PROGRAM03), is joined to its section on
      *SECTION-MASTER.DAT (the shared SECTMAST copybook) for the
      *course title, the instructor and the passing mark (60 when
      *the section has none, the same rule PROGRAM03 applies).  The
      *sections that share a title are one course.  An average whose
      *section is not on the master cannot be placed and is counted
      *as rejected (condition code 4).
      *WhitingGRADE-DISTRIBUTION.LIS shows each course with a
      *course-wide line, then one line per instructor with the
      *student count, mean, median, standard deviation, letter grade
      *counts (PROGRAM03's 90/80/70/60 scale) and the percentage
      *below passing, then each section and term that instructor
      *taught with its own mean.  A section whose mean is more than
      *the points on GRADE-DIST-PARMS.DAT from the course-wide mean
      *is flagged - 10.0 points with no parameter file.
      *WhitingGRADE-DISTRIBUTION.CSV carries the instructor lines
      *for the dean's office, one row per instructor and course.
      *More averages than the table holds stops the run with
      *condition code 8 before anything prints.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SECTION-RESULT-FILE
               ASSIGN TO "..\..\..\..\WhitingSECTION-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DIST-PARM-FILE
               ASSIGN TO "..\..\..\..\GRADE-DIST-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-RESULT-FILE
               ASSIGN TO "..\..\..\..\WhitingGRADE-DIST-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORT-WORK-FILE
               ASSIGN TO "WhitingGRADE-DIST-SORTWORK.TMP".
           SELECT DISTRIBUTION-REPORT
               ASSIGN TO "..\..\..\..\WhitingGRADE-DISTRIBUTION.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT DISTRIBUTION-CSV
               ASSIGN TO "..\..\..\..\WhitingGRADE-DISTRIBUTION.CSV"
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
       FD  SECTION-RESULT-FILE.
       COPY SECTHIST REPLACING ==:PFX:== BY ==SRH==.

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

       FD  DIST-PARM-FILE.
       01  DIST-PARM-REC.
           05  GD-FLAG-POINTS              PIC 99V9.

       FD  SORTED-RESULT-FILE.
       01  SORTED-RESULT-REC.
           05  SR-TITLE                    PIC X(20).
           05  SR-INSTRUCTOR               PIC X(20).
           05  SR-AVERAGE                  PIC 999V9.
           05  SR-SECTION-CODE             PIC X(6).
           05  SR-TERM-ID                  PIC X(5).
           05  SR-PASSING-MARK             PIC 9(3).

       SD  SORT-WORK-FILE.
       01  SORT-REC.
           05  SORT-TITLE                  PIC X(20).
           05  SORT-INSTRUCTOR             PIC X(20).
           05  SORT-AVERAGE                PIC 999V9.
           05  SORT-SECTION-CODE           PIC X(6).
           05  SORT-TERM-ID                PIC X(5).
           05  SORT-PASSING-MARK           PIC 9(3).

       FD  DISTRIBUTION-REPORT.
       01  DISTRIBUTION-REPORT-REC         PIC X(100).

       FD  DISTRIBUTION-CSV.
       01  CSV-REC                         PIC X(130).

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
           05  WS-GROUP-COMPLETE           PIC X(3)    VALUE 'NO '.
           05  WS-OFFERING-PLACED          PIC X(3)    VALUE 'NO '.
           05  WS-MEDIAN-WANTED            PIC X(3)    VALUE 'NO '.
           05  WS-TABLE-OVERFLOW           PIC X       VALUE 'N'.
               88  TABLE-OVERFLOWED                    VALUE 'Y'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-PARAMETERS.
           05  WS-FLAG-POINTS              PIC 99V9    VALUE 10.0.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
               10  WS-BUSINESS-YEAR        PIC 9(4).
               10  WS-BUSINESS-MONTH       PIC 99.
               10  WS-BUSINESS-DAY         PIC 99.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).

       01  SECTION-TABLE-AREAS.
           05  WS-SECTION-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-SECTION-SUB              PIC 9(3)    VALUE ZERO.
           05  WS-SECTION-FOUND-SUB        PIC 9(3)    VALUE ZERO.
           05  WS-SECTION-TABLE OCCURS 300 TIMES.
               10  WS-SC-CODE              PIC X(6).
               10  WS-SC-TITLE             PIC X(20).
               10  WS-SC-INSTRUCTOR        PIC X(20).
               10  WS-SC-PASSING           PIC 9(3).

      *   EVERY AVERAGE ON FILE IN COURSE, INSTRUCTOR AND AVERAGE
      *   ORDER, SO EACH INSTRUCTOR'S AVERAGES SIT TOGETHER LOWEST
      *   FIRST AND THE MEDIAN IS THE MIDDLE OF THE RUN.
       01  RESULT-TABLE-AREAS.
           05  WS-RESULT-COUNT             PIC 9(4)    VALUE ZERO.
           05  WS-RESULT-SUB               PIC 9(4)    VALUE ZERO.
           05  WS-RESULT-TABLE OCCURS 5000 TIMES.
               10  WS-RS-TITLE             PIC X(20).
               10  WS-RS-INSTRUCTOR        PIC X(20).
               10  WS-RS-AVERAGE           PIC 999V9.
               10  WS-RS-SECTION           PIC X(6).
               10  WS-RS-TERM              PIC X(5).
               10  WS-RS-PASSING           PIC 9(3).

       01  GROUP-BOUNDARY-AREAS.
           05  WS-COURSE-START             PIC 9(4)    VALUE ZERO.
           05  WS-COURSE-END               PIC 9(4)    VALUE ZERO.
           05  WS-INSTR-START              PIC 9(4)    VALUE ZERO.
           05  WS-INSTR-END                PIC 9(4)    VALUE ZERO.
           05  WS-GROUP-START              PIC 9(4)    VALUE ZERO.
           05  WS-GROUP-END                PIC 9(4)    VALUE ZERO.
           05  WS-MEDIAN-SUB               PIC 9(4)    VALUE ZERO.

      *   THE STATISTICS FOR WHICHEVER GROUP WAS LAST MEASURED -
      *   A COURSE OR ONE INSTRUCTOR'S SHARE OF IT.
       01  GROUP-STATISTICS.
           05  WS-ST-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-ST-TOTAL                 PIC 9(7)V9  VALUE ZERO.
           05  WS-ST-MEAN                  PIC 999V99  VALUE ZERO.
           05  WS-ST-MEDIAN                PIC 999V99  VALUE ZERO.
           05  WS-ST-DEVIATION             PIC S999V99 VALUE ZERO.
           05  WS-ST-SQUARES               PIC 9(9)V9999 VALUE ZERO.
           05  WS-ST-STD-DEV               PIC 999V99  VALUE ZERO.
           05  WS-ST-BELOW                 PIC 9(4)    VALUE ZERO.
           05  WS-ST-BELOW-PCT             PIC 999V9   VALUE ZERO.
           05  WS-ST-LETTER-COUNTS.
               10  WS-ST-A-COUNT           PIC 9(4).
               10  WS-ST-B-COUNT           PIC 9(4).
               10  WS-ST-C-COUNT           PIC 9(4).
               10  WS-ST-D-COUNT           PIC 9(4).
               10  WS-ST-F-COUNT           PIC 9(4).
           05  WS-COURSE-MEAN              PIC 999V99  VALUE ZERO.

      *   ONE INSTRUCTOR'S SECTIONS AND TERMS WITHIN A COURSE, KEPT
      *   IN SECTION AND TERM ORDER AS THEY ARE FOUND.
       01  OFFERING-TABLE-AREAS.
           05  WS-OFFERING-COUNT           PIC 9(4)    VALUE ZERO.
           05  WS-OFFERING-SUB             PIC 9(4)    VALUE ZERO.
           05  WS-OFFERING-FOUND-SUB       PIC 9(4)    VALUE ZERO.
           05  WS-OFFERING-INSERT-SUB      PIC 9(4)    VALUE ZERO.
           05  WS-OFFERING-SHIFT-SUB       PIC 9(4)    VALUE ZERO.
           05  WS-OFFERING-TABLE OCCURS 5000 TIMES.
               10  WS-OF-KEY.
                   15  WS-OF-SECTION       PIC X(6).
                   15  WS-OF-TERM          PIC X(5).
               10  WS-OF-COUNT             PIC 9(4).
               10  WS-OF-TOTAL             PIC 9(7)V9.
           05  WS-NEW-OFFERING-KEY.
               10  WS-NEW-SECTION          PIC X(6).
               10  WS-NEW-TERM             PIC X(5).
           05  WS-OFFERING-MEAN            PIC 999V99  VALUE ZERO.
           05  WS-OFFERING-GAP             PIC S999V99 VALUE ZERO.
           05  WS-OFFERING-DISTANCE        PIC 999V99  VALUE ZERO.
           05  WS-INSTR-FLAGGED            PIC 9(4)    VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  RESULTS-READ                PIC 9(5)    VALUE ZERO.
           05  RESULTS-REJECTED            PIC 9(5)    VALUE ZERO.
           05  COURSES-REPORTED            PIC 9(5)    VALUE ZERO.
           05  INSTRUCTOR-LINES            PIC 9(5)    VALUE ZERO.
           05  SECTIONS-FLAGGED            PIC 9(5)    VALUE ZERO.

       01  DIST-HEADING-LINE.
           05                              PIC X(40)
               VALUE "GRADE DISTRIBUTION BY INSTRUCTOR AND COU".
           05                              PIC X(28)
               VALUE "RSE - ALL TERMS ON FILE     ".
           05                              PIC X(6)    VALUE "AS OF ".
           05  DHD-DATE-OUT                PIC X(10).
           05                              PIC X(16)   VALUE SPACES.

       01  DIST-FLAG-RULE-LINE.
           05                              PIC X(39)
               VALUE "SECTIONS FLAGGED WHEN THE MEAN IS MORE ".
           05                              PIC X(5)    VALUE "THAN ".
           05  DFR-POINTS-OUT              PIC Z9.9.
           05                              PIC X(30)
               VALUE " POINTS FROM THE COURSE MEAN".
           05                              PIC X(22)   VALUE SPACES.

       01  DIST-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "INSTRUCTOR            STUD   MEAN  MEDN ".
           05                              PIC X(40)
               VALUE "  STDEV     A     B     C     D     F  B".
           05                              PIC X(20)
               VALUE "ELOW%".

       01  DIST-COURSE-LINE.
           05                              PIC X(8)    VALUE "COURSE  ".
           05  DCL-TITLE-OUT               PIC X(20).
           05                              PIC X(72)   VALUE SPACES.

       01  DIST-STATS-LINE.
           05  DSL-INSTRUCTOR-OUT          PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-COUNT-OUT               PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-MEAN-OUT                PIC ZZ9.9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-MEDIAN-OUT              PIC ZZ9.9.
           05  DSL-MEDIAN-BLANK REDEFINES DSL-MEDIAN-OUT
                                           PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-STD-DEV-OUT             PIC ZZ9.9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-A-OUT                   PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-B-OUT                   PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-C-OUT                   PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-D-OUT                   PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-F-OUT                   PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DSL-BELOW-PCT-OUT           PIC ZZ9.9.
           05                              PIC X       VALUE "%".
           05                              PIC X(15)   VALUE SPACES.

       01  DIST-OFFERING-LINE.
           05                              PIC X(12)
               VALUE "    SECTION ".
           05  DOL-SECTION-OUT             PIC X(6).
           05                              PIC X(6)    VALUE "  TERM".
           05                              PIC X       VALUE SPACE.
           05  DOL-TERM-OUT                PIC X(5).
           05                              PIC X(11)
               VALUE "  STUDENTS ".
           05  DOL-COUNT-OUT               PIC ZZZ9.
           05                              PIC X(7)    VALUE "  MEAN ".
           05  DOL-MEAN-OUT                PIC ZZ9.9.
           05                              PIC X(20)
               VALUE "  FROM COURSE MEAN  ".
           05  DOL-GAP-OUT                 PIC +++9.9.
           05                              PIC X(2)    VALUE SPACES.
           05  DOL-FLAG-OUT                PIC X(11).
           05                              PIC X(4)    VALUE SPACES.

       01  DIST-TOTAL-LINE.
           05                              PIC X(17)
               VALUE "COURSES REPORTED ".
           05  DTL-COURSES-OUT             PIC ZZ,ZZ9.
           05                              PIC X(23)
               VALUE "   AVERAGES ANALYZED  ".
           05  DTL-AVERAGES-OUT            PIC ZZ,ZZ9.
           05                              PIC X(22)
               VALUE "   SECTIONS FLAGGED  ".
           05  DTL-FLAGGED-OUT             PIC ZZ,ZZ9.
           05                              PIC X(20)   VALUE SPACES.

      *   THE DEAN'S OFFICE FILE - A HEADER, THEN ONE ROW PER
      *   INSTRUCTOR AND COURSE, BUILT THE WAY PROGRAM02 BUILDS ITS
      *   CSV.  THE NAMES ARE QUOTED BECAUSE THEY CARRY COMMAS.
       01  CSV-CONSTANTS.
           05  CSV-COMMA                   PIC X       VALUE ",".
           05  CSV-QUOTE                   PIC X       VALUE '"'.
       01  CSV-DETAIL-LINE                 PIC X(130).
       01  CSV-HEADER-LINE.
           05                              PIC X(40)
               VALUE "COURSE,INSTRUCTOR,STUDENTS,MEAN,MEDIAN,S".
           05                              PIC X(40)
               VALUE "TD DEV,A,B,C,D,F,BELOW PASSING PCT,SECTI".
           05                              PIC X(50)
               VALUE "ONS,SECTIONS FLAGGED".

       01  CSV-DETAIL-FIELDS.
           05  CSV-COUNT-OUT               PIC 9(4).
           05  CSV-MEAN-OUT                PIC 999.9.
           05  CSV-MEDIAN-OUT              PIC 999.9.
           05  CSV-STD-DEV-OUT             PIC 999.9.
           05  CSV-A-OUT                   PIC 9(4).
           05  CSV-B-OUT                   PIC 9(4).
           05  CSV-C-OUT                   PIC 9(4).
           05  CSV-D-OUT                   PIC 9(4).
           05  CSV-F-OUT                   PIC 9(4).
           05  CSV-BELOW-PCT-OUT           PIC 999.9.
           05  CSV-SECTIONS-OUT            PIC 9(4).
           05  CSV-FLAGGED-OUT             PIC 9(4).

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           MOVE WS-BUSINESS-MONTH TO WS-DATE-OUT-MM
           MOVE WS-BUSINESS-DAY TO WS-DATE-OUT-DD
           MOVE WS-BUSINESS-YEAR TO WS-DATE-OUT-YYYY
           PERFORM 110-READ-DIST-PARMS
           PERFORM 115-LOAD-SECTIONS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-TITLE SORT-INSTRUCTOR
                                SORT-AVERAGE
               INPUT PROCEDURE IS 150-JOIN-AND-RELEASE
               GIVING SORTED-RESULT-FILE
           PERFORM 160-LOAD-SORTED-RESULTS
           IF TABLE-OVERFLOWED
               DISPLAY "**** SECTION OR AVERAGE TABLE OVERFLOWED - "
                   "NOTHING PRINTED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT DISTRIBUTION-REPORT
                       DISTRIBUTION-CSV
           WRITE CSV-REC FROM CSV-HEADER-LINE
           PERFORM 200-PRINT-HEADINGS
           MOVE 1 TO WS-COURSE-START
           PERFORM 210-REPORT-ONE-COURSE
               UNTIL WS-COURSE-START > WS-RESULT-COUNT
           PERFORM 290-PRINT-TOTALS
           CLOSE DISTRIBUTION-REPORT
                 DISTRIBUTION-CSV
           IF RESULTS-REJECTED > ZERO
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "COURSES REPORTED: " COURSES-REPORTED
               " AVERAGES: " WS-RESULT-COUNT
               " NOT ON SECTION MASTER: " RESULTS-REJECTED
           DISPLAY "SECTIONS FLAGGED: " SECTIONS-FLAGGED
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

       110-READ-DIST-PARMS.
           OPEN INPUT DIST-PARM-FILE
           READ DIST-PARM-FILE
               AT END
                   DISPLAY "**** NO GRADE DISTRIBUTION PARMS - "
                       "DEFAULT 10.0 POINTS USED ****"
               NOT AT END
                   IF GD-FLAG-POINTS IS NUMERIC AND
                           GD-FLAG-POINTS > ZERO
                       MOVE GD-FLAG-POINTS TO WS-FLAG-POINTS
                   END-IF
           END-READ
           CLOSE DIST-PARM-FILE.

       115-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 116-READ-ONE-SECTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-MASTER-FILE.

       116-READ-ONE-SECTION.
           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-SECTION-COUNT < 300
                       ADD 1 TO WS-SECTION-COUNT
                       MOVE SEC-SECTION-CODE
                           TO WS-SC-CODE (WS-SECTION-COUNT)
                       MOVE SEC-TITLE
                           TO WS-SC-TITLE (WS-SECTION-COUNT)
                       MOVE SEC-INSTRUCTOR
                           TO WS-SC-INSTRUCTOR (WS-SECTION-COUNT)
                       IF SEC-PASSING-MARK IS NUMERIC AND
                               SEC-PASSING-MARK > ZERO
                           MOVE SEC-PASSING-MARK
                               TO WS-SC-PASSING (WS-SECTION-COUNT)
                       ELSE
                           MOVE 60 TO WS-SC-PASSING (WS-SECTION-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   EACH AVERAGE PICKS UP ITS COURSE TITLE, INSTRUCTOR AND
      *   PASSING MARK FROM THE SECTION MASTER ON ITS WAY TO THE SORT.
       150-JOIN-AND-RELEASE.
           OPEN INPUT SECTION-RESULT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 151-RELEASE-ONE-RESULT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-RESULT-FILE.

       151-RELEASE-ONE-RESULT.
           READ SECTION-RESULT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF SRH-STUDENT-ID NOT = SPACES AND
                           SRH-AVERAGE IS NUMERIC
                       ADD 1 TO RESULTS-READ
                       PERFORM 152-FIND-SECTION
                       IF WS-SECTION-FOUND-SUB > ZERO
                           MOVE WS-SC-TITLE (WS-SECTION-FOUND-SUB)
                               TO SORT-TITLE
                           MOVE WS-SC-INSTRUCTOR (WS-SECTION-FOUND-SUB)
                               TO SORT-INSTRUCTOR
                           MOVE SRH-AVERAGE TO SORT-AVERAGE
                           MOVE SRH-SECTION-CODE TO SORT-SECTION-CODE
                           MOVE SRH-TERM-ID TO SORT-TERM-ID
                           MOVE WS-SC-PASSING (WS-SECTION-FOUND-SUB)
                               TO SORT-PASSING-MARK
                           RELEASE SORT-REC
                       ELSE
                           DISPLAY "**** SECTION " SRH-SECTION-CODE
                               " NOT ON SECTION MASTER - AVERAGE FOR "
                               SRH-STUDENT-ID " TERM " SRH-TERM-ID
                               " LEFT OUT ****"
                           ADD 1 TO RESULTS-REJECTED
                       END-IF
                   END-IF
           END-READ.

       152-FIND-SECTION.
           MOVE ZERO TO WS-SECTION-FOUND-SUB
           PERFORM 153-MATCH-ONE-SECTION
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
                   OR WS-SECTION-FOUND-SUB > ZERO.

       153-MATCH-ONE-SECTION.
           IF WS-SC-CODE (WS-SECTION-SUB) = SRH-SECTION-CODE
               MOVE WS-SECTION-SUB TO WS-SECTION-FOUND-SUB
           END-IF.

       160-LOAD-SORTED-RESULTS.
           OPEN INPUT SORTED-RESULT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 161-READ-ONE-SORTED-RESULT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SORTED-RESULT-FILE.

       161-READ-ONE-SORTED-RESULT.
           READ SORTED-RESULT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-RESULT-COUNT < 5000
                       ADD 1 TO WS-RESULT-COUNT
                       MOVE SORTED-RESULT-REC
                           TO WS-RESULT-TABLE (WS-RESULT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

       200-PRINT-HEADINGS.
           MOVE WS-DATE-OUT TO DHD-DATE-OUT
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-FLAG-POINTS TO DFR-POINTS-OUT
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-FLAG-RULE-LINE
               AFTER ADVANCING 1 LINE
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-COLUMN-LINE
               AFTER ADVANCING 2 LINES.

      *   A COURSE IS THE RUN OF TABLE ENTRIES SHARING A TITLE.  ITS
      *   COURSE-WIDE LINE COMES FIRST SO EVERY SECTION BELOW IT CAN
      *   BE MEASURED AGAINST THE COURSE MEAN.
       210-REPORT-ONE-COURSE.
           MOVE WS-COURSE-START TO WS-COURSE-END
           MOVE 'NO ' TO WS-GROUP-COMPLETE
           PERFORM 211-EXTEND-COURSE
               UNTIL WS-GROUP-COMPLETE = 'YES'
           ADD 1 TO COURSES-REPORTED
           MOVE WS-RS-TITLE (WS-COURSE-START) TO DCL-TITLE-OUT
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-COURSE-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-COURSE-START TO WS-GROUP-START
           MOVE WS-COURSE-END TO WS-GROUP-END
           MOVE 'NO ' TO WS-MEDIAN-WANTED
           PERFORM 400-MEASURE-GROUP
           MOVE WS-ST-MEAN TO WS-COURSE-MEAN
           MOVE "ALL INSTRUCTORS" TO DSL-INSTRUCTOR-OUT
           PERFORM 410-FILL-STATS-LINE
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-STATS-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-COURSE-START TO WS-INSTR-START
           PERFORM 220-REPORT-ONE-INSTRUCTOR
               UNTIL WS-INSTR-START > WS-COURSE-END
           COMPUTE WS-COURSE-START = WS-COURSE-END + 1.

       211-EXTEND-COURSE.
           IF WS-COURSE-END < WS-RESULT-COUNT
               IF WS-RS-TITLE (WS-COURSE-END + 1) =
                       WS-RS-TITLE (WS-COURSE-START)
                   ADD 1 TO WS-COURSE-END
               ELSE
                   MOVE 'YES' TO WS-GROUP-COMPLETE
               END-IF
           ELSE
               MOVE 'YES' TO WS-GROUP-COMPLETE
           END-IF.

       220-REPORT-ONE-INSTRUCTOR.
           MOVE WS-INSTR-START TO WS-INSTR-END
           MOVE 'NO ' TO WS-GROUP-COMPLETE
           PERFORM 221-EXTEND-INSTRUCTOR
               UNTIL WS-GROUP-COMPLETE = 'YES'
           MOVE WS-INSTR-START TO WS-GROUP-START
           MOVE WS-INSTR-END TO WS-GROUP-END
           MOVE 'YES' TO WS-MEDIAN-WANTED
           PERFORM 400-MEASURE-GROUP
           MOVE WS-RS-INSTRUCTOR (WS-INSTR-START) TO DSL-INSTRUCTOR-OUT
           PERFORM 410-FILL-STATS-LINE
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-STATS-LINE
               AFTER ADVANCING 2 LINES
           ADD 1 TO INSTRUCTOR-LINES
           MOVE ZERO TO WS-OFFERING-COUNT
           PERFORM 230-GATHER-ONE-OFFERING
               VARYING WS-RESULT-SUB FROM WS-INSTR-START BY 1
               UNTIL WS-RESULT-SUB > WS-INSTR-END
           MOVE ZERO TO WS-INSTR-FLAGGED
           PERFORM 240-PRINT-ONE-OFFERING
               VARYING WS-OFFERING-SUB FROM 1 BY 1
               UNTIL WS-OFFERING-SUB > WS-OFFERING-COUNT
           PERFORM 250-WRITE-CSV-DETAIL
           COMPUTE WS-INSTR-START = WS-INSTR-END + 1.

       221-EXTEND-INSTRUCTOR.
           IF WS-INSTR-END < WS-COURSE-END
               IF WS-RS-INSTRUCTOR (WS-INSTR-END + 1) =
                       WS-RS-INSTRUCTOR (WS-INSTR-START)
                   ADD 1 TO WS-INSTR-END
               ELSE
                   MOVE 'YES' TO WS-GROUP-COMPLETE
               END-IF
           ELSE
               MOVE 'YES' TO WS-GROUP-COMPLETE
           END-IF.

      *   A NEW SECTION AND TERM GOES IN AHEAD OF THE FIRST ONE THAT
      *   SORTS AFTER IT.
       230-GATHER-ONE-OFFERING.
           MOVE WS-RS-SECTION (WS-RESULT-SUB) TO WS-NEW-SECTION
           MOVE WS-RS-TERM (WS-RESULT-SUB) TO WS-NEW-TERM
           MOVE ZERO TO WS-OFFERING-FOUND-SUB
           MOVE ZERO TO WS-OFFERING-INSERT-SUB
           MOVE 'NO ' TO WS-OFFERING-PLACED
           PERFORM 231-PLACE-ONE-OFFERING
               VARYING WS-OFFERING-SUB FROM 1 BY 1
               UNTIL WS-OFFERING-SUB > WS-OFFERING-COUNT
                   OR WS-OFFERING-PLACED = 'YES'
           IF WS-OFFERING-FOUND-SUB = ZERO
               IF WS-OFFERING-INSERT-SUB = ZERO
                   COMPUTE WS-OFFERING-INSERT-SUB =
                       WS-OFFERING-COUNT + 1
               ELSE
                   PERFORM 232-SHIFT-ONE-OFFERING
                       VARYING WS-OFFERING-SHIFT-SUB
                           FROM WS-OFFERING-COUNT BY -1
                       UNTIL WS-OFFERING-SHIFT-SUB <
                           WS-OFFERING-INSERT-SUB
               END-IF
               ADD 1 TO WS-OFFERING-COUNT
               MOVE WS-NEW-OFFERING-KEY
                   TO WS-OF-KEY (WS-OFFERING-INSERT-SUB)
               MOVE ZERO TO WS-OF-COUNT (WS-OFFERING-INSERT-SUB)
               MOVE ZERO TO WS-OF-TOTAL (WS-OFFERING-INSERT-SUB)
               MOVE WS-OFFERING-INSERT-SUB TO WS-OFFERING-FOUND-SUB
           END-IF
           ADD 1 TO WS-OF-COUNT (WS-OFFERING-FOUND-SUB)
           ADD WS-RS-AVERAGE (WS-RESULT-SUB)
               TO WS-OF-TOTAL (WS-OFFERING-FOUND-SUB).

       231-PLACE-ONE-OFFERING.
           IF WS-OF-KEY (WS-OFFERING-SUB) = WS-NEW-OFFERING-KEY
               MOVE WS-OFFERING-SUB TO WS-OFFERING-FOUND-SUB
               MOVE 'YES' TO WS-OFFERING-PLACED
           ELSE
               IF WS-OF-KEY (WS-OFFERING-SUB) > WS-NEW-OFFERING-KEY
                   MOVE WS-OFFERING-SUB TO WS-OFFERING-INSERT-SUB
                   MOVE 'YES' TO WS-OFFERING-PLACED
               END-IF
           END-IF.

       232-SHIFT-ONE-OFFERING.
           MOVE WS-OFFERING-TABLE (WS-OFFERING-SHIFT-SUB)
               TO WS-OFFERING-TABLE (WS-OFFERING-SHIFT-SUB + 1).

       240-PRINT-ONE-OFFERING.
           COMPUTE WS-OFFERING-MEAN ROUNDED =
               WS-OF-TOTAL (WS-OFFERING-SUB) /
               WS-OF-COUNT (WS-OFFERING-SUB)
           COMPUTE WS-OFFERING-GAP =
               WS-OFFERING-MEAN - WS-COURSE-MEAN
           IF WS-OFFERING-GAP < ZERO
               COMPUTE WS-OFFERING-DISTANCE = ZERO - WS-OFFERING-GAP
           ELSE
               MOVE WS-OFFERING-GAP TO WS-OFFERING-DISTANCE
           END-IF
           MOVE WS-OF-SECTION (WS-OFFERING-SUB) TO DOL-SECTION-OUT
           MOVE WS-OF-TERM (WS-OFFERING-SUB) TO DOL-TERM-OUT
           MOVE WS-OF-COUNT (WS-OFFERING-SUB) TO DOL-COUNT-OUT
           COMPUTE DOL-MEAN-OUT ROUNDED = WS-OFFERING-MEAN
           COMPUTE DOL-GAP-OUT ROUNDED = WS-OFFERING-GAP
           MOVE SPACES TO DOL-FLAG-OUT
           IF WS-OFFERING-DISTANCE > WS-FLAG-POINTS
               MOVE "** FLAGGED" TO DOL-FLAG-OUT
               ADD 1 TO WS-INSTR-FLAGGED
               ADD 1 TO SECTIONS-FLAGGED
           END-IF
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-OFFERING-LINE
               AFTER ADVANCING 1 LINE.

       250-WRITE-CSV-DETAIL.
           MOVE WS-ST-COUNT TO CSV-COUNT-OUT
           COMPUTE CSV-MEAN-OUT ROUNDED = WS-ST-MEAN
           COMPUTE CSV-MEDIAN-OUT ROUNDED = WS-ST-MEDIAN
           COMPUTE CSV-STD-DEV-OUT ROUNDED = WS-ST-STD-DEV
           MOVE WS-ST-A-COUNT TO CSV-A-OUT
           MOVE WS-ST-B-COUNT TO CSV-B-OUT
           MOVE WS-ST-C-COUNT TO CSV-C-OUT
           MOVE WS-ST-D-COUNT TO CSV-D-OUT
           MOVE WS-ST-F-COUNT TO CSV-F-OUT
           MOVE WS-ST-BELOW-PCT TO CSV-BELOW-PCT-OUT
           MOVE WS-OFFERING-COUNT TO CSV-SECTIONS-OUT
           MOVE WS-INSTR-FLAGGED TO CSV-FLAGGED-OUT
           MOVE SPACES TO CSV-DETAIL-LINE
           STRING CSV-QUOTE                 DELIMITED BY SIZE
                  WS-RS-TITLE (WS-INSTR-START) DELIMITED BY "  "
                  CSV-QUOTE                 DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-QUOTE                 DELIMITED BY SIZE
                  WS-RS-INSTRUCTOR (WS-INSTR-START)
                                            DELIMITED BY "  "
                  CSV-QUOTE                 DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-COUNT-OUT             DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-MEAN-OUT              DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-MEDIAN-OUT            DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-STD-DEV-OUT           DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-A-OUT                 DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-B-OUT                 DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-C-OUT                 DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-D-OUT                 DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-F-OUT                 DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-BELOW-PCT-OUT         DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-SECTIONS-OUT          DELIMITED BY SIZE
                  CSV-COMMA                 DELIMITED BY SIZE
                  CSV-FLAGGED-OUT           DELIMITED BY SIZE
               INTO CSV-DETAIL-LINE
           END-STRING
           WRITE CSV-REC FROM CSV-DETAIL-LINE.

       290-PRINT-TOTALS.
           MOVE COURSES-REPORTED TO DTL-COURSES-OUT
           MOVE WS-RESULT-COUNT TO DTL-AVERAGES-OUT
           MOVE SECTIONS-FLAGGED TO DTL-FLAGGED-OUT
           WRITE DISTRIBUTION-REPORT-REC FROM DIST-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

      *   COUNT, MEAN, STANDARD DEVIATION (OVER THE WHOLE GROUP, NOT
      *   A SAMPLE), LETTER COUNTS AND BELOW-PASSING RATE FOR THE
      *   ENTRIES FROM WS-GROUP-START TO WS-GROUP-END.  THE MEDIAN IS
      *   TAKEN ONLY FOR AN INSTRUCTOR'S RUN, WHICH THE SORT LEFT IN
      *   AVERAGE ORDER; AN EVEN COUNT SPLITS THE MIDDLE TWO.
       400-MEASURE-GROUP.
           COMPUTE WS-ST-COUNT = WS-GROUP-END - WS-GROUP-START + 1
           MOVE ZERO TO WS-ST-TOTAL
           MOVE ZERO TO WS-ST-SQUARES
           MOVE ZERO TO WS-ST-BELOW
           MOVE ZERO TO WS-ST-LETTER-COUNTS
           PERFORM 401-TALLY-ONE-AVERAGE
               VARYING WS-RESULT-SUB FROM WS-GROUP-START BY 1
               UNTIL WS-RESULT-SUB > WS-GROUP-END
           COMPUTE WS-ST-MEAN ROUNDED = WS-ST-TOTAL / WS-ST-COUNT
           PERFORM 402-SQUARE-ONE-DEVIATION
               VARYING WS-RESULT-SUB FROM WS-GROUP-START BY 1
               UNTIL WS-RESULT-SUB > WS-GROUP-END
           COMPUTE WS-ST-STD-DEV ROUNDED =
               (WS-ST-SQUARES / WS-ST-COUNT) ** 0.5
           COMPUTE WS-ST-BELOW-PCT ROUNDED =
               WS-ST-BELOW * 100 / WS-ST-COUNT
           MOVE ZERO TO WS-ST-MEDIAN
           IF WS-MEDIAN-WANTED = 'YES'
               DIVIDE WS-ST-COUNT BY 2 GIVING WS-MEDIAN-SUB
               ADD WS-GROUP-START TO WS-MEDIAN-SUB
               IF WS-MEDIAN-SUB * 2 =
                       WS-GROUP-START + WS-GROUP-END + 1
                   COMPUTE WS-ST-MEDIAN ROUNDED =
                       (WS-RS-AVERAGE (WS-MEDIAN-SUB - 1) +
                        WS-RS-AVERAGE (WS-MEDIAN-SUB)) / 2
               ELSE
                   MOVE WS-RS-AVERAGE (WS-MEDIAN-SUB) TO WS-ST-MEDIAN
               END-IF
           END-IF.

      *   THE SAME 90/80/70/60 LETTER SCALE AS PROGRAM03.
       401-TALLY-ONE-AVERAGE.
           ADD WS-RS-AVERAGE (WS-RESULT-SUB) TO WS-ST-TOTAL
           EVALUATE TRUE
               WHEN WS-RS-AVERAGE (WS-RESULT-SUB) >= 90
                   ADD 1 TO WS-ST-A-COUNT
               WHEN WS-RS-AVERAGE (WS-RESULT-SUB) >= 80
                   ADD 1 TO WS-ST-B-COUNT
               WHEN WS-RS-AVERAGE (WS-RESULT-SUB) >= 70
                   ADD 1 TO WS-ST-C-COUNT
               WHEN WS-RS-AVERAGE (WS-RESULT-SUB) >= 60
                   ADD 1 TO WS-ST-D-COUNT
               WHEN OTHER
                   ADD 1 TO WS-ST-F-COUNT
           END-EVALUATE
           IF WS-RS-AVERAGE (WS-RESULT-SUB) <
                   WS-RS-PASSING (WS-RESULT-SUB)
               ADD 1 TO WS-ST-BELOW
           END-IF.

       402-SQUARE-ONE-DEVIATION.
           COMPUTE WS-ST-DEVIATION =
               WS-RS-AVERAGE (WS-RESULT-SUB) - WS-ST-MEAN
           COMPUTE WS-ST-SQUARES = WS-ST-SQUARES +
               (WS-ST-DEVIATION * WS-ST-DEVIATION).

       410-FILL-STATS-LINE.
           MOVE WS-ST-COUNT TO DSL-COUNT-OUT
           COMPUTE DSL-MEAN-OUT ROUNDED = WS-ST-MEAN
           IF WS-MEDIAN-WANTED = 'YES'
               COMPUTE DSL-MEDIAN-OUT ROUNDED = WS-ST-MEDIAN
           ELSE
               MOVE SPACES TO DSL-MEDIAN-BLANK
           END-IF
           COMPUTE DSL-STD-DEV-OUT ROUNDED = WS-ST-STD-DEV
           MOVE WS-ST-A-COUNT TO DSL-A-OUT
           MOVE WS-ST-B-COUNT TO DSL-B-OUT
           MOVE WS-ST-C-COUNT TO DSL-C-OUT
           MOVE WS-ST-D-COUNT TO DSL-D-OUT
           MOVE WS-ST-F-COUNT TO DSL-F-OUT
           MOVE WS-ST-BELOW-PCT TO DSL-BELOW-PCT-OUT.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM08" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO RL-RUN-DATE
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE RESULTS-READ TO RL-RECORDS-READ
           MOVE RESULTS-REJECTED TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE SECTIONS-FLAGGED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM08.
