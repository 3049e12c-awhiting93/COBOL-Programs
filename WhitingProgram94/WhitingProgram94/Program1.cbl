      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM94.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the program-of-study degree audit, so an
      *advisor no longer checks graduation eligibility by hand
      *against a paper checklist.
      *PROGRAM-REQUIREMENTS.DAT carries the requirements table, one
      *line per item keyed by program code: a P line with the
      *program title and its minimum cumulative GPA, an R line per
      *required section, and an E line per section in an elective
      *group, with the group's title and the number of its sections
      *that must be passed.  The student master (the shared STUMAST
      *copybook) names each student's program and planned
      *graduation term; a student with no program is not audited.
      *A section counts as passed when the student's average in it,
      *in any term on WhitingSECTION-HISTORY.DAT (kept by PROGRAM03),
      *meets the section's passing mark on SECTION-MASTER.DAT - 60
      *when the section has none, the same rule PROGRAM03 applies.
      *A section the student is enrolled in this term on
      *ENROLLMENT.DAT and has not yet passed is in progress.  The
      *cumulative GPA is the average of the student's term averages
      *on WhitingGRADE-HISTORY.DAT, as PROGRAM03 prints it.
      *AUDIT-PARMS.DAT carries the term being audited; with no
      *parameter file the highest term on the roster is used (term
      *IDs are built to collate, so the highest is the latest).
      *WhitingDEGREE-AUDIT.LIS is a page per student showing every
      *requirement as met, in progress, or missing, and the result.
      *WhitingGRADUATION-SUMMARY.LIS lists the students who will
      *finish this term, and the students whose planned graduation
      *term is this term or already past who cannot finish by it.
      *A student whose program is not on the requirements table, or
      *a run with no requirements table at all, ends with condition
      *code 4; a table too small for the files on disk stops the
      *run with condition code 8 before anything prints.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-PARMS-FILE
               ASSIGN TO "..\..\..\..\AUDIT-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REQUIREMENTS-FILE
               ASSIGN TO "..\..\..\..\PROGRAM-REQUIREMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "..\..\..\..\STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-RESULT-FILE
               ASSIGN TO "..\..\..\..\WhitingSECTION-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingGRADE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "..\..\..\..\ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AUDIT-REPORT
               ASSIGN TO "..\..\..\..\WhitingDEGREE-AUDIT.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SUMMARY-REPORT
               ASSIGN TO "..\..\..\..\WhitingGRADUATION-SUMMARY.LIS"
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
       FD  AUDIT-PARMS-FILE.
       01  AUDIT-PARMS-REC.
           05  AP-TERM-ID            PIC X(5).

      *   ONE REQUIREMENT LINE.  A P LINE USES THE TITLE AND MINIMUM
      *   GPA, AN R LINE THE SECTION, AND AN E LINE THE SECTION, THE
      *   GROUP, THE GROUP MINIMUM, AND THE TITLE AS THE GROUP TITLE.
       FD  REQUIREMENTS-FILE.
       01  REQUIREMENTS-REC.
           05  PR-PROGRAM-CODE       PIC X(6).
           05  PR-RECORD-TYPE        PIC X.
               88  PR-IS-PROGRAM               VALUE 'P'.
               88  PR-IS-REQUIRED              VALUE 'R'.
               88  PR-IS-ELECTIVE              VALUE 'E'.
           05  PR-SECTION-CODE       PIC X(6).
           05  PR-GROUP-ID           PIC X(4).
           05  PR-GROUP-MINIMUM      PIC 9(2).
           05  PR-MINIMUM-GPA        PIC 999V9.
           05  PR-TITLE              PIC X(20).

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==SM==.

       FD  SECTION-RESULT-FILE.
       COPY SECTHIST REPLACING ==:PFX:== BY ==SRH==.

       FD  GRADE-HISTORY-FILE.
       01  GRADE-HISTORY-REC.
           05  HIST-STUDENT-ID-IN    PIC X(5).
           05  HIST-TERM-ID-IN       PIC X(5).
           05  HIST-AVERAGE-IN       PIC 999V9.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05  EN-STUDENT-ID         PIC X(5).
           05  EN-SECTION-CODE       PIC X(6).
           05  EN-TERM-ID            PIC X(5).

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

       FD  AUDIT-REPORT.
       01  AUDIT-REC                 PIC X(80).

       FD  SUMMARY-REPORT.
       01  SUMMARY-REC               PIC X(80).

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
           05  WS-HIGHEST-TERM             PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).
               10                          PIC X(13).
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).

      *   THE REQUIREMENTS TABLE - THE PROGRAMS, THEIR REQUIRED AND
      *   ELECTIVE SECTIONS, AND THEIR ELECTIVE GROUPS.
       01  REQUIREMENT-TABLE-AREAS.
           05  WS-PGM-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-PGM-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-PGM-FOUND-SUB            PIC 9(3)    VALUE ZERO.
           05  WS-PGM-TABLE OCCURS 50 TIMES.
               10  WS-PGM-CODE             PIC X(6).
               10  WS-PGM-TITLE            PIC X(20).
               10  WS-PGM-MIN-GPA          PIC 999V9.
           05  WS-REQ-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-REQ-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-REQ-TABLE OCCURS 500 TIMES.
               10  WS-REQ-PROGRAM          PIC X(6).
               10  WS-REQ-TYPE             PIC X.
               10  WS-REQ-SECTION          PIC X(6).
               10  WS-REQ-GROUP            PIC X(4).
           05  WS-GRP-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-GRP-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-GRP-FOUND-SUB            PIC 9(3)    VALUE ZERO.
           05  WS-GRP-TABLE OCCURS 200 TIMES.
               10  WS-GRP-PROGRAM          PIC X(6).
               10  WS-GRP-ID               PIC X(4).
               10  WS-GRP-TITLE            PIC X(20).
               10  WS-GRP-MINIMUM          PIC 9(2).

      *   EVERY SECTION RESULT ON FILE, THE TERM AVERAGES, THE
      *   TERM'S ROSTER, AND THE SECTION MASTER.
       01  HISTORY-TABLE-AREAS.
           05  WS-SR-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-SR-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-SR-TABLE OCCURS 5000 TIMES.
               10  WS-SR-STUDENT           PIC X(5).
               10  WS-SR-SECTION           PIC X(6).
               10  WS-SR-TERM              PIC X(5).
               10  WS-SR-AVERAGE           PIC 999V9.
           05  WS-GH-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-GH-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-GH-TABLE OCCURS 2000 TIMES.
               10  WS-GH-STUDENT           PIC X(5).
               10  WS-GH-AVERAGE           PIC 999V9.
           05  WS-EN-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-EN-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-EN-TABLE OCCURS 3000 TIMES.
               10  WS-EN-STUDENT           PIC X(5).
               10  WS-EN-SECTION           PIC X(6).
           05  WS-SECT-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-SECT-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-SECT-FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  WS-SECT-TABLE OCCURS 200 TIMES.
               10  WS-ST-CODE              PIC X(6).
               10  WS-ST-TITLE             PIC X(20).
               10  WS-ST-PASSING           PIC 9(3).

      *   ONE SECTION'S STANDING FOR THE STUDENT BEING AUDITED.
       01  SECTION-STATUS-AREAS.
           05  WS-CHK-SECTION              PIC X(6)    VALUE SPACES.
           05  WS-CHK-PASSING              PIC 9(3)    VALUE ZERO.
           05  WS-CHK-TITLE                PIC X(20)   VALUE SPACES.
           05  WS-SEC-STATUS               PIC X(11)   VALUE SPACES.
               88  SEC-IS-MET                  VALUE "MET".
               88  SEC-IS-IN-PROGRESS          VALUE "IN PROGRESS".
           05  WS-SEC-PASSED               PIC X(3)    VALUE 'NO '.
           05  WS-SEC-ATTEMPTED            PIC X(3)    VALUE 'NO '.
           05  WS-SEC-ENROLLED             PIC X(3)    VALUE 'NO '.
           05  WS-BEST-AVERAGE             PIC 999V9   VALUE ZERO.
           05  WS-BEST-TERM                PIC X(5)    VALUE SPACES.

      *   THE STUDENT BEING AUDITED.
       01  STUDENT-AUDIT-AREAS.
           05  WS-CUM-TOTAL                PIC 9(6)V9  VALUE ZERO.
           05  WS-CUM-TERMS                PIC 9(3)    VALUE ZERO.
           05  WS-CUM-GPA                  PIC 999V9   VALUE ZERO.
           05  WS-MISSING-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-PROGRESS-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-GRP-PASSED               PIC 9(3)    VALUE ZERO.
           05  WS-GRP-IN-PROGRESS          PIC 9(3)    VALUE ZERO.
           05  WS-GRP-STATUS               PIC X(11)   VALUE SPACES.
           05  WS-AUDIT-RESULT             PIC X(8)    VALUE SPACES.
               88  RESULT-COMPLETE             VALUE "COMPLETE".
               88  RESULT-FINISHING            VALUE "FINISH".
               88  RESULT-NOT-FINISHING        VALUE "SHORT".
               88  RESULT-NO-PROGRAM           VALUE "NOPGM".

      *   THE STUDENTS FOR THE SUMMARY, IN STUDENT MASTER ORDER.
       01  SUMMARY-TABLE-AREAS.
           05  WS-SUM-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-SUM-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-SUM-LISTED               PIC 9(4)    VALUE ZERO.
           05  WS-SUM-TABLE OCCURS 2000 TIMES.
               10  WS-SUM-STUDENT          PIC X(5).
               10  WS-SUM-NAME             PIC X(20).
               10  WS-SUM-PROGRAM          PIC X(6).
               10  WS-SUM-PLANNED          PIC X(5).
               10  WS-SUM-RESULT           PIC X(8).
               10  WS-SUM-MISSING          PIC 9(3).
               10  WS-SUM-IN-PROGRESS      PIC 9(3).

       01  PROGRAM-ACCUMULATORS.
           05  STUDENTS-READ               PIC 9(5)    VALUE ZERO.
           05  STUDENTS-AUDITED            PIC 9(5)    VALUE ZERO.
           05  STUDENTS-COMPLETE           PIC 9(5)    VALUE ZERO.
           05  STUDENTS-FINISHING          PIC 9(5)    VALUE ZERO.
           05  STUDENTS-NOT-ON-PLAN        PIC 9(5)    VALUE ZERO.
           05  STUDENTS-NO-PROGRAM         PIC 9(5)    VALUE ZERO.

       01  AUDIT-HEADING-LINE.
           05                              PIC X(20)
               VALUE "DEGREE AUDIT - TERM ".
           05  AUH-TERM-OUT                PIC X(5).
           05                              PIC X(35)   VALUE SPACES.
           05                              PIC X(6)    VALUE "AS OF ".
           05  AUH-DATE-OUT                PIC X(10).
           05                              PIC X(4)    VALUE SPACES.

       01  AUDIT-STUDENT-LINE.
           05                              PIC X(8)    VALUE "STUDENT ".
           05  AUS-STUDENT-OUT             PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  AUS-NAME-OUT                PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05                              PIC X(8)    VALUE "PROGRAM ".
           05  AUS-PROGRAM-OUT             PIC X(6).
           05                              PIC X(1)    VALUE SPACES.
           05  AUS-PROGRAM-TITLE-OUT       PIC X(20).
           05                              PIC X(8)    VALUE SPACES.

       01  AUDIT-PLANNED-LINE.
           05                              PIC X(27)
               VALUE "PLANNED GRADUATION TERM   ".
           05  AUP-PLANNED-OUT             PIC X(13).
           05                              PIC X(40)   VALUE SPACES.

       01  AUDIT-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "REQUIREMENT       SECTION  TITLE       ".
           05                              PIC X(40)
               VALUE "          STATUS        TERM   AVERAGE  ".

       01  AUDIT-DETAIL-LINE.
           05  AUD-LABEL-OUT               PIC X(18).
           05  AUD-SECTION-OUT             PIC X(6).
           05                              PIC X(3)    VALUE SPACES.
           05  AUD-TITLE-OUT               PIC X(20).
           05                              PIC X(3)    VALUE SPACES.
           05  AUD-STATUS-OUT              PIC X(11).
           05                              PIC X(3)    VALUE SPACES.
           05  AUD-TERM-OUT                PIC X(5).
           05                              PIC X(3)    VALUE SPACES.
           05  AUD-AVERAGE-OUT             PIC ZZ9.9
                                           BLANK WHEN ZERO.
           05                              PIC X(3)    VALUE SPACES.

       01  AUDIT-GROUP-LINE.
           05                              PIC X(10)
               VALUE "ELECTIVES ".
           05  AUG-GROUP-OUT               PIC X(4).
           05                              PIC X(4)    VALUE SPACES.
           05  AUG-TITLE-OUT               PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  AUG-PASSED-OUT              PIC Z9.
           05                              PIC X(4)    VALUE " OF ".
           05  AUG-MINIMUM-OUT             PIC Z9.
           05                              PIC X(8)    VALUE " PASSED ".
           05  AUG-STATUS-OUT              PIC X(11).
           05                              PIC X(13)   VALUE SPACES.

       01  AUDIT-GPA-LINE.
           05                              PIC X(18)
               VALUE "CUMULATIVE GPA    ".
           05  AUGPA-GPA-OUT               PIC ZZ9.9.
           05                              PIC X(12)
               VALUE "   MINIMUM  ".
           05  AUGPA-MINIMUM-OUT           PIC ZZ9.9.
           05                              PIC X(3)    VALUE SPACES.
           05  AUGPA-STATUS-OUT            PIC X(13).
           05                              PIC X(24)   VALUE SPACES.

       01  AUDIT-RESULT-LINE.
           05                              PIC X(14)
               VALUE "AUDIT RESULT: ".
           05  AUR-RESULT-OUT              PIC X(50).
           05                              PIC X(16)   VALUE SPACES.

       01  SUMMARY-HEADING-LINE.
           05                              PIC X(40)
               VALUE "GRADUATION SUMMARY - TERM               ".
           05                              PIC X(20)   VALUE SPACES.
           05                              PIC X(6)    VALUE "AS OF ".
           05  SUH-DATE-OUT                PIC X(10).
           05                              PIC X(4)    VALUE SPACES.

       01  SUMMARY-TITLE-LINE.
           05  SUT-TITLE-OUT               PIC X(60).
           05                              PIC X(20)   VALUE SPACES.

       01  SUMMARY-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "STUDENT  NAME                  PROGRAM  ".
           05                              PIC X(40)
               VALUE "PLANNED  STATUS                         ".

       01  SUMMARY-DETAIL-LINE.
           05  SUD-STUDENT-OUT             PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  SUD-NAME-OUT                PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  SUD-PROGRAM-OUT             PIC X(6).
           05                              PIC X(3)    VALUE SPACES.
           05  SUD-PLANNED-OUT             PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  SUD-STATUS-OUT              PIC X(31).

       01  SUMMARY-NONE-LINE.
           05                              PIC X(40)
               VALUE "     NONE                               ".
           05                              PIC X(40)   VALUE SPACES.

       01  SUMMARY-TOTAL-LINE.
           05                              PIC X(9)    VALUE "AUDITED ".
           05  SUM-AUDITED-OUT             PIC ZZZZ9.
           05                              PIC X(11)
               VALUE "  COMPLETE ".
           05  SUM-COMPLETE-OUT            PIC ZZZZ9.
           05                              PIC X(12)
               VALUE "  FINISHING ".
           05  SUM-FINISHING-OUT           PIC ZZZZ9.
           05                              PIC X(14)
               VALUE "  NOT ON PLAN ".
           05  SUM-NOT-ON-PLAN-OUT         PIC ZZZZ9.
           05                              PIC X(14)   VALUE SPACES.

       01  SUMMARY-TITLE-VALUES.
           05  SUMMARY-TITLE-1             PIC X(60)   VALUE
               "STUDENTS WHO WILL FINISH THIS TERM".
           05  SUMMARY-TITLE-2             PIC X(60)   VALUE
               "STUDENTS WHO CANNOT FINISH BY THEIR PLANNED TERM".

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 095-GET-BUSINESS-DATE
           MOVE RUN-MONTH TO WS-DATE-OUT-MM
           MOVE RUN-DAY TO WS-DATE-OUT-DD
           MOVE RUN-YEAR TO WS-DATE-OUT-YYYY
           PERFORM 105-READ-SIGNON
           PERFORM 106-READ-PARAMETERS
           PERFORM 110-LOAD-REQUIREMENTS
           PERFORM 120-LOAD-ENROLLMENTS
           PERFORM 125-LOAD-SECTION-RESULTS
           PERFORM 130-LOAD-GRADE-HISTORY
           PERFORM 135-LOAD-SECTIONS
           IF TABLE-OVERFLOWED
               DISPLAY "**** REQUIREMENT, HISTORY, ROSTER, SECTION OR "
                   "SUMMARY TABLE OVERFLOWED - NO AUDIT PRINTED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-PGM-COUNT = ZERO
               DISPLAY "**** NO PROGRAMS ON PROGRAM-REQUIREMENTS.DAT "
                   "- NOTHING CAN BE AUDITED ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           PERFORM 200-AUDIT-STUDENTS
           PERFORM 300-PRINT-SUMMARY
           IF STUDENTS-NO-PROGRAM > ZERO
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "TERM " WS-RUN-TERM
               " AUDITED: " STUDENTS-AUDITED
               " COMPLETE: " STUDENTS-COMPLETE
               " FINISHING: " STUDENTS-FINISHING
               " NOT ON PLAN: " STUDENTS-NOT-ON-PLAN
           IF STUDENTS-NO-PROGRAM > ZERO
               DISPLAY "**** " STUDENTS-NO-PROGRAM
                   " STUDENT(S) IN A PROGRAM NOT ON THE "
                   "REQUIREMENTS TABLE ****"
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
           OPEN INPUT AUDIT-PARMS-FILE
           READ AUDIT-PARMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE AP-TERM-ID TO WS-RUN-TERM
           END-READ
           CLOSE AUDIT-PARMS-FILE.

       110-LOAD-REQUIREMENTS.
           OPEN INPUT REQUIREMENTS-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-REQUIREMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE REQUIREMENTS-FILE.

       111-READ-ONE-REQUIREMENT.
           READ REQUIREMENTS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   EVALUATE TRUE
                       WHEN PR-IS-PROGRAM
                           PERFORM 112-ADD-PROGRAM
                       WHEN PR-IS-REQUIRED
                           PERFORM 113-ADD-REQUIREMENT
                       WHEN PR-IS-ELECTIVE
                           PERFORM 113-ADD-REQUIREMENT
                           PERFORM 114-ADD-GROUP
                       WHEN OTHER
                           DISPLAY "**** REQUIREMENT LINE FOR "
                               PR-PROGRAM-CODE " HAS TYPE "
                               PR-RECORD-TYPE " - IGNORED ****"
                   END-EVALUATE
           END-READ.

       112-ADD-PROGRAM.
           IF WS-PGM-COUNT < 50
               ADD 1 TO WS-PGM-COUNT
               MOVE PR-PROGRAM-CODE TO WS-PGM-CODE (WS-PGM-COUNT)
               MOVE PR-TITLE TO WS-PGM-TITLE (WS-PGM-COUNT)
               MOVE ZERO TO WS-PGM-MIN-GPA (WS-PGM-COUNT)
               IF PR-MINIMUM-GPA IS NUMERIC
                   MOVE PR-MINIMUM-GPA TO WS-PGM-MIN-GPA (WS-PGM-COUNT)
               END-IF
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

       113-ADD-REQUIREMENT.
           IF WS-REQ-COUNT < 500
               ADD 1 TO WS-REQ-COUNT
               MOVE PR-PROGRAM-CODE TO WS-REQ-PROGRAM (WS-REQ-COUNT)
               MOVE PR-RECORD-TYPE TO WS-REQ-TYPE (WS-REQ-COUNT)
               MOVE PR-SECTION-CODE TO WS-REQ-SECTION (WS-REQ-COUNT)
               MOVE PR-GROUP-ID TO WS-REQ-GROUP (WS-REQ-COUNT)
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

      *   A GROUP IS ENTERED THE FIRST TIME ONE OF ITS SECTIONS IS
      *   SEEN.  THE TITLE AND MINIMUM MAY BE KEYED ON ANY ONE OF
      *   ITS LINES; THE LARGEST MINIMUM KEYED WINS.
       114-ADD-GROUP.
           MOVE ZERO TO WS-GRP-FOUND-SUB
           PERFORM 115-MATCH-ONE-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GRP-COUNT
                   OR WS-GRP-FOUND-SUB > ZERO
           IF WS-GRP-FOUND-SUB = ZERO
               IF WS-GRP-COUNT < 200
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-GRP-FOUND-SUB
                   MOVE PR-PROGRAM-CODE
                       TO WS-GRP-PROGRAM (WS-GRP-FOUND-SUB)
                   MOVE PR-GROUP-ID TO WS-GRP-ID (WS-GRP-FOUND-SUB)
                   MOVE SPACES TO WS-GRP-TITLE (WS-GRP-FOUND-SUB)
                   MOVE ZERO TO WS-GRP-MINIMUM (WS-GRP-FOUND-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-GRP-FOUND-SUB > ZERO
               IF PR-TITLE NOT = SPACES
                   MOVE PR-TITLE TO WS-GRP-TITLE (WS-GRP-FOUND-SUB)
               END-IF
               IF PR-GROUP-MINIMUM IS NUMERIC
                   IF PR-GROUP-MINIMUM >
                           WS-GRP-MINIMUM (WS-GRP-FOUND-SUB)
                       MOVE PR-GROUP-MINIMUM
                           TO WS-GRP-MINIMUM (WS-GRP-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       115-MATCH-ONE-GROUP.
           IF WS-GRP-PROGRAM (WS-GRP-SUB) = PR-PROGRAM-CODE AND
                   WS-GRP-ID (WS-GRP-SUB) = PR-GROUP-ID
               MOVE WS-GRP-SUB TO WS-GRP-FOUND-SUB
           END-IF.

      *   ONLY THE AUDITED TERM'S ENROLLMENTS ARE KEPT.  WITH NO TERM
      *   ON A PARAMETER FILE THE ROSTER IS READ TWICE - ONCE FOR ITS
      *   HIGHEST TERM, THEN FOR THAT TERM'S ENROLLMENTS.
       120-LOAD-ENROLLMENTS.
           IF WS-RUN-TERM = SPACES
               OPEN INPUT ENROLLMENT-FILE
               MOVE 'YES' TO WS-LOAD-MORE-RECORDS
               PERFORM 121-FIND-HIGHEST-TERM
                   UNTIL WS-LOAD-MORE-RECORDS = 'NO '
               CLOSE ENROLLMENT-FILE
               MOVE WS-HIGHEST-TERM TO WS-RUN-TERM
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 122-READ-ONE-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ENROLLMENT-FILE.

       121-FIND-HIGHEST-TERM.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EN-TERM-ID > WS-HIGHEST-TERM
                       MOVE EN-TERM-ID TO WS-HIGHEST-TERM
                   END-IF
           END-READ.

       122-READ-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
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

       125-LOAD-SECTION-RESULTS.
           OPEN INPUT SECTION-RESULT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 126-READ-ONE-SECTION-RESULT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-RESULT-FILE.

       126-READ-ONE-SECTION-RESULT.
           READ SECTION-RESULT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-SR-COUNT < 5000
                       ADD 1 TO WS-SR-COUNT
                       MOVE SRH-STUDENT-ID
                           TO WS-SR-STUDENT (WS-SR-COUNT)
                       MOVE SRH-SECTION-CODE
                           TO WS-SR-SECTION (WS-SR-COUNT)
                       MOVE SRH-TERM-ID TO WS-SR-TERM (WS-SR-COUNT)
                       MOVE ZERO TO WS-SR-AVERAGE (WS-SR-COUNT)
                       IF SRH-AVERAGE IS NUMERIC
                           MOVE SRH-AVERAGE
                               TO WS-SR-AVERAGE (WS-SR-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

       130-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 131-READ-ONE-TERM-AVERAGE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GRADE-HISTORY-FILE.

       131-READ-ONE-TERM-AVERAGE.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HIST-AVERAGE-IN IS NUMERIC
                       IF WS-GH-COUNT < 2000
                           ADD 1 TO WS-GH-COUNT
                           MOVE HIST-STUDENT-ID-IN
                               TO WS-GH-STUDENT (WS-GH-COUNT)
                           MOVE HIST-AVERAGE-IN
                               TO WS-GH-AVERAGE (WS-GH-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       135-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 136-READ-ONE-SECTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-MASTER-FILE.

       136-READ-ONE-SECTION.
           MOVE SPACES TO SEC-SECTION-REC
           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-SECT-COUNT < 200
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SEC-SECTION-CODE
                           TO WS-ST-CODE (WS-SECT-COUNT)
                       MOVE SEC-TITLE TO WS-ST-TITLE (WS-SECT-COUNT)
                       IF SEC-PASSING-MARK IS NUMERIC AND
                               SEC-PASSING-MARK > ZERO
                           MOVE SEC-PASSING-MARK
                               TO WS-ST-PASSING (WS-SECT-COUNT)
                       ELSE
                           MOVE 60 TO WS-ST-PASSING (WS-SECT-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   ONE PAGE PER STUDENT WITH A PROGRAM OF STUDY, IN STUDENT
      *   MASTER ORDER.
       200-AUDIT-STUDENTS.
           OPEN INPUT  STUDENT-MASTER-FILE
                OUTPUT AUDIT-REPORT
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 205-READ-ONE-STUDENT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE STUDENT-MASTER-FILE
                 AUDIT-REPORT.

       205-READ-ONE-STUDENT.
           MOVE SPACES TO SM-STUDENT-REC
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO STUDENTS-READ
                   IF SM-PROGRAM-CODE NOT = SPACES
                       PERFORM 210-AUDIT-ONE-STUDENT
                   END-IF
           END-READ.

       210-AUDIT-ONE-STUDENT.
           ADD 1 TO STUDENTS-AUDITED
           MOVE ZERO TO WS-MISSING-COUNT
           MOVE ZERO TO WS-PROGRESS-COUNT
           MOVE ZERO TO WS-PGM-FOUND-SUB
           PERFORM 211-MATCH-ONE-PROGRAM
               VARYING WS-PGM-SUB FROM 1 BY 1
               UNTIL WS-PGM-SUB > WS-PGM-COUNT
                   OR WS-PGM-FOUND-SUB > ZERO
           PERFORM 215-CUMULATIVE-GPA
           PERFORM 220-PRINT-STUDENT-HEADING
           IF WS-PGM-FOUND-SUB = ZERO
               MOVE "NOPGM" TO WS-AUDIT-RESULT
               ADD 1 TO STUDENTS-NO-PROGRAM
               MOVE "PROGRAM NOT ON THE REQUIREMENTS TABLE"
                   TO AUR-RESULT-OUT
               WRITE AUDIT-REC FROM AUDIT-RESULT-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 230-AUDIT-ONE-REQUIRED
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               PERFORM 240-AUDIT-ONE-GROUP
                   VARYING WS-GRP-SUB FROM 1 BY 1
                   UNTIL WS-GRP-SUB > WS-GRP-COUNT
               PERFORM 250-AUDIT-GPA
               PERFORM 255-PRINT-RESULT
           END-IF
           PERFORM 260-SAVE-FOR-SUMMARY.

       211-MATCH-ONE-PROGRAM.
           IF WS-PGM-CODE (WS-PGM-SUB) = SM-PROGRAM-CODE
               MOVE WS-PGM-SUB TO WS-PGM-FOUND-SUB
           END-IF.

      *   THE AVERAGE OF THE STUDENT'S TERM AVERAGES, AS PROGRAM03
      *   PRINTS THE CUMULATIVE GPA ON THE TRANSCRIPT.
       215-CUMULATIVE-GPA.
           MOVE ZERO TO WS-CUM-TOTAL
           MOVE ZERO TO WS-CUM-TERMS
           MOVE ZERO TO WS-CUM-GPA
           PERFORM 216-ADD-ONE-TERM
               VARYING WS-GH-SUB FROM 1 BY 1
               UNTIL WS-GH-SUB > WS-GH-COUNT
           IF WS-CUM-TERMS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-TOTAL / WS-CUM-TERMS
           END-IF.

       216-ADD-ONE-TERM.
           IF WS-GH-STUDENT (WS-GH-SUB) = SM-STUDENT-ID
               ADD WS-GH-AVERAGE (WS-GH-SUB) TO WS-CUM-TOTAL
               ADD 1 TO WS-CUM-TERMS
           END-IF.

       220-PRINT-STUDENT-HEADING.
           MOVE WS-RUN-TERM TO AUH-TERM-OUT
           MOVE WS-DATE-OUT TO AUH-DATE-OUT
           IF WS-FIRST-PAGE = 'YES'
               MOVE 'NO ' TO WS-FIRST-PAGE
               WRITE AUDIT-REC FROM AUDIT-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE AUDIT-REC FROM AUDIT-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SM-STUDENT-ID TO AUS-STUDENT-OUT
           MOVE SM-STUDENT-NAME TO AUS-NAME-OUT
           MOVE SM-PROGRAM-CODE TO AUS-PROGRAM-OUT
           MOVE SPACES TO AUS-PROGRAM-TITLE-OUT
           IF WS-PGM-FOUND-SUB > ZERO
               MOVE WS-PGM-TITLE (WS-PGM-FOUND-SUB)
                   TO AUS-PROGRAM-TITLE-OUT
           END-IF
           WRITE AUDIT-REC FROM AUDIT-STUDENT-LINE
               AFTER ADVANCING 2 LINES
           IF SM-PLANNED-GRAD-TERM = SPACES
               MOVE "NOT DECLARED" TO AUP-PLANNED-OUT
           ELSE
               MOVE SM-PLANNED-GRAD-TERM TO AUP-PLANNED-OUT
           END-IF
           WRITE AUDIT-REC FROM AUDIT-PLANNED-LINE
               AFTER ADVANCING 1 LINE
           WRITE AUDIT-REC FROM AUDIT-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO AUDIT-REC
           WRITE AUDIT-REC.

      *   A REQUIRED SECTION NOT YET PASSED AND NOT BEING TAKEN IS
      *   MISSING, WHETHER OR NOT IT WAS EVER ATTEMPTED.
       230-AUDIT-ONE-REQUIRED.
           IF WS-REQ-PROGRAM (WS-REQ-SUB) = SM-PROGRAM-CODE AND
                   WS-REQ-TYPE (WS-REQ-SUB) = 'R'
               MOVE WS-REQ-SECTION (WS-REQ-SUB) TO WS-CHK-SECTION
               PERFORM 270-SECTION-STATUS
               EVALUATE TRUE
                   WHEN SEC-IS-MET
                       CONTINUE
                   WHEN SEC-IS-IN-PROGRESS
                       ADD 1 TO WS-PROGRESS-COUNT
                   WHEN OTHER
                       ADD 1 TO WS-MISSING-COUNT
                       MOVE "MISSING" TO WS-SEC-STATUS
               END-EVALUATE
               MOVE "REQUIRED" TO AUD-LABEL-OUT
               PERFORM 235-PRINT-SECTION-LINE
           END-IF.

       235-PRINT-SECTION-LINE.
           MOVE WS-CHK-SECTION TO AUD-SECTION-OUT
           MOVE WS-CHK-TITLE TO AUD-TITLE-OUT
           MOVE WS-SEC-STATUS TO AUD-STATUS-OUT
           MOVE WS-BEST-TERM TO AUD-TERM-OUT
           MOVE WS-BEST-AVERAGE TO AUD-AVERAGE-OUT
           WRITE AUDIT-REC FROM AUDIT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *   A GROUP IS MET WHEN ENOUGH OF ITS SECTIONS ARE PASSED, AND
      *   IN PROGRESS WHEN THIS TERM'S ENROLLMENTS WOULD MAKE UP THE
      *   DIFFERENCE.  THE GROUP LINE IS COUNTED BEFORE IT PRINTS, SO
      *   ITS SECTIONS ARE WALKED TWICE.
       240-AUDIT-ONE-GROUP.
           IF WS-GRP-PROGRAM (WS-GRP-SUB) = SM-PROGRAM-CODE
               MOVE ZERO TO WS-GRP-PASSED
               MOVE ZERO TO WS-GRP-IN-PROGRESS
               PERFORM 241-COUNT-ONE-ELECTIVE
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
               EVALUATE TRUE
                   WHEN WS-GRP-PASSED >= WS-GRP-MINIMUM (WS-GRP-SUB)
                       MOVE "MET" TO WS-GRP-STATUS
                   WHEN WS-GRP-PASSED + WS-GRP-IN-PROGRESS >=
                           WS-GRP-MINIMUM (WS-GRP-SUB)
                       MOVE "IN PROGRESS" TO WS-GRP-STATUS
                       ADD 1 TO WS-PROGRESS-COUNT
                   WHEN OTHER
                       MOVE "MISSING" TO WS-GRP-STATUS
                       ADD 1 TO WS-MISSING-COUNT
               END-EVALUATE
               MOVE WS-GRP-ID (WS-GRP-SUB) TO AUG-GROUP-OUT
               MOVE WS-GRP-TITLE (WS-GRP-SUB) TO AUG-TITLE-OUT
               MOVE WS-GRP-PASSED TO AUG-PASSED-OUT
               MOVE WS-GRP-MINIMUM (WS-GRP-SUB) TO AUG-MINIMUM-OUT
               MOVE WS-GRP-STATUS TO AUG-STATUS-OUT
               WRITE AUDIT-REC FROM AUDIT-GROUP-LINE
                   AFTER ADVANCING 2 LINES
               PERFORM 242-PRINT-ONE-ELECTIVE
                   VARYING WS-REQ-SUB FROM 1 BY 1
                   UNTIL WS-REQ-SUB > WS-REQ-COUNT
           END-IF.

       241-COUNT-ONE-ELECTIVE.
           IF WS-REQ-PROGRAM (WS-REQ-SUB) = SM-PROGRAM-CODE AND
                   WS-REQ-TYPE (WS-REQ-SUB) = 'E' AND
                   WS-REQ-GROUP (WS-REQ-SUB) = WS-GRP-ID (WS-GRP-SUB)
               MOVE WS-REQ-SECTION (WS-REQ-SUB) TO WS-CHK-SECTION
               PERFORM 270-SECTION-STATUS
               EVALUATE TRUE
                   WHEN SEC-IS-MET
                       ADD 1 TO WS-GRP-PASSED
                   WHEN SEC-IS-IN-PROGRESS
                       ADD 1 TO WS-GRP-IN-PROGRESS
               END-EVALUATE
           END-IF.

       242-PRINT-ONE-ELECTIVE.
           IF WS-REQ-PROGRAM (WS-REQ-SUB) = SM-PROGRAM-CODE AND
                   WS-REQ-TYPE (WS-REQ-SUB) = 'E' AND
                   WS-REQ-GROUP (WS-REQ-SUB) = WS-GRP-ID (WS-GRP-SUB)
               MOVE WS-REQ-SECTION (WS-REQ-SUB) TO WS-CHK-SECTION
               PERFORM 270-SECTION-STATUS
               MOVE SPACES TO AUD-LABEL-OUT
               PERFORM 235-PRINT-SECTION-LINE
           END-IF.

      *   A GPA BELOW THE PROGRAM MINIMUM COUNTS AS ONE MORE MISSING
      *   REQUIREMENT - THIS TERM'S GRADES ARE NOT IN YET TO LIFT IT.
       250-AUDIT-GPA.
           MOVE WS-CUM-GPA TO AUGPA-GPA-OUT
           MOVE WS-PGM-MIN-GPA (WS-PGM-FOUND-SUB) TO AUGPA-MINIMUM-OUT
           IF WS-CUM-GPA >= WS-PGM-MIN-GPA (WS-PGM-FOUND-SUB)
               MOVE "MET" TO AUGPA-STATUS-OUT
           ELSE
               MOVE "BELOW MINIMUM" TO AUGPA-STATUS-OUT
               ADD 1 TO WS-MISSING-COUNT
           END-IF
           WRITE AUDIT-REC FROM AUDIT-GPA-LINE
               AFTER ADVANCING 2 LINES.

       255-PRINT-RESULT.
           MOVE SPACES TO AUR-RESULT-OUT
           EVALUATE TRUE
               WHEN WS-MISSING-COUNT > ZERO
                   MOVE "SHORT" TO WS-AUDIT-RESULT
                   STRING "NOT FINISHING - " DELIMITED BY SIZE
                          WS-MISSING-COUNT DELIMITED BY SIZE
                          " REQUIREMENT(S) MISSING" DELIMITED BY SIZE
                       INTO AUR-RESULT-OUT
                   END-STRING
               WHEN WS-PROGRESS-COUNT > ZERO
                   MOVE "FINISH" TO WS-AUDIT-RESULT
                   ADD 1 TO STUDENTS-FINISHING
                   MOVE "WILL FINISH THIS TERM - SECTIONS IN PROGRESS"
                       TO AUR-RESULT-OUT
               WHEN OTHER
                   MOVE "COMPLETE" TO WS-AUDIT-RESULT
                   ADD 1 TO STUDENTS-COMPLETE
                   MOVE "ALL REQUIREMENTS MET" TO AUR-RESULT-OUT
           END-EVALUATE
           WRITE AUDIT-REC FROM AUDIT-RESULT-LINE
               AFTER ADVANCING 2 LINES.

       260-SAVE-FOR-SUMMARY.
           IF WS-SUM-COUNT < 2000
               ADD 1 TO WS-SUM-COUNT
               MOVE SM-STUDENT-ID TO WS-SUM-STUDENT (WS-SUM-COUNT)
               MOVE SM-STUDENT-NAME TO WS-SUM-NAME (WS-SUM-COUNT)
               MOVE SM-PROGRAM-CODE TO WS-SUM-PROGRAM (WS-SUM-COUNT)
               MOVE SM-PLANNED-GRAD-TERM
                   TO WS-SUM-PLANNED (WS-SUM-COUNT)
               MOVE WS-AUDIT-RESULT TO WS-SUM-RESULT (WS-SUM-COUNT)
               MOVE WS-MISSING-COUNT TO WS-SUM-MISSING (WS-SUM-COUNT)
               MOVE WS-PROGRESS-COUNT
                   TO WS-SUM-IN-PROGRESS (WS-SUM-COUNT)
           ELSE
               DISPLAY "**** GRADUATION SUMMARY TABLE FULL - "
                   SM-STUDENT-ID " NOT SUMMARIZED ****"
           END-IF.

      *   THE BEST PASSING AVERAGE IN ANY TERM MEETS THE SECTION.
      *   WITHOUT ONE, A SECTION BEING TAKEN THIS TERM IS IN
      *   PROGRESS, AND OTHERWISE THE BEST FAILED ATTEMPT SHOWS AS
      *   NOT PASSED.  A SECTION NEVER TAKEN SHOWS AS NOT TAKEN.
       270-SECTION-STATUS.
           MOVE ZERO TO WS-SECT-FOUND-SUB
           PERFORM 271-MATCH-ONE-SECTION
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
                   OR WS-SECT-FOUND-SUB > ZERO
           IF WS-SECT-FOUND-SUB > ZERO
               MOVE WS-ST-TITLE (WS-SECT-FOUND-SUB) TO WS-CHK-TITLE
               MOVE WS-ST-PASSING (WS-SECT-FOUND-SUB) TO WS-CHK-PASSING
           ELSE
               MOVE "NOT ON SECTION MASTER" TO WS-CHK-TITLE
               MOVE 60 TO WS-CHK-PASSING
           END-IF
           MOVE 'NO ' TO WS-SEC-PASSED
           MOVE 'NO ' TO WS-SEC-ATTEMPTED
           MOVE 'NO ' TO WS-SEC-ENROLLED
           MOVE ZERO TO WS-BEST-AVERAGE
           MOVE SPACES TO WS-BEST-TERM
           PERFORM 272-WEIGH-ONE-RESULT
               VARYING WS-SR-SUB FROM 1 BY 1
               UNTIL WS-SR-SUB > WS-SR-COUNT
           PERFORM 273-MATCH-ONE-ENROLLMENT
               VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
                   OR WS-SEC-ENROLLED = 'YES'
           EVALUATE TRUE
               WHEN WS-SEC-PASSED = 'YES'
                   MOVE "MET" TO WS-SEC-STATUS
               WHEN WS-SEC-ENROLLED = 'YES'
                   MOVE "IN PROGRESS" TO WS-SEC-STATUS
                   MOVE WS-RUN-TERM TO WS-BEST-TERM
                   MOVE ZERO TO WS-BEST-AVERAGE
               WHEN WS-SEC-ATTEMPTED = 'YES'
                   MOVE "NOT PASSED" TO WS-SEC-STATUS
               WHEN OTHER
                   MOVE "NOT TAKEN" TO WS-SEC-STATUS
           END-EVALUATE.

       271-MATCH-ONE-SECTION.
           IF WS-ST-CODE (WS-SECT-SUB) = WS-CHK-SECTION
               MOVE WS-SECT-SUB TO WS-SECT-FOUND-SUB
           END-IF.

       272-WEIGH-ONE-RESULT.
           IF WS-SR-STUDENT (WS-SR-SUB) = SM-STUDENT-ID AND
                   WS-SR-SECTION (WS-SR-SUB) = WS-CHK-SECTION
               IF WS-SR-AVERAGE (WS-SR-SUB) >= WS-CHK-PASSING
                   IF WS-SEC-PASSED = 'NO ' OR
                           WS-SR-AVERAGE (WS-SR-SUB) > WS-BEST-AVERAGE
                       MOVE WS-SR-AVERAGE (WS-SR-SUB)
                           TO WS-BEST-AVERAGE
                       MOVE WS-SR-TERM (WS-SR-SUB) TO WS-BEST-TERM
                   END-IF
                   MOVE 'YES' TO WS-SEC-PASSED
               ELSE
                   IF WS-SEC-PASSED = 'NO '
                       IF WS-SEC-ATTEMPTED = 'NO ' OR
                               WS-SR-AVERAGE (WS-SR-SUB)
                                   > WS-BEST-AVERAGE
                           MOVE WS-SR-AVERAGE (WS-SR-SUB)
                               TO WS-BEST-AVERAGE
                           MOVE WS-SR-TERM (WS-SR-SUB)
                               TO WS-BEST-TERM
                       END-IF
                   END-IF
                   MOVE 'YES' TO WS-SEC-ATTEMPTED
               END-IF
           END-IF.

       273-MATCH-ONE-ENROLLMENT.
           IF WS-EN-STUDENT (WS-EN-SUB) = SM-STUDENT-ID AND
                   WS-EN-SECTION (WS-EN-SUB) = WS-CHK-SECTION
               MOVE 'YES' TO WS-SEC-ENROLLED
           END-IF.

      *   THE FINISHING LIST TAKES EVERY STUDENT WITH NOTHING MISSING
      *   AND SOMETHING STILL IN PROGRESS.  THE CANNOT-FINISH LIST
      *   TAKES EVERY STUDENT STILL SHORT WHOSE PLANNED TERM IS THIS
      *   TERM OR ALREADY PAST.
       300-PRINT-SUMMARY.
           OPEN OUTPUT SUMMARY-REPORT
           MOVE WS-DATE-OUT TO SUH-DATE-OUT
           MOVE WS-RUN-TERM TO SUMMARY-HEADING-LINE (27:5)
           WRITE SUMMARY-REC FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SUMMARY-TITLE-1 TO SUT-TITLE-OUT
           WRITE SUMMARY-REC FROM SUMMARY-TITLE-LINE
               AFTER ADVANCING 3 LINES
           WRITE SUMMARY-REC FROM SUMMARY-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-SUM-LISTED
           PERFORM 310-LIST-ONE-FINISHING
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
           IF WS-SUM-LISTED = ZERO
               WRITE SUMMARY-REC FROM SUMMARY-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE SUMMARY-TITLE-2 TO SUT-TITLE-OUT
           WRITE SUMMARY-REC FROM SUMMARY-TITLE-LINE
               AFTER ADVANCING 3 LINES
           WRITE SUMMARY-REC FROM SUMMARY-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE ZERO TO WS-SUM-LISTED
           PERFORM 320-LIST-ONE-NOT-ON-PLAN
               VARYING WS-SUM-SUB FROM 1 BY 1
               UNTIL WS-SUM-SUB > WS-SUM-COUNT
           IF WS-SUM-LISTED = ZERO
               WRITE SUMMARY-REC FROM SUMMARY-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE STUDENTS-AUDITED TO SUM-AUDITED-OUT
           MOVE STUDENTS-COMPLETE TO SUM-COMPLETE-OUT
           MOVE STUDENTS-FINISHING TO SUM-FINISHING-OUT
           MOVE STUDENTS-NOT-ON-PLAN TO SUM-NOT-ON-PLAN-OUT
           WRITE SUMMARY-REC FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 3 LINES
           CLOSE SUMMARY-REPORT.

       310-LIST-ONE-FINISHING.
           IF WS-SUM-RESULT (WS-SUM-SUB) = "FINISH"
               PERFORM 330-FILL-SUMMARY-LINE
               MOVE SPACES TO SUD-STATUS-OUT
               STRING WS-SUM-IN-PROGRESS (WS-SUM-SUB)
                       DELIMITED BY SIZE
                      " REQUIREMENT(S) IN PROGRESS" DELIMITED BY SIZE
                   INTO SUD-STATUS-OUT
               END-STRING
               WRITE SUMMARY-REC FROM SUMMARY-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO WS-SUM-LISTED
           END-IF.

       320-LIST-ONE-NOT-ON-PLAN.
           IF WS-SUM-PLANNED (WS-SUM-SUB) NOT = SPACES AND
                   WS-SUM-PLANNED (WS-SUM-SUB) NOT > WS-RUN-TERM
               IF WS-SUM-RESULT (WS-SUM-SUB) = "SHORT" OR
                       WS-SUM-RESULT (WS-SUM-SUB) = "NOPGM"
                   PERFORM 330-FILL-SUMMARY-LINE
                   MOVE SPACES TO SUD-STATUS-OUT
                   IF WS-SUM-RESULT (WS-SUM-SUB) = "NOPGM"
                       MOVE "PROGRAM NOT ON REQUIREMENTS"
                           TO SUD-STATUS-OUT
                   ELSE
                       STRING WS-SUM-MISSING (WS-SUM-SUB)
                               DELIMITED BY SIZE
                              " REQUIREMENT(S) MISSING"
                               DELIMITED BY SIZE
                           INTO SUD-STATUS-OUT
                       END-STRING
                   END-IF
                   WRITE SUMMARY-REC FROM SUMMARY-DETAIL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD 1 TO WS-SUM-LISTED
                   ADD 1 TO STUDENTS-NOT-ON-PLAN
               END-IF
           END-IF.

       330-FILL-SUMMARY-LINE.
           MOVE WS-SUM-STUDENT (WS-SUM-SUB) TO SUD-STUDENT-OUT
           MOVE WS-SUM-NAME (WS-SUM-SUB) TO SUD-NAME-OUT
           MOVE WS-SUM-PROGRAM (WS-SUM-SUB) TO SUD-PROGRAM-OUT
           MOVE WS-SUM-PLANNED (WS-SUM-SUB) TO SUD-PLANNED-OUT.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM94" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RL-RUN-TIME
           MOVE STUDENTS-READ TO RL-RECORDS-READ
           MOVE STUDENTS-NO-PROGRAM TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE STUDENTS-AUDITED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM94.
