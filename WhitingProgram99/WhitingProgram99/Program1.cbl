      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM99.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the weekly attendance run.  It totals the
      *marks keyed through PROGRAM98 on WhitingATTENDANCE.DAT (the
      *shared ATTEND copybook) for each student in each section for
      *the term, and lists every student and section on
      *WhitingATTENDANCE-SUMMARY.LIS with the meetings marked, the
      *present, absent, tardy and excused counts, the absences that
      *count against the limit, and the attendance percentage.
      *ATTENDANCE-PARMS.DAT carries the term, the absence count that
      *draws a warning, the absence limit, and how many tardies make
      *one absence (zero means tardies never count); with no
      *parameter file the latest term on the attendance file is run
      *with a warning at 3, a limit of 5 and 3 tardies to an absence.
      *Excused absences never count.
      *A student who reaches the warning level, and again one who
      *reaches the limit, gets a one-page letter on
      *WhitingATTENDANCE-LETTERS.LIS addressed from the student
      *master (the shared STUMAST copybook) for a window envelope,
      *listing each meeting missed, the way PROGRAM43 prints the
      *probation letters.  Each letter is printed once: the level
      *already sent for a student, section and term is kept on
      *WhitingATTENDANCE-NOTICES.DAT, which the run rewrites.
      *A table too small for the files on disk stops the run with
      *condition code 8 before anything prints.
      *An absence limit below 2 on the parameter file is refused in
      *favor of the default, so the warning level is never zero.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO "..\..\..\..\WhitingATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-PARM-FILE
               ASSIGN TO "..\..\..\..\ATTENDANCE-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "..\..\..\..\STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NOTICE-FILE
               ASSIGN TO "..\..\..\..\WhitingATTENDANCE-NOTICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-REPORT
               ASSIGN TO "..\..\..\..\WhitingATTENDANCE-SUMMARY.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ATTENDANCE-LETTER-FILE
               ASSIGN TO "..\..\..\..\WhitingATTENDANCE-LETTERS.LIS"
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
       FD  ATTENDANCE-FILE.
       COPY ATTEND REPLACING ==:PFX:== BY ==ATT==.

       FD  ATTENDANCE-PARM-FILE.
       01  ATTENDANCE-PARM-REC.
           05  AP-TERM-ID                  PIC X(5).
           05  AP-WARNING-ABSENCES         PIC 9(2).
           05  AP-ABSENCE-LIMIT            PIC 9(2).
           05  AP-TARDIES-PER-ABSENCE      PIC 9.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==SM==.

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

      *   THE HIGHEST LETTER ALREADY SENT FOR A STUDENT, SECTION AND
      *   TERM - 1 THE WARNING, 2 THE LIMIT.
       FD  NOTICE-FILE.
       01  NOTICE-REC.
           05  NT-STUDENT-ID               PIC X(5).
           05  NT-SECTION-CODE             PIC X(6).
           05  NT-TERM-ID                  PIC X(5).
           05  NT-LEVEL-SENT               PIC 9.
           05  NT-DATE-SENT                PIC 9(8).

       FD  ATTENDANCE-REPORT.
       01  ATTENDANCE-REPORT-REC           PIC X(100).

       FD  ATTENDANCE-LETTER-FILE.
       01  ATTENDANCE-LETTER-REC           PIC X(80).

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
           05  WS-FIRST-LETTER             PIC X(3)    VALUE 'YES'.
           05  WS-SUMMARY-PLACED           PIC X(3)    VALUE 'NO '.
           05  WS-LETTER-PRINTED           PIC X(3)    VALUE 'NO '.
           05  WS-TABLE-OVERFLOW           PIC X       VALUE 'N'.
               88  TABLE-OVERFLOWED                    VALUE 'Y'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   THE RUN'S THRESHOLDS, DEFAULTED HERE AND OVERRIDDEN BY THE
      *   PARAMETER FILE.
       01  PROGRAM-PARAMETERS.
           05  WS-REPORT-TERM              PIC X(5)    VALUE SPACES.
           05  WS-WARNING-ABSENCES         PIC 9(2)    VALUE 3.
           05  WS-ABSENCE-LIMIT            PIC 9(2)    VALUE 5.
           05  WS-TARDIES-PER-ABSENCE      PIC 9       VALUE 3.

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
           05  WS-MEETING-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-MEETING-DATE-PARTS REDEFINES WS-MEETING-DATE.
               10  WS-MEETING-YEAR         PIC 9(4).
               10  WS-MEETING-MONTH        PIC 99.
               10  WS-MEETING-DAY          PIC 99.

       01  STUDENT-TABLE-AREAS.
           05  WS-STUDENT-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-FOUND-SUB        PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-TABLE OCCURS 2000 TIMES.
               10  WS-SD-ID                PIC X(5).
               10  WS-SD-NAME              PIC X(20).
               10  WS-SD-STREET            PIC X(25).
               10  WS-SD-CITY              PIC X(15).
               10  WS-SD-STATE             PIC XX.
               10  WS-SD-ZIP               PIC X(10).

       01  SECTION-TABLE-AREAS.
           05  WS-SECTION-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-SECTION-SUB              PIC 9(3)    VALUE ZERO.
           05  WS-SECTION-FOUND-SUB        PIC 9(3)    VALUE ZERO.
           05  WS-SECTION-TABLE OCCURS 300 TIMES.
               10  WS-SC-CODE              PIC X(6).
               10  WS-SC-TITLE             PIC X(20).

      *   EVERY MARK ON THE ATTENDANCE FILE, FOR THE TERM'S TOTALS
      *   AND THE MEETINGS LISTED ON A LETTER.
       01  MARK-TABLE-AREAS.
           05  WS-MARK-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-MARK-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-MARK-TABLE OCCURS 6000 TIMES.
               10  WS-MK-STUDENT           PIC X(5).
               10  WS-MK-SECTION           PIC X(6).
               10  WS-MK-TERM              PIC X(5).
               10  WS-MK-DATE              PIC 9(8).
               10  WS-MK-STATUS            PIC X.

      *   ONE ENTRY PER STUDENT AND SECTION FOR THE TERM, KEPT IN
      *   STUDENT AND SECTION ORDER AS IT IS BUILT.
       01  SUMMARY-TABLE-AREAS.
           05  WS-SUMMARY-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-SUMMARY-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-SUMMARY-FOUND-SUB        PIC 9(4)    VALUE ZERO.
           05  WS-SUMMARY-INSERT-SUB       PIC 9(4)    VALUE ZERO.
           05  WS-SUMMARY-SHIFT-SUB        PIC 9(4)    VALUE ZERO.
           05  WS-SUMMARY-TABLE OCCURS 3000 TIMES.
               10  WS-SM-KEY.
                   15  WS-SM-STUDENT       PIC X(5).
                   15  WS-SM-SECTION       PIC X(6).
               10  WS-SM-MEETINGS          PIC 9(3).
               10  WS-SM-PRESENT           PIC 9(3).
               10  WS-SM-ABSENT            PIC 9(3).
               10  WS-SM-TARDY             PIC 9(3).
               10  WS-SM-EXCUSED           PIC 9(3).
           05  WS-NEW-SUMMARY-KEY.
               10  WS-NEW-STUDENT          PIC X(5).
               10  WS-NEW-SECTION          PIC X(6).

       01  NOTICE-TABLE-AREAS.
           05  WS-NOTICE-COUNT             PIC 9(4)    VALUE ZERO.
           05  WS-NOTICE-SUB               PIC 9(4)    VALUE ZERO.
           05  WS-NOTICE-FOUND-SUB         PIC 9(4)    VALUE ZERO.
           05  WS-NOTICE-TABLE OCCURS 3000 TIMES.
               10  WS-NT-STUDENT           PIC X(5).
               10  WS-NT-SECTION           PIC X(6).
               10  WS-NT-TERM              PIC X(5).
               10  WS-NT-LEVEL             PIC 9.
               10  WS-NT-DATE              PIC 9(8).

       01  ATTENDANCE-WORK-AREAS.
           05  WS-COUNTED-ABSENCES         PIC 9(3)    VALUE ZERO.
           05  WS-TARDY-ABSENCES           PIC 9(3)    VALUE ZERO.
           05  WS-ATTENDED                 PIC 9(3)    VALUE ZERO.
           05  WS-MARKED-BASE              PIC 9(3)    VALUE ZERO.
           05  WS-ATTEND-PERCENT           PIC 999V9   VALUE ZERO.
           05  WS-LEVEL-NOW                PIC 9       VALUE ZERO.
           05  WS-LEVEL-SENT               PIC 9       VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  MARKS-READ                  PIC 9(5)    VALUE ZERO.
           05  LINES-LISTED                PIC 9(5)    VALUE ZERO.
           05  WARNINGS-PRINTED            PIC 9(5)    VALUE ZERO.
           05  LIMIT-LETTERS-PRINTED       PIC 9(5)    VALUE ZERO.

       01  SUMMARY-HEADING-LINE.
           05                              PIC X(31)
               VALUE "WEEKLY ATTENDANCE SUMMARY - TER".
           05                              PIC X(2)    VALUE "M ".
           05  SHD-TERM-OUT                PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(6)    VALUE "AS OF ".
           05  SHD-DATE-OUT                PIC X(10).
           05                              PIC X(42)   VALUE SPACES.

       01  SUMMARY-LIMIT-LINE.
           05                              PIC X(17)
               VALUE "WARNING AT      ".
           05  SHL-WARNING-OUT             PIC Z9.
           05                              PIC X(19)
               VALUE "   LIMIT          ".
           05  SHL-LIMIT-OUT               PIC Z9.
           05                              PIC X(23)
               VALUE "   TARDIES PER ABSENCE ".
           05  SHL-TARDIES-OUT             PIC 9.
           05                              PIC X(36)   VALUE SPACES.

       01  SUMMARY-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "ID     STUDENT NAME          SECTION  MT".
           05                              PIC X(40)
               VALUE "G PRES  ABS TRDY  EXC  CNT  PCT  STATUS ".
           05                              PIC X(20)   VALUE SPACES.

       01  SUMMARY-DETAIL-LINE.
           05  SDL-STUDENT-ID-OUT          PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-STUDENT-NAME-OUT        PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-SECTION-OUT             PIC X(6).
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-MEETINGS-OUT            PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-PRESENT-OUT             PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-ABSENT-OUT              PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-TARDY-OUT               PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-EXCUSED-OUT             PIC ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-COUNTED-OUT             PIC ZZ9.
           05                              PIC X       VALUE SPACE.
           05  SDL-PERCENT-OUT             PIC ZZ9.9.
           05                              PIC X(2)    VALUE SPACES.
           05  SDL-STATUS-OUT              PIC X(8).
           05                              PIC X       VALUE SPACE.
           05  SDL-LETTER-OUT              PIC X(14).
           05                              PIC X(5)    VALUE SPACES.

       01  SUMMARY-TOTAL-LINE.
           05                              PIC X(24)
               VALUE "STUDENT SECTIONS LISTED ".
           05  STL-LINES-OUT               PIC ZZ,ZZ9.
           05                              PIC X(20)
               VALUE "   WARNING LETTERS  ".
           05  STL-WARNINGS-OUT            PIC ZZ,ZZ9.
           05                              PIC X(18)
               VALUE "   LIMIT LETTERS  ".
           05  STL-LIMITS-OUT              PIC ZZ,ZZ9.
           05                              PIC X(20)   VALUE SPACES.

       01  LETTER-LINES.
           05  LETTER-DATE-LINE.
               10  FILLER                  PIC X(6)    VALUE "TERM  ".
               10  LETTER-TERM-OUT         PIC X(5).
               10                          PIC X(53)   VALUE SPACES.
               10  LETTER-DATE-OUT         PIC X(10).
               10                          PIC X(6)    VALUE SPACES.
           05  LETTER-NAME-LINE.
               10  FILLER                  PIC X(4)    VALUE "TO: ".
               10  LETTER-NAME-OUT         PIC X(20).
               10                          PIC X(56)   VALUE SPACES.
           05  LETTER-STREET-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  LETTER-STREET-OUT       PIC X(25).
               10                          PIC X(51)   VALUE SPACES.
           05  LETTER-CITY-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  LETTER-CITY-OUT         PIC X(15).
               10  FILLER                  PIC X       VALUE SPACE.
               10  LETTER-STATE-OUT        PIC XX.
               10  FILLER                  PIC X       VALUE SPACE.
               10  LETTER-ZIP-OUT          PIC X(10).
               10                          PIC X(47)   VALUE SPACES.
           05  LETTER-WARNING-BODY-1       PIC X(72) VALUE
               "THIS LETTER IS TO LET YOU KNOW THAT THE STUDENT NAMED".
           05  LETTER-WARNING-BODY-2       PIC X(72) VALUE
               "ABOVE IS MISSING CLASS.  A STUDENT WHO REACHES THE".
           05  LETTER-WARNING-BODY-3       PIC X(72) VALUE
               "ABSENCE LIMIT MAY FAIL THE COURSE FOR ABSENCES.".
           05  LETTER-LIMIT-BODY-1         PIC X(72) VALUE
               "THE STUDENT NAMED ABOVE HAS NOW REACHED THE ABSENCE".
           05  LETTER-LIMIT-BODY-2         PIC X(72) VALUE
               "LIMIT FOR THE COURSE BELOW AND MAY FAIL IT FOR".
           05  LETTER-LIMIT-BODY-3         PIC X(72) VALUE
               "ABSENCES.  PLEASE CONTACT THE REGISTRAR'S OFFICE.".
           05  LETTER-COURSE-LINE.
               10  FILLER                  PIC X(8)    VALUE "COURSE  ".
               10  LETTER-SECTION-OUT      PIC X(6).
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  LETTER-TITLE-OUT        PIC X(20).
               10                          PIC X(44)   VALUE SPACES.
           05  LETTER-COUNT-LINE.
               10  FILLER                  PIC X(24)
                   VALUE "ABSENCES COUNTED       ".
               10  LETTER-COUNTED-OUT      PIC ZZ9.
               10  FILLER                  PIC X(16)
                   VALUE "   LIMIT       ".
               10  LETTER-LIMIT-OUT        PIC Z9.
               10                          PIC X(35)   VALUE SPACES.
           05  LETTER-MISSED-HEADING       PIC X(80)
               VALUE "MEETINGS MISSED OR LATE:".
           05  LETTER-MISSED-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  LETTER-MISSED-DATE-OUT  PIC X(10).
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  LETTER-MISSED-MARK-OUT  PIC X(7).
               10                          PIC X(57)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           MOVE WS-BUSINESS-MONTH TO WS-DATE-OUT-MM
           MOVE WS-BUSINESS-DAY TO WS-DATE-OUT-DD
           MOVE WS-BUSINESS-YEAR TO WS-DATE-OUT-YYYY
           PERFORM 110-LOAD-MARKS
           PERFORM 115-READ-ATTENDANCE-PARMS
           PERFORM 120-LOAD-STUDENTS
           PERFORM 125-LOAD-SECTIONS
           PERFORM 130-LOAD-NOTICES
           PERFORM 140-TOTAL-ONE-MARK
               VARYING WS-MARK-SUB FROM 1 BY 1
               UNTIL WS-MARK-SUB > WS-MARK-COUNT
           IF TABLE-OVERFLOWED
               DISPLAY "**** MARK, STUDENT, SECTION, SUMMARY OR "
                   "NOTICE TABLE OVERFLOWED - NOTHING PRINTED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ATTENDANCE-REPORT
                       ATTENDANCE-LETTER-FILE
           PERFORM 200-PRINT-HEADINGS
           PERFORM 210-REPORT-ONE-SUMMARY
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
           PERFORM 290-PRINT-TOTALS
           CLOSE ATTENDANCE-REPORT
                 ATTENDANCE-LETTER-FILE
           PERFORM 900-REWRITE-NOTICES
           DISPLAY "ATTENDANCE TERM " WS-REPORT-TERM
               " STUDENT SECTIONS: " LINES-LISTED
           DISPLAY "WARNING LETTERS: " WARNINGS-PRINTED
               " LIMIT LETTERS: " LIMIT-LETTERS-PRINTED
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.  IT DATES THE LETTERS.
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

      *   THE LATEST TERM ON THE FILE IS KEPT AS THE DEFAULT TERM
      *   FOR A RUN WITH NO PARAMETER FILE.
       110-LOAD-MARKS.
           OPEN INPUT ATTENDANCE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-MARK
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ATTENDANCE-FILE.

       111-READ-ONE-MARK.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ATT-STUDENT-ID NOT = SPACES AND
                           ATT-IS-VALID-STATUS
                       ADD 1 TO MARKS-READ
                       IF WS-MARK-COUNT < 6000
                           ADD 1 TO WS-MARK-COUNT
                           MOVE ATT-STUDENT-ID
                               TO WS-MK-STUDENT (WS-MARK-COUNT)
                           MOVE ATT-SECTION-CODE
                               TO WS-MK-SECTION (WS-MARK-COUNT)
                           MOVE ATT-TERM-ID
                               TO WS-MK-TERM (WS-MARK-COUNT)
                           MOVE ATT-MEETING-DATE
                               TO WS-MK-DATE (WS-MARK-COUNT)
                           MOVE ATT-STATUS
                               TO WS-MK-STATUS (WS-MARK-COUNT)
                           IF ATT-TERM-ID > WS-REPORT-TERM
                               MOVE ATT-TERM-ID TO WS-REPORT-TERM
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *   A LIMIT OF ZERO, OR A WARNING NOT BELOW THE LIMIT, IS
      *   REFUSED AND THE DEFAULT KEPT.
       115-READ-ATTENDANCE-PARMS.
           OPEN INPUT ATTENDANCE-PARM-FILE
           READ ATTENDANCE-PARM-FILE
               AT END
                   DISPLAY "**** NO ATTENDANCE PARMS - DEFAULT "
                       "LIMITS AND LATEST TERM USED ****"
               NOT AT END
                   IF AP-TERM-ID NOT = SPACES
                       MOVE AP-TERM-ID TO WS-REPORT-TERM
                   END-IF
                   IF AP-ABSENCE-LIMIT IS NUMERIC AND
                           AP-ABSENCE-LIMIT > ZERO
                       IF AP-ABSENCE-LIMIT > 1
                           MOVE AP-ABSENCE-LIMIT TO WS-ABSENCE-LIMIT
                       ELSE
                           DISPLAY "**** ABSENCE LIMIT BELOW 2 LEAVES "
                               "NO WARNING LEVEL - DEFAULT LIMIT "
                               "USED ****"
                       END-IF
                   END-IF
                   IF AP-WARNING-ABSENCES IS NUMERIC AND
                           AP-WARNING-ABSENCES > ZERO
                       MOVE AP-WARNING-ABSENCES TO WS-WARNING-ABSENCES
                   END-IF
                   IF AP-TARDIES-PER-ABSENCE IS NUMERIC
                       MOVE AP-TARDIES-PER-ABSENCE
                           TO WS-TARDIES-PER-ABSENCE
                   END-IF
           END-READ
           CLOSE ATTENDANCE-PARM-FILE
           IF WS-WARNING-ABSENCES >= WS-ABSENCE-LIMIT
               DISPLAY "**** WARNING LEVEL NOT BELOW THE LIMIT - "
                   "WARNING SET ONE BELOW THE LIMIT ****"
               COMPUTE WS-WARNING-ABSENCES = WS-ABSENCE-LIMIT - 1
           END-IF.

       120-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-STUDENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE STUDENT-MASTER-FILE.

       121-READ-ONE-STUDENT.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-STUDENT-COUNT < 2000
                       ADD 1 TO WS-STUDENT-COUNT
                       MOVE SM-STUDENT-ID
                           TO WS-SD-ID (WS-STUDENT-COUNT)
                       MOVE SM-STUDENT-NAME
                           TO WS-SD-NAME (WS-STUDENT-COUNT)
                       MOVE SM-STREET
                           TO WS-SD-STREET (WS-STUDENT-COUNT)
                       MOVE SM-CITY
                           TO WS-SD-CITY (WS-STUDENT-COUNT)
                       MOVE SM-STATE
                           TO WS-SD-STATE (WS-STUDENT-COUNT)
                       MOVE SM-ZIP
                           TO WS-SD-ZIP (WS-STUDENT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

       125-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 126-READ-ONE-SECTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-MASTER-FILE.

       126-READ-ONE-SECTION.
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
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

       130-LOAD-NOTICES.
           OPEN INPUT NOTICE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 131-READ-ONE-NOTICE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE NOTICE-FILE.

       131-READ-ONE-NOTICE.
           READ NOTICE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF NT-STUDENT-ID NOT = SPACES AND
                           NT-LEVEL-SENT IS NUMERIC
                       IF WS-NOTICE-COUNT < 3000
                           ADD 1 TO WS-NOTICE-COUNT
                           MOVE NOTICE-REC
                               TO WS-NOTICE-TABLE (WS-NOTICE-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *   ONLY THE RUN TERM'S MARKS ARE TOTALLED.
       140-TOTAL-ONE-MARK.
           IF WS-MK-TERM (WS-MARK-SUB) = WS-REPORT-TERM
               MOVE WS-MK-STUDENT (WS-MARK-SUB) TO WS-NEW-STUDENT
               MOVE WS-MK-SECTION (WS-MARK-SUB) TO WS-NEW-SECTION
               PERFORM 141-FIND-OR-ADD-SUMMARY
               IF WS-SUMMARY-FOUND-SUB > ZERO
                   ADD 1 TO WS-SM-MEETINGS (WS-SUMMARY-FOUND-SUB)
                   EVALUATE WS-MK-STATUS (WS-MARK-SUB)
                       WHEN 'P'
                           ADD 1 TO
                               WS-SM-PRESENT (WS-SUMMARY-FOUND-SUB)
                       WHEN 'A'
                           ADD 1 TO
                               WS-SM-ABSENT (WS-SUMMARY-FOUND-SUB)
                       WHEN 'T'
                           ADD 1 TO
                               WS-SM-TARDY (WS-SUMMARY-FOUND-SUB)
                       WHEN 'E'
                           ADD 1 TO
                               WS-SM-EXCUSED (WS-SUMMARY-FOUND-SUB)
                   END-EVALUATE
               END-IF
           END-IF.

      *   A NEW STUDENT AND SECTION GOES IN AHEAD OF THE FIRST ENTRY
      *   THAT SORTS AFTER IT, SO THE TABLE IS ALWAYS IN STUDENT AND
      *   SECTION ORDER.
       141-FIND-OR-ADD-SUMMARY.
           MOVE ZERO TO WS-SUMMARY-FOUND-SUB
           MOVE ZERO TO WS-SUMMARY-INSERT-SUB
           MOVE 'NO ' TO WS-SUMMARY-PLACED
           PERFORM 142-PLACE-ONE-SUMMARY
               VARYING WS-SUMMARY-SUB FROM 1 BY 1
               UNTIL WS-SUMMARY-SUB > WS-SUMMARY-COUNT
                   OR WS-SUMMARY-PLACED = 'YES'
           IF WS-SUMMARY-FOUND-SUB = ZERO
               IF WS-SUMMARY-COUNT < 3000
                   IF WS-SUMMARY-INSERT-SUB = ZERO
                       COMPUTE WS-SUMMARY-INSERT-SUB =
                           WS-SUMMARY-COUNT + 1
                   ELSE
                       PERFORM 143-SHIFT-ONE-SUMMARY
                           VARYING WS-SUMMARY-SHIFT-SUB
                               FROM WS-SUMMARY-COUNT BY -1
                           UNTIL WS-SUMMARY-SHIFT-SUB <
                               WS-SUMMARY-INSERT-SUB
                   END-IF
                   ADD 1 TO WS-SUMMARY-COUNT
                   MOVE WS-NEW-SUMMARY-KEY
                       TO WS-SM-KEY (WS-SUMMARY-INSERT-SUB)
                   MOVE ZERO TO WS-SM-MEETINGS (WS-SUMMARY-INSERT-SUB)
                   MOVE ZERO TO WS-SM-PRESENT (WS-SUMMARY-INSERT-SUB)
                   MOVE ZERO TO WS-SM-ABSENT (WS-SUMMARY-INSERT-SUB)
                   MOVE ZERO TO WS-SM-TARDY (WS-SUMMARY-INSERT-SUB)
                   MOVE ZERO TO WS-SM-EXCUSED (WS-SUMMARY-INSERT-SUB)
                   MOVE WS-SUMMARY-INSERT-SUB TO WS-SUMMARY-FOUND-SUB
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF.

       142-PLACE-ONE-SUMMARY.
           IF WS-SM-KEY (WS-SUMMARY-SUB) = WS-NEW-SUMMARY-KEY
               MOVE WS-SUMMARY-SUB TO WS-SUMMARY-FOUND-SUB
               MOVE 'YES' TO WS-SUMMARY-PLACED
           ELSE
               IF WS-SM-KEY (WS-SUMMARY-SUB) > WS-NEW-SUMMARY-KEY
                   MOVE WS-SUMMARY-SUB TO WS-SUMMARY-INSERT-SUB
                   MOVE 'YES' TO WS-SUMMARY-PLACED
               END-IF
           END-IF.

       143-SHIFT-ONE-SUMMARY.
           MOVE WS-SUMMARY-TABLE (WS-SUMMARY-SHIFT-SUB)
               TO WS-SUMMARY-TABLE (WS-SUMMARY-SHIFT-SUB + 1).

       200-PRINT-HEADINGS.
           MOVE WS-REPORT-TERM TO SHD-TERM-OUT
           MOVE WS-DATE-OUT TO SHD-DATE-OUT
           WRITE ATTENDANCE-REPORT-REC FROM SUMMARY-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-WARNING-ABSENCES TO SHL-WARNING-OUT
           MOVE WS-ABSENCE-LIMIT TO SHL-LIMIT-OUT
           MOVE WS-TARDIES-PER-ABSENCE TO SHL-TARDIES-OUT
           WRITE ATTENDANCE-REPORT-REC FROM SUMMARY-LIMIT-LINE
               AFTER ADVANCING 1 LINE
           WRITE ATTENDANCE-REPORT-REC FROM SUMMARY-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO ATTENDANCE-REPORT-REC
           WRITE ATTENDANCE-REPORT-REC
               AFTER ADVANCING 1 LINE.

      *   THE ABSENCES THAT COUNT ARE THE UNEXCUSED ONES PLUS ONE FOR
      *   EVERY FULL SET OF TARDIES.  THE PERCENTAGE FOLLOWS THE RULE
      *   IN THE ATTEND COPYBOOK.
       210-REPORT-ONE-SUMMARY.
           MOVE ZERO TO WS-TARDY-ABSENCES
           IF WS-TARDIES-PER-ABSENCE > ZERO
               DIVIDE WS-SM-TARDY (WS-SUMMARY-SUB)
                   BY WS-TARDIES-PER-ABSENCE
                   GIVING WS-TARDY-ABSENCES
           END-IF
           COMPUTE WS-COUNTED-ABSENCES =
               WS-SM-ABSENT (WS-SUMMARY-SUB) + WS-TARDY-ABSENCES
           COMPUTE WS-ATTENDED = WS-SM-PRESENT (WS-SUMMARY-SUB)
               + WS-SM-TARDY (WS-SUMMARY-SUB)
           COMPUTE WS-MARKED-BASE = WS-SM-MEETINGS (WS-SUMMARY-SUB)
               - WS-SM-EXCUSED (WS-SUMMARY-SUB)
           IF WS-MARKED-BASE > ZERO
               COMPUTE WS-ATTEND-PERCENT ROUNDED =
                   WS-ATTENDED * 100 / WS-MARKED-BASE
           ELSE
               MOVE 100 TO WS-ATTEND-PERCENT
           END-IF
           MOVE ZERO TO WS-LEVEL-NOW
           MOVE SPACES TO SDL-STATUS-OUT
           IF WS-COUNTED-ABSENCES >= WS-ABSENCE-LIMIT
               MOVE 2 TO WS-LEVEL-NOW
               MOVE "AT LIMIT" TO SDL-STATUS-OUT
           ELSE
               IF WS-COUNTED-ABSENCES >= WS-WARNING-ABSENCES
                   MOVE 1 TO WS-LEVEL-NOW
                   MOVE "WARNING" TO SDL-STATUS-OUT
               END-IF
           END-IF
           MOVE WS-SM-STUDENT (WS-SUMMARY-SUB) TO SDL-STUDENT-ID-OUT
           PERFORM 220-FIND-STUDENT
           IF WS-STUDENT-FOUND-SUB > ZERO
               MOVE WS-SD-NAME (WS-STUDENT-FOUND-SUB)
                   TO SDL-STUDENT-NAME-OUT
           ELSE
               MOVE "** NOT ON MASTER **" TO SDL-STUDENT-NAME-OUT
           END-IF
           MOVE WS-SM-SECTION (WS-SUMMARY-SUB) TO SDL-SECTION-OUT
           MOVE WS-SM-MEETINGS (WS-SUMMARY-SUB) TO SDL-MEETINGS-OUT
           MOVE WS-SM-PRESENT (WS-SUMMARY-SUB) TO SDL-PRESENT-OUT
           MOVE WS-SM-ABSENT (WS-SUMMARY-SUB) TO SDL-ABSENT-OUT
           MOVE WS-SM-TARDY (WS-SUMMARY-SUB) TO SDL-TARDY-OUT
           MOVE WS-SM-EXCUSED (WS-SUMMARY-SUB) TO SDL-EXCUSED-OUT
           MOVE WS-COUNTED-ABSENCES TO SDL-COUNTED-OUT
           MOVE WS-ATTEND-PERCENT TO SDL-PERCENT-OUT
           MOVE SPACES TO SDL-LETTER-OUT
           IF WS-LEVEL-NOW > ZERO
               PERFORM 230-CHECK-NOTICE-SENT
           END-IF
           WRITE ATTENDANCE-REPORT-REC FROM SUMMARY-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO LINES-LISTED.

       220-FIND-STUDENT.
           MOVE ZERO TO WS-STUDENT-FOUND-SUB
           PERFORM 221-MATCH-ONE-STUDENT
               VARYING WS-STUDENT-SUB FROM 1 BY 1
               UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                   OR WS-STUDENT-FOUND-SUB > ZERO.

       221-MATCH-ONE-STUDENT.
           IF WS-SD-ID (WS-STUDENT-SUB) = WS-SM-STUDENT (WS-SUMMARY-SUB)
               MOVE WS-STUDENT-SUB TO WS-STUDENT-FOUND-SUB
           END-IF.

      *   A LETTER GOES OUT ONLY WHEN THE STUDENT HAS CLIMBED PAST
      *   THE LAST LETTER SENT FOR THE SECTION AND TERM.  A STUDENT
      *   WHO GOES STRAIGHT TO THE LIMIT GETS ONLY THE LIMIT LETTER.
       230-CHECK-NOTICE-SENT.
           MOVE ZERO TO WS-NOTICE-FOUND-SUB
           PERFORM 231-MATCH-ONE-NOTICE
               VARYING WS-NOTICE-SUB FROM 1 BY 1
               UNTIL WS-NOTICE-SUB > WS-NOTICE-COUNT
                   OR WS-NOTICE-FOUND-SUB > ZERO
           MOVE ZERO TO WS-LEVEL-SENT
           IF WS-NOTICE-FOUND-SUB > ZERO
               MOVE WS-NT-LEVEL (WS-NOTICE-FOUND-SUB) TO WS-LEVEL-SENT
           END-IF
           IF WS-LEVEL-NOW > WS-LEVEL-SENT
               IF WS-NOTICE-FOUND-SUB = ZERO
                   IF WS-NOTICE-COUNT < 3000
                       ADD 1 TO WS-NOTICE-COUNT
                       MOVE WS-NOTICE-COUNT TO WS-NOTICE-FOUND-SUB
                       MOVE WS-SM-STUDENT (WS-SUMMARY-SUB)
                           TO WS-NT-STUDENT (WS-NOTICE-FOUND-SUB)
                       MOVE WS-SM-SECTION (WS-SUMMARY-SUB)
                           TO WS-NT-SECTION (WS-NOTICE-FOUND-SUB)
                       MOVE WS-REPORT-TERM
                           TO WS-NT-TERM (WS-NOTICE-FOUND-SUB)
                   ELSE
                       DISPLAY "**** NOTICE TABLE FULL - LETTER FOR "
                           WS-SM-STUDENT (WS-SUMMARY-SUB)
                           " NOT PRINTED ****"
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
               END-IF
               IF WS-NOTICE-FOUND-SUB > ZERO
                   MOVE WS-LEVEL-NOW
                       TO WS-NT-LEVEL (WS-NOTICE-FOUND-SUB)
                   MOVE WS-BUSINESS-DATE
                       TO WS-NT-DATE (WS-NOTICE-FOUND-SUB)
                   PERFORM 240-PRINT-ONE-LETTER
                   IF WS-LEVEL-NOW = 2
                       MOVE "LIMIT LETTER" TO SDL-LETTER-OUT
                       ADD 1 TO LIMIT-LETTERS-PRINTED
                   ELSE
                       MOVE "WARNING LETTER" TO SDL-LETTER-OUT
                       ADD 1 TO WARNINGS-PRINTED
                   END-IF
               END-IF
           END-IF.

       231-MATCH-ONE-NOTICE.
           IF WS-NT-STUDENT (WS-NOTICE-SUB) =
                   WS-SM-STUDENT (WS-SUMMARY-SUB) AND
                   WS-NT-SECTION (WS-NOTICE-SUB) =
                   WS-SM-SECTION (WS-SUMMARY-SUB) AND
                   WS-NT-TERM (WS-NOTICE-SUB) = WS-REPORT-TERM
               MOVE WS-NOTICE-SUB TO WS-NOTICE-FOUND-SUB
           END-IF.

      *   ONE PAGE PER LETTER SO THE LETTERS BURST CLEANLY, THE WAY
      *   PROGRAM43 PRINTS THE PROBATION LETTERS.
       240-PRINT-ONE-LETTER.
           MOVE WS-REPORT-TERM TO LETTER-TERM-OUT
           MOVE WS-DATE-OUT TO LETTER-DATE-OUT
           IF WS-FIRST-LETTER = 'YES'
               MOVE 'NO ' TO WS-FIRST-LETTER
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-DATE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-DATE-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE SPACES TO LETTER-NAME-OUT
           MOVE SPACES TO LETTER-STREET-OUT
           MOVE SPACES TO LETTER-CITY-OUT
           MOVE SPACES TO LETTER-STATE-OUT
           MOVE SPACES TO LETTER-ZIP-OUT
           IF WS-STUDENT-FOUND-SUB > ZERO
               MOVE WS-SD-NAME (WS-STUDENT-FOUND-SUB)
                   TO LETTER-NAME-OUT
               MOVE WS-SD-STREET (WS-STUDENT-FOUND-SUB)
                   TO LETTER-STREET-OUT
               MOVE WS-SD-CITY (WS-STUDENT-FOUND-SUB)
                   TO LETTER-CITY-OUT
               MOVE WS-SD-STATE (WS-STUDENT-FOUND-SUB)
                   TO LETTER-STATE-OUT
               MOVE WS-SD-ZIP (WS-STUDENT-FOUND-SUB)
                   TO LETTER-ZIP-OUT
           END-IF
           WRITE ATTENDANCE-LETTER-REC FROM LETTER-NAME-LINE
               AFTER ADVANCING 2 LINES
           WRITE ATTENDANCE-LETTER-REC FROM LETTER-STREET-LINE
               AFTER ADVANCING 1 LINE
           WRITE ATTENDANCE-LETTER-REC FROM LETTER-CITY-LINE
               AFTER ADVANCING 1 LINE
           IF WS-LEVEL-NOW = 2
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-LIMIT-BODY-1
                   AFTER ADVANCING 3 LINES
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-LIMIT-BODY-2
                   AFTER ADVANCING 1 LINE
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-LIMIT-BODY-3
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-WARNING-BODY-1
                   AFTER ADVANCING 3 LINES
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-WARNING-BODY-2
                   AFTER ADVANCING 1 LINE
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-WARNING-BODY-3
                   AFTER ADVANCING 1 LINE
           END-IF
           MOVE WS-SM-SECTION (WS-SUMMARY-SUB) TO LETTER-SECTION-OUT
           PERFORM 245-FIND-SECTION
           MOVE SPACES TO LETTER-TITLE-OUT
           IF WS-SECTION-FOUND-SUB > ZERO
               MOVE WS-SC-TITLE (WS-SECTION-FOUND-SUB)
                   TO LETTER-TITLE-OUT
           END-IF
           WRITE ATTENDANCE-LETTER-REC FROM LETTER-COURSE-LINE
               AFTER ADVANCING 2 LINES
           MOVE WS-COUNTED-ABSENCES TO LETTER-COUNTED-OUT
           MOVE WS-ABSENCE-LIMIT TO LETTER-LIMIT-OUT
           WRITE ATTENDANCE-LETTER-REC FROM LETTER-COUNT-LINE
               AFTER ADVANCING 1 LINE
           WRITE ATTENDANCE-LETTER-REC FROM LETTER-MISSED-HEADING
               AFTER ADVANCING 2 LINES
           PERFORM 250-LIST-ONE-MISSED-MEETING
               VARYING WS-MARK-SUB FROM 1 BY 1
               UNTIL WS-MARK-SUB > WS-MARK-COUNT.

       245-FIND-SECTION.
           MOVE ZERO TO WS-SECTION-FOUND-SUB
           PERFORM 246-MATCH-ONE-SECTION
               VARYING WS-SECTION-SUB FROM 1 BY 1
               UNTIL WS-SECTION-SUB > WS-SECTION-COUNT
                   OR WS-SECTION-FOUND-SUB > ZERO.

       246-MATCH-ONE-SECTION.
           IF WS-SC-CODE (WS-SECTION-SUB) =
                   WS-SM-SECTION (WS-SUMMARY-SUB)
               MOVE WS-SECTION-SUB TO WS-SECTION-FOUND-SUB
           END-IF.

      *   EVERY MEETING NOT MARKED PRESENT IS LISTED, EXCUSED ONES
      *   INCLUDED, SO THE FAMILY SEES THE WHOLE RECORD.
       250-LIST-ONE-MISSED-MEETING.
           IF WS-MK-STUDENT (WS-MARK-SUB) =
                   WS-SM-STUDENT (WS-SUMMARY-SUB) AND
                   WS-MK-SECTION (WS-MARK-SUB) =
                   WS-SM-SECTION (WS-SUMMARY-SUB) AND
                   WS-MK-TERM (WS-MARK-SUB) = WS-REPORT-TERM AND
                   WS-MK-STATUS (WS-MARK-SUB) NOT = 'P'
               MOVE WS-MK-DATE (WS-MARK-SUB) TO WS-MEETING-DATE
               MOVE WS-MEETING-MONTH TO WS-DATE-OUT-MM
               MOVE WS-MEETING-DAY TO WS-DATE-OUT-DD
               MOVE WS-MEETING-YEAR TO WS-DATE-OUT-YYYY
               MOVE WS-DATE-OUT TO LETTER-MISSED-DATE-OUT
               EVALUATE WS-MK-STATUS (WS-MARK-SUB)
                   WHEN 'A'
                       MOVE "ABSENT" TO LETTER-MISSED-MARK-OUT
                   WHEN 'T'
                       MOVE "TARDY" TO LETTER-MISSED-MARK-OUT
                   WHEN 'E'
                       MOVE "EXCUSED" TO LETTER-MISSED-MARK-OUT
               END-EVALUATE
               WRITE ATTENDANCE-LETTER-REC FROM LETTER-MISSED-LINE
                   AFTER ADVANCING 1 LINE
               MOVE WS-BUSINESS-MONTH TO WS-DATE-OUT-MM
               MOVE WS-BUSINESS-DAY TO WS-DATE-OUT-DD
               MOVE WS-BUSINESS-YEAR TO WS-DATE-OUT-YYYY
           END-IF.

       290-PRINT-TOTALS.
           MOVE LINES-LISTED TO STL-LINES-OUT
           MOVE WARNINGS-PRINTED TO STL-WARNINGS-OUT
           MOVE LIMIT-LETTERS-PRINTED TO STL-LIMITS-OUT
           WRITE ATTENDANCE-REPORT-REC FROM SUMMARY-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       900-REWRITE-NOTICES.
           OPEN OUTPUT NOTICE-FILE
           PERFORM 901-WRITE-ONE-NOTICE
               VARYING WS-NOTICE-SUB FROM 1 BY 1
               UNTIL WS-NOTICE-SUB > WS-NOTICE-COUNT
           CLOSE NOTICE-FILE.

       901-WRITE-ONE-NOTICE.
           MOVE WS-NOTICE-TABLE (WS-NOTICE-SUB) TO NOTICE-REC
           WRITE NOTICE-REC.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM99" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO RL-RUN-DATE
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE MARKS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           COMPUTE RL-CONTROL-TOTAL =
               WARNINGS-PRINTED + LIMIT-LETTERS-PRINTED
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM99.
