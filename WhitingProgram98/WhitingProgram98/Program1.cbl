      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM98.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the interactive entry and correction front end
      *for class attendance, in the same prompted-loop style as
      *PROGRAM20 uses for grades, so the instructors' paper gradebooks
      *can be keyed into WhitingATTENDANCE.DAT (the shared ATTEND
      *copybook) - one record per student, section, term and meeting
      *date, marked P present, A absent, T tardy or E excused.
      *The operator picks a student (validated against
      *STUDENT-MASTER.DAT), then a section and term the student is
      *enrolled in on ENROLLMENT.DAT - nothing else is accepted, and
      *with no roster on disk nothing can be keyed - then keys the
      *meeting dates and marks one at a time.  A date must be a real
      *date no later than the business date and, when the section
      *master SECTION-MASTER.DAT gives the section's meeting days,
      *one of the days it meets.  Keying a date already on file
      *replaces its mark, which is how a slip is corrected, and each
      *record carries the operator who keyed it and when.  The whole
      *attendance file is rewritten at the end of the session.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO "..\..\..\..\WhitingATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STUDENT-MASTER-FILE
               ASSIGN TO "..\..\..\..\STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "..\..\..\..\ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  ATTENDANCE-FILE.
       COPY ATTEND REPLACING ==:PFX:== BY ==ATT==.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==MASTER==.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05  EN-STUDENT-ID         PIC X(5).
           05  EN-SECTION-CODE       PIC X(6).
           05  EN-TERM-ID            PIC X(5).

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       WORKING-STORAGE SECTION.
       01  MORE-DATA                 PIC XXX VALUE "YES".
       01  VALID-INPUT               PIC XXX VALUE "NO ".
       01  WS-LOAD-MORE-RECORDS      PIC XXX VALUE "YES".
       01  WS-MORE-MEETINGS          PIC XXX VALUE "YES".
       01  WS-MARK-FOUND             PIC XXX VALUE "NO ".

       01  ENTRY-WORK-AREAS.
           05  WS-STUDENT-ID         PIC X(5).
           05  WS-SECTION-CODE       PIC X(6).
           05  WS-TERM-ID            PIC X(5).
           05  WS-STUDENT-NAME       PIC X(20).
           05  WS-DATE-ANSWER        PIC X(8).
           05  WS-MEETING-DATE       PIC 9(8).
           05  WS-MEETING-DATE-PARTS REDEFINES WS-MEETING-DATE.
               10  WS-MEETING-YEAR       PIC 9(4).
               10  WS-MEETING-MONTH      PIC 99.
               10  WS-MEETING-DAY        PIC 99.
           05  WS-STATUS-ANSWER      PIC X.
           05  WS-MARKS-KEYED        PIC 9(3)  VALUE ZERO.
           05  WS-ENTRY-SUB          PIC 9(4).

      *   THE DAYS IN EACH MONTH, WITH FEBRUARY CORRECTED FOR A LEAP
      *   YEAR WHEN A DATE IS CHECKED.
       01  MONTH-DAYS-VALUES.
           05                        PIC X(24)
               VALUE "312831303130313130313031".
       01  MONTH-DAYS-TABLE REDEFINES MONTH-DAYS-VALUES.
           05  MONTH-DAYS            PIC 99 OCCURS 12 TIMES.

       01  DATE-CHECK-AREAS.
           05  WS-MONTH-LIMIT        PIC 99    VALUE ZERO.
           05  WS-LEAP-QUOTIENT      PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-REMAINDER     PIC 9(3)  VALUE ZERO.
           05  WS-DATE-INT           PIC 9(7)  VALUE ZERO.
           05  WS-WEEK-QUOTIENT      PIC 9(7)  VALUE ZERO.
           05  WS-WEEKDAY            PIC 9     VALUE ZERO.

       01  AUDIT-WORK-AREAS.
           05  WS-OPERATOR-ID        PIC X(5)  VALUE SPACES.
           05  WS-RUN-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-RUN-STAMP          PIC X(21).

      *   THE REGISTRATION-TIME ROSTER.  ONLY A STUDENT ENROLLED IN
      *   THE SECTION FOR THE TERM CAN BE MARKED.
       01  ENROLLMENT-TABLE-AREAS.
           05  ENROLLMENT-COUNT      PIC 9(4) VALUE ZERO.
           05  ENROLLMENT-TABLE OCCURS 3000 TIMES
                   INDEXED BY ENROLLMENT-IDX.
               10  ENR-STUDENT-ID        PIC X(5).
               10  ENR-SECTION-CODE      PIC X(6).
               10  ENR-TERM-ID           PIC X(5).
           05  WS-ENROLLED           PIC X(3) VALUE 'NO '.

      *   THE SECTION MASTER, FOR THE TITLE AND THE MEETING DAYS.
      *   WITH NO FILE ON DISK ANY DATE IS A MEETING DATE.
       01  SECTION-MASTER-AREAS.
           05  SECTION-MASTER-COUNT  PIC 9(3) VALUE ZERO.
           05  SECTION-MASTER-TABLE OCCURS 300 TIMES
                   INDEXED BY SECTION-MASTER-IDX.
               10  SEC-TBL-CODE          PIC X(6).
               10  SEC-TBL-TITLE         PIC X(20).
               10  SEC-TBL-MEETING-DAYS  PIC X(7).
           05  WS-SECTION-DAYS       PIC X(7) VALUE SPACES.

       01  STUDENT-MASTER-TABLE-AREAS.
           05  STUDENT-MASTER-COUNT  PIC 9(4) VALUE ZERO.
           05  STUDENT-MASTER-TABLE OCCURS 2000 TIMES
                   INDEXED BY STUDENT-MASTER-IDX.
               10  TABLE-STUDENT-ID      PIC X(5).
               10  TABLE-STUDENT-NAME    PIC X(20).

      *   THE WHOLE ATTENDANCE FILE IS HELD HERE FOR THE SESSION -
      *   EACH ENTRY IS LAID OUT LIKE THE RECORD.
       01  ATTENDANCE-TABLE-AREAS.
           05  ATTEND-COUNT          PIC 9(4) VALUE ZERO.
           05  ATTENDANCE-TABLE OCCURS 6000 TIMES
                   INDEXED BY ATTEND-IDX.
               10  AT-STUDENT-ID         PIC X(5).
               10  AT-SECTION-CODE       PIC X(6).
               10  AT-TERM-ID            PIC X(5).
               10  AT-MEETING-DATE       PIC 9(8).
               10  AT-STATUS             PIC X.
               10  AT-KEYED-BY           PIC X(5).
               10  AT-KEYED-DATE         PIC 9(8).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 102-READ-OPERATOR-SIGNON
           PERFORM 103-GET-RUN-DATE
           PERFORM 105-LOAD-STUDENT-MASTER
           PERFORM 107-LOAD-ENROLLMENT
           PERFORM 109-LOAD-SECTION-MASTER
           PERFORM 110-LOAD-ATTENDANCE
           PERFORM 115-ENTER-ONE-STUDENT
               UNTIL MORE-DATA = "NO "
           PERFORM 900-REWRITE-ATTENDANCE
           DISPLAY "ATTENDANCE FILE REWRITTEN - RECORDS: "
               ATTEND-COUNT
           STOP RUN.

       102-READ-OPERATOR-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   THE BUSINESS DATE, WHEN THE CONTROL FILE IS ON DISK, IS
      *   THE LATEST MEETING DATE THAT CAN BE MARKED AND THE DATE
      *   STAMPED ON EACH MARK.
       103-GET-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP (1:8) TO WS-RUN-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       105-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM 106-READ-MASTER-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE STUDENT-MASTER-FILE
           IF STUDENT-MASTER-COUNT = ZERO
               DISPLAY "NO STUDENT MASTER ON FILE - CANNOT ENTER"
               STOP RUN
           END-IF.

       106-READ-MASTER-RECORD.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF STUDENT-MASTER-COUNT < 2000
                       ADD 1 TO STUDENT-MASTER-COUNT
                       SET STUDENT-MASTER-IDX TO STUDENT-MASTER-COUNT
                       MOVE MASTER-STUDENT-ID TO
                           TABLE-STUDENT-ID (STUDENT-MASTER-IDX)
                       MOVE MASTER-STUDENT-NAME TO
                           TABLE-STUDENT-NAME (STUDENT-MASTER-IDX)
                   ELSE
                       DISPLAY "STUDENT MASTER TABLE FULL - "
                           MASTER-STUDENT-ID " OMITTED"
                   END-IF
           END-READ.

      *   UNLIKE GRADE ENTRY, ATTENDANCE IS ONLY EVER TAKEN AGAINST
      *   THE ROSTER - WITH NO ROSTER THERE IS NOTHING TO MARK.
       107-LOAD-ENROLLMENT.
           MOVE "YES" TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ENROLLMENT-FILE
           PERFORM 108-READ-ENROLLMENT-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE ENROLLMENT-FILE
           IF ENROLLMENT-COUNT = ZERO
               DISPLAY "NO ENROLLMENT ROSTER ON FILE - CANNOT ENTER"
               STOP RUN
           END-IF.

       108-READ-ENROLLMENT-RECORD.
           READ ENROLLMENT-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ENROLLMENT-COUNT < 3000
                       ADD 1 TO ENROLLMENT-COUNT
                       SET ENROLLMENT-IDX TO ENROLLMENT-COUNT
                       MOVE EN-STUDENT-ID
                           TO ENR-STUDENT-ID (ENROLLMENT-IDX)
                       MOVE EN-SECTION-CODE
                           TO ENR-SECTION-CODE (ENROLLMENT-IDX)
                       MOVE EN-TERM-ID
                           TO ENR-TERM-ID (ENROLLMENT-IDX)
                   ELSE
                       DISPLAY "ENROLLMENT TABLE FULL - "
                           EN-STUDENT-ID " OMITTED"
                   END-IF
           END-READ.

       109-LOAD-SECTION-MASTER.
           MOVE "YES" TO WS-LOAD-MORE-RECORDS
           OPEN INPUT SECTION-MASTER-FILE
           PERFORM 113-READ-SECTION-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE SECTION-MASTER-FILE.

       113-READ-SECTION-RECORD.
           READ SECTION-MASTER-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF SECTION-MASTER-COUNT < 300
                       ADD 1 TO SECTION-MASTER-COUNT
                       SET SECTION-MASTER-IDX TO SECTION-MASTER-COUNT
                       MOVE SEC-SECTION-CODE
                           TO SEC-TBL-CODE (SECTION-MASTER-IDX)
                       MOVE SEC-TITLE
                           TO SEC-TBL-TITLE (SECTION-MASTER-IDX)
                       MOVE SEC-MEETING-DAYS
                           TO SEC-TBL-MEETING-DAYS (SECTION-MASTER-IDX)
                   ELSE
                       DISPLAY "SECTION MASTER TABLE FULL - "
                           SEC-SECTION-CODE " OMITTED"
                   END-IF
           END-READ.

      *   THE ATTENDANCE FILE MAY NOT EXIST YET ON A BRAND NEW TERM -
      *   THE SESSION THEN STARTS WITH AN EMPTY TABLE AND CREATES THE
      *   FILE AT SESSION END.
       110-LOAD-ATTENDANCE.
           MOVE "YES" TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ATTENDANCE-FILE
           PERFORM 111-READ-ATTENDANCE-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE ATTENDANCE-FILE.

       111-READ-ATTENDANCE-RECORD.
           READ ATTENDANCE-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ATT-STUDENT-ID NOT = SPACES
                       IF ATTEND-COUNT < 6000
                           ADD 1 TO ATTEND-COUNT
                           SET ATTEND-IDX TO ATTEND-COUNT
                           MOVE ATT-ATTEND-REC
                               TO ATTENDANCE-TABLE (ATTEND-IDX)
                       ELSE
                           DISPLAY "ATTENDANCE TABLE FULL - "
                               "CANNOT ENTER"
                           STOP RUN
                       END-IF
                   END-IF
           END-READ.

       115-ENTER-ONE-STUDENT.
           PERFORM 120-GET-STUDENT
           PERFORM 130-GET-SECTION-AND-TERM
           PERFORM 150-ENTER-MEETINGS
           IF MORE-DATA = "YES"
               DISPLAY "IS THERE MORE DATA (YES/NO)?"
               ACCEPT MORE-DATA
           END-IF.

       120-GET-STUDENT.
           MOVE "NO " TO VALID-INPUT
           PERFORM 121-ASK-STUDENT
               UNTIL VALID-INPUT = "YES"
           DISPLAY "STUDENT: " WS-STUDENT-NAME.

       121-ASK-STUDENT.
           DISPLAY "ENTER THE FIVE CHARACTER STUDENT ID"
           ACCEPT WS-STUDENT-ID
           SET STUDENT-MASTER-IDX TO 1
           SEARCH STUDENT-MASTER-TABLE
               AT END
                   DISPLAY "NO STUDENT WITH ID " WS-STUDENT-ID
               WHEN TABLE-STUDENT-ID (STUDENT-MASTER-IDX) =
                       WS-STUDENT-ID
                   MOVE TABLE-STUDENT-NAME (STUDENT-MASTER-IDX)
                       TO WS-STUDENT-NAME
                   MOVE "YES" TO VALID-INPUT
           END-SEARCH.

      *   A SECTION/TERM THE STUDENT IS NOT ENROLLED IN IS REFUSED
      *   AND RE-PROMPTED.
       130-GET-SECTION-AND-TERM.
           MOVE "NO " TO WS-ENROLLED
           PERFORM 131-ASK-SECTION-AND-TERM
               UNTIL WS-ENROLLED = "YES".

       131-ASK-SECTION-AND-TERM.
           MOVE "NO " TO VALID-INPUT
           PERFORM 132-ASK-SECTION
               UNTIL VALID-INPUT = "YES"
           MOVE "NO " TO VALID-INPUT
           PERFORM 133-ASK-TERM
               UNTIL VALID-INPUT = "YES"
           SET ENROLLMENT-IDX TO 1
           SEARCH ENROLLMENT-TABLE
               AT END
                   DISPLAY "STUDENT " WS-STUDENT-ID
                       " IS NOT ENROLLED IN " WS-SECTION-CODE
                       " FOR TERM " WS-TERM-ID
               WHEN ENR-STUDENT-ID (ENROLLMENT-IDX) = WS-STUDENT-ID
                       AND ENR-SECTION-CODE (ENROLLMENT-IDX) =
                           WS-SECTION-CODE
                       AND ENR-TERM-ID (ENROLLMENT-IDX) = WS-TERM-ID
                   MOVE "YES" TO WS-ENROLLED
           END-SEARCH.

       132-ASK-SECTION.
           DISPLAY "ENTER THE SECTION CODE (UP TO 6 CHARACTERS)"
           ACCEPT WS-SECTION-CODE
           MOVE SPACES TO WS-SECTION-DAYS
           IF WS-SECTION-CODE = SPACES
               DISPLAY "SECTION CODE MUST NOT BE BLANK"
           ELSE
               IF SECTION-MASTER-COUNT = ZERO
                   MOVE "YES" TO VALID-INPUT
               ELSE
                   SET SECTION-MASTER-IDX TO 1
                   SEARCH SECTION-MASTER-TABLE
                       AT END
                           DISPLAY "SECTION " WS-SECTION-CODE
                               " IS NOT ON THE SECTION MASTER"
                       WHEN SEC-TBL-CODE (SECTION-MASTER-IDX) =
                               WS-SECTION-CODE
                           DISPLAY "SECTION: "
                               SEC-TBL-TITLE (SECTION-MASTER-IDX)
                           MOVE SEC-TBL-MEETING-DAYS
                               (SECTION-MASTER-IDX) TO WS-SECTION-DAYS
                           MOVE "YES" TO VALID-INPUT
                   END-SEARCH
               END-IF
           END-IF.

       133-ASK-TERM.
           DISPLAY "ENTER THE TERM (UP TO 5 CHARACTERS)"
           ACCEPT WS-TERM-ID
           IF WS-TERM-ID = SPACES
               DISPLAY "TERM MUST NOT BE BLANK"
           ELSE
               MOVE "YES" TO VALID-INPUT
           END-IF.

      *   MEETINGS ARE KEYED ONE AT A TIME, A DATE AND THEN ITS MARK;
      *   'END' CLOSES THE STUDENT.
       150-ENTER-MEETINGS.
           MOVE ZERO TO WS-MARKS-KEYED
           MOVE "YES" TO WS-MORE-MEETINGS
           PERFORM 151-GET-ONE-MEETING
               UNTIL WS-MORE-MEETINGS = "NO "
           DISPLAY "MEETINGS MARKED: " WS-MARKS-KEYED.

       151-GET-ONE-MEETING.
           DISPLAY "ENTER THE MEETING DATE CCYYMMDD, OR END"
           ACCEPT WS-DATE-ANSWER
           IF WS-DATE-ANSWER = "END" OR WS-DATE-ANSWER = "end"
               MOVE "NO " TO WS-MORE-MEETINGS
           ELSE
               MOVE "NO " TO VALID-INPUT
               PERFORM 152-EDIT-MEETING-DATE
               IF VALID-INPUT = "YES"
                   MOVE "NO " TO VALID-INPUT
                   PERFORM 155-ASK-ONE-MARK
                       UNTIL VALID-INPUT = "YES"
                   PERFORM 160-STORE-MARK
               END-IF
           END-IF.

      *   A REAL DATE, NOT IN THE FUTURE, ON ONE OF THE SECTION'S
      *   MEETING DAYS.  DAY 1 OF THE INTEGER DATE WAS A MONDAY, THE
      *   FIRST OF THE SEVEN MEETING-DAY POSITIONS.
       152-EDIT-MEETING-DATE.
           IF WS-DATE-ANSWER IS NOT NUMERIC
               DISPLAY "INVALID ENTRY - DATE MUST BE CCYYMMDD"
           ELSE
               MOVE WS-DATE-ANSWER TO WS-MEETING-DATE
               MOVE ZERO TO WS-MONTH-LIMIT
               IF WS-MEETING-YEAR >= 1601 AND
                       WS-MEETING-MONTH >= 1 AND
                       WS-MEETING-MONTH <= 12
                   PERFORM 153-SET-MONTH-LIMIT
               END-IF
               IF WS-MEETING-DAY < 1 OR
                       WS-MEETING-DAY > WS-MONTH-LIMIT
                   DISPLAY "INVALID ENTRY - NOT A CALENDAR DATE"
               ELSE
                   IF WS-MEETING-DATE > WS-RUN-DATE
                       DISPLAY "INVALID ENTRY - DATE IS AFTER "
                           WS-RUN-DATE
                   ELSE
                       COMPUTE WS-DATE-INT =
                           FUNCTION INTEGER-OF-DATE (WS-MEETING-DATE)
                       SUBTRACT 1 FROM WS-DATE-INT
                       DIVIDE WS-DATE-INT BY 7
                           GIVING WS-WEEK-QUOTIENT
                           REMAINDER WS-WEEKDAY
                       ADD 1 TO WS-WEEKDAY
                       IF WS-SECTION-DAYS = SPACES OR
                               WS-SECTION-DAYS (WS-WEEKDAY:1)
                                   NOT = SPACE
                           MOVE "YES" TO VALID-INPUT
                       ELSE
                           DISPLAY "SECTION " WS-SECTION-CODE
                               " DOES NOT MEET ON " WS-MEETING-DATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       153-SET-MONTH-LIMIT.
           MOVE MONTH-DAYS (WS-MEETING-MONTH) TO WS-MONTH-LIMIT
           IF WS-MEETING-MONTH = 2
               DIVIDE WS-MEETING-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 29 TO WS-MONTH-LIMIT
                   DIVIDE WS-MEETING-YEAR BY 100
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 28 TO WS-MONTH-LIMIT
                       DIVIDE WS-MEETING-YEAR BY 400
                           GIVING WS-LEAP-QUOTIENT
                           REMAINDER WS-LEAP-REMAINDER
                       IF WS-LEAP-REMAINDER = ZERO
                           MOVE 29 TO WS-MONTH-LIMIT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       155-ASK-ONE-MARK.
           DISPLAY "ENTER P PRESENT, A ABSENT, T TARDY, E EXCUSED"
           ACCEPT WS-STATUS-ANSWER
           IF WS-STATUS-ANSWER = 'P' OR 'A' OR 'T' OR 'E'
               MOVE "YES" TO VALID-INPUT
           ELSE
               DISPLAY "MARK MUST BE P, A, T, OR E"
           END-IF.

      *   A DATE ALREADY MARKED FOR THE STUDENT AND SECTION IS
      *   CORRECTED IN PLACE; THE OLD MARK IS SHOWN SO THE OPERATOR
      *   SEES WHAT WAS CHANGED.
       160-STORE-MARK.
           MOVE "NO " TO WS-MARK-FOUND
           SET ATTEND-IDX TO 1
           IF ATTEND-COUNT > ZERO
               SEARCH ATTENDANCE-TABLE
                   AT END
                       CONTINUE
                   WHEN AT-STUDENT-ID (ATTEND-IDX) = WS-STUDENT-ID
                           AND AT-SECTION-CODE (ATTEND-IDX) =
                               WS-SECTION-CODE
                           AND AT-TERM-ID (ATTEND-IDX) = WS-TERM-ID
                           AND AT-MEETING-DATE (ATTEND-IDX) =
                               WS-MEETING-DATE
                       MOVE "YES" TO WS-MARK-FOUND
               END-SEARCH
           END-IF
           IF WS-MARK-FOUND = "YES"
               DISPLAY "MARK ON FILE WAS " AT-STATUS (ATTEND-IDX)
                   " - IT IS REPLACED"
           ELSE
               IF ATTEND-COUNT < 6000
                   ADD 1 TO ATTEND-COUNT
                   SET ATTEND-IDX TO ATTEND-COUNT
                   MOVE WS-STUDENT-ID TO AT-STUDENT-ID (ATTEND-IDX)
                   MOVE WS-SECTION-CODE
                       TO AT-SECTION-CODE (ATTEND-IDX)
                   MOVE WS-TERM-ID TO AT-TERM-ID (ATTEND-IDX)
                   MOVE WS-MEETING-DATE
                       TO AT-MEETING-DATE (ATTEND-IDX)
                   MOVE "YES" TO WS-MARK-FOUND
               ELSE
                   DISPLAY "ATTENDANCE TABLE FULL - MARK NOT ACCEPTED"
                   MOVE "NO " TO WS-MORE-MEETINGS
                   MOVE "NO " TO MORE-DATA
               END-IF
           END-IF
           IF WS-MARK-FOUND = "YES"
               MOVE WS-STATUS-ANSWER TO AT-STATUS (ATTEND-IDX)
               MOVE WS-OPERATOR-ID TO AT-KEYED-BY (ATTEND-IDX)
               MOVE WS-RUN-DATE TO AT-KEYED-DATE (ATTEND-IDX)
               ADD 1 TO WS-MARKS-KEYED
           END-IF.

       900-REWRITE-ATTENDANCE.
           OPEN OUTPUT ATTENDANCE-FILE
           PERFORM 910-WRITE-ONE-ATTENDANCE
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > ATTEND-COUNT
           CLOSE ATTENDANCE-FILE.

       910-WRITE-ONE-ATTENDANCE.
           SET ATTEND-IDX TO WS-ENTRY-SUB
           MOVE ATTENDANCE-TABLE (ATTEND-IDX) TO ATT-ATTEND-REC
           WRITE ATT-ATTEND-REC.

       END PROGRAM PROGRAM98.
