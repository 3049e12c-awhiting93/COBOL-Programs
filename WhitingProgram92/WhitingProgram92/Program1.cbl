      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM92.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program takes the enrollment requests, so a 30-seat
      *room no longer takes 60 students.  The section master
      *SECTION-MASTER.DAT now carries a seat capacity behind its
      *original fields (the shared SECTMAST copybook); a blank or
      *zero capacity is a section with no seat limit.
      *ENROLLMENT-REQUESTS.DAT holds one request per line - student
      *ID, section, term, and A to add (or blank) or D to drop - and
      *they are taken in the order keyed, so the first to ask is the
      *first seated.  The student must be on STUDENT-MASTER.DAT
      *when it is on disk, the section on the section master, and
      *the term the section's term offered when it has one.
      *An add is seated on ENROLLMENT.DAT while seats are left.  A
      *student who finds the section full goes on the dated section
      *waitlist SECTION-WAITLIST.DAT, the way a car finding the lots
      *full goes on PROGRAM12's parking waitlist, and the register
      *shows the place in line.  A drop frees the seat and the
      *longest-waiting student for the section is promoted into it
      *automatically; a drop of a student still waiting just takes
      *them off the waitlist.  Seats added to a section's capacity
      *since the last run are filled from its waitlist the same way
      *before the requests are taken.  A section with no term
      *offered counts every term against its one capacity.
      *Every request and every promotion prints on
      *WhitingENROLLMENT-REGISTER.LIS, and the enrollment status
      *report WhitingENROLLMENT-STATUS.LIS shows each section's
      *capacity, enrolled, waitlisted, and seats open.  The roster
      *and waitlist are rewritten and the request file emptied at
      *the end of the run.  A rejected request ends the run with
      *condition code 4; a table too small for the files on disk
      *stops the run with condition code 8 before anything changes.
      *The section master now carries each section's meeting days,
      *start and end times, and room.  An add is refused when the
      *section meets at an hour the student already holds in
      *another section the same term, and a waitlisted student with
      *such a conflict is passed over for the next in line when a
      *seat opens.  The same check runs across the section master
      *itself: two sections booked into the same room at the same
      *time in the same term are listed under the status report
      *and end the run with condition code 4.
      *A student with an active registrar hold on
      *WhitingSTUDENT-HOLDS.DAT (the shared STUHOLD copybook,
      *maintained by PROGRAM96) cannot add a section or join a
      *waitlist - the add is rejected - and a held student waiting
      *for a seat is passed over, keeping their place in line, until
      *the hold is released.  A held student may still drop.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REQUEST-FILE
               ASSIGN TO "..\..\..\..\ENROLLMENT-REQUESTS.DAT"
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
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO "..\..\..\..\SECTION-WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REGISTER-FILE
               ASSIGN TO "..\..\..\..\WhitingENROLLMENT-REGISTER.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATUS-REPORT
               ASSIGN TO "..\..\..\..\WhitingENROLLMENT-STATUS.LIS"
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
       FD  REQUEST-FILE.
       01  REQUEST-REC.
           05  RQ-STUDENT-ID         PIC X(5).
           05  RQ-SECTION-CODE       PIC X(6).
           05  RQ-TERM-ID            PIC X(5).
           05  RQ-ACTION             PIC X.
               88  RQ-IS-ADD                   VALUES 'A', ' '.
               88  RQ-IS-DROP                  VALUE 'D'.

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==SM==.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05  EN-STUDENT-ID         PIC X(5).
           05  EN-SECTION-CODE       PIC X(6).
           05  EN-TERM-ID            PIC X(5).

      *   ONE STUDENT WAITING FOR A SEAT, IN THE ORDER THEY ASKED -
      *   THE FIRST LIVE ENTRY FOR A SECTION IS THE LONGEST WAITING.
       FD  WAITLIST-FILE.
       01  WAITLIST-REC.
           05  WL-STUDENT-ID         PIC X(5).
           05  WL-SECTION-CODE       PIC X(6).
           05  WL-TERM-ID            PIC X(5).
           05  WL-DATE               PIC 9(8).

       FD  HOLD-FILE.
       COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.

       FD  REGISTER-FILE.
       01  REGISTER-REC              PIC X(100).

       FD  STATUS-REPORT.
       01  STATUS-REC                PIC X(100).

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
           05  WS-PROMOTED-ONE             PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).
               10                          PIC X(13).
           05  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
           05  WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).

      *   EVERY SECTION ON THE MASTER WITH ITS TERM AND SEATS.
       01  SECTION-TABLE-AREAS.
           05  WS-SECT-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-SECT-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-SECT-FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  WS-SECT-TABLE OCCURS 200 TIMES.
               10  WS-ST-CODE              PIC X(6).
               10  WS-ST-TITLE             PIC X(20).
               10  WS-ST-TERM              PIC X(5).
               10  WS-ST-CAPACITY          PIC 9(3).
               10  WS-ST-DAYS              PIC X(7).
               10  WS-ST-DAY-FLAGS REDEFINES WS-ST-DAYS.
                   15  WS-ST-MEETS-ON      PIC X    OCCURS 7 TIMES.
               10  WS-ST-START             PIC 9(4).
               10  WS-ST-END               PIC 9(4).
               10  WS-ST-ROOM              PIC X(8).

      *   THE MEETING-PATTERN TESTS - A STUDENT'S SECTIONS AGAINST
      *   EACH OTHER, AND EVERY SECTION AGAINST THE OTHERS IN ITS
      *   ROOM.  TWO SECTIONS OVERLAP WHEN THEY SHARE A DAY AND EACH
      *   STARTS BEFORE THE OTHER ENDS.
       01  SCHEDULE-CHECK-AREAS.
           05  WS-CHK-STUDENT              PIC X(5)    VALUE SPACES.
           05  WS-CHK-TERM                 PIC X(5)    VALUE SPACES.
           05  WS-CHK-SECT-SUB             PIC 9(3)    VALUE ZERO.
           05  WS-CONFLICT-SECTION         PIC X(6)    VALUE SPACES.
           05  WS-CF-EN-SUB                PIC 9(4)    VALUE ZERO.
           05  WS-CF-SECT-SUB              PIC 9(3)    VALUE ZERO.
           05  WS-CF-OTHER-SUB             PIC 9(3)    VALUE ZERO.
           05  WS-OV-SUB-1                 PIC 9(3)    VALUE ZERO.
           05  WS-OV-SUB-2                 PIC 9(3)    VALUE ZERO.
           05  WS-OV-DAY                   PIC 9       VALUE ZERO.
           05  WS-OVERLAP                  PIC X(3)    VALUE 'NO '.
           05  WS-RC-SUB-1                 PIC 9(3)    VALUE ZERO.
           05  WS-RC-SUB-2                 PIC 9(3)    VALUE ZERO.
           05  WS-ROOM-CONFLICT-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-RC-PRINT-SUB             PIC 9(3)    VALUE ZERO.
           05  WS-ROOM-CONFLICT OCCURS 100 TIMES.
               10  WS-RC-SECTION-1         PIC X(6).
               10  WS-RC-SECTION-2         PIC X(6).
               10  WS-RC-ROOM              PIC X(8).

      *   THE STUDENT IDS ON THE MASTER, FOR THE REQUEST EDIT.
       01  STUDENT-TABLE-AREAS.
           05  WS-STU-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-STU-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-STU-FOUND                PIC X(3)    VALUE 'NO '.
           05  WS-STU-ID                   PIC X(5)
                                               OCCURS 2000 TIMES.

      *   THE STUDENTS WITH A HOLD NOT YET RELEASED - ONE ENTRY PER
      *   ACTIVE HOLD.
       01  HOLD-TABLE-AREAS.
           05  WS-HELD-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-HELD-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-HELD-CHK-ID              PIC X(5)    VALUE SPACES.
           05  WS-STUDENT-HELD             PIC X(3)    VALUE 'NO '.
           05  WS-HELD-ID                  PIC X(5)
                                               OCCURS 2000 TIMES.

      *   THE ROSTER AND THE WAITLIST AS THE RUN CHANGES THEM.  A
      *   DROPPED ENROLLMENT OR A PROMOTED OR REMOVED WAITLIST ENTRY
      *   IS BLANKED, AND SKIPPED WHEN THE FILE IS WRITTEN BACK.
       01  ROSTER-TABLE-AREAS.
           05  WS-EN-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-EN-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-EN-FOUND-SUB             PIC 9(4)    VALUE ZERO.
           05  WS-EN-TABLE OCCURS 3000 TIMES.
               10  WS-EN-STUDENT           PIC X(5).
               10  WS-EN-SECTION           PIC X(6).
               10  WS-EN-TERM              PIC X(5).
           05  WS-WL-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-WL-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-WL-FOUND-SUB             PIC 9(4)    VALUE ZERO.
           05  WS-WL-TABLE OCCURS 1000 TIMES.
               10  WS-WL-STUDENT           PIC X(5).
               10  WS-WL-SECTION           PIC X(6).
               10  WS-WL-TERM              PIC X(5).
               10  WS-WL-DATE              PIC 9(8).

      *   ONE SECTION'S SEATS - ITS ENROLLMENTS AND WAITLIST IN THE
      *   TERM IT IS OFFERED, OR IN EVERY TERM WHEN IT HAS NONE.
       01  SECTION-COUNT-AREAS.
           05  WS-CUR-SECTION              PIC X(6)    VALUE SPACES.
           05  WS-MATCH-TERM               PIC X(5)    VALUE SPACES.
           05  WS-CUR-CAPACITY             PIC 9(3)    VALUE ZERO.
           05  WS-SECT-ENROLLED            PIC 9(4)    VALUE ZERO.
           05  WS-SECT-WAITING             PIC 9(4)    VALUE ZERO.
           05  WS-SECT-OPEN                PIC 9(4)    VALUE ZERO.
           05  WS-SEAT-AVAILABLE           PIC X(3)    VALUE 'NO '.
           05  WS-REJECT-REASON            PIC X(40)   VALUE SPACES.
           05  WS-RESULT                   PIC X(50)   VALUE SPACES.
           05  WS-POSITION-OUT             PIC ZZZ9.
           05  WS-POSITION-LEAD            PIC 9(2)    VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  REQUESTS-READ               PIC 9(5)    VALUE ZERO.
           05  REQUESTS-REJECTED           PIC 9(5)    VALUE ZERO.
           05  STUDENTS-ENROLLED           PIC 9(5)    VALUE ZERO.
           05  STUDENTS-WAITLISTED         PIC 9(5)    VALUE ZERO.
           05  STUDENTS-DROPPED            PIC 9(5)    VALUE ZERO.
           05  STUDENTS-PROMOTED           PIC 9(5)    VALUE ZERO.
           05  ENROLLMENTS-WRITTEN         PIC 9(5)    VALUE ZERO.
           05  TOTAL-CAPACITY              PIC 9(6)    VALUE ZERO.
           05  TOTAL-ENROLLED              PIC 9(6)    VALUE ZERO.
           05  TOTAL-WAITING               PIC 9(6)    VALUE ZERO.
           05  TOTAL-OPEN                  PIC 9(6)    VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                              PIC X(40)
               VALUE "ENROLLMENT REQUEST REGISTER - RUN OF    ".
           05  REG-HEADING-DATE-OUT        PIC X(10).
           05                              PIC X(50)   VALUE SPACES.

       01  REGISTER-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "STUDENT  SECTION  TERM   ACTION  RESULT ".
           05                              PIC X(60)   VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  REG-STUDENT-OUT             PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  REG-SECTION-OUT             PIC X(6).
           05                              PIC X(3)    VALUE SPACES.
           05  REG-TERM-OUT                PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-ACTION-OUT              PIC X(4).
           05                              PIC X(4)    VALUE SPACES.
           05  REG-RESULT-OUT              PIC X(50).
           05                              PIC X(17)   VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05                              PIC X(10)
               VALUE "REQUESTS  ".
           05  REG-READ-OUT                PIC ZZZZ9.
           05                              PIC X(11)
               VALUE "  ENROLLED ".
           05  REG-ENROLLED-OUT            PIC ZZZZ9.
           05                              PIC X(13)
               VALUE "  WAITLISTED ".
           05  REG-WAITLISTED-OUT          PIC ZZZZ9.
           05                              PIC X(10)
               VALUE "  DROPPED ".
           05  REG-DROPPED-OUT             PIC ZZZZ9.
           05                              PIC X(11)
               VALUE "  PROMOTED ".
           05  REG-PROMOTED-OUT            PIC ZZZZ9.
           05                              PIC X(11)
               VALUE "  REJECTED ".
           05  REG-REJECTED-OUT            PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.

       01  STATUS-HEADING-LINE.
           05                              PIC X(40)
               VALUE "ENROLLMENT STATUS BY SECTION AS OF      ".
           05  STAT-HEADING-DATE-OUT       PIC X(10).
           05                              PIC X(50)   VALUE SPACES.

       01  STATUS-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "SECTION  TITLE                 TERM   CA".
           05                              PIC X(40)
               VALUE "PACITY  ENROLLED  WAITLISTED  SEATS OPEN".
           05                              PIC X(20)   VALUE SPACES.

       01  STATUS-DETAIL-LINE.
           05  STAT-SECTION-OUT            PIC X(6).
           05                              PIC X(3)    VALUE SPACES.
           05  STAT-TITLE-OUT              PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  STAT-TERM-OUT               PIC X(5).
           05                              PIC X(6)    VALUE SPACES.
           05  STAT-CAPACITY-OUT           PIC ZZZ9.
           05                              PIC X(6)    VALUE SPACES.
           05  STAT-ENROLLED-OUT           PIC ZZZ9.
           05                              PIC X(8)    VALUE SPACES.
           05  STAT-WAITING-OUT            PIC ZZZ9.
           05                              PIC X(8)    VALUE SPACES.
           05  STAT-OPEN-OUT               PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  STAT-NOTE-OUT               PIC X(18).

       01  STATUS-TOTAL-LINE.
           05                              PIC X(19)
               VALUE "TOTAL ALL SECTIONS ".
           05  STAT-SECTIONS-OUT           PIC ZZ9.
           05                              PIC X(20)   VALUE SPACES.
           05  STAT-TOT-CAPACITY-OUT       PIC ZZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  STAT-TOT-ENROLLED-OUT       PIC ZZZZZ9.
           05                              PIC X(6)    VALUE SPACES.
           05  STAT-TOT-WAITING-OUT        PIC ZZZZZ9.
           05                              PIC X(6)    VALUE SPACES.
           05  STAT-TOT-OPEN-OUT           PIC ZZZZZ9.
           05                              PIC X(20)   VALUE SPACES.

       01  ROOM-CONFLICT-HEADING-LINE.
           05                              PIC X(40)
               VALUE "ROOM CONFLICTS ON THE SECTION MASTER    ".
           05                              PIC X(60)   VALUE SPACES.

       01  ROOM-CONFLICT-DETAIL-LINE.
           05  RCL-SECTION-1-OUT           PIC X(6).
           05                              PIC X(5)    VALUE " AND ".
           05  RCL-SECTION-2-OUT           PIC X(6).
           05                              PIC X(22)
               VALUE " BOTH BOOKED IN ROOM  ".
           05  RCL-BUILDING-OUT            PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  RCL-ROOM-NUMBER-OUT         PIC X(4).
           05                              PIC X(21)
               VALUE " AT OVERLAPPING TIMES".
           05                              PIC X(31)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 095-GET-BUSINESS-DATE
           MOVE RUN-DATE-WORK (1:8) TO WS-RUN-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-LOAD-SECTIONS
           PERFORM 115-LOAD-STUDENTS
           PERFORM 117-LOAD-HOLDS
           PERFORM 120-LOAD-ENROLLMENTS
           PERFORM 125-LOAD-WAITLIST
           PERFORM 130-CHECK-ROOM-CONFLICTS
           IF TABLE-OVERFLOWED
               DISPLAY "**** SECTION, STUDENT, HOLD, ROSTER OR "
                   "WAITLIST TABLE OVERFLOWED - NO REQUESTS TAKEN ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  REQUEST-FILE
                OUTPUT REGISTER-FILE
           PERFORM 150-PRINT-REGISTER-HEADINGS
           PERFORM 160-FILL-ADDED-SEATS
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 200-READ-ONE-REQUEST
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           PERFORM 290-REGISTER-TOTALS
           CLOSE REQUEST-FILE
                 REGISTER-FILE
           PERFORM 400-PRINT-STATUS-REPORT
           PERFORM 900-REWRITE-ENROLLMENTS
           PERFORM 910-REWRITE-WAITLIST
           PERFORM 920-EMPTY-REQUESTS
           IF REQUESTS-REJECTED > ZERO OR
                   WS-ROOM-CONFLICT-COUNT > ZERO
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "ENROLLMENT REQUESTS: " REQUESTS-READ
               " ENROLLED: " STUDENTS-ENROLLED
               " WAITLISTED: " STUDENTS-WAITLISTED
               " DROPPED: " STUDENTS-DROPPED
               " PROMOTED: " STUDENTS-PROMOTED
               " REJECTED: " REQUESTS-REJECTED
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK, SO A WAITLIST ENTRY IS
      *   DATED FOR THE BUSINESS DAY THE STUDENT ASKED.
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

       110-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-SECTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-MASTER-FILE.

      *   A RECORD FROM BEFORE THE CAPACITY READS IT AS BLANK - NO
      *   SEAT LIMIT, THE WAY THE SECTION RAN BEFORE.
       111-READ-ONE-SECTION.
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
                       MOVE SEC-TERM-OFFERED
                           TO WS-ST-TERM (WS-SECT-COUNT)
                       MOVE ZERO TO WS-ST-CAPACITY (WS-SECT-COUNT)
                       IF SEC-CAPACITY IS NUMERIC
                           MOVE SEC-CAPACITY
                               TO WS-ST-CAPACITY (WS-SECT-COUNT)
                       END-IF
                       PERFORM 112-LOAD-MEETING-PATTERN
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   TIMES THAT ARE NOT NUMERIC, OR END NO LATER THAN THEY
      *   START, ARE TAKEN AS BY ARRANGEMENT - NO MEETING PATTERN.
       112-LOAD-MEETING-PATTERN.
           MOVE SEC-MEETING-DAYS TO WS-ST-DAYS (WS-SECT-COUNT)
           MOVE SEC-ROOM TO WS-ST-ROOM (WS-SECT-COUNT)
           MOVE ZERO TO WS-ST-START (WS-SECT-COUNT)
           MOVE ZERO TO WS-ST-END (WS-SECT-COUNT)
           IF SEC-START-TIME IS NUMERIC AND SEC-END-TIME IS NUMERIC
               IF SEC-END-TIME > SEC-START-TIME
                   MOVE SEC-START-TIME TO WS-ST-START (WS-SECT-COUNT)
                   MOVE SEC-END-TIME TO WS-ST-END (WS-SECT-COUNT)
               END-IF
           END-IF.

      *   WITH NO STUDENT MASTER ON DISK THE STUDENT CHECK STANDS
      *   DOWN, THE WAY PROGRAM03'S ROSTER CHECK DOES.
       115-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 116-READ-ONE-STUDENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE STUDENT-MASTER-FILE.

       116-READ-ONE-STUDENT.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-STU-COUNT < 2000
                       ADD 1 TO WS-STU-COUNT
                       MOVE SM-STUDENT-ID TO WS-STU-ID (WS-STU-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

       117-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 118-READ-ONE-HOLD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE HOLD-FILE.

       118-READ-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HLD-DATE-RELEASED IS NUMERIC AND HLD-IS-ACTIVE
                       IF WS-HELD-COUNT < 2000
                           ADD 1 TO WS-HELD-COUNT
                           MOVE HLD-STUDENT-ID
                               TO WS-HELD-ID (WS-HELD-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

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
                   IF EN-STUDENT-ID NOT = SPACES
                       IF WS-EN-COUNT < 3000
                           ADD 1 TO WS-EN-COUNT
                           MOVE EN-STUDENT-ID
                               TO WS-EN-STUDENT (WS-EN-COUNT)
                           MOVE EN-SECTION-CODE
                               TO WS-EN-SECTION (WS-EN-COUNT)
                           MOVE EN-TERM-ID TO WS-EN-TERM (WS-EN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       125-LOAD-WAITLIST.
           OPEN INPUT WAITLIST-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 126-READ-ONE-WAITLIST
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE WAITLIST-FILE.

       126-READ-ONE-WAITLIST.
           READ WAITLIST-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WL-STUDENT-ID NOT = SPACES
                       IF WS-WL-COUNT < 1000
                           ADD 1 TO WS-WL-COUNT
                           MOVE WL-STUDENT-ID
                               TO WS-WL-STUDENT (WS-WL-COUNT)
                           MOVE WL-SECTION-CODE
                               TO WS-WL-SECTION (WS-WL-COUNT)
                           MOVE WL-TERM-ID TO WS-WL-TERM (WS-WL-COUNT)
                           MOVE ZERO TO WS-WL-DATE (WS-WL-COUNT)
                           IF WL-DATE IS NUMERIC
                               MOVE WL-DATE
                                   TO WS-WL-DATE (WS-WL-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *   EVERY PAIR OF SECTIONS IN ONE ROOM IS TESTED ONCE.  THEIR
      *   TERMS MUST MATCH, OR ONE OF THEM BE BLANK, FOR THE TWO TO
      *   COLLIDE.
       130-CHECK-ROOM-CONFLICTS.
           PERFORM 131-CHECK-ONE-ROOM-PAIR
               VARYING WS-RC-SUB-1 FROM 1 BY 1
                   UNTIL WS-RC-SUB-1 > WS-SECT-COUNT
               AFTER WS-RC-SUB-2 FROM 1 BY 1
                   UNTIL WS-RC-SUB-2 > WS-SECT-COUNT
           IF WS-ROOM-CONFLICT-COUNT > ZERO
               DISPLAY "**** " WS-ROOM-CONFLICT-COUNT
                   " ROOM CONFLICT(S) ON THE SECTION MASTER ****"
           END-IF.

       131-CHECK-ONE-ROOM-PAIR.
           IF WS-RC-SUB-2 > WS-RC-SUB-1 AND
                   WS-ST-ROOM (WS-RC-SUB-1) NOT = SPACES AND
                   WS-ST-ROOM (WS-RC-SUB-1) = WS-ST-ROOM (WS-RC-SUB-2)
               IF WS-ST-TERM (WS-RC-SUB-1) = WS-ST-TERM (WS-RC-SUB-2)
                       OR WS-ST-TERM (WS-RC-SUB-1) = SPACES
                       OR WS-ST-TERM (WS-RC-SUB-2) = SPACES
                   MOVE WS-RC-SUB-1 TO WS-OV-SUB-1
                   MOVE WS-RC-SUB-2 TO WS-OV-SUB-2
                   PERFORM 310-TEST-OVERLAP
                   IF WS-OVERLAP = 'YES'
                       ADD 1 TO WS-ROOM-CONFLICT-COUNT
                       IF WS-ROOM-CONFLICT-COUNT NOT > 100
                           MOVE WS-ST-CODE (WS-RC-SUB-1) TO
                               WS-RC-SECTION-1 (WS-ROOM-CONFLICT-COUNT)
                           MOVE WS-ST-CODE (WS-RC-SUB-2) TO
                               WS-RC-SECTION-2 (WS-ROOM-CONFLICT-COUNT)
                           MOVE WS-ST-ROOM (WS-RC-SUB-1) TO
                               WS-RC-ROOM (WS-ROOM-CONFLICT-COUNT)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       150-PRINT-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 295-FORMAT-DATE
           MOVE WS-DATE-OUT TO REG-HEADING-DATE-OUT
           WRITE REGISTER-REC FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE REGISTER-REC FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO REGISTER-REC
           WRITE REGISTER-REC.

      *   SEATS ADDED TO A SECTION SINCE THE LAST RUN GO TO ITS
      *   WAITLIST FIRST - THE STUDENTS ALREADY WAITING ASKED BEFORE
      *   ANY REQUEST IN TODAY'S FILE.
       160-FILL-ADDED-SEATS.
           MOVE WS-SECT-SUB TO WS-SECT-FOUND-SUB
           MOVE 'YES' TO WS-PROMOTED-ONE
           PERFORM 270-PROMOTE-LONGEST-WAITING
               UNTIL WS-PROMOTED-ONE = 'NO '.

       200-READ-ONE-REQUEST.
           READ REQUEST-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO REQUESTS-READ
                   PERFORM 205-EDIT-REQUEST
                   IF WS-REJECT-REASON NOT = SPACES
                       PERFORM 280-REJECT-REQUEST
                   ELSE
                       IF RQ-IS-DROP
                           PERFORM 260-DROP-REQUEST
                       ELSE
                           PERFORM 240-ADD-REQUEST
                       END-IF
                   END-IF
           END-READ.

      *   THE STUDENT, THE SECTION, AND THE TERM MUST ALL BE REAL
      *   BEFORE A SEAT IS TOUCHED.  THE STUDENT'S PLACE ON THE
      *   ROSTER AND THE WAITLIST FOR THIS SECTION AND TERM, IF ANY,
      *   IS FOUND ON THE WAY.
       205-EDIT-REQUEST.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE ZERO TO WS-SECT-FOUND-SUB
           MOVE ZERO TO WS-EN-FOUND-SUB
           MOVE ZERO TO WS-WL-FOUND-SUB
           IF NOT RQ-IS-ADD AND NOT RQ-IS-DROP
               MOVE "ACTION MUST BE A (ADD) OR D (DROP)"
                   TO WS-REJECT-REASON
           END-IF
           IF WS-REJECT-REASON = SPACES AND WS-STU-COUNT > ZERO
               MOVE 'NO ' TO WS-STU-FOUND
               PERFORM 206-MATCH-ONE-STUDENT
                   VARYING WS-STU-SUB FROM 1 BY 1
                   UNTIL WS-STU-SUB > WS-STU-COUNT
                       OR WS-STU-FOUND = 'YES'
               IF WS-STU-FOUND = 'NO '
                   MOVE "STUDENT NOT ON STUDENT MASTER"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 207-MATCH-ONE-SECTION
                   VARYING WS-SECT-SUB FROM 1 BY 1
                   UNTIL WS-SECT-SUB > WS-SECT-COUNT
                       OR WS-SECT-FOUND-SUB > ZERO
               IF WS-SECT-FOUND-SUB = ZERO
                   MOVE "SECTION NOT ON SECTION MASTER"
                       TO WS-REJECT-REASON
               ELSE
                   IF WS-ST-TERM (WS-SECT-FOUND-SUB) NOT = SPACES AND
                           WS-ST-TERM (WS-SECT-FOUND-SUB)
                               NOT = RQ-TERM-ID
                       MOVE "SECTION NOT OFFERED IN THIS TERM"
                           TO WS-REJECT-REASON
                   END-IF
               END-IF
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 208-MATCH-ONE-ENROLLMENT
                   VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-COUNT
                       OR WS-EN-FOUND-SUB > ZERO
               PERFORM 209-MATCH-ONE-WAITLIST
                   VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
                       OR WS-WL-FOUND-SUB > ZERO
           END-IF.

       206-MATCH-ONE-STUDENT.
           IF WS-STU-ID (WS-STU-SUB) = RQ-STUDENT-ID
               MOVE 'YES' TO WS-STU-FOUND
           END-IF.

       207-MATCH-ONE-SECTION.
           IF WS-ST-CODE (WS-SECT-SUB) = RQ-SECTION-CODE
               MOVE WS-SECT-SUB TO WS-SECT-FOUND-SUB
           END-IF.

       208-MATCH-ONE-ENROLLMENT.
           IF WS-EN-STUDENT (WS-EN-SUB) = RQ-STUDENT-ID AND
                   WS-EN-SECTION (WS-EN-SUB) = RQ-SECTION-CODE AND
                   WS-EN-TERM (WS-EN-SUB) = RQ-TERM-ID
               MOVE WS-EN-SUB TO WS-EN-FOUND-SUB
           END-IF.

       209-MATCH-ONE-WAITLIST.
           IF WS-WL-STUDENT (WS-WL-SUB) = RQ-STUDENT-ID AND
                   WS-WL-SECTION (WS-WL-SUB) = RQ-SECTION-CODE AND
                   WS-WL-TERM (WS-WL-SUB) = RQ-TERM-ID
               MOVE WS-WL-SUB TO WS-WL-FOUND-SUB
           END-IF.

       210-CHECK-STUDENT-HOLD.
           MOVE 'NO ' TO WS-STUDENT-HELD
           PERFORM 211-MATCH-ONE-HOLD
               VARYING WS-HELD-SUB FROM 1 BY 1
               UNTIL WS-HELD-SUB > WS-HELD-COUNT
                   OR WS-STUDENT-HELD = 'YES'.

       211-MATCH-ONE-HOLD.
           IF WS-HELD-ID (WS-HELD-SUB) = WS-HELD-CHK-ID
               MOVE 'YES' TO WS-STUDENT-HELD
           END-IF.

      *   A SEAT IF ONE IS LEFT, OTHERWISE THE END OF THE SECTION'S
      *   WAITLIST, DATED TODAY.  A HELD STUDENT GETS NEITHER.
       240-ADD-REQUEST.
           MOVE RQ-STUDENT-ID TO WS-HELD-CHK-ID
           PERFORM 210-CHECK-STUDENT-HOLD
           IF WS-STUDENT-HELD = 'YES'
               MOVE "STUDENT ON HOLD - SEE THE REGISTRAR"
                   TO WS-REJECT-REASON
               PERFORM 280-REJECT-REQUEST
           ELSE
               PERFORM 241-SEAT-OR-WAITLIST
           END-IF.

       241-SEAT-OR-WAITLIST.
           IF WS-EN-FOUND-SUB > ZERO
               MOVE "ALREADY ENROLLED IN THIS SECTION"
                   TO WS-REJECT-REASON
               PERFORM 280-REJECT-REQUEST
           ELSE
               IF WS-WL-FOUND-SUB > ZERO
                   MOVE "ALREADY ON THIS SECTION'S WAITLIST"
                       TO WS-REJECT-REASON
                   PERFORM 280-REJECT-REQUEST
               ELSE
                   MOVE RQ-STUDENT-ID TO WS-CHK-STUDENT
                   MOVE RQ-TERM-ID TO WS-CHK-TERM
                   MOVE WS-SECT-FOUND-SUB TO WS-CHK-SECT-SUB
                   PERFORM 300-CHECK-SCHEDULE-CONFLICT
                   IF WS-CONFLICT-SECTION NOT = SPACES
                       MOVE SPACES TO WS-REJECT-REASON
                       STRING "SCHEDULE CONFLICT WITH "
                               DELIMITED BY SIZE
                              WS-CONFLICT-SECTION DELIMITED BY SIZE
                           INTO WS-REJECT-REASON
                       END-STRING
                       PERFORM 280-REJECT-REQUEST
                   ELSE
                       PERFORM 230-COUNT-SECTION-SEATS
                       IF WS-SEAT-AVAILABLE = 'YES'
                           PERFORM 245-SEAT-STUDENT
                       ELSE
                           PERFORM 250-WAITLIST-STUDENT
                       END-IF
                   END-IF
               END-IF
           END-IF.

       245-SEAT-STUDENT.
           IF WS-EN-COUNT < 3000
               ADD 1 TO WS-EN-COUNT
               MOVE RQ-STUDENT-ID TO WS-EN-STUDENT (WS-EN-COUNT)
               MOVE RQ-SECTION-CODE TO WS-EN-SECTION (WS-EN-COUNT)
               MOVE RQ-TERM-ID TO WS-EN-TERM (WS-EN-COUNT)
               ADD 1 TO STUDENTS-ENROLLED
               MOVE "ENROLLED" TO WS-RESULT
               MOVE "ADD " TO REG-ACTION-OUT
               PERFORM 285-WRITE-REQUEST-LINE
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               MOVE "ROSTER TABLE FULL - NOT ENROLLED"
                   TO WS-REJECT-REASON
               PERFORM 280-REJECT-REQUEST
           END-IF.

       250-WAITLIST-STUDENT.
           IF WS-WL-COUNT < 1000
               ADD 1 TO WS-WL-COUNT
               MOVE RQ-STUDENT-ID TO WS-WL-STUDENT (WS-WL-COUNT)
               MOVE RQ-SECTION-CODE TO WS-WL-SECTION (WS-WL-COUNT)
               MOVE RQ-TERM-ID TO WS-WL-TERM (WS-WL-COUNT)
               MOVE WS-RUN-DATE TO WS-WL-DATE (WS-WL-COUNT)
               ADD 1 TO STUDENTS-WAITLISTED
               ADD 1 TO WS-SECT-WAITING
               MOVE WS-SECT-WAITING TO WS-POSITION-OUT
               MOVE ZERO TO WS-POSITION-LEAD
               INSPECT WS-POSITION-OUT
                   TALLYING WS-POSITION-LEAD FOR LEADING SPACES
               MOVE SPACES TO WS-RESULT
               STRING "SECTION FULL - WAITLISTED, NUMBER "
                       DELIMITED BY SIZE
                      WS-POSITION-OUT (WS-POSITION-LEAD + 1:)
                       DELIMITED BY SIZE
                      " IN LINE" DELIMITED BY SIZE
                   INTO WS-RESULT
               END-STRING
               MOVE "ADD " TO REG-ACTION-OUT
               PERFORM 285-WRITE-REQUEST-LINE
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               MOVE "SECTION FULL AND WAITLIST TABLE FULL"
                   TO WS-REJECT-REASON
               PERFORM 280-REJECT-REQUEST
           END-IF.

      *   THE SEATS A SECTION HAS LEFT.  A SECTION WITH NO CAPACITY
      *   ALWAYS HAS ONE.
       230-COUNT-SECTION-SEATS.
           MOVE WS-ST-CODE (WS-SECT-FOUND-SUB) TO WS-CUR-SECTION
           MOVE WS-ST-TERM (WS-SECT-FOUND-SUB) TO WS-MATCH-TERM
           MOVE WS-ST-CAPACITY (WS-SECT-FOUND-SUB) TO WS-CUR-CAPACITY
           MOVE ZERO TO WS-SECT-ENROLLED
           MOVE ZERO TO WS-SECT-WAITING
           MOVE ZERO TO WS-SECT-OPEN
           PERFORM 231-COUNT-ONE-ENROLLMENT
               VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
           PERFORM 232-COUNT-ONE-WAITLIST
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT
           IF WS-CUR-CAPACITY > WS-SECT-ENROLLED
               COMPUTE WS-SECT-OPEN =
                   WS-CUR-CAPACITY - WS-SECT-ENROLLED
           END-IF
           IF WS-CUR-CAPACITY = ZERO OR WS-SECT-OPEN > ZERO
               MOVE 'YES' TO WS-SEAT-AVAILABLE
           ELSE
               MOVE 'NO ' TO WS-SEAT-AVAILABLE
           END-IF.

       231-COUNT-ONE-ENROLLMENT.
           IF WS-EN-STUDENT (WS-EN-SUB) NOT = SPACES AND
                   WS-EN-SECTION (WS-EN-SUB) = WS-CUR-SECTION
               IF WS-MATCH-TERM = SPACES OR
                       WS-EN-TERM (WS-EN-SUB) = WS-MATCH-TERM
                   ADD 1 TO WS-SECT-ENROLLED
               END-IF
           END-IF.

       232-COUNT-ONE-WAITLIST.
           IF WS-WL-STUDENT (WS-WL-SUB) NOT = SPACES AND
                   WS-WL-SECTION (WS-WL-SUB) = WS-CUR-SECTION
               IF WS-MATCH-TERM = SPACES OR
                       WS-WL-TERM (WS-WL-SUB) = WS-MATCH-TERM
                   ADD 1 TO WS-SECT-WAITING
               END-IF
           END-IF.

      *   A DROP GIVES UP THE SEAT AND HANDS IT STRAIGHT TO THE
      *   LONGEST-WAITING STUDENT.  A STUDENT STILL WAITING WHO
      *   DROPS JUST LEAVES THE LINE.
       260-DROP-REQUEST.
           MOVE "DROP" TO REG-ACTION-OUT
           IF WS-EN-FOUND-SUB > ZERO
               MOVE SPACES TO WS-EN-TABLE (WS-EN-FOUND-SUB)
               ADD 1 TO STUDENTS-DROPPED
               MOVE "DROPPED - SEAT FREED" TO WS-RESULT
               PERFORM 285-WRITE-REQUEST-LINE
               MOVE 'YES' TO WS-PROMOTED-ONE
               PERFORM 270-PROMOTE-LONGEST-WAITING
           ELSE
               IF WS-WL-FOUND-SUB > ZERO
                   MOVE SPACES TO WS-WL-TABLE (WS-WL-FOUND-SUB)
                   MOVE "TAKEN OFF THE WAITLIST" TO WS-RESULT
                   PERFORM 285-WRITE-REQUEST-LINE
               ELSE
                   MOVE "NOT ENROLLED OR WAITLISTED IN SECTION"
                       TO WS-REJECT-REASON
                   PERFORM 280-REJECT-REQUEST
               END-IF
           END-IF.

      *   THE FIRST LIVE WAITLIST ENTRY FOR THE SECTION IS THE
      *   LONGEST WAITING, SINCE ENTRIES ARE ONLY EVER ADDED AT THE
      *   END.  IT IS SEATED ONLY IF THE SECTION HAS A SEAT - A
      *   CAPACITY CUT BELOW THE ROSTER LEAVES A DROP'S SEAT EMPTY.
      *   A STUDENT WHOSE SCHEDULE NOW CLASHES WITH THE SECTION, OR
      *   WHO IS ON HOLD, IS PASSED OVER AND KEEPS THEIR PLACE IN
      *   LINE.
       270-PROMOTE-LONGEST-WAITING.
           MOVE 'NO ' TO WS-PROMOTED-ONE
           PERFORM 230-COUNT-SECTION-SEATS
           IF WS-SEAT-AVAILABLE = 'YES' AND WS-SECT-WAITING > ZERO
               MOVE ZERO TO WS-WL-FOUND-SUB
               PERFORM 271-FIND-FIRST-WAITING
                   VARYING WS-WL-SUB FROM 1 BY 1
                   UNTIL WS-WL-SUB > WS-WL-COUNT
                       OR WS-WL-FOUND-SUB > ZERO
               IF WS-WL-FOUND-SUB > ZERO AND WS-EN-COUNT < 3000
                   PERFORM 272-SEAT-FROM-WAITLIST
               END-IF
           END-IF.

       271-FIND-FIRST-WAITING.
           IF WS-WL-STUDENT (WS-WL-SUB) NOT = SPACES AND
                   WS-WL-SECTION (WS-WL-SUB) = WS-CUR-SECTION
               IF WS-MATCH-TERM = SPACES OR
                       WS-WL-TERM (WS-WL-SUB) = WS-MATCH-TERM
                   MOVE WS-WL-STUDENT (WS-WL-SUB) TO WS-CHK-STUDENT
                   MOVE WS-WL-TERM (WS-WL-SUB) TO WS-CHK-TERM
                   MOVE WS-SECT-FOUND-SUB TO WS-CHK-SECT-SUB
                   PERFORM 300-CHECK-SCHEDULE-CONFLICT
                   MOVE WS-WL-STUDENT (WS-WL-SUB) TO WS-HELD-CHK-ID
                   PERFORM 210-CHECK-STUDENT-HOLD
                   IF WS-CONFLICT-SECTION = SPACES AND
                           WS-STUDENT-HELD = 'NO '
                       MOVE WS-WL-SUB TO WS-WL-FOUND-SUB
                   END-IF
               END-IF
           END-IF.

       272-SEAT-FROM-WAITLIST.
           ADD 1 TO WS-EN-COUNT
           MOVE WS-WL-STUDENT (WS-WL-FOUND-SUB)
               TO WS-EN-STUDENT (WS-EN-COUNT)
           MOVE WS-WL-SECTION (WS-WL-FOUND-SUB)
               TO WS-EN-SECTION (WS-EN-COUNT)
           MOVE WS-WL-TERM (WS-WL-FOUND-SUB) TO WS-EN-TERM (WS-EN-COUNT)
           MOVE WS-WL-DATE (WS-WL-FOUND-SUB) TO WS-DATE-IN
           PERFORM 295-FORMAT-DATE
           MOVE SPACES TO WS-RESULT
           STRING "PROMOTED FROM WAITLIST - WAITING SINCE "
                   DELIMITED BY SIZE
                  WS-DATE-OUT DELIMITED BY SIZE
               INTO WS-RESULT
           END-STRING
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE WS-WL-STUDENT (WS-WL-FOUND-SUB) TO REG-STUDENT-OUT
           MOVE WS-WL-SECTION (WS-WL-FOUND-SUB) TO REG-SECTION-OUT
           MOVE WS-WL-TERM (WS-WL-FOUND-SUB) TO REG-TERM-OUT
           MOVE "AUTO" TO REG-ACTION-OUT
           MOVE WS-RESULT TO REG-RESULT-OUT
           WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO WS-WL-TABLE (WS-WL-FOUND-SUB)
           ADD 1 TO STUDENTS-PROMOTED
           MOVE 'YES' TO WS-PROMOTED-ONE.

       280-REJECT-REQUEST.
           ADD 1 TO REQUESTS-REJECTED
           IF RQ-IS-DROP
               MOVE "DROP" TO REG-ACTION-OUT
           ELSE
               MOVE "ADD " TO REG-ACTION-OUT
           END-IF
           MOVE SPACES TO WS-RESULT
           STRING "REJECTED - " DELIMITED BY SIZE
                  WS-REJECT-REASON DELIMITED BY SIZE
               INTO WS-RESULT
           END-STRING
           PERFORM 285-WRITE-REQUEST-LINE.

       285-WRITE-REQUEST-LINE.
           MOVE RQ-STUDENT-ID TO REG-STUDENT-OUT
           MOVE RQ-SECTION-CODE TO REG-SECTION-OUT
           MOVE RQ-TERM-ID TO REG-TERM-OUT
           MOVE WS-RESULT TO REG-RESULT-OUT
           WRITE REGISTER-REC FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       290-REGISTER-TOTALS.
           MOVE REQUESTS-READ TO REG-READ-OUT
           MOVE STUDENTS-ENROLLED TO REG-ENROLLED-OUT
           MOVE STUDENTS-WAITLISTED TO REG-WAITLISTED-OUT
           MOVE STUDENTS-DROPPED TO REG-DROPPED-OUT
           MOVE STUDENTS-PROMOTED TO REG-PROMOTED-OUT
           MOVE REQUESTS-REJECTED TO REG-REJECTED-OUT
           WRITE REGISTER-REC FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

      *   THE FIRST SECTION THE STUDENT ALREADY HOLDS IN THE TERM
      *   WHOSE MEETINGS OVERLAP THE SECTION BEING CHECKED, OR
      *   SPACES WHEN THERE IS NONE.
       300-CHECK-SCHEDULE-CONFLICT.
           MOVE SPACES TO WS-CONFLICT-SECTION
           PERFORM 301-CHECK-ONE-HELD-SECTION
               VARYING WS-CF-EN-SUB FROM 1 BY 1
               UNTIL WS-CF-EN-SUB > WS-EN-COUNT
                   OR WS-CONFLICT-SECTION NOT = SPACES.

       301-CHECK-ONE-HELD-SECTION.
           IF WS-EN-STUDENT (WS-CF-EN-SUB) = WS-CHK-STUDENT AND
                   WS-EN-TERM (WS-CF-EN-SUB) = WS-CHK-TERM AND
                   WS-EN-SECTION (WS-CF-EN-SUB)
                       NOT = WS-ST-CODE (WS-CHK-SECT-SUB)
               MOVE ZERO TO WS-CF-OTHER-SUB
               PERFORM 302-FIND-HELD-SECTION
                   VARYING WS-CF-SECT-SUB FROM 1 BY 1
                   UNTIL WS-CF-SECT-SUB > WS-SECT-COUNT
                       OR WS-CF-OTHER-SUB > ZERO
               IF WS-CF-OTHER-SUB > ZERO
                   MOVE WS-CHK-SECT-SUB TO WS-OV-SUB-1
                   MOVE WS-CF-OTHER-SUB TO WS-OV-SUB-2
                   PERFORM 310-TEST-OVERLAP
                   IF WS-OVERLAP = 'YES'
                       MOVE WS-EN-SECTION (WS-CF-EN-SUB)
                           TO WS-CONFLICT-SECTION
                   END-IF
               END-IF
           END-IF.

       302-FIND-HELD-SECTION.
           IF WS-ST-CODE (WS-CF-SECT-SUB) =
                   WS-EN-SECTION (WS-CF-EN-SUB)
               MOVE WS-CF-SECT-SUB TO WS-CF-OTHER-SUB
           END-IF.

       310-TEST-OVERLAP.
           MOVE 'NO ' TO WS-OVERLAP
           IF WS-ST-END (WS-OV-SUB-1) > ZERO AND
                   WS-ST-END (WS-OV-SUB-2) > ZERO AND
                   WS-ST-START (WS-OV-SUB-1) < WS-ST-END (WS-OV-SUB-2)
                   AND
                   WS-ST-START (WS-OV-SUB-2) < WS-ST-END (WS-OV-SUB-1)
               PERFORM 311-TEST-ONE-DAY
                   VARYING WS-OV-DAY FROM 1 BY 1
                   UNTIL WS-OV-DAY > 7 OR WS-OVERLAP = 'YES'
           END-IF.

       311-TEST-ONE-DAY.
           IF WS-ST-MEETS-ON (WS-OV-SUB-1, WS-OV-DAY) NOT = SPACE AND
                   WS-ST-MEETS-ON (WS-OV-SUB-2, WS-OV-DAY) NOT = SPACE
               MOVE 'YES' TO WS-OVERLAP
           END-IF.

       295-FORMAT-DATE.
           MOVE WS-DATE-IN (5:2) TO WS-DATE-OUT-MM
           MOVE WS-DATE-IN (7:2) TO WS-DATE-OUT-DD
           MOVE WS-DATE-IN (1:4) TO WS-DATE-OUT-YYYY.

      *   ONE LINE PER SECTION ON THE MASTER, AFTER THE DAY'S
      *   REQUESTS, WITH THE SEATS STILL OPEN.
       400-PRINT-STATUS-REPORT.
           OPEN OUTPUT STATUS-REPORT
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 295-FORMAT-DATE
           MOVE WS-DATE-OUT TO STAT-HEADING-DATE-OUT
           WRITE STATUS-REC FROM STATUS-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE STATUS-REC FROM STATUS-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO STATUS-REC
           WRITE STATUS-REC
           PERFORM 410-PRINT-ONE-SECTION
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
           MOVE WS-SECT-COUNT TO STAT-SECTIONS-OUT
           MOVE TOTAL-CAPACITY TO STAT-TOT-CAPACITY-OUT
           MOVE TOTAL-ENROLLED TO STAT-TOT-ENROLLED-OUT
           MOVE TOTAL-WAITING TO STAT-TOT-WAITING-OUT
           MOVE TOTAL-OPEN TO STAT-TOT-OPEN-OUT
           WRITE STATUS-REC FROM STATUS-TOTAL-LINE
               AFTER ADVANCING 2 LINES
           IF WS-ROOM-CONFLICT-COUNT > ZERO
               WRITE STATUS-REC FROM ROOM-CONFLICT-HEADING-LINE
                   AFTER ADVANCING 3 LINES
               PERFORM 420-PRINT-ONE-ROOM-CONFLICT
                   VARYING WS-RC-PRINT-SUB FROM 1 BY 1
                   UNTIL WS-RC-PRINT-SUB > WS-ROOM-CONFLICT-COUNT
                       OR WS-RC-PRINT-SUB > 100
           END-IF
           CLOSE STATUS-REPORT.

       410-PRINT-ONE-SECTION.
           MOVE WS-SECT-SUB TO WS-SECT-FOUND-SUB
           PERFORM 230-COUNT-SECTION-SEATS
           MOVE WS-ST-CODE (WS-SECT-SUB) TO STAT-SECTION-OUT
           MOVE WS-ST-TITLE (WS-SECT-SUB) TO STAT-TITLE-OUT
           MOVE WS-ST-TERM (WS-SECT-SUB) TO STAT-TERM-OUT
           MOVE WS-CUR-CAPACITY TO STAT-CAPACITY-OUT
           MOVE WS-SECT-ENROLLED TO STAT-ENROLLED-OUT
           MOVE WS-SECT-WAITING TO STAT-WAITING-OUT
           MOVE WS-SECT-OPEN TO STAT-OPEN-OUT
           MOVE SPACES TO STAT-NOTE-OUT
           EVALUATE TRUE
               WHEN WS-CUR-CAPACITY = ZERO
                   MOVE "NO SEAT LIMIT" TO STAT-NOTE-OUT
               WHEN WS-SECT-ENROLLED > WS-CUR-CAPACITY
                   MOVE "OVER CAPACITY" TO STAT-NOTE-OUT
               WHEN WS-SECT-OPEN = ZERO
                   MOVE "FULL" TO STAT-NOTE-OUT
           END-EVALUATE
           ADD WS-CUR-CAPACITY TO TOTAL-CAPACITY
           ADD WS-SECT-ENROLLED TO TOTAL-ENROLLED
           ADD WS-SECT-WAITING TO TOTAL-WAITING
           ADD WS-SECT-OPEN TO TOTAL-OPEN
           WRITE STATUS-REC FROM STATUS-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       420-PRINT-ONE-ROOM-CONFLICT.
           MOVE WS-RC-SECTION-1 (WS-RC-PRINT-SUB) TO RCL-SECTION-1-OUT
           MOVE WS-RC-SECTION-2 (WS-RC-PRINT-SUB) TO RCL-SECTION-2-OUT
           MOVE WS-RC-ROOM (WS-RC-PRINT-SUB) (1:4) TO RCL-BUILDING-OUT
           MOVE WS-RC-ROOM (WS-RC-PRINT-SUB) (5:4)
               TO RCL-ROOM-NUMBER-OUT
           WRITE STATUS-REC FROM ROOM-CONFLICT-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

      *   THE ROSTER GOES BACK OUT WITHOUT THE DROPS, IN THE ORDER
      *   THE STUDENTS WERE SEATED.
       900-REWRITE-ENROLLMENTS.
           OPEN OUTPUT ENROLLMENT-FILE
           PERFORM 901-WRITE-ONE-ENROLLMENT
               VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
           CLOSE ENROLLMENT-FILE.

       901-WRITE-ONE-ENROLLMENT.
           IF WS-EN-STUDENT (WS-EN-SUB) NOT = SPACES
               MOVE WS-EN-STUDENT (WS-EN-SUB) TO EN-STUDENT-ID
               MOVE WS-EN-SECTION (WS-EN-SUB) TO EN-SECTION-CODE
               MOVE WS-EN-TERM (WS-EN-SUB) TO EN-TERM-ID
               WRITE ENROLLMENT-REC
               ADD 1 TO ENROLLMENTS-WRITTEN
           END-IF.

      *   THE SURVIVING WAITLIST GOES BACK OUT IN ARRIVAL ORDER;
      *   PROMOTED AND REMOVED ENTRIES WERE BLANKED AND ARE SKIPPED.
       910-REWRITE-WAITLIST.
           OPEN OUTPUT WAITLIST-FILE
           PERFORM 911-WRITE-ONE-WAITLIST
               VARYING WS-WL-SUB FROM 1 BY 1
               UNTIL WS-WL-SUB > WS-WL-COUNT
           CLOSE WAITLIST-FILE.

       911-WRITE-ONE-WAITLIST.
           IF WS-WL-STUDENT (WS-WL-SUB) NOT = SPACES
               MOVE WS-WL-STUDENT (WS-WL-SUB) TO WL-STUDENT-ID
               MOVE WS-WL-SECTION (WS-WL-SUB) TO WL-SECTION-CODE
               MOVE WS-WL-TERM (WS-WL-SUB) TO WL-TERM-ID
               MOVE WS-WL-DATE (WS-WL-SUB) TO WL-DATE
               WRITE WAITLIST-REC
           END-IF.

      *   EVERY REQUEST HAS BEEN ANSWERED ON THE REGISTER, SO THE
      *   FILE IS EMPTIED FOR THE NEXT BATCH.
       920-EMPTY-REQUESTS.
           OPEN OUTPUT REQUEST-FILE
           CLOSE REQUEST-FILE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM92" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RL-RUN-TIME
           MOVE REQUESTS-READ TO RL-RECORDS-READ
           MOVE REQUESTS-REJECTED TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE ENROLLMENTS-WRITTEN TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM92.
