      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM09.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the supervisor approval screen for late grade
      *changes - the second half of the path PROGRAM20 starts when
      *grades are keyed for a term PROGRAM43 has closed on
      *WhitingTERM-STATUS.DAT.  It is built in the prompted style of
      *PROGRAM55.
      *The session starts with a sign-on against OPERATORS.DAT, and
      *approving or declining is gated to supervisor level ('S' in
      *the operator record's role byte).  A clerk's refused attempt
      *is logged to the common exception file and the request stays
      *pending.
      *Each pending request on WhitingGRADE-CHANGE-PENDING.DAT (the
      *shared GRDCHG copybook) is shown with the grades as they stood
      *and the grades requested.  APPROVE applies it: the record on
      *GRADES.TXT is replaced when that term is still on the grade
      *file, the section average is recomputed by the rule PROGRAM03
      *uses (category weights from SECTION-WEIGHTS.DAT, equal weight
      *otherwise) and replaced on WhitingSECTION-HISTORY.DAT, the
      *student's term average is recomputed from the term's section
      *averages and replaced on WhitingGRADE-HISTORY.DAT, and a
      *permanent record goes to WhitingGRADE-AUDIT-TRAIL.DAT carrying
      *both the requesting and the approving operator.  DECLINE marks
      *the request dead; SKIP leaves it for another day.
      *When an approved change moves the student's term average
      *across the honor-roll threshold or the probation floor on
      *STANDING-PARMS.DAT (90.0 and 60.0 with no file, as PROGRAM43
      *defaults them) a corrected report card is printed on
      *WhitingCORRECTED-REPORT-CARDS.LIS in the PROGRAM45 layout,
      *from the section history, so it can be mailed even after
      *GRADES.TXT has moved on to the next term.  Every decision is
      *listed on WhitingGRADE-CHANGES.LIS with the section, term and
      *cumulative figures before and after.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.
      *A pending file too big for the request table refuses the
      *session with condition code 8 before anything is rewritten,
      *and a decided request is dropped from the pending file when
      *it is rewritten - the audit trail and the change listing are
      *its record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-CHANGE-FILE
               ASSIGN TO "..\..\..\..\WhitingGRADE-CHANGE-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-FILE
               ASSIGN TO "..\..\..\..\GRADES.TXT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "..\..\..\..\STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-WEIGHTS-FILE
               ASSIGN TO "..\..\..\..\SECTION-WEIGHTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-RESULT-FILE
               ASSIGN TO "..\..\..\..\WhitingSECTION-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingGRADE-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STANDING-PARM-FILE
               ASSIGN TO "..\..\..\..\STANDING-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO "..\..\..\..\WhitingATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GRADE-AUDIT-FILE
               ASSIGN TO "..\..\..\..\WhitingGRADE-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHANGE-LISTING
               ASSIGN TO "..\..\..\..\WhitingGRADE-CHANGES.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CORRECTED-CARD-FILE
               ASSIGN TO "..\..\..\..\WhitingCORRECTED-REPORT-CARDS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-CHANGE-FILE.
       COPY GRDCHG REPLACING ==:PFX:== BY ==GC==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       FD  STUDENT-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  STUDENT-REC.
           05  STUDENT-ID-FILE       PIC X(5).
           05  SECTION-CODE-FILE     PIC X(6).
           05  TERM-ID-FILE          PIC X(5).
           05  GRADE-COUNT-FILE      PIC 9.
           05  GRADE-TABLE-FILE      PIC 999 OCCURS 9 TIMES.
           05  GRADE-CATEGORY-FILE   PIC X   OCCURS 9 TIMES.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==MASTER==.

       FD  SECTION-WEIGHTS-FILE.
       01  SECTION-WEIGHTS-REC.
           05  SW-SECTION-CODE       PIC X(6).
           05  SW-HOMEWORK-WEIGHT    PIC 9(3).
           05  SW-QUIZ-WEIGHT        PIC 9(3).
           05  SW-EXAM-WEIGHT        PIC 9(3).
           05  SW-FINAL-WEIGHT       PIC 9(3).

       FD  SECTION-RESULT-FILE.
       COPY SECTHIST REPLACING ==:PFX:== BY ==SRH==.

       FD  GRADE-HISTORY-FILE.
       01  GRADE-HISTORY-REC.
           05  HIST-STUDENT-ID-IN    PIC X(5).
           05  HIST-TERM-ID-IN       PIC X(5).
           05  HIST-AVERAGE-IN       PIC 999V9.

       FD  STANDING-PARM-FILE.
       01  STANDING-PARM-REC.
           05  SP-HONOR-GPA          PIC 999V9.
           05  SP-PROBATION-GPA      PIC 999V9.
           05  SP-REPORT-TERM        PIC X(5).

       FD  HOLD-FILE.
       COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.

       FD  ATTENDANCE-FILE.
       COPY ATTEND REPLACING ==:PFX:== BY ==ATT==.

       FD  GRADE-AUDIT-FILE.
       COPY GRDAUDIT REPLACING ==:PFX:== BY ==GA==.

       FD  CHANGE-LISTING.
       01  CHANGE-LISTING-REC        PIC X(132).

       FD  CORRECTED-CARD-FILE.
       01  CORRECTED-CARD-REC        PIC X(80).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS  PIC XXX VALUE "YES".
           05  WS-SESSION-DONE       PIC XXX VALUE "NO ".
           05  WS-GRADES-CHANGED     PIC XXX VALUE "NO ".
           05  WS-FOUND              PIC XXX VALUE "NO ".
           05  WS-TERM-ON-GRADE-FILE PIC XXX VALUE "NO ".
           05  WS-SECTION-WEIGHTED   PIC XXX VALUE "NO ".
           05  WS-STUDENT-HELD       PIC XXX VALUE "NO ".
           05  WS-CARD-NEEDED        PIC XXX VALUE "NO ".

       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID        PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-ROLE      PIC X       VALUE SPACE.
               88  OPERATOR-IS-SUPERVISOR        VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON PIC X(3)    VALUE 'NO '.
           05  WS-SESSION-STAMP      PIC X(21)   VALUE SPACES.
           05  WS-BUSINESS-DATE      PIC 9(8)    VALUE ZERO.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  ENTRY-WORK-AREAS.
           05  WS-ANSWER             PIC X(10).
           05  WS-RECORD-SUB         PIC 9(3).
           05  WS-GRADE-SUB          PIC 99.
           05  WS-SCAN-SUB           PIC 9(4).
           05  WS-APPROVED-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-DECLINED-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-SKIPPED-COUNT      PIC 9(3) VALUE ZERO.
           05  WS-CARD-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-REASON-TEXT        PIC X(20).
           05  WS-GRADE-LIST         PIC X(40).
           05  WS-GRADE-POINTER      PIC 9(3).
           05  WS-GRADE-EDIT         PIC ZZ9.

      *   THE REQUEST BEING DECIDED.
       COPY GRDCHG REPLACING ==:PFX:== BY ==REQ==.

      *   THE WHOLE PENDING FILE IS HELD FOR THE SESSION, ONE RAW
      *   RECORD PER REQUEST, AND REWRITTEN WITH WHAT IS STILL
      *   PENDING.
       01  PENDING-TABLE-AREAS.
           05  PENDING-COUNT         PIC 9(3) VALUE ZERO.
           05  PENDING-OVERFLOW      PIC X    VALUE 'N'.
               88  PENDING-TABLE-FULL         VALUE 'Y'.
           05  PENDING-ENTRY OCCURS 200 TIMES
                   INDEXED BY PENDING-IDX.
               10  PENDING-REC       PIC X(129).

      *   THE STANDING THRESHOLDS PROGRAM43 JUDGES BY.
       01  STANDING-PARAMETERS.
           05  WS-HONOR-GPA          PIC 999V9   VALUE 90.0.
           05  WS-PROBATION-GPA      PIC 999V9   VALUE 60.0.

      *   THE GRADE RECORD THE AVERAGE IS COMPUTED FROM - THE
      *   REQUESTED GRADES, IN THE SAME SHAPE PROGRAM03 READS.
       01  GRADE-DETAIL-REC.
           05  STUDENT-ID-IN         PIC X(5).
           05  SECTION-CODE-IN       PIC X(6).
           05  TERM-ID-IN            PIC X(5).
           05  GRADE-COUNT-IN        PIC 9.
           05  GRADE-TABLE-IN        PIC 999 OCCURS 9 TIMES.
           05  GRADE-CATEGORY-IN     PIC X   OCCURS 9 TIMES.

       01  AVERAGE-WORK-AREAS.
           05  GRADE-SUB             PIC 99.
           05  GRADE-TOTAL           PIC 9(4).
           05  AVERAGE               PIC 999V9.
           05  WS-CATEGORY-SUB       PIC 9.
           05  WS-CAT-SUM            PIC 9(5)  OCCURS 4 TIMES.
           05  WS-CAT-COUNT          PIC 9(2)  OCCURS 4 TIMES.
           05  WS-CAT-AVERAGE        PIC 999V99.
           05  WS-WEIGHTED-TOTAL     PIC 9(7)V99.
           05  WS-WEIGHTS-PRESENT    PIC 9(4).

      *   THE FIGURES BEFORE AND AFTER ONE APPROVED CHANGE.
       01  CHANGE-RESULT-AREAS.
           05  WS-OLD-SECTION-AVG    PIC 999V9.
           05  WS-NEW-SECTION-AVG    PIC 999V9.
           05  WS-OLD-TERM-AVG       PIC 999V9.
           05  WS-NEW-TERM-AVG       PIC 999V9.
           05  WS-OLD-CUM-GPA        PIC 999V9.
           05  WS-NEW-CUM-GPA        PIC 999V9.
           05  WS-TERM-TOTAL         PIC 9(6)V9.
           05  WS-TERM-SECTIONS      PIC 9(3).
           05  WS-CUM-TOTAL          PIC 9(6)V9.
           05  WS-CUM-TERMS          PIC 9(3).
           05  WS-CUM-GPA            PIC 999V9.

       01  SECTION-WEIGHTS-AREAS.
           05  WEIGHTS-COUNT         PIC 9(3) VALUE ZERO.
           05  SECTION-WEIGHTS-TABLE OCCURS 50 TIMES
                   INDEXED BY WEIGHTS-IDX.
               10  SWT-SECTION-CODE      PIC X(6).
               10  SWT-WEIGHT            PIC 9(3) OCCURS 4 TIMES.
               10  SWT-WEIGHTS-GOOD      PIC X.
           05  WS-WEIGHT-SUM         PIC 9(4).

      *   GRADES.TXT, HELD WHOLE THE WAY PROGRAM20 HOLDS IT.
       01  GRADE-FILE-TABLE-AREAS.
           05  GRADE-ENTRY-COUNT     PIC 9(3) VALUE ZERO.
           05  WS-ENTRY-SUB          PIC 9(3).
           05  GRADE-ENTRY-TABLE OCCURS 200 TIMES
                   INDEXED BY GRADE-ENTRY-IDX.
               10  ENTRY-STUDENT-ID      PIC X(5).
               10  ENTRY-SECTION-CODE    PIC X(6).
               10  ENTRY-TERM-ID         PIC X(5).
               10  ENTRY-GRADE-COUNT     PIC 9.
               10  ENTRY-GRADE           PIC 999 OCCURS 9 TIMES.
               10  ENTRY-CATEGORY        PIC X   OCCURS 9 TIMES.

      *   EVERY STUDENT'S FINISHED AVERAGE BY SECTION AND TERM.
       01  SECTION-RESULT-AREAS.
           05  SECTION-RESULT-COUNT  PIC 9(4) VALUE ZERO.
           05  WS-SECTION-RESULT-SUB PIC 9(4).
           05  SECTION-RESULT-TABLE OCCURS 2000 TIMES
                   INDEXED BY SECTION-RESULT-IDX.
               10  SR-STUDENT-ID         PIC X(5).
               10  SR-SECTION-CODE       PIC X(6).
               10  SR-TERM-ID            PIC X(5).
               10  SR-AVERAGE            PIC 999V9.

      *   ONE ENTRY PER STUDENT PER TERM.
       01  GRADE-HISTORY-TABLE-AREAS.
           05  HISTORY-COUNT         PIC 9(3) VALUE ZERO.
           05  WS-HISTORY-SUB        PIC 9(3).
           05  GRADE-HISTORY-TABLE OCCURS 400 TIMES
                   INDEXED BY HISTORY-IDX.
               10  HIST-STUDENT-ID       PIC X(5).
               10  HIST-TERM-ID          PIC X(5).
               10  HIST-AVERAGE          PIC 999V9.

       01  STUDENT-MASTER-TABLE-AREAS.
           05  STUDENT-MASTER-COUNT  PIC 9(3) VALUE ZERO.
           05  STUDENT-MASTER-TABLE OCCURS 200 TIMES
                   INDEXED BY STUDENT-MASTER-IDX.
               10  TABLE-STUDENT-ID      PIC X(5).
               10  TABLE-STUDENT-NAME    PIC X(20).
               10  TABLE-STREET          PIC X(25).
               10  TABLE-CITY            PIC X(15).
               10  TABLE-STATE           PIC XX.
               10  TABLE-ZIP             PIC X(10).
           05  WS-STUDENT-NAME       PIC X(20).

      *   ONE ENTRY PER ACTIVE HOLD.
       01  HELD-STUDENT-TABLE-AREAS.
           05  HELD-COUNT            PIC 9(4) VALUE ZERO.
           05  HELD-STUDENT-TABLE OCCURS 2000 TIMES
                   INDEXED BY HELD-IDX.
               10  HELD-STUDENT-ID       PIC X(5).

      *   ONE ENTRY PER STUDENT, SECTION AND TERM WITH ATTENDANCE
      *   MARKED - PRESENT AND TARDY BOTH COUNT AS ATTENDED.
       01  ATTENDANCE-TALLY-AREAS.
           05  TALLY-COUNT           PIC 9(4) VALUE ZERO.
           05  ATTENDANCE-TALLY-TABLE OCCURS 3000 TIMES
                   INDEXED BY TALLY-IDX.
               10  TALLY-STUDENT-ID      PIC X(5).
               10  TALLY-SECTION-CODE    PIC X(6).
               10  TALLY-TERM-ID         PIC X(5).
               10  TALLY-MEETINGS        PIC 9(3).
               10  TALLY-ATTENDED        PIC 9(3).
               10  TALLY-EXCUSED         PIC 9(3).
           05  WS-TALLY-FOUND        PIC X(3) VALUE 'NO '.
           05  WS-MARKED-BASE        PIC 9(3).
           05  WS-ATTEND-PERCENT     PIC 999V9.

       01  CHANGE-LISTING-LINES.
           05  LIST-HEADING-1.
               10  FILLER            PIC X(40)
                   VALUE "LATE GRADE CHANGE DECISIONS - SESSION OF".
               10  FILLER            PIC X       VALUE SPACE.
               10  LIST-DATE-OUT     PIC 9(8).
               10  FILLER            PIC X(14)
                   VALUE "   SUPERVISOR ".
               10  LIST-OPERATOR-OUT PIC X(5).
               10                    PIC X(64)   VALUE SPACES.
           05  LIST-HEADING-2.
               10  FILLER            PIC X(44) VALUE
                   "STUDENT SECTN  TERM  REASON REQ BY DECISION ".
               10  FILLER            PIC X(44) VALUE
                   " SECTION AVG   TERM AVERAGE  CUMULATIVE GPA ".
               10  FILLER            PIC X(44) VALUE
                   "                                            ".
           05  LIST-DETAIL-LINE.
               10  LIST-STUDENT-OUT  PIC X(5).
               10                    PIC X(3)    VALUE SPACES.
               10  LIST-SECTION-OUT  PIC X(6).
               10                    PIC X       VALUE SPACE.
               10  LIST-TERM-OUT     PIC X(5).
               10                    PIC X(3)    VALUE SPACES.
               10  LIST-REASON-OUT   PIC X.
               10                    PIC X(3)    VALUE SPACES.
               10  LIST-REQ-BY-OUT   PIC X(5).
               10                    PIC X(2)    VALUE SPACES.
               10  LIST-DECISION-OUT PIC X(8).
               10                    PIC X(2)    VALUE SPACES.
               10  LIST-OLD-SEC-OUT  PIC ZZ9.9.
               10                    PIC X       VALUE SPACE.
               10  LIST-NEW-SEC-OUT  PIC ZZ9.9.
               10                    PIC X(3)    VALUE SPACES.
               10  LIST-OLD-TERM-OUT PIC ZZ9.9.
               10                    PIC X       VALUE SPACE.
               10  LIST-NEW-TERM-OUT PIC ZZ9.9.
               10                    PIC X(3)    VALUE SPACES.
               10  LIST-OLD-CUM-OUT  PIC ZZ9.9.
               10                    PIC X       VALUE SPACE.
               10  LIST-NEW-CUM-OUT  PIC ZZ9.9.
               10                    PIC X(3)    VALUE SPACES.
               10  LIST-FLAG-OUT     PIC X(30).
               10                    PIC X(19)   VALUE SPACES.
           05  LIST-TOTAL-LINE.
               10  FILLER            PIC X(10)   VALUE "APPROVED: ".
               10  LIST-APPROVED-OUT PIC ZZ9.
               10  FILLER            PIC X(13)   VALUE "  DECLINED: ".
               10  LIST-DECLINED-OUT PIC ZZ9.
               10  FILLER            PIC X(17)
                   VALUE "  LEFT PENDING: ".
               10  LIST-SKIPPED-OUT  PIC ZZ9.
               10  FILLER            PIC X(20)
                   VALUE "  CORRECTED CARDS: ".
               10  LIST-CARDS-OUT    PIC ZZ9.
               10                    PIC X(60)   VALUE SPACES.

      *   THE CORRECTED CARD - THE PROGRAM45 PAGE WITH ITS OWN TITLE
      *   AND A LINE SAYING WHAT IT REPLACES.
       01  REPORT-CARD-LINES.
           05  CARD-TITLE-LINE             PIC X(44)
               VALUE "WHITING SCHOOL - CORRECTED TERM REPORT CARD".
           05  CARD-NAME-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  CARD-NAME-OUT           PIC X(20).
               10  FILLER                  PIC X(6)
                   VALUE "  ID  ".
               10  CARD-ID-OUT             PIC X(5).
               10                          PIC X(45)   VALUE SPACES.
           05  CARD-STREET-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  CARD-STREET-OUT         PIC X(25).
               10                          PIC X(51)   VALUE SPACES.
           05  CARD-CITY-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  CARD-CITY-OUT           PIC X(15).
               10  FILLER                  PIC X       VALUE SPACE.
               10  CARD-STATE-OUT          PIC XX.
               10  FILLER                  PIC X       VALUE SPACE.
               10  CARD-ZIP-OUT            PIC X(10).
               10                          PIC X(47)   VALUE SPACES.
           05  CARD-COLUMN-LINE.
               10  FILLER                  PIC X(10)
                   VALUE "SECTION   ".
               10  FILLER                  PIC X(8)
                   VALUE "TERM    ".
               10  FILLER                  PIC X(7)
                   VALUE "AVERAGE".
               10  FILLER                  PIC X(12)
                   VALUE "  ATTENDANCE".
               10                          PIC X(43)   VALUE SPACES.
           05  CARD-SECTION-LINE.
               10  CARD-SECTION-OUT        PIC X(6).
               10                          PIC X(4)    VALUE SPACES.
               10  CARD-TERM-OUT           PIC X(5).
               10                          PIC X(4)    VALUE SPACES.
               10  CARD-AVERAGE-OUT        PIC ZZ9.9.
               10  CARD-AVERAGE-HELD REDEFINES CARD-AVERAGE-OUT
                                           PIC X(5).
               10                          PIC X(5)    VALUE SPACES.
               10  CARD-ATTEND-OUT         PIC ZZ9.9.
               10  CARD-ATTEND-BLANK REDEFINES CARD-ATTEND-OUT
                                           PIC X(5).
               10  CARD-ATTEND-SIGN        PIC X.
               10                          PIC X(45)   VALUE SPACES.
           05  CARD-GPA-LINE.
               10  FILLER                  PIC X(16)
                   VALUE "CUMULATIVE GPA  ".
               10  CARD-GPA-OUT            PIC ZZ9.9.
               10  CARD-GPA-HELD REDEFINES CARD-GPA-OUT
                                           PIC X(5).
               10                          PIC X(59)   VALUE SPACES.
           05  CARD-CORRECTED-LINE.
               10  FILLER                  PIC X(36)   VALUE
                   "THIS CARD REPLACES THE ONE FOR TERM ".
               10  CARD-CORR-TERM-OUT      PIC X(5).
               10  FILLER                  PIC X(9)
                   VALUE " - GRADE ".
               10  FILLER                  PIC X(11)
                   VALUE "CHANGED IN ".
               10  CARD-CORR-SECTION-OUT   PIC X(6).
               10                          PIC X(13)   VALUE SPACES.
           05  CARD-HELD-LINE              PIC X(80)
               VALUE "GRADES ARE HELD - PLEASE SEE THE REGISTRAR".

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 102-OPERATOR-SIGN-ON
           PERFORM 107-GET-BUSINESS-DATE
           OPEN EXTEND EXCEPTION-FILE
           PERFORM 105-LOAD-PENDING-FILE
           IF PENDING-TABLE-FULL
               DISPLAY "MORE THAN 200 GRADE CHANGES ON FILE - "
                   "SESSION REFUSED, NOTHING CHANGED"
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF PENDING-COUNT = ZERO
               DISPLAY "NO GRADE CHANGES WAITING FOR APPROVAL"
               CLOSE EXCEPTION-FILE
               STOP RUN
           END-IF
           PERFORM 110-LOAD-GRADE-FILE
           PERFORM 115-LOAD-SECTION-WEIGHTS
           PERFORM 120-LOAD-SECTION-RESULTS
           PERFORM 125-LOAD-GRADE-HISTORY
           PERFORM 130-READ-STANDING-PARMS
           PERFORM 135-LOAD-STUDENT-MASTER
           PERFORM 140-LOAD-ACTIVE-HOLDS
           PERFORM 145-LOAD-ATTENDANCE
           OPEN EXTEND GRADE-AUDIT-FILE
           OPEN OUTPUT CHANGE-LISTING
                       CORRECTED-CARD-FILE
           MOVE WS-BUSINESS-DATE TO LIST-DATE-OUT
           MOVE WS-OPERATOR-ID TO LIST-OPERATOR-OUT
           WRITE CHANGE-LISTING-REC FROM LIST-HEADING-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CHANGE-LISTING-REC
           WRITE CHANGE-LISTING-REC
           WRITE CHANGE-LISTING-REC FROM LIST-HEADING-2
           DISPLAY "GRADE CHANGES WAITING FOR APPROVAL: " PENDING-COUNT
           PERFORM 200-WORK-ONE-REQUEST
               VARYING WS-RECORD-SUB FROM 1 BY 1
               UNTIL WS-RECORD-SUB > PENDING-COUNT
                  OR WS-SESSION-DONE = "YES"
           MOVE WS-APPROVED-COUNT TO LIST-APPROVED-OUT
           MOVE WS-DECLINED-COUNT TO LIST-DECLINED-OUT
           MOVE WS-SKIPPED-COUNT TO LIST-SKIPPED-OUT
           MOVE WS-CARD-COUNT TO LIST-CARDS-OUT
           MOVE SPACES TO CHANGE-LISTING-REC
           WRITE CHANGE-LISTING-REC
           WRITE CHANGE-LISTING-REC FROM LIST-TOTAL-LINE
           CLOSE EXCEPTION-FILE
                 GRADE-AUDIT-FILE
                 CHANGE-LISTING
                 CORRECTED-CARD-FILE
           IF WS-APPROVED-COUNT > ZERO
               IF WS-GRADES-CHANGED = "YES"
                   PERFORM 910-REWRITE-GRADE-FILE
               END-IF
               PERFORM 920-REWRITE-SECTION-RESULTS
               PERFORM 930-REWRITE-GRADE-HISTORY
           END-IF
           PERFORM 900-REWRITE-PENDING-FILE
           DISPLAY "APPROVED: " WS-APPROVED-COUNT
               "  DECLINED: " WS-DECLINED-COUNT
               "  LEFT PENDING: " WS-SKIPPED-COUNT
               "  CORRECTED CARDS: " WS-CARD-COUNT
           STOP RUN.

       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM09' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       105-LOAD-PENDING-FILE.
           OPEN INPUT GRADE-CHANGE-FILE
           PERFORM 106-READ-ONE-PENDING
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE GRADE-CHANGE-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       106-READ-ONE-PENDING.
           READ GRADE-CHANGE-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PENDING-COUNT < 200
                       ADD 1 TO PENDING-COUNT
                       SET PENDING-IDX TO PENDING-COUNT
                       MOVE GC-CHANGE-REC TO PENDING-REC (PENDING-IDX)
                   ELSE
                       MOVE 'Y' TO PENDING-OVERFLOW
                   END-IF
           END-READ.

      *   THE BUSINESS DATE STAMPS THE DECISIONS AND THE AUDIT
      *   RECORDS; THE CLOCK ONLY WHEN NO DATE FILE IS ON DISK.
       107-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-STAMP
           MOVE WS-SESSION-STAMP (1:8) TO WS-BUSINESS-DATE
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

      *   GRADES.TXT MAY ALREADY HOLD THE NEXT TERM - AN APPROVED
      *   CHANGE THEN REACHES ONLY THE HISTORY FILES.
       110-LOAD-GRADE-FILE.
           OPEN INPUT STUDENT-FILE
           PERFORM 111-READ-GRADE-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE STUDENT-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       111-READ-GRADE-RECORD.
           READ STUDENT-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF GRADE-ENTRY-COUNT < 200 AND
                           GRADE-COUNT-FILE IS NUMERIC AND
                           GRADE-COUNT-FILE > ZERO
                       ADD 1 TO GRADE-ENTRY-COUNT
                       SET GRADE-ENTRY-IDX TO GRADE-ENTRY-COUNT
                       MOVE STUDENT-ID-FILE
                           TO ENTRY-STUDENT-ID (GRADE-ENTRY-IDX)
                       MOVE SECTION-CODE-FILE
                           TO ENTRY-SECTION-CODE (GRADE-ENTRY-IDX)
                       MOVE TERM-ID-FILE
                           TO ENTRY-TERM-ID (GRADE-ENTRY-IDX)
                       MOVE GRADE-COUNT-FILE
                           TO ENTRY-GRADE-COUNT (GRADE-ENTRY-IDX)
                       PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                               UNTIL WS-GRADE-SUB > GRADE-COUNT-FILE
                           MOVE GRADE-TABLE-FILE (WS-GRADE-SUB) TO
                               ENTRY-GRADE (GRADE-ENTRY-IDX
                                            WS-GRADE-SUB)
                           MOVE GRADE-CATEGORY-FILE (WS-GRADE-SUB) TO
                               ENTRY-CATEGORY (GRADE-ENTRY-IDX
                                               WS-GRADE-SUB)
                       END-PERFORM
                   END-IF
           END-READ.

       115-LOAD-SECTION-WEIGHTS.
           OPEN INPUT SECTION-WEIGHTS-FILE
           PERFORM 116-READ-WEIGHTS-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE SECTION-WEIGHTS-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       116-READ-WEIGHTS-RECORD.
           READ SECTION-WEIGHTS-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WEIGHTS-COUNT < 50
                       ADD 1 TO WEIGHTS-COUNT
                       SET WEIGHTS-IDX TO WEIGHTS-COUNT
                       MOVE SW-SECTION-CODE
                           TO SWT-SECTION-CODE (WEIGHTS-IDX)
                       MOVE SW-HOMEWORK-WEIGHT
                           TO SWT-WEIGHT (WEIGHTS-IDX 1)
                       MOVE SW-QUIZ-WEIGHT
                           TO SWT-WEIGHT (WEIGHTS-IDX 2)
                       MOVE SW-EXAM-WEIGHT
                           TO SWT-WEIGHT (WEIGHTS-IDX 3)
                       MOVE SW-FINAL-WEIGHT
                           TO SWT-WEIGHT (WEIGHTS-IDX 4)
                       COMPUTE WS-WEIGHT-SUM =
                           SW-HOMEWORK-WEIGHT + SW-QUIZ-WEIGHT
                           + SW-EXAM-WEIGHT + SW-FINAL-WEIGHT
                       IF WS-WEIGHT-SUM = 100
                           MOVE 'Y' TO SWT-WEIGHTS-GOOD (WEIGHTS-IDX)
                       ELSE
                           MOVE 'N' TO SWT-WEIGHTS-GOOD (WEIGHTS-IDX)
                       END-IF
                   END-IF
           END-READ.

       120-LOAD-SECTION-RESULTS.
           OPEN INPUT SECTION-RESULT-FILE
           PERFORM 121-READ-SECTION-RESULT
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE SECTION-RESULT-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       121-READ-SECTION-RESULT.
           READ SECTION-RESULT-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF SECTION-RESULT-COUNT < 2000
                       ADD 1 TO SECTION-RESULT-COUNT
                       SET SECTION-RESULT-IDX TO SECTION-RESULT-COUNT
                       MOVE SRH-STUDENT-ID
                           TO SR-STUDENT-ID (SECTION-RESULT-IDX)
                       MOVE SRH-SECTION-CODE
                           TO SR-SECTION-CODE (SECTION-RESULT-IDX)
                       MOVE SRH-TERM-ID
                           TO SR-TERM-ID (SECTION-RESULT-IDX)
                       MOVE SRH-AVERAGE
                           TO SR-AVERAGE (SECTION-RESULT-IDX)
                   ELSE
                       DISPLAY "**** SECTION HISTORY TABLE FULL - "
                           SRH-STUDENT-ID " OMITTED ****"
                   END-IF
           END-READ.

       125-LOAD-GRADE-HISTORY.
           OPEN INPUT GRADE-HISTORY-FILE
           PERFORM 126-READ-HISTORY-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE GRADE-HISTORY-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       126-READ-HISTORY-RECORD.
           READ GRADE-HISTORY-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HIST-AVERAGE-IN IS NUMERIC
                       IF HISTORY-COUNT < 400
                           ADD 1 TO HISTORY-COUNT
                           SET HISTORY-IDX TO HISTORY-COUNT
                           MOVE HIST-STUDENT-ID-IN
                               TO HIST-STUDENT-ID (HISTORY-IDX)
                           MOVE HIST-TERM-ID-IN
                               TO HIST-TERM-ID (HISTORY-IDX)
                           MOVE HIST-AVERAGE-IN
                               TO HIST-AVERAGE (HISTORY-IDX)
                       ELSE
                           DISPLAY "**** GRADE HISTORY TABLE FULL - "
                               HIST-STUDENT-ID-IN " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

       130-READ-STANDING-PARMS.
           OPEN INPUT STANDING-PARM-FILE
           READ STANDING-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF SP-HONOR-GPA IS NUMERIC AND SP-HONOR-GPA > ZERO
                       MOVE SP-HONOR-GPA TO WS-HONOR-GPA
                   END-IF
                   IF SP-PROBATION-GPA IS NUMERIC AND
                           SP-PROBATION-GPA > ZERO
                       MOVE SP-PROBATION-GPA TO WS-PROBATION-GPA
                   END-IF
           END-READ
           CLOSE STANDING-PARM-FILE.

       135-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM 136-READ-MASTER-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE STUDENT-MASTER-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       136-READ-MASTER-RECORD.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF STUDENT-MASTER-COUNT < 200
                       ADD 1 TO STUDENT-MASTER-COUNT
                       SET STUDENT-MASTER-IDX TO STUDENT-MASTER-COUNT
                       MOVE MASTER-STUDENT-ID TO
                           TABLE-STUDENT-ID (STUDENT-MASTER-IDX)
                       MOVE MASTER-STUDENT-NAME TO
                           TABLE-STUDENT-NAME (STUDENT-MASTER-IDX)
                       MOVE MASTER-STREET TO
                           TABLE-STREET (STUDENT-MASTER-IDX)
                       MOVE MASTER-CITY TO
                           TABLE-CITY (STUDENT-MASTER-IDX)
                       MOVE MASTER-STATE TO
                           TABLE-STATE (STUDENT-MASTER-IDX)
                       MOVE MASTER-ZIP TO
                           TABLE-ZIP (STUDENT-MASTER-IDX)
                   END-IF
           END-READ.

      *   ONLY HOLDS NOT YET RELEASED ARE KEPT.
       140-LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE
           PERFORM 141-READ-HOLD-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE HOLD-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       141-READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HELD-COUNT < 2000 AND
                           HLD-DATE-RELEASED IS NUMERIC AND
                           HLD-IS-ACTIVE
                       ADD 1 TO HELD-COUNT
                       SET HELD-IDX TO HELD-COUNT
                       MOVE HLD-STUDENT-ID
                           TO HELD-STUDENT-ID (HELD-IDX)
                   END-IF
           END-READ.

       145-LOAD-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE
           PERFORM 146-READ-ATTENDANCE-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE ATTENDANCE-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       146-READ-ATTENDANCE-RECORD.
           READ ATTENDANCE-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ATT-IS-VALID-STATUS
                       PERFORM 147-TALLY-ONE-MARK
                   END-IF
           END-READ.

       147-TALLY-ONE-MARK.
           MOVE 'NO ' TO WS-TALLY-FOUND
           SET TALLY-IDX TO 1
           IF TALLY-COUNT > ZERO
               SEARCH ATTENDANCE-TALLY-TABLE
                   AT END
                       CONTINUE
                   WHEN TALLY-STUDENT-ID (TALLY-IDX) = ATT-STUDENT-ID
                           AND TALLY-SECTION-CODE (TALLY-IDX) =
                           ATT-SECTION-CODE
                           AND TALLY-TERM-ID (TALLY-IDX) = ATT-TERM-ID
                       MOVE 'YES' TO WS-TALLY-FOUND
               END-SEARCH
           END-IF
           IF WS-TALLY-FOUND = 'NO ' AND TALLY-COUNT < 3000
               ADD 1 TO TALLY-COUNT
               SET TALLY-IDX TO TALLY-COUNT
               MOVE ATT-STUDENT-ID TO TALLY-STUDENT-ID (TALLY-IDX)
               MOVE ATT-SECTION-CODE TO TALLY-SECTION-CODE (TALLY-IDX)
               MOVE ATT-TERM-ID TO TALLY-TERM-ID (TALLY-IDX)
               MOVE ZERO TO TALLY-MEETINGS (TALLY-IDX)
               MOVE ZERO TO TALLY-ATTENDED (TALLY-IDX)
               MOVE ZERO TO TALLY-EXCUSED (TALLY-IDX)
               MOVE 'YES' TO WS-TALLY-FOUND
           END-IF
           IF WS-TALLY-FOUND = 'YES'
               ADD 1 TO TALLY-MEETINGS (TALLY-IDX)
               IF ATT-IS-PRESENT OR ATT-IS-TARDY
                   ADD 1 TO TALLY-ATTENDED (TALLY-IDX)
               END-IF
               IF ATT-IS-EXCUSED
                   ADD 1 TO TALLY-EXCUSED (TALLY-IDX)
               END-IF
           END-IF.

       200-WORK-ONE-REQUEST.
           SET PENDING-IDX TO WS-RECORD-SUB
           MOVE PENDING-REC (PENDING-IDX) TO REQ-CHANGE-REC
           IF REQ-IS-PENDING
               PERFORM 210-DECIDE-ONE-REQUEST
               MOVE REQ-CHANGE-REC TO PENDING-REC (PENDING-IDX)
           END-IF.

       210-DECIDE-ONE-REQUEST.
           PERFORM 215-LOOKUP-STUDENT-NAME
           PERFORM 216-NAME-THE-REASON
           DISPLAY "----------------------------------------"
           DISPLAY "REQUEST " WS-RECORD-SUB " OF " PENDING-COUNT
           DISPLAY "  STUDENT: " REQ-STUDENT-ID "  " WS-STUDENT-NAME
           DISPLAY "  SECTION: " REQ-SECTION-CODE "  TERM: "
               REQ-TERM-ID
           DISPLAY "  REQUESTED BY: " REQ-INSTRUCTOR
               "  KEYED BY: " REQ-REQUESTED-BY
               "  ON: " REQ-REQUEST-DATE
           DISPLAY "  REASON: " REQ-REASON-CODE " " WS-REASON-TEXT
           MOVE SPACES TO WS-GRADE-LIST
           MOVE 1 TO WS-GRADE-POINTER
           PERFORM 217-LIST-ONE-OLD-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > REQ-OLD-COUNT
           DISPLAY "  GRADES ON FILE: " WS-GRADE-LIST
           MOVE SPACES TO WS-GRADE-LIST
           MOVE 1 TO WS-GRADE-POINTER
           PERFORM 218-LIST-ONE-NEW-GRADE
               VARYING WS-GRADE-SUB FROM 1 BY 1
               UNTIL WS-GRADE-SUB > REQ-NEW-COUNT
           DISPLAY "  GRADES REQUESTED: " WS-GRADE-LIST
           DISPLAY "APPROVE, DECLINE, SKIP, OR END?"
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN "APPROVE"
               WHEN "approve"
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 220-APPLY-THE-CHANGE
                       MOVE 'A' TO REQ-STATUS
                       MOVE WS-OPERATOR-ID TO REQ-DECIDED-BY
                       MOVE WS-BUSINESS-DATE TO REQ-DECIDED-DATE
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM 280-LIST-THE-DECISION
                   ELSE
                       PERFORM 240-REFUSE-THE-DECISION
                   END-IF
               WHEN "DECLINE"
               WHEN "decline"
                   IF OPERATOR-IS-SUPERVISOR
                       MOVE 'D' TO REQ-STATUS
                       MOVE WS-OPERATOR-ID TO REQ-DECIDED-BY
                       MOVE WS-BUSINESS-DATE TO REQ-DECIDED-DATE
                       ADD 1 TO WS-DECLINED-COUNT
                       PERFORM 280-LIST-THE-DECISION
                   ELSE
                       PERFORM 240-REFUSE-THE-DECISION
                   END-IF
               WHEN "END"
               WHEN "end"
                   MOVE "YES" TO WS-SESSION-DONE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

       215-LOOKUP-STUDENT-NAME.
           MOVE SPACES TO WS-STUDENT-NAME
           SET STUDENT-MASTER-IDX TO 1
           IF STUDENT-MASTER-COUNT > ZERO
               SEARCH STUDENT-MASTER-TABLE
                   AT END
                       CONTINUE
                   WHEN TABLE-STUDENT-ID (STUDENT-MASTER-IDX) =
                           REQ-STUDENT-ID
                       MOVE TABLE-STUDENT-NAME (STUDENT-MASTER-IDX)
                           TO WS-STUDENT-NAME
               END-SEARCH
           END-IF.

       216-NAME-THE-REASON.
           EVALUATE TRUE
               WHEN REQ-IS-CALCULATION-ERROR
                   MOVE "CALCULATION ERROR" TO WS-REASON-TEXT
               WHEN REQ-IS-KEYING-ERROR
                   MOVE "KEYING ERROR" TO WS-REASON-TEXT
               WHEN REQ-IS-INCOMPLETE-DONE
                   MOVE "INCOMPLETE FINISHED" TO WS-REASON-TEXT
               WHEN REQ-IS-REGRADE-APPEAL
                   MOVE "REGRADE OR APPEAL" TO WS-REASON-TEXT
               WHEN REQ-IS-MISSED-WORK
                   MOVE "MISSED WORK" TO WS-REASON-TEXT
               WHEN OTHER
                   MOVE "UNKNOWN REASON" TO WS-REASON-TEXT
           END-EVALUATE.

       217-LIST-ONE-OLD-GRADE.
           MOVE REQ-OLD-GRADE (WS-GRADE-SUB) TO WS-GRADE-EDIT
           STRING WS-GRADE-EDIT " " DELIMITED BY SIZE
               INTO WS-GRADE-LIST WITH POINTER WS-GRADE-POINTER.

       218-LIST-ONE-NEW-GRADE.
           MOVE REQ-NEW-GRADE (WS-GRADE-SUB) TO WS-GRADE-EDIT
           STRING WS-GRADE-EDIT " " DELIMITED BY SIZE
               INTO WS-GRADE-LIST WITH POINTER WS-GRADE-POINTER.

      *   THE APPROVED GRADES BECOME THE RECORD OF FILE: THE GRADE
      *   FILE WHEN IT STILL HOLDS THE TERM, THE SECTION AVERAGE,
      *   THE TERM AVERAGE, AND THE AUDIT TRAIL.  THE CUMULATIVE GPA
      *   IS TAKEN BEFORE AND AFTER SO A MOVE ACROSS A STANDING
      *   THRESHOLD CAN BE SEEN.
       220-APPLY-THE-CHANGE.
           MOVE SPACES TO GRADE-DETAIL-REC
           MOVE REQ-STUDENT-ID TO STUDENT-ID-IN
           MOVE REQ-SECTION-CODE TO SECTION-CODE-IN
           MOVE REQ-TERM-ID TO TERM-ID-IN
           MOVE REQ-NEW-COUNT TO GRADE-COUNT-IN
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 9
               MOVE REQ-NEW-GRADE (WS-GRADE-SUB)
                   TO GRADE-TABLE-IN (WS-GRADE-SUB)
               MOVE REQ-NEW-CATEGORY (WS-GRADE-SUB)
                   TO GRADE-CATEGORY-IN (WS-GRADE-SUB)
           END-PERFORM
           PERFORM 230-COMPUTE-COURSE-AVERAGE
           MOVE AVERAGE TO WS-NEW-SECTION-AVG
           PERFORM 250-UPDATE-GRADE-FILE-TABLE
           PERFORM 260-CUMULATIVE-GPA
           MOVE WS-CUM-GPA TO WS-OLD-CUM-GPA
           PERFORM 255-UPDATE-SECTION-RESULT
           PERFORM 257-RECOMPUTE-TERM-AVERAGE
           PERFORM 260-CUMULATIVE-GPA
           MOVE WS-CUM-GPA TO WS-NEW-CUM-GPA
           PERFORM 265-WRITE-GRADE-AUDIT
           MOVE "NO " TO WS-CARD-NEEDED
           IF (WS-OLD-TERM-AVG >= WS-HONOR-GPA AND
                   WS-NEW-TERM-AVG < WS-HONOR-GPA) OR
              (WS-OLD-TERM-AVG < WS-HONOR-GPA AND
                   WS-NEW-TERM-AVG >= WS-HONOR-GPA) OR
              (WS-OLD-TERM-AVG < WS-PROBATION-GPA AND
                   WS-NEW-TERM-AVG >= WS-PROBATION-GPA) OR
              (WS-OLD-TERM-AVG >= WS-PROBATION-GPA AND
                   WS-NEW-TERM-AVG < WS-PROBATION-GPA)
               MOVE "YES" TO WS-CARD-NEEDED
               PERFORM 300-PRINT-CORRECTED-CARD
           END-IF
           DISPLAY "APPROVED - SECTION AVERAGE " WS-NEW-SECTION-AVG
               "  TERM AVERAGE " WS-NEW-TERM-AVG.

      *   THE SAME AVERAGE RULE PROGRAM03 APPLIES - WEIGHTED BY
      *   CATEGORY WHEN THE SECTION HAS A GOOD WEIGHTS ROW,
      *   EQUAL-WEIGHT OTHERWISE.
       230-COMPUTE-COURSE-AVERAGE.
           MOVE ZERO TO GRADE-TOTAL
           MOVE ZERO TO AVERAGE
           PERFORM 231-SUM-ONE-GRADE
               VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB > GRADE-COUNT-IN
           MOVE 'NO ' TO WS-SECTION-WEIGHTED
           SET WEIGHTS-IDX TO 1
           IF WEIGHTS-COUNT > ZERO
               SEARCH SECTION-WEIGHTS-TABLE
                   AT END
                       CONTINUE
                   WHEN SWT-SECTION-CODE (WEIGHTS-IDX) =
                           SECTION-CODE-IN
                       IF SWT-WEIGHTS-GOOD (WEIGHTS-IDX) = 'Y'
                           MOVE 'YES' TO WS-SECTION-WEIGHTED
                       END-IF
               END-SEARCH
           END-IF
           IF GRADE-COUNT-IN > ZERO
               IF WS-SECTION-WEIGHTED = 'YES'
                   PERFORM 240-WEIGHTED-AVERAGE
               ELSE
                   DIVIDE GRADE-TOTAL BY GRADE-COUNT-IN
                       GIVING AVERAGE ROUNDED
               END-IF
           END-IF.

       231-SUM-ONE-GRADE.
           IF GRADE-TABLE-IN (GRADE-SUB) IS NUMERIC
               ADD GRADE-TABLE-IN (GRADE-SUB) TO GRADE-TOTAL
           END-IF.

       240-WEIGHTED-AVERAGE.
           PERFORM 241-ZERO-ONE-CATEGORY
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 4
           PERFORM 242-TALLY-ONE-GRADE
               VARYING GRADE-SUB FROM 1 BY 1
               UNTIL GRADE-SUB > GRADE-COUNT-IN
           MOVE ZERO TO WS-WEIGHTED-TOTAL
           MOVE ZERO TO WS-WEIGHTS-PRESENT
           PERFORM 243-FOLD-ONE-CATEGORY
               VARYING WS-CATEGORY-SUB FROM 1 BY 1
               UNTIL WS-CATEGORY-SUB > 4
           IF WS-WEIGHTS-PRESENT > ZERO
               COMPUTE AVERAGE ROUNDED =
                   WS-WEIGHTED-TOTAL / WS-WEIGHTS-PRESENT
           ELSE
               DIVIDE GRADE-TOTAL BY GRADE-COUNT-IN
                   GIVING AVERAGE ROUNDED
           END-IF.

       241-ZERO-ONE-CATEGORY.
           MOVE ZERO TO WS-CAT-SUM (WS-CATEGORY-SUB)
           MOVE ZERO TO WS-CAT-COUNT (WS-CATEGORY-SUB).

       242-TALLY-ONE-GRADE.
           EVALUATE GRADE-CATEGORY-IN (GRADE-SUB)
               WHEN 'Q'
                   MOVE 2 TO WS-CATEGORY-SUB
               WHEN 'E'
                   MOVE 3 TO WS-CATEGORY-SUB
               WHEN 'F'
                   MOVE 4 TO WS-CATEGORY-SUB
               WHEN OTHER
                   MOVE 1 TO WS-CATEGORY-SUB
           END-EVALUATE
           IF GRADE-TABLE-IN (GRADE-SUB) IS NUMERIC
               ADD GRADE-TABLE-IN (GRADE-SUB)
                   TO WS-CAT-SUM (WS-CATEGORY-SUB)
               ADD 1 TO WS-CAT-COUNT (WS-CATEGORY-SUB)
           END-IF.

       243-FOLD-ONE-CATEGORY.
           IF WS-CAT-COUNT (WS-CATEGORY-SUB) > ZERO
               COMPUTE WS-CAT-AVERAGE ROUNDED =
                   WS-CAT-SUM (WS-CATEGORY-SUB) /
                   WS-CAT-COUNT (WS-CATEGORY-SUB)
               COMPUTE WS-WEIGHTED-TOTAL = WS-WEIGHTED-TOTAL +
                   (WS-CAT-AVERAGE *
                    SWT-WEIGHT (WEIGHTS-IDX WS-CATEGORY-SUB))
               ADD SWT-WEIGHT (WEIGHTS-IDX WS-CATEGORY-SUB)
                   TO WS-WEIGHTS-PRESENT
           END-IF.

      *   THE GRADE FILE IS ONLY TOUCHED WHILE IT STILL HOLDS THE
      *   REQUEST'S TERM - A RECORD ON IT IS REPLACED, AND A RECORD
      *   THAT WAS NEVER KEYED (AN INCOMPLETE) IS ADDED.
       250-UPDATE-GRADE-FILE-TABLE.
           MOVE "NO " TO WS-FOUND
           MOVE "NO " TO WS-TERM-ON-GRADE-FILE
           PERFORM 251-CHECK-ONE-GRADE-ENTRY
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > GRADE-ENTRY-COUNT
                  OR WS-FOUND = "YES"
           IF WS-FOUND = "NO " AND WS-TERM-ON-GRADE-FILE = "YES"
               IF GRADE-ENTRY-COUNT < 200
                   ADD 1 TO GRADE-ENTRY-COUNT
                   SET GRADE-ENTRY-IDX TO GRADE-ENTRY-COUNT
                   MOVE REQ-STUDENT-ID
                       TO ENTRY-STUDENT-ID (GRADE-ENTRY-IDX)
                   MOVE REQ-SECTION-CODE
                       TO ENTRY-SECTION-CODE (GRADE-ENTRY-IDX)
                   MOVE REQ-TERM-ID TO ENTRY-TERM-ID (GRADE-ENTRY-IDX)
                   MOVE "YES" TO WS-FOUND
               ELSE
                   DISPLAY "GRADE TABLE FULL - GRADES.TXT NOT "
                       "UPDATED FOR THIS REQUEST"
               END-IF
           END-IF
           IF WS-FOUND = "YES"
               MOVE REQ-NEW-COUNT
                   TO ENTRY-GRADE-COUNT (GRADE-ENTRY-IDX)
               PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                       UNTIL WS-GRADE-SUB > 9
                   MOVE REQ-NEW-GRADE (WS-GRADE-SUB)
                       TO ENTRY-GRADE (GRADE-ENTRY-IDX WS-GRADE-SUB)
                   MOVE REQ-NEW-CATEGORY (WS-GRADE-SUB)
                       TO ENTRY-CATEGORY (GRADE-ENTRY-IDX WS-GRADE-SUB)
               END-PERFORM
               MOVE "YES" TO WS-GRADES-CHANGED
           END-IF.

       251-CHECK-ONE-GRADE-ENTRY.
           SET GRADE-ENTRY-IDX TO WS-ENTRY-SUB
           IF ENTRY-TERM-ID (GRADE-ENTRY-IDX) = REQ-TERM-ID
               MOVE "YES" TO WS-TERM-ON-GRADE-FILE
               IF ENTRY-STUDENT-ID (GRADE-ENTRY-IDX) = REQ-STUDENT-ID
                   AND ENTRY-SECTION-CODE (GRADE-ENTRY-IDX) =
                       REQ-SECTION-CODE
                   MOVE "YES" TO WS-FOUND
               END-IF
           END-IF.

      *   THE SECTION AVERAGE IS REPLACED, NOT ADDED TO - THE SAME
      *   RULE PROGRAM03 KEEPS ON A RERUN.
       255-UPDATE-SECTION-RESULT.
           MOVE ZERO TO WS-OLD-SECTION-AVG
           MOVE "NO " TO WS-FOUND
           SET SECTION-RESULT-IDX TO 1
           IF SECTION-RESULT-COUNT > ZERO
               SEARCH SECTION-RESULT-TABLE
                   AT END
                       CONTINUE
                   WHEN SR-STUDENT-ID (SECTION-RESULT-IDX) =
                           REQ-STUDENT-ID AND
                        SR-SECTION-CODE (SECTION-RESULT-IDX) =
                           REQ-SECTION-CODE AND
                        SR-TERM-ID (SECTION-RESULT-IDX) = REQ-TERM-ID
                       MOVE "YES" TO WS-FOUND
                       MOVE SR-AVERAGE (SECTION-RESULT-IDX)
                           TO WS-OLD-SECTION-AVG
               END-SEARCH
           END-IF
           IF WS-FOUND = "NO "
               IF SECTION-RESULT-COUNT < 2000
                   ADD 1 TO SECTION-RESULT-COUNT
                   SET SECTION-RESULT-IDX TO SECTION-RESULT-COUNT
                   MOVE REQ-STUDENT-ID
                       TO SR-STUDENT-ID (SECTION-RESULT-IDX)
                   MOVE REQ-SECTION-CODE
                       TO SR-SECTION-CODE (SECTION-RESULT-IDX)
                   MOVE REQ-TERM-ID TO SR-TERM-ID (SECTION-RESULT-IDX)
                   MOVE "YES" TO WS-FOUND
               ELSE
                   DISPLAY "**** SECTION HISTORY TABLE FULL - "
                       REQ-STUDENT-ID " NOT POSTED ****"
               END-IF
           END-IF
           IF WS-FOUND = "YES"
               MOVE WS-NEW-SECTION-AVG
                   TO SR-AVERAGE (SECTION-RESULT-IDX)
           END-IF.

      *   THE TERM AVERAGE IS THE AVERAGE OF THE STUDENT'S SECTION
      *   AVERAGES IN THE TERM, AS PROGRAM03 BUILDS IT.
       257-RECOMPUTE-TERM-AVERAGE.
           MOVE ZERO TO WS-TERM-TOTAL
           MOVE ZERO TO WS-TERM-SECTIONS
           PERFORM 258-ADD-ONE-SECTION-RESULT
               VARYING WS-SECTION-RESULT-SUB FROM 1 BY 1
               UNTIL WS-SECTION-RESULT-SUB > SECTION-RESULT-COUNT
           MOVE ZERO TO WS-NEW-TERM-AVG
           IF WS-TERM-SECTIONS > ZERO
               COMPUTE WS-NEW-TERM-AVG ROUNDED =
                   WS-TERM-TOTAL / WS-TERM-SECTIONS
           END-IF
           MOVE ZERO TO WS-OLD-TERM-AVG
           MOVE "NO " TO WS-FOUND
           SET HISTORY-IDX TO 1
           IF HISTORY-COUNT > ZERO
               SEARCH GRADE-HISTORY-TABLE
                   AT END
                       CONTINUE
                   WHEN HIST-STUDENT-ID (HISTORY-IDX) = REQ-STUDENT-ID
                           AND HIST-TERM-ID (HISTORY-IDX) = REQ-TERM-ID
                       MOVE "YES" TO WS-FOUND
                       MOVE HIST-AVERAGE (HISTORY-IDX)
                           TO WS-OLD-TERM-AVG
               END-SEARCH
           END-IF
           IF WS-FOUND = "NO "
               IF HISTORY-COUNT < 400
                   ADD 1 TO HISTORY-COUNT
                   SET HISTORY-IDX TO HISTORY-COUNT
                   MOVE REQ-STUDENT-ID TO HIST-STUDENT-ID (HISTORY-IDX)
                   MOVE REQ-TERM-ID TO HIST-TERM-ID (HISTORY-IDX)
                   MOVE "YES" TO WS-FOUND
               ELSE
                   DISPLAY "**** GRADE HISTORY TABLE FULL - "
                       REQ-STUDENT-ID " NOT POSTED ****"
               END-IF
           END-IF
           IF WS-FOUND = "YES"
               MOVE WS-NEW-TERM-AVG TO HIST-AVERAGE (HISTORY-IDX)
           END-IF.

       258-ADD-ONE-SECTION-RESULT.
           SET SECTION-RESULT-IDX TO WS-SECTION-RESULT-SUB
           IF SR-STUDENT-ID (SECTION-RESULT-IDX) = REQ-STUDENT-ID AND
                   SR-TERM-ID (SECTION-RESULT-IDX) = REQ-TERM-ID
               ADD SR-AVERAGE (SECTION-RESULT-IDX) TO WS-TERM-TOTAL
               ADD 1 TO WS-TERM-SECTIONS
           END-IF.

      *   THE CUMULATIVE GPA - THE AVERAGE OF THE STUDENT'S TERM
      *   AVERAGES ON THE HISTORY, AS PROGRAM43 AND PROGRAM45 TAKE IT.
       260-CUMULATIVE-GPA.
           MOVE ZERO TO WS-CUM-TOTAL
           MOVE ZERO TO WS-CUM-TERMS
           PERFORM 261-ADD-ONE-TERM
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > HISTORY-COUNT
           MOVE ZERO TO WS-CUM-GPA
           IF WS-CUM-TERMS > ZERO
               COMPUTE WS-CUM-GPA ROUNDED =
                   WS-CUM-TOTAL / WS-CUM-TERMS
           END-IF.

       261-ADD-ONE-TERM.
           SET HISTORY-IDX TO WS-HISTORY-SUB
           IF HIST-STUDENT-ID (HISTORY-IDX) = REQ-STUDENT-ID
               ADD HIST-AVERAGE (HISTORY-IDX) TO WS-CUM-TOTAL
               ADD 1 TO WS-CUM-TERMS
           END-IF.

      *   THE PERMANENT AUDIT RECORD - WHO ASKED, WHO APPROVED, AND
      *   WHY, BESIDE THE GRADES BEFORE AND AFTER.
       265-WRITE-GRADE-AUDIT.
           MOVE SPACES TO GA-GRADE-AUDIT-REC
           MOVE WS-BUSINESS-DATE TO GA-DATE
           MOVE REQ-REQUESTED-BY TO GA-OPERATOR
           MOVE REQ-STUDENT-ID TO GA-STUDENT-ID
           MOVE REQ-SECTION-CODE TO GA-SECTION-CODE
           MOVE REQ-TERM-ID TO GA-TERM-ID
           MOVE REQ-OLD-COUNT TO GA-OLD-COUNT
           MOVE REQ-NEW-COUNT TO GA-NEW-COUNT
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 9
               MOVE REQ-OLD-GRADE (WS-GRADE-SUB)
                   TO GA-OLD-GRADE (WS-GRADE-SUB)
               MOVE REQ-NEW-GRADE (WS-GRADE-SUB)
                   TO GA-NEW-GRADE (WS-GRADE-SUB)
           END-PERFORM
           MOVE REQ-REASON-CODE TO GA-REASON-CODE
           MOVE WS-OPERATOR-ID TO GA-APPROVED-BY
           WRITE GA-GRADE-AUDIT-REC.

      *   A CLERK ASKING FOR A SUPERVISOR ACTION IS NOT A CRIME,
      *   BUT IT IS A FACT THE AUDITORS WANT KEPT - AND THE
      *   REQUEST STAYS PENDING FOR A REAL SUPERVISOR.
       240-REFUSE-THE-DECISION.
           DISPLAY "GRADE CHANGE DECISIONS REQUIRE SUPERVISOR LEVEL "
               "- REQUEST LEFT PENDING"
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM09" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           STRING REQ-STUDENT-ID REQ-SECTION-CODE REQ-TERM-ID
               DELIMITED BY SIZE INTO EX-KEY
           MOVE "LATE GRADE CHANGE - NOT SUPERVISOR" TO EX-REASON
           MOVE 'O' TO EX-STATUS
           STRING "OPERATOR " WS-OPERATOR-ID " LEVEL "
               WS-OPERATOR-ROLE DELIMITED BY SIZE
               INTO EX-ORIGINAL-REC
           WRITE EX-REC.

       280-LIST-THE-DECISION.
           MOVE SPACES TO LIST-DETAIL-LINE
           MOVE REQ-STUDENT-ID TO LIST-STUDENT-OUT
           MOVE REQ-SECTION-CODE TO LIST-SECTION-OUT
           MOVE REQ-TERM-ID TO LIST-TERM-OUT
           MOVE REQ-REASON-CODE TO LIST-REASON-OUT
           MOVE REQ-REQUESTED-BY TO LIST-REQ-BY-OUT
           IF REQ-IS-APPROVED
               MOVE "APPROVED" TO LIST-DECISION-OUT
               MOVE WS-OLD-SECTION-AVG TO LIST-OLD-SEC-OUT
               MOVE WS-NEW-SECTION-AVG TO LIST-NEW-SEC-OUT
               MOVE WS-OLD-TERM-AVG TO LIST-OLD-TERM-OUT
               MOVE WS-NEW-TERM-AVG TO LIST-NEW-TERM-OUT
               MOVE WS-OLD-CUM-GPA TO LIST-OLD-CUM-OUT
               MOVE WS-NEW-CUM-GPA TO LIST-NEW-CUM-OUT
               IF WS-CARD-NEEDED = "YES"
                   MOVE "STANDING CHANGED - NEW CARD"
                       TO LIST-FLAG-OUT
               END-IF
           ELSE
               MOVE "DECLINED" TO LIST-DECISION-OUT
           END-IF
           WRITE CHANGE-LISTING-REC FROM LIST-DETAIL-LINE.

      *   ONE PAGE PER CORRECTED CARD, BUILT FROM THE SECTION
      *   HISTORY FOR THE TERM SO IT NEEDS NOTHING FROM GRADES.TXT.
      *   A HELD STUDENT'S AVERAGES AND GPA PRINT AS HELD, AS ON THE
      *   ORIGINAL CARD.
       300-PRINT-CORRECTED-CARD.
           IF WS-CARD-COUNT = ZERO
               WRITE CORRECTED-CARD-REC FROM CARD-TITLE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CORRECTED-CARD-REC FROM CARD-TITLE-LINE
                   AFTER ADVANCING PAGE
           END-IF
           ADD 1 TO WS-CARD-COUNT
           MOVE SPACES TO CARD-NAME-OUT
           MOVE SPACES TO CARD-STREET-OUT
           MOVE SPACES TO CARD-CITY-OUT
           MOVE SPACES TO CARD-STATE-OUT
           MOVE SPACES TO CARD-ZIP-OUT
           SET STUDENT-MASTER-IDX TO 1
           IF STUDENT-MASTER-COUNT > ZERO
               SEARCH STUDENT-MASTER-TABLE
                   AT END
                       CONTINUE
                   WHEN TABLE-STUDENT-ID (STUDENT-MASTER-IDX) =
                           REQ-STUDENT-ID
                       MOVE TABLE-STUDENT-NAME (STUDENT-MASTER-IDX)
                           TO CARD-NAME-OUT
                       MOVE TABLE-STREET (STUDENT-MASTER-IDX)
                           TO CARD-STREET-OUT
                       MOVE TABLE-CITY (STUDENT-MASTER-IDX)
                           TO CARD-CITY-OUT
                       MOVE TABLE-STATE (STUDENT-MASTER-IDX)
                           TO CARD-STATE-OUT
                       MOVE TABLE-ZIP (STUDENT-MASTER-IDX)
                           TO CARD-ZIP-OUT
               END-SEARCH
           END-IF
           MOVE 'NO ' TO WS-STUDENT-HELD
           SET HELD-IDX TO 1
           IF HELD-COUNT > ZERO
               SEARCH HELD-STUDENT-TABLE
                   AT END
                       CONTINUE
                   WHEN HELD-STUDENT-ID (HELD-IDX) = REQ-STUDENT-ID
                       MOVE 'YES' TO WS-STUDENT-HELD
               END-SEARCH
           END-IF
           MOVE SPACES TO CORRECTED-CARD-REC
           WRITE CORRECTED-CARD-REC
           MOVE REQ-STUDENT-ID TO CARD-ID-OUT
           WRITE CORRECTED-CARD-REC FROM CARD-NAME-LINE
           WRITE CORRECTED-CARD-REC FROM CARD-STREET-LINE
           WRITE CORRECTED-CARD-REC FROM CARD-CITY-LINE
           MOVE SPACES TO CORRECTED-CARD-REC
           WRITE CORRECTED-CARD-REC
           WRITE CORRECTED-CARD-REC FROM CARD-COLUMN-LINE
           PERFORM 310-PRINT-ONE-SECTION
               VARYING WS-SECTION-RESULT-SUB FROM 1 BY 1
               UNTIL WS-SECTION-RESULT-SUB > SECTION-RESULT-COUNT
           MOVE WS-NEW-CUM-GPA TO CARD-GPA-OUT
           IF WS-STUDENT-HELD = 'YES'
               MOVE "HELD " TO CARD-GPA-HELD
           END-IF
           MOVE SPACES TO CORRECTED-CARD-REC
           WRITE CORRECTED-CARD-REC
           WRITE CORRECTED-CARD-REC FROM CARD-GPA-LINE
           MOVE REQ-TERM-ID TO CARD-CORR-TERM-OUT
           MOVE REQ-SECTION-CODE TO CARD-CORR-SECTION-OUT
           MOVE SPACES TO CORRECTED-CARD-REC
           WRITE CORRECTED-CARD-REC
           WRITE CORRECTED-CARD-REC FROM CARD-CORRECTED-LINE
           IF WS-STUDENT-HELD = 'YES'
               MOVE SPACES TO CORRECTED-CARD-REC
               WRITE CORRECTED-CARD-REC
               WRITE CORRECTED-CARD-REC FROM CARD-HELD-LINE
           END-IF.

       310-PRINT-ONE-SECTION.
           SET SECTION-RESULT-IDX TO WS-SECTION-RESULT-SUB
           IF SR-STUDENT-ID (SECTION-RESULT-IDX) = REQ-STUDENT-ID AND
                   SR-TERM-ID (SECTION-RESULT-IDX) = REQ-TERM-ID
               MOVE SR-SECTION-CODE (SECTION-RESULT-IDX)
                   TO CARD-SECTION-OUT
               MOVE SR-TERM-ID (SECTION-RESULT-IDX) TO CARD-TERM-OUT
               MOVE SR-AVERAGE (SECTION-RESULT-IDX)
                   TO CARD-AVERAGE-OUT
               IF WS-STUDENT-HELD = 'YES'
                   MOVE "HELD " TO CARD-AVERAGE-HELD
               END-IF
               PERFORM 320-SECTION-ATTENDANCE
               WRITE CORRECTED-CARD-REC FROM CARD-SECTION-LINE
           END-IF.

      *   ATTENDANCE IS SHOWN EVEN WHEN GRADES ARE HELD.
       320-SECTION-ATTENDANCE.
           MOVE SPACES TO CARD-ATTEND-BLANK
           MOVE SPACE TO CARD-ATTEND-SIGN
           SET TALLY-IDX TO 1
           IF TALLY-COUNT > ZERO
               SEARCH ATTENDANCE-TALLY-TABLE
                   AT END
                       CONTINUE
                   WHEN TALLY-STUDENT-ID (TALLY-IDX) = REQ-STUDENT-ID
                           AND TALLY-SECTION-CODE (TALLY-IDX) =
                           SR-SECTION-CODE (SECTION-RESULT-IDX)
                           AND TALLY-TERM-ID (TALLY-IDX) = REQ-TERM-ID
                       COMPUTE WS-MARKED-BASE =
                           TALLY-MEETINGS (TALLY-IDX) -
                           TALLY-EXCUSED (TALLY-IDX)
                       IF WS-MARKED-BASE > ZERO
                           COMPUTE WS-ATTEND-PERCENT ROUNDED =
                               TALLY-ATTENDED (TALLY-IDX) * 100 /
                               WS-MARKED-BASE
                       ELSE
                           MOVE 100 TO WS-ATTEND-PERCENT
                       END-IF
                       MOVE WS-ATTEND-PERCENT TO CARD-ATTEND-OUT
                       MOVE "%" TO CARD-ATTEND-SIGN
               END-SEARCH
           END-IF.

       900-REWRITE-PENDING-FILE.
           OPEN OUTPUT GRADE-CHANGE-FILE
           PERFORM 901-WRITE-ONE-PENDING
               VARYING WS-RECORD-SUB FROM 1 BY 1
               UNTIL WS-RECORD-SUB > PENDING-COUNT
           CLOSE GRADE-CHANGE-FILE.

       901-WRITE-ONE-PENDING.
           SET PENDING-IDX TO WS-RECORD-SUB
           MOVE PENDING-REC (PENDING-IDX) TO GC-CHANGE-REC
           IF GC-IS-PENDING
               WRITE GC-CHANGE-REC
           END-IF.

       910-REWRITE-GRADE-FILE.
           OPEN OUTPUT STUDENT-FILE
           PERFORM 911-WRITE-ONE-GRADE-RECORD
               VARYING WS-ENTRY-SUB FROM 1 BY 1
               UNTIL WS-ENTRY-SUB > GRADE-ENTRY-COUNT
           CLOSE STUDENT-FILE.

       911-WRITE-ONE-GRADE-RECORD.
           SET GRADE-ENTRY-IDX TO WS-ENTRY-SUB
           MOVE SPACES TO STUDENT-REC
           MOVE ENTRY-GRADE-COUNT (GRADE-ENTRY-IDX) TO GRADE-COUNT-FILE
           MOVE ENTRY-STUDENT-ID (GRADE-ENTRY-IDX) TO STUDENT-ID-FILE
           MOVE ENTRY-SECTION-CODE (GRADE-ENTRY-IDX)
               TO SECTION-CODE-FILE
           MOVE ENTRY-TERM-ID (GRADE-ENTRY-IDX) TO TERM-ID-FILE
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > GRADE-COUNT-FILE
               MOVE ENTRY-GRADE (GRADE-ENTRY-IDX WS-GRADE-SUB)
                   TO GRADE-TABLE-FILE (WS-GRADE-SUB)
               MOVE ENTRY-CATEGORY (GRADE-ENTRY-IDX WS-GRADE-SUB)
                   TO GRADE-CATEGORY-FILE (WS-GRADE-SUB)
           END-PERFORM
           WRITE STUDENT-REC.

       920-REWRITE-SECTION-RESULTS.
           OPEN OUTPUT SECTION-RESULT-FILE
           PERFORM 921-WRITE-ONE-SECTION-RESULT
               VARYING WS-SECTION-RESULT-SUB FROM 1 BY 1
               UNTIL WS-SECTION-RESULT-SUB > SECTION-RESULT-COUNT
           CLOSE SECTION-RESULT-FILE.

       921-WRITE-ONE-SECTION-RESULT.
           SET SECTION-RESULT-IDX TO WS-SECTION-RESULT-SUB
           MOVE SPACES TO SRH-SECTION-HIST-REC
           MOVE SR-STUDENT-ID (SECTION-RESULT-IDX) TO SRH-STUDENT-ID
           MOVE SR-SECTION-CODE (SECTION-RESULT-IDX)
               TO SRH-SECTION-CODE
           MOVE SR-TERM-ID (SECTION-RESULT-IDX) TO SRH-TERM-ID
           MOVE SR-AVERAGE (SECTION-RESULT-IDX) TO SRH-AVERAGE
           WRITE SRH-SECTION-HIST-REC.

       930-REWRITE-GRADE-HISTORY.
           OPEN OUTPUT GRADE-HISTORY-FILE
           PERFORM 931-WRITE-ONE-HISTORY-RECORD
               VARYING WS-HISTORY-SUB FROM 1 BY 1
               UNTIL WS-HISTORY-SUB > HISTORY-COUNT
           CLOSE GRADE-HISTORY-FILE.

       931-WRITE-ONE-HISTORY-RECORD.
           SET HISTORY-IDX TO WS-HISTORY-SUB
           MOVE SPACES TO GRADE-HISTORY-REC
           MOVE HIST-STUDENT-ID (HISTORY-IDX) TO HIST-STUDENT-ID-IN
           MOVE HIST-TERM-ID (HISTORY-IDX) TO HIST-TERM-ID-IN
           MOVE HIST-AVERAGE (HISTORY-IDX) TO HIST-AVERAGE-IN
           WRITE GRADE-HISTORY-REC.

       END PROGRAM PROGRAM09.
