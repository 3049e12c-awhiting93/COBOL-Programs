      *the per-term history in WhitingGRADE-HISTORY.DAT.
      *The grade file is sorted by student first so each student's
      *sections gather on one page.
      *A student with an active registrar hold on
      *WhitingSTUDENT-HOLDS.DAT (the shared STUHOLD copybook,
      *maintained by PROGRAM96) still gets a page, but every course
      *average and the cumulative GPA print as HELD, with a line
      *sending the student to the registrar.
      *Beside each course average the card shows the student's
      *attendance percentage for the section and term from
      *WhitingATTENDANCE.DAT (the shared ATTEND copybook, keyed
      *through PROGRAM98), by the rule in that copybook; a section
      *with no attendance marked leaves the column blank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SECTION-WEIGHTS-FILE
               ASSIGN TO "..\..\..\..\SECTION-WEIGHTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ATTENDANCE-FILE
               ASSIGN TO "..\..\..\..\WhitingATTENDANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REPORT-CARD-FILE
               ASSIGN TO "..\..\..\..\WhitingREPORT-CARDS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  SW-EXAM-WEIGHT        PIC 9(3).
           05  SW-FINAL-WEIGHT       PIC 9(3).

       FD  HOLD-FILE.
       COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.

       FD  ATTENDANCE-FILE.
       COPY ATTEND REPLACING ==:PFX:== BY ==ATT==.

       FD  REPORT-CARD-FILE.
       01  REPORT-CARD-REC           PIC X(80).

           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-FIRST-STUDENT            PIC X(3)    VALUE 'YES'.
           05  WS-SECTION-WEIGHTED         PIC X(3)    VALUE 'NO '.
           05  WS-STUDENT-HELD             PIC X(3)    VALUE 'NO '.

       01  PROGRAM-HOLD-AREAS.
           05  WS-PREVIOUS-STUDENT         PIC X(5)    VALUE SPACES.
               10  HIST-TERM-ID            PIC X(5).
               10  HIST-AVERAGE            PIC 999V9.

      *   ONE ENTRY PER ACTIVE HOLD - A STUDENT WITH TWO HOLDS IS
      *   LISTED TWICE, WHICH THE SEARCH DOES NOT MIND.
       01  HELD-STUDENT-TABLE-AREAS.
           05  HELD-COUNT                  PIC 9(4)    VALUE ZERO.
           05  HELD-STUDENT-TABLE OCCURS 2000 TIMES
                   INDEXED BY HELD-IDX.
               10  HELD-STUDENT-ID         PIC X(5).

      *   ONE ENTRY PER STUDENT, SECTION AND TERM WITH ATTENDANCE
      *   MARKED - PRESENT AND TARDY BOTH COUNT AS ATTENDED.
       01  ATTENDANCE-TALLY-AREAS.
           05  TALLY-COUNT                 PIC 9(4)    VALUE ZERO.
           05  ATTENDANCE-TALLY-TABLE OCCURS 3000 TIMES
                   INDEXED BY TALLY-IDX.
               10  TALLY-STUDENT-ID        PIC X(5).
               10  TALLY-SECTION-CODE      PIC X(6).
               10  TALLY-TERM-ID           PIC X(5).
               10  TALLY-MEETINGS          PIC 9(3).
               10  TALLY-ATTENDED          PIC 9(3).
               10  TALLY-EXCUSED           PIC 9(3).
           05  WS-TALLY-FOUND              PIC X(3)    VALUE 'NO '.
           05  WS-MARKED-BASE              PIC 9(3).
           05  WS-ATTEND-PERCENT           PIC 999V9.

       01  SECTION-WEIGHTS-AREAS.
           05  WEIGHTS-COUNT               PIC 9(3)    VALUE ZERO.
           05  SECTION-WEIGHTS-TABLE OCCURS 50 TIMES

       01  PROGRAM-ACCUMULATORS.
           05  CARDS-PRINTED               PIC 9(5)    VALUE ZERO.
           05  CARDS-HELD                  PIC 9(5)    VALUE ZERO.

       01  REPORT-CARD-LINES.
           05  CARD-TITLE-LINE             PIC X(34)
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
           05  CARD-HELD-LINE              PIC X(80)
               VALUE "GRADES ARE HELD - PLEASE SEE THE REGISTRAR".

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 105-LOAD-STUDENT-MASTER
           PERFORM 110-LOAD-GRADE-HISTORY
           PERFORM 115-LOAD-SECTION-WEIGHTS
           PERFORM 120-LOAD-ACTIVE-HOLDS
           PERFORM 125-LOAD-ATTENDANCE
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-STUDENT-ID
               USING STUDENT-FILE
           CLOSE SORTED-GRADE-FILE
                 REPORT-CARD-FILE
           DISPLAY "REPORT CARDS PRINTED: " CARDS-PRINTED
               " GRADES HELD: " CARDS-HELD
           STOP RUN.

       105-LOAD-STUDENT-MASTER.
                   END-IF
           END-READ.

      *   ONLY HOLDS NOT YET RELEASED ARE KEPT.
       120-LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE
           PERFORM 121-READ-HOLD-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE HOLD-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       121-READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
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

       125-LOAD-ATTENDANCE.
           OPEN INPUT ATTENDANCE-FILE
           PERFORM 126-READ-ATTENDANCE-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ATTENDANCE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       126-READ-ATTENDANCE-RECORD.
           READ ATTENDANCE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ATT-IS-VALID-STATUS
                       PERFORM 127-TALLY-ONE-MARK
                   END-IF
           END-READ.

       127-TALLY-ONE-MARK.
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

      *   A NEW STUDENT ID STARTS A NEW PAGE - THE SAME CONTROL-
      *   BREAK SHAPE THE ROLLUP USES.
       200-READ-ONE-GRADE-RECORD.
                           TO CARD-ZIP-OUT
               END-SEARCH
           END-IF
           MOVE 'NO ' TO WS-STUDENT-HELD
           SET HELD-IDX TO 1
           IF HELD-COUNT > ZERO
               SEARCH HELD-STUDENT-TABLE
                   AT END
                       CONTINUE
                   WHEN HELD-STUDENT-ID (HELD-IDX) = STUDENT-ID-IN
                       MOVE 'YES' TO WS-STUDENT-HELD
                       ADD 1 TO CARDS-HELD
               END-SEARCH
           END-IF
           MOVE SPACES TO REPORT-CARD-REC
           WRITE REPORT-CARD-REC
           MOVE STUDENT-ID-IN TO CARD-ID-OUT
           MOVE SECTION-CODE-IN TO CARD-SECTION-OUT
           MOVE TERM-ID-IN TO CARD-TERM-OUT
           MOVE AVERAGE TO CARD-AVERAGE-OUT
           IF WS-STUDENT-HELD = 'YES'
               MOVE "HELD " TO CARD-AVERAGE-HELD
           END-IF
           PERFORM 250-SECTION-ATTENDANCE
           WRITE REPORT-CARD-REC FROM CARD-SECTION-LINE.

      *   THE SAME AVERAGE RULE PROGRAM03 APPLIES - WEIGHTED BY
                   TO WS-WEIGHTS-PRESENT
           END-IF.

      *   ATTENDANCE IS SHOWN EVEN WHEN GRADES ARE HELD.
       250-SECTION-ATTENDANCE.
           MOVE SPACES TO CARD-ATTEND-BLANK
           MOVE SPACE TO CARD-ATTEND-SIGN
           SET TALLY-IDX TO 1
           IF TALLY-COUNT > ZERO
               SEARCH ATTENDANCE-TALLY-TABLE
                   AT END
                       CONTINUE
                   WHEN TALLY-STUDENT-ID (TALLY-IDX) = STUDENT-ID-IN
                           AND TALLY-SECTION-CODE (TALLY-IDX) =
                           SECTION-CODE-IN
                           AND TALLY-TERM-ID (TALLY-IDX) = TERM-ID-IN
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

      *   CLOSES THE PAGE WITH THE CUMULATIVE GPA - THE AVERAGE OF
      *   THE STUDENT'S TERM AVERAGES ON THE HISTORY FILE.  A HELD
      *   STUDENT'S GPA IS NOT SHOWN.
       300-CLOSE-OUT-STUDENT.
           MOVE ZERO TO WS-CUM-TOTAL
           MOVE ZERO TO WS-CUM-TERMS
                   WS-CUM-TOTAL / WS-CUM-TERMS
           END-IF
           MOVE WS-CUM-GPA TO CARD-GPA-OUT
           IF WS-STUDENT-HELD = 'YES'
               MOVE "HELD " TO CARD-GPA-HELD
           END-IF
           MOVE SPACES TO REPORT-CARD-REC
           WRITE REPORT-CARD-REC
           WRITE REPORT-CARD-REC FROM CARD-GPA-LINE
           IF WS-STUDENT-HELD = 'YES'
               MOVE SPACES TO REPORT-CARD-REC
               WRITE REPORT-CARD-REC
               WRITE REPORT-CARD-REC FROM CARD-HELD-LINE
           END-IF.

       310-ADD-ONE-TERM.
           SET HISTORY-IDX TO HISTORY-SUB
