      *transcript and over each section's summary line, and the
      *below-passing count uses the section's own passing threshold
      *instead of a hard-wired 60.
      *Each student's finished average in each section is now also
      *kept by term in WhitingSECTION-HISTORY.DAT (the shared
      *SECTHIST copybook) alongside the per-term history, so the
      *degree audit can tell which sections a student has passed in
      *any term.  A rerun of a term's grades replaces that term's
      *section averages instead of adding to them.
      *A student with an active registrar hold on
      *WhitingSTUDENT-HOLDS.DAT (the shared STUHOLD copybook,
      *maintained by PROGRAM96) shows HELD on the transcript in place
      *of the average, letter grade and cumulative GPA, and no prior
      *terms print; the grades are still posted to the history files
      *and counted in the section summary.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
             SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL SECTION-RESULT-FILE
               ASSIGN TO "..\..\..\..\WhitingSECTION-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  SEC-TERM-OFFERED      PIC X(5).
           05  SEC-PASSING-MARK      PIC 9(3).

       FD  SECTION-RESULT-FILE.
       COPY SECTHIST REPLACING ==:PFX:== BY ==SRH==.

       FD  HOLD-FILE.
       COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.

       FD  GRADE-HISTORY-FILE.
       01  GRADE-HISTORY-REC.
           05  HIST-STUDENT-ID-IN    PIC X(5).
           05  NAME-OUT              PIC X(20).
           05                        PIC X(3).
           05  AVERAGE-OUT           PIC ZZ9.9.
           05  AVERAGE-HELD-OUT REDEFINES AVERAGE-OUT
                                     PIC X(5).
           05                        PIC X(3).
           05  LETTER-GRADE-OUT      PIC X.
           05                        PIC X(2).
           05  FILLER                PIC X(4).
           05  CUM-GPA-OUT           PIC ZZ9.9.
           05  CUM-GPA-HELD-OUT REDEFINES CUM-GPA-OUT
                                     PIC X(5).
           05                        PIC X(44).

      *   HOLDS THE PER-SECTION SUMMARY LINES (SECTION AVERAGE, HIGH/
       01  WS-STUDENT-NAME           PIC X(20) VALUE SPACES.
       01  WS-REJECT-REASON          PIC X(40) VALUE SPACES.
       01  WS-PREVIOUS-SECTION       PIC X(6) VALUE SPACES.
       01  WS-STUDENT-HELD           PIC X(3) VALUE 'NO '.

      *   THE WORKING COPY OF ONE GRADE RECORD - NINE FIXED GRADE
      *   SLOTS WITH THEIR CATEGORY BYTES BEHIND THEM; THE GRADE
           05  WS-CUM-TERMS          PIC 9(3).
           05  WS-CUM-GPA            PIC 999V9.

      *   ONE ENTRY PER STUDENT PER SECTION PER TERM - THE COURSE
      *   AVERAGE AS LAST POSTED.
       01  SECTION-RESULT-TABLE-AREAS.
           05  SECTION-RESULT-COUNT  PIC 9(4) VALUE ZERO.
           05  SECTION-RESULT-TABLE OCCURS 2000 TIMES
                   INDEXED BY SECTION-RESULT-IDX.
               10  SR-STUDENT-ID         PIC X(5).
               10  SR-SECTION-CODE       PIC X(6).
               10  SR-TERM-ID            PIC X(5).
               10  SR-AVERAGE            PIC 999V9.
           05  WS-SECTION-RESULT-FOUND PIC X(3) VALUE 'NO '.
           05  WS-SECTION-RESULT-SUB PIC 9(4).

       01  PRIOR-TERM-LINE.
           05                        PIC X(8) VALUE SPACES.
           05  FILLER                PIC X(12)
           05                        PIC X(3).
           05  PRIOR-AVERAGE-OUT     PIC ZZ9.9.

      *   ONE ENTRY PER ACTIVE REGISTRAR HOLD.
       01  HELD-STUDENT-TABLE-AREAS.
           05  HELD-COUNT            PIC 9(4) VALUE ZERO.
           05  HELD-STUDENT-TABLE OCCURS 2000 TIMES
                   INDEXED BY HELD-IDX.
               10  HELD-STUDENT-ID       PIC X(5).

       01  STUDENT-MASTER-TABLE-AREAS.
           05  STUDENT-MASTER-COUNT  PIC 9(3) VALUE ZERO.
           05  STUDENT-MASTER-TABLE OCCURS 200 TIMES
       100-MAIN-MODULE.
           PERFORM 105-LOAD-STUDENT-MASTER
           PERFORM 107-LOAD-GRADE-HISTORY
           PERFORM 111-LOAD-SECTION-RESULTS
           PERFORM 109-LOAD-SECTION-WEIGHTS
           PERFORM 114-LOAD-ENROLLMENT
           PERFORM 117-LOAD-SECTION-MASTER
           PERFORM 121-LOAD-ACTIVE-HOLDS
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-SECTION-CODE SORT-STUDENT-ID
               USING STUDENT-FILE
                 CLASS-SUMMARY-FILE
                 GRADE-REJECT-FILE
           PERFORM 900-WRITE-GRADE-HISTORY
           PERFORM 920-WRITE-SECTION-RESULTS
           STOP RUN.

       107-LOAD-GRADE-HISTORY.
               HIST-COURSE-COUNT (HISTORY-IDX)
           WRITE GRADE-HISTORY-REC.

       111-LOAD-SECTION-RESULTS.
           OPEN INPUT SECTION-RESULT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 112-READ-SECTION-RESULT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-RESULT-FILE.

       112-READ-SECTION-RESULT.
           READ SECTION-RESULT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
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

      *   REWRITES THE SECTION HISTORY WITH EVERY RESULT ON FILE PLUS
      *   THE ONES POSTED THIS RUN.
       920-WRITE-SECTION-RESULTS.
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

       109-LOAD-SECTION-WEIGHTS.
           OPEN INPUT SECTION-WEIGHTS-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
                   END-IF
           END-READ.

      *   ONLY HOLDS NOT YET RELEASED ARE KEPT.
       121-LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 122-READ-HOLD-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE HOLD-FILE.

       122-READ-HOLD-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HLD-DATE-RELEASED IS NUMERIC AND HLD-IS-ACTIVE
                       IF HELD-COUNT < 2000
                           ADD 1 TO HELD-COUNT
                           SET HELD-IDX TO HELD-COUNT
                           MOVE HLD-STUDENT-ID
                               TO HELD-STUDENT-ID (HELD-IDX)
                       ELSE
                           DISPLAY "**** HOLD TABLE FULL - "
                               HLD-STUDENT-ID " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

       105-LOAD-STUDENT-MASTER.
           OPEN INPUT STUDENT-MASTER-FILE
           PERFORM 106-READ-MASTER-RECORD
           PERFORM 220-LETTER-GRADE-RTN
           MOVE LETTER-GRADE TO LETTER-GRADE-OUT
           PERFORM 240-UPDATE-GRADE-HISTORY
           PERFORM 241-UPDATE-SECTION-RESULT
           PERFORM 245-CUMULATIVE-GPA
           MOVE WS-CUM-GPA TO CUM-GPA-OUT
           PERFORM 247-CHECK-STUDENT-HOLD
           IF WS-STUDENT-HELD = 'YES'
               MOVE "HELD " TO AVERAGE-HELD-OUT
               MOVE SPACE TO LETTER-GRADE-OUT
               MOVE "HELD " TO CUM-GPA-HELD-OUT
           END-IF
           ADD 1 TO STUDENT-COUNT
           ADD 1 TO GRAND-STUDENT-COUNT
           ADD AVERAGE TO CLASS-TOTAL
           ADD AVERAGE TO GRAND-CLASS-TOTAL
           PERFORM 230-TRACK-HIGH-LOW
           WRITE TRANSCRIPT-REC
           IF WS-STUDENT-HELD = 'NO '
               PERFORM 250-PRINT-PRIOR-TERMS
           END-IF.

      *   FOLDS THIS COURSE AVERAGE INTO THE STUDENT'S ENTRY FOR THE
      *   TERM ON THE GRADE RECORD, ADDING THE ENTRY THE FIRST TIME
               END-IF
           END-IF.

      *   POSTS THIS COURSE AVERAGE AGAINST THE STUDENT, SECTION, AND
      *   TERM, REPLACING WHAT AN EARLIER RUN OF THE SAME TERM LEFT.
       241-UPDATE-SECTION-RESULT.
           MOVE 'NO ' TO WS-SECTION-RESULT-FOUND
           SET SECTION-RESULT-IDX TO 1
           IF SECTION-RESULT-COUNT > ZERO
               SEARCH SECTION-RESULT-TABLE
                   AT END
                       CONTINUE
                   WHEN SR-STUDENT-ID (SECTION-RESULT-IDX)
                           = STUDENT-ID-IN
                       AND SR-SECTION-CODE (SECTION-RESULT-IDX)
                           = SECTION-CODE-IN
                       AND SR-TERM-ID (SECTION-RESULT-IDX)
                           = TERM-ID-IN
                       MOVE 'YES' TO WS-SECTION-RESULT-FOUND
               END-SEARCH
           END-IF
           IF WS-SECTION-RESULT-FOUND = 'YES'
               MOVE AVERAGE TO SR-AVERAGE (SECTION-RESULT-IDX)
           ELSE
               IF SECTION-RESULT-COUNT < 2000
                   ADD 1 TO SECTION-RESULT-COUNT
                   SET SECTION-RESULT-IDX TO SECTION-RESULT-COUNT
                   MOVE STUDENT-ID-IN
                       TO SR-STUDENT-ID (SECTION-RESULT-IDX)
                   MOVE SECTION-CODE-IN
                       TO SR-SECTION-CODE (SECTION-RESULT-IDX)
                   MOVE TERM-ID-IN TO SR-TERM-ID (SECTION-RESULT-IDX)
                   MOVE AVERAGE TO SR-AVERAGE (SECTION-RESULT-IDX)
               ELSE
                   DISPLAY "**** SECTION HISTORY TABLE FULL - "
                       STUDENT-ID-IN " NOT POSTED ****"
               END-IF
           END-IF.

      *   THE CUMULATIVE GPA IS THE AVERAGE OF THE STUDENT'S TERM
      *   AVERAGES ACROSS EVERY TERM ON FILE, INCLUDING THE TERM
      *   BEING POSTED.
               ADD 1 TO WS-CUM-TERMS
           END-IF.

      *   A HELD STUDENT'S GRADES ARE POSTED BUT NOT RELEASED ON THE
      *   TRANSCRIPT UNTIL THE HOLD IS LIFTED.
       247-CHECK-STUDENT-HOLD.
           MOVE 'NO ' TO WS-STUDENT-HELD
           SET HELD-IDX TO 1
           IF HELD-COUNT > ZERO
               SEARCH HELD-STUDENT-TABLE
                   AT END
                       CONTINUE
                   WHEN HELD-STUDENT-ID (HELD-IDX) = STUDENT-ID-IN
                       MOVE 'YES' TO WS-STUDENT-HELD
               END-SEARCH
           END-IF.

       250-PRINT-PRIOR-TERMS.
           PERFORM 251-PRINT-ONE-PRIOR-TERM
               VARYING WS-HISTORY-SUB FROM 1 BY 1
