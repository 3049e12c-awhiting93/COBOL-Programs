      *The letters now carry the mailing address from the student
      *master (the shared STUMAST copybook), positioned under the
      *student's name for a window envelope.
      *A student with an active registrar hold on
      *WhitingSTUDENT-HOLDS.DAT (the shared STUHOLD copybook,
      *maintained by PROGRAM96) is left off the honor roll until the
      *hold is released; probation is judged as before.
      *The run now also closes the term it judged on
      *WhitingTERM-STATUS.DAT (the shared TERMSTAT copybook), stamped
      *with the business date and the signed-on operator.  From then
      *on the term's grade records are frozen: PROGRAM20 only takes a
      *grade change request for the term, and PROGRAM09's supervisor
      *approval is the one way a change reaches the history files.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL STANDING-PARM-FILE
               ASSIGN TO "..\..\..\..\STANDING-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TERM-STATUS-FILE
               ASSIGN TO "..\..\..\..\WhitingTERM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HONOR-ROLL-REPORT
               ASSIGN TO "..\..\..\..\WhitingHONOR-ROLL.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  SP-PROBATION-GPA      PIC 999V9.
           05  SP-REPORT-TERM        PIC X(5).

       FD  HOLD-FILE.
       COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.

       FD  TERM-STATUS-FILE.
       COPY TERMSTAT REPLACING ==:PFX:== BY ==TS==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  HONOR-ROLL-REPORT.
       01  HONOR-ROLL-REC            PIC X(80).

           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-FIRST-LETTER             PIC X(3)    VALUE 'YES'.
           05  WS-ALREADY-SEEN             PIC X(3)    VALUE 'NO '.
           05  WS-STUDENT-HELD             PIC X(3)    VALUE 'NO '.

       01  STANDING-PARAMETERS.
           05  WS-HONOR-GPA                PIC 999V9   VALUE 90.0.
               10  TABLE-STATE             PIC XX.
               10  TABLE-ZIP               PIC X(10).

      *   ONE ENTRY PER ACTIVE HOLD.
       01  HELD-STUDENT-TABLE-AREAS.
           05  HELD-COUNT                  PIC 9(4)    VALUE ZERO.
           05  HELD-STUDENT-TABLE OCCURS 2000 TIMES
                   INDEXED BY HELD-IDX.
               10  HELD-STUDENT-ID         PIC X(5).

      *   ONE STUDENT'S TERMS, PULLED FROM THE HISTORY TABLE AND
      *   ORDERED BY TERM ID SO THE CUMULATIVE GPA CAN BE WALKED
      *   TERM BY TERM FOR THE TWO-CONSECUTIVE-DROPS TEST.
           05  WS-ON-PROBATION             PIC X(3)    VALUE 'NO '.
           05  WS-PROBATION-REASON         PIC X(35).

      *   THE TERM STATUS FILE IS HELD WHOLE AND REWRITTEN WITH THE
      *   REPORT TERM MARKED CLOSED.
       01  TERM-STATUS-AREAS.
           05  TERM-STATUS-COUNT           PIC 9(3)    VALUE ZERO.
           05  TERM-STATUS-SUB             PIC 9(3)    VALUE ZERO.
           05  TERM-STATUS-TABLE OCCURS 200 TIMES
                   INDEXED BY TERM-STATUS-IDX.
               10  TST-TERM-ID             PIC X(5).
               10  TST-STATUS              PIC X.
               10  TST-DATE-CLOSED         PIC 9(8).
               10  TST-CLOSED-BY           PIC X(5).
           05  WS-TERM-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-CLOSE-DATE               PIC 9(8)    VALUE ZERO.
           05  WS-RUN-STAMP                PIC X(21)   VALUE SPACES.

       01  PROGRAM-ACCUMULATORS.
           05  HONOR-COUNT                 PIC 9(4)    VALUE ZERO.
           05  PROBATION-COUNT             PIC 9(4)    VALUE ZERO.
           05  HONOR-HELD-COUNT            PIC 9(4)    VALUE ZERO.

       01  HONOR-HEADING-LINE.
           05  FILLER                      PIC X(24)
           PERFORM 105-LOAD-GRADE-HISTORY
           PERFORM 110-LOAD-STUDENT-MASTER
           PERFORM 115-READ-STANDING-PARMS
           PERFORM 120-LOAD-ACTIVE-HOLDS
           OPEN OUTPUT HONOR-ROLL-REPORT
                       PROBATION-REPORT
                       STANDING-LETTER-FILE
           CLOSE HONOR-ROLL-REPORT
                 PROBATION-REPORT
                 STANDING-LETTER-FILE
           IF WS-REPORT-TERM NOT = SPACES
               PERFORM 400-CLOSE-THE-TERM
           END-IF
           DISPLAY "STANDING RUN - HONOR ROLL: " HONOR-COUNT
               " PROBATION: " PROBATION-COUNT
               " TERM: " WS-REPORT-TERM
           IF HONOR-HELD-COUNT > ZERO
               DISPLAY "HONOR ROLL WITHHELD FOR STUDENTS ON HOLD: "
                   HONOR-HELD-COUNT
           END-IF
           STOP RUN.

       105-LOAD-GRADE-HISTORY.
           END-READ
           CLOSE STANDING-PARM-FILE.

      *   ONLY HOLDS NOT YET RELEASED ARE KEPT.
       120-LOAD-ACTIVE-HOLDS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT HOLD-FILE
           PERFORM 121-READ-HOLD-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE HOLD-FILE.

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

      *   EACH HISTORY ENTRY FOR THE REPORT TERM IS ONE STUDENT TO
      *   JUDGE - BUT ONLY THE FIRST TIME THE STUDENT IS SEEN, SO A
      *   STUDENT CANNOT LAND ON A LISTING TWICE.
           PERFORM 250-LOOKUP-STUDENT-NAME
           IF WS-HAS-REPORT-TERM = 'YES'
               IF WS-TERM-AVERAGE >= WS-HONOR-GPA
                   PERFORM 255-CHECK-STUDENT-HOLD
                   IF WS-STUDENT-HELD = 'YES'
                       ADD 1 TO HONOR-HELD-COUNT
                   ELSE
                       PERFORM 260-LIST-ON-HONOR-ROLL
                   END-IF
               END-IF
               MOVE 'NO ' TO WS-ON-PROBATION
               IF WS-TERM-AVERAGE < WS-PROBATION-GPA
               END-SEARCH
           END-IF.

      *   A STUDENT ON HOLD EARNS NO HONORS UNTIL IT IS RELEASED.
       255-CHECK-STUDENT-HOLD.
           MOVE 'NO ' TO WS-STUDENT-HELD
           SET HELD-IDX TO 1
           IF HELD-COUNT > ZERO
               SEARCH HELD-STUDENT-TABLE
                   AT END
                       CONTINUE
                   WHEN HELD-STUDENT-ID (HELD-IDX) = WS-STUDENT-ID
                       MOVE 'YES' TO WS-STUDENT-HELD
               END-SEARCH
           END-IF.

       260-LIST-ON-HONOR-ROLL.
           MOVE SPACES TO STANDING-DETAIL-LINE
           MOVE WS-STUDENT-ID TO DET-STUDENT-ID-OUT
           MOVE WS-CUM-GPA TO LETTER-CUM-GPA-OUT
           WRITE STANDING-LETTER-REC FROM LETTER-GPA-LINE.

      *   MARKS THE REPORT TERM CLOSED - A TERM ALREADY CLOSED KEEPS
      *   ITS ORIGINAL CLOSE DATE AND OPERATOR, SO A RERUN OF THE
      *   STANDING RUN DOES NOT RE-DATE THE FREEZE.
       400-CLOSE-THE-TERM.
           PERFORM 410-GET-CLOSE-STAMP
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT TERM-STATUS-FILE
           PERFORM 420-READ-TERM-STATUS
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TERM-STATUS-FILE
           MOVE 'NO ' TO WS-TERM-FOUND
           SET TERM-STATUS-IDX TO 1
           IF TERM-STATUS-COUNT > ZERO
               SEARCH TERM-STATUS-TABLE
                   AT END
                       CONTINUE
                   WHEN TST-TERM-ID (TERM-STATUS-IDX) = WS-REPORT-TERM
                       MOVE 'YES' TO WS-TERM-FOUND
               END-SEARCH
           END-IF
           IF WS-TERM-FOUND = 'NO '
               IF TERM-STATUS-COUNT < 200
                   ADD 1 TO TERM-STATUS-COUNT
                   SET TERM-STATUS-IDX TO TERM-STATUS-COUNT
                   MOVE WS-REPORT-TERM TO TST-TERM-ID (TERM-STATUS-IDX)
                   MOVE SPACE TO TST-STATUS (TERM-STATUS-IDX)
                   MOVE 'YES' TO WS-TERM-FOUND
               ELSE
                   DISPLAY "**** TERM STATUS TABLE FULL - TERM "
                       WS-REPORT-TERM " NOT CLOSED ****"
               END-IF
           END-IF
           IF WS-TERM-FOUND = 'YES'
               IF TST-STATUS (TERM-STATUS-IDX) NOT = 'C'
                   MOVE 'C' TO TST-STATUS (TERM-STATUS-IDX)
                   MOVE WS-CLOSE-DATE
                       TO TST-DATE-CLOSED (TERM-STATUS-IDX)
                   MOVE WS-OPERATOR-ID
                       TO TST-CLOSED-BY (TERM-STATUS-IDX)
                   DISPLAY "TERM " WS-REPORT-TERM
                       " CLOSED - GRADES ARE FROZEN"
               END-IF
           END-IF
           OPEN OUTPUT TERM-STATUS-FILE
           PERFORM 430-WRITE-TERM-STATUS
               VARYING TERM-STATUS-SUB FROM 1 BY 1
               UNTIL TERM-STATUS-SUB > TERM-STATUS-COUNT
           CLOSE TERM-STATUS-FILE.

       410-GET-CLOSE-STAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           MOVE WS-RUN-STAMP (1:8) TO WS-CLOSE-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-CLOSE-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

       420-READ-TERM-STATUS.
           READ TERM-STATUS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF TERM-STATUS-COUNT < 200
                       ADD 1 TO TERM-STATUS-COUNT
                       SET TERM-STATUS-IDX TO TERM-STATUS-COUNT
                       MOVE TS-TERM-ID TO TST-TERM-ID (TERM-STATUS-IDX)
                       MOVE TS-STATUS TO TST-STATUS (TERM-STATUS-IDX)
                       MOVE TS-DATE-CLOSED
                           TO TST-DATE-CLOSED (TERM-STATUS-IDX)
                       MOVE TS-CLOSED-BY
                           TO TST-CLOSED-BY (TERM-STATUS-IDX)
                   END-IF
           END-READ.

       430-WRITE-TERM-STATUS.
           SET TERM-STATUS-IDX TO TERM-STATUS-SUB
           MOVE SPACES TO TS-TERM-STATUS-REC
           MOVE TST-TERM-ID (TERM-STATUS-IDX) TO TS-TERM-ID
           MOVE TST-STATUS (TERM-STATUS-IDX) TO TS-STATUS
           MOVE TST-DATE-CLOSED (TERM-STATUS-IDX) TO TS-DATE-CLOSED
           MOVE TST-CLOSED-BY (TERM-STATUS-IDX) TO TS-CLOSED-BY
           WRITE TS-TERM-STATUS-REC.

       END PROGRAM PROGRAM43.
