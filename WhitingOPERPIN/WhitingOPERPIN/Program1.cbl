      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERPIN.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *The common operator sign-on (copybook OPERSIGN for the call,
      *OPERREC for OPERATORS.DAT).  PROGRAM34 and every screen that
      *signs on CALLs this module instead of keeping its own copy of
      *the ID prompt, so an operator ID seen on a report heading is
      *no longer enough to approve anything.
      *The operator keys the ID and the PIN.  The PIN is hashed with
      *the ID and compared with the hash on file - the PIN itself is
      *never stored, displayed or printed.  A wrong PIN adds to the
      *operator's failed-attempt count on OPERATORS.DAT at once, so
      *the count survives the session ending, and the operator is
      *locked when it reaches the limit on OPERATOR-PIN-PARMS.DAT;
      *the lockout goes to the common exception file.  A locked
      *operator cannot sign on even with the right PIN until a
      *supervisor unlocks the ID through PROGRAM60.  An ID with no
      *PIN issued cannot sign on at all.  Three tries end the
      *session.
      *A good sign-on clears the count and stamps the last sign-on
      *date.  A PIN issued by PROGRAM60, or one older than the
      *change-after days on the parameter file, must be changed
      *before the sign-on completes - the new PIN is keyed twice,
      *must be four to six characters with no blanks, and may not be
      *the old one.
      *Function H only hashes a PIN for an ID, so PROGRAM60 can issue
      *one without a second copy of the hash.
      *With no parameter file the PIN is changed every 90 days and
      *five failures lock the operator.
      *The files are found relative to the calling program - the
      *usual four folders up unless the caller passes its own path,
      *as PROGRAM12 does from the VIN solution.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO WS-OPERATOR-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PIN-PARM-FILE
               ASSIGN TO WS-PIN-PARM-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO WS-EXCEPTION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC REPLACING ==:PFX:== BY ==OPR==.

       FD  PIN-PARM-FILE.
       01  PIN-PARM-REC.
           05  PP-CHANGE-DAYS              PIC 9(3).
           05  PP-MAX-FAILURES             PIC 9(2).
           05  PP-DORMANT-DAYS             PIC 9(3).

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-OPERATOR-FOUND           PIC X(3)    VALUE 'NO '.
           05  WS-PIN-CHANGED              PIC X(3)    VALUE 'NO '.
           05  WS-SESSION-OVER             PIC X(3)    VALUE 'NO '.

       01  PROGRAM-CONSTANTS.
           05  TABLE-CAPACITY              PIC 9(2)    VALUE 50.
           05  SESSION-TRIES               PIC 9       VALUE 3.
           05  HASH-MODULUS                PIC 9(9)    VALUE 999999937.
           05  HASH-MULTIPLIER             PIC 9(3)    VALUE 131.

       01  PIN-PARAMETERS.
           05  WS-CHANGE-DAYS              PIC 9(3)    VALUE 90.
           05  WS-MAX-FAILURES             PIC 9(2)    VALUE 5.

      *   THE FILES ARE FOUND RELATIVE TO THE CALLING PROGRAM.
       01  DYNAMIC-FILE-NAMES.
           05  WS-DATA-PATH                PIC X(16).
           05  WS-OPERATOR-FILE-NAME       PIC X(50).
           05  WS-PIN-PARM-FILE-NAME       PIC X(50).
           05  WS-EXCEPTION-FILE-NAME      PIC X(50).

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-TODAY                    PIC 9(8)    VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(7)    VALUE ZERO.
           05  WS-CHANGED-INT              PIC 9(7)    VALUE ZERO.
           05  WS-PIN-AGE                  PIC S9(7)   VALUE ZERO.

       01  OPERATOR-TABLE-AREAS.
           05  OPERATOR-COUNT              PIC 9(2)    VALUE ZERO.
           05  OPERATOR-TABLE OCCURS 50 TIMES
                   INDEXED BY OPERATOR-IDX.
               10  OT-ENTRY                PIC X(54).
       COPY OPERREC REPLACING ==:PFX:== BY ==WO==.

      *   THE KEYED VALUES - NONE OF THEM IS EVER DISPLAYED.
       01  SIGNON-WORK-AREAS.
           05  WS-ATTEMPTS                 PIC 9       VALUE ZERO.
           05  WS-CHANGE-TRIES             PIC 9       VALUE ZERO.
           05  WS-KEYED-ID                 PIC X(5)    VALUE SPACES.
           05  WS-KEYED-PIN                PIC X(6)    VALUE SPACES.
           05  WS-NEW-PIN                  PIC X(6)    VALUE SPACES.
           05  WS-NEW-PIN-AGAIN            PIC X(6)    VALUE SPACES.
           05  WS-KEYED-HASH               PIC 9(9)    VALUE ZERO.
           05  WS-NEW-HASH                 PIC 9(9)    VALUE ZERO.

      *   THE HASH RUNS THE SIX PIN CHARACTERS AND THEN THE FIVE ID
      *   CHARACTERS THROUGH A MULTIPLY-AND-REMAINDER CHAIN.
       01  HASH-WORK-AREAS.
           05  WS-HASH-PIN                 PIC X(6).
           05  WS-HASH-ID                  PIC X(5).
           05  WS-HASH-SOURCE              PIC X(11).
           05  WS-HASH-SUB                 PIC 9(2).
           05  WS-HASH-ACCUM               PIC 9(18).
           05  WS-HASH-QUOTIENT            PIC 9(18).
           05  WS-HASH-RESULT              PIC 9(9).

       LINKAGE SECTION.
       COPY OPERSIGN REPLACING ==:PFX:== BY ==LK==.

       PROCEDURE DIVISION USING LK-SIGNON-AREA.
       100-SIGN-ON-OR-HASH.
           MOVE 'B' TO LK-RESULT
           IF LK-HASH-PIN
               MOVE LK-PIN TO WS-HASH-PIN
               MOVE LK-OPERATOR-ID TO WS-HASH-ID
               PERFORM 700-HASH-PIN
               MOVE WS-HASH-RESULT TO LK-PIN-HASH
               MOVE 'G' TO LK-RESULT
               GOBACK
           END-IF
           MOVE SPACES TO LK-OPERATOR-ID
           MOVE SPACES TO LK-OPERATOR-NAME
           MOVE SPACE TO LK-OPERATOR-ROLE
           MOVE SPACES TO LK-PIN
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           PERFORM 102-BUILD-FILE-NAMES
           PERFORM 105-READ-PIN-PARMS
           PERFORM 110-LOAD-OPERATORS
           IF OPERATOR-COUNT = ZERO
               DISPLAY "NO OPERATOR FILE ON DISK - CANNOT SIGN ON"
               GOBACK
           END-IF
           MOVE ZERO TO WS-ATTEMPTS
           MOVE 'NO ' TO WS-SESSION-OVER
           PERFORM 200-ONE-SIGN-ON-ATTEMPT
               UNTIL LK-SIGNED-ON
                  OR WS-SESSION-OVER = 'YES'
                  OR WS-ATTEMPTS >= SESSION-TRIES
           IF NOT LK-SIGNED-ON
               DISPLAY "NOT SIGNED ON"
           END-IF
           MOVE SPACES TO WS-KEYED-PIN
           MOVE SPACES TO WS-NEW-PIN
           MOVE SPACES TO WS-NEW-PIN-AGAIN
           GOBACK.

       102-BUILD-FILE-NAMES.
           MOVE LK-DATA-PATH TO WS-DATA-PATH
           IF WS-DATA-PATH = SPACES
               MOVE "..\..\..\..\" TO WS-DATA-PATH
           END-IF
           MOVE SPACES TO WS-OPERATOR-FILE-NAME
           STRING WS-DATA-PATH DELIMITED BY SPACE
                  "OPERATORS.DAT" DELIMITED BY SIZE
                  INTO WS-OPERATOR-FILE-NAME
           MOVE SPACES TO WS-PIN-PARM-FILE-NAME
           STRING WS-DATA-PATH DELIMITED BY SPACE
                  "OPERATOR-PIN-PARMS.DAT" DELIMITED BY SIZE
                  INTO WS-PIN-PARM-FILE-NAME
           MOVE SPACES TO WS-EXCEPTION-FILE-NAME
           STRING WS-DATA-PATH DELIMITED BY SPACE
                  "WhitingEXCEPTIONS.DAT" DELIMITED BY SIZE
                  INTO WS-EXCEPTION-FILE-NAME.

       105-READ-PIN-PARMS.
           OPEN INPUT PIN-PARM-FILE
           READ PIN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PP-CHANGE-DAYS IS NUMERIC AND
                           PP-CHANGE-DAYS > ZERO
                       MOVE PP-CHANGE-DAYS TO WS-CHANGE-DAYS
                   END-IF
                   IF PP-MAX-FAILURES IS NUMERIC AND
                           PP-MAX-FAILURES > ZERO
                       MOVE PP-MAX-FAILURES TO WS-MAX-FAILURES
                   END-IF
           END-READ
           CLOSE PIN-PARM-FILE.

       110-LOAD-OPERATORS.
           MOVE ZERO TO OPERATOR-COUNT
           OPEN INPUT OPERATOR-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 111-READ-ONE-OPERATOR
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OPERATOR-FILE.

       111-READ-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF OPERATOR-COUNT < TABLE-CAPACITY
                       ADD 1 TO OPERATOR-COUNT
                       SET OPERATOR-IDX TO OPERATOR-COUNT
                       MOVE OPR-REC TO OT-ENTRY (OPERATOR-IDX)
                   ELSE
                       DISPLAY "OPERATOR TABLE FULL - "
                           OPR-ID " OMITTED"
                   END-IF
           END-READ.

      *   THE SAME ANSWER FOR AN UNKNOWN ID AND A WRONG PIN, SO THE
      *   PROMPT NEVER CONFIRMS THAT AN ID EXISTS.
       200-ONE-SIGN-ON-ATTEMPT.
           ADD 1 TO WS-ATTEMPTS
           DISPLAY "ENTER YOUR FIVE CHARACTER OPERATOR ID"
           ACCEPT WS-KEYED-ID
           DISPLAY "ENTER YOUR PIN"
           ACCEPT WS-KEYED-PIN
           MOVE 'NO ' TO WS-OPERATOR-FOUND
           SET OPERATOR-IDX TO 1
           SEARCH OPERATOR-TABLE
               AT END
                   CONTINUE
               WHEN OPERATOR-IDX > OPERATOR-COUNT
                   CONTINUE
               WHEN OT-ENTRY (OPERATOR-IDX) (1:5) = WS-KEYED-ID
                   MOVE 'YES' TO WS-OPERATOR-FOUND
                   MOVE OT-ENTRY (OPERATOR-IDX) TO WO-REC
           END-SEARCH
           EVALUATE TRUE
               WHEN WS-OPERATOR-FOUND = 'NO '
                   DISPLAY "OPERATOR ID OR PIN NOT ACCEPTED"
               WHEN WO-IS-LOCKED
                   DISPLAY "OPERATOR " WS-KEYED-ID " IS LOCKED - A "
                       "SUPERVISOR MUST UNLOCK IT"
                   MOVE 'YES' TO WS-SESSION-OVER
               WHEN WO-PIN-HASH IS NOT NUMERIC
                   DISPLAY "NO PIN ISSUED FOR OPERATOR " WS-KEYED-ID
                       " - SEE A SUPERVISOR"
                   MOVE 'YES' TO WS-SESSION-OVER
               WHEN OTHER
                   MOVE WS-KEYED-PIN TO WS-HASH-PIN
                   MOVE WS-KEYED-ID TO WS-HASH-ID
                   PERFORM 700-HASH-PIN
                   MOVE WS-HASH-RESULT TO WS-KEYED-HASH
                   IF WS-KEYED-HASH = WO-PIN-HASH
                       PERFORM 300-GOOD-PIN
                   ELSE
                       PERFORM 400-BAD-PIN
                   END-IF
           END-EVALUATE.

      *   AN ISSUED OR EXPIRED PIN IS CHANGED BEFORE THE SIGN-ON
      *   COMPLETES; AN OPERATOR WHO WILL NOT CHANGE IT IS NOT SIGNED
      *   ON, BUT IS NOT COUNTED AS A FAILURE EITHER.
       300-GOOD-PIN.
           MOVE ZERO TO WO-FAILED-ATTEMPTS
           MOVE 'YES' TO WS-PIN-CHANGED
           MOVE ZERO TO WS-PIN-AGE
           IF WO-PIN-CHANGED-DATE IS NOT NUMERIC OR
                   WO-PIN-CHANGED-DATE = ZERO
               MOVE 'NO ' TO WS-PIN-CHANGED
               DISPLAY "YOUR PIN WAS ISSUED BY A SUPERVISOR AND MUST "
                   "BE CHANGED NOW"
           ELSE
               COMPUTE WS-CHANGED-INT =
                   FUNCTION INTEGER-OF-DATE (WO-PIN-CHANGED-DATE)
               COMPUTE WS-PIN-AGE = WS-TODAY-INT - WS-CHANGED-INT
               IF WS-PIN-AGE > WS-CHANGE-DAYS
                   MOVE 'NO ' TO WS-PIN-CHANGED
                   DISPLAY "YOUR PIN IS OVER " WS-CHANGE-DAYS
                       " DAYS OLD AND MUST BE CHANGED NOW"
               END-IF
           END-IF
           IF WS-PIN-CHANGED = 'NO '
               MOVE ZERO TO WS-CHANGE-TRIES
               PERFORM 310-CHANGE-PIN
                   UNTIL WS-PIN-CHANGED = 'YES'
                      OR WS-CHANGE-TRIES >= SESSION-TRIES
           END-IF
           IF WS-PIN-CHANGED = 'YES'
               MOVE WS-TODAY TO WO-LAST-SIGNON-DATE
               MOVE 'G' TO LK-RESULT
               MOVE WO-ID TO LK-OPERATOR-ID
               MOVE WO-NAME TO LK-OPERATOR-NAME
               MOVE WO-ROLE TO LK-OPERATOR-ROLE
               DISPLAY "SIGNED ON: " WO-NAME
           ELSE
               DISPLAY "PIN NOT CHANGED"
               MOVE 'YES' TO WS-SESSION-OVER
           END-IF
           MOVE WO-REC TO OT-ENTRY (OPERATOR-IDX)
           PERFORM 900-REWRITE-OPERATORS.

       310-CHANGE-PIN.
           ADD 1 TO WS-CHANGE-TRIES
           DISPLAY "ENTER A NEW PIN - FOUR TO SIX CHARACTERS"
           ACCEPT WS-NEW-PIN
           DISPLAY "ENTER THE NEW PIN AGAIN"
           ACCEPT WS-NEW-PIN-AGAIN
           MOVE WS-NEW-PIN TO WS-HASH-PIN
           MOVE WO-ID TO WS-HASH-ID
           PERFORM 700-HASH-PIN
           MOVE WS-HASH-RESULT TO WS-NEW-HASH
           EVALUATE TRUE
               WHEN WS-NEW-PIN NOT = WS-NEW-PIN-AGAIN
                   DISPLAY "THE TWO ENTRIES DO NOT MATCH"
               WHEN WS-NEW-PIN (1:4) = SPACES OR
                       WS-NEW-PIN (1:1) = SPACE OR
                       WS-NEW-PIN (2:1) = SPACE OR
                       WS-NEW-PIN (3:1) = SPACE OR
                       WS-NEW-PIN (4:1) = SPACE OR
                       (WS-NEW-PIN (5:1) = SPACE AND
                        WS-NEW-PIN (6:1) NOT = SPACE)
                   DISPLAY "A PIN IS FOUR TO SIX CHARACTERS WITH NO "
                       "BLANKS"
               WHEN WS-NEW-HASH = WO-PIN-HASH
                   DISPLAY "THE NEW PIN MAY NOT BE THE OLD ONE"
               WHEN OTHER
                   MOVE WS-NEW-HASH TO WO-PIN-HASH
                   MOVE WS-TODAY TO WO-PIN-CHANGED-DATE
                   MOVE 'YES' TO WS-PIN-CHANGED
                   DISPLAY "PIN CHANGED"
           END-EVALUATE.

      *   THE COUNT IS WRITTEN BACK AT ONCE - ENDING THE SESSION DOES
      *   NOT CLEAR IT.
       400-BAD-PIN.
           ADD 1 TO WO-FAILED-ATTEMPTS
           DISPLAY "OPERATOR ID OR PIN NOT ACCEPTED"
           IF WO-FAILED-ATTEMPTS >= WS-MAX-FAILURES
               MOVE 'L' TO WO-LOCK-FLAG
               MOVE 'YES' TO WS-SESSION-OVER
               DISPLAY "OPERATOR " WO-ID " IS NOW LOCKED - A "
                   "SUPERVISOR MUST UNLOCK IT"
               PERFORM 410-WRITE-LOCKOUT-EXCEPTION
           END-IF
           MOVE WO-REC TO OT-ENTRY (OPERATOR-IDX)
           PERFORM 900-REWRITE-OPERATORS.

       410-WRITE-LOCKOUT-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           MOVE SPACES TO EX-REC
           MOVE LK-CALLER TO EX-PROGRAM-ID
           MOVE WS-TODAY TO EX-BUSINESS-DATE
           MOVE WO-ID TO EX-KEY
           MOVE "OPERATOR LOCKED - REPEATED BAD PINS" TO EX-REASON
           MOVE 'O' TO EX-STATUS
           STRING "OPERATOR " WO-ID " " WO-NAME " FAILED ATTEMPTS "
               WO-FAILED-ATTEMPTS " AT " RUN-DATE-WORK (9:6)
               DELIMITED BY SIZE INTO EX-ORIGINAL-REC
           WRITE EX-REC
           CLOSE EXCEPTION-FILE.

       700-HASH-PIN.
           MOVE WS-HASH-PIN TO WS-HASH-SOURCE (1:6)
           MOVE WS-HASH-ID TO WS-HASH-SOURCE (7:5)
           MOVE 7919 TO WS-HASH-ACCUM
           PERFORM 710-HASH-ONE-CHARACTER
               VARYING WS-HASH-SUB FROM 1 BY 1
               UNTIL WS-HASH-SUB > 11
           MOVE WS-HASH-ACCUM TO WS-HASH-RESULT
           MOVE SPACES TO WS-HASH-PIN
           MOVE SPACES TO WS-HASH-SOURCE.

       710-HASH-ONE-CHARACTER.
           COMPUTE WS-HASH-ACCUM = WS-HASH-ACCUM * HASH-MULTIPLIER
               + FUNCTION ORD (WS-HASH-SOURCE (WS-HASH-SUB:1))
               + WS-HASH-SUB
           DIVIDE WS-HASH-ACCUM BY HASH-MODULUS
               GIVING WS-HASH-QUOTIENT
               REMAINDER WS-HASH-ACCUM.

       900-REWRITE-OPERATORS.
           OPEN OUTPUT OPERATOR-FILE
           PERFORM 901-WRITE-ONE-OPERATOR
               VARYING OPERATOR-IDX FROM 1 BY 1
               UNTIL OPERATOR-IDX > OPERATOR-COUNT
           CLOSE OPERATOR-FILE.

       901-WRITE-ONE-OPERATOR.
           MOVE OT-ENTRY (OPERATOR-IDX) TO OPR-REC
           WRITE OPR-REC.

       END PROGRAM OPERPIN.
