      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM84.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the supervisor review of the suspected
      *duplicate customers PROGRAM83 queued on
      *CUSTOMER-DUPLICATE-PAIRS.DAT, in the prompted style of
      *PROGRAM49.
      *The session starts with a sign-on against OPERATORS.DAT, and
      *deciding a pair is gated to supervisor level - a clerk's
      *refused attempt is logged to the common exception file and
      *the pair stays pending.
      *Each pair is shown with both customers' names, balances, open
      *items and last activity, and the supervisor answers SAME,
      *DIFFERENT, SKIP or END.  SAME asks which ID survives and
      *appends a ready-to-run merge record (the other ID merged into
      *the survivor, mode M) to MERGE-PARMS.DAT for PROGRAM25; the
      *survivor must pass the mod-11 check digit, and an ID already
      *waiting on MERGE-PARMS.DAT to be merged away can be neither
      *survivor nor merged again until PROGRAM25 has run.  DIFFERENT
      *marks the pair not a duplicate.  Either decision is kept on
      *CUSTOMER-DUPLICATE-DECISIONS.DAT with the deciding operator
      *and date, so PROGRAM83 does not put the pair up again, and
      *the queue is rewritten at session end with only the pairs
      *still pending.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL PAIR-QUEUE-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-DUPLICATE-PAIRS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-DUPLICATE-DECISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MERGE-PARM-FILE
               ASSIGN TO "..\..\..\..\MERGE-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  PAIR-QUEUE-FILE.
       COPY DUPPAIR REPLACING ==:PFX:== BY ==DP==.

       FD  DECISION-FILE.
       COPY DUPPAIR REPLACING ==:PFX:== BY ==DD==.

      *   THE SAME LAYOUT PROGRAM25 READS.
       FD  MERGE-PARM-FILE.
       01  MERGE-PARM-REC.
           05  PARM-OLD-ID                 PIC X(5).
           05  PARM-NEW-ID                 PIC X(5).
           05  PARM-MODE                   PIC X.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC XXX     VALUE "YES".
           05  WS-SESSION-DONE             PIC XXX     VALUE "NO ".

       01  PROGRAM-CONSTANTS.
           05  CHECK-DIGIT-DIVISOR         PIC 99      VALUE 11.

       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.
               88  OPERATOR-IS-SUPERVISOR              VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.
           05  WS-SESSION-STAMP            PIC X(21)   VALUE SPACES.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  CHECK-DIGIT-AREAS.
           05  WS-ID-DIGIT-1               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-2               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-3               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-4               PIC 9       VALUE ZERO.
           05  WS-ID-CHECK-SUM             PIC 9(3)    VALUE ZERO.
           05  WS-ID-CHECK-QUOTIENT        PIC 9(3)    VALUE ZERO.
           05  WS-ID-CHECK-REMAINDER       PIC 99      VALUE ZERO.
           05  WS-ID-STORED-CHECK          PIC 9       VALUE ZERO.
           05  WS-ID-STATUS                PIC X       VALUE 'Y'.
               88  SURVIVOR-CHECK-OK                   VALUE 'Y'.

       01  ENTRY-WORK-AREAS.
           05  WS-ANSWER                   PIC X(10).
           05  WS-RECORD-SUB               PIC 9(3).
           05  WS-SURVIVOR-ID              PIC X(5).
           05  WS-MERGED-ID                PIC X(5).
           05  WS-CONFIRMED-COUNT          PIC 9(3)    VALUE ZERO.
           05  WS-NOT-DUP-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-SKIPPED-COUNT            PIC 9(3)    VALUE ZERO.

      *   THE IDS ALREADY WAITING ON MERGE-PARMS.DAT TO BE MERGED
      *   AWAY, WITH THOSE CONFIRMED THIS SESSION ADDED AS THEY GO.
       01  MERGED-AWAY-AREAS.
           05  WS-AWAY-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-AWAY-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-AWAY-SEARCH-ID           PIC X(5)    VALUE SPACES.
           05  WS-AWAY-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-AWAY-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-AWAY-IDX.
               10  WS-AWAY-ID              PIC X(5).
               10  WS-AWAY-INTO            PIC X(5).

      *   THE PAIR BEING DECIDED IS STAGED HERE SO ITS FIELDS CAN BE
      *   SHOWN.
       COPY DUPPAIR REPLACING ==:PFX:== BY ==WORK==.

       01  DISPLAY-AREAS.
           05  WS-BALANCE-OUT              PIC ---,--9.99.

      *   THE WHOLE QUEUE IS HELD FOR THE SESSION.
       01  PENDING-TABLE-AREAS.
           05  PENDING-COUNT               PIC 9(3)    VALUE ZERO.
           05  PENDING-ENTRY OCCURS 500 TIMES
                   INDEXED BY PENDING-IDX.
               10  ENTRY-PAIR              PIC X(130).

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 102-OPERATOR-SIGN-ON
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-STAMP
           PERFORM 105-LOAD-PAIR-QUEUE
           IF PENDING-COUNT = ZERO
               DISPLAY "NO SUSPECTED DUPLICATES WAITING FOR REVIEW"
               STOP RUN
           END-IF
           PERFORM 107-LOAD-MERGES-WAITING
           OPEN EXTEND EXCEPTION-FILE
                       DECISION-FILE
                       MERGE-PARM-FILE
           DISPLAY "SUSPECTED DUPLICATES WAITING FOR REVIEW: "
               PENDING-COUNT
           PERFORM 200-WORK-ONE-PAIR
               VARYING WS-RECORD-SUB FROM 1 BY 1
               UNTIL WS-RECORD-SUB > PENDING-COUNT
                  OR WS-SESSION-DONE = "YES"
           CLOSE EXCEPTION-FILE
                 DECISION-FILE
                 MERGE-PARM-FILE
           PERFORM 900-REWRITE-PAIR-QUEUE
           DISPLAY "CONFIRMED: " WS-CONFIRMED-COUNT
               "  NOT DUPLICATES: " WS-NOT-DUP-COUNT
               "  LEFT PENDING: " WS-SKIPPED-COUNT
           IF WS-CONFIRMED-COUNT > ZERO
               DISPLAY "MERGE-PARMS.DAT IS READY FOR PROGRAM25"
           END-IF
           STOP RUN.

      *   THE DECIDING OPERATOR RIDES ON EVERY DECISION KEPT.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM84' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       105-LOAD-PAIR-QUEUE.
           OPEN INPUT PAIR-QUEUE-FILE
           PERFORM 106-READ-ONE-PAIR
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE PAIR-QUEUE-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       106-READ-ONE-PAIR.
           READ PAIR-QUEUE-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PENDING-COUNT < 500
                       ADD 1 TO PENDING-COUNT
                       SET PENDING-IDX TO PENDING-COUNT
                       MOVE DP-REC TO ENTRY-PAIR (PENDING-IDX)
                   ELSE
                       DISPLAY "QUEUE TABLE FULL - PAIR LEFT FOR "
                           "THE NEXT SCAN"
                   END-IF
           END-READ.

      *   A MERGE STILL WAITING FOR PROGRAM25 HAS ALREADY TAKEN ITS
      *   OLD ID OUT OF PLAY.
       107-LOAD-MERGES-WAITING.
           OPEN INPUT MERGE-PARM-FILE
           PERFORM 108-READ-ONE-MERGE
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE MERGE-PARM-FILE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS.

       108-READ-ONE-MERGE.
           READ MERGE-PARM-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-AWAY-COUNT < 500
                       ADD 1 TO WS-AWAY-COUNT
                       SET WS-AWAY-IDX TO WS-AWAY-COUNT
                       MOVE PARM-OLD-ID TO WS-AWAY-ID (WS-AWAY-IDX)
                       MOVE PARM-NEW-ID TO WS-AWAY-INTO (WS-AWAY-IDX)
                   END-IF
           END-READ.

       200-WORK-ONE-PAIR.
           SET PENDING-IDX TO WS-RECORD-SUB
           MOVE ENTRY-PAIR (PENDING-IDX) TO WORK-REC
           IF WORK-IS-PENDING
               PERFORM 210-DECIDE-ONE-PAIR
               MOVE WORK-REC TO ENTRY-PAIR (PENDING-IDX)
           END-IF.

       210-DECIDE-ONE-PAIR.
           DISPLAY "----------------------------------------"
           DISPLAY "PAIR " WS-RECORD-SUB " OF " PENDING-COUNT
               "  SCORE: " WORK-SCORE
               "  NAME/STREET/ZIP/PHONE: " WORK-NAME-MATCH "/"
               WORK-STREET-MATCH "/" WORK-ZIP-MATCH "/"
               WORK-PHONE-MATCH
           MOVE WORK-BALANCE (1) TO WS-BALANCE-OUT
           DISPLAY "  1: " WORK-ID-1 " " WORK-NAME (1)
               " BAL: " WS-BALANCE-OUT
               " ITEMS: " WORK-ITEM-COUNT (1)
               " LAST: " WORK-LAST-ACTIVITY (1)
           MOVE WORK-BALANCE (2) TO WS-BALANCE-OUT
           DISPLAY "  2: " WORK-ID-2 " " WORK-NAME (2)
               " BAL: " WS-BALANCE-OUT
               " ITEMS: " WORK-ITEM-COUNT (2)
               " LAST: " WORK-LAST-ACTIVITY (2)
           DISPLAY "SAME, DIFFERENT, SKIP, OR END?"
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
               WHEN "SAME"
               WHEN "same"
                   IF OPERATOR-IS-SUPERVISOR
                       PERFORM 230-CONFIRM-THE-PAIR
                   ELSE
                       PERFORM 220-REFUSE-THE-DECISION
                   END-IF
               WHEN "DIFFERENT"
               WHEN "different"
                   IF OPERATOR-IS-SUPERVISOR
                       MOVE 'N' TO WORK-STATUS
                       MOVE SPACES TO WORK-SURVIVOR-ID
                       PERFORM 250-KEEP-THE-DECISION
                       ADD 1 TO WS-NOT-DUP-COUNT
                   ELSE
                       PERFORM 220-REFUSE-THE-DECISION
                   END-IF
               WHEN "END"
               WHEN "end"
                   MOVE "YES" TO WS-SESSION-DONE
                   ADD 1 TO WS-SKIPPED-COUNT
               WHEN OTHER
                   ADD 1 TO WS-SKIPPED-COUNT
           END-EVALUATE.

      *   A CLERK ASKING FOR A SUPERVISOR ACTION IS LOGGED FOR THE
      *   AUDITORS, AND THE PAIR STAYS PENDING FOR A REAL SUPERVISOR.
       220-REFUSE-THE-DECISION.
           DISPLAY "DUPLICATE DECISIONS REQUIRE SUPERVISOR LEVEL - "
               "PAIR LEFT PENDING"
           ADD 1 TO WS-SKIPPED-COUNT
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM84" TO EX-PROGRAM-ID
           MOVE WS-SESSION-STAMP (1:8) TO EX-BUSINESS-DATE
           STRING WORK-ID-1 "/" WORK-ID-2 DELIMITED BY SIZE
               INTO EX-KEY
           MOVE "DUPLICATE REFUSED - NOT SUPERVISOR" TO EX-REASON
           MOVE 'O' TO EX-STATUS
           STRING "OPERATOR " WS-OPERATOR-ID " LEVEL "
               WS-OPERATOR-ROLE DELIMITED BY SIZE
               INTO EX-ORIGINAL-REC
           WRITE EX-REC.

      *   THE SURVIVOR KEEPS ITS ID; THE OTHER IS MERGED INTO IT.
      *   ANY ANSWER BUT 1 OR 2, OR A SURVIVOR PROGRAM25 WOULD REFUSE,
      *   LEAVES THE PAIR PENDING.
       230-CONFIRM-THE-PAIR.
           DISPLAY "WHICH ID SURVIVES - 1 (" WORK-ID-1 ") OR 2 ("
               WORK-ID-2 ")?"
           ACCEPT WS-ANSWER
           MOVE SPACES TO WS-SURVIVOR-ID
           IF WS-ANSWER = "1"
               MOVE WORK-ID-1 TO WS-SURVIVOR-ID
               MOVE WORK-ID-2 TO WS-MERGED-ID
           END-IF
           IF WS-ANSWER = "2"
               MOVE WORK-ID-2 TO WS-SURVIVOR-ID
               MOVE WORK-ID-1 TO WS-MERGED-ID
           END-IF
           IF WS-SURVIVOR-ID = SPACES
               DISPLAY "NO SURVIVOR CHOSEN - PAIR LEFT PENDING"
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM 240-CHECK-THE-SURVIVOR
               IF SURVIVOR-CHECK-OK
                   MOVE 'C' TO WORK-STATUS
                   MOVE WS-SURVIVOR-ID TO WORK-SURVIVOR-ID
                   MOVE SPACES TO MERGE-PARM-REC
                   MOVE WS-MERGED-ID TO PARM-OLD-ID
                   MOVE WS-SURVIVOR-ID TO PARM-NEW-ID
                   MOVE 'M' TO PARM-MODE
                   WRITE MERGE-PARM-REC
                   IF WS-AWAY-COUNT < 500
                       ADD 1 TO WS-AWAY-COUNT
                       SET WS-AWAY-IDX TO WS-AWAY-COUNT
                       MOVE WS-MERGED-ID TO WS-AWAY-ID (WS-AWAY-IDX)
                       MOVE WS-SURVIVOR-ID
                           TO WS-AWAY-INTO (WS-AWAY-IDX)
                   END-IF
                   PERFORM 250-KEEP-THE-DECISION
                   ADD 1 TO WS-CONFIRMED-COUNT
                   DISPLAY "CUSTOMER " WS-MERGED-ID
                       " WILL BE MERGED INTO " WS-SURVIVOR-ID
               ELSE
                   ADD 1 TO WS-SKIPPED-COUNT
               END-IF
           END-IF.

      *   THE SAME MOD-11 TEST PROGRAM25 MAKES BEFORE IT WILL START.
      *   A MERGE INTO AN ID THAT IS ITSELF WAITING TO BE MERGED AWAY
      *   WOULD BRING THAT ID BACK, AND AN ID CAN ONLY BE MERGED AWAY
      *   ONCE.
       240-CHECK-THE-SURVIVOR.
           MOVE 'Y' TO WS-ID-STATUS
           IF WS-SURVIVOR-ID (1:4) IS NUMERIC
               MOVE WS-SURVIVOR-ID (1:1) TO WS-ID-DIGIT-1
               MOVE WS-SURVIVOR-ID (2:1) TO WS-ID-DIGIT-2
               MOVE WS-SURVIVOR-ID (3:1) TO WS-ID-DIGIT-3
               MOVE WS-SURVIVOR-ID (4:1) TO WS-ID-DIGIT-4
               COMPUTE WS-ID-CHECK-SUM =
                   (WS-ID-DIGIT-1 * 4) + (WS-ID-DIGIT-2 * 3) +
                   (WS-ID-DIGIT-3 * 2) + (WS-ID-DIGIT-4 * 1)
               DIVIDE WS-ID-CHECK-SUM BY CHECK-DIGIT-DIVISOR
                   GIVING WS-ID-CHECK-QUOTIENT
                   REMAINDER WS-ID-CHECK-REMAINDER
               IF WS-ID-CHECK-REMAINDER > 9
                   MOVE 'N' TO WS-ID-STATUS
               ELSE
                   MOVE WS-ID-CHECK-REMAINDER TO WS-ID-STORED-CHECK
                   IF WS-ID-STORED-CHECK NOT = WS-SURVIVOR-ID (5:1)
                       MOVE 'N' TO WS-ID-STATUS
                   END-IF
               END-IF
               IF NOT SURVIVOR-CHECK-OK
                   DISPLAY "ID " WS-SURVIVOR-ID " FAILS THE CHECK "
                       "DIGIT - PAIR LEFT PENDING"
               END-IF
           END-IF
           IF SURVIVOR-CHECK-OK
               MOVE WS-SURVIVOR-ID TO WS-AWAY-SEARCH-ID
               PERFORM 245-FIND-MERGED-AWAY
               IF WS-AWAY-FOUND = 'YES'
                   MOVE 'N' TO WS-ID-STATUS
                   DISPLAY "ID " WS-SURVIVOR-ID " IS ALREADY WAITING "
                       "TO BE MERGED INTO " WS-AWAY-INTO (WS-AWAY-IDX)
                       " - PAIR LEFT PENDING"
               END-IF
           END-IF
           IF SURVIVOR-CHECK-OK
               MOVE WS-MERGED-ID TO WS-AWAY-SEARCH-ID
               PERFORM 245-FIND-MERGED-AWAY
               IF WS-AWAY-FOUND = 'YES'
                   MOVE 'N' TO WS-ID-STATUS
                   DISPLAY "ID " WS-MERGED-ID " IS ALREADY WAITING "
                       "TO BE MERGED INTO " WS-AWAY-INTO (WS-AWAY-IDX)
                       " - PAIR LEFT PENDING"
               END-IF
           END-IF.

       245-FIND-MERGED-AWAY.
           MOVE 'NO ' TO WS-AWAY-FOUND
           IF WS-AWAY-COUNT > ZERO
               PERFORM 246-MATCH-ONE-MERGED-AWAY
                   VARYING WS-AWAY-SUB FROM 1 BY 1
                   UNTIL WS-AWAY-SUB > WS-AWAY-COUNT
                       OR WS-AWAY-FOUND = 'YES'
           END-IF.

       246-MATCH-ONE-MERGED-AWAY.
           SET WS-AWAY-IDX TO WS-AWAY-SUB
           IF WS-AWAY-ID (WS-AWAY-IDX) = WS-AWAY-SEARCH-ID
               MOVE 'YES' TO WS-AWAY-FOUND
           END-IF.

       250-KEEP-THE-DECISION.
           MOVE WS-OPERATOR-ID TO WORK-OPERATOR
           MOVE WS-SESSION-STAMP (1:8) TO WORK-DECIDED-DATE
           MOVE WORK-REC TO DD-REC
           WRITE DD-REC.

      *   A DECIDED PAIR LIVES ON THE DECISIONS FILE NOW - ONLY THE
      *   PAIRS STILL PENDING GO BACK ON THE QUEUE.
       900-REWRITE-PAIR-QUEUE.
           OPEN OUTPUT PAIR-QUEUE-FILE
           PERFORM 910-WRITE-ONE-PAIR
               VARYING WS-RECORD-SUB FROM 1 BY 1
               UNTIL WS-RECORD-SUB > PENDING-COUNT
           CLOSE PAIR-QUEUE-FILE.

       910-WRITE-ONE-PAIR.
           SET PENDING-IDX TO WS-RECORD-SUB
           MOVE ENTRY-PAIR (PENDING-IDX) TO DP-REC
           IF DP-IS-PENDING
               WRITE DP-REC
           END-IF.

       END PROGRAM PROGRAM84.
