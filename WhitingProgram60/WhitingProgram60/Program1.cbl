      *On a change, only the non-blank fields of the transaction
      *replace the record's - a role promotion does not wipe out
      *the name.
      *The operator record now carries the PIN hash, the date the
      *PIN was last changed, the failed-attempt count and the lock
      *flag the common OPERPIN sign-on keeps (copybook OPERREC), and
      *every rewrite carries them over untouched.  An add or change
      *with a PIN behind the role issues that PIN: it is hashed
      *through OPERPIN and stored with a zero changed date, so the
      *operator must change it at the first sign-on.  An operator
      *who already has a PIN can only have it reset by a supervisor
      *signed on through PROGRAM34; a first PIN needs no supervisor,
      *which is how the operators already on file get theirs.  The
      *PIN itself never prints - the audit line says only that one
      *was issued.
      *Action U unlocks an operator locked out for bad PINs and
      *clears the failed-attempt count.  Only a supervisor signed on
      *through PROGRAM34, not locked, and not unlocking their own ID
      *may do it, and each unlock is appended to
      *WhitingOPERATOR-UNLOCK.LOG with the supervisor, the time and
      *the failures that caused the lock, as well as printing on the
      *audit listing.
      *Issuing any PIN - a first one included - and adding an
      *operator as a supervisor or promoting one to supervisor now
      *need a supervisor signed on through PROGRAM34, so a first PIN
      *can no longer be set for someone else's supervisor ID and used
      *to sign on as them.  The one exception is the rollout: while
      *no operator on file has a PIN at all, nobody can sign on, and
      *PINs may be issued without a supervisor until the file has
      *one.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPERATOR-AUDIT-REPORT
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-AUDIT.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL UNLOCK-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-UNLOCK.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC REPLACING ==:PFX:== BY ==OPR==.

       FD  OPERATOR-TRANS-FILE.
       01  OPERATOR-TRANS-REC.
               88  OPT-IS-ADD                      VALUE 'A'.
               88  OPT-IS-CHANGE                   VALUE 'C'.
               88  OPT-IS-DELETE                   VALUE 'D'.
               88  OPT-IS-UNLOCK                   VALUE 'U'.
           05  OPT-OPERATOR-ID             PIC X(5).
           05  OPT-OPERATOR-NAME           PIC X(20).
           05  OPT-OPERATOR-ROLE           PIC X.
               88  OPT-ROLE-VALID          VALUES 'S', 'C', ' '.
           05  OPT-PIN                     PIC X(6).

       FD  OPERATOR-AUDIT-REPORT.
       01  OPERATOR-AUDIT-REC              PIC X(80).

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).
           05  SO-OPERATOR-ROLE            PIC X.

       FD  UNLOCK-LOG-FILE.
       01  UNLOCK-LOG-REC.
           05  UL-DATE                     PIC 9(8).
           05  UL-TIME                     PIC 9(6).
           05  UL-OPERATOR-ID              PIC X(5).
           05  UL-SUPERVISOR-ID            PIC X(5).
           05  UL-PRIOR-FAILURES           PIC 9(2).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.
           05  WS-ENTRY-FOUND              PIC X(3)    VALUE  'NO '.
           05  WS-TRANS-GOOD               PIC X(3)    VALUE  'YES'.
           05  WS-SUPERVISOR-GOOD          PIC X(3)    VALUE  'NO '.
           05  WS-PINS-ON-FILE             PIC X(3)    VALUE  'NO '.

       01  PROGRAM-CONSTANTS.
           05  TABLE-CAPACITY              PIC 9(2)    VALUE 50.
               10  OT-ID                   PIC X(5).
               10  OT-NAME                 PIC X(20).
               10  OT-ROLE                 PIC X.
               10  OT-PIN-HASH             PIC X(9).
               10  OT-PIN-CHANGED-DATE     PIC X(8).
               10  OT-FAILED-ATTEMPTS      PIC X(2).
               10  OT-LOCK-FLAG            PIC X.
               10  OT-LAST-SIGNON-DATE     PIC X(8).

       01  WORK-AREAS.
           05  WS-SUB                      PIC 9(2).
           05  WS-REASON                   PIC X(34)   VALUE SPACES.
           05  WS-TARGET-IDX               PIC 9(2)    VALUE ZERO.
           05  WS-RUN-STAMP                PIC X(21).

      *   THE OPERATOR SIGNED ON THROUGH PROGRAM34 - THE ONLY ONE WHO
      *   MAY UNLOCK AN ID, ISSUE A PIN OR GRANT ROLE S, AND ONLY AS
      *   A SUPERVISOR.
       01  SIGNON-AREAS.
           05  WS-SIGNON-ID                PIC X(5)    VALUE SPACES.
           05  WS-SIGNON-ROLE              PIC X       VALUE SPACE.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  AUDIT-LINES.
           05  AUDIT-HEADING-LINE          PIC X(42)

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM 105-LOAD-OPERATORS
           PERFORM 107-READ-SIGNON
           OPEN INPUT  OPERATOR-TRANS-FILE
                OUTPUT OPERATOR-AUDIT-REPORT
           WRITE OPERATOR-AUDIT-REC FROM AUDIT-HEADING-LINE
                   IF OPERATOR-COUNT < TABLE-CAPACITY
                       ADD 1 TO OPERATOR-COUNT
                       SET OPERATOR-IDX TO OPERATOR-COUNT
                       MOVE OPR-REC TO OPERATOR-TABLE (OPERATOR-IDX)
                       IF OPR-PIN-HASH IS NUMERIC
                           MOVE 'YES' TO WS-PINS-ON-FILE
                       END-IF
                   ELSE
                       DISPLAY "**** OPERATOR FILE ALREADY OVER "
                           "CAPACITY - " OPR-ID
                           " DROPPED ****"
                   END-IF
           END-READ.

       107-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   DISPLAY "**** NO OPERATOR SIGNED ON - UNLOCKS, PIN "
                       "ISSUES AND SUPERVISOR ROLES WILL BE "
                       "REJECTED ****"
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-SIGNON-ID
                   MOVE SO-OPERATOR-ROLE TO WS-SIGNON-ROLE
           END-READ
           CLOSE SIGNON-FILE.

       200-APPLY-ONE-TRANSACTION.
           MOVE 'YES' TO WS-TRANS-GOOD
           MOVE SPACES TO WS-REASON
                       PERFORM 310-CHANGE-OPERATOR
                   WHEN OPT-IS-DELETE
                       PERFORM 320-DELETE-OPERATOR
                   WHEN OPT-IS-UNLOCK
                       PERFORM 330-UNLOCK-OPERATOR
                   WHEN OTHER
                       MOVE 'NO ' TO WS-TRANS-GOOD
                       MOVE "ACTION MUST BE A, C, D, OR U" TO WS-REASON
               END-EVALUATE
           END-IF
           PERFORM 500-PRINT-AUDIT-LINE
           MOVE SPACES TO OPT-PIN.

       210-FIND-OPERATOR.
           MOVE 'NO ' TO WS-ENTRY-FOUND
               END-SEARCH
           END-IF.

      *   THE SIGNED-ON OPERATOR MUST STILL BE A SUPERVISOR ON THIS
      *   RUN'S COPY OF THE FILE, NOT LOCKED, AND NOT THE OPERATOR
      *   THE TRANSACTION IS FOR.  THE TARGET'S TABLE POSITION IS
      *   KEPT ACROSS THE SEARCH.
       220-CHECK-SUPERVISOR.
           MOVE 'NO ' TO WS-SUPERVISOR-GOOD
           SET WS-TARGET-IDX TO OPERATOR-IDX
           IF WS-SIGNON-ID NOT = SPACES AND
                   WS-SIGNON-ROLE = 'S' AND
                   WS-SIGNON-ID NOT = OPT-OPERATOR-ID
               SET OPERATOR-IDX TO 1
               SEARCH OPERATOR-TABLE
                   AT END
                       CONTINUE
                   WHEN OT-ID (OPERATOR-IDX) = WS-SIGNON-ID
                       IF OT-ROLE (OPERATOR-IDX) = 'S' AND
                               OT-LOCK-FLAG (OPERATOR-IDX) NOT = 'L'
                           MOVE 'YES' TO WS-SUPERVISOR-GOOD
                       END-IF
               END-SEARCH
           END-IF
           SET OPERATOR-IDX TO WS-TARGET-IDX.

      *   AN ADD OR CHANGE THAT ISSUES A PIN OR SETS ROLE S NEEDS A
      *   SUPERVISOR.  WHILE NO OPERATOR ON FILE HAS A PIN NOBODY CAN
      *   SIGN ON, SO UNTIL THEN A PIN MAY BE ISSUED WITHOUT ONE -
      *   BUT A NEW SUPERVISOR STILL WAITS FOR A SIGNED-ON ONE.
       225-CHECK-AUTHORITY.
           IF OPT-PIN NOT = SPACES AND WS-PINS-ON-FILE = 'YES'
               PERFORM 220-CHECK-SUPERVISOR
               IF WS-SUPERVISOR-GOOD = 'NO '
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "PIN ISSUE NEEDS A SUPERVISOR" TO WS-REASON
               END-IF
           END-IF
           IF WS-TRANS-GOOD = 'YES' AND OPT-OPERATOR-ROLE = 'S' AND
                   (OPT-IS-ADD OR OT-ROLE (OPERATOR-IDX) NOT = 'S')
               PERFORM 220-CHECK-SUPERVISOR
               IF WS-SUPERVISOR-GOOD = 'NO '
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "SUPERVISOR ROLE NEEDS A SUPERVISOR"
                       TO WS-REASON
               END-IF
           END-IF.

      *   A PIN IS FOUR TO SIX CHARACTERS WITH NO EMBEDDED BLANKS -
      *   THE SAME RULE OPERPIN HOLDS A CHANGED PIN TO.
       230-EDIT-PIN.
           IF OPT-PIN (1:1) = SPACE OR
                   OPT-PIN (2:1) = SPACE OR
                   OPT-PIN (3:1) = SPACE OR
                   OPT-PIN (4:1) = SPACE OR
                   (OPT-PIN (5:1) = SPACE AND
                    OPT-PIN (6:1) NOT = SPACE)
               MOVE 'NO ' TO WS-TRANS-GOOD
               MOVE "PIN MUST BE 4 TO 6 CHARACTERS" TO WS-REASON
           END-IF.

      *   THE PIN IS HASHED WITH THE OPERATOR ID AND STORED WITH A
      *   ZERO CHANGED DATE, SO THE OPERATOR MUST CHANGE IT AT THE
      *   FIRST SIGN-ON.  A NEW PIN CLEARS THE FAILED-ATTEMPT COUNT
      *   BUT NOT A LOCK.  THE KEYED PIN IS CLEARED AT ONCE.
       240-ISSUE-PIN.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'H' TO OS-FUNCTION
           MOVE 'PROGRAM60' TO OS-CALLER
           MOVE OT-ID (OPERATOR-IDX) TO OS-OPERATOR-ID
           MOVE OPT-PIN TO OS-PIN
           CALL "OPERPIN" USING OS-SIGNON-AREA
           MOVE OS-PIN-HASH TO OT-PIN-HASH (OPERATOR-IDX)
           MOVE ZEROS TO OT-PIN-CHANGED-DATE (OPERATOR-IDX)
           MOVE ZEROS TO OT-FAILED-ATTEMPTS (OPERATOR-IDX)
           IF OT-LAST-SIGNON-DATE (OPERATOR-IDX) IS NOT NUMERIC
               MOVE ZEROS TO OT-LAST-SIGNON-DATE (OPERATOR-IDX)
           END-IF
           MOVE SPACES TO OS-PIN
           MOVE SPACES TO OPT-PIN
           MOVE "PIN ISSUED - CHANGE AT SIGN-ON" TO WS-REASON.

       300-ADD-OPERATOR.
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'YES'
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "TABLE CAPACITY (50) REACHED" TO WS-REASON
               WHEN OTHER
                   IF OPT-PIN NOT = SPACES
                       PERFORM 230-EDIT-PIN
                   END-IF
                   IF WS-TRANS-GOOD = 'YES'
                       PERFORM 225-CHECK-AUTHORITY
                   END-IF
           END-EVALUATE
           IF WS-TRANS-GOOD = 'YES'
               ADD 1 TO OPERATOR-COUNT
               SET OPERATOR-IDX TO OPERATOR-COUNT
               MOVE SPACES TO OPERATOR-TABLE (OPERATOR-IDX)
               MOVE OPT-OPERATOR-ID TO OT-ID (OPERATOR-IDX)
               MOVE OPT-OPERATOR-NAME TO OT-NAME (OPERATOR-IDX)
               MOVE OPT-OPERATOR-ROLE TO OT-ROLE (OPERATOR-IDX)
               MOVE ZEROS TO OT-PIN-CHANGED-DATE (OPERATOR-IDX)
               MOVE ZEROS TO OT-FAILED-ATTEMPTS (OPERATOR-IDX)
               MOVE ZEROS TO OT-LAST-SIGNON-DATE (OPERATOR-IDX)
               IF OPT-PIN NOT = SPACES
                   PERFORM 240-ISSUE-PIN
               END-IF
           END-IF.

      *   ONLY THE NON-BLANK FIELDS OF A CHANGE REPLACE THE
      *   RECORD'S.  A CHANGE THAT ISSUES A PIN OR MAKES THE OPERATOR
      *   A SUPERVISOR IS REJECTED WHOLE WITHOUT A SUPERVISOR.
       310-CHANGE-OPERATOR.
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'NO '
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "ROLE MUST BE S, C, OR BLANK" TO WS-REASON
               WHEN OPT-OPERATOR-NAME = SPACES AND
                       OPT-OPERATOR-ROLE = SPACE AND
                       OPT-PIN = SPACES
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "NOTHING TO CHANGE" TO WS-REASON
               WHEN OTHER
                   IF OPT-PIN NOT = SPACES
                       PERFORM 230-EDIT-PIN
                   END-IF
                   IF WS-TRANS-GOOD = 'YES'
                       PERFORM 225-CHECK-AUTHORITY
                   END-IF
           END-EVALUATE
           IF WS-TRANS-GOOD = 'YES'
               IF OPT-OPERATOR-NAME NOT = SPACES
                   MOVE OPT-OPERATOR-NAME
                       TO OT-NAME (OPERATOR-IDX)
               END-IF
               IF OPT-OPERATOR-ROLE NOT = SPACE
                   MOVE OPT-OPERATOR-ROLE
                       TO OT-ROLE (OPERATOR-IDX)
               END-IF
               IF OPT-PIN NOT = SPACES
                   PERFORM 240-ISSUE-PIN
               END-IF
           END-IF.

      *   A DELETE BLANKS THE ENTRY IN PLACE - BLANK ENTRIES ARE
      *   DROPPED WHEN THE FILE IS REWRITTEN.
               MOVE 'NO ' TO WS-TRANS-GOOD
               MOVE "OPERATOR ID NOT ON FILE" TO WS-REASON
           ELSE
               MOVE SPACES TO OPERATOR-TABLE (OPERATOR-IDX)
           END-IF.

      *   ONLY A SUPERVISOR MAY UNLOCK, NEVER THEIR OWN ID, AND EVERY
      *   UNLOCK IS LOGGED WITH THE FAILURES THAT CAUSED IT.
       330-UNLOCK-OPERATOR.
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'NO '
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "OPERATOR ID NOT ON FILE" TO WS-REASON
               WHEN OT-LOCK-FLAG (OPERATOR-IDX) NOT = 'L'
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "OPERATOR IS NOT LOCKED" TO WS-REASON
               WHEN OTHER
                   PERFORM 220-CHECK-SUPERVISOR
                   IF WS-SUPERVISOR-GOOD = 'NO '
                       MOVE 'NO ' TO WS-TRANS-GOOD
                       MOVE "UNLOCK NEEDS ANOTHER SUPERVISOR"
                           TO WS-REASON
                   END-IF
           END-EVALUATE
           IF WS-TRANS-GOOD = 'YES'
               PERFORM 335-WRITE-UNLOCK-LOG
               MOVE SPACE TO OT-LOCK-FLAG (OPERATOR-IDX)
               MOVE ZEROS TO OT-FAILED-ATTEMPTS (OPERATOR-IDX)
               STRING "UNLOCKED BY " WS-SIGNON-ID
                   DELIMITED BY SIZE INTO WS-REASON
           END-IF.

       335-WRITE-UNLOCK-LOG.
           OPEN EXTEND UNLOCK-LOG-FILE
           MOVE SPACES TO UNLOCK-LOG-REC
           MOVE WS-RUN-STAMP (1:8) TO UL-DATE
           MOVE WS-RUN-STAMP (9:6) TO UL-TIME
           MOVE OT-ID (OPERATOR-IDX) TO UL-OPERATOR-ID
           MOVE WS-SIGNON-ID TO UL-SUPERVISOR-ID
           IF OT-FAILED-ATTEMPTS (OPERATOR-IDX) IS NUMERIC
               MOVE OT-FAILED-ATTEMPTS (OPERATOR-IDX)
                   TO UL-PRIOR-FAILURES
           ELSE
               MOVE ZERO TO UL-PRIOR-FAILURES
           END-IF
           WRITE UNLOCK-LOG-REC
           CLOSE UNLOCK-LOG-FILE.

       500-PRINT-AUDIT-LINE.
           MOVE SPACES TO AUDIT-DETAIL-LINE
           MOVE OPT-ACTION TO AUDIT-ACTION-OUT
           MOVE OPT-OPERATOR-ROLE TO AUDIT-ROLE-OUT
           IF WS-TRANS-GOOD = 'YES'
               MOVE "APPLIED  " TO AUDIT-RESULT-OUT
               MOVE WS-REASON TO AUDIT-REASON-OUT
               ADD 1 TO APPLIED-COUNT
           ELSE
               MOVE "REJECTED " TO AUDIT-RESULT-OUT
       901-WRITE-ONE-OPERATOR.
           SET OPERATOR-IDX TO WS-SUB
           IF OT-ID (OPERATOR-IDX) NOT = SPACES
               MOVE OPERATOR-TABLE (OPERATOR-IDX) TO OPR-REC
               WRITE OPR-REC
           END-IF.

       END PROGRAM PROGRAM60.
