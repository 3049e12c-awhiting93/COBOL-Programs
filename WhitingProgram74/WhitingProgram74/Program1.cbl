      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM74.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the supervised screen that puts an open item
      *into dispute and takes it back out - collections stops
      *chasing an invoice the customer has a real quarrel with while
      *the quarrel is worked.
      *The operator keys a customer ID (mod-11 check digit as in
      *PROGRAM24), the customer's still-open charges on
      *CUSTOMER-OPEN-ITEMS.DAT are listed by number, and one of them
      *is picked: an undisputed item is flagged D with a reason code
      *from the DSPREASN list, the date and the operator; a disputed
      *item has its dispute cleared.  Setting or clearing a dispute
      *is gated to supervisor level ('S' in the operator record's
      *role byte) - a clerk may look, but an attempt to change is
      *refused and logged to the common exception file.
      *Every change goes to the audit trail and the machine-readable
      *WhitingAUDIT-DATA.DAT typed DISPUT (opened) or DISCLR
      *(cleared), with the item reference and reason code on the
      *printed line, and the sub-ledger is rewritten at once.  The
      *balance never moves here - a disputed item stays on the
      *balance; PROGRAM46, 47 and 54 and PROGRAM13's oldest-first
      *cash application simply leave it alone until it is cleared.
      *The session holds the customer master lock like PROGRAM24,
      *since PROGRAM13 rewrites the same sub-ledger under that lock.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.
      *Each audit data record now carries the wall-clock moment it
      *was written, like every other writer of the file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS OLD-CUSTOMER-ID.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-DATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-LOCK-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==OLD==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC                 PIC X(134).

       FD  AUDIT-DATA-FILE.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==AD==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC.
           05  LOCK-HOLDER-PROGRAM         PIC X(9).
           05  LOCK-OPERATOR               PIC X(5).
           05  LOCK-STAMP                  PIC X(14).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  MORE-DATA                   PIC XXX     VALUE "YES".
           05  VALID-INPUT                 PIC XXX     VALUE "NO ".
           05  WS-RECORD-FOUND             PIC XXX     VALUE "NO ".
           05  WS-LOAD-MORE-RECORDS        PIC XXX     VALUE "YES".

       01  PROGRAM-CONSTANTS.
           05  DATE-SEP-CONST              PIC X(2)    VALUE ", ".
           05  CHECK-DIGIT-DIVISOR         PIC 99      VALUE 11.
           05  LOWER-CASE-LETTERS          PIC X(26)   VALUE
               "abcdefghijklmnopqrstuvwxyz".
           05  UPPER-CASE-LETTERS          PIC X(26)   VALUE
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ".

       01  PROGRAM-DATE-AND-TIME.
           05  DATE-TIME-WORK.
               10  YEAR-WORK               PIC 9(4).
               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10                          PIC X(13).
           05  DATE-HEADING                PIC X(18)   VALUE SPACES.
           05  WS-TODAY                    PIC 9(8)    VALUE ZERO.

       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.
               88  OPERATOR-IS-SUPERVISOR              VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  MASTER-LOCK-AREAS.
           05  WS-LOCK-HELD                PIC X(3)    VALUE 'NO '.
           05  WS-LOCK-HOLDER              PIC X(9)    VALUE SPACES.
           05  WS-LOCK-HOLDER-OP           PIC X(5)    VALUE SPACES.
           05  WS-LOCK-STAMP               PIC X(21)   VALUE SPACES.
           05  WS-LOCK-ANSWER              PIC X(3)    VALUE SPACES.

       01  ENTRY-WORK-AREAS.
           05  WS-CUSTOMER-ID              PIC X(5).
           05  WS-ANSWER                   PIC X(10).
           05  WS-REASON-ENTRY             PIC XX.
      *    THE ITEM NUMBER IS KEYED AS ONE OR TWO DIGITS - A SINGLE
      *    DIGIT IS ZERO-FILLED ON THE LEFT BEFORE IT IS TESTED.
           05  WS-PICK-ENTRY               PIC XX.
           05  WS-PICK-NUM REDEFINES WS-PICK-ENTRY
                                           PIC 99.
           05  WS-PICKED-SUB               PIC 9(4)    VALUE ZERO.
           05  WS-OPENED-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-CLEARED-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-REFUSED-COUNT            PIC 9(3)    VALUE ZERO.

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
               88  ID-CHECK-OK                         VALUE 'Y'.

      *   THE WHOLE SUB-LEDGER IS HELD FOR THE SESSION AS RECORD
      *   IMAGES AND REWRITTEN AFTER EVERY CHANGE - AN ITEM THIS
      *   SCREEN CANNOT READ RIDES THROUGH UNTOUCHED.
       01  ITEM-TABLE-AREAS.
           05  WS-ITEM-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-ITEM-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-ITEM-OVERFLOW            PIC X       VALUE 'N'.
           05  WS-ITEM-TABLE OCCURS 600 TIMES
                   INDEXED BY WS-ITEM-IDX.
               10  WS-IT-REC               PIC X(55).
           05  WS-OPEN-AMOUNT              PIC S9(5)V99 VALUE ZERO.
           05  WS-OPEN-AMOUNT-OUT          PIC ZZ,ZZ9.99-.

      *   ONE ITEM WORKED ON OUTSIDE THE FILE'S RECORD AREA,
      *   WHICH IS GONE ONCE THE FILE IS CLOSED.
       COPY OPENITEM REPLACING ==:PFX:== BY ==IW==.

      *   THE ITEMS LISTED FOR THE CURRENT CUSTOMER - THE NUMBER THE
      *   OPERATOR KEYS IS THE POSITION IN THIS LIST.
       01  SHOWN-ITEM-AREAS.
           05  WS-SHOWN-COUNT              PIC 9(2)    VALUE ZERO.
           05  WS-SHOWN-TABLE OCCURS 50 TIMES
                   INDEXED BY WS-SHOWN-IDX.
               10  WS-SHOWN-ITEM-SUB       PIC 9(4).

      *   THE AUDIT LINE IS PROGRAM24'S LAYOUT WITH THE ITEM
      *   REFERENCE AND REASON CODE IN THE LAST TEN POSITIONS.  THE
      *   BALANCE AND CREDIT LIMIT PRINT UNCHANGED ON BOTH SIDES.
       01  AUDIT-TRAIL-AREAS.
           05  WS-AUDIT-TYPE               PIC X(6)    VALUE SPACES.
           05  WS-AUDIT-REASON             PIC XX      VALUE SPACES.
           05  WS-AUDIT-STAMP              PIC X(21)   VALUE SPACES.
           05  AUDIT-TRAIL-LINE.
               10  AUDIT-DATE-OUT          PIC X(18).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-TYPE-OUT          PIC X(6).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-ID-OUT            PIC X(5).
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  FILLER                  PIC X(12)
                   VALUE "OLD MAXCR = ".
               10  AUDIT-OLD-MAXCREDIT-OUT PIC Z(4)9.
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  FILLER                  PIC X(12)
                   VALUE "OLD BAL   = ".
               10  AUDIT-OLD-BALANCE-OUT   PIC -Z(4)9.99.
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  FILLER                  PIC X(12)
                   VALUE "NEW MAXCR = ".
               10  AUDIT-NEW-MAXCREDIT-OUT PIC Z(4)9.
               10  FILLER                  PIC X(2)    VALUE SPACES.
               10  FILLER                  PIC X(12)
                   VALUE "NEW BAL   = ".
               10  AUDIT-NEW-BALANCE-OUT   PIC -Z(4)9.99.
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-OPERATOR-OUT      PIC X(5).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-LEVEL-OUT         PIC X.
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-ITEM-REF-OUT      PIC X(8).
               10  AUDIT-REASON-OUT        PIC XX.

       01  PROGRAM-TABLES.
           05  MONTHS-TABLE.
               10  MONTH-CONSTANTS.
                   15                      PIC X(9)   VALUE "JANUARY  ".
                   15                      PIC X(9)   VALUE "FEBRUARY ".
                   15                      PIC X(9)   VALUE "MARCH    ".
                   15                      PIC X(9)   VALUE "APRIL    ".
                   15                      PIC X(9)   VALUE "MAY      ".
                   15                      PIC X(9)   VALUE "JUNE     ".
                   15                      PIC X(9)   VALUE "JULY     ".
                   15                      PIC X(9)   VALUE "AUGUST   ".
                   15                      PIC X(9)   VALUE "SEPTEMBER".
                   15                      PIC X(9)   VALUE "OCTOBER  ".
                   15                      PIC X(9)   VALUE "NOVEMBER ".
                   15                      PIC X(9)   VALUE "DECEMBER ".
               10  MONTH-TABLE REDEFINES MONTH-CONSTANTS
                                           PIC X(9)    OCCURS 12 TIMES.

       COPY DSPREASN REPLACING ==:PFX:== BY ==DR==.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 102-OPERATOR-SIGN-ON
           PERFORM 110-DATE-ROUTINE
           PERFORM 112-ACQUIRE-MASTER-LOCK
           PERFORM 150-LOAD-OPEN-ITEMS
           IF WS-ITEM-OVERFLOW = 'Y'
               DISPLAY "SUB-LEDGER TOO LARGE FOR THE DISPUTE SCREEN "
                   "- SESSION REFUSED, NOTHING CHANGED"
               PERFORM 114-RELEASE-MASTER-LOCK
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-MASTER-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
                       AUDIT-DATA-FILE
                       EXCEPTION-FILE
           PERFORM 200-WORK-ONE-CUSTOMER
               UNTIL MORE-DATA = "NO "
           CLOSE OLD-MASTER-FILE
                 AUDIT-TRAIL-FILE
                 AUDIT-DATA-FILE
                 EXCEPTION-FILE
           PERFORM 114-RELEASE-MASTER-LOCK
           DISPLAY "DISPUTES OPENED: " WS-OPENED-COUNT
               "  CLEARED: " WS-CLEARED-COUNT
               "  REFUSED: " WS-REFUSED-COUNT
           STOP RUN.

      *   A SUPERVISED SCREEN WITH NO IDEA WHO IS AT THE KEYBOARD
      *   DEFEATS ITS OWN AUDIT TRAIL - THE SESSION STARTS WITH A
      *   SIGN-ON VALIDATED AGAINST OPERATORS.DAT.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM74' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

      *   THE DISPUTE DATE IS THE BUSINESS DATE WHEN THE CONTROL
      *   FILE IS ON DISK, SO IT AGES ON THE SAME CALENDAR AS THE
      *   ITEMS THEMSELVES.
       110-DATE-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           PERFORM 095-GET-BUSINESS-DATE
           MOVE DATE-TIME-WORK (1:8) TO WS-TODAY
           STRING MONTH-TABLE (MONTH-WORK) DELIMITED BY SPACES
                  SPACE DELIMITED BY SIZE
                  DAY-WORK DELIMITED BY SIZE
                  DATE-SEP-CONST DELIMITED BY SIZE
                  YEAR-WORK DELIMITED BY SIZE
                      INTO DATE-HEADING.

      *   THE MASTER BELONGS TO ONE UPDATER AT A TIME, AND PROGRAM13
      *   REWRITES THE SUB-LEDGER UNDER THE SAME LOCK.  A LOCK HELD
      *   ELSEWHERE REFUSES THIS SESSION AND NAMES THE HOLDER; A
      *   SUPERVISOR MAY CLEAR A STALE ONE, AND THE CLEARANCE IS
      *   LOGGED.
       112-ACQUIRE-MASTER-LOCK.
           MOVE 'NO ' TO WS-LOCK-HELD
           OPEN INPUT MASTER-LOCK-FILE
           READ MASTER-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LOCK-HOLDER-PROGRAM NOT = SPACES
                       MOVE 'YES' TO WS-LOCK-HELD
                       MOVE LOCK-HOLDER-PROGRAM TO WS-LOCK-HOLDER
                       MOVE LOCK-OPERATOR TO WS-LOCK-HOLDER-OP
                   END-IF
           END-READ
           CLOSE MASTER-LOCK-FILE
           IF WS-LOCK-HELD = 'YES'
               DISPLAY "CUSTOMER MASTER IS LOCKED BY "
                   WS-LOCK-HOLDER " (OPERATOR " WS-LOCK-HOLDER-OP
                   ")"
               IF OPERATOR-IS-SUPERVISOR
                   DISPLAY "CLEAR THE LOCK AS STALE (YES/NO)?"
                   ACCEPT WS-LOCK-ANSWER
                   IF WS-LOCK-ANSWER = "YES" OR
                           WS-LOCK-ANSWER = "yes"
                       PERFORM 113-LOG-LOCK-CLEARANCE
                       MOVE 'NO ' TO WS-LOCK-HELD
                   END-IF
               END-IF
           END-IF
           IF WS-LOCK-HELD = 'YES'
               DISPLAY "SESSION REFUSED WHILE THE MASTER IS LOCKED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE FUNCTION CURRENT-DATE TO WS-LOCK-STAMP
           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE SPACES TO MASTER-LOCK-REC
           MOVE "PROGRAM74" TO LOCK-HOLDER-PROGRAM
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
           MOVE WS-LOCK-STAMP (1:14) TO LOCK-STAMP
           WRITE MASTER-LOCK-REC
           CLOSE MASTER-LOCK-FILE.

       113-LOG-LOCK-CLEARANCE.
           OPEN EXTEND EXCEPTION-FILE
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM74" TO EX-PROGRAM-ID
           MOVE WS-TODAY TO EX-BUSINESS-DATE
           MOVE WS-LOCK-HOLDER TO EX-KEY
           MOVE "STALE MASTER LOCK CLEARED" TO EX-REASON
           MOVE 'O' TO EX-STATUS
           STRING "HELD BY " WS-LOCK-HOLDER " OP "
               WS-LOCK-HOLDER-OP " CLEARED BY " WS-OPERATOR-ID
               " LEVEL " WS-OPERATOR-ROLE DELIMITED BY SIZE
               INTO EX-ORIGINAL-REC
           WRITE EX-REC
           CLOSE EXCEPTION-FILE
           DISPLAY "LOCK CLEARED AND LOGGED".

       114-RELEASE-MASTER-LOCK.
           OPEN OUTPUT MASTER-LOCK-FILE
           CLOSE MASTER-LOCK-FILE.

       120-GET-CUSTOMER-ID.
           MOVE "NO " TO VALID-INPUT
           PERFORM 121-PROMPT-FOR-CUSTOMER-ID
               UNTIL VALID-INPUT = "YES".

       121-PROMPT-FOR-CUSTOMER-ID.
           DISPLAY "ENTER THE FIVE CHARACTER CUSTOMER ID"
           ACCEPT WS-CUSTOMER-ID
           PERFORM 130-CHECK-ID-DIGIT
           IF ID-CHECK-OK
               MOVE "YES" TO VALID-INPUT
           ELSE
               DISPLAY "CUSTOMER ID FAILS THE CHECK DIGIT"
           END-IF.

      *   THE SAME MOD-11 SCHEME PROGRAM13 APPLIES TO ITS BATCH
      *   TRANSACTIONS - THE FIRST FOUR CHARACTERS ARE THE BASE
      *   NUMBER (WEIGHTED 4-3-2-1), THE FIFTH IS THE CHECK DIGIT,
      *   AND NON-NUMERIC IDS FROM BEFORE THE SCHEME ARE LEFT ALONE.
       130-CHECK-ID-DIGIT.
           MOVE 'Y' TO WS-ID-STATUS
           IF WS-CUSTOMER-ID (1:4) IS NUMERIC
               MOVE WS-CUSTOMER-ID (1:1) TO WS-ID-DIGIT-1
               MOVE WS-CUSTOMER-ID (2:1) TO WS-ID-DIGIT-2
               MOVE WS-CUSTOMER-ID (3:1) TO WS-ID-DIGIT-3
               MOVE WS-CUSTOMER-ID (4:1) TO WS-ID-DIGIT-4
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
                   IF WS-ID-STORED-CHECK NOT = WS-CUSTOMER-ID (5:1)
                       MOVE 'N' TO WS-ID-STATUS
                   END-IF
               END-IF
           END-IF.

      *   A SUB-LEDGER TOO BIG FOR THE TABLE COULD NOT BE REWRITTEN
      *   WHOLE, SO THE SESSION IS REFUSED RATHER THAN RISK IT.
       150-LOAD-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 151-LOAD-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE OPEN-ITEM-FILE.

       151-LOAD-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-ITEM-COUNT < 600
                       ADD 1 TO WS-ITEM-COUNT
                       SET WS-ITEM-IDX TO WS-ITEM-COUNT
                       MOVE ITEM-REC TO WS-IT-REC (WS-ITEM-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ITEM-OVERFLOW
                   END-IF
           END-READ.

       200-WORK-ONE-CUSTOMER.
           PERFORM 120-GET-CUSTOMER-ID
           PERFORM 210-FETCH-AND-SHOW
           IF WS-RECORD-FOUND = "YES"
               PERFORM 220-LIST-OPEN-ITEMS
               IF WS-SHOWN-COUNT = ZERO
                   DISPLAY "NO OPEN CHARGES ON FILE FOR THIS CUSTOMER"
               ELSE
                   PERFORM 300-OFFER-DISPUTE-ACTION
               END-IF
           END-IF
           DISPLAY "ANOTHER CUSTOMER (YES/NO)?"
           ACCEPT MORE-DATA
           IF MORE-DATA = "no "
               MOVE "NO " TO MORE-DATA
           END-IF.

       210-FETCH-AND-SHOW.
           MOVE "NO " TO WS-RECORD-FOUND
           MOVE WS-CUSTOMER-ID TO OLD-CUSTOMER-ID
           READ OLD-MASTER-FILE
               INVALID KEY
                   DISPLAY "NO CUSTOMER ON FILE WITH ID "
                       WS-CUSTOMER-ID
               NOT INVALID KEY
                   MOVE "YES" TO WS-RECORD-FOUND
                   DISPLAY "----------------------------------------"
                   DISPLAY "CUSTOMER:   " OLD-CUSTOMER-ID "  "
                       OLD-CUSTOMER-NAME
                   DISPLAY "BALANCE:    " OLD-BALANCE
           END-READ.

      *   EVERY STILL-OPEN CHARGE OF THE CUSTOMER'S, NUMBERED, WITH
      *   ITS DISPUTE IF IT HAS ONE.  PAYMENTS AND CREDITS (OPEN
      *   AMOUNT NOT ABOVE ZERO) ARE NOT DISPUTABLE.
       220-LIST-OPEN-ITEMS.
           MOVE ZERO TO WS-SHOWN-COUNT
           IF WS-ITEM-COUNT > ZERO
               PERFORM 221-LIST-ONE-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF.

       221-LIST-ONE-ITEM.
           SET WS-ITEM-IDX TO WS-ITEM-SUB
           MOVE WS-IT-REC (WS-ITEM-IDX) TO IW-REC
           IF IW-CUSTOMER-ID = OLD-CUSTOMER-ID AND
                   IW-AMOUNT IS NUMERIC AND
                   NOT IW-IS-CLOSED
               IF IW-OPEN-AMOUNT IS NUMERIC AND
                       IW-STATUS NOT = SPACE
                   MOVE IW-OPEN-AMOUNT TO WS-OPEN-AMOUNT
               ELSE
                   MOVE IW-AMOUNT TO WS-OPEN-AMOUNT
               END-IF
               IF WS-OPEN-AMOUNT > ZERO
                   IF WS-SHOWN-COUNT < 50
                       ADD 1 TO WS-SHOWN-COUNT
                       SET WS-SHOWN-IDX TO WS-SHOWN-COUNT
                       MOVE WS-ITEM-SUB
                           TO WS-SHOWN-ITEM-SUB (WS-SHOWN-IDX)
                       PERFORM 222-SHOW-ONE-ITEM
                   ELSE
                       DISPLAY "**** MORE THAN 50 OPEN CHARGES - ITEM "
                           IW-REFERENCE " NOT LISTED ****"
                   END-IF
               END-IF
           END-IF.

       222-SHOW-ONE-ITEM.
           MOVE WS-OPEN-AMOUNT TO WS-OPEN-AMOUNT-OUT
           IF IW-IS-DISPUTED
               DISPLAY WS-SHOWN-COUNT "  " IW-TYPE "  " IW-DATE
                   "  " IW-REFERENCE "  OPEN " WS-OPEN-AMOUNT-OUT
                   "  DISPUTED " IW-DISPUTE-REASON
                   " SINCE " IW-DISPUTE-DATE
                   " BY " IW-DISPUTE-OPERATOR
           ELSE
               DISPLAY WS-SHOWN-COUNT "  " IW-TYPE "  " IW-DATE
                   "  " IW-REFERENCE "  OPEN " WS-OPEN-AMOUNT-OUT
           END-IF.

      *   PICKING AN UNDISPUTED ITEM OPENS A DISPUTE ON IT; PICKING A
      *   DISPUTED ONE OFFERS TO CLEAR IT.  EITHER IS A SUPERVISOR
      *   DECISION.
       300-OFFER-DISPUTE-ACTION.
           DISPLAY "ITEM NUMBER TO DISPUTE OR CLEAR (BLANK FOR NONE)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = SPACES
               PERFORM 305-PICK-ITEM
               IF WS-PICKED-SUB > ZERO
                   IF NOT OPERATOR-IS-SUPERVISOR
                       DISPLAY "DISPUTE CHANGES REQUIRE SUPERVISOR "
                           "LEVEL - NOT APPLIED"
                       PERFORM 330-LOG-REFUSED-ATTEMPT
                   ELSE
                       SET WS-ITEM-IDX TO WS-PICKED-SUB
                       MOVE WS-IT-REC (WS-ITEM-IDX) TO IW-REC
                       IF IW-IS-DISPUTED
                           PERFORM 320-CLEAR-DISPUTE
                       ELSE
                           PERFORM 310-OPEN-DISPUTE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       305-PICK-ITEM.
           MOVE ZERO TO WS-PICKED-SUB
           IF WS-ANSWER (2:1) = SPACE
               MOVE '0' TO WS-PICK-ENTRY (1:1)
               MOVE WS-ANSWER (1:1) TO WS-PICK-ENTRY (2:1)
           ELSE
               MOVE WS-ANSWER (1:2) TO WS-PICK-ENTRY
           END-IF
           IF WS-PICK-ENTRY IS NUMERIC
               IF WS-PICK-NUM > ZERO AND
                       WS-PICK-NUM <= WS-SHOWN-COUNT
                   SET WS-SHOWN-IDX TO WS-PICK-NUM
                   MOVE WS-SHOWN-ITEM-SUB (WS-SHOWN-IDX)
                       TO WS-PICKED-SUB
               END-IF
           END-IF
           IF WS-PICKED-SUB = ZERO
               DISPLAY "NO ITEM " WS-ANSWER (1:2)
                   " IN THE LIST - NOTHING CHANGED"
           END-IF.

       310-OPEN-DISPUTE.
           DISPLAY "DISPUTE REASON CODES:"
           PERFORM 311-SHOW-ONE-REASON
               VARYING DR-REASON-IDX FROM 1 BY 1
               UNTIL DR-REASON-IDX > DR-REASON-COUNT
           DISPLAY "REASON CODE (BLANK TO CANCEL)?"
           MOVE SPACES TO WS-REASON-ENTRY
           ACCEPT WS-REASON-ENTRY
           INSPECT WS-REASON-ENTRY
               CONVERTING LOWER-CASE-LETTERS TO UPPER-CASE-LETTERS
           IF WS-REASON-ENTRY NOT = SPACES
               SET DR-REASON-IDX TO 1
               SEARCH DR-REASON-TABLE
                   AT END
                       DISPLAY "NOT A DISPUTE REASON CODE - "
                           "NOTHING CHANGED"
                   WHEN DR-REASON-CODE (DR-REASON-IDX) =
                           WS-REASON-ENTRY
                       MOVE 'D' TO IW-DISPUTE-FLAG
                       MOVE WS-REASON-ENTRY TO IW-DISPUTE-REASON
                       MOVE WS-TODAY TO IW-DISPUTE-DATE
                       MOVE WS-OPERATOR-ID TO IW-DISPUTE-OPERATOR
                       MOVE "DISPUT" TO WS-AUDIT-TYPE
                       MOVE WS-REASON-ENTRY TO WS-AUDIT-REASON
                       PERFORM 340-SAVE-ITEM-CHANGE
                       ADD 1 TO WS-OPENED-COUNT
                       DISPLAY "DISPUTE OPENED AND LOGGED"
               END-SEARCH
           END-IF.

       311-SHOW-ONE-REASON.
           DISPLAY "  " DR-REASON-CODE (DR-REASON-IDX) "  "
               DR-REASON-TEXT (DR-REASON-IDX).

      *   CLEARING RETURNS THE ITEM TO ORDINARY COLLECTION - THE
      *   CLEARED REASON GOES ON THE AUDIT LINE, SO THE HISTORY OF
      *   THE DISPUTE OUTLIVES THE FLAG.
       320-CLEAR-DISPUTE.
           DISPLAY "CLEAR THE DISPUTE ON THIS ITEM (YES/NO)?"
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "YES" OR WS-ANSWER = "yes"
               MOVE IW-DISPUTE-REASON TO WS-AUDIT-REASON
               MOVE SPACES TO IW-DISPUTE-DATA
               MOVE "DISCLR" TO WS-AUDIT-TYPE
               PERFORM 340-SAVE-ITEM-CHANGE
               ADD 1 TO WS-CLEARED-COUNT
               DISPLAY "DISPUTE CLEARED AND LOGGED"
           END-IF.

      *   A CLERK ASKING FOR A SUPERVISOR ACTION IS NOT A CRIME,
      *   BUT IT IS A FACT THE AUDITORS WANT KEPT.
       330-LOG-REFUSED-ATTEMPT.
           SET WS-ITEM-IDX TO WS-PICKED-SUB
           MOVE WS-IT-REC (WS-ITEM-IDX) TO IW-REC
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM74" TO EX-PROGRAM-ID
           MOVE WS-TODAY TO EX-BUSINESS-DATE
           MOVE WS-CUSTOMER-ID TO EX-KEY
           MOVE "DISPUTE REFUSED - NOT SUPERVISOR" TO EX-REASON
           MOVE 'O' TO EX-STATUS
           STRING "OPERATOR " WS-OPERATOR-ID " LEVEL "
               WS-OPERATOR-ROLE " ITEM " IW-REFERENCE
               DELIMITED BY SIZE INTO EX-ORIGINAL-REC
           WRITE EX-REC
           ADD 1 TO WS-REFUSED-COUNT.

      *   THE CHANGE IS WRITTEN THROUGH TO DISK AT ONCE, THE SAME
      *   WAY PROGRAM24 REWRITES ITS MASTER RECORD ON THE SPOT.
       340-SAVE-ITEM-CHANGE.
           SET WS-ITEM-IDX TO WS-PICKED-SUB
           MOVE IW-REC TO WS-IT-REC (WS-ITEM-IDX)
           PERFORM 350-WRITE-AUDIT-RECORD
           PERFORM 900-REWRITE-OPEN-ITEMS.

       350-WRITE-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-OUT
           MOVE DATE-HEADING TO AUDIT-DATE-OUT
           MOVE WS-AUDIT-TYPE TO AUDIT-TYPE-OUT
           MOVE OLD-CUSTOMER-ID TO AUDIT-ID-OUT
           MOVE OLD-MAX-CREDIT TO AUDIT-OLD-MAXCREDIT-OUT
           MOVE OLD-BALANCE TO AUDIT-OLD-BALANCE-OUT
           MOVE OLD-MAX-CREDIT TO AUDIT-NEW-MAXCREDIT-OUT
           MOVE OLD-BALANCE TO AUDIT-NEW-BALANCE-OUT
           MOVE WS-OPERATOR-ROLE TO AUDIT-LEVEL-OUT
           MOVE IW-REFERENCE TO AUDIT-ITEM-REF-OUT
           MOVE WS-AUDIT-REASON TO AUDIT-REASON-OUT
           WRITE AUDIT-TRAIL-REC FROM AUDIT-TRAIL-LINE
           MOVE SPACES TO AD-REC
           MOVE OLD-CUSTOMER-ID TO AD-CUSTOMER-ID
           MOVE WS-AUDIT-TYPE TO AD-TYPE
           MOVE WS-OPERATOR-ID TO AD-OPERATOR
           MOVE WS-TODAY TO AD-DATE
           MOVE OLD-MAX-CREDIT TO AD-OLD-MAX-CREDIT
           MOVE OLD-BALANCE TO AD-OLD-BALANCE
           MOVE OLD-MAX-CREDIT TO AD-NEW-MAX-CREDIT
           MOVE OLD-BALANCE TO AD-NEW-BALANCE
           MOVE WS-OPERATOR-ROLE TO AD-OPERATOR-LEVEL
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
           MOVE WS-AUDIT-STAMP (1:14) TO AD-STAMP
           WRITE AD-REC.

       900-REWRITE-OPEN-ITEMS.
           OPEN OUTPUT OPEN-ITEM-FILE
           IF WS-ITEM-COUNT > ZERO
               PERFORM 910-WRITE-ONE-ITEM
                   VARYING WS-ITEM-SUB FROM 1 BY 1
                   UNTIL WS-ITEM-SUB > WS-ITEM-COUNT
           END-IF
           CLOSE OPEN-ITEM-FILE.

       910-WRITE-ONE-ITEM.
           SET WS-ITEM-IDX TO WS-ITEM-SUB
           MOVE WS-IT-REC (WS-ITEM-IDX) TO ITEM-REC
           WRITE ITEM-REC.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE (1:4) TO YEAR-WORK
                       MOVE BD-DATE (5:2) TO MONTH-WORK
                       MOVE BD-DATE (7:2) TO DAY-WORK
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       END PROGRAM PROGRAM74.
