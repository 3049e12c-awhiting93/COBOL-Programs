      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM76.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the screen collections keys a promise-to-pay
      *into while the customer is still on the phone - the payment
      *plan stops living on a sticky note.
      *The operator signs on, keys a customer ID (mod-11 check digit
      *as in PROGRAM24) and sees the balance, the dunning level the
      *customer has reached (worked out from the open items the way
      *PROGRAM46 works it out) and any arrangement already on
      *CUSTOMER-ARRANGEMENTS.DAT (the ARRANGE copybook) with each
      *installment and whether it was kept.
      *A new arrangement is the total to be paid (the balance unless
      *keyed otherwise), the installment amount, the frequency -
      *weekly, the 1st and 15th, or monthly - and the first due
      *date.  The schedule is built and shown before it is saved; a
      *plan needing more than twelve installments is sent back for
      *a bigger installment.  Saving replaces whatever arrangement
      *the customer had, rewrites the file at once and goes to the
      *audit trail and WhitingAUDIT-DATA.DAT typed ARRANG with the
      *total and frequency on the printed line.
      *PROGRAM77 checks the installments against the payments each
      *night, and PROGRAM46 holds dunning while the arrangement is
      *current.
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
           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-DATA.DAT"
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

       FD  ARRANGEMENT-FILE.
       COPY ARRANGE REPLACING ==:PFX:== BY ==AR==.

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC                 PIC X(134).

       FD  AUDIT-DATA-FILE.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==AD==.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  MORE-DATA                   PIC XXX     VALUE "YES".
           05  VALID-INPUT                 PIC XXX     VALUE "NO ".
           05  WS-RECORD-FOUND             PIC XXX     VALUE "NO ".
           05  WS-LOAD-MORE-RECORDS        PIC XXX     VALUE "YES".
           05  WS-ENTRY-OK                 PIC XXX     VALUE "NO ".
           05  WS-TERM-GOOD                PIC XXX     VALUE "YES".
           05  WS-ARR-SAVED                PIC XXX     VALUE "NO ".
           05  WS-SCHEDULE-OVERFLOW        PIC X       VALUE 'N'.

       01  PROGRAM-CONSTANTS.
           05  DATE-SEP-CONST              PIC X(2)    VALUE ", ".
           05  CHECK-DIGIT-DIVISOR         PIC 99      VALUE 11.
           05  MAX-INSTALLMENTS            PIC 99      VALUE 12.

       01  PROGRAM-DATE-AND-TIME.
           05  DATE-TIME-WORK.
               10  YEAR-WORK               PIC 9(4).
               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10                          PIC X(13).
           05  DATE-HEADING                PIC X(18)   VALUE SPACES.
           05  WS-TODAY                    PIC 9(8)    VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(7)    VALUE ZERO.
           05  WS-ITEM-DATE-INT            PIC 9(7)    VALUE ZERO.
           05  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
           05  WS-OLDEST-AGE               PIC S9(5)   VALUE ZERO.

       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  ENTRY-WORK-AREAS.
           05  WS-CUSTOMER-ID              PIC X(5).
           05  WS-ANSWER                   PIC X(10).
           05  WS-AMOUNT-ENTRY             PIC X(7).
           05  WS-AMOUNT-ENTRY-NUM REDEFINES WS-AMOUNT-ENTRY
                                           PIC 9(5)V99.
           05  WS-DATE-ENTRY               PIC X(8).
           05  WS-DATE-ENTRY-NUM REDEFINES WS-DATE-ENTRY
                                           PIC 9(8).
           05  WS-SAVED-COUNT              PIC 9(3)    VALUE ZERO.

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

      *   THE WHOLE ARRANGEMENT FILE IS HELD FOR THE SESSION AS
      *   RECORD IMAGES AND REWRITTEN AFTER EVERY SAVE.
       01  ARRANGEMENT-TABLE-AREAS.
           05  WS-ARR-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-ARR-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-FOUND-ARR-SUB            PIC 9(3)    VALUE ZERO.
           05  WS-ARR-OVERFLOW             PIC X       VALUE 'N'.
           05  WS-ARR-TABLE OCCURS 300 TIMES
                   INDEXED BY WS-ARR-IDX.
               10  WS-ARR-REC              PIC X(238).

      *   ONE ARRANGEMENT WORKED ON OUTSIDE THE FILE'S RECORD AREA,
      *   WHICH IS GONE ONCE THE FILE IS CLOSED.
       COPY ARRANGE REPLACING ==:PFX:== BY ==ARW==.

      *   THE NEW ARRANGEMENT IS BUILT HERE BEFORE IT IS SAVED.
       01  SCHEDULE-WORK-AREAS.
           05  WS-TOTAL-AMOUNT             PIC 9(5)V99 VALUE ZERO.
           05  WS-INSTALLMENT-AMOUNT       PIC 9(5)V99 VALUE ZERO.
           05  WS-REMAINING-AMOUNT         PIC 9(5)V99 VALUE ZERO.
           05  WS-FREQUENCY                PIC X       VALUE SPACE.
               88  FREQUENCY-IS-VALID          VALUES 'W', 'S', 'M'.
           05  WS-FIRST-DUE-DATE           PIC 9(8)    VALUE ZERO.
           05  WS-ANCHOR-DAY               PIC 9(2)    VALUE ZERO.
           05  WS-LETTER-LEVEL             PIC 9       VALUE ZERO.
           05  WS-NEXT-DUE-DATE.
               10  WS-NEXT-YEAR            PIC 9(4).
               10  WS-NEXT-MONTH           PIC 9(2).
               10  WS-NEXT-DAY             PIC 9(2).
           05  WS-NEXT-DUE-NUM REDEFINES WS-NEXT-DUE-DATE
                                           PIC 9(8).
           05  WS-MONTH-AFTER-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-LAST-DAY-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-LAST-DAY                 PIC 9(2)    VALUE ZERO.
           05  WS-WORK-INT                 PIC 9(7)    VALUE ZERO.
           05  WS-AMOUNT-OUT               PIC ZZ,ZZ9.99.

      *   THE AUDIT LINE IS PROGRAM24'S LAYOUT WITH THE ARRANGED
      *   TOTAL AND FREQUENCY IN THE LAST TEN POSITIONS.  THE
      *   BALANCE AND CREDIT LIMIT PRINT UNCHANGED ON BOTH SIDES.
       01  AUDIT-TRAIL-AREAS.
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
               10  AUDIT-ARR-TOTAL-OUT     PIC Z(4)9.99.
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-FREQUENCY-OUT     PIC X.

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

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 102-OPERATOR-SIGN-ON
           PERFORM 110-DATE-ROUTINE
           PERFORM 150-LOAD-ARRANGEMENTS
           IF WS-ARR-OVERFLOW = 'Y'
               DISPLAY "ARRANGEMENT FILE TOO LARGE FOR THE SCREEN "
                   "- SESSION REFUSED, NOTHING CHANGED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT OLD-MASTER-FILE
           OPEN EXTEND AUDIT-TRAIL-FILE
                       AUDIT-DATA-FILE
           PERFORM 200-WORK-ONE-CUSTOMER
               UNTIL MORE-DATA = "NO "
           CLOSE OLD-MASTER-FILE
                 AUDIT-TRAIL-FILE
                 AUDIT-DATA-FILE
           DISPLAY "ARRANGEMENTS SAVED: " WS-SAVED-COUNT
           STOP RUN.

      *   THE ARRANGEMENT CARRIES THE NAME OF WHOEVER AGREED IT, SO
      *   THE SESSION STARTS WITH A SIGN-ON VALIDATED AGAINST
      *   OPERATORS.DAT.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM76' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       110-DATE-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           PERFORM 095-GET-BUSINESS-DATE
           MOVE DATE-TIME-WORK (1:8) TO WS-TODAY
           COMPUTE WS-TODAY-INT = FUNCTION INTEGER-OF-DATE (WS-TODAY)
           STRING MONTH-TABLE (MONTH-WORK) DELIMITED BY SPACES
                  SPACE DELIMITED BY SIZE
                  DAY-WORK DELIMITED BY SIZE
                  DATE-SEP-CONST DELIMITED BY SIZE
                  YEAR-WORK DELIMITED BY SIZE
                      INTO DATE-HEADING.

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

      *   A FILE TOO BIG FOR THE TABLE COULD NOT BE REWRITTEN WHOLE,
      *   SO THE SESSION IS REFUSED RATHER THAN RISK IT.
       150-LOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGEMENT-FILE
           PERFORM 151-LOAD-ONE-ARRANGEMENT
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE ARRANGEMENT-FILE.

       151-LOAD-ONE-ARRANGEMENT.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-ARR-COUNT < 300
                       ADD 1 TO WS-ARR-COUNT
                       SET WS-ARR-IDX TO WS-ARR-COUNT
                       MOVE AR-REC TO WS-ARR-REC (WS-ARR-IDX)
                   ELSE
                       MOVE 'Y' TO WS-ARR-OVERFLOW
                   END-IF
           END-READ.

       200-WORK-ONE-CUSTOMER.
           PERFORM 120-GET-CUSTOMER-ID
           PERFORM 210-FETCH-AND-SHOW
           IF WS-RECORD-FOUND = "YES"
               PERFORM 220-SHOW-ARRANGEMENT
               PERFORM 230-FIND-LETTER-LEVEL
               IF OLD-BALANCE > ZERO
                   PERFORM 300-OFFER-ARRANGEMENT
               ELSE
                   DISPLAY "NOTHING OWED - NO ARRANGEMENT NEEDED"
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

       220-SHOW-ARRANGEMENT.
           MOVE ZERO TO WS-FOUND-ARR-SUB
           IF WS-ARR-COUNT > ZERO
               PERFORM 221-MATCH-ONE-ARRANGEMENT
                   VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > WS-ARR-COUNT
                       OR WS-FOUND-ARR-SUB > ZERO
           END-IF
           IF WS-FOUND-ARR-SUB = ZERO
               DISPLAY "NO ARRANGEMENT ON FILE"
           ELSE
               SET WS-ARR-IDX TO WS-FOUND-ARR-SUB
               MOVE WS-ARR-REC (WS-ARR-IDX) TO ARW-REC
               MOVE ARW-TOTAL-AMOUNT TO WS-AMOUNT-OUT
               DISPLAY "ARRANGEMENT " ARW-STATUS " AGREED "
                   ARW-AGREED-DATE " BY " ARW-OPERATOR
                   "  TOTAL " WS-AMOUNT-OUT
                   "  FREQUENCY " ARW-FREQUENCY
               MOVE ARW-PAID-TO-DATE TO WS-AMOUNT-OUT
               DISPLAY "   PAID SINCE AGREED " WS-AMOUNT-OUT
                   "  (A CURRENT, B BROKEN, C COMPLETED)"
               IF ARW-INSTALLMENT-COUNT > ZERO AND
                       ARW-INSTALLMENT-COUNT <= MAX-INSTALLMENTS
                   PERFORM 222-SHOW-ONE-INSTALLMENT
                       VARYING ARW-INST-IDX FROM 1 BY 1
                       UNTIL ARW-INST-IDX > ARW-INSTALLMENT-COUNT
               END-IF
           END-IF.

       221-MATCH-ONE-ARRANGEMENT.
           SET WS-ARR-IDX TO WS-ARR-SUB
           IF WS-ARR-REC (WS-ARR-IDX) (1:5) = OLD-CUSTOMER-ID
               MOVE WS-ARR-SUB TO WS-FOUND-ARR-SUB
           END-IF.

       222-SHOW-ONE-INSTALLMENT.
           MOVE ARW-INST-AMOUNT (ARW-INST-IDX) TO WS-AMOUNT-OUT
           DISPLAY "   DUE " ARW-INST-DUE-DATE (ARW-INST-IDX) "  "
               WS-AMOUNT-OUT "  " ARW-INST-RESULT (ARW-INST-IDX).

      *   THE SAME LADDER PROGRAM46 CLIMBS - THE OLDEST UNDISPUTED
      *   OPEN CHARGE OVER 30 DAYS IS A REMINDER, OVER 60 A DEMAND,
      *   OVER 90 THE FINAL NOTICE.  IT IS KEPT ON THE ARRANGEMENT SO
      *   A BROKEN PROMISE CAN RESUME ONE LETTER HIGHER.
       230-FIND-LETTER-LEVEL.
           MOVE ZERO TO WS-OLDEST-AGE
           MOVE "YES" TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 231-AGE-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE OPEN-ITEM-FILE
           EVALUATE TRUE
               WHEN WS-OLDEST-AGE > 90
                   MOVE 3 TO WS-LETTER-LEVEL
               WHEN WS-OLDEST-AGE > 60
                   MOVE 2 TO WS-LETTER-LEVEL
               WHEN WS-OLDEST-AGE > 30
                   MOVE 1 TO WS-LETTER-LEVEL
               WHEN OTHER
                   MOVE 0 TO WS-LETTER-LEVEL
           END-EVALUATE
           DISPLAY "DUNNING LEVEL NOW: " WS-LETTER-LEVEL
               "  (0 NONE, 1 REMINDER, 2 DEMAND, 3 FINAL)".

       231-AGE-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ITEM-CUSTOMER-ID = OLD-CUSTOMER-ID AND
                           ITEM-AMOUNT IS NUMERIC AND
                           ITEM-AMOUNT > ZERO AND
                           NOT ITEM-IS-CLOSED AND
                           NOT ITEM-IS-DISPUTED AND
                           ITEM-DATE IS NUMERIC AND
                           ITEM-DATE > ZERO
                       COMPUTE WS-ITEM-DATE-INT =
                           FUNCTION INTEGER-OF-DATE (ITEM-DATE)
                       COMPUTE WS-AGE-DAYS =
                           WS-TODAY-INT - WS-ITEM-DATE-INT
                       IF WS-AGE-DAYS > WS-OLDEST-AGE
                           MOVE WS-AGE-DAYS TO WS-OLDEST-AGE
                       END-IF
                   END-IF
           END-READ.

       300-OFFER-ARRANGEMENT.
           DISPLAY "RECORD A NEW ARRANGEMENT (YES/NO)?"
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "YES" OR WS-ANSWER = "yes"
               PERFORM 310-ENTER-TERMS
               IF WS-ENTRY-OK = "YES"
                   PERFORM 320-BUILD-SCHEDULE
                   IF WS-SCHEDULE-OVERFLOW = 'Y'
                       DISPLAY "MORE THAN 12 INSTALLMENTS - RAISE THE "
                           "INSTALLMENT AMOUNT - NOT SAVED"
                   ELSE
                       PERFORM 330-CONFIRM-AND-SAVE
                   END-IF
               END-IF
           END-IF.

      *   ANY ENTRY THAT FAILS ITS EDIT ABANDONS THE ARRANGEMENT -
      *   NOTHING IS SAVED UNTIL THE WHOLE SCHEDULE HAS BEEN SEEN.
       310-ENTER-TERMS.
           MOVE "NO " TO WS-ENTRY-OK
           MOVE "YES" TO WS-TERM-GOOD
           MOVE OLD-BALANCE TO WS-TOTAL-AMOUNT
           DISPLAY "TOTAL TO BE PAID (7 DIGITS WITH CENTS, BLANK FOR "
               "THE BALANCE)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           IF WS-ANSWER NOT = SPACES
               MOVE WS-ANSWER (1:7) TO WS-AMOUNT-ENTRY
               IF WS-AMOUNT-ENTRY-NUM IS NUMERIC AND
                       WS-AMOUNT-ENTRY-NUM > ZERO
                   MOVE WS-AMOUNT-ENTRY-NUM TO WS-TOTAL-AMOUNT
               ELSE
                   DISPLAY "NOT A VALID TOTAL - NOT SAVED"
                   MOVE "NO " TO WS-TERM-GOOD
               END-IF
           END-IF
           IF WS-TERM-GOOD = "YES"
               PERFORM 311-ENTER-INSTALLMENT
           END-IF
           IF WS-TERM-GOOD = "YES"
               PERFORM 312-ENTER-FREQUENCY
           END-IF
           IF WS-TERM-GOOD = "YES"
               DISPLAY "FIRST DUE DATE (CCYYMMDD)?"
               MOVE SPACES TO WS-ANSWER
               ACCEPT WS-ANSWER
               MOVE WS-ANSWER (1:8) TO WS-DATE-ENTRY
               PERFORM 315-EDIT-FIRST-DUE-DATE
           END-IF.

       311-ENTER-INSTALLMENT.
           DISPLAY "INSTALLMENT AMOUNT (7 DIGITS WITH CENTS)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER (1:7) TO WS-AMOUNT-ENTRY
           IF WS-AMOUNT-ENTRY-NUM IS NUMERIC AND
                   WS-AMOUNT-ENTRY-NUM > ZERO
               MOVE WS-AMOUNT-ENTRY-NUM TO WS-INSTALLMENT-AMOUNT
           ELSE
               DISPLAY "NOT A VALID INSTALLMENT - NOT SAVED"
               MOVE "NO " TO WS-TERM-GOOD
           END-IF.

       312-ENTER-FREQUENCY.
           DISPLAY "FREQUENCY (W WEEKLY, S 1ST AND 15TH, M MONTHLY)?"
           MOVE SPACES TO WS-ANSWER
           ACCEPT WS-ANSWER
           MOVE WS-ANSWER (1:1) TO WS-FREQUENCY
           INSPECT WS-FREQUENCY CONVERTING "wsm" TO "WSM"
           IF NOT FREQUENCY-IS-VALID
               DISPLAY "FREQUENCY MUST BE W, S OR M - NOT SAVED"
               MOVE "NO " TO WS-TERM-GOOD
           END-IF.

      *   THE FIRST DUE DATE MUST BE A REAL DATE NO EARLIER THAN
      *   TODAY, AND ON THE 1ST OR 15TH FOR THE SEMI-MONTHLY PLAN.
       315-EDIT-FIRST-DUE-DATE.
           IF WS-DATE-ENTRY-NUM IS NOT NUMERIC
               DISPLAY "FIRST DUE DATE NOT NUMERIC - NOT SAVED"
           ELSE
               MOVE WS-DATE-ENTRY-NUM TO WS-NEXT-DUE-NUM
               IF WS-NEXT-MONTH < 1 OR WS-NEXT-MONTH > 12 OR
                       WS-NEXT-DAY < 1 OR WS-NEXT-YEAR < 1601
                   DISPLAY "FIRST DUE DATE NOT A DATE - NOT SAVED"
               ELSE
                   PERFORM 325-FIND-LAST-DAY
                   IF WS-NEXT-DAY > WS-LAST-DAY
                       DISPLAY "FIRST DUE DATE NOT A DATE - NOT SAVED"
                   ELSE
                       IF WS-NEXT-DUE-NUM < WS-TODAY
                           DISPLAY "FIRST DUE DATE IS IN THE PAST - "
                               "NOT SAVED"
                       ELSE
                           IF WS-FREQUENCY = 'S' AND
                                   WS-NEXT-DAY NOT = 1 AND
                                   WS-NEXT-DAY NOT = 15
                               DISPLAY "A 1ST AND 15TH PLAN MUST "
                                   "START ON THE 1ST OR 15TH - "
                                   "NOT SAVED"
                           ELSE
                               MOVE WS-NEXT-DUE-NUM
                                   TO WS-FIRST-DUE-DATE
                               MOVE WS-NEXT-DAY TO WS-ANCHOR-DAY
                               MOVE "YES" TO WS-ENTRY-OK
                           END-IF
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *   THE TOTAL IS CUT INTO INSTALLMENTS OF THE AGREED AMOUNT;
      *   THE LAST ONE TAKES WHATEVER IS LEFT.
       320-BUILD-SCHEDULE.
           MOVE SPACES TO ARW-REC
           MOVE OLD-CUSTOMER-ID TO ARW-CUSTOMER-ID
           MOVE 'A' TO ARW-STATUS
           MOVE WS-TODAY TO ARW-AGREED-DATE
           MOVE WS-OPERATOR-ID TO ARW-OPERATOR
           MOVE WS-TOTAL-AMOUNT TO ARW-TOTAL-AMOUNT
           MOVE WS-FREQUENCY TO ARW-FREQUENCY
           MOVE WS-LETTER-LEVEL TO ARW-LETTER-LEVEL
           MOVE ZERO TO ARW-RESUME-LEVEL
           MOVE ZERO TO ARW-STATUS-DATE
           MOVE ZERO TO ARW-PAID-TO-DATE
           MOVE ZERO TO ARW-INSTALLMENT-COUNT
           MOVE 'N' TO WS-SCHEDULE-OVERFLOW
           MOVE WS-TOTAL-AMOUNT TO WS-REMAINING-AMOUNT
           MOVE WS-FIRST-DUE-DATE TO WS-NEXT-DUE-NUM
           PERFORM 321-ADD-ONE-INSTALLMENT
               UNTIL WS-REMAINING-AMOUNT = ZERO
                   OR WS-SCHEDULE-OVERFLOW = 'Y'
           IF WS-SCHEDULE-OVERFLOW = 'N'
               PERFORM 322-CLEAR-UNUSED-INSTALLMENT
                   VARYING ARW-INST-IDX FROM ARW-INSTALLMENT-COUNT BY 1
                   UNTIL ARW-INST-IDX > MAX-INSTALLMENTS
           END-IF.

       321-ADD-ONE-INSTALLMENT.
           IF ARW-INSTALLMENT-COUNT = MAX-INSTALLMENTS
               MOVE 'Y' TO WS-SCHEDULE-OVERFLOW
           ELSE
               ADD 1 TO ARW-INSTALLMENT-COUNT
               SET ARW-INST-IDX TO ARW-INSTALLMENT-COUNT
               MOVE WS-NEXT-DUE-NUM TO ARW-INST-DUE-DATE (ARW-INST-IDX)
               IF WS-REMAINING-AMOUNT > WS-INSTALLMENT-AMOUNT
                   MOVE WS-INSTALLMENT-AMOUNT
                       TO ARW-INST-AMOUNT (ARW-INST-IDX)
               ELSE
                   MOVE WS-REMAINING-AMOUNT
                       TO ARW-INST-AMOUNT (ARW-INST-IDX)
               END-IF
               SUBTRACT ARW-INST-AMOUNT (ARW-INST-IDX)
                   FROM WS-REMAINING-AMOUNT
               MOVE SPACE TO ARW-INST-RESULT (ARW-INST-IDX)
               PERFORM 323-ADVANCE-DUE-DATE
           END-IF.

      *   THE SLOTS PAST THE LAST INSTALLMENT ARE ZEROED SO THE
      *   RECORD READS CLEANLY - THE FIRST ONE TOUCHED IS THE LAST
      *   REAL INSTALLMENT, WHICH IS LEFT ALONE.
       322-CLEAR-UNUSED-INSTALLMENT.
           IF ARW-INST-IDX > ARW-INSTALLMENT-COUNT
               MOVE ZERO TO ARW-INST-DUE-DATE (ARW-INST-IDX)
               MOVE ZERO TO ARW-INST-AMOUNT (ARW-INST-IDX)
               MOVE SPACE TO ARW-INST-RESULT (ARW-INST-IDX)
           END-IF.

      *   WEEKLY ADDS SEVEN DAYS; THE 1ST AND 15TH ALTERNATE; MONTHLY
      *   KEEPS THE FIRST DUE DATE'S DAY, OR THE MONTH'S LAST DAY IN
      *   A SHORTER MONTH.
       323-ADVANCE-DUE-DATE.
           EVALUATE WS-FREQUENCY
               WHEN 'W'
                   COMPUTE WS-WORK-INT =
                       FUNCTION INTEGER-OF-DATE (WS-NEXT-DUE-NUM) + 7
                   COMPUTE WS-NEXT-DUE-NUM =
                       FUNCTION DATE-OF-INTEGER (WS-WORK-INT)
               WHEN 'S'
                   IF WS-NEXT-DAY < 15
                       MOVE 15 TO WS-NEXT-DAY
                   ELSE
                       PERFORM 324-NEXT-MONTH
                       MOVE 1 TO WS-NEXT-DAY
                   END-IF
               WHEN 'M'
                   PERFORM 324-NEXT-MONTH
                   MOVE 1 TO WS-NEXT-DAY
                   PERFORM 325-FIND-LAST-DAY
                   IF WS-ANCHOR-DAY > WS-LAST-DAY
                       MOVE WS-LAST-DAY TO WS-NEXT-DAY
                   ELSE
                       MOVE WS-ANCHOR-DAY TO WS-NEXT-DAY
                   END-IF
           END-EVALUATE.

       324-NEXT-MONTH.
           IF WS-NEXT-MONTH = 12
               MOVE 1 TO WS-NEXT-MONTH
               ADD 1 TO WS-NEXT-YEAR
           ELSE
               ADD 1 TO WS-NEXT-MONTH
           END-IF.

       325-FIND-LAST-DAY.
           IF WS-NEXT-MONTH = 12
               COMPUTE WS-MONTH-AFTER-DATE =
                   ((WS-NEXT-YEAR + 1) * 10000) + 0101
           ELSE
               COMPUTE WS-MONTH-AFTER-DATE =
                   (WS-NEXT-YEAR * 10000) +
                   ((WS-NEXT-MONTH + 1) * 100) + 1
           END-IF
           COMPUTE WS-LAST-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-AFTER-DATE) - 1)
           MOVE WS-LAST-DAY-DATE (7:2) TO WS-LAST-DAY.

       330-CONFIRM-AND-SAVE.
           DISPLAY "SCHEDULE:"
           PERFORM 222-SHOW-ONE-INSTALLMENT
               VARYING ARW-INST-IDX FROM 1 BY 1
               UNTIL ARW-INST-IDX > ARW-INSTALLMENT-COUNT
           IF WS-FOUND-ARR-SUB > ZERO
               DISPLAY "THIS REPLACES THE ARRANGEMENT ON FILE"
           END-IF
           DISPLAY "SAVE THIS ARRANGEMENT (YES/NO)?"
           ACCEPT WS-ANSWER
           IF WS-ANSWER = "YES" OR WS-ANSWER = "yes"
               PERFORM 340-SAVE-ARRANGEMENT
               IF WS-ARR-SAVED = "YES"
                   ADD 1 TO WS-SAVED-COUNT
                   DISPLAY "ARRANGEMENT SAVED AND LOGGED"
               END-IF
           ELSE
               DISPLAY "NOT SAVED"
           END-IF.

      *   A CUSTOMER HAS ONE ARRANGEMENT - A NEW ONE TAKES THE OLD
      *   ONE'S SLOT.  THE FILE IS WRITTEN THROUGH TO DISK AT ONCE.
       340-SAVE-ARRANGEMENT.
           MOVE "YES" TO WS-ARR-SAVED
           IF WS-FOUND-ARR-SUB = ZERO
               IF WS-ARR-COUNT < 300
                   ADD 1 TO WS-ARR-COUNT
                   MOVE WS-ARR-COUNT TO WS-FOUND-ARR-SUB
               ELSE
                   DISPLAY "**** ARRANGEMENT TABLE FULL - "
                       OLD-CUSTOMER-ID " NOT SAVED ****"
                   MOVE "NO " TO WS-ARR-SAVED
               END-IF
           END-IF
           IF WS-ARR-SAVED = "YES"
               SET WS-ARR-IDX TO WS-FOUND-ARR-SUB
               MOVE ARW-REC TO WS-ARR-REC (WS-ARR-IDX)
               PERFORM 350-WRITE-AUDIT-RECORD
               PERFORM 900-REWRITE-ARRANGEMENTS
           END-IF.

       350-WRITE-AUDIT-RECORD.
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-OUT
           MOVE DATE-HEADING TO AUDIT-DATE-OUT
           MOVE "ARRANG" TO AUDIT-TYPE-OUT
           MOVE OLD-CUSTOMER-ID TO AUDIT-ID-OUT
           MOVE OLD-MAX-CREDIT TO AUDIT-OLD-MAXCREDIT-OUT
           MOVE OLD-BALANCE TO AUDIT-OLD-BALANCE-OUT
           MOVE OLD-MAX-CREDIT TO AUDIT-NEW-MAXCREDIT-OUT
           MOVE OLD-BALANCE TO AUDIT-NEW-BALANCE-OUT
           MOVE WS-OPERATOR-ROLE TO AUDIT-LEVEL-OUT
           MOVE ARW-TOTAL-AMOUNT TO AUDIT-ARR-TOTAL-OUT
           MOVE ARW-FREQUENCY TO AUDIT-FREQUENCY-OUT
           WRITE AUDIT-TRAIL-REC FROM AUDIT-TRAIL-LINE
           MOVE SPACES TO AD-REC
           MOVE OLD-CUSTOMER-ID TO AD-CUSTOMER-ID
           MOVE "ARRANG" TO AD-TYPE
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

       900-REWRITE-ARRANGEMENTS.
           OPEN OUTPUT ARRANGEMENT-FILE
           PERFORM 910-WRITE-ONE-ARRANGEMENT
               VARYING WS-ARR-SUB FROM 1 BY 1
               UNTIL WS-ARR-SUB > WS-ARR-COUNT
           CLOSE ARRANGEMENT-FILE.

       910-WRITE-ONE-ARRANGEMENT.
           SET WS-ARR-IDX TO WS-ARR-SUB
           MOVE WS-ARR-REC (WS-ARR-IDX) TO AR-REC
           WRITE AR-REC.

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

       END PROGRAM PROGRAM76.
