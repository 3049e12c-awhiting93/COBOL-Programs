      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM77.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the nightly promise-to-pay check - a customer
      *keeping their word is left alone, and one who is not goes
      *straight back to collections.  The job stream runs it as a
      *controlled step after PROGRAM13 has applied the day's
      *payments.
      *Every current arrangement on CUSTOMER-ARRANGEMENTS.DAT (the
      *ARRANGE copybook, keyed in through PROGRAM76) is checked
      *against the type P items PROGRAM13 writes to
      *CUSTOMER-OPEN-ITEMS.DAT for the '3' payments it applies - a
      *payment that later came back unpaid (status R) does not
      *count.  Payments dated on or after the agreed date count
      *toward the plan in the order they came in.  An installment is
      *kept once the payments made by its due date plus the grace
      *days cover it and every installment before it; it is broken
      *when the grace period runs out first.
      *A broken installment breaks the arrangement: the status goes
      *to B with the date, the resume level is set one letter above
      *the level the customer had reached when the promise was made
      *(never past the final notice), and the customer is listed on
      *WhitingBROKEN-PROMISES.LIS with what was due, what was paid
      *and the letter PROGRAM46 will send next.  An arrangement with
      *every installment kept is marked complete (C).
      *The file is rewritten whole.  A broken promise ends the run
      *with condition code 4; an arrangement file too big for the
      *table is refused with condition code 8 and nothing is
      *changed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MAST-CUSTOMER-ID.
           SELECT BROKEN-PROMISE-REPORT
               ASSIGN TO "..\..\..\..\WhitingBROKEN-PROMISES.LIS"
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
       FD  ARRANGEMENT-FILE.
       COPY ARRANGE REPLACING ==:PFX:== BY ==AR==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MAST==.

       FD  BROKEN-PROMISE-REPORT.
       01  BROKEN-PROMISE-REC              PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-ARR-OVERFLOW             PIC X       VALUE 'N'.
           05  WS-BROKEN-FLAG              PIC X       VALUE 'N'.
           05  WS-ALL-KEPT-FLAG            PIC X       VALUE 'Y'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   A PAYMENT GETS THIS MANY DAYS PAST THE DUE DATE TO ARRIVE
      *   BEFORE THE INSTALLMENT IS CALLED BROKEN - A CHECK MAILED ON
      *   THE DUE DATE IS A KEPT PROMISE.
       01  PROGRAM-CONSTANTS.
           05  WS-GRACE-DAYS               PIC 9(2)    VALUE 3.
           05  MAX-INSTALLMENTS            PIC 99      VALUE 12.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-INT        PIC 9(7)    VALUE ZERO.
           05  WS-ITEM-DATE-INT            PIC 9(7)    VALUE ZERO.

      *   THE ARRANGEMENT FILE IS HELD AS RECORD IMAGES AND WRITTEN
      *   BACK WHOLE.  BESIDE EACH ONE THE PAYMENTS ARE ROLLED UP AS
      *   THE TOTAL PAID SINCE THE AGREED DATE AND, FOR EACH
      *   INSTALLMENT, THE AMOUNT PAID BY ITS DEADLINE (DUE DATE PLUS
      *   GRACE).
       01  ARRANGEMENT-TABLE-AREAS.
           05  WS-ARR-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-ARR-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-FOUND-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-INST-SUB                 PIC 99      VALUE ZERO.
           05  WS-ARR-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-ARR-IDX.
               10  WS-ARR-REC              PIC X(238).
               10  WS-ARR-CUSTOMER-ID      PIC X(5).
               10  WS-ARR-IS-CURRENT       PIC X.
               10  WS-ARR-AGREED-DATE      PIC 9(8).
               10  WS-ARR-PAID-TOTAL       PIC S9(7)V99.
               10  WS-ARR-DEADLINE-INT     PIC 9(7)    OCCURS 12.
               10  WS-ARR-PAID-BY          PIC S9(7)V99 OCCURS 12.
           05  WS-PAYMENT-AMOUNT           PIC S9(5)V99 VALUE ZERO.
           05  WS-DUE-TO-DATE              PIC S9(7)V99 VALUE ZERO.
           05  WS-BROKEN-DUE-DATE          PIC 9(8)    VALUE ZERO.
           05  WS-BROKEN-DUE-TO-DATE       PIC S9(7)V99 VALUE ZERO.
           05  WS-BROKEN-PAID              PIC S9(7)V99 VALUE ZERO.

      *   ONE ARRANGEMENT WORKED ON OUTSIDE THE FILE'S RECORD AREA,
      *   WHICH IS GONE ONCE THE FILE IS CLOSED.
       COPY ARRANGE REPLACING ==:PFX:== BY ==ARW==.

       01  PROGRAM-ACCUMULATORS.
           05  CHECKED-COUNT               PIC 9(5)    VALUE ZERO.
           05  KEPT-COUNT                  PIC 9(5)    VALUE ZERO.
           05  BROKEN-COUNT                PIC 9(5)    VALUE ZERO.
           05  COMPLETED-COUNT             PIC 9(5)    VALUE ZERO.
           05  PAID-ON-PLANS-TOTAL         PIC S9(9)V99 VALUE ZERO.

       01  LETTER-LEVEL-NAMES.
           05  LEVEL-NAME-CONSTANTS.
               10                          PIC X(12)   VALUE
                   "REMINDER    ".
               10                          PIC X(12)   VALUE
                   "DEMAND      ".
               10                          PIC X(12)   VALUE
                   "FINAL NOTICE".
           05  LEVEL-NAME REDEFINES LEVEL-NAME-CONSTANTS
                                           PIC X(12)   OCCURS 3 TIMES.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "BROKEN PROMISES TO PAY - BUSINESS DATE  ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(52)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "ID     CUSTOMER                AGREED   ".
           05  FILLER                      PIC X(40)
               VALUE " DUE       DUE TO DT       PAID      SHO".
           05  FILLER                      PIC X(20)
               VALUE "RT  RESUMES AT      ".

       01  BROKEN-DETAIL-LINE.
           05  DET-ID-OUT                  PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-NAME-OUT                PIC X(22).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-AGREED-OUT              PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-DUE-DATE-OUT            PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-DUE-TO-DATE-OUT         PIC $$,$$9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-PAID-OUT                PIC $$,$$9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-SHORT-OUT               PIC $$,$$9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-RESUME-OUT              PIC X(12).
           05                              PIC X(4)    VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO PROMISES BROKEN TODAY                ".
           05                              PIC X(60)   VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(22)
               VALUE "ARRANGEMENTS CHECKED  ".
           05  TOT-CHECKED-OUT             PIC ZZZZ9.
           05  FILLER                      PIC X(22)
               VALUE "   INSTALLMENTS KEPT  ".
           05  TOT-KEPT-OUT                PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE "   BROKEN ".
           05  TOT-BROKEN-OUT              PIC ZZZZ9.
           05  FILLER                      PIC X(13)
               VALUE "   COMPLETED ".
           05  TOT-COMPLETED-OUT           PIC ZZZZ9.
           05                              PIC X(13)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           COMPUTE WS-BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 110-LOAD-ARRANGEMENTS
           IF WS-ARR-OVERFLOW = 'Y'
               DISPLAY "**** ARRANGEMENT FILE TOO LARGE - MORE THAN "
                   "500 RECORDS - NOTHING CHECKED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 130-ROLL-UP-PAYMENTS
           OPEN INPUT CUSTOMER-MASTER-FILE
                OUTPUT BROKEN-PROMISE-REPORT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE BROKEN-PROMISE-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO BROKEN-PROMISE-REC
           WRITE BROKEN-PROMISE-REC
           WRITE BROKEN-PROMISE-REC FROM REPORT-HEADING-LINE-2
           IF WS-ARR-COUNT > ZERO
               PERFORM 200-CHECK-ONE-ARRANGEMENT
                   VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > WS-ARR-COUNT
           END-IF
           IF BROKEN-COUNT = ZERO
               WRITE BROKEN-PROMISE-REC FROM NONE-LINE
           END-IF
           MOVE CHECKED-COUNT TO TOT-CHECKED-OUT
           MOVE KEPT-COUNT TO TOT-KEPT-OUT
           MOVE BROKEN-COUNT TO TOT-BROKEN-OUT
           MOVE COMPLETED-COUNT TO TOT-COMPLETED-OUT
           MOVE SPACES TO BROKEN-PROMISE-REC
           WRITE BROKEN-PROMISE-REC
           WRITE BROKEN-PROMISE-REC FROM REPORT-TOTAL-LINE
           CLOSE CUSTOMER-MASTER-FILE
                 BROKEN-PROMISE-REPORT
           PERFORM 900-REWRITE-ARRANGEMENTS
           IF BROKEN-COUNT > ZERO
               DISPLAY "**** " BROKEN-COUNT " PROMISE(S) TO PAY "
                   "BROKEN - SEE WhitingBROKEN-PROMISES.LIS ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "ARRANGEMENTS CHECKED: " CHECKED-COUNT
               " INSTALLMENTS KEPT: " KEPT-COUNT
               " BROKEN: " BROKEN-COUNT " COMPLETED: " COMPLETED-COUNT
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK - IT IS THE DAY WHOSE
      *   PAYMENTS PROGRAM13 HAS JUST APPLIED.
       095-GET-BUSINESS-DATE.
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

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

       110-LOAD-ARRANGEMENTS.
           OPEN INPUT ARRANGEMENT-FILE
           PERFORM 111-LOAD-ONE-ARRANGEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ARRANGEMENT-FILE.

      *   ONLY A CURRENT ARRANGEMENT WITH A USABLE SCHEDULE IS
      *   CHECKED - BROKEN AND COMPLETED ONES RIDE THROUGH AS THEY
      *   ARE.
       111-LOAD-ONE-ARRANGEMENT.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-ARR-COUNT < 500
                       ADD 1 TO WS-ARR-COUNT
                       SET WS-ARR-IDX TO WS-ARR-COUNT
                       MOVE AR-REC TO WS-ARR-REC (WS-ARR-IDX)
                       MOVE AR-CUSTOMER-ID
                           TO WS-ARR-CUSTOMER-ID (WS-ARR-IDX)
                       MOVE 'N' TO WS-ARR-IS-CURRENT (WS-ARR-IDX)
                       MOVE ZERO TO WS-ARR-PAID-TOTAL (WS-ARR-IDX)
                       IF AR-IS-CURRENT AND
                               AR-AGREED-DATE IS NUMERIC AND
                               AR-INSTALLMENT-COUNT IS NUMERIC AND
                               AR-INSTALLMENT-COUNT > ZERO AND
                               AR-INSTALLMENT-COUNT <= MAX-INSTALLMENTS
                           MOVE 'Y' TO WS-ARR-IS-CURRENT (WS-ARR-IDX)
                           MOVE AR-AGREED-DATE
                               TO WS-ARR-AGREED-DATE (WS-ARR-IDX)
                           PERFORM 112-SET-ONE-DEADLINE
                               VARYING WS-INST-SUB FROM 1 BY 1
                               UNTIL WS-INST-SUB > AR-INSTALLMENT-COUNT
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-ARR-OVERFLOW
                   END-IF
           END-READ.

       112-SET-ONE-DEADLINE.
           SET AR-INST-IDX TO WS-INST-SUB
           MOVE ZERO TO WS-ARR-PAID-BY (WS-ARR-IDX WS-INST-SUB)
           IF AR-INST-DUE-DATE (AR-INST-IDX) IS NUMERIC AND
                   AR-INST-DUE-DATE (AR-INST-IDX) > ZERO
               COMPUTE WS-ARR-DEADLINE-INT (WS-ARR-IDX WS-INST-SUB) =
                   FUNCTION INTEGER-OF-DATE
                       (AR-INST-DUE-DATE (AR-INST-IDX))
                   + WS-GRACE-DAYS
           ELSE
               MOVE ZERO TO WS-ARR-DEADLINE-INT (WS-ARR-IDX WS-INST-SUB)
           END-IF.

      *   ONE PASS OF THE SUB-LEDGER.  EVERY PAYMENT ITEM NOT SINCE
      *   RETURNED, DATED FROM THE AGREED DATE TO TODAY, COUNTS FOR
      *   ITS CUSTOMER'S CURRENT ARRANGEMENT.
       130-ROLL-UP-PAYMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 131-CONSIDER-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       131-CONSIDER-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ITEM-TYPE = 'P' AND
                           ITEM-AMOUNT IS NUMERIC AND
                           NOT ITEM-IS-RETURNED AND
                           NOT ITEM-IS-RETURN-PENDING AND
                           ITEM-DATE IS NUMERIC AND
                           ITEM-DATE > ZERO AND
                           ITEM-DATE <= WS-BUSINESS-DATE
                       PERFORM 132-CREDIT-ONE-PAYMENT
                   END-IF
           END-READ.

       132-CREDIT-ONE-PAYMENT.
           MOVE ZERO TO WS-FOUND-SUB
           IF WS-ARR-COUNT > ZERO
               PERFORM 133-MATCH-ONE-ARRANGEMENT
                   VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > WS-ARR-COUNT
                       OR WS-FOUND-SUB > ZERO
           END-IF
           IF WS-FOUND-SUB > ZERO
               SET WS-ARR-IDX TO WS-FOUND-SUB
               IF ITEM-DATE >= WS-ARR-AGREED-DATE (WS-ARR-IDX)
                   COMPUTE WS-PAYMENT-AMOUNT = ZERO - ITEM-AMOUNT
                   ADD WS-PAYMENT-AMOUNT
                       TO WS-ARR-PAID-TOTAL (WS-ARR-IDX)
                   COMPUTE WS-ITEM-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (ITEM-DATE)
                   MOVE WS-ARR-REC (WS-ARR-IDX) TO ARW-REC
                   PERFORM 134-CREDIT-ONE-DEADLINE
                       VARYING WS-INST-SUB FROM 1 BY 1
                       UNTIL WS-INST-SUB > ARW-INSTALLMENT-COUNT
               END-IF
           END-IF.

       133-MATCH-ONE-ARRANGEMENT.
           SET WS-ARR-IDX TO WS-ARR-SUB
           IF WS-ARR-CUSTOMER-ID (WS-ARR-IDX) = ITEM-CUSTOMER-ID AND
                   WS-ARR-IS-CURRENT (WS-ARR-IDX) = 'Y'
               MOVE WS-ARR-SUB TO WS-FOUND-SUB
           END-IF.

       134-CREDIT-ONE-DEADLINE.
           IF WS-ITEM-DATE-INT <=
                   WS-ARR-DEADLINE-INT (WS-ARR-IDX WS-INST-SUB)
               ADD WS-PAYMENT-AMOUNT
                   TO WS-ARR-PAID-BY (WS-ARR-IDX WS-INST-SUB)
           END-IF.

      *   THE INSTALLMENTS ARE WALKED IN ORDER WITH THE RUNNING
      *   AMOUNT DUE.  A PENDING ONE IS KEPT WHEN WHAT WAS PAID BY
      *   ITS DEADLINE COVERS EVERYTHING DUE THROUGH IT, BROKEN WHEN
      *   THE DEADLINE HAS PASSED WITHOUT THAT, AND OTHERWISE STILL
      *   PENDING.  THE FIRST BREAK ENDS THE WALK.
       200-CHECK-ONE-ARRANGEMENT.
           SET WS-ARR-IDX TO WS-ARR-SUB
           IF WS-ARR-IS-CURRENT (WS-ARR-IDX) = 'Y'
               ADD 1 TO CHECKED-COUNT
               MOVE WS-ARR-REC (WS-ARR-IDX) TO ARW-REC
               MOVE ZERO TO WS-DUE-TO-DATE
               MOVE 'N' TO WS-BROKEN-FLAG
               MOVE 'Y' TO WS-ALL-KEPT-FLAG
               PERFORM 210-CHECK-ONE-INSTALLMENT
                   VARYING WS-INST-SUB FROM 1 BY 1
                   UNTIL WS-INST-SUB > ARW-INSTALLMENT-COUNT
                       OR WS-BROKEN-FLAG = 'Y'
               IF WS-ARR-PAID-TOTAL (WS-ARR-IDX) > ZERO
                   MOVE WS-ARR-PAID-TOTAL (WS-ARR-IDX)
                       TO ARW-PAID-TO-DATE
               ELSE
                   MOVE ZERO TO ARW-PAID-TO-DATE
               END-IF
               ADD ARW-PAID-TO-DATE TO PAID-ON-PLANS-TOTAL
               IF WS-BROKEN-FLAG = 'Y'
                   PERFORM 220-BREAK-ARRANGEMENT
               ELSE
                   IF WS-ALL-KEPT-FLAG = 'Y'
                       MOVE 'C' TO ARW-STATUS
                       MOVE WS-BUSINESS-DATE TO ARW-STATUS-DATE
                       ADD 1 TO COMPLETED-COUNT
                   END-IF
               END-IF
               MOVE ARW-REC TO WS-ARR-REC (WS-ARR-IDX)
           END-IF.

       210-CHECK-ONE-INSTALLMENT.
           SET ARW-INST-IDX TO WS-INST-SUB
           ADD ARW-INST-AMOUNT (ARW-INST-IDX) TO WS-DUE-TO-DATE
           IF ARW-INST-IS-PENDING (ARW-INST-IDX)
               IF WS-ARR-PAID-BY (WS-ARR-IDX WS-INST-SUB) >=
                       WS-DUE-TO-DATE
                   MOVE 'K' TO ARW-INST-RESULT (ARW-INST-IDX)
                   ADD 1 TO KEPT-COUNT
               ELSE
                   MOVE 'N' TO WS-ALL-KEPT-FLAG
                   IF WS-BUSINESS-DATE-INT >
                           WS-ARR-DEADLINE-INT (WS-ARR-IDX WS-INST-SUB)
                       MOVE 'B' TO ARW-INST-RESULT (ARW-INST-IDX)
                       MOVE 'Y' TO WS-BROKEN-FLAG
                       MOVE ARW-INST-DUE-DATE (ARW-INST-IDX)
                           TO WS-BROKEN-DUE-DATE
                       MOVE WS-DUE-TO-DATE TO WS-BROKEN-DUE-TO-DATE
                       MOVE WS-ARR-PAID-BY (WS-ARR-IDX WS-INST-SUB)
                           TO WS-BROKEN-PAID
                   END-IF
               END-IF
           ELSE
               IF NOT ARW-INST-IS-KEPT (ARW-INST-IDX)
                   MOVE 'N' TO WS-ALL-KEPT-FLAG
               END-IF
           END-IF.

      *   A BROKEN PROMISE PUTS THE CUSTOMER BACK ON THE DUNNING
      *   LADDER ONE RUNG ABOVE WHERE THE PROMISE FOUND THEM.
       220-BREAK-ARRANGEMENT.
           MOVE 'B' TO ARW-STATUS
           MOVE WS-BUSINESS-DATE TO ARW-STATUS-DATE
           IF ARW-LETTER-LEVEL IS NUMERIC AND ARW-LETTER-LEVEL < 3
               COMPUTE ARW-RESUME-LEVEL = ARW-LETTER-LEVEL + 1
           ELSE
               MOVE 3 TO ARW-RESUME-LEVEL
           END-IF
           ADD 1 TO BROKEN-COUNT
           PERFORM 230-PRINT-BROKEN-PROMISE.

       230-PRINT-BROKEN-PROMISE.
           MOVE ARW-CUSTOMER-ID TO DET-ID-OUT
           MOVE ARW-CUSTOMER-ID TO MAST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   MOVE "*** NOT ON MASTER ***" TO DET-NAME-OUT
               NOT INVALID KEY
                   MOVE MAST-CUSTOMER-NAME TO DET-NAME-OUT
           END-READ
           MOVE ARW-AGREED-DATE TO DET-AGREED-OUT
           MOVE WS-BROKEN-DUE-DATE TO DET-DUE-DATE-OUT
           MOVE WS-BROKEN-DUE-TO-DATE TO DET-DUE-TO-DATE-OUT
           MOVE WS-BROKEN-PAID TO DET-PAID-OUT
           COMPUTE DET-SHORT-OUT =
               WS-BROKEN-DUE-TO-DATE - WS-BROKEN-PAID
           MOVE LEVEL-NAME (ARW-RESUME-LEVEL) TO DET-RESUME-OUT
           WRITE BROKEN-PROMISE-REC FROM BROKEN-DETAIL-LINE.

       900-REWRITE-ARRANGEMENTS.
           OPEN OUTPUT ARRANGEMENT-FILE
           IF WS-ARR-COUNT > ZERO
               PERFORM 901-WRITE-ONE-ARRANGEMENT
                   VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > WS-ARR-COUNT
           END-IF
           CLOSE ARRANGEMENT-FILE.

       901-WRITE-ONE-ARRANGEMENT.
           SET WS-ARR-IDX TO WS-ARR-SUB
           MOVE WS-ARR-REC (WS-ARR-IDX) TO AR-REC
           WRITE AR-REC.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM77" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE CHECKED-COUNT TO RL-RECORDS-READ
           MOVE BROKEN-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE PAID-ON-PLANS-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM77.
