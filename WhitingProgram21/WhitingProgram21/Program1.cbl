      *The statement month defaults to the run date's month; a
      *different month and year may be supplied in STMT-PARMS.DAT
      *(month name, comma, year - e.g. JULY 2026).
      *A customer enrolled in autopay (CUSTOMER-AUTOPAY.DAT) with a
      *balance due is told on the statement how much PROGRAM73 will
      *debit and on what date - the pull day of the following month,
      *or that month's last day when it is shorter, for the closing
      *balance up to the customer's maximum.  The debit is promised
      *only when the enrolled bank account has aged clean through
      *its prenote in CUSTOMER-AUTOPAY-PRENOTE.DAT; a new or changed
      *account is told to pay this statement itself.
      *Items the customer has disputed (flagged through PROGRAM74 on
      *CUSTOMER-OPEN-ITEMS.DAT) are listed under the closing balance
      *in their own DISPUTED column with the reason and the date the
      *dispute was opened, followed by the amount due with the
      *disputed items left out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL STATEMENT-PARM-FILE
               ASSIGN TO "..\..\..\..\STMT-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-ENROLL-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-AUTOPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-PRENOTE-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-AUTOPAY-PRENOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT STATEMENT-FILE
               ASSIGN TO "..\..\..\..\WhitingSTATEMENTS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  PARM-MONTH-NAME             PIC X(9).
           05  PARM-YEAR                   PIC X(4).

       FD  AUTOPAY-ENROLL-FILE.
       COPY AUTOPAY REPLACING ==:PFX:== BY ==AP==.

       FD  AUTOPAY-PRENOTE-FILE.
       COPY AUTOPRE REPLACING ==:PFX:== BY ==APN==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  STATEMENT-FILE.
       01  STATEMENT-REC                   PIC X(90).

               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10                          PIC X(13).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-INT        PIC 9(7)    VALUE ZERO.

       01  PROGRAM-TABLES.
           05  MONTHS-TABLE.
           05  WS-STMT-MONTH-NUM           PIC 9(2)    VALUE ZERO.
           05  WS-MONTH-SUB                PIC 9(2)    VALUE ZERO.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-STMT-YEAR-NUM            PIC 9(4)    VALUE ZERO.
           05  WS-DEBIT-YEAR               PIC 9(4)    VALUE ZERO.
           05  WS-DEBIT-MONTH              PIC 9(2)    VALUE ZERO.
           05  WS-DEBIT-LAST-DAY           PIC 9(2)    VALUE ZERO.
           05  WS-MONTH-AFTER-DATE         PIC 9(8)    VALUE ZERO.
           05  WS-LAST-DAY-DATE            PIC 9(8)    VALUE ZERO.

      *   AUTOPAY ENROLLMENTS AND THEIR PRENOTE STATE, SO EACH
      *   STATEMENT CAN SAY WHAT PROGRAM73 WILL PULL AND WHEN.
       01  AUTOPAY-TABLE-AREAS.
           05  PRENOTE-AGE-DAYS            PIC 9(2)    VALUE 6.
           05  WS-EN-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-EN-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-EN-IDX.
               10  WS-EN-CUSTOMER-ID       PIC X(5).
               10  WS-EN-ROUTING           PIC X(9).
               10  WS-EN-ACCOUNT           PIC X(17).
               10  WS-EN-PULL-DAY          PIC X(2).
               10  WS-EN-MAX-AMOUNT        PIC 9(5)V99.
           05  WS-PRE-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-PRE-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-PRE-IDX.
               10  WS-PRE-CUSTOMER-ID      PIC X(5).
               10  WS-PRE-ROUTING          PIC 9(9).
               10  WS-PRE-ACCOUNT          PIC X(17).
               10  WS-PRE-DATE             PIC 9(8).
               10  WS-PRE-STATUS           PIC X.
           05  WS-AUTOPAY-STATE            PIC X       VALUE 'N'.
               88  AUTOPAY-NOT-ENROLLED                VALUE 'N'.
               88  AUTOPAY-WILL-DEBIT                  VALUE 'D'.
               88  AUTOPAY-UNVERIFIED                  VALUE 'U'.
           05  WS-PRE-DATE-INT             PIC 9(7)    VALUE ZERO.
           05  WS-WORK-PULL-DAY            PIC 9(2)    VALUE ZERO.
           05  WS-AUTOPAY-AMOUNT           PIC 9(5)V99 VALUE ZERO.
           05  WS-AUTOPAY-DATE.
               10  WS-AUTOPAY-YEAR         PIC 9(4).
               10  WS-AUTOPAY-MONTH        PIC 9(2).
               10  WS-AUTOPAY-DAY          PIC 9(2).

      *   EVERY STILL-OPEN DISPUTED ITEM, LOADED ONCE UP FRONT LIKE
      *   THE AUDIT ENTRIES.
       01  DISPUTE-TABLE-AREAS.
           05  WS-DSP-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-DSP-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-DSP-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-DSP-IDX.
               10  WS-DSP-CUSTOMER-ID      PIC X(5).
               10  WS-DSP-ITEM-DATE        PIC X(8).
               10  WS-DSP-REFERENCE        PIC X(8).
               10  WS-DSP-REASON           PIC XX.
               10  WS-DSP-SINCE            PIC X(8).
               10  WS-DSP-AMOUNT           PIC S9(5)V99.
           05  WS-CUSTOMER-DISPUTED        PIC S9(7)V99 VALUE ZERO.
           05  WS-CUSTOMER-DSP-COUNT       PIC 9(3)    VALUE ZERO.
           05  WS-AMOUNT-DUE               PIC S9(7)V99 VALUE ZERO.

       01  BALANCE-WORK-AREAS.
           05  WS-MONTH-MOVEMENT           PIC S9(7)V99 VALUE ZERO.
               10  FILLER                  PIC X(33)
                   VALUE "NO ACTIVITY THIS STATEMENT MONTH ".
               10                          PIC X(55)   VALUE SPACES.
           05  AUTOPAY-DEBIT-LINE.
               10  FILLER                  PIC X(9)
                   VALUE "AUTOPAY: ".
               10  AUTOPAY-AMOUNT-OUT      PIC $$$,$$9.99.
               10  FILLER                  PIC X(20)
                   VALUE " WILL BE DEBITED ON ".
               10  AUTOPAY-MONTH-OUT       PIC 99.
               10  FILLER                  PIC X       VALUE "/".
               10  AUTOPAY-DAY-OUT         PIC 99.
               10  FILLER                  PIC X       VALUE "/".
               10  AUTOPAY-YEAR-OUT        PIC 9(4).
               10  FILLER                  PIC X(23)
                   VALUE " FROM YOUR BANK ACCOUNT".
               10                          PIC X(18)   VALUE SPACES.
           05  AUTOPAY-OVER-MAX-LINE.
               10                          PIC X(9)    VALUE SPACES.
               10  FILLER                  PIC X(40)
                   VALUE "THE BALANCE ABOVE YOUR AUTOPAY MAXIMUM I".
               10  FILLER                  PIC X(15)
                   VALUE "S DUE AS USUAL ".
               10                          PIC X(26)   VALUE SPACES.
           05  DISPUTE-HEADING-LINE.
               10  FILLER                  PIC X(40)
                   VALUE "ITEMS UNDER DISPUTE - ITEM DATE  REFEREN".
               10  FILLER                  PIC X(40)
                   VALUE "CE  REASON  SINCE        DISPUTED       ".
               10                          PIC X(10)   VALUE SPACES.
           05  DISPUTE-DETAIL-LINE.
               10                          PIC X(22)   VALUE SPACES.
               10  DISPUTE-ITEM-DATE-OUT   PIC X(8).
               10                          PIC X(3)    VALUE SPACES.
               10  DISPUTE-REFERENCE-OUT   PIC X(8).
               10                          PIC X(3)    VALUE SPACES.
               10  DISPUTE-REASON-OUT      PIC XX.
               10                          PIC X(6)    VALUE SPACES.
               10  DISPUTE-SINCE-OUT       PIC X(8).
               10                          PIC X(3)    VALUE SPACES.
               10  DISPUTE-AMOUNT-OUT      PIC $$$,$$9.99-.
               10                          PIC X(16)   VALUE SPACES.
           05  DISPUTE-TOTAL-LINE.
               10  FILLER                  PIC X(20)
                   VALUE "DISPUTED:           ".
               10  DISPUTE-TOTAL-OUT       PIC $$$,$$9.99-.
               10  FILLER                  PIC X(27)
                   VALUE "  DUE EXCLUDING DISPUTED:  ".
               10  DISPUTE-DUE-OUT         PIC $$$,$$9.99-.
               10                          PIC X(21)   VALUE SPACES.
           05  AUTOPAY-UNVERIFIED-LINE.
               10  FILLER                  PIC X(40)
                   VALUE "AUTOPAY: YOUR BANK ACCOUNT IS NOT YET VE".
               10  FILLER                  PIC X(40)
                   VALUE "RIFIED - PLEASE PAY THIS STATEMENT      ".
               10                          PIC X(10)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 105-SET-STATEMENT-MONTH
           PERFORM 110-LOAD-AUDIT-TRAIL
           PERFORM 120-LOAD-AUTOPAY
           PERFORM 130-LOAD-DISPUTED-ITEMS
           OPEN INPUT  OLD-MASTER-FILE
                OUTPUT STATEMENT-FILE
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           MOVE ZERO TO WS-STMT-MONTH-NUM
           PERFORM 108-FIND-MONTH-NUMBER
               VARYING WS-MONTH-SUB FROM 1 BY 1
               UNTIL WS-MONTH-SUB > 12
           MOVE DATE-TIME-WORK (1:8) TO WS-BUSINESS-DATE
           COMPUTE WS-BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           IF WS-STMT-MONTH-NUM > ZERO AND WS-STMT-YEAR IS NUMERIC
               MOVE WS-STMT-YEAR TO WS-STMT-YEAR-NUM
               PERFORM 109-SET-DEBIT-MONTH
           END-IF.

       108-FIND-MONTH-NUMBER.
           IF MONTH-TABLE (WS-MONTH-SUB) = WS-STMT-MONTH-NAME
               MOVE WS-MONTH-SUB TO WS-STMT-MONTH-NUM
           END-IF.

      *   AUTOPAY DEBITS SETTLE IN THE MONTH AFTER THE STATEMENT
      *   MONTH; ITS LAST DAY CAPS A PULL DAY THE MONTH DOES NOT HAVE.
      *   PROGRAM73 FIGURES THE SAME DATE.
       109-SET-DEBIT-MONTH.
           IF WS-STMT-MONTH-NUM = 12
               COMPUTE WS-DEBIT-YEAR = WS-STMT-YEAR-NUM + 1
               MOVE 1 TO WS-DEBIT-MONTH
           ELSE
               MOVE WS-STMT-YEAR-NUM TO WS-DEBIT-YEAR
               COMPUTE WS-DEBIT-MONTH = WS-STMT-MONTH-NUM + 1
           END-IF
           IF WS-DEBIT-MONTH = 12
               COMPUTE WS-MONTH-AFTER-DATE =
                   ((WS-DEBIT-YEAR + 1) * 10000) + 0101
           ELSE
               COMPUTE WS-MONTH-AFTER-DATE =
                   (WS-DEBIT-YEAR * 10000) +
                   ((WS-DEBIT-MONTH + 1) * 100) + 1
           END-IF
           COMPUTE WS-LAST-DAY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-MONTH-AFTER-DATE) - 1)
           MOVE WS-LAST-DAY-DATE (7:2) TO WS-DEBIT-LAST-DAY.

      *   KEEPS ONLY THE AUDIT ENTRIES DATED IN THE STATEMENT
      *   MONTH - A PLAIN NUMERIC COMPARE AGAINST CCYYMMDD, NO DATE
      *   PARSING AND NO UNEDITING OF PRINT COLUMNS.
               END-IF
           END-IF.

       120-LOAD-AUTOPAY.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT AUTOPAY-ENROLL-FILE
           PERFORM 121-READ-ONE-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AUTOPAY-ENROLL-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT AUTOPAY-PRENOTE-FILE
           PERFORM 122-READ-ONE-PRENOTE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AUTOPAY-PRENOTE-FILE.

       121-READ-ONE-ENROLLMENT.
           READ AUTOPAY-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-EN-COUNT < 500
                       ADD 1 TO WS-EN-COUNT
                       SET WS-EN-IDX TO WS-EN-COUNT
                       MOVE AP-CUSTOMER-ID
                           TO WS-EN-CUSTOMER-ID (WS-EN-IDX)
                       MOVE AP-ROUTING-NUMBER
                           TO WS-EN-ROUTING (WS-EN-IDX)
                       MOVE AP-ACCOUNT-NUMBER
                           TO WS-EN-ACCOUNT (WS-EN-IDX)
                       MOVE AP-PULL-DAY TO WS-EN-PULL-DAY (WS-EN-IDX)
                       IF AP-MAX-AMOUNT IS NUMERIC
                           MOVE AP-MAX-AMOUNT
                               TO WS-EN-MAX-AMOUNT (WS-EN-IDX)
                       ELSE
                           MOVE ZERO TO WS-EN-MAX-AMOUNT (WS-EN-IDX)
                       END-IF
                   ELSE
                       DISPLAY "**** AUTOPAY TABLE FULL - "
                           AP-CUSTOMER-ID " OMITTED ****"
                   END-IF
           END-READ.

       122-READ-ONE-PRENOTE.
           READ AUTOPAY-PRENOTE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-PRE-COUNT < 500
                       ADD 1 TO WS-PRE-COUNT
                       SET WS-PRE-IDX TO WS-PRE-COUNT
                       MOVE APN-CUSTOMER-ID
                           TO WS-PRE-CUSTOMER-ID (WS-PRE-IDX)
                       MOVE APN-ROUTING-NUMBER
                           TO WS-PRE-ROUTING (WS-PRE-IDX)
                       MOVE APN-ACCOUNT-NUMBER
                           TO WS-PRE-ACCOUNT (WS-PRE-IDX)
                       MOVE APN-DATE TO WS-PRE-DATE (WS-PRE-IDX)
                       MOVE APN-STATUS TO WS-PRE-STATUS (WS-PRE-IDX)
                   ELSE
                       DISPLAY "**** PRENOTE TABLE FULL - "
                           APN-CUSTOMER-ID " OMITTED ****"
                   END-IF
           END-READ.

      *   ONLY OPEN ITEMS STILL UNDER DISPUTE - A DISPUTED ITEM
      *   SINCE PAID OR WRITTEN OFF IS NO LONGER THE CUSTOMER'S
      *   CONCERN.
       130-LOAD-DISPUTED-ITEMS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 131-READ-ONE-OPEN-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       131-READ-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ITEM-IS-DISPUTED AND NOT ITEM-IS-CLOSED AND
                           ITEM-AMOUNT IS NUMERIC
                       PERFORM 132-KEEP-DISPUTED-ITEM
                   END-IF
           END-READ.

       132-KEEP-DISPUTED-ITEM.
           IF WS-DSP-COUNT < 200
               ADD 1 TO WS-DSP-COUNT
               SET WS-DSP-IDX TO WS-DSP-COUNT
               MOVE ITEM-CUSTOMER-ID TO WS-DSP-CUSTOMER-ID (WS-DSP-IDX)
               MOVE ITEM-DATE TO WS-DSP-ITEM-DATE (WS-DSP-IDX)
               MOVE ITEM-REFERENCE TO WS-DSP-REFERENCE (WS-DSP-IDX)
               MOVE ITEM-DISPUTE-REASON TO WS-DSP-REASON (WS-DSP-IDX)
               MOVE ITEM-DISPUTE-DATE TO WS-DSP-SINCE (WS-DSP-IDX)
               IF ITEM-OPEN-AMOUNT IS NUMERIC AND
                       ITEM-STATUS NOT = SPACE
                   MOVE ITEM-OPEN-AMOUNT TO WS-DSP-AMOUNT (WS-DSP-IDX)
               ELSE
                   MOVE ITEM-AMOUNT TO WS-DSP-AMOUNT (WS-DSP-IDX)
               END-IF
           ELSE
               DISPLAY "**** DISPUTE TABLE FULL - ITEM FOR "
                   ITEM-CUSTOMER-ID " OMITTED ****"
           END-IF.

      *   ONE STATEMENT PAGE PER CUSTOMER - OPENING BALANCE, EVERY
      *   AUDIT LINE FOR THE MONTH, AND THE CLOSING BALANCE AGAINST
      *   MAX CREDIT.
           MOVE WS-AVAILABLE-CREDIT TO AVAILABLE-OUT
           WRITE STATEMENT-REC FROM CLOSING-LINE
               AFTER ADVANCING 2 LINES
           PERFORM 240-PRINT-DISPUTED-ITEMS
           PERFORM 230-SET-AUTOPAY-STATE
           IF AUTOPAY-WILL-DEBIT
               MOVE WS-AUTOPAY-AMOUNT TO AUTOPAY-AMOUNT-OUT
               MOVE WS-AUTOPAY-MONTH TO AUTOPAY-MONTH-OUT
               MOVE WS-AUTOPAY-DAY TO AUTOPAY-DAY-OUT
               MOVE WS-AUTOPAY-YEAR TO AUTOPAY-YEAR-OUT
               WRITE STATEMENT-REC FROM AUTOPAY-DEBIT-LINE
                   AFTER ADVANCING 2 LINES
               IF OLD-BALANCE > WS-AUTOPAY-AMOUNT
                   WRITE STATEMENT-REC FROM AUTOPAY-OVER-MAX-LINE
                       AFTER ADVANCING 1 LINE
               END-IF
           END-IF
           IF AUTOPAY-UNVERIFIED
               WRITE STATEMENT-REC FROM AUTOPAY-UNVERIFIED-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           ADD 1 TO WS-STATEMENT-COUNT.

      *   AN ENROLLED CUSTOMER WITH A BALANCE DUE IS DEBITED ONLY
      *   WHEN THE ENROLLED ACCOUNT MATCHES A PRENOTE THAT HAS AGED
      *   CLEAN - THE SAME TEST PROGRAM73 APPLIES WHEN IT PULLS.
       230-SET-AUTOPAY-STATE.
           MOVE 'N' TO WS-AUTOPAY-STATE
           IF WS-EN-COUNT > ZERO AND WS-DEBIT-MONTH > ZERO AND
                   OLD-BALANCE > ZERO
               SET WS-EN-IDX TO 1
               SEARCH WS-EN-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-EN-CUSTOMER-ID (WS-EN-IDX) =
                           OLD-CUSTOMER-ID
                       PERFORM 231-CHECK-ENROLLMENT
               END-SEARCH
           END-IF.

       231-CHECK-ENROLLMENT.
           IF WS-EN-ROUTING (WS-EN-IDX) IS NUMERIC AND
                   WS-EN-ACCOUNT (WS-EN-IDX) NOT = SPACES AND
                   WS-EN-PULL-DAY (WS-EN-IDX) IS NUMERIC AND
                   WS-EN-PULL-DAY (WS-EN-IDX) > "00" AND
                   WS-EN-PULL-DAY (WS-EN-IDX) NOT > "31" AND
                   WS-EN-MAX-AMOUNT (WS-EN-IDX) > ZERO
               MOVE 'U' TO WS-AUTOPAY-STATE
               IF WS-PRE-COUNT > ZERO
                   SET WS-PRE-IDX TO 1
                   SEARCH WS-PRE-TABLE
                       AT END
                           CONTINUE
                       WHEN WS-PRE-CUSTOMER-ID (WS-PRE-IDX) =
                               OLD-CUSTOMER-ID
                           PERFORM 232-CHECK-PRENOTE
                   END-SEARCH
               END-IF
           END-IF
           IF AUTOPAY-WILL-DEBIT
               IF OLD-BALANCE > WS-EN-MAX-AMOUNT (WS-EN-IDX)
                   MOVE WS-EN-MAX-AMOUNT (WS-EN-IDX)
                       TO WS-AUTOPAY-AMOUNT
               ELSE
                   MOVE OLD-BALANCE TO WS-AUTOPAY-AMOUNT
               END-IF
               MOVE WS-DEBIT-YEAR TO WS-AUTOPAY-YEAR
               MOVE WS-DEBIT-MONTH TO WS-AUTOPAY-MONTH
               MOVE WS-EN-PULL-DAY (WS-EN-IDX) TO WS-WORK-PULL-DAY
               IF WS-WORK-PULL-DAY > WS-DEBIT-LAST-DAY
                   MOVE WS-DEBIT-LAST-DAY TO WS-AUTOPAY-DAY
               ELSE
                   MOVE WS-WORK-PULL-DAY TO WS-AUTOPAY-DAY
               END-IF
           END-IF.

       232-CHECK-PRENOTE.
           IF WS-PRE-ROUTING (WS-PRE-IDX) =
                   WS-EN-ROUTING (WS-EN-IDX) AND
                   WS-PRE-ACCOUNT (WS-PRE-IDX) =
                   WS-EN-ACCOUNT (WS-EN-IDX)
               IF WS-PRE-STATUS (WS-PRE-IDX) = 'A'
                   MOVE 'D' TO WS-AUTOPAY-STATE
               ELSE
                   IF WS-PRE-DATE (WS-PRE-IDX) IS NUMERIC AND
                           WS-PRE-DATE (WS-PRE-IDX) > ZERO
                       COMPUTE WS-PRE-DATE-INT =
                           FUNCTION INTEGER-OF-DATE
                               (WS-PRE-DATE (WS-PRE-IDX))
                       IF WS-BUSINESS-DATE-INT - WS-PRE-DATE-INT >=
                               PRENOTE-AGE-DAYS
                           MOVE 'D' TO WS-AUTOPAY-STATE
                       END-IF
                   END-IF
               END-IF
           END-IF.

      *   THE CUSTOMER'S DISPUTED ITEMS IN THEIR OWN COLUMN, THEN
      *   WHAT IS DUE WITH THEM LEFT OUT.  NOTHING PRINTS FOR A
      *   CUSTOMER WITH NO OPEN DISPUTE.
       240-PRINT-DISPUTED-ITEMS.
           MOVE ZERO TO WS-CUSTOMER-DISPUTED
           MOVE ZERO TO WS-CUSTOMER-DSP-COUNT
           IF WS-DSP-COUNT > ZERO
               PERFORM 241-PRINT-ONE-DISPUTED-ITEM
                   VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > WS-DSP-COUNT
           END-IF
           IF WS-CUSTOMER-DSP-COUNT > ZERO
               COMPUTE WS-AMOUNT-DUE =
                   OLD-BALANCE - WS-CUSTOMER-DISPUTED
               MOVE WS-CUSTOMER-DISPUTED TO DISPUTE-TOTAL-OUT
               MOVE WS-AMOUNT-DUE TO DISPUTE-DUE-OUT
               WRITE STATEMENT-REC FROM DISPUTE-TOTAL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

       241-PRINT-ONE-DISPUTED-ITEM.
           SET WS-DSP-IDX TO WS-DSP-SUB
           IF WS-DSP-CUSTOMER-ID (WS-DSP-IDX) = OLD-CUSTOMER-ID
               IF WS-CUSTOMER-DSP-COUNT = ZERO
                   WRITE STATEMENT-REC FROM DISPUTE-HEADING-LINE
                       AFTER ADVANCING 2 LINES
               END-IF
               MOVE WS-DSP-ITEM-DATE (WS-DSP-IDX)
                   TO DISPUTE-ITEM-DATE-OUT
               MOVE WS-DSP-REFERENCE (WS-DSP-IDX)
                   TO DISPUTE-REFERENCE-OUT
               MOVE WS-DSP-REASON (WS-DSP-IDX) TO DISPUTE-REASON-OUT
               MOVE WS-DSP-SINCE (WS-DSP-IDX) TO DISPUTE-SINCE-OUT
               MOVE WS-DSP-AMOUNT (WS-DSP-IDX) TO DISPUTE-AMOUNT-OUT
               WRITE STATEMENT-REC FROM DISPUTE-DETAIL-LINE
               ADD WS-DSP-AMOUNT (WS-DSP-IDX) TO WS-CUSTOMER-DISPUTED
               ADD 1 TO WS-CUSTOMER-DSP-COUNT
           END-IF.

       210-SUM-ONE-AUDIT-ENTRY.
           SET AUDIT-IDX TO WS-AUDIT-SUB
           IF AT-CUSTOMER-ID (AUDIT-IDX) = OLD-CUSTOMER-ID
