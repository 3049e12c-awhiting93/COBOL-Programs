      *with status P and print on a proposal listing; NOTHING is
      *applied here - only a supervisor's approval in PROGRAM55
      *releases a 'W' transaction into PROGRAM13's stream.
      *Items the customer disputes (flagged through PROGRAM74) are
      *left out: they do not count toward the age test, and their
      *open amount is held back from the proposed write-off, so only
      *the undisputed balance is ever proposed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  WS-PROPOSE-DATE-INT         PIC 9(7)    VALUE ZERO.
           05  WS-ITEM-DATE-INT            PIC 9(7)    VALUE ZERO.
           05  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
           05  WS-PROPOSE-AMOUNT           PIC S9(7)V99 VALUE ZERO.
           05  WS-DISPUTED-AMOUNT          PIC S9(5)V99 VALUE ZERO.

      *   NEWEST OPEN CHARGE DATE PER CUSTOMER - THE AGE TEST RUNS
      *   AGAINST IT - AND THE OPEN AMOUNT UNDER DISPUTE, WHICH IS
      *   HELD BACK FROM THE PROPOSAL.
       01  ACTIVITY-TABLE-AREAS.
           05  WS-ACT-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-ACT-SUB                  PIC 9(3)    VALUE ZERO.
                   INDEXED BY WS-ACT-IDX.
               10  WS-ACT-CUSTOMER-ID      PIC X(5).
               10  WS-ACT-NEWEST-CHARGE    PIC 9(8).
               10  WS-ACT-DISPUTED         PIC S9(7)V99.

      *   PROPOSALS ALREADY SITTING ON THE PENDING FILE - A CUSTOMER
      *   IS NEVER PROPOSED TWICE.
                   END-IF
           END-READ.

      *   A DISPUTED ITEM ADDS ITS OPEN AMOUNT TO THE HELD-BACK
      *   FIGURE AND LEAVES THE NEWEST CHARGE DATE ALONE.
       112-FOLD-IN-CHARGE-DATE.
           MOVE ZERO TO WS-ACT-FOUND-SUB
           IF WS-ACT-COUNT > ZERO
                   SET WS-ACT-IDX TO WS-ACT-COUNT
                   MOVE ITEM-CUSTOMER-ID
                       TO WS-ACT-CUSTOMER-ID (WS-ACT-IDX)
                   MOVE ZERO TO WS-ACT-NEWEST-CHARGE (WS-ACT-IDX)
                   MOVE ZERO TO WS-ACT-DISPUTED (WS-ACT-IDX)
                   MOVE WS-ACT-COUNT TO WS-ACT-FOUND-SUB
               END-IF
           END-IF
           IF WS-ACT-FOUND-SUB > ZERO
               SET WS-ACT-IDX TO WS-ACT-FOUND-SUB
               IF ITEM-IS-DISPUTED
                   IF ITEM-OPEN-AMOUNT IS NUMERIC AND
                           ITEM-STATUS NOT = SPACE
                       MOVE ITEM-OPEN-AMOUNT TO WS-DISPUTED-AMOUNT
                   ELSE
                       MOVE ITEM-AMOUNT TO WS-DISPUTED-AMOUNT
                   END-IF
                   ADD WS-DISPUTED-AMOUNT
                       TO WS-ACT-DISPUTED (WS-ACT-IDX)
               ELSE
                   IF ITEM-DATE > WS-ACT-NEWEST-CHARGE (WS-ACT-IDX)
                       MOVE ITEM-DATE
                           TO WS-ACT-NEWEST-CHARGE (WS-ACT-IDX)
                   END-IF
               END-IF
           END-IF.


      *   A CUSTOMER IS PROPOSED WHEN THEIR NEWEST STILL-OPEN CHARGE
      *   IS OLDER THAN THE THRESHOLD - THE MONEY HAS SAT UNPAID
      *   PAST ANY REASONABLE COLLECTION WINDOW.  A CUSTOMER WHOSE
      *   ONLY OPEN CHARGES ARE DISPUTED HAS NO NEWEST CHARGE AND IS
      *   NOT PROPOSED; OTHERWISE THE DISPUTED AMOUNT COMES OFF THE
      *   BALANCE PROPOSED, WHICH MUST STILL MEET THE MINIMUM.
       210-CHECK-CHARGE-AGE.
           MOVE ZERO TO WS-ACT-FOUND-SUB
           IF WS-ACT-COUNT > ZERO
           END-IF
           IF WS-ACT-FOUND-SUB > ZERO
               SET WS-ACT-IDX TO WS-ACT-FOUND-SUB
               IF WS-ACT-NEWEST-CHARGE (WS-ACT-IDX) = ZERO
                   MOVE ZERO TO WS-ACT-FOUND-SUB
               END-IF
           END-IF
           IF WS-ACT-FOUND-SUB > ZERO
               COMPUTE WS-PROPOSE-AMOUNT =
                   MAST-BALANCE - WS-ACT-DISPUTED (WS-ACT-IDX)
               COMPUTE WS-ITEM-DATE-INT =
                   FUNCTION INTEGER-OF-DATE
                       (WS-ACT-NEWEST-CHARGE (WS-ACT-IDX))
               COMPUTE WS-AGE-DAYS =
                   WS-PROPOSE-DATE-INT - WS-ITEM-DATE-INT
               IF WS-AGE-DAYS > WS-AGE-THRESHOLD AND
                       WS-PROPOSE-AMOUNT >= WS-MINIMUM-AMOUNT
                   PERFORM 220-CHECK-ALREADY-PENDING
                   IF WS-ALREADY-PENDING = 'N'
                       PERFORM 230-WRITE-ONE-PROPOSAL
           MOVE SPACES TO WRITEOFF-PENDING-REC
           MOVE MAST-CUSTOMER-ID TO WO-CUSTOMER-ID
           MOVE MAST-CUSTOMER-NAME TO WO-CUSTOMER-NAME
           MOVE WS-PROPOSE-AMOUNT TO WO-AMOUNT
           MOVE WS-PROPOSE-DATE TO WO-PROPOSED-DATE
           MOVE 'P' TO WO-STATUS
           MOVE SPACES TO WO-OPERATOR
           MOVE SPACES TO LISTING-DETAIL-LINE
           MOVE MAST-CUSTOMER-ID TO DET-ID-OUT
           MOVE MAST-CUSTOMER-NAME TO DET-NAME-OUT
           MOVE WS-PROPOSE-AMOUNT TO DET-AMOUNT-OUT
           SET WS-ACT-IDX TO WS-ACT-FOUND-SUB
           MOVE WS-ACT-NEWEST-CHARGE (WS-ACT-IDX) TO DET-NEWEST-OUT
           WRITE PROPOSAL-LISTING-REC FROM LISTING-DETAIL-LINE
           ADD WS-PROPOSE-AMOUNT TO TOTAL-PROPOSED
           ADD 1 TO PROPOSALS-WRITTEN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
