      *check.
      *An assessment register lists every charge with the past-due
      *base it was computed on.
      *An item the customer disputes (flagged through PROGRAM74)
      *stays out of the past-due base until the dispute is cleared.
      *A customer PROGRAM78 has placed with a collection agency
      *(status P on CUSTOMER-PLACEMENTS.DAT) is charged nothing more
      *- the agency collects the balance as it was placed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-PLACEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL FINANCE-PARM-FILE
               ASSIGN TO "..\..\..\..\FINCHG-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  PLACEMENT-FILE.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PL==.

       FD  FINANCE-PARM-FILE.
       01  FINANCE-PARM-REC.
           05  FP-MONTHLY-RATE       PIC V999.
           05  WS-SWAP-PAST-DUE            PIC S9(7)V99.
           05  WS-CHARGE-AMOUNT            PIC 9(5)V99 VALUE ZERO.

      *   THE CUSTOMERS AN AGENCY IS WORKING - NO CHARGE IS ADDED.
       01  PLACEMENT-TABLE-AREAS.
           05  WS-PLC-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-PLC-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-PLC-FOUND-SUB            PIC 9(4)    VALUE ZERO.
           05  WS-PLC-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-PLC-IDX.
               10  WS-PLC-CUSTOMER-ID      PIC X(5).

       01  CHECK-DIGIT-AREAS.
           05  WS-ID-DIGIT-1               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-2               PIC 9       VALUE ZERO.
           COMPUTE WS-ASSESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-ASSESS-DATE)
           PERFORM 105-READ-FINANCE-PARMS
           PERFORM 106-LOAD-PLACEMENTS
           PERFORM 110-ROLL-UP-PAST-DUE
           PERFORM 120-SORT-BY-CUSTOMER-ID
           OPEN OUTPUT ASSESSMENT-REGISTER
           END-READ
           CLOSE FINANCE-PARM-FILE.

       106-LOAD-PLACEMENTS.
           OPEN INPUT PLACEMENT-FILE
           PERFORM 107-LOAD-ONE-PLACEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PLACEMENT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       107-LOAD-ONE-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PL-IS-PLACED
                       IF WS-PLC-COUNT < 1000
                           ADD 1 TO WS-PLC-COUNT
                           SET WS-PLC-IDX TO WS-PLC-COUNT
                           MOVE PL-CUSTOMER-ID
                               TO WS-PLC-CUSTOMER-ID (WS-PLC-IDX)
                       ELSE
                           DISPLAY "**** PLACEMENT TABLE FULL - "
                               PL-CUSTOMER-ID " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

      *   ONLY STILL-OPEN CHARGE AMOUNTS OLDER THAN THE GRACE
      *   PERIOD JOIN THE PAST-DUE BASE - CLOSED ITEMS, DISPUTED
      *   ITEMS AND OPEN PAYMENTS (CREDITS) DO NOT DRAW A CHARGE,
      *   NOR DOES ANYTHING OWED BY A CUSTOMER PLACED WITH AN AGENCY.
       110-ROLL-UP-PAST-DUE.
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 111-CONSIDER-ONE-ITEM
               NOT AT END
                   IF ITEM-AMOUNT IS NUMERIC AND
                           NOT ITEM-IS-CLOSED AND
                           NOT ITEM-IS-DISPUTED AND
                           ITEM-DATE IS NUMERIC AND
                           ITEM-DATE > ZERO
                       COMPUTE WS-ITEM-DATE-INT =
                       COMPUTE WS-AGE-DAYS =
                           WS-ASSESS-DATE-INT - WS-ITEM-DATE-INT
                       IF WS-AGE-DAYS > WS-GRACE-DAYS
                           PERFORM 114-CHECK-PLACED
                           IF WS-PLC-FOUND-SUB = ZERO
                               PERFORM 112-ADD-TO-PAST-DUE
                           END-IF
                       END-IF
                   END-IF
           END-READ.
               MOVE WS-SCAN-SUB TO WS-FOUND-SUB
           END-IF.

       114-CHECK-PLACED.
           MOVE ZERO TO WS-PLC-FOUND-SUB
           IF WS-PLC-COUNT > ZERO
               PERFORM 115-MATCH-ONE-PLACEMENT
                   VARYING WS-PLC-SUB FROM 1 BY 1
                   UNTIL WS-PLC-SUB > WS-PLC-COUNT
                       OR WS-PLC-FOUND-SUB > ZERO
           END-IF.

       115-MATCH-ONE-PLACEMENT.
           SET WS-PLC-IDX TO WS-PLC-SUB
           IF WS-PLC-CUSTOMER-ID (WS-PLC-IDX) = ITEM-CUSTOMER-ID
               MOVE WS-PLC-SUB TO WS-PLC-FOUND-SUB
           END-IF.

      *   A SIMPLE EXCHANGE SORT ON THE SMALL ASSESSMENT TABLE SO
      *   THE TRANSACTIONS APPEND IN ASCENDING CUSTOMER-ID ORDER.
       120-SORT-BY-CUSTOMER-ID.
