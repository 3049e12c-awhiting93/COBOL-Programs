      *The floor comes from PARKING-ANALYTICS-PARMS.DAT (a percent,
      *default 50).  Run it before the invoice bridge empties the
      *invoice file if the revenue section should cover the period.
      *A spot a planned closure on PARKING-CLOSURES.DAT takes out of
      *service on the report date is counted closed - out of service,
      *not occupied - and left out of the lot/class's capacity, so
      *the occupancy percentage is measured against the spots that
      *can actually be sold.  The closed count prints beside it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL PROMOTION-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingPARKING-PROMOTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOT-CLOSURE-FILE
               ASSIGN TO "..\..\..\..\PARKING-CLOSURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ANALYTICS-PARM-FILE
               ASSIGN TO "..\..\..\..\PARKING-ANALYTICS-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  PROMO-LOT                   PIC X.
           05  PROMO-DATE                  PIC 9(8).

       FD  SPOT-CLOSURE-FILE.
       COPY SPOTCLOS REPLACING ==:PFX:== BY ==CLS==.

       FD  ANALYTICS-PARM-FILE.
       01  ANALYTICS-PARM-REC.
           05  AP-UTILIZATION-FLOOR        PIC 9(3).
               10  GRID-CELL OCCURS 3 TIMES.
                   15  CELL-SPOT-TOTAL     PIC 9(4).
                   15  CELL-SPOT-TAKEN     PIC 9(4).
                   15  CELL-SPOT-CLOSED    PIC 9(4).
                   15  CELL-REVENUE        PIC 9(7)V99.
           05  WS-CELL-PCT                 PIC 9(3)V9  VALUE ZERO.

      *   THE PLANNED CLOSURES IN FORCE ON THE REPORT DATE.
       01  CLOSURE-AREAS.
           05  CLOSURE-COUNT               PIC 9(3)    VALUE ZERO.
           05  CLOSURE-TABLE OCCURS 200 TIMES
                   INDEXED BY CLOSURE-IDX.
               10  CT-LOT                  PIC X.
               10  CT-FROM-SPOT            PIC 9(3).
               10  CT-TO-SPOT              PIC 9(3).
           05  WS-SPOT-CLOSED              PIC X(3)    VALUE 'NO '.

       01  WEEKDAY-AREAS.
           05  WS-DATE-INT                 PIC 9(7)    VALUE ZERO.
           05  WS-WEEK-QUOTIENT            PIC 9(7)    VALUE ZERO.
           05                              PIC X(3)    VALUE SPACES.
           05  OCC-PCT-OUT                 PIC ZZ9.9.
           05  FILLER                      PIC X(2)    VALUE " %".
           05  FILLER                      PIC X(8)    VALUE " CLOSED ".
           05  OCC-CLOSED-OUT              PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  OCC-FLAG-OUT                PIC X(31).
           05                              PIC X(1)    VALUE SPACES.

       01  WEEKDAY-DETAIL-LINE.
           05                              PIC X(2)    VALUE SPACES.
           PERFORM 402-CLEAR-ONE-WEEKDAY
               VARYING WS-WEEKDAY-NUM FROM 1 BY 1
               UNTIL WS-WEEKDAY-NUM > 7
           PERFORM 108-LOAD-TODAYS-CLOSURES
           PERFORM 110-TALLY-SPOT-INVENTORY
           PERFORM 120-TALLY-COMPLETED-STAYS
           PERFORM 130-TALLY-ROSTER-ARRIVALS
       401-CLEAR-ONE-CELL.
           MOVE ZERO TO CELL-SPOT-TOTAL (WS-LOT-SUB WS-CLASS-SUB)
           MOVE ZERO TO CELL-SPOT-TAKEN (WS-LOT-SUB WS-CLASS-SUB)
           MOVE ZERO TO CELL-SPOT-CLOSED (WS-LOT-SUB WS-CLASS-SUB)
           MOVE ZERO TO CELL-REVENUE (WS-LOT-SUB WS-CLASS-SUB).

       402-CLEAR-ONE-WEEKDAY.
           END-READ
           CLOSE ANALYTICS-PARM-FILE.

       108-LOAD-TODAYS-CLOSURES.
           OPEN INPUT SPOT-CLOSURE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 109-READ-ONE-CLOSURE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SPOT-CLOSURE-FILE.

       109-READ-ONE-CLOSURE.
           READ SPOT-CLOSURE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF CLS-START-DATE <= WS-REPORT-DATE AND
                           CLS-END-DATE >= WS-REPORT-DATE AND
                           CLOSURE-COUNT < 200
                       ADD 1 TO CLOSURE-COUNT
                       SET CLOSURE-IDX TO CLOSURE-COUNT
                       MOVE CLS-LOT TO CT-LOT (CLOSURE-IDX)
                       MOVE CLS-FROM-SPOT TO CT-FROM-SPOT (CLOSURE-IDX)
                       MOVE CLS-TO-SPOT TO CT-TO-SPOT (CLOSURE-IDX)
                   END-IF
           END-READ.

      *   EVERY SPOT JOINS ITS LOT/CLASS CELL'S TOTAL; A TAKEN SPOT
      *   ALSO JOINS THE TAKEN COUNT.  A CLOSED SPOT JOINS ONLY THE
      *   CLOSED COUNT, WHATEVER ITS STATUS BYTE SAYS.
       110-TALLY-SPOT-INVENTORY.
           OPEN INPUT SPOT-INVENTORY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   PERFORM 410-FIND-GRID-CELL
                   IF WS-LOT-SUB > ZERO AND WS-CLASS-SUB > ZERO
                       PERFORM 112-CHECK-SPOT-CLOSED
                       IF WS-SPOT-CLOSED = 'YES'
                           ADD 1 TO CELL-SPOT-CLOSED
                               (WS-LOT-SUB WS-CLASS-SUB)
                       ELSE
                           ADD 1 TO CELL-SPOT-TOTAL
                               (WS-LOT-SUB WS-CLASS-SUB)
                           IF SPOT-STATUS = 'T'
                               ADD 1 TO CELL-SPOT-TAKEN
                                   (WS-LOT-SUB WS-CLASS-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       112-CHECK-SPOT-CLOSED.
           MOVE 'NO ' TO WS-SPOT-CLOSED
           SET CLOSURE-IDX TO 1
           IF CLOSURE-COUNT > ZERO
               SEARCH CLOSURE-TABLE
                   AT END
                       CONTINUE
                   WHEN CT-LOT (CLOSURE-IDX) = SPOT-LOT AND
                           CT-FROM-SPOT (CLOSURE-IDX) <= SPOT-NUMBER AND
                           CT-TO-SPOT (CLOSURE-IDX) >= SPOT-NUMBER
                       MOVE 'YES' TO WS-SPOT-CLOSED
               END-SEARCH
           END-IF.

      *   MAPS THE RECORD JUST READ TO ITS GRID CELL - ZERO MEANS
      *   A LOT OR CLASS CODE OUTSIDE THE GRID, WHICH IS SKIPPED.
      *   THE INVOICE TALLY BORROWS THE SPOT RECORD'S LOT AND CLASS

      *   A CLASS OF SPOT SITTING UNDER THE UTILIZATION FLOOR WHILE
      *   ANYONE IS STILL WAITING IS FLAGGED - WE ARE TURNING CARS
      *   AWAY FROM SPACES THAT SIT EMPTY.  A CLASS WHOSE EVERY SPOT
      *   IS CLOSED STILL PRINTS, AT ZERO, BUT IS NEVER FLAGGED.
       211-PRINT-ONE-OCCUPANCY-CELL.
           IF CELL-SPOT-TOTAL (WS-LOT-SUB WS-CLASS-SUB) > ZERO OR
                   CELL-SPOT-CLOSED (WS-LOT-SUB WS-CLASS-SUB) > ZERO
               MOVE LOT-LETTER (WS-LOT-SUB) TO OCC-LOT-OUT
               MOVE CLASS-LETTER (WS-CLASS-SUB) TO OCC-CLASS-OUT
               MOVE CELL-SPOT-TAKEN (WS-LOT-SUB WS-CLASS-SUB)
                   TO OCC-TAKEN-OUT
               MOVE CELL-SPOT-TOTAL (WS-LOT-SUB WS-CLASS-SUB)
                   TO OCC-TOTAL-OUT
               MOVE CELL-SPOT-CLOSED (WS-LOT-SUB WS-CLASS-SUB)
                   TO OCC-CLOSED-OUT
               IF CELL-SPOT-TOTAL (WS-LOT-SUB WS-CLASS-SUB) > ZERO
                   COMPUTE WS-CELL-PCT ROUNDED =
                       (CELL-SPOT-TAKEN (WS-LOT-SUB WS-CLASS-SUB)
                       * 100)
                       / CELL-SPOT-TOTAL (WS-LOT-SUB WS-CLASS-SUB)
               ELSE
                   MOVE ZERO TO WS-CELL-PCT
               END-IF
               MOVE WS-CELL-PCT TO OCC-PCT-OUT
               IF WS-CELL-PCT < WS-UTILIZATION-FLOOR AND
                       WS-STILL-WAITING > ZERO AND
                       CELL-SPOT-TOTAL (WS-LOT-SUB WS-CLASS-SUB) > ZERO
                   MOVE "** UNDER FLOOR WITH WAITLIST **"
                       TO OCC-FLAG-OUT
               ELSE
