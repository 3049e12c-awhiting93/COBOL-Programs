      *same-day security alert report WhitingSECURITY-ALERTS.LIS.
      *The watch list itself is maintained through PROGRAM58's
      *audited transactions, never by editing the file.
      *Advance reservations booked through PROGRAM11
      *(PARKING-RESERVATIONS.DAT, copybook PARKRES) are honored here.
      *A held reservation's spot is kept from walk-ins on every day
      *it covers; when the car arrives - matched by the expected VIN,
      *or by the owner ID when no VIN was booked - it takes its held
      *spot and is invoiced the reservation's quote instead of the
      *daily rate.  The batch run releases a held reservation whose
      *arrival date is more than the grace days on
      *PARKING-RESERVATION-PARMS.DAT behind the business date, and
      *invoices it at the no-show rate there (one day's rate for the
      *lot and class when the parameter is zero or absent).
      *Planned spot closures on PARKING-CLOSURES.DAT (copybook
      *SPOTCLOS, maintained through PARKCLOS) are honored as well:
      *a spot closed on the business date is never assigned to a
      *walk-in, a promotion, or a reservation's arrival - a reserved
      *car whose held spot is closed is parked as a walk-in.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.
      *A reservation file too big for the table stops the batch run
      *or the gate lookup with condition code 8 before anything is
      *written.  An arrived, no-show or cancelled reservation whose
      *departure date is past is dropped when the file is rewritten,
      *all but the highest-numbered one, so PROGRAM11's numbering
      *carries on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL VIN-WATCHLIST-FILE
               ASSIGN TO "..\..\..\..\..\VIN-WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO "..\..\..\..\..\PARKING-RESERVATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-PARM-FILE
               ASSIGN TO
               "..\..\..\..\..\PARKING-RESERVATION-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOT-CLOSURE-FILE
               ASSIGN TO "..\..\..\..\..\PARKING-CLOSURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECURITY-ALERT-FILE
               ASSIGN TO
               "..\..\..\..\..\WhitingSECURITY-ALERTS.LIS"
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SECURITY-ALERT-FILE.
       01  SECURITY-ALERT-REC              PIC X(80).

       FD  RESERVATION-FILE.
       COPY PARKRES REPLACING ==:PFX:== BY ==RES==.

       FD  RESERVATION-PARM-FILE.
       01  RESERVATION-PARM-REC.
           05  RP-GRACE-DAYS               PIC 9(2).
           05  RP-NO-SHOW-RATE             PIC 9(3)V99.
           05  RP-MAXIMUM-DAYS             PIC 9(2).

       FD  SPOT-CLOSURE-FILE.
       COPY SPOTCLOS REPLACING ==:PFX:== BY ==CLS==.

       FD  OLD-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==OLD==.

           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

      *   THE SPOT INVENTORY - EVERY SPOT'S LOT, NUMBER, AND CLASS
      *   WITH ITS CURRENT STATUS (O OPEN, T TAKEN) AND OCCUPYING
      *   VIN.  WITH NO INVENTORY FILE THE TABLE IS EMPTY AND THE
      *   OLD COUNT-ONLY ASSIGNMENT APPLIES.  ST-HELD MARKS A SPOT
      *   A RESERVATION HOLDS FOR TODAY AND ST-CLOSED ONE A PLANNED
      *   CLOSURE TAKES OUT OF SERVICE TODAY - NEITHER IS ON THE FILE.
       01  SPOT-INVENTORY-AREAS.
           05  SPOT-COUNT                  PIC 9(4)    VALUE ZERO.
           05  SPOT-TABLE OCCURS 600 TIMES
               10  ST-CLASS                PIC X.
               10  ST-STATUS               PIC X.
               10  ST-VIN                  PIC X(17).
               10  ST-HELD                 PIC X.
               10  ST-CLOSED               PIC X.
           05  WS-SPOT-SUB                 PIC 9(4).
           05  WS-SPOT-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-WANTED-LOT               PIC X       VALUE SPACE.
       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  RUN-LOG-AREAS.
           05  WS-VIN-READ-COUNT           PIC 9(7)    VALUE ZERO.
               10  ALERT-CONTACT-OUT       PIC X(20).
               10                          PIC X(5)    VALUE SPACES.

      *   EVERY RESERVATION ON FILE, WHATEVER ITS STATUS - THE FILE
      *   IS REWRITTEN FROM THIS TABLE AT THE END OF THE RUN.  WR- IS
      *   THE ONE BEING LOOKED AT.
       01  RESERVATION-AREAS.
           05  RESV-COUNT                  PIC 9(4)    VALUE ZERO.
           05  RESV-OVERFLOW               PIC X       VALUE 'N'.
               88  RESV-TABLE-FULL                     VALUE 'Y'.
           05  WS-LAST-NUMBER              PIC 9(6)    VALUE ZERO.
           05  WS-PURGED-COUNT             PIC 9(4)    VALUE ZERO.
           05  RESV-TABLE OCCURS 1000 TIMES
                   INDEXED BY RESV-IDX.
               10  RESV-ENTRY              PIC X(93).
           05  WS-RESV-SUB                 PIC 9(4).
           05  WS-RESV-MATCH               PIC 9(4)    VALUE ZERO.
           05  WS-RESV-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-HONORING-RESERVATION     PIC X(3)    VALUE 'NO '.
           05  WS-GRACE-DAYS               PIC 9(2)    VALUE 1.
           05  WS-NO-SHOW-RATE             PIC 9(3)V99 VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(7)    VALUE ZERO.
           05  WS-ARRIVAL-INT              PIC 9(7)    VALUE ZERO.
           05  WS-HONORED-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-NO-SHOW-COUNT            PIC 9(4)    VALUE ZERO.
       COPY PARKRES REPLACING ==:PFX:== BY ==WR==.

       01  WAITLIST-AREAS.
           05  WAITLIST-COUNT-WS           PIC 9(4)    VALUE ZERO.
           05  WAITLIST-TABLE OCCURS 200 TIMES
           STOP RUN.

       600-BATCH-RUN.
           PERFORM 127-LOAD-RESERVATIONS
           OPEN INPUT  VIN-LETTER-FILE
                       VIN-WEIGHT-FILE
                       MANUFACTURER-FILE
           PERFORM 118-LOAD-CUSTOMER-IDS
           PERFORM 121-LOAD-PARKING-PASSES
           PERFORM 124-LOAD-WATCHLIST
           PERFORM 129-READ-RESERVATION-PARMS
           OPEN EXTEND PARKING-INVOICE-FILE
                       PARKING-STAY-FILE
                       PROMOTION-LOG-FILE
           MOVE YEAR-WORK  TO WS-BUSINESS-DATE-NUM (1:4)
           MOVE MONTH-WORK TO WS-BUSINESS-DATE-NUM (5:2)
           MOVE DAY-WORK   TO WS-BUSINESS-DATE-NUM (7:2)
           PERFORM 131-MARK-HELD-SPOTS
           PERFORM 134-MARK-CLOSED-SPOTS
           WRITE VIN-REPORT-REC FROM HEADING-LINE-1
               AFTER ADVANCING 1 LINE.
           WRITE VIN-REPORT-REC FROM HEADING-LINE-2
           IF END-OF-THE-PAGE
               PERFORM 120-HEADING-ROUTINE
           END-IF
           PERFORM 960-RELEASE-NO-SHOWS
      *   THE REFERENCE FILES WERE ALREADY CLOSED BY THEIR LOAD
      *   PARAGRAPHS AT END-OF-FILE - CLOSING THEM AGAIN HERE GETS A
      *   FILE-NOT-OPEN STATUS.
           PERFORM 920-WRITE-WAITLIST
           PERFORM 930-WRITE-SPOT-INVENTORY
           PERFORM 900-WRITE-OCCUPANCY
           PERFORM 950-WRITE-RESERVATIONS
           DISPLAY "DEPARTURES PROCESSED: " WS-DEPARTURE-COUNT
           DISPLAY "RESERVATIONS HONORED: " WS-HONORED-COUNT
           DISPLAY "NO-SHOWS RELEASED AND BILLED: " WS-NO-SHOW-COUNT
           DISPLAY "WAITLIST PROMOTIONS:  " WS-PROMOTED-COUNT
           DISPLAY "PARKING INVOICES WRITTEN: " WS-INVOICE-COUNT
           DISPLAY "PASS-COVERED ARRIVALS (NOT INVOICED): "
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

      *   THE RESERVATION FILE GOES BACK OUT WITH EVERY HELD
      *   RESERVATION.  AN ARRIVED, NO-SHOW OR CANCELLED ONE IS
      *   DROPPED ONCE ITS DEPARTURE DATE IS PAST - EXCEPT THE
      *   HIGHEST-NUMBERED ONE, SO PROGRAM11 STILL SEES THE LAST
      *   NUMBER IT ISSUED.
       950-WRITE-RESERVATIONS.
           IF RESV-COUNT > ZERO
               OPEN OUTPUT RESERVATION-FILE
               PERFORM 951-WRITE-ONE-RESERVATION
                   VARYING WS-RESV-SUB FROM 1 BY 1
                   UNTIL WS-RESV-SUB > RESV-COUNT
               CLOSE RESERVATION-FILE
           END-IF.

       951-WRITE-ONE-RESERVATION.
           SET RESV-IDX TO WS-RESV-SUB
           MOVE RESV-ENTRY (RESV-IDX) TO RES-RESERVATION-REC
           IF (RES-HAS-ARRIVED OR RES-IS-NO-SHOW OR RES-IS-CANCELLED)
                   AND RES-NUMBER NOT = WS-LAST-NUMBER
                   AND RES-DEPARTURE-DATE IS NUMERIC
                   AND RES-DEPARTURE-DATE < WS-BUSINESS-DATE-NUM
               ADD 1 TO WS-PURGED-COUNT
           ELSE
               WRITE RES-RESERVATION-REC
           END-IF.

      *   A HELD RESERVATION WHOSE ARRIVAL DATE IS MORE THAN THE
      *   GRACE DAYS BEHIND THE BUSINESS DATE IS A NO-SHOW - ITS SPOT
      *   IS RELEASED AND THE OWNER IS INVOICED THE NO-SHOW RATE.
       960-RELEASE-NO-SHOWS.
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM)
           PERFORM 961-RELEASE-ONE-NO-SHOW
               VARYING WS-RESV-SUB FROM 1 BY 1
               UNTIL WS-RESV-SUB > RESV-COUNT.

       961-RELEASE-ONE-NO-SHOW.
           SET RESV-IDX TO WS-RESV-SUB
           MOVE RESV-ENTRY (RESV-IDX) TO WR-RESERVATION-REC
           MOVE ZERO TO WS-ARRIVAL-INT
           IF WR-IS-HELD AND WR-ARRIVAL-DATE IS NUMERIC AND
                   WR-ARRIVAL-DATE > ZERO
               COMPUTE WS-ARRIVAL-INT =
                   FUNCTION INTEGER-OF-DATE (WR-ARRIVAL-DATE)
           END-IF
           IF WS-ARRIVAL-INT > ZERO AND
                   WS-TODAY-INT - WS-ARRIVAL-INT > WS-GRACE-DAYS
               MOVE 'N' TO WR-STATUS
               MOVE WR-RESERVATION-REC TO RESV-ENTRY (RESV-IDX)
               MOVE 'N' TO WS-CUSTOMER-VALID
               SET CUST-ID-IDX TO 1
               IF CUSTOMER-ID-COUNT > ZERO
                   SEARCH CUSTOMER-ID-TABLE
                       AT END
                           CONTINUE
                       WHEN KNOWN-CUSTOMER-ID (CUST-ID-IDX) =
                               WR-ID-NUMBER
                           MOVE 'Y' TO WS-CUSTOMER-VALID
                   END-SEARCH
               END-IF
               MOVE SPACES TO PARKING-INVOICE-REC
               MOVE WR-ID-NUMBER TO INV-ID-NUMBER
               MOVE WR-NAME TO INV-NAME
               MOVE WR-VIN TO INV-VIN
               MOVE WR-LOT TO INV-LOT
               MOVE WR-SPOT TO INV-SPOT
               MOVE WR-CLASS TO INV-CLASS
               IF WS-NO-SHOW-RATE > ZERO
                   MOVE WS-NO-SHOW-RATE TO INV-RATE
               ELSE
                   MOVE WR-DAILY-RATE TO INV-RATE
               END-IF
               MOVE WS-BUSINESS-DATE-NUM TO INV-DATE
               MOVE WS-CUSTOMER-VALID TO INV-CUSTOMER-VALID
               WRITE PARKING-INVOICE-REC
               ADD 1 TO WS-INVOICE-COUNT
               ADD 1 TO WS-NO-SHOW-COUNT
           END-IF.

       117-LOAD-PARKING-RATES.
           OPEN INPUT PARKING-RATE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
                   END-IF
           END-READ.

      *   PRICES THE ASSIGNMENT JUST MADE AND WRITES THE INVOICE -
      *   AN HONORED RESERVATION IS BILLED ITS QUOTE.
      *   THE OWNER'S ID IS CHECKED AGAINST THE CUSTOMER MASTER - AN
      *   INVOICE FOR AN UNKNOWN OWNER IS STILL WRITTEN BUT FLAGGED
      *   SO FINANCE CAN CHASE IT BY HAND.
           PERFORM 381-SCAN-ONE-RATE
               VARYING WS-RATE-SUB FROM 1 BY 1
               UNTIL WS-RATE-SUB > RATE-COUNT
           IF WS-HONORING-RESERVATION = 'YES'
               MOVE WR-QUOTE TO WS-BILL-RATE
           END-IF
           MOVE 'N' TO WS-CUSTOMER-VALID
           SET CUST-ID-IDX TO 1
           IF CUSTOMER-ID-COUNT > ZERO
               MOVE WV-CONTACT (WATCH-IDX) TO ALERT-CONTACT-OUT
           END-IF.

       127-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 128-READ-ONE-RESERVATION
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE RESERVATION-FILE
           IF RESV-TABLE-FULL
               DISPLAY "**** MORE THAN 1000 RESERVATIONS ON FILE - "
                   "RUN REFUSED, NOTHING CHANGED ****"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       128-READ-ONE-RESERVATION.
           READ RESERVATION-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF RESV-COUNT < 1000
                       ADD 1 TO RESV-COUNT
                       SET RESV-IDX TO RESV-COUNT
                       MOVE RES-RESERVATION-REC TO RESV-ENTRY (RESV-IDX)
                       IF RES-NUMBER IS NUMERIC AND
                               RES-NUMBER > WS-LAST-NUMBER
                           MOVE RES-NUMBER TO WS-LAST-NUMBER
                       END-IF
                   ELSE
                       MOVE 'Y' TO RESV-OVERFLOW
                   END-IF
           END-READ.

       129-READ-RESERVATION-PARMS.
           OPEN INPUT RESERVATION-PARM-FILE
           READ RESERVATION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-GRACE-DAYS IS NUMERIC
                       MOVE RP-GRACE-DAYS TO WS-GRACE-DAYS
                   END-IF
                   IF RP-NO-SHOW-RATE IS NUMERIC
                       MOVE RP-NO-SHOW-RATE TO WS-NO-SHOW-RATE
                   END-IF
           END-READ
           CLOSE RESERVATION-PARM-FILE.

      *   EVERY SPOT A HELD RESERVATION COVERS TODAY IS MARKED, SO
      *   345-TAKE-ONE-SPOT PASSES IT OVER FOR WALK-INS.
       131-MARK-HELD-SPOTS.
           PERFORM 132-MARK-ONE-HELD-SPOT
               VARYING WS-RESV-SUB FROM 1 BY 1
               UNTIL WS-RESV-SUB > RESV-COUNT.

       132-MARK-ONE-HELD-SPOT.
           SET RESV-IDX TO WS-RESV-SUB
           MOVE RESV-ENTRY (RESV-IDX) TO WR-RESERVATION-REC
           IF WR-IS-HELD AND
                   WR-ARRIVAL-DATE <= WS-BUSINESS-DATE-NUM AND
                   WR-DEPARTURE-DATE >= WS-BUSINESS-DATE-NUM
               PERFORM 133-MARK-IF-RESERVED-SPOT
                   VARYING WS-SPOT-SUB FROM 1 BY 1
                   UNTIL WS-SPOT-SUB > SPOT-COUNT
           END-IF.

       133-MARK-IF-RESERVED-SPOT.
           SET SPOT-IDX TO WS-SPOT-SUB
           IF ST-LOT (SPOT-IDX) = WR-LOT AND
                   ST-NUMBER (SPOT-IDX) = WR-SPOT
               MOVE 'Y' TO ST-HELD (SPOT-IDX)
           END-IF.

      *   EVERY SPOT A PLANNED CLOSURE COVERS TODAY IS MARKED, SO
      *   345-TAKE-ONE-SPOT NEVER HANDS IT OUT.
       134-MARK-CLOSED-SPOTS.
           OPEN INPUT SPOT-CLOSURE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 135-READ-ONE-CLOSURE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SPOT-CLOSURE-FILE.

       135-READ-ONE-CLOSURE.
           READ SPOT-CLOSURE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CLS-START-DATE <= WS-BUSINESS-DATE-NUM AND
                           CLS-END-DATE >= WS-BUSINESS-DATE-NUM
                       PERFORM 136-MARK-IF-CLOSED-SPOT
                           VARYING WS-SPOT-SUB FROM 1 BY 1
                           UNTIL WS-SPOT-SUB > SPOT-COUNT
                   END-IF
           END-READ.

       136-MARK-IF-CLOSED-SPOT.
           SET SPOT-IDX TO WS-SPOT-SUB
           IF ST-LOT (SPOT-IDX) = CLS-LOT AND
                   ST-NUMBER (SPOT-IDX) >= CLS-FROM-SPOT AND
                   ST-NUMBER (SPOT-IDX) <= CLS-TO-SPOT
               MOVE 'Y' TO ST-CLOSED (SPOT-IDX)
           END-IF.

      *   A HELD RESERVATION COVERING TODAY FOR THE ARRIVING CAR -
      *   BY ITS VIN WHEN ONE WAS BOOKED, OTHERWISE BY THE OWNER ID.
      *   A VIN THAT FAILS ITS CHECK DIGIT IS LEFT TO THE NORMAL
      *   PATH, WHICH REPORTS IT.
       395-FIND-RESERVATION.
           MOVE 'NO ' TO WS-RESV-FOUND
           MOVE ZERO TO WS-RESV-MATCH
           IF CHECK-DIGIT = CALCULATED-CHECK-DIGIT
               PERFORM 396-SCAN-ONE-RESERVATION
                   VARYING WS-RESV-SUB FROM 1 BY 1
                   UNTIL WS-RESV-SUB > RESV-COUNT
                      OR WS-RESV-FOUND = 'YES'
           END-IF.

       396-SCAN-ONE-RESERVATION.
           SET RESV-IDX TO WS-RESV-SUB
           MOVE RESV-ENTRY (RESV-IDX) TO WR-RESERVATION-REC
           IF WR-IS-HELD AND
                   WR-ARRIVAL-DATE <= WS-BUSINESS-DATE-NUM AND
                   WR-DEPARTURE-DATE >= WS-BUSINESS-DATE-NUM
               IF (WR-VIN NOT = SPACES AND
                       WR-VIN = WS-CURRENT-VIN) OR
                  (WR-VIN = SPACES AND
                       WR-ID-NUMBER = ID-NUMBER-IN)
                   MOVE 'YES' TO WS-RESV-FOUND
                   MOVE WS-RESV-SUB TO WS-RESV-MATCH
               END-IF
           END-IF.

      *   THE CAR TAKES ITS HELD SPOT, JOINS THE ROSTER AND IS BILLED
      *   THE QUOTE.  IF THE HELD SPOT IS NOT OPEN, OR A CLOSURE HAS
      *   TAKEN IT OUT OF SERVICE, THE CAR IS PARKED AS A WALK-IN
      *   INSTEAD - EITHER WAY THE RESERVATION HAS ARRIVED AND CANNOT
      *   LATER BE BILLED AS A NO-SHOW.
       397-HONOR-RESERVATION.
           MOVE 'NO ' TO WS-SPOT-FOUND
           PERFORM 398-SCAN-FOR-HELD-SPOT
               VARYING WS-SPOT-SUB FROM 1 BY 1
               UNTIL WS-SPOT-SUB > SPOT-COUNT
                  OR WS-SPOT-FOUND = 'YES'
           IF WS-SPOT-FOUND = 'YES'
               MOVE WR-LOT TO PARKING-STATUS
               EVALUATE WR-LOT
                   WHEN 'A'
                       ADD 1 TO WS-LOT-A-COUNT
                   WHEN 'B'
                       ADD 1 TO WS-LOT-B-COUNT
                   WHEN 'C'
                       ADD 1 TO WS-LOT-C-COUNT
               END-EVALUATE
               MOVE WR-CLASS TO WS-WANTED-CLASS
               MOVE 'YES' TO WS-HONORING-RESERVATION
               PERFORM 365-ADD-ROSTER-ENTRY
               MOVE 'NO ' TO WS-HONORING-RESERVATION
               ADD 1 TO WS-HONORED-COUNT
               IF INTERACTIVE-MODE
                   DISPLAY "RESERVATION " WR-NUMBER " HONORED"
               END-IF
           ELSE
               DISPLAY "**** RESERVATION " WR-NUMBER " - LOT " WR-LOT
                   " SPOT " WR-SPOT " NOT OPEN - PARKED AS A "
                   "WALK-IN ****"
               PERFORM 310-CHECK-PARKING
           END-IF
           SET RESV-IDX TO WS-RESV-MATCH
           MOVE 'A' TO WR-STATUS
           MOVE WR-RESERVATION-REC TO RESV-ENTRY (RESV-IDX).

       398-SCAN-FOR-HELD-SPOT.
           SET SPOT-IDX TO WS-SPOT-SUB
           IF ST-LOT (SPOT-IDX) = WR-LOT AND
                   ST-NUMBER (SPOT-IDX) = WR-SPOT
               MOVE 'N' TO ST-HELD (SPOT-IDX)
               IF ST-STATUS (SPOT-IDX) = 'O' AND
                       ST-CLOSED (SPOT-IDX) NOT = 'Y'
                   MOVE 'T' TO ST-STATUS (SPOT-IDX)
                   MOVE WS-CURRENT-VIN TO ST-VIN (SPOT-IDX)
                   MOVE ST-NUMBER (SPOT-IDX) TO WS-ASSIGNED-SPOT
                   MOVE 'YES' TO WS-SPOT-FOUND
               END-IF
           END-IF.

       121-LOAD-PARKING-PASSES.
           OPEN INPUT PARKING-PASS-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
                       MOVE SPOT-CLASS TO ST-CLASS (SPOT-IDX)
                       MOVE SPOT-STATUS TO ST-STATUS (SPOT-IDX)
                       MOVE SPOT-VIN TO ST-VIN (SPOT-IDX)
                       MOVE 'N' TO ST-HELD (SPOT-IDX)
                       MOVE 'N' TO ST-CLOSED (SPOT-IDX)
                   ELSE
                       DISPLAY "**** SPOT TABLE FULL - LOT "
                           SPOT-LOT " SPOT " SPOT-NUMBER
           WRITE SPOT-INVENTORY-REC.

      *   FINDS THE FIRST OPEN SPOT OF THE WANTED CLASS IN THE WANTED
      *   LOT THAT NO RESERVATION HOLDS AND NO CLOSURE TAKES OUT OF
      *   SERVICE TODAY, TAKES IT FOR THE CURRENT VIN, AND LEAVES THE
      *   SPOT NUMBER IN WS-ASSIGNED-SPOT.  WITH NO INVENTORY LOADED THE
      *   SPOT IS ZERO AND ASSIGNMENT STAYS COUNT-ONLY.
       345-TAKE-ONE-SPOT.
           MOVE 'NO ' TO WS-SPOT-FOUND
           SET SPOT-IDX TO WS-SPOT-SUB
           IF ST-LOT (SPOT-IDX) = WS-WANTED-LOT AND
                   ST-CLASS (SPOT-IDX) = WS-WANTED-CLASS AND
                   ST-STATUS (SPOT-IDX) = 'O' AND
                   ST-HELD (SPOT-IDX) NOT = 'Y' AND
                   ST-CLOSED (SPOT-IDX) NOT = 'Y'
               MOVE 'T' TO ST-STATUS (SPOT-IDX)
               MOVE WS-CURRENT-VIN TO ST-VIN (SPOT-IDX)
               MOVE ST-NUMBER (SPOT-IDX) TO WS-ASSIGNED-SPOT
           IF IS-DEPARTURE
               PERFORM 370-PROCESS-DEPARTURE
           ELSE
               PERFORM 395-FIND-RESERVATION
               IF WS-RESV-FOUND = 'YES'
                   PERFORM 397-HONOR-RESERVATION
               ELSE
                   PERFORM 310-CHECK-PARKING
               END-IF
           END-IF
           PERFORM 330-DECODE-VIN
           PERFORM 335-LOOKUP-DUPLICATE
      *   THE GATE OPERATOR SIGNS ON BEFORE THE LOOKUP - A SINGLE
      *   VIN KEYED AT THE GATE IS NO LONGER ANONYMOUS.
       490-GATE-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM12' TO OS-CALLER
           MOVE "..\..\..\..\..\" TO OS-DATA-PATH
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       500-INTERACTIVE-LOOKUP.
           PERFORM 490-GATE-SIGN-ON
           PERFORM 118-LOAD-CUSTOMER-IDS
           PERFORM 121-LOAD-PARKING-PASSES
           PERFORM 124-LOAD-WATCHLIST
           PERFORM 127-LOAD-RESERVATIONS
           OPEN EXTEND PARKING-INVOICE-FILE
                       SECURITY-ALERT-FILE
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           MOVE YEAR-WORK  TO WS-BUSINESS-DATE-NUM (1:4)
           MOVE MONTH-WORK TO WS-BUSINESS-DATE-NUM (5:2)
           MOVE DAY-WORK   TO WS-BUSINESS-DATE-NUM (7:2)
           PERFORM 131-MARK-HELD-SPOTS
           PERFORM 134-MARK-CLOSED-SPOTS
           DISPLAY "ENTER THE OWNER'S FIVE CHARACTER ID NUMBER"
           ACCEPT WS-GATE-OWNER-ID
           DISPLAY "ENTER THE OWNER'S NAME"
           PERFORM 400-CALCULATE-CHECK-DIGIT
           MOVE ZERO TO WS-ASSIGNED-SPOT
           PERFORM 390-CHECK-WATCH-LIST
           PERFORM 395-FIND-RESERVATION
           IF WS-RESV-FOUND = 'YES'
               PERFORM 397-HONOR-RESERVATION
           ELSE
               PERFORM 310-CHECK-PARKING
           END-IF
           DISPLAY "PARKING ASSIGNMENT: " PARKING-STATUS
               " SPOT: " WS-ASSIGNED-SPOT
           PERFORM 385-CHECK-PASS-HOLDER
                 SECURITY-ALERT-FILE
           PERFORM 910-WRITE-LOT-ROSTER
           PERFORM 930-WRITE-SPOT-INVENTORY
           PERFORM 900-WRITE-OCCUPANCY
           PERFORM 950-WRITE-RESERVATIONS.

      *   THE MONTH-START BILLING RUN - ONE INVOICE PER PASS AT THE
      *   MONTHLY RATE, OWNER VALIDATED AGAINST THE CUSTOMER MASTER
