      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM11.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program books advance parking reservations, so a visitor
      *promised a space by phone for an event or a board meeting
      *arrives to a spot that is being held, not to a full lot.
      *The office signs on against OPERATORS.DAT and, for each call,
      *books (N) or cancels (C) a reservation.  A booking carries the
      *owner ID and name, the expected VIN if the caller knows it,
      *the lot, the space class, and the arrival and departure
      *dates.  The first spot of that lot and class on the spot
      *inventory (PARKING-SPOTS.DAT) that is free for every day of
      *the stay is held for it - free meaning no car on the lot
      *roster is in it now and no other held reservation overlaps
      *those dates.  The reservation is priced from the parking rate
      *file at the daily rate for the lot and class times the days
      *booked, and the quote is what PROGRAM12 invoices when the car
      *arrives.
      *Reservations live on PARKING-RESERVATIONS.DAT (copybook
      *PARKRES).  PROGRAM12 honors a held reservation when the car
      *arrives - by its VIN, or by the owner ID when no VIN was
      *given - keeps the held spot away from walk-ins on the
      *reserved days, and releases and bills a reservation as a
      *no-show once the grace days on
      *PARKING-RESERVATION-PARMS.DAT have passed.  The same parameter
      *file gives this program the longest stay that can be booked
      *(default 14 days).
      *A spot a planned closure on PARKING-CLOSURES.DAT (copybook
      *SPOTCLOS) takes out of service on any day of the stay is not
      *free, so no reservation is ever booked onto a closed row.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.
      *A reservation file too big for the table refuses the session
      *with condition code 8 before anything is rewritten.  An
      *arrived, no-show or cancelled reservation whose departure date
      *is past is dropped when the file is rewritten, all but the
      *highest-numbered one, so reservation numbers carry on.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-PARM-FILE
               ASSIGN TO "..\..\..\..\PARKING-RESERVATION-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOT-INVENTORY-FILE
               ASSIGN TO "..\..\..\..\PARKING-SPOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-ROSTER-FILE
               ASSIGN TO "..\..\..\..\PARKING-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARKING-RATE-FILE
               ASSIGN TO "..\..\..\..\PARKING-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CUSTOMER-ID.
           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO "..\..\..\..\PARKING-RESERVATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOT-CLOSURE-FILE
               ASSIGN TO "..\..\..\..\PARKING-CLOSURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RESERVATION-PARM-FILE.
       01  RESERVATION-PARM-REC.
           05  RP-GRACE-DAYS               PIC 9(2).
           05  RP-NO-SHOW-RATE             PIC 9(3)V99.
           05  RP-MAXIMUM-DAYS             PIC 9(2).

       FD  SPOT-INVENTORY-FILE.
       01  SPOT-INVENTORY-REC.
           05  SPOT-LOT                    PIC X.
           05  SPOT-NUMBER                 PIC 9(3).
           05  SPOT-CLASS                  PIC X.
           05  SPOT-STATUS                 PIC X.
           05  SPOT-VIN                    PIC X(17).

       FD  LOT-ROSTER-FILE.
       01  LOT-ROSTER-REC.
           05  ROSTER-VIN                  PIC X(17).
           05  ROSTER-LOT                  PIC X.
           05  ROSTER-ID-NUMBER            PIC X(5).
           05  ROSTER-NAME                 PIC X(20).
           05  ROSTER-DATE                 PIC 9(8).
           05  ROSTER-SPOT                 PIC 9(3).

       FD  PARKING-RATE-FILE.
       01  PARKING-RATE-REC.
           05  RATE-LOT-IN                 PIC X.
           05  RATE-CLASS-IN               PIC X.
           05  RATE-AMOUNT-IN              PIC 9(3)V99.

       FD  OLD-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==OLD==.

       FD  RESERVATION-FILE.
       COPY PARKRES REPLACING ==:PFX:== BY ==RES==.

       FD  SPOT-CLOSURE-FILE.
       COPY SPOTCLOS REPLACING ==:PFX:== BY ==CLS==.

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-SESSION-DONE             PIC X(3)    VALUE 'NO '.
           05  WS-ENTRY-GOOD               PIC X(3)    VALUE 'YES'.
           05  WS-SPOT-FREE                PIC X(3)    VALUE 'NO '.
           05  WS-SPOT-HELD                PIC X(3)    VALUE 'NO '.
           05  WS-RESV-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-ACTION                   PIC X(3)    VALUE SPACES.

       01  RESERVATION-PARAMETERS.
           05  WS-MAXIMUM-DAYS             PIC 9(2)    VALUE 14.

       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE-NUM        PIC 9(8)    VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(7)    VALUE ZERO.
           05  WS-ARRIVAL-INT              PIC 9(7)    VALUE ZERO.
           05  WS-DEPARTURE-INT            PIC 9(7)    VALUE ZERO.
           05  WS-DAYS-BOOKED              PIC S9(5)   VALUE ZERO.
           05  WS-DAYS-OUT                 PIC ZZ9.

       01  PROGRAM-ACCUMULATORS.
           05  WS-BOOKED-COUNT             PIC 9(5)    VALUE ZERO.
           05  WS-CANCELLED-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-REFUSED-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-QUOTED-TOTAL             PIC 9(7)V99 VALUE ZERO.

      *   THE BOOKING AS THE OFFICE KEYED IT.
       01  ENTRY-AREAS.
           05  WS-ENTRY-ID                 PIC X(5).
           05  WS-ENTRY-NAME               PIC X(20).
           05  WS-ENTRY-VIN                PIC X(17).
           05  WS-ENTRY-LOT                PIC X.
           05  WS-ENTRY-CLASS              PIC X.
           05  WS-ENTRY-ARRIVAL-X          PIC X(8).
           05  WS-ENTRY-ARRIVAL            PIC 9(8).
           05  WS-ENTRY-DEPARTURE-X        PIC X(8).
           05  WS-ENTRY-DEPARTURE          PIC 9(8).
           05  WS-ENTRY-NUMBER-X           PIC X(6).
           05  WS-ENTRY-NUMBER             PIC 9(6).
           05  WS-DAILY-RATE               PIC 9(3)V99 VALUE ZERO.
           05  WS-QUOTE                    PIC 9(5)V99 VALUE ZERO.
           05  WS-HELD-SPOT                PIC 9(3)    VALUE ZERO.
           05  WS-CUSTOMER-VALID           PIC X       VALUE 'N'.

       01  SPOT-INVENTORY-AREAS.
           05  SPOT-COUNT                  PIC 9(4)    VALUE ZERO.
           05  SPOT-TABLE OCCURS 600 TIMES
                   INDEXED BY SPOT-IDX.
               10  ST-LOT                  PIC X.
               10  ST-NUMBER               PIC 9(3).
               10  ST-CLASS                PIC X.
               10  ST-STATUS               PIC X.
           05  WS-SPOT-SUB                 PIC 9(4).

      *   THE LOT AND SPOT OF EVERY CAR PARKED NOW.
       01  LOT-ROSTER-AREAS.
           05  ROSTER-COUNT                PIC 9(4)    VALUE ZERO.
           05  ROSTER-TABLE OCCURS 600 TIMES
                   INDEXED BY ROSTER-IDX.
               10  RT-LOT                  PIC X.
               10  RT-SPOT                 PIC 9(3).

      *   EVERY PLANNED CLOSURE ON FILE.
       01  CLOSURE-AREAS.
           05  CLOSURE-COUNT               PIC 9(3)    VALUE ZERO.
           05  CLOSURE-TABLE OCCURS 200 TIMES
                   INDEXED BY CLOSURE-IDX.
               10  CT-LOT                  PIC X.
               10  CT-FROM-SPOT            PIC 9(3).
               10  CT-TO-SPOT              PIC 9(3).
               10  CT-START-DATE           PIC 9(8).
               10  CT-END-DATE             PIC 9(8).
           05  WS-CLOSURE-SUB              PIC 9(3).

       01  BILLING-AREAS.
           05  RATE-COUNT                  PIC 9(2)    VALUE ZERO.
           05  RATE-TABLE OCCURS 12 TIMES
                   INDEXED BY RATE-IDX.
               10  RATE-LOT                PIC X.
               10  RATE-CLASS              PIC X.
               10  RATE-AMOUNT             PIC 9(3)V99.
           05  CUSTOMER-ID-COUNT           PIC 9(4)    VALUE ZERO.
           05  CUSTOMER-ID-TABLE OCCURS 500 TIMES
                   INDEXED BY CUST-ID-IDX.
               10  KNOWN-CUSTOMER-ID       PIC X(5).
               10  KNOWN-CUSTOMER-NAME     PIC X(20).

      *   EVERY RESERVATION ON FILE, WHATEVER ITS STATUS - THE FILE
      *   IS REWRITTEN FROM THIS TABLE AT THE END OF THE SESSION.
       01  RESERVATION-AREAS.
           05  RESV-COUNT                  PIC 9(4)    VALUE ZERO.
           05  RESV-OVERFLOW               PIC X       VALUE 'N'.
               88  RESV-TABLE-FULL                     VALUE 'Y'.
           05  RESV-TABLE OCCURS 1000 TIMES
                   INDEXED BY RESV-IDX.
               10  RESV-ENTRY              PIC X(93).
           05  WS-RESV-SUB                 PIC 9(4).
           05  WS-LAST-NUMBER              PIC 9(6)    VALUE ZERO.
           05  WS-PURGED-COUNT             PIC 9(4)    VALUE ZERO.
       COPY PARKRES REPLACING ==:PFX:== BY ==WR==.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 102-OPERATOR-SIGN-ON
           PERFORM 107-GET-BUSINESS-DATE
           PERFORM 109-READ-RESERVATION-PARMS
           PERFORM 110-LOAD-SPOT-INVENTORY
           PERFORM 115-LOAD-LOT-ROSTER
           PERFORM 120-LOAD-PARKING-RATES
           PERFORM 125-LOAD-CUSTOMER-IDS
           PERFORM 130-LOAD-RESERVATIONS
           PERFORM 135-LOAD-CLOSURES
           IF RESV-TABLE-FULL
               DISPLAY "**** MORE THAN 1000 RESERVATIONS ON FILE - "
                   "SESSION REFUSED, NOTHING CHANGED ****"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF SPOT-COUNT = ZERO
               DISPLAY "NO SPOT INVENTORY ON DISK - A RESERVATION "
                   "NEEDS A SPOT TO HOLD"
               STOP RUN
           END-IF
           PERFORM 200-TAKE-ONE-REQUEST
               UNTIL WS-SESSION-DONE = 'YES'
           PERFORM 900-WRITE-RESERVATIONS
           DISPLAY "RESERVATIONS BOOKED:    " WS-BOOKED-COUNT
               "  QUOTED: " WS-QUOTED-TOTAL
           DISPLAY "RESERVATIONS CANCELLED: " WS-CANCELLED-COUNT
           DISPLAY "REQUESTS REFUSED:       " WS-REFUSED-COUNT
           DISPLAY "SETTLED RESERVATIONS DROPPED: " WS-PURGED-COUNT
           PERFORM 950-WRITE-RUN-LOG
           STOP RUN.

       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM11' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       107-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE-NUM
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-BUSINESS-DATE-NUM
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM).

       109-READ-RESERVATION-PARMS.
           OPEN INPUT RESERVATION-PARM-FILE
           READ RESERVATION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RP-MAXIMUM-DAYS IS NUMERIC AND
                           RP-MAXIMUM-DAYS > ZERO
                       MOVE RP-MAXIMUM-DAYS TO WS-MAXIMUM-DAYS
                   END-IF
           END-READ
           CLOSE RESERVATION-PARM-FILE.

       110-LOAD-SPOT-INVENTORY.
           OPEN INPUT SPOT-INVENTORY-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 111-READ-ONE-SPOT-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SPOT-INVENTORY-FILE.

       111-READ-ONE-SPOT-RECORD.
           READ SPOT-INVENTORY-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF SPOT-COUNT < 600
                       ADD 1 TO SPOT-COUNT
                       SET SPOT-IDX TO SPOT-COUNT
                       MOVE SPOT-LOT TO ST-LOT (SPOT-IDX)
                       MOVE SPOT-NUMBER TO ST-NUMBER (SPOT-IDX)
                       MOVE SPOT-CLASS TO ST-CLASS (SPOT-IDX)
                       MOVE SPOT-STATUS TO ST-STATUS (SPOT-IDX)
                   ELSE
                       DISPLAY "**** SPOT TABLE FULL - LOT "
                           SPOT-LOT " SPOT " SPOT-NUMBER
                           " OMITTED ****"
                   END-IF
           END-READ.

       115-LOAD-LOT-ROSTER.
           OPEN INPUT LOT-ROSTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 116-READ-ONE-ROSTER-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE LOT-ROSTER-FILE.

       116-READ-ONE-ROSTER-RECORD.
           READ LOT-ROSTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF ROSTER-COUNT < 600 AND ROSTER-SPOT IS NUMERIC
                       ADD 1 TO ROSTER-COUNT
                       SET ROSTER-IDX TO ROSTER-COUNT
                       MOVE ROSTER-LOT TO RT-LOT (ROSTER-IDX)
                       MOVE ROSTER-SPOT TO RT-SPOT (ROSTER-IDX)
                   END-IF
           END-READ.

       120-LOAD-PARKING-RATES.
           OPEN INPUT PARKING-RATE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 121-READ-ONE-RATE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PARKING-RATE-FILE.

       121-READ-ONE-RATE.
           READ PARKING-RATE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF RATE-COUNT < 12
                       ADD 1 TO RATE-COUNT
                       SET RATE-IDX TO RATE-COUNT
                       MOVE RATE-LOT-IN TO RATE-LOT (RATE-IDX)
                       MOVE RATE-CLASS-IN TO RATE-CLASS (RATE-IDX)
                       MOVE RATE-AMOUNT-IN TO RATE-AMOUNT (RATE-IDX)
                   ELSE
                       DISPLAY "**** RATE TABLE FULL - ROW OMITTED "
                           "****"
                   END-IF
           END-READ.

       125-LOAD-CUSTOMER-IDS.
           OPEN INPUT OLD-MASTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 126-READ-ONE-CUSTOMER
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-MASTER-FILE.

       126-READ-ONE-CUSTOMER.
           READ OLD-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CUSTOMER-ID-COUNT < 500
                       ADD 1 TO CUSTOMER-ID-COUNT
                       SET CUST-ID-IDX TO CUSTOMER-ID-COUNT
                       MOVE OLD-CUSTOMER-ID
                           TO KNOWN-CUSTOMER-ID (CUST-ID-IDX)
                       MOVE OLD-CUSTOMER-NAME (1:20)
                           TO KNOWN-CUSTOMER-NAME (CUST-ID-IDX)
                   ELSE
                       DISPLAY "**** CUSTOMER ID TABLE FULL - "
                           OLD-CUSTOMER-ID " OMITTED ****"
                   END-IF
           END-READ.

       130-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 131-READ-ONE-RESERVATION
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE RESERVATION-FILE.

       131-READ-ONE-RESERVATION.
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

       135-LOAD-CLOSURES.
           OPEN INPUT SPOT-CLOSURE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 136-READ-ONE-CLOSURE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SPOT-CLOSURE-FILE.

       136-READ-ONE-CLOSURE.
           READ SPOT-CLOSURE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CLOSURE-COUNT < 200
                       ADD 1 TO CLOSURE-COUNT
                       SET CLOSURE-IDX TO CLOSURE-COUNT
                       MOVE CLS-LOT TO CT-LOT (CLOSURE-IDX)
                       MOVE CLS-FROM-SPOT TO CT-FROM-SPOT (CLOSURE-IDX)
                       MOVE CLS-TO-SPOT TO CT-TO-SPOT (CLOSURE-IDX)
                       MOVE CLS-START-DATE
                           TO CT-START-DATE (CLOSURE-IDX)
                       MOVE CLS-END-DATE TO CT-END-DATE (CLOSURE-IDX)
                   ELSE
                       DISPLAY "**** CLOSURE TABLE FULL - LOT "
                           CLS-LOT " SPOT " CLS-FROM-SPOT
                           " OMITTED ****"
                   END-IF
           END-READ.

       200-TAKE-ONE-REQUEST.
           DISPLAY "ENTER N TO BOOK, C TO CANCEL, OR END TO FINISH"
           ACCEPT WS-ACTION
           INSPECT WS-ACTION CONVERTING "ncend" TO "NCEND"
           EVALUATE WS-ACTION
               WHEN "N"
                   PERFORM 210-BOOK-ONE-RESERVATION
               WHEN "C"
                   PERFORM 250-CANCEL-ONE-RESERVATION
               WHEN "END"
                   MOVE 'YES' TO WS-SESSION-DONE
               WHEN SPACES
                   MOVE 'YES' TO WS-SESSION-DONE
               WHEN OTHER
                   DISPLAY "**** " WS-ACTION " IS NOT N, C OR END ****"
           END-EVALUATE.

      *   A BOOKING IS KEYED, CHECKED, PRICED AND GIVEN A SPOT - OR
      *   REFUSED WITH THE REASON, AND NOTHING IS HELD.
       210-BOOK-ONE-RESERVATION.
           PERFORM 215-KEY-THE-BOOKING
           IF WS-ENTRY-GOOD = 'YES'
               PERFORM 220-CHECK-THE-DATES
           END-IF
           IF WS-ENTRY-GOOD = 'YES'
               PERFORM 225-PRICE-THE-BOOKING
           END-IF
           IF WS-ENTRY-GOOD = 'YES'
               PERFORM 230-FIND-A-FREE-SPOT
           END-IF
           IF WS-ENTRY-GOOD = 'YES'
               PERFORM 240-HOLD-THE-SPOT
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
           END-IF.

       215-KEY-THE-BOOKING.
           MOVE 'YES' TO WS-ENTRY-GOOD
           DISPLAY "ENTER THE OWNER'S FIVE CHARACTER ID NUMBER"
           ACCEPT WS-ENTRY-ID
           DISPLAY "ENTER THE OWNER'S NAME (BLANK TO USE THE CUSTOMER "
               "MASTER)"
           ACCEPT WS-ENTRY-NAME
           DISPLAY "ENTER THE EXPECTED 17-CHARACTER VIN (BLANK IF NOT "
               "KNOWN)"
           ACCEPT WS-ENTRY-VIN
           INSPECT WS-ENTRY-VIN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           DISPLAY "ENTER THE LOT (A, B OR C)"
           ACCEPT WS-ENTRY-LOT
           INSPECT WS-ENTRY-LOT CONVERTING "abc" TO "ABC"
           DISPLAY "ENTER THE SPACE CLASS (G GENERAL, R RESERVED, H "
               "ACCESSIBLE)"
           ACCEPT WS-ENTRY-CLASS
           INSPECT WS-ENTRY-CLASS CONVERTING "grh" TO "GRH"
           IF WS-ENTRY-CLASS = SPACE
               MOVE 'G' TO WS-ENTRY-CLASS
           END-IF
           DISPLAY "ENTER THE ARRIVAL DATE (YYYYMMDD)"
           ACCEPT WS-ENTRY-ARRIVAL-X
           DISPLAY "ENTER THE DEPARTURE DATE (YYYYMMDD)"
           ACCEPT WS-ENTRY-DEPARTURE-X
           MOVE 'N' TO WS-CUSTOMER-VALID
           SET CUST-ID-IDX TO 1
           IF CUSTOMER-ID-COUNT > ZERO
               SEARCH CUSTOMER-ID-TABLE
                   AT END
                       CONTINUE
                   WHEN KNOWN-CUSTOMER-ID (CUST-ID-IDX) = WS-ENTRY-ID
                       MOVE 'Y' TO WS-CUSTOMER-VALID
                       IF WS-ENTRY-NAME = SPACES
                           MOVE KNOWN-CUSTOMER-NAME (CUST-ID-IDX)
                               TO WS-ENTRY-NAME
                       END-IF
               END-SEARCH
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRY-ID = SPACES
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** AN OWNER ID IS REQUIRED ****"
               WHEN WS-ENTRY-NAME = SPACES
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** OWNER NOT ON THE CUSTOMER MASTER - "
                       "KEY THE NAME ****"
               WHEN WS-ENTRY-LOT NOT = 'A' AND
                       WS-ENTRY-LOT NOT = 'B' AND
                       WS-ENTRY-LOT NOT = 'C'
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** LOT MUST BE A, B OR C ****"
               WHEN WS-ENTRY-CLASS NOT = 'G' AND
                       WS-ENTRY-CLASS NOT = 'R' AND
                       WS-ENTRY-CLASS NOT = 'H'
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** CLASS MUST BE G, R OR H ****"
               WHEN WS-ENTRY-ARRIVAL-X IS NOT NUMERIC OR
                       WS-ENTRY-DEPARTURE-X IS NOT NUMERIC
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** DATES MUST BE EIGHT DIGITS ****"
               WHEN OTHER
                   IF WS-CUSTOMER-VALID = 'N'
                       DISPLAY "NOTE - OWNER " WS-ENTRY-ID
                           " IS NOT ON THE CUSTOMER MASTER; THE "
                           "INVOICE WILL BE FLAGGED"
                   END-IF
           END-EVALUATE.

      *   BOTH DATES MUST BE REAL CALENDAR DATES, THE ARRIVAL NO
      *   EARLIER THAN THE BUSINESS DATE, AND THE STAY NO LONGER THAN
      *   THE PARAMETER ALLOWS.
       220-CHECK-THE-DATES.
           MOVE WS-ENTRY-ARRIVAL-X TO WS-ENTRY-ARRIVAL
           MOVE WS-ENTRY-DEPARTURE-X TO WS-ENTRY-DEPARTURE
           MOVE ZERO TO WS-ARRIVAL-INT
           MOVE ZERO TO WS-DEPARTURE-INT
           IF WS-ENTRY-ARRIVAL (5:2) >= "01" AND
                   WS-ENTRY-ARRIVAL (5:2) <= "12" AND
                   WS-ENTRY-ARRIVAL (7:2) >= "01" AND
                   WS-ENTRY-ARRIVAL (7:2) <= "31" AND
                   WS-ENTRY-ARRIVAL (1:4) >= "1601"
               COMPUTE WS-ARRIVAL-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ENTRY-ARRIVAL)
           END-IF
           IF WS-ENTRY-DEPARTURE (5:2) >= "01" AND
                   WS-ENTRY-DEPARTURE (5:2) <= "12" AND
                   WS-ENTRY-DEPARTURE (7:2) >= "01" AND
                   WS-ENTRY-DEPARTURE (7:2) <= "31" AND
                   WS-ENTRY-DEPARTURE (1:4) >= "1601"
               COMPUTE WS-DEPARTURE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-ENTRY-DEPARTURE)
           END-IF
           COMPUTE WS-DAYS-BOOKED =
               WS-DEPARTURE-INT - WS-ARRIVAL-INT + 1
           EVALUATE TRUE
               WHEN WS-ARRIVAL-INT = ZERO OR WS-DEPARTURE-INT = ZERO
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** NOT A CALENDAR DATE ****"
               WHEN WS-ENTRY-ARRIVAL < WS-BUSINESS-DATE-NUM
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** ARRIVAL IS BEFORE THE BUSINESS DATE "
                       WS-BUSINESS-DATE-NUM " ****"
               WHEN WS-DAYS-BOOKED < 1
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** DEPARTURE IS BEFORE ARRIVAL ****"
               WHEN WS-DAYS-BOOKED > WS-MAXIMUM-DAYS
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** LONGER THAN " WS-MAXIMUM-DAYS
                       " DAYS - SELL A MONTHLY PASS INSTEAD ****"
           END-EVALUATE.

      *   THE DAILY RATE FOR THE LOT AND CLASS, TIMES THE DAYS.  THE
      *   QUOTE MUST FIT ON ONE PARKING INVOICE.
       225-PRICE-THE-BOOKING.
           MOVE ZERO TO WS-DAILY-RATE
           SET RATE-IDX TO 1
           SEARCH RATE-TABLE
               AT END
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** NO RATE ON FILE FOR LOT "
                       WS-ENTRY-LOT " CLASS " WS-ENTRY-CLASS " ****"
               WHEN RATE-LOT (RATE-IDX) = WS-ENTRY-LOT AND
                       RATE-CLASS (RATE-IDX) = WS-ENTRY-CLASS
                   MOVE RATE-AMOUNT (RATE-IDX) TO WS-DAILY-RATE
           END-SEARCH
           IF WS-ENTRY-GOOD = 'YES'
               COMPUTE WS-QUOTE = WS-DAILY-RATE * WS-DAYS-BOOKED
               IF WS-QUOTE > 999.99
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** QUOTE " WS-QUOTE " IS MORE THAN ONE "
                       "INVOICE CAN CARRY - BOOK A SHORTER STAY ****"
               END-IF
           END-IF.

      *   THE FIRST SPOT OF THE LOT AND CLASS THAT NO CAR IS IN NOW
      *   AND NO HELD RESERVATION CLAIMS FOR ANY OF THE SAME DAYS.  A
      *   ROSTER STAY HAS NO DEPARTURE DATE, SO A SPOT WITH A CAR IN
      *   IT IS NEVER PROMISED AWAY, AND NEITHER IS A SPOT A PLANNED
      *   CLOSURE COVERS ON ANY DAY OF THE STAY.
       230-FIND-A-FREE-SPOT.
           MOVE 'NO ' TO WS-SPOT-FREE
           MOVE ZERO TO WS-HELD-SPOT
           PERFORM 231-TRY-ONE-SPOT
               VARYING WS-SPOT-SUB FROM 1 BY 1
               UNTIL WS-SPOT-SUB > SPOT-COUNT
                  OR WS-SPOT-FREE = 'YES'
           IF WS-SPOT-FREE = 'NO '
               MOVE 'NO ' TO WS-ENTRY-GOOD
               DISPLAY "**** NO CLASS " WS-ENTRY-CLASS " SPOT FREE IN "
                   "LOT " WS-ENTRY-LOT " FOR " WS-ENTRY-ARRIVAL
                   " THRU " WS-ENTRY-DEPARTURE " ****"
           END-IF.

       231-TRY-ONE-SPOT.
           SET SPOT-IDX TO WS-SPOT-SUB
           IF ST-LOT (SPOT-IDX) = WS-ENTRY-LOT AND
                   ST-CLASS (SPOT-IDX) = WS-ENTRY-CLASS AND
                   ST-STATUS (SPOT-IDX) NOT = 'T'
               MOVE 'NO ' TO WS-SPOT-HELD
               SET ROSTER-IDX TO 1
               IF ROSTER-COUNT > ZERO
                   SEARCH ROSTER-TABLE
                       AT END
                           CONTINUE
                       WHEN RT-LOT (ROSTER-IDX) = ST-LOT (SPOT-IDX) AND
                               RT-SPOT (ROSTER-IDX) =
                               ST-NUMBER (SPOT-IDX)
                           MOVE 'YES' TO WS-SPOT-HELD
                   END-SEARCH
               END-IF
               PERFORM 232-CHECK-ONE-RESERVATION
                   VARYING WS-RESV-SUB FROM 1 BY 1
                   UNTIL WS-RESV-SUB > RESV-COUNT
                      OR WS-SPOT-HELD = 'YES'
               PERFORM 233-CHECK-ONE-CLOSURE
                   VARYING WS-CLOSURE-SUB FROM 1 BY 1
                   UNTIL WS-CLOSURE-SUB > CLOSURE-COUNT
                      OR WS-SPOT-HELD = 'YES'
               IF WS-SPOT-HELD = 'NO '
                   MOVE 'YES' TO WS-SPOT-FREE
                   MOVE ST-NUMBER (SPOT-IDX) TO WS-HELD-SPOT
               END-IF
           END-IF.

       232-CHECK-ONE-RESERVATION.
           SET RESV-IDX TO WS-RESV-SUB
           MOVE RESV-ENTRY (RESV-IDX) TO WR-RESERVATION-REC
           IF WR-IS-HELD AND
                   WR-LOT = ST-LOT (SPOT-IDX) AND
                   WR-SPOT = ST-NUMBER (SPOT-IDX) AND
                   WR-ARRIVAL-DATE <= WS-ENTRY-DEPARTURE AND
                   WR-DEPARTURE-DATE >= WS-ENTRY-ARRIVAL
               MOVE 'YES' TO WS-SPOT-HELD
           END-IF.

       233-CHECK-ONE-CLOSURE.
           SET CLOSURE-IDX TO WS-CLOSURE-SUB
           IF CT-LOT (CLOSURE-IDX) = ST-LOT (SPOT-IDX) AND
                   CT-FROM-SPOT (CLOSURE-IDX) <= ST-NUMBER (SPOT-IDX)
                   AND CT-TO-SPOT (CLOSURE-IDX) >= ST-NUMBER (SPOT-IDX)
                   AND CT-START-DATE (CLOSURE-IDX) <= WS-ENTRY-DEPARTURE
                   AND CT-END-DATE (CLOSURE-IDX) >= WS-ENTRY-ARRIVAL
               MOVE 'YES' TO WS-SPOT-HELD
           END-IF.

       240-HOLD-THE-SPOT.
           IF RESV-COUNT < 1000
               ADD 1 TO WS-LAST-NUMBER
               MOVE SPACES TO WR-RESERVATION-REC
               MOVE WS-LAST-NUMBER TO WR-NUMBER
               MOVE WS-ENTRY-ID TO WR-ID-NUMBER
               MOVE WS-ENTRY-NAME TO WR-NAME
               MOVE WS-ENTRY-VIN TO WR-VIN
               MOVE WS-ENTRY-LOT TO WR-LOT
               MOVE WS-ENTRY-CLASS TO WR-CLASS
               MOVE WS-HELD-SPOT TO WR-SPOT
               MOVE WS-ENTRY-ARRIVAL TO WR-ARRIVAL-DATE
               MOVE WS-ENTRY-DEPARTURE TO WR-DEPARTURE-DATE
               MOVE WS-DAILY-RATE TO WR-DAILY-RATE
               MOVE WS-QUOTE TO WR-QUOTE
               MOVE 'H' TO WR-STATUS
               MOVE WS-OPERATOR-ID TO WR-BOOKED-BY
               MOVE WS-BUSINESS-DATE-NUM TO WR-BOOKED-DATE
               ADD 1 TO RESV-COUNT
               SET RESV-IDX TO RESV-COUNT
               MOVE WR-RESERVATION-REC TO RESV-ENTRY (RESV-IDX)
               ADD 1 TO WS-BOOKED-COUNT
               ADD WS-QUOTE TO WS-QUOTED-TOTAL
               MOVE WS-DAYS-BOOKED TO WS-DAYS-OUT
               DISPLAY "RESERVATION " WR-NUMBER " HELD - LOT "
                   WR-LOT " SPOT " WR-SPOT " - " WS-DAYS-OUT
                   " DAYS - QUOTE " WR-QUOTE
           ELSE
               ADD 1 TO WS-REFUSED-COUNT
               DISPLAY "**** RESERVATION TABLE FULL - NOT BOOKED ****"
           END-IF.

      *   ONLY A HELD RESERVATION CAN BE CANCELLED - ONE THAT HAS
      *   ARRIVED OR BEEN RELEASED AS A NO-SHOW IS ALREADY BILLED.
       250-CANCEL-ONE-RESERVATION.
           DISPLAY "ENTER THE SIX-DIGIT RESERVATION NUMBER"
           ACCEPT WS-ENTRY-NUMBER-X
           IF WS-ENTRY-NUMBER-X IS NOT NUMERIC
               DISPLAY "**** RESERVATION NUMBER MUST BE SIX DIGITS "
                   "****"
               ADD 1 TO WS-REFUSED-COUNT
           ELSE
               MOVE WS-ENTRY-NUMBER-X TO WS-ENTRY-NUMBER
               MOVE 'NO ' TO WS-RESV-FOUND
               PERFORM 251-CANCEL-IF-MATCHED
                   VARYING WS-RESV-SUB FROM 1 BY 1
                   UNTIL WS-RESV-SUB > RESV-COUNT
                      OR WS-RESV-FOUND = 'YES'
               IF WS-RESV-FOUND = 'NO '
                   DISPLAY "**** RESERVATION " WS-ENTRY-NUMBER
                       " NOT ON FILE ****"
                   ADD 1 TO WS-REFUSED-COUNT
               END-IF
           END-IF.

       251-CANCEL-IF-MATCHED.
           SET RESV-IDX TO WS-RESV-SUB
           MOVE RESV-ENTRY (RESV-IDX) TO WR-RESERVATION-REC
           IF WR-NUMBER = WS-ENTRY-NUMBER
               MOVE 'YES' TO WS-RESV-FOUND
               IF WR-IS-HELD
                   MOVE 'C' TO WR-STATUS
                   MOVE WR-RESERVATION-REC TO RESV-ENTRY (RESV-IDX)
                   ADD 1 TO WS-CANCELLED-COUNT
                   DISPLAY "RESERVATION " WR-NUMBER " CANCELLED - "
                       "LOT " WR-LOT " SPOT " WR-SPOT " RELEASED"
               ELSE
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "**** RESERVATION " WR-NUMBER " IS NOT "
                       "HELD (STATUS " WR-STATUS ") - NOT CANCELLED "
                       "****"
               END-IF
           END-IF.

      *   A RESERVATION THAT HAS ARRIVED, BEEN RELEASED AS A NO-SHOW
      *   OR BEEN CANCELLED IS DROPPED ONCE ITS DEPARTURE DATE IS
      *   PAST - EXCEPT THE HIGHEST-NUMBERED ONE, WHICH CARRIES THE
      *   LAST NUMBER ISSUED FORWARD TO THE NEXT SESSION.
       900-WRITE-RESERVATIONS.
           OPEN OUTPUT RESERVATION-FILE
           PERFORM 901-WRITE-ONE-RESERVATION
               VARYING WS-RESV-SUB FROM 1 BY 1
               UNTIL WS-RESV-SUB > RESV-COUNT
           CLOSE RESERVATION-FILE.

       901-WRITE-ONE-RESERVATION.
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

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE "PROGRAM11" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO RL-RUN-DATE
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           COMPUTE RL-RECORDS-READ = WS-BOOKED-COUNT +
               WS-CANCELLED-COUNT + WS-REFUSED-COUNT
           MOVE WS-REFUSED-COUNT TO RL-RECORDS-REJECTED
           MOVE ZERO TO RL-CONDITION-CODE
           MOVE WS-QUOTED-TOTAL TO RL-CONTROL-TOTAL
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM11.
