      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKCLOS.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program maintains the planned spot closures - repaving,
      *maintenance, snow removal, events - on PARKING-CLOSURES.DAT
      *(copybook SPOTCLOS), so a closed row of Lot B is no longer
      *faked into PARKING-SPOTS.DAT as taken spots with made-up VINs.
      *PARKING-CLOSURE-TRANS.DAT carries one transaction per line:
      *an action (A add, C change, D delete), the lot, the from and
      *to spot numbers, a reason code (MT maintenance, RP repaving,
      *SN snow removal, EV event), and the start and end dates.  A
      *closure is known by its lot, from spot and start date.  Adds
      *are duplicate-checked, every field is format-checked, the
      *dates must be calendar dates with the end no earlier than the
      *start or the business date, and a closure may not overlap
      *another closure of the same lot on any spot and day.  On a
      *change only the non-blank to spot, reason and end date of the
      *transaction replace the closure's.  Every applied or rejected
      *transaction prints on the WhitingPARKING-CLOSURE-AUDIT.LIS
      *audit listing.
      *After the transactions are applied, every car on the lot
      *roster that is parked in a spot closed tomorrow (the business
      *date plus one) prints on WhitingPARKING-RELOCATE.LIS so it can
      *be moved the day before, and so does every held reservation
      *whose spot is closed on any of its days, so it can be rebooked
      *before the car arrives.  With no transaction file on disk only
      *the relocation list is produced.
      *PROGRAM12 never assigns a closed spot, PROGRAM11 never books
      *one, and PROGRAM27 and PROGRAM57 count closed spots out of
      *service rather than occupied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SPOT-CLOSURE-FILE
               ASSIGN TO "..\..\..\..\PARKING-CLOSURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CLOSURE-TRANS-FILE
               ASSIGN TO "..\..\..\..\PARKING-CLOSURE-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-ROSTER-FILE
               ASSIGN TO "..\..\..\..\PARKING-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO "..\..\..\..\PARKING-RESERVATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CLOSURE-AUDIT-REPORT
               ASSIGN TO "..\..\..\..\WhitingPARKING-CLOSURE-AUDIT.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RELOCATION-REPORT
               ASSIGN TO "..\..\..\..\WhitingPARKING-RELOCATE.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SPOT-CLOSURE-FILE.
       COPY SPOTCLOS REPLACING ==:PFX:== BY ==CLS==.

       FD  CLOSURE-TRANS-FILE.
       01  CLOSURE-TRANS-REC.
           05  CLT-ACTION                  PIC X.
               88  CLT-IS-ADD                      VALUE 'A'.
               88  CLT-IS-CHANGE                   VALUE 'C'.
               88  CLT-IS-DELETE                   VALUE 'D'.
           05  CLT-LOT                     PIC X.
           05  CLT-FROM-SPOT               PIC X(3).
           05  CLT-TO-SPOT                 PIC X(3).
           05  CLT-REASON-CODE             PIC X(2).
           05  CLT-START-DATE              PIC X(8).
           05  CLT-END-DATE                PIC X(8).

       FD  LOT-ROSTER-FILE.
       01  LOT-ROSTER-REC.
           05  ROSTER-VIN                  PIC X(17).
           05  ROSTER-LOT                  PIC X.
           05  ROSTER-ID-NUMBER            PIC X(5).
           05  ROSTER-NAME                 PIC X(20).
           05  ROSTER-DATE                 PIC 9(8).
           05  ROSTER-SPOT                 PIC 9(3).

       FD  RESERVATION-FILE.
       COPY PARKRES REPLACING ==:PFX:== BY ==RES==.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  CLOSURE-AUDIT-REPORT.
       01  CLOSURE-AUDIT-REC               PIC X(100).

       FD  RELOCATION-REPORT.
       01  RELOCATION-REC                  PIC X(100).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.
           05  WS-ENTRY-FOUND              PIC X(3)    VALUE  'NO '.
           05  WS-TRANS-GOOD               PIC X(3)    VALUE  'YES'.

       01  PROGRAM-CONSTANTS.
           05  TABLE-CAPACITY              PIC 9(3)    VALUE 200.

       01  PROGRAM-ACCUMULATORS.
           05  APPLIED-COUNT               PIC 9(4)    VALUE ZERO.
           05  REJECTED-COUNT              PIC 9(4)    VALUE ZERO.
           05  RELOCATE-COUNT              PIC 9(4)    VALUE ZERO.
           05  REBOOK-COUNT                PIC 9(4)    VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE-NUM        PIC 9(8)    VALUE ZERO.
           05  WS-TOMORROW-NUM             PIC 9(8)    VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(7)    VALUE ZERO.

       01  CLOSURE-TABLE-AREAS.
           05  CLOSURE-COUNT               PIC 9(3)    VALUE ZERO.
           05  CLOSURE-TABLE OCCURS 200 TIMES
                   INDEXED BY CLOSURE-IDX.
               10  CT-LOT                  PIC X.
               10  CT-FROM-SPOT            PIC 9(3).
               10  CT-TO-SPOT              PIC 9(3).
               10  CT-REASON-CODE          PIC X(2).
               10  CT-START-DATE           PIC 9(8).
               10  CT-END-DATE             PIC 9(8).

      *   THE LOT, SPOT AND OWNER OF EVERY CAR PARKED NOW.
       01  LOT-ROSTER-AREAS.
           05  ROSTER-COUNT                PIC 9(4)    VALUE ZERO.
           05  ROSTER-TABLE OCCURS 600 TIMES
                   INDEXED BY ROSTER-IDX.
               10  RT-VIN                  PIC X(17).
               10  RT-LOT                  PIC X.
               10  RT-SPOT                 PIC 9(3).
               10  RT-ID-NUMBER            PIC X(5).
               10  RT-NAME                 PIC X(20).

      *   ONLY THE HELD RESERVATIONS - NOTHING ELSE CAN BE MOVED.
       01  RESERVATION-AREAS.
           05  RESV-COUNT                  PIC 9(4)    VALUE ZERO.
           05  RESV-TABLE OCCURS 1000 TIMES
                   INDEXED BY RESV-IDX.
               10  RESV-ENTRY              PIC X(93).
       COPY PARKRES REPLACING ==:PFX:== BY ==WR==.

      *   THE CLOSURE AS IT WILL STAND IF THE TRANSACTION APPLIES -
      *   FOR A CHANGE, THE CLOSURE ON FILE WITH THE TRANSACTION'S
      *   NON-BLANK FIELDS LAID OVER IT.
       01  WORK-AREAS.
           05  WS-SUB                      PIC 9(4).
           05  WS-OTHER-SUB                PIC 9(3).
           05  WS-MATCH-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-REASON                   PIC X(34)   VALUE SPACES.
           05  WS-NEW-LOT                  PIC X.
           05  WS-NEW-FROM-SPOT            PIC 9(3).
           05  WS-NEW-TO-SPOT              PIC 9(3).
           05  WS-NEW-REASON-CODE          PIC X(2).
               88  WS-NEW-REASON-VALID
                           VALUES 'MT', 'RP', 'SN', 'EV'.
           05  WS-NEW-START-DATE           PIC 9(8).
           05  WS-NEW-END-DATE             PIC 9(8).
           05  WS-CHECK-DATE               PIC 9(8).
           05  WS-CHECK-INT                PIC 9(7)    VALUE ZERO.
           05  WS-START-INT                PIC 9(7)    VALUE ZERO.
           05  WS-END-INT                  PIC 9(7)    VALUE ZERO.

       01  AUDIT-LINES.
           05  AUDIT-HEADING-LINE          PIC X(42)
               VALUE "PARKING SPOT CLOSURE MAINTENANCE AUDIT".
           05  AUDIT-DETAIL-LINE.
               10  AUDIT-ACTION-OUT        PIC X.
               10                          PIC X(2)    VALUE SPACES.
               10  AUDIT-LOT-OUT           PIC X.
               10                          PIC X(2)    VALUE SPACES.
               10  AUDIT-FROM-OUT          PIC X(3).
               10  AUDIT-DASH-OUT          PIC X.
               10  AUDIT-TO-OUT            PIC X(3).
               10                          PIC X(2)    VALUE SPACES.
               10  AUDIT-REASON-CODE-OUT   PIC X(2).
               10                          PIC X(2)    VALUE SPACES.
               10  AUDIT-START-OUT         PIC X(8).
               10                          PIC X(2)    VALUE SPACES.
               10  AUDIT-END-OUT           PIC X(8).
               10                          PIC X(2)    VALUE SPACES.
               10  AUDIT-RESULT-OUT        PIC X(9).
               10                          PIC X(2)    VALUE SPACES.
               10  AUDIT-REASON-OUT        PIC X(34).

       01  RELOCATION-LINES.
           05  RELOCATION-HEADING-LINE.
               10  FILLER                  PIC X(30)
                   VALUE "PARKING RELOCATIONS FOR SPOTS ".
               10  FILLER                  PIC X(17)
                   VALUE "CLOSED TOMORROW, ".
               10  RELOC-TOMORROW-OUT      PIC 9(8).
           05  RELOCATION-COLUMN-LINE.
               10  FILLER                  PIC X(30)
                   VALUE "  MOVE         LOT  SPOT  VIN ".
               10  FILLER                  PIC X(30)
                   VALUE "                OWNER  NAME   ".
               10  FILLER                  PIC X(30)
                   VALUE "               WHY  DATE      ".
           05  RELOCATION-DETAIL-LINE.
               10                          PIC X(2)    VALUE SPACES.
               10  RELOC-KIND-OUT          PIC X(11).
               10                          PIC X(2)    VALUE SPACES.
               10  RELOC-LOT-OUT           PIC X.
               10                          PIC X(3)    VALUE SPACES.
               10  RELOC-SPOT-OUT          PIC 9(3).
               10                          PIC X(3)    VALUE SPACES.
               10  RELOC-VIN-OUT           PIC X(17).
               10                          PIC X(2)    VALUE SPACES.
               10  RELOC-ID-OUT            PIC X(5).
               10                          PIC X(2)    VALUE SPACES.
               10  RELOC-NAME-OUT          PIC X(20).
               10                          PIC X(2)    VALUE SPACES.
               10  RELOC-REASON-OUT        PIC X(2).
               10                          PIC X(3)    VALUE SPACES.
               10  RELOC-DATE-OUT          PIC 9(8).
           05  RELOCATION-NONE-LINE        PIC X(42)
               VALUE "  NOTHING TO MOVE OR REBOOK".

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 102-GET-BUSINESS-DATE
           PERFORM 105-LOAD-CLOSURES
           PERFORM 107-LOAD-LOT-ROSTER
           PERFORM 109-LOAD-RESERVATIONS
           OPEN INPUT  CLOSURE-TRANS-FILE
                OUTPUT CLOSURE-AUDIT-REPORT
           WRITE CLOSURE-AUDIT-REC FROM AUDIT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO CLOSURE-AUDIT-REC
           WRITE CLOSURE-AUDIT-REC
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CLOSURE-TRANS-FILE
                   AT END
                       MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
                   NOT AT END
                       PERFORM 200-APPLY-ONE-TRANSACTION
               END-READ
           END-PERFORM
           CLOSE CLOSURE-TRANS-FILE
                 CLOSURE-AUDIT-REPORT
           PERFORM 900-REWRITE-CLOSURES
           PERFORM 600-PRINT-RELOCATIONS
           DISPLAY "SPOT CLOSURE MAINTENANCE - APPLIED: "
               APPLIED-COUNT " REJECTED: " REJECTED-COUNT
           DISPLAY "CARS TO RELOCATE: " RELOCATE-COUNT
               "  RESERVATIONS TO REBOOK: " REBOOK-COUNT
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.  TOMORROW IS THE DAY THE
      *   RELOCATION LIST IS FOR.
       102-GET-BUSINESS-DATE.
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
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM)
           COMPUTE WS-TOMORROW-NUM =
               FUNCTION DATE-OF-INTEGER (WS-TODAY-INT + 1).

       105-LOAD-CLOSURES.
           OPEN INPUT SPOT-CLOSURE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 106-READ-ONE-CLOSURE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SPOT-CLOSURE-FILE.

       106-READ-ONE-CLOSURE.
           READ SPOT-CLOSURE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CLOSURE-COUNT < TABLE-CAPACITY
                       ADD 1 TO CLOSURE-COUNT
                       SET CLOSURE-IDX TO CLOSURE-COUNT
                       MOVE CLS-LOT TO CT-LOT (CLOSURE-IDX)
                       MOVE CLS-FROM-SPOT TO CT-FROM-SPOT (CLOSURE-IDX)
                       MOVE CLS-TO-SPOT TO CT-TO-SPOT (CLOSURE-IDX)
                       MOVE CLS-REASON-CODE
                           TO CT-REASON-CODE (CLOSURE-IDX)
                       MOVE CLS-START-DATE
                           TO CT-START-DATE (CLOSURE-IDX)
                       MOVE CLS-END-DATE TO CT-END-DATE (CLOSURE-IDX)
                   ELSE
                       DISPLAY "**** CLOSURE FILE ALREADY OVER "
                           "CAPACITY - LOT " CLS-LOT " SPOT "
                           CLS-FROM-SPOT " DROPPED ****"
                   END-IF
           END-READ.

       107-LOAD-LOT-ROSTER.
           OPEN INPUT LOT-ROSTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 108-READ-ONE-ROSTER-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE LOT-ROSTER-FILE.

       108-READ-ONE-ROSTER-RECORD.
           READ LOT-ROSTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF ROSTER-COUNT < 600 AND ROSTER-SPOT IS NUMERIC
                       ADD 1 TO ROSTER-COUNT
                       SET ROSTER-IDX TO ROSTER-COUNT
                       MOVE ROSTER-VIN TO RT-VIN (ROSTER-IDX)
                       MOVE ROSTER-LOT TO RT-LOT (ROSTER-IDX)
                       MOVE ROSTER-SPOT TO RT-SPOT (ROSTER-IDX)
                       MOVE ROSTER-ID-NUMBER
                           TO RT-ID-NUMBER (ROSTER-IDX)
                       MOVE ROSTER-NAME TO RT-NAME (ROSTER-IDX)
                   END-IF
           END-READ.

       109-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 110-READ-ONE-RESERVATION
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE RESERVATION-FILE.

       110-READ-ONE-RESERVATION.
           READ RESERVATION-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF RES-IS-HELD AND RESV-COUNT < 1000
                       ADD 1 TO RESV-COUNT
                       SET RESV-IDX TO RESV-COUNT
                       MOVE RES-RESERVATION-REC TO RESV-ENTRY (RESV-IDX)
                   END-IF
           END-READ.

       200-APPLY-ONE-TRANSACTION.
           MOVE 'YES' TO WS-TRANS-GOOD
           MOVE SPACES TO WS-REASON
           EVALUATE TRUE
               WHEN CLT-LOT NOT = 'A' AND CLT-LOT NOT = 'B' AND
                       CLT-LOT NOT = 'C'
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "LOT MUST BE A, B OR C" TO WS-REASON
               WHEN CLT-FROM-SPOT IS NOT NUMERIC
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "FROM SPOT MUST BE THREE DIGITS" TO WS-REASON
               WHEN CLT-START-DATE IS NOT NUMERIC
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "START DATE MUST BE EIGHT DIGITS" TO WS-REASON
               WHEN OTHER
                   PERFORM 210-FIND-CLOSURE
                   EVALUATE TRUE
                       WHEN CLT-IS-ADD
                           PERFORM 300-ADD-CLOSURE
                       WHEN CLT-IS-CHANGE
                           PERFORM 310-CHANGE-CLOSURE
                       WHEN CLT-IS-DELETE
                           PERFORM 320-DELETE-CLOSURE
                       WHEN OTHER
                           MOVE 'NO ' TO WS-TRANS-GOOD
                           MOVE "ACTION MUST BE A, C, OR D"
                               TO WS-REASON
                   END-EVALUATE
           END-EVALUATE
           PERFORM 500-PRINT-AUDIT-LINE.

       210-FIND-CLOSURE.
           MOVE 'NO ' TO WS-ENTRY-FOUND
           MOVE ZERO TO WS-MATCH-SUB
           SET CLOSURE-IDX TO 1
           IF CLOSURE-COUNT > ZERO
               SEARCH CLOSURE-TABLE
                   AT END
                       CONTINUE
                   WHEN CT-LOT (CLOSURE-IDX) = CLT-LOT AND
                           CT-FROM-SPOT (CLOSURE-IDX) = CLT-FROM-SPOT
                           AND
                           CT-START-DATE (CLOSURE-IDX) = CLT-START-DATE
                       MOVE 'YES' TO WS-ENTRY-FOUND
                       SET WS-MATCH-SUB TO CLOSURE-IDX
               END-SEARCH
           END-IF.

       300-ADD-CLOSURE.
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'YES'
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "CLOSURE ALREADY ON FILE" TO WS-REASON
               WHEN CLT-TO-SPOT IS NOT NUMERIC
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "TO SPOT MUST BE THREE DIGITS" TO WS-REASON
               WHEN CLT-END-DATE IS NOT NUMERIC
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "END DATE MUST BE EIGHT DIGITS" TO WS-REASON
               WHEN CLOSURE-COUNT >= TABLE-CAPACITY
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "TABLE CAPACITY (200) REACHED" TO WS-REASON
               WHEN OTHER
                   MOVE CLT-LOT TO WS-NEW-LOT
                   MOVE CLT-FROM-SPOT TO WS-NEW-FROM-SPOT
                   MOVE CLT-TO-SPOT TO WS-NEW-TO-SPOT
                   MOVE CLT-REASON-CODE TO WS-NEW-REASON-CODE
                   MOVE CLT-START-DATE TO WS-NEW-START-DATE
                   MOVE CLT-END-DATE TO WS-NEW-END-DATE
                   PERFORM 400-CHECK-NEW-CLOSURE
                   IF WS-TRANS-GOOD = 'YES'
                       ADD 1 TO CLOSURE-COUNT
                       SET CLOSURE-IDX TO CLOSURE-COUNT
                       PERFORM 420-STORE-NEW-CLOSURE
                   END-IF
           END-EVALUATE.

      *   ONLY THE NON-BLANK TO SPOT, REASON AND END DATE OF A CHANGE
      *   REPLACE THE CLOSURE'S - THE KEY FIELDS CANNOT CHANGE.
       310-CHANGE-CLOSURE.
           EVALUATE TRUE
               WHEN WS-ENTRY-FOUND = 'NO '
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "NO CLOSURE WITH THIS KEY" TO WS-REASON
               WHEN CLT-TO-SPOT = SPACES AND
                       CLT-REASON-CODE = SPACES AND
                       CLT-END-DATE = SPACES
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "NOTHING TO CHANGE" TO WS-REASON
               WHEN CLT-TO-SPOT NOT = SPACES AND
                       CLT-TO-SPOT IS NOT NUMERIC
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "TO SPOT MUST BE THREE DIGITS" TO WS-REASON
               WHEN CLT-END-DATE NOT = SPACES AND
                       CLT-END-DATE IS NOT NUMERIC
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "END DATE MUST BE EIGHT DIGITS" TO WS-REASON
               WHEN OTHER
                   SET CLOSURE-IDX TO WS-MATCH-SUB
                   MOVE CT-LOT (CLOSURE-IDX) TO WS-NEW-LOT
                   MOVE CT-FROM-SPOT (CLOSURE-IDX) TO WS-NEW-FROM-SPOT
                   MOVE CT-TO-SPOT (CLOSURE-IDX) TO WS-NEW-TO-SPOT
                   MOVE CT-REASON-CODE (CLOSURE-IDX)
                       TO WS-NEW-REASON-CODE
                   MOVE CT-START-DATE (CLOSURE-IDX)
                       TO WS-NEW-START-DATE
                   MOVE CT-END-DATE (CLOSURE-IDX) TO WS-NEW-END-DATE
                   IF CLT-TO-SPOT NOT = SPACES
                       MOVE CLT-TO-SPOT TO WS-NEW-TO-SPOT
                   END-IF
                   IF CLT-REASON-CODE NOT = SPACES
                       MOVE CLT-REASON-CODE TO WS-NEW-REASON-CODE
                   END-IF
                   IF CLT-END-DATE NOT = SPACES
                       MOVE CLT-END-DATE TO WS-NEW-END-DATE
                   END-IF
                   PERFORM 400-CHECK-NEW-CLOSURE
                   IF WS-TRANS-GOOD = 'YES'
                       SET CLOSURE-IDX TO WS-MATCH-SUB
                       PERFORM 420-STORE-NEW-CLOSURE
                   END-IF
           END-EVALUATE.

      *   A DELETE BLANKS THE ENTRY IN PLACE - BLANK ENTRIES ARE
      *   DROPPED WHEN THE FILE IS REWRITTEN.  A CLOSURE CAN BE
      *   DELETED AT ANY TIME, SO A ROW THAT REOPENS EARLY IS SOLD
      *   AGAIN THE SAME DAY.
       320-DELETE-CLOSURE.
           IF WS-ENTRY-FOUND = 'NO '
               MOVE 'NO ' TO WS-TRANS-GOOD
               MOVE "NO CLOSURE WITH THIS KEY" TO WS-REASON
           ELSE
               SET CLOSURE-IDX TO WS-MATCH-SUB
               MOVE SPACES TO CT-LOT (CLOSURE-IDX)
               MOVE ZERO TO CT-FROM-SPOT (CLOSURE-IDX)
               MOVE ZERO TO CT-TO-SPOT (CLOSURE-IDX)
               MOVE SPACES TO CT-REASON-CODE (CLOSURE-IDX)
               MOVE ZERO TO CT-START-DATE (CLOSURE-IDX)
               MOVE ZERO TO CT-END-DATE (CLOSURE-IDX)
           END-IF.

      *   THE CLOSURE AS IT WILL STAND MUST HAVE A SENSIBLE SPOT
      *   RANGE, A KNOWN REASON, REAL DATES IN ORDER THAT DO NOT END
      *   IN THE PAST, AND NO OVERLAP WITH ANOTHER CLOSURE OF THE
      *   SAME LOT.
       400-CHECK-NEW-CLOSURE.
           MOVE WS-NEW-START-DATE TO WS-CHECK-DATE
           PERFORM 410-CHECK-ONE-DATE
           MOVE WS-CHECK-INT TO WS-START-INT
           MOVE WS-NEW-END-DATE TO WS-CHECK-DATE
           PERFORM 410-CHECK-ONE-DATE
           MOVE WS-CHECK-INT TO WS-END-INT
           EVALUATE TRUE
               WHEN WS-NEW-FROM-SPOT = ZERO
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "FROM SPOT MUST BE 001-999" TO WS-REASON
               WHEN WS-NEW-TO-SPOT < WS-NEW-FROM-SPOT
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "TO SPOT IS BEFORE FROM SPOT" TO WS-REASON
               WHEN NOT WS-NEW-REASON-VALID
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "REASON MUST BE MT, RP, SN OR EV"
                       TO WS-REASON
               WHEN WS-START-INT = ZERO
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "START DATE NOT A CALENDAR DATE" TO WS-REASON
               WHEN WS-END-INT = ZERO
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "END DATE NOT A CALENDAR DATE" TO WS-REASON
               WHEN WS-END-INT < WS-START-INT
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "END DATE IS BEFORE START DATE" TO WS-REASON
               WHEN WS-NEW-END-DATE < WS-BUSINESS-DATE-NUM
                   MOVE 'NO ' TO WS-TRANS-GOOD
                   MOVE "CLOSURE ENDS BEFORE BUSINESS DATE"
                       TO WS-REASON
               WHEN OTHER
                   PERFORM 415-CHECK-ONE-OTHER-CLOSURE
                       VARYING WS-OTHER-SUB FROM 1 BY 1
                       UNTIL WS-OTHER-SUB > CLOSURE-COUNT
                          OR WS-TRANS-GOOD = 'NO '
           END-EVALUATE.

      *   LEAVES THE DAY NUMBER OF WS-CHECK-DATE IN WS-CHECK-INT, OR
      *   ZERO WHEN IT IS NOT A CALENDAR DATE.
       410-CHECK-ONE-DATE.
           MOVE ZERO TO WS-CHECK-INT
           IF WS-CHECK-DATE (5:2) >= "01" AND
                   WS-CHECK-DATE (5:2) <= "12" AND
                   WS-CHECK-DATE (7:2) >= "01" AND
                   WS-CHECK-DATE (7:2) <= "31" AND
                   WS-CHECK-DATE (1:4) >= "1601"
               COMPUTE WS-CHECK-INT =
                   FUNCTION INTEGER-OF-DATE (WS-CHECK-DATE)
           END-IF.

      *   THE CLOSURE BEING CHANGED IS NOT COMPARED WITH ITSELF.
       415-CHECK-ONE-OTHER-CLOSURE.
           SET CLOSURE-IDX TO WS-OTHER-SUB
           IF WS-OTHER-SUB NOT = WS-MATCH-SUB AND
                   CT-LOT (CLOSURE-IDX) = WS-NEW-LOT AND
                   CT-FROM-SPOT (CLOSURE-IDX) <= WS-NEW-TO-SPOT AND
                   CT-TO-SPOT (CLOSURE-IDX) >= WS-NEW-FROM-SPOT AND
                   CT-START-DATE (CLOSURE-IDX) <= WS-NEW-END-DATE AND
                   CT-END-DATE (CLOSURE-IDX) >= WS-NEW-START-DATE
               MOVE 'NO ' TO WS-TRANS-GOOD
               MOVE "OVERLAPS A CLOSURE ALREADY ON FILE" TO WS-REASON
           END-IF.

       420-STORE-NEW-CLOSURE.
           MOVE WS-NEW-LOT TO CT-LOT (CLOSURE-IDX)
           MOVE WS-NEW-FROM-SPOT TO CT-FROM-SPOT (CLOSURE-IDX)
           MOVE WS-NEW-TO-SPOT TO CT-TO-SPOT (CLOSURE-IDX)
           MOVE WS-NEW-REASON-CODE TO CT-REASON-CODE (CLOSURE-IDX)
           MOVE WS-NEW-START-DATE TO CT-START-DATE (CLOSURE-IDX)
           MOVE WS-NEW-END-DATE TO CT-END-DATE (CLOSURE-IDX).

       500-PRINT-AUDIT-LINE.
           MOVE SPACES TO AUDIT-DETAIL-LINE
           MOVE '-' TO AUDIT-DASH-OUT
           MOVE CLT-ACTION TO AUDIT-ACTION-OUT
           MOVE CLT-LOT TO AUDIT-LOT-OUT
           MOVE CLT-FROM-SPOT TO AUDIT-FROM-OUT
           MOVE CLT-TO-SPOT TO AUDIT-TO-OUT
           MOVE CLT-REASON-CODE TO AUDIT-REASON-CODE-OUT
           MOVE CLT-START-DATE TO AUDIT-START-OUT
           MOVE CLT-END-DATE TO AUDIT-END-OUT
           IF WS-TRANS-GOOD = 'YES'
               MOVE "APPLIED  " TO AUDIT-RESULT-OUT
               ADD 1 TO APPLIED-COUNT
           ELSE
               MOVE "REJECTED " TO AUDIT-RESULT-OUT
               MOVE WS-REASON TO AUDIT-REASON-OUT
               ADD 1 TO REJECTED-COUNT
           END-IF
           WRITE CLOSURE-AUDIT-REC FROM AUDIT-DETAIL-LINE.

      *   EVERY CAR PARKED IN A SPOT CLOSED TOMORROW, AND EVERY HELD
      *   RESERVATION WHOSE SPOT IS CLOSED ON ANY OF ITS DAYS.
       600-PRINT-RELOCATIONS.
           OPEN OUTPUT RELOCATION-REPORT
           MOVE WS-TOMORROW-NUM TO RELOC-TOMORROW-OUT
           WRITE RELOCATION-REC FROM RELOCATION-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RELOCATION-REC
           WRITE RELOCATION-REC
           WRITE RELOCATION-REC FROM RELOCATION-COLUMN-LINE
           PERFORM 610-CHECK-ONE-CLOSURE
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > CLOSURE-COUNT
           IF RELOCATE-COUNT = ZERO AND REBOOK-COUNT = ZERO
               WRITE RELOCATION-REC FROM RELOCATION-NONE-LINE
           END-IF
           CLOSE RELOCATION-REPORT.

       610-CHECK-ONE-CLOSURE.
           SET CLOSURE-IDX TO WS-OTHER-SUB
           IF CT-LOT (CLOSURE-IDX) NOT = SPACES
               IF CT-START-DATE (CLOSURE-IDX) <= WS-TOMORROW-NUM AND
                       CT-END-DATE (CLOSURE-IDX) >= WS-TOMORROW-NUM
                   PERFORM 620-LIST-ONE-PARKED-CAR
                       VARYING WS-SUB FROM 1 BY 1
                       UNTIL WS-SUB > ROSTER-COUNT
               END-IF
               PERFORM 630-LIST-ONE-RESERVATION
                   VARYING WS-SUB FROM 1 BY 1
                   UNTIL WS-SUB > RESV-COUNT
           END-IF.

       620-LIST-ONE-PARKED-CAR.
           SET ROSTER-IDX TO WS-SUB
           IF RT-LOT (ROSTER-IDX) = CT-LOT (CLOSURE-IDX) AND
                   RT-SPOT (ROSTER-IDX) >= CT-FROM-SPOT (CLOSURE-IDX)
                   AND
                   RT-SPOT (ROSTER-IDX) <= CT-TO-SPOT (CLOSURE-IDX)
               MOVE "CAR" TO RELOC-KIND-OUT
               MOVE RT-LOT (ROSTER-IDX) TO RELOC-LOT-OUT
               MOVE RT-SPOT (ROSTER-IDX) TO RELOC-SPOT-OUT
               MOVE RT-VIN (ROSTER-IDX) TO RELOC-VIN-OUT
               MOVE RT-ID-NUMBER (ROSTER-IDX) TO RELOC-ID-OUT
               MOVE RT-NAME (ROSTER-IDX) TO RELOC-NAME-OUT
               MOVE CT-REASON-CODE (CLOSURE-IDX) TO RELOC-REASON-OUT
               MOVE CT-START-DATE (CLOSURE-IDX) TO RELOC-DATE-OUT
               WRITE RELOCATION-REC FROM RELOCATION-DETAIL-LINE
               ADD 1 TO RELOCATE-COUNT
           END-IF.

      *   A RESERVATION IS LISTED WITH ITS ARRIVAL DATE.
       630-LIST-ONE-RESERVATION.
           SET RESV-IDX TO WS-SUB
           MOVE RESV-ENTRY (RESV-IDX) TO WR-RESERVATION-REC
           IF WR-LOT = CT-LOT (CLOSURE-IDX) AND
                   WR-SPOT >= CT-FROM-SPOT (CLOSURE-IDX) AND
                   WR-SPOT <= CT-TO-SPOT (CLOSURE-IDX) AND
                   WR-ARRIVAL-DATE <= CT-END-DATE (CLOSURE-IDX) AND
                   WR-DEPARTURE-DATE >= CT-START-DATE (CLOSURE-IDX)
               MOVE SPACES TO RELOC-KIND-OUT
               STRING "RESV " WR-NUMBER DELIMITED BY SIZE
                   INTO RELOC-KIND-OUT
               MOVE WR-LOT TO RELOC-LOT-OUT
               MOVE WR-SPOT TO RELOC-SPOT-OUT
               MOVE WR-VIN TO RELOC-VIN-OUT
               MOVE WR-ID-NUMBER TO RELOC-ID-OUT
               MOVE WR-NAME TO RELOC-NAME-OUT
               MOVE CT-REASON-CODE (CLOSURE-IDX) TO RELOC-REASON-OUT
               MOVE WR-ARRIVAL-DATE TO RELOC-DATE-OUT
               WRITE RELOCATION-REC FROM RELOCATION-DETAIL-LINE
               ADD 1 TO REBOOK-COUNT
           END-IF.

       900-REWRITE-CLOSURES.
           OPEN OUTPUT SPOT-CLOSURE-FILE
           PERFORM 901-WRITE-ONE-CLOSURE
               VARYING WS-OTHER-SUB FROM 1 BY 1
               UNTIL WS-OTHER-SUB > CLOSURE-COUNT
           CLOSE SPOT-CLOSURE-FILE.

       901-WRITE-ONE-CLOSURE.
           SET CLOSURE-IDX TO WS-OTHER-SUB
           IF CT-LOT (CLOSURE-IDX) NOT = SPACES
               MOVE SPACES TO CLS-CLOSURE-REC
               MOVE CT-LOT (CLOSURE-IDX) TO CLS-LOT
               MOVE CT-FROM-SPOT (CLOSURE-IDX) TO CLS-FROM-SPOT
               MOVE CT-TO-SPOT (CLOSURE-IDX) TO CLS-TO-SPOT
               MOVE CT-REASON-CODE (CLOSURE-IDX) TO CLS-REASON-CODE
               MOVE CT-START-DATE (CLOSURE-IDX) TO CLS-START-DATE
               MOVE CT-END-DATE (CLOSURE-IDX) TO CLS-END-DATE
               WRITE CLS-CLOSURE-REC
           END-IF.

       END PROGRAM PARKCLOS.
