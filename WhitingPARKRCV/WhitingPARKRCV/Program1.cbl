      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PARKRCV.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the parking receivables collection report -
      *PROGRAM56 bridges parking charges into the customer balance,
      *and once there they were indistinguishable from every other
      *charge, so nobody could say what parking was actually owed.
      *The parking-originated items are picked out of
      *CUSTOMER-OPEN-ITEMS.DAT by the reference PROGRAM56 packs into
      *them - the last four characters of the VIN and the invoice
      *month and day.  An invoice item is parking when its VIN tail
      *belongs to a car the parking files know: a completed stay on
      *WhitingPARKING-STAYS.DAT, a car on PARKING-ROSTER.DAT, a pass
      *on PARKING-PASSES.DAT or a reservation on
      *PARKING-RESERVATIONS.DAT.  The car whose arrival date matches
      *the invoice day gives the item its lot; failing that, any car
      *with the same VIN tail does.  The invoice year is the year of
      *the item, less one when the invoice day falls after the item
      *date (a December charge posted in January).
      *WhitingPARKING-RECEIVABLES.LIS splits every parking invoice,
      *by lot and invoice month, into billed, paid, written off and
      *still open - an item closed by a write-off counts as written
      *off in full, an open item's paid share is its amount less what
      *is still open on it - with lot and grand totals, and then ages
      *the still-open parking amounts by lot in bands of 0-30, 31-60,
      *61-90 and over 90 days from the invoice date to the business
      *date.
      *WhitingPARKING-GATE-REFUSE.LIS is security's list: every
      *owner and car with parking still unpaid more than 60 days
      *after the invoice, oldest first, marked pass holder or daily
      *parker, with the amount past 60 days and the whole parking
      *balance on that car - the gate refuses entry until it is
      *paid.  A disputed item (PROGRAM74) stays in the balance but
      *never puts a car on the gate list.
      *The report only reads - it may be run at any time.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-CUSTOMER-ID.
           SELECT OPTIONAL PARKING-STAY-FILE
               ASSIGN TO "..\..\..\..\WhitingPARKING-STAYS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-ROSTER-FILE
               ASSIGN TO "..\..\..\..\PARKING-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARKING-PASS-FILE
               ASSIGN TO "..\..\..\..\PARKING-PASSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RESERVATION-FILE
               ASSIGN TO "..\..\..\..\PARKING-RESERVATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIVABLES-REPORT
               ASSIGN TO "..\..\..\..\WhitingPARKING-RECEIVABLES.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GATE-REFUSAL-REPORT
               ASSIGN TO "..\..\..\..\WhitingPARKING-GATE-REFUSE.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MAST==.

       FD  PARKING-STAY-FILE.
       01  PARKING-STAY-REC.
           05  STAY-VIN                    PIC X(17).
           05  STAY-LOT                    PIC X.
           05  STAY-ARRIVAL-DATE           PIC 9(8).
           05  STAY-DEPARTURE-DATE         PIC 9(8).

       FD  LOT-ROSTER-FILE.
       01  LOT-ROSTER-REC.
           05  ROSTER-VIN                  PIC X(17).
           05  ROSTER-LOT                  PIC X.
           05  ROSTER-ID-NUMBER            PIC X(5).
           05  ROSTER-NAME                 PIC X(20).
           05  ROSTER-DATE                 PIC 9(8).
           05  ROSTER-SPOT                 PIC 9(3).

       FD  PARKING-PASS-FILE.
       01  PARKING-PASS-REC.
           05  PASS-ID-NUMBER              PIC X(5).
           05  PASS-VIN                    PIC X(17).
           05  PASS-LOT                    PIC X.
           05  PASS-CLASS                  PIC X.
           05  PASS-RATE                   PIC 9(3)V99.
           05  PASS-PAID-THRU              PIC 9(8).

       FD  RESERVATION-FILE.
       COPY PARKRES REPLACING ==:PFX:== BY ==RES==.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RECEIVABLES-REPORT.
       01  RECEIVABLES-REPORT-REC          PIC X(120).

       FD  GATE-REFUSAL-REPORT.
       01  GATE-REFUSAL-REPORT-REC         PIC X(120).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-PARKING-ITEM             PIC X(3)    VALUE 'NO '.
           05  WS-ENTRY-FOUND              PIC X(3)    VALUE 'NO '.

       01  PROGRAM-CONSTANTS.
           05  GATE-REFUSAL-DAYS           PIC 9(3)    VALUE 60.
           05  VIN-CAPACITY                PIC 9(4)    VALUE 2000.
           05  PASS-CAPACITY               PIC 9(3)    VALUE 500.
           05  CELL-CAPACITY               PIC 9(3)    VALUE 300.
           05  LOT-CAPACITY                PIC 9(2)    VALUE 10.
           05  GATE-CAPACITY               PIC 9(3)    VALUE 500.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-REPORT-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-REPORT-DATE-INT          PIC 9(7)    VALUE ZERO.

      *   EVERY CAR THE PARKING FILES KNOW, WITH ITS LOT AND THE DAY
      *   IT ARRIVED (ZERO FOR A PASS, WHICH HAS NO ONE ARRIVAL).
       01  PARKING-VIN-AREAS.
           05  VIN-COUNT                   PIC 9(4)    VALUE ZERO.
           05  VIN-SUB                     PIC 9(4)    VALUE ZERO.
           05  VIN-TABLE OCCURS 2000 TIMES
                   INDEXED BY VIN-IDX.
               10  VT-VIN                  PIC X(17).
               10  VT-LOT                  PIC X.
               10  VT-DATE                 PIC 9(8).

      *   THE OWNERS HOLDING A MONTHLY PASS - EVERYONE ELSE ON THE
      *   GATE LIST IS A DAILY PARKER.
       01  PASS-HOLDER-AREAS.
           05  PASS-COUNT                  PIC 9(3)    VALUE ZERO.
           05  PASS-HOLDER-TABLE OCCURS 500 TIMES
                   INDEXED BY PASS-IDX.
               10  PH-ID-NUMBER            PIC X(5).

      *   THE ITEM BEING LOOKED AT.  THE REFERENCE IS PROGRAM56'S
      *   VIN TAIL AND INVOICE MONTH AND DAY.
       01  ITEM-WORK-AREAS.
           05  WS-REFERENCE-WORK.
               10  WS-REF-TAIL             PIC X(4).
               10  WS-REF-MONTH-DAY.
                   15  WS-REF-MONTH        PIC 99.
                   15  WS-REF-DAY          PIC 99.
           05  WS-INVOICE-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-INVOICE-DATE-X REDEFINES WS-INVOICE-DATE.
               10  WS-INVOICE-YEAR         PIC 9(4).
               10  WS-INVOICE-MONTH-DAY    PIC 9(4).
           05  WS-INVOICE-DATE-INT         PIC 9(7)    VALUE ZERO.
           05  WS-ITEM-LOT                 PIC X       VALUE SPACE.
           05  WS-ITEM-VIN                 PIC X(17)   VALUE SPACES.
           05  WS-ITEM-OPEN                PIC S9(5)V99 VALUE ZERO.
           05  WS-ITEM-PAID                PIC S9(5)V99 VALUE ZERO.
           05  WS-ITEM-WRITTEN-OFF         PIC S9(5)V99 VALUE ZERO.
           05  WS-DAYS-WORK                PIC S9(5)   VALUE ZERO.
           05  WS-BAND-SUB                 PIC 9       VALUE ZERO.

      *   ONE CELL PER LOT AND INVOICE MONTH, SORTED BY LOT THEN
      *   MONTH BEFORE IT IS PRINTED.
       01  CELL-TABLE-AREAS.
           05  CELL-COUNT                  PIC 9(3)    VALUE ZERO.
           05  CELL-SUB                    PIC 9(3)    VALUE ZERO.
           05  SCAN-SUB                    PIC 9(3)    VALUE ZERO.
           05  CELL-TABLE OCCURS 300 TIMES
                   INDEXED BY CELL-IDX.
               10  CL-KEY.
                   15  CL-LOT              PIC X.
                   15  CL-MONTH            PIC 9(6).
               10  CL-ITEMS                PIC 9(5).
               10  CL-BILLED               PIC S9(7)V99.
               10  CL-PAID                 PIC S9(7)V99.
               10  CL-WRITTEN-OFF          PIC S9(7)V99.
               10  CL-OPEN                 PIC S9(7)V99.
           05  CELL-SWAP-ENTRY             PIC X(48).
           05  WS-CURRENT-LOT              PIC X       VALUE SPACE.

      *   THE STILL-OPEN PARKING AMOUNT OF EACH LOT BY AGE BAND -
      *   BAND 1 IS 0-30 DAYS, 2 IS 31-60, 3 IS 61-90, 4 OVER 90.
       01  LOT-AGING-AREAS.
           05  LOT-COUNT                   PIC 9(2)    VALUE ZERO.
           05  LOT-SUB                     PIC 9(2)    VALUE ZERO.
           05  LOT-AGING-TABLE OCCURS 10 TIMES
                   INDEXED BY LOT-IDX.
               10  LA-LOT                  PIC X.
               10  LA-ITEMS                PIC 9(5).
               10  LA-BAND-AMOUNT          PIC S9(7)V99
                                           OCCURS 4 TIMES.

      *   ONE ROW PER OWNER AND CAR WITH PARKING STILL OPEN.  ONLY A
      *   ROW WITH SOMETHING PAST THE REFUSAL AGE PRINTS.
       01  GATE-TABLE-AREAS.
           05  GATE-COUNT                  PIC 9(3)    VALUE ZERO.
           05  GATE-SUB                    PIC 9(3)    VALUE ZERO.
           05  GATE-TABLE OCCURS 500 TIMES
                   INDEXED BY GATE-IDX.
               10  GT-CUSTOMER-ID          PIC X(5).
               10  GT-NAME                 PIC X(27).
               10  GT-VIN                  PIC X(17).
               10  GT-LOT                  PIC X.
               10  GT-OLDEST-DATE          PIC 9(8).
               10  GT-DAYS                 PIC S9(5).
               10  GT-PAST-AMOUNT          PIC S9(7)V99.
               10  GT-BALANCE              PIC S9(7)V99.
           05  GATE-SWAP-ENTRY             PIC X(81).

       01  PROGRAM-ACCUMULATORS.
           05  PARKING-ITEM-COUNT          PIC 9(5)    VALUE ZERO.
           05  LOT-ITEMS                   PIC 9(5)    VALUE ZERO.
           05  LOT-BILLED                  PIC S9(7)V99 VALUE ZERO.
           05  LOT-PAID                    PIC S9(7)V99 VALUE ZERO.
           05  LOT-WRITTEN-OFF             PIC S9(7)V99 VALUE ZERO.
           05  LOT-OPEN                    PIC S9(7)V99 VALUE ZERO.
           05  GRAND-ITEMS                 PIC 9(5)    VALUE ZERO.
           05  GRAND-BILLED                PIC S9(7)V99 VALUE ZERO.
           05  GRAND-PAID                  PIC S9(7)V99 VALUE ZERO.
           05  GRAND-WRITTEN-OFF           PIC S9(7)V99 VALUE ZERO.
           05  GRAND-OPEN                  PIC S9(7)V99 VALUE ZERO.
           05  AGING-TOTALS OCCURS 4 TIMES.
               10  AGING-TOTAL-AMOUNT      PIC S9(7)V99.
           05  AGING-GRAND-AMOUNT          PIC S9(7)V99 VALUE ZERO.
           05  LOT-AGING-AMOUNT            PIC S9(7)V99 VALUE ZERO.
           05  REFUSED-COUNT               PIC 9(5)    VALUE ZERO.
           05  REFUSED-AMOUNT              PIC S9(7)V99 VALUE ZERO.

       01  RECEIVABLES-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "PARKING RECEIVABLES BY LOT AND MONTH - A".
           05  FILLER                      PIC X(19)
               VALUE "S OF BUSINESS DATE ".
           05  RCV-HEADING-DATE-OUT        PIC 9(8).
           05                              PIC X(53)   VALUE SPACES.

       01  RECEIVABLES-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "LOT  MONTH    ITEMS           BILLED    ".
           05  FILLER                      PIC X(40)
               VALUE "         PAID     WRITTEN OFF       STIL".
           05  FILLER                      PIC X(40)
               VALUE "L OPEN                                  ".

       01  RECEIVABLES-DETAIL-LINE.
           05  RCV-LOT-OUT                 PIC X.
           05                              PIC X(4)    VALUE SPACES.
           05  RCV-YEAR-OUT                PIC 9(4).
           05  RCV-DASH-OUT                PIC X       VALUE '-'.
           05  RCV-MONTH-OUT               PIC 99.
           05                              PIC X(2)    VALUE SPACES.
           05  RCV-ITEMS-OUT               PIC ZZZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-BILLED-OUT              PIC $$,$$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-PAID-OUT                PIC $$,$$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-WRITTEN-OFF-OUT         PIC $$,$$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-OPEN-OUT                PIC $$,$$$,$$9.99-.
           05                              PIC X(33)   VALUE SPACES.

       01  RECEIVABLES-TOTAL-LINE.
           05  RCV-TOTAL-TITLE-OUT         PIC X(14).
           05  RCV-TOTAL-ITEMS-OUT         PIC ZZZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-TOTAL-BILLED-OUT        PIC $$,$$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-TOTAL-PAID-OUT          PIC $$,$$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-TOTAL-WRITTEN-OFF-OUT   PIC $$,$$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  RCV-TOTAL-OPEN-OUT          PIC $$,$$$,$$9.99-.
           05                              PIC X(33)   VALUE SPACES.

       01  AGING-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "UNPAID PARKING ITEMS BY AGE FROM INVOICE".
           05  FILLER                      PIC X(5)    VALUE " DATE".
           05                              PIC X(75)   VALUE SPACES.

       01  AGING-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "LOT  ITEMS       0-30 DAYS       31-60 D".
           05  FILLER                      PIC X(40)
               VALUE "AYS       61-90 DAYS      OVER 90 DAYS  ".
           05  FILLER                      PIC X(40)
               VALUE "          TOTAL                         ".

       01  AGING-DETAIL-LINE.
           05  AGE-LOT-OUT                 PIC X(5).
           05  AGE-ITEMS-OUT               PIC ZZZZ9.
           05  AGE-BAND-GROUP OCCURS 4 TIMES.
               10                          PIC X(3).
               10  AGE-BAND-OUT            PIC $$,$$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  AGE-TOTAL-OUT               PIC $$,$$$,$$9.99-.
           05                              PIC X(15)   VALUE SPACES.

       01  GATE-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "PARKING GATE REFUSAL LIST - PARKING UNPA".
           05  FILLER                      PIC X(22)
               VALUE "ID PAST 60 DAYS AS OF ".
           05  GATE-HEADING-DATE-OUT       PIC 9(8).
           05                              PIC X(50)   VALUE SPACES.

       01  GATE-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "ID     NAME                         TYPE".
           05  FILLER                      PIC X(40)
               VALUE "    VIN                LOT  OLDEST     D".
           05  FILLER                      PIC X(40)
               VALUE "AYS  PAST 60 DAYS  PARKING BAL          ".

       01  GATE-DETAIL-LINE.
           05  GATE-ID-OUT                 PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  GATE-NAME-OUT               PIC X(27).
           05                              PIC X(2)    VALUE SPACES.
           05  GATE-HOLDER-OUT             PIC X(5).
           05                              PIC X(3)    VALUE SPACES.
           05  GATE-VIN-OUT                PIC X(17).
           05                              PIC X(2)    VALUE SPACES.
           05  GATE-LOT-OUT                PIC X.
           05                              PIC X(4)    VALUE SPACES.
           05  GATE-OLDEST-OUT             PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  GATE-DAYS-OUT               PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  GATE-PAST-OUT               PIC $$$,$$9.99-.
           05                              PIC X(3)    VALUE SPACES.
           05  GATE-BALANCE-OUT            PIC $$$,$$9.99-.
           05                              PIC X(10)   VALUE SPACES.

       01  GATE-NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "  NO PARKING BALANCES PAST 60 DAYS      ".
           05                              PIC X(80)   VALUE SPACES.

       01  GATE-TOTAL-LINE.
           05  FILLER                      PIC X(20)
               VALUE "CARS TO REFUSE      ".
           05  GATE-COUNT-OUT              PIC ZZZZ9.
           05  FILLER                      PIC X(20)
               VALUE "   PAST 60 DAYS     ".
           05  GATE-AMOUNT-OUT             PIC $$,$$$,$$9.99-.
           05                              PIC X(61)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 095-GET-BUSINESS-DATE
           COMPUTE WS-REPORT-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
           PERFORM 101-LOAD-STAYS
           PERFORM 103-LOAD-LOT-ROSTER
           PERFORM 105-LOAD-PASSES
           PERFORM 107-LOAD-RESERVATIONS
           PERFORM 110-READ-OPEN-ITEMS
           PERFORM 140-SORT-CELLS
           PERFORM 150-FILL-CUSTOMER-NAMES
           PERFORM 160-SORT-GATE-LIST
           OPEN OUTPUT RECEIVABLES-REPORT
           PERFORM 200-PRINT-LOT-MONTHS
           PERFORM 300-PRINT-AGING
           CLOSE RECEIVABLES-REPORT
           OPEN OUTPUT GATE-REFUSAL-REPORT
           PERFORM 400-PRINT-GATE-LIST
           CLOSE GATE-REFUSAL-REPORT
           DISPLAY "PARKING ITEMS: " PARKING-ITEM-COUNT
               " STILL OPEN: " GRAND-OPEN
           DISPLAY "CARS TO REFUSE AT THE GATE: " REFUSED-COUNT
               " PAST 60 DAYS: " REFUSED-AMOUNT
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       095-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-REPORT-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-REPORT-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       101-LOAD-STAYS.
           OPEN INPUT PARKING-STAY-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 102-READ-ONE-STAY
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PARKING-STAY-FILE.

       102-READ-ONE-STAY.
           READ PARKING-STAY-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF STAY-ARRIVAL-DATE IS NUMERIC
                       MOVE STAY-VIN TO WS-ITEM-VIN
                       MOVE STAY-LOT TO WS-ITEM-LOT
                       MOVE STAY-ARRIVAL-DATE TO WS-INVOICE-DATE
                       PERFORM 109-ADD-ONE-VIN
                   END-IF
           END-READ.

       103-LOAD-LOT-ROSTER.
           OPEN INPUT LOT-ROSTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 104-READ-ONE-ROSTER-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE LOT-ROSTER-FILE.

       104-READ-ONE-ROSTER-RECORD.
           READ LOT-ROSTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF ROSTER-DATE IS NUMERIC
                       MOVE ROSTER-VIN TO WS-ITEM-VIN
                       MOVE ROSTER-LOT TO WS-ITEM-LOT
                       MOVE ROSTER-DATE TO WS-INVOICE-DATE
                       PERFORM 109-ADD-ONE-VIN
                   END-IF
           END-READ.

       105-LOAD-PASSES.
           OPEN INPUT PARKING-PASS-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 106-READ-ONE-PASS
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PARKING-PASS-FILE.

       106-READ-ONE-PASS.
           READ PARKING-PASS-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE PASS-VIN TO WS-ITEM-VIN
                   MOVE PASS-LOT TO WS-ITEM-LOT
                   MOVE ZERO TO WS-INVOICE-DATE
                   PERFORM 109-ADD-ONE-VIN
                   IF PASS-COUNT < PASS-CAPACITY
                       ADD 1 TO PASS-COUNT
                       SET PASS-IDX TO PASS-COUNT
                       MOVE PASS-ID-NUMBER TO PH-ID-NUMBER (PASS-IDX)
                   END-IF
           END-READ.

       107-LOAD-RESERVATIONS.
           OPEN INPUT RESERVATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 108-READ-ONE-RESERVATION
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE RESERVATION-FILE.

       108-READ-ONE-RESERVATION.
           READ RESERVATION-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF RES-ARRIVAL-DATE IS NUMERIC
                       MOVE RES-VIN TO WS-ITEM-VIN
                       MOVE RES-LOT TO WS-ITEM-LOT
                       MOVE RES-ARRIVAL-DATE TO WS-INVOICE-DATE
                       PERFORM 109-ADD-ONE-VIN
                   END-IF
           END-READ.

      *   A CAR WITHOUT A VIN TAIL (A RESERVATION BOOKED BY OWNER
      *   ONLY) CANNOT BE MATCHED TO A REFERENCE AND IS NOT KEPT.
       109-ADD-ONE-VIN.
           IF WS-ITEM-VIN (14:4) NOT = SPACES AND
                   WS-ITEM-LOT NOT = SPACE
               IF VIN-COUNT < VIN-CAPACITY
                   ADD 1 TO VIN-COUNT
                   SET VIN-IDX TO VIN-COUNT
                   MOVE WS-ITEM-VIN TO VT-VIN (VIN-IDX)
                   MOVE WS-ITEM-LOT TO VT-LOT (VIN-IDX)
                   MOVE WS-INVOICE-DATE TO VT-DATE (VIN-IDX)
               ELSE
                   DISPLAY "**** PARKING VIN TABLE FULL - "
                       WS-ITEM-VIN " OMITTED ****"
               END-IF
           END-IF.

       110-READ-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 111-CONSIDER-ONE-ITEM
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

      *   ONLY A CHARGE CAN BE A PARKING INVOICE - A PAYMENT CARRYING
      *   THE SAME REFERENCE IS ALREADY COUNTED THROUGH THE STATUS AND
      *   OPEN AMOUNT OF THE INVOICE IT PAID.
       111-CONSIDER-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF ITEM-TYPE = 'I' AND
                           ITEM-AMOUNT IS NUMERIC AND
                           ITEM-DATE IS NUMERIC AND
                           ITEM-REFERENCE (1:4) NOT = SPACES AND
                           ITEM-REFERENCE (5:4) IS NUMERIC
                       PERFORM 120-IDENTIFY-PARKING-ITEM
                       IF WS-PARKING-ITEM = 'YES'
                           PERFORM 130-TALLY-PARKING-ITEM
                       END-IF
                   END-IF
           END-READ.

      *   THE INVOICE DAY MUST BE A CALENDAR DAY AND THE VIN TAIL A
      *   CAR THE PARKING FILES KNOW.  THE CAR THAT ARRIVED ON THE
      *   INVOICE DAY IS PREFERRED; ANY CAR WITH THE TAIL WILL DO.
       120-IDENTIFY-PARKING-ITEM.
           MOVE 'NO ' TO WS-PARKING-ITEM
           MOVE 'NO ' TO WS-ENTRY-FOUND
           MOVE ZERO TO WS-INVOICE-DATE-INT
           MOVE ITEM-REFERENCE TO WS-REFERENCE-WORK
           IF WS-REF-MONTH >= 1 AND WS-REF-MONTH <= 12 AND
                   WS-REF-DAY >= 1 AND WS-REF-DAY <= 31
               MOVE ITEM-DATE (1:4) TO WS-INVOICE-YEAR
               MOVE WS-REF-MONTH-DAY TO WS-INVOICE-MONTH-DAY
               IF WS-INVOICE-MONTH-DAY > ITEM-DATE (5:4)
                   SUBTRACT 1 FROM WS-INVOICE-YEAR
               END-IF
               IF WS-INVOICE-YEAR >= 1601
                   COMPUTE WS-INVOICE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (WS-INVOICE-DATE)
               END-IF
           END-IF
           IF WS-INVOICE-DATE-INT > ZERO
               PERFORM 121-MATCH-TAIL-AND-DAY
                   VARYING VIN-SUB FROM 1 BY 1
                   UNTIL VIN-SUB > VIN-COUNT
                       OR WS-ENTRY-FOUND = 'YES'
               IF WS-ENTRY-FOUND = 'NO '
                   PERFORM 122-MATCH-TAIL-ONLY
                       VARYING VIN-SUB FROM 1 BY 1
                       UNTIL VIN-SUB > VIN-COUNT
                           OR WS-ENTRY-FOUND = 'YES'
               END-IF
           END-IF
           IF WS-ENTRY-FOUND = 'YES'
               MOVE 'YES' TO WS-PARKING-ITEM
           END-IF.

       121-MATCH-TAIL-AND-DAY.
           SET VIN-IDX TO VIN-SUB
           IF VT-VIN (VIN-IDX) (14:4) = WS-REF-TAIL AND
                   VT-DATE (VIN-IDX) = WS-INVOICE-DATE
               PERFORM 123-TAKE-MATCHED-CAR
           END-IF.

       122-MATCH-TAIL-ONLY.
           SET VIN-IDX TO VIN-SUB
           IF VT-VIN (VIN-IDX) (14:4) = WS-REF-TAIL
               PERFORM 123-TAKE-MATCHED-CAR
           END-IF.

       123-TAKE-MATCHED-CAR.
           MOVE 'YES' TO WS-ENTRY-FOUND
           MOVE VT-LOT (VIN-IDX) TO WS-ITEM-LOT
           MOVE VT-VIN (VIN-IDX) TO WS-ITEM-VIN.

      *   A WRITE-OFF CLOSES THE ITEM AS BAD DEBT, CASH APPLICATION
      *   CLOSES IT AS PAID; AN ITEM STILL OPEN HAS BEEN PAID DOWN BY
      *   WHATEVER IS NO LONGER OPEN ON IT.  A RECORD FROM BEFORE THE
      *   OPEN AMOUNT WAS CARRIED IS OPEN FOR ITS FULL AMOUNT.
       130-TALLY-PARKING-ITEM.
           ADD 1 TO PARKING-ITEM-COUNT
           MOVE ZERO TO WS-ITEM-OPEN
           MOVE ZERO TO WS-ITEM-PAID
           MOVE ZERO TO WS-ITEM-WRITTEN-OFF
           EVALUATE TRUE
               WHEN ITEM-IS-WRITTEN-OFF
                   MOVE ITEM-AMOUNT TO WS-ITEM-WRITTEN-OFF
               WHEN ITEM-IS-CLOSED
                   MOVE ITEM-AMOUNT TO WS-ITEM-PAID
               WHEN ITEM-STATUS = SPACE
                   MOVE ITEM-AMOUNT TO WS-ITEM-OPEN
               WHEN ITEM-OPEN-AMOUNT IS NOT NUMERIC
                   MOVE ITEM-AMOUNT TO WS-ITEM-OPEN
               WHEN OTHER
                   MOVE ITEM-OPEN-AMOUNT TO WS-ITEM-OPEN
                   COMPUTE WS-ITEM-PAID = ITEM-AMOUNT - WS-ITEM-OPEN
           END-EVALUATE
           PERFORM 131-FIND-CELL
           IF WS-ENTRY-FOUND = 'YES'
               ADD 1 TO CL-ITEMS (CELL-IDX)
               ADD ITEM-AMOUNT TO CL-BILLED (CELL-IDX)
               ADD WS-ITEM-PAID TO CL-PAID (CELL-IDX)
               ADD WS-ITEM-WRITTEN-OFF TO CL-WRITTEN-OFF (CELL-IDX)
               ADD WS-ITEM-OPEN TO CL-OPEN (CELL-IDX)
           END-IF
           IF WS-ITEM-OPEN > ZERO
               COMPUTE WS-DAYS-WORK =
                   WS-REPORT-DATE-INT - WS-INVOICE-DATE-INT
               PERFORM 133-AGE-OPEN-AMOUNT
               PERFORM 135-POST-GATE-BALANCE
           END-IF.

       131-FIND-CELL.
           MOVE 'NO ' TO WS-ENTRY-FOUND
           PERFORM 132-SCAN-ONE-CELL
               VARYING CELL-SUB FROM 1 BY 1
               UNTIL CELL-SUB > CELL-COUNT
                   OR WS-ENTRY-FOUND = 'YES'
           IF WS-ENTRY-FOUND = 'NO '
               IF CELL-COUNT < CELL-CAPACITY
                   ADD 1 TO CELL-COUNT
                   SET CELL-IDX TO CELL-COUNT
                   MOVE WS-ITEM-LOT TO CL-LOT (CELL-IDX)
                   MOVE WS-INVOICE-DATE (1:6) TO CL-MONTH (CELL-IDX)
                   MOVE ZERO TO CL-ITEMS (CELL-IDX)
                   MOVE ZERO TO CL-BILLED (CELL-IDX)
                   MOVE ZERO TO CL-PAID (CELL-IDX)
                   MOVE ZERO TO CL-WRITTEN-OFF (CELL-IDX)
                   MOVE ZERO TO CL-OPEN (CELL-IDX)
                   MOVE 'YES' TO WS-ENTRY-FOUND
               ELSE
                   DISPLAY "**** LOT/MONTH TABLE FULL - "
                       ITEM-CUSTOMER-ID " " ITEM-REFERENCE
                       " OMITTED ****"
               END-IF
           END-IF.

       132-SCAN-ONE-CELL.
           SET CELL-IDX TO CELL-SUB
           IF CL-LOT (CELL-IDX) = WS-ITEM-LOT AND
                   CL-MONTH (CELL-IDX) = WS-INVOICE-DATE (1:6)
               MOVE 'YES' TO WS-ENTRY-FOUND
           END-IF.

       133-AGE-OPEN-AMOUNT.
           EVALUATE TRUE
               WHEN WS-DAYS-WORK > 90
                   MOVE 4 TO WS-BAND-SUB
               WHEN WS-DAYS-WORK > 60
                   MOVE 3 TO WS-BAND-SUB
               WHEN WS-DAYS-WORK > 30
                   MOVE 2 TO WS-BAND-SUB
               WHEN OTHER
                   MOVE 1 TO WS-BAND-SUB
           END-EVALUATE
           MOVE 'NO ' TO WS-ENTRY-FOUND
           PERFORM 134-SCAN-ONE-LOT
               VARYING LOT-SUB FROM 1 BY 1
               UNTIL LOT-SUB > LOT-COUNT
                   OR WS-ENTRY-FOUND = 'YES'
           IF WS-ENTRY-FOUND = 'NO ' AND LOT-COUNT < LOT-CAPACITY
               ADD 1 TO LOT-COUNT
               SET LOT-IDX TO LOT-COUNT
               MOVE WS-ITEM-LOT TO LA-LOT (LOT-IDX)
               MOVE ZERO TO LA-ITEMS (LOT-IDX)
               MOVE ZERO TO LA-BAND-AMOUNT (LOT-IDX, 1)
               MOVE ZERO TO LA-BAND-AMOUNT (LOT-IDX, 2)
               MOVE ZERO TO LA-BAND-AMOUNT (LOT-IDX, 3)
               MOVE ZERO TO LA-BAND-AMOUNT (LOT-IDX, 4)
               MOVE 'YES' TO WS-ENTRY-FOUND
           END-IF
           IF WS-ENTRY-FOUND = 'YES'
               ADD 1 TO LA-ITEMS (LOT-IDX)
               ADD WS-ITEM-OPEN
                   TO LA-BAND-AMOUNT (LOT-IDX, WS-BAND-SUB)
           END-IF.

       134-SCAN-ONE-LOT.
           SET LOT-IDX TO LOT-SUB
           IF LA-LOT (LOT-IDX) = WS-ITEM-LOT
               MOVE 'YES' TO WS-ENTRY-FOUND
           END-IF.

      *   EVERY OPEN PARKING AMOUNT GOES INTO THE CAR'S BALANCE; ONLY
      *   AN UNDISPUTED ONE PAST THE REFUSAL AGE PUTS THE CAR ON THE
      *   GATE LIST.
       135-POST-GATE-BALANCE.
           MOVE 'NO ' TO WS-ENTRY-FOUND
           PERFORM 136-SCAN-ONE-GATE-ROW
               VARYING GATE-SUB FROM 1 BY 1
               UNTIL GATE-SUB > GATE-COUNT
                   OR WS-ENTRY-FOUND = 'YES'
           IF WS-ENTRY-FOUND = 'NO '
               IF GATE-COUNT < GATE-CAPACITY
                   ADD 1 TO GATE-COUNT
                   SET GATE-IDX TO GATE-COUNT
                   MOVE ITEM-CUSTOMER-ID TO GT-CUSTOMER-ID (GATE-IDX)
                   MOVE "*** NOT ON MASTER ***" TO GT-NAME (GATE-IDX)
                   MOVE WS-ITEM-VIN TO GT-VIN (GATE-IDX)
                   MOVE WS-ITEM-LOT TO GT-LOT (GATE-IDX)
                   MOVE ZERO TO GT-OLDEST-DATE (GATE-IDX)
                   MOVE ZERO TO GT-DAYS (GATE-IDX)
                   MOVE ZERO TO GT-PAST-AMOUNT (GATE-IDX)
                   MOVE ZERO TO GT-BALANCE (GATE-IDX)
                   MOVE 'YES' TO WS-ENTRY-FOUND
               ELSE
                   DISPLAY "**** GATE TABLE FULL - "
                       ITEM-CUSTOMER-ID " " ITEM-REFERENCE
                       " OMITTED ****"
               END-IF
           END-IF
           IF WS-ENTRY-FOUND = 'YES'
               ADD WS-ITEM-OPEN TO GT-BALANCE (GATE-IDX)
               IF WS-DAYS-WORK > GATE-REFUSAL-DAYS AND
                       NOT ITEM-IS-DISPUTED
                   ADD WS-ITEM-OPEN TO GT-PAST-AMOUNT (GATE-IDX)
                   IF WS-DAYS-WORK > GT-DAYS (GATE-IDX)
                       MOVE WS-DAYS-WORK TO GT-DAYS (GATE-IDX)
                       MOVE WS-INVOICE-DATE
                           TO GT-OLDEST-DATE (GATE-IDX)
                   END-IF
               END-IF
           END-IF.

       136-SCAN-ONE-GATE-ROW.
           SET GATE-IDX TO GATE-SUB
           IF GT-CUSTOMER-ID (GATE-IDX) = ITEM-CUSTOMER-ID AND
                   GT-VIN (GATE-IDX) = WS-ITEM-VIN
               MOVE 'YES' TO WS-ENTRY-FOUND
           END-IF.

      *   A SIMPLE EXCHANGE SORT ON THE SMALL CELL TABLE, BY LOT AND
      *   THEN INVOICE MONTH.
       140-SORT-CELLS.
           IF CELL-COUNT > 1
               PERFORM 141-ONE-CELL-SORT-PASS
                   VARYING CELL-SUB FROM 1 BY 1
                   UNTIL CELL-SUB >= CELL-COUNT
           END-IF.

       141-ONE-CELL-SORT-PASS.
           PERFORM 142-COMPARE-AND-SWAP-CELLS
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB >= CELL-COUNT.

       142-COMPARE-AND-SWAP-CELLS.
           IF CL-KEY (SCAN-SUB) > CL-KEY (SCAN-SUB + 1)
               MOVE CELL-TABLE (SCAN-SUB) TO CELL-SWAP-ENTRY
               MOVE CELL-TABLE (SCAN-SUB + 1) TO CELL-TABLE (SCAN-SUB)
               MOVE CELL-SWAP-ENTRY TO CELL-TABLE (SCAN-SUB + 1)
           END-IF.

      *   THE NAMES COME FROM ONE PASS OF THE MASTER IN KEY ORDER
      *   RATHER THAN A KEYED READ PER CAR.
       150-FILL-CUSTOMER-NAMES.
           IF GATE-COUNT > ZERO
               OPEN INPUT CUSTOMER-MASTER-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 151-READ-ONE-MASTER
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       151-READ-ONE-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   PERFORM 152-NAME-ONE-GATE-ROW
                       VARYING GATE-SUB FROM 1 BY 1
                       UNTIL GATE-SUB > GATE-COUNT
           END-READ.

       152-NAME-ONE-GATE-ROW.
           SET GATE-IDX TO GATE-SUB
           IF GT-CUSTOMER-ID (GATE-IDX) = MAST-CUSTOMER-ID
               MOVE MAST-CUSTOMER-NAME TO GT-NAME (GATE-IDX)
           END-IF.

      *   OLDEST PAST-DUE PARKING FIRST, SO THE WORST OFFENDERS HEAD
      *   SECURITY'S LIST.
       160-SORT-GATE-LIST.
           IF GATE-COUNT > 1
               PERFORM 161-ONE-GATE-SORT-PASS
                   VARYING GATE-SUB FROM 1 BY 1
                   UNTIL GATE-SUB >= GATE-COUNT
           END-IF.

       161-ONE-GATE-SORT-PASS.
           PERFORM 162-COMPARE-AND-SWAP-GATE
               VARYING SCAN-SUB FROM 1 BY 1
               UNTIL SCAN-SUB >= GATE-COUNT.

       162-COMPARE-AND-SWAP-GATE.
           IF GT-DAYS (SCAN-SUB) < GT-DAYS (SCAN-SUB + 1)
               MOVE GATE-TABLE (SCAN-SUB) TO GATE-SWAP-ENTRY
               MOVE GATE-TABLE (SCAN-SUB + 1) TO GATE-TABLE (SCAN-SUB)
               MOVE GATE-SWAP-ENTRY TO GATE-TABLE (SCAN-SUB + 1)
           END-IF.

      *   ONE LINE PER LOT AND MONTH, A TOTAL AT EVERY CHANGE OF LOT
      *   AND A GRAND TOTAL AT THE END.
       200-PRINT-LOT-MONTHS.
           MOVE WS-REPORT-DATE TO RCV-HEADING-DATE-OUT
           WRITE RECEIVABLES-REPORT-REC FROM RECEIVABLES-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC FROM RECEIVABLES-HEADING-LINE-2
           MOVE SPACE TO WS-CURRENT-LOT
           IF CELL-COUNT > ZERO
               PERFORM 210-PRINT-ONE-CELL
                   VARYING CELL-SUB FROM 1 BY 1
                   UNTIL CELL-SUB > CELL-COUNT
               PERFORM 220-PRINT-LOT-TOTAL
           END-IF
           MOVE "ALL LOTS      " TO RCV-TOTAL-TITLE-OUT
           MOVE GRAND-ITEMS TO RCV-TOTAL-ITEMS-OUT
           MOVE GRAND-BILLED TO RCV-TOTAL-BILLED-OUT
           MOVE GRAND-PAID TO RCV-TOTAL-PAID-OUT
           MOVE GRAND-WRITTEN-OFF TO RCV-TOTAL-WRITTEN-OFF-OUT
           MOVE GRAND-OPEN TO RCV-TOTAL-OPEN-OUT
           MOVE SPACES TO RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC FROM RECEIVABLES-TOTAL-LINE.

       210-PRINT-ONE-CELL.
           SET CELL-IDX TO CELL-SUB
           IF CL-LOT (CELL-IDX) NOT = WS-CURRENT-LOT
               IF WS-CURRENT-LOT NOT = SPACE
                   PERFORM 220-PRINT-LOT-TOTAL
               END-IF
               MOVE CL-LOT (CELL-IDX) TO WS-CURRENT-LOT
               MOVE SPACES TO RECEIVABLES-REPORT-REC
               WRITE RECEIVABLES-REPORT-REC
           END-IF
           MOVE CL-LOT (CELL-IDX) TO RCV-LOT-OUT
           MOVE CL-MONTH (CELL-IDX) (1:4) TO RCV-YEAR-OUT
           MOVE CL-MONTH (CELL-IDX) (5:2) TO RCV-MONTH-OUT
           MOVE CL-ITEMS (CELL-IDX) TO RCV-ITEMS-OUT
           MOVE CL-BILLED (CELL-IDX) TO RCV-BILLED-OUT
           MOVE CL-PAID (CELL-IDX) TO RCV-PAID-OUT
           MOVE CL-WRITTEN-OFF (CELL-IDX) TO RCV-WRITTEN-OFF-OUT
           MOVE CL-OPEN (CELL-IDX) TO RCV-OPEN-OUT
           WRITE RECEIVABLES-REPORT-REC FROM RECEIVABLES-DETAIL-LINE
           ADD CL-ITEMS (CELL-IDX) TO LOT-ITEMS
           ADD CL-BILLED (CELL-IDX) TO LOT-BILLED
           ADD CL-PAID (CELL-IDX) TO LOT-PAID
           ADD CL-WRITTEN-OFF (CELL-IDX) TO LOT-WRITTEN-OFF
           ADD CL-OPEN (CELL-IDX) TO LOT-OPEN.

       220-PRINT-LOT-TOTAL.
           MOVE SPACES TO RCV-TOTAL-TITLE-OUT
           STRING "LOT " WS-CURRENT-LOT " TOTAL"
               DELIMITED BY SIZE INTO RCV-TOTAL-TITLE-OUT
           MOVE LOT-ITEMS TO RCV-TOTAL-ITEMS-OUT
           MOVE LOT-BILLED TO RCV-TOTAL-BILLED-OUT
           MOVE LOT-PAID TO RCV-TOTAL-PAID-OUT
           MOVE LOT-WRITTEN-OFF TO RCV-TOTAL-WRITTEN-OFF-OUT
           MOVE LOT-OPEN TO RCV-TOTAL-OPEN-OUT
           WRITE RECEIVABLES-REPORT-REC FROM RECEIVABLES-TOTAL-LINE
           ADD LOT-ITEMS TO GRAND-ITEMS
           ADD LOT-BILLED TO GRAND-BILLED
           ADD LOT-PAID TO GRAND-PAID
           ADD LOT-WRITTEN-OFF TO GRAND-WRITTEN-OFF
           ADD LOT-OPEN TO GRAND-OPEN
           MOVE ZERO TO LOT-ITEMS
           MOVE ZERO TO LOT-BILLED
           MOVE ZERO TO LOT-PAID
           MOVE ZERO TO LOT-WRITTEN-OFF
           MOVE ZERO TO LOT-OPEN.

      *   EVERY LOT WITH ANYTHING STILL OPEN GETS ONE AGING LINE.
       300-PRINT-AGING.
           MOVE SPACES TO RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC FROM AGING-HEADING-LINE-1
           MOVE SPACES TO RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC FROM AGING-HEADING-LINE-2
           MOVE ZERO TO AGING-TOTAL-AMOUNT (1)
           MOVE ZERO TO AGING-TOTAL-AMOUNT (2)
           MOVE ZERO TO AGING-TOTAL-AMOUNT (3)
           MOVE ZERO TO AGING-TOTAL-AMOUNT (4)
           MOVE ZERO TO GRAND-ITEMS
           IF LOT-COUNT > ZERO
               PERFORM 310-PRINT-ONE-LOT-AGING
                   VARYING LOT-SUB FROM 1 BY 1
                   UNTIL LOT-SUB > LOT-COUNT
           END-IF
           MOVE SPACES TO AGING-DETAIL-LINE
           MOVE "ALL" TO AGE-LOT-OUT
           MOVE GRAND-ITEMS TO AGE-ITEMS-OUT
           MOVE ZERO TO AGING-GRAND-AMOUNT
           PERFORM 320-EDIT-ONE-TOTAL-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           MOVE AGING-GRAND-AMOUNT TO AGE-TOTAL-OUT
           MOVE SPACES TO RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC
           WRITE RECEIVABLES-REPORT-REC FROM AGING-DETAIL-LINE.

       310-PRINT-ONE-LOT-AGING.
           SET LOT-IDX TO LOT-SUB
           MOVE SPACES TO AGING-DETAIL-LINE
           MOVE LA-LOT (LOT-IDX) TO AGE-LOT-OUT
           MOVE LA-ITEMS (LOT-IDX) TO AGE-ITEMS-OUT
           ADD LA-ITEMS (LOT-IDX) TO GRAND-ITEMS
           MOVE ZERO TO LOT-AGING-AMOUNT
           PERFORM 311-EDIT-ONE-LOT-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           MOVE LOT-AGING-AMOUNT TO AGE-TOTAL-OUT
           WRITE RECEIVABLES-REPORT-REC FROM AGING-DETAIL-LINE.

       311-EDIT-ONE-LOT-BAND.
           MOVE LA-BAND-AMOUNT (LOT-IDX, WS-BAND-SUB)
               TO AGE-BAND-OUT (WS-BAND-SUB)
           ADD LA-BAND-AMOUNT (LOT-IDX, WS-BAND-SUB)
               TO LOT-AGING-AMOUNT
           ADD LA-BAND-AMOUNT (LOT-IDX, WS-BAND-SUB)
               TO AGING-TOTAL-AMOUNT (WS-BAND-SUB).

       320-EDIT-ONE-TOTAL-BAND.
           MOVE AGING-TOTAL-AMOUNT (WS-BAND-SUB)
               TO AGE-BAND-OUT (WS-BAND-SUB)
           ADD AGING-TOTAL-AMOUNT (WS-BAND-SUB) TO AGING-GRAND-AMOUNT.

      *   A CAR PRINTS ONLY WHEN SOMETHING ON IT IS PAST THE REFUSAL
      *   AGE.  THE HOLDER COLUMN TELLS THE GATE WHETHER TO PULL A
      *   PASS OR JUST TURN A DAILY PARKER AWAY.
       400-PRINT-GATE-LIST.
           MOVE WS-REPORT-DATE TO GATE-HEADING-DATE-OUT
           WRITE GATE-REFUSAL-REPORT-REC FROM GATE-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO GATE-REFUSAL-REPORT-REC
           WRITE GATE-REFUSAL-REPORT-REC
           WRITE GATE-REFUSAL-REPORT-REC FROM GATE-HEADING-LINE-2
           IF GATE-COUNT > ZERO
               PERFORM 410-PRINT-ONE-GATE-ROW
                   VARYING GATE-SUB FROM 1 BY 1
                   UNTIL GATE-SUB > GATE-COUNT
           END-IF
           IF REFUSED-COUNT = ZERO
               WRITE GATE-REFUSAL-REPORT-REC FROM GATE-NONE-LINE
           END-IF
           MOVE REFUSED-COUNT TO GATE-COUNT-OUT
           MOVE REFUSED-AMOUNT TO GATE-AMOUNT-OUT
           MOVE SPACES TO GATE-REFUSAL-REPORT-REC
           WRITE GATE-REFUSAL-REPORT-REC
           WRITE GATE-REFUSAL-REPORT-REC FROM GATE-TOTAL-LINE.

       410-PRINT-ONE-GATE-ROW.
           SET GATE-IDX TO GATE-SUB
           IF GT-PAST-AMOUNT (GATE-IDX) > ZERO
               MOVE GT-CUSTOMER-ID (GATE-IDX) TO GATE-ID-OUT
               MOVE GT-NAME (GATE-IDX) TO GATE-NAME-OUT
               MOVE "DAILY" TO GATE-HOLDER-OUT
               PERFORM 411-CHECK-ONE-PASS-HOLDER
                   VARYING SCAN-SUB FROM 1 BY 1
                   UNTIL SCAN-SUB > PASS-COUNT
               MOVE GT-VIN (GATE-IDX) TO GATE-VIN-OUT
               MOVE GT-LOT (GATE-IDX) TO GATE-LOT-OUT
               MOVE GT-OLDEST-DATE (GATE-IDX) TO GATE-OLDEST-OUT
               MOVE GT-DAYS (GATE-IDX) TO GATE-DAYS-OUT
               MOVE GT-PAST-AMOUNT (GATE-IDX) TO GATE-PAST-OUT
               MOVE GT-BALANCE (GATE-IDX) TO GATE-BALANCE-OUT
               WRITE GATE-REFUSAL-REPORT-REC FROM GATE-DETAIL-LINE
               ADD 1 TO REFUSED-COUNT
               ADD GT-PAST-AMOUNT (GATE-IDX) TO REFUSED-AMOUNT
           END-IF.

       411-CHECK-ONE-PASS-HOLDER.
           SET PASS-IDX TO SCAN-SUB
           IF PH-ID-NUMBER (PASS-IDX) = GT-CUSTOMER-ID (GATE-IDX)
               MOVE "PASS " TO GATE-HOLDER-OUT
           END-IF.

       END PROGRAM PARKRCV.
