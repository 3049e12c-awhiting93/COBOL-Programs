      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM81.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the nightly item receiving and reorder run,
      *following PROGRAM04 in the stream so the stock it reports
      *has the day's sales and returns already taken off and put
      *back.
      *Each delivery the stores booked in ITEM-RECEIVING.DAT (item
      *code, store code, quantity, date received, and the packing
      *slip or order number) is added to that store's on-hand on
      *ITEM-MASTER.DAT (the shared ITEMMAST copybook) and appended
      *to the item audit trail WhitingITEM-AUDIT-TRAIL.DAT (the
      *ITEMAUDT copybook) with the on-hand before and after.  A
      *delivery for an item not on the master, a store other than
      *1, 2, or 3, or a quantity or date that is not a number is
      *rejected to the common exception file.  Every delivery is
      *listed, booked or rejected, on WhitingITEM-RECEIVING.LIS, and
      *the receiving file is emptied at clean end of job so a
      *delivery is never booked twice.
      *The daily reorder report WhitingREORDER.LIS then lists, store
      *by store, every item at or under that store's reorder point
      *with the shortfall and the unit cost.  A store with a reorder
      *point of zero does not stock the item and is not listed.
      *Condition code 4 means a delivery was rejected; an item
      *master too large for the table refuses the run with
      *condition code 8 before anything is booked.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL ITEM-MASTER-FILE
               ASSIGN TO "..\..\..\..\ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECEIVING-FILE
               ASSIGN TO "..\..\..\..\ITEM-RECEIVING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "..\..\..\..\WhitingITEM-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECEIVING-REPORT
               ASSIGN TO "..\..\..\..\WhitingITEM-RECEIVING.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT REORDER-REPORT
               ASSIGN TO "..\..\..\..\WhitingREORDER.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
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
       FD  ITEM-MASTER-FILE.
       COPY ITEMMAST REPLACING ==:PFX:== BY ==IM==.

       FD  RECEIVING-FILE.
       01  RECEIVING-REC.
           05  RCV-ITEM-CODE               PIC X(8).
           05  RCV-STORE-CODE              PIC X.
               88  VALID-STORE-CODE                VALUES '1', '2', '3'.
           05  RCV-QUANTITY                PIC 9(5).
           05  RCV-DATE                    PIC 9(8).
           05  RCV-REFERENCE               PIC X(10).

       FD  AUDIT-TRAIL-FILE.
       COPY ITEMAUDT REPLACING ==:PFX:== BY ==IA==.

       FD  RECEIVING-REPORT.
       01  RECEIVING-REPORT-REC            PIC X(100).

       FD  REORDER-REPORT.
       01  REORDER-REPORT-REC              PIC X(80).

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

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
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-RUN-STATUS               PIC X       VALUE 'G'.
               88  RUN-IS-GOOD                         VALUE 'G'.
               88  RUN-IS-REFUSED                      VALUE 'R'.
           05  WS-REFUSE-REASON            PIC X(40)   VALUE SPACES.
           05  WS-RECEIPT-VALID            PIC X(3)    VALUE 'YES'.
           05  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.
           05  WS-ITEM-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.

      *   THE WHOLE ITEM MASTER AS RECORD IMAGES - EACH DELIVERY IS
      *   BOOKED AGAINST ITS IMAGE THROUGH THE WORK RECORD, AND THE
      *   MASTER IS REWRITTEN WHOLE, STILL IN ITEM-CODE ORDER.
       01  ITEM-TABLE-AREAS.
           05  WS-IM-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-IM-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-IM-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-IM-IDX.
               10  WS-IM-REC.
                   15  WS-IM-CODE          PIC X(8).
                   15                      PIC X(65).
           05  WS-STORE-SUB                PIC 9       VALUE ZERO.
           05  WS-NEW-ON-HAND              PIC S9(6)   VALUE ZERO.
           05  WS-SHORTFALL                PIC S9(6)   VALUE ZERO.
       COPY ITEMMAST REPLACING ==:PFX:== BY ==WK==.

       01  PROGRAM-ACCUMULATORS.
           05  RECEIPTS-READ               PIC 9(5)    VALUE ZERO.
           05  RECEIPTS-BOOKED             PIC 9(5)    VALUE ZERO.
           05  RECEIPTS-REJECTED           PIC 9(5)    VALUE ZERO.
           05  UNITS-RECEIVED              PIC 9(9)    VALUE ZERO.
           05  REORDER-COUNT               PIC 9(5)    VALUE ZERO.
           05  STORE-REORDER-COUNT         PIC 9(5)    VALUE ZERO.

       01  RECEIVING-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "ITEM RECEIVING REGISTER  BUSINESS DATE ".
           05  RH-DATE-OUT                 PIC 9(8).
           05                              PIC X(52)   VALUE SPACES.

       01  RECEIVING-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "ITEM      DESCRIPTION         STORE     ".
           05  FILLER                      PIC X(40)
               VALUE "QTY  REFERENCE   RECEIVED  STATUS       ".
           05                              PIC X(20)   VALUE SPACES.

       01  RECEIVING-DETAIL-LINE.
           05  RD-ITEM-OUT                 PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  RD-DESCRIPTION-OUT          PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  RD-STORE-OUT                PIC X.
           05                              PIC X(4)    VALUE SPACES.
           05  RD-QUANTITY-OUT             PIC ZZ,ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  RD-REFERENCE-OUT            PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  RD-DATE-OUT                 PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  RD-STATUS-OUT               PIC X(30).
           05                              PIC X(3)    VALUE SPACES.

       01  RECEIVING-TOTAL-LINE.
           05  FILLER                      PIC X(17)
               VALUE "RECEIPTS BOOKED  ".
           05  RT-BOOKED-OUT               PIC ZZZZ9.
           05  FILLER                      PIC X(9)
               VALUE "   UNITS ".
           05  RT-UNITS-OUT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                      PIC X(12)
               VALUE "   REJECTED ".
           05  RT-REJECTED-OUT             PIC ZZZZ9.
           05                              PIC X(41)   VALUE SPACES.

       01  REORDER-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "ITEMS AT OR UNDER REORDER POINT  BUSINES".
           05  FILLER                      PIC X(7)
               VALUE "S DATE ".
           05  RO-DATE-OUT                 PIC 9(8).
           05                              PIC X(25)   VALUE SPACES.

       01  REORDER-STORE-LINE.
           05  FILLER                      PIC X(6)    VALUE "STORE ".
           05  RO-STORE-OUT                PIC 9.
           05                              PIC X(73)   VALUE SPACES.

       01  REORDER-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "ITEM      DESCRIPTION           ON HAND ".
           05  FILLER                      PIC X(40)
               VALUE " REORDER     SHORT  UNIT COST           ".

       01  REORDER-DETAIL-LINE.
           05  RO-ITEM-OUT                 PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  RO-DESCRIPTION-OUT          PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  RO-ON-HAND-OUT              PIC -ZZ,ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  RO-REORDER-OUT              PIC ZZ,ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  RO-SHORT-OUT                PIC ZZZ,ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  RO-COST-OUT                 PIC Z,ZZ9.99.
           05                              PIC X(11)   VALUE SPACES.

       01  REORDER-COUNT-LINE.
           05  FILLER                      PIC X(20)
               VALUE "ITEMS TO REORDER:   ".
           05  RO-COUNT-OUT                PIC ZZZZ9.
           05                              PIC X(55)   VALUE SPACES.

       01  REFUSED-LINE.
           05  FILLER                      PIC X(28)
               VALUE "NOTHING BOOKED - RUN REFUSED".
           05  FILLER                      PIC X(3)    VALUE " - ".
           05  REFUSED-REASON-OUT          PIC X(40).
           05                              PIC X(29)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-LOAD-ITEM-MASTER
           IF RUN-IS-GOOD
               PERFORM 200-BOOK-RECEIPTS
               PERFORM 900-REWRITE-ITEM-MASTER
               PERFORM 910-EMPTY-RECEIVING-FILE
               PERFORM 300-WRITE-REORDER-REPORT
               IF RECEIPTS-REJECTED > ZERO
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           ELSE
               PERFORM 190-REPORT-REFUSAL
               DISPLAY "**** NOTHING BOOKED - " WS-REFUSE-REASON
                   " ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "DELIVERIES BOOKED: " RECEIPTS-BOOKED
               " REJECTED: " RECEIPTS-REJECTED
               " UNITS: " UNITS-RECEIVED
           DISPLAY "ITEMS AT OR UNDER REORDER POINT: " REORDER-COUNT
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
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

      *   AN ITEM THAT DID NOT FIT THE TABLE WOULD BE DROPPED FROM
      *   THE MASTER ON THE REWRITE, SO A MASTER TOO LARGE REFUSES
      *   THE RUN INSTEAD.
       110-LOAD-ITEM-MASTER.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ITEM-MASTER-FILE
           PERFORM 111-LOAD-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ITEM-MASTER-FILE.

       111-LOAD-ONE-ITEM.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-IM-COUNT < 2000
                       ADD 1 TO WS-IM-COUNT
                       SET WS-IM-IDX TO WS-IM-COUNT
                       MOVE IM-ITEM-REC TO WS-IM-REC (WS-IM-IDX)
                   ELSE
                       MOVE 'R' TO WS-RUN-STATUS
                       MOVE "ITEM MASTER TOO LARGE FOR THE TABLE"
                           TO WS-REFUSE-REASON
                       MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
                   END-IF
           END-READ.

       190-REPORT-REFUSAL.
           OPEN OUTPUT RECEIVING-REPORT
           MOVE WS-BUSINESS-DATE TO RH-DATE-OUT
           WRITE RECEIVING-REPORT-REC FROM RECEIVING-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RECEIVING-REPORT-REC
           WRITE RECEIVING-REPORT-REC
           MOVE WS-REFUSE-REASON TO REFUSED-REASON-OUT
           WRITE RECEIVING-REPORT-REC FROM REFUSED-LINE
           CLOSE RECEIVING-REPORT.

      *   EVERY DELIVERY ON THE RECEIVING FILE IS BOOKED OR REJECTED
      *   AND LISTED EITHER WAY ON THE RECEIVING REGISTER.
       200-BOOK-RECEIPTS.
           OPEN INPUT RECEIVING-FILE
                OUTPUT RECEIVING-REPORT
           OPEN EXTEND AUDIT-TRAIL-FILE
                       EXCEPTION-FILE
           MOVE WS-BUSINESS-DATE TO RH-DATE-OUT
           WRITE RECEIVING-REPORT-REC FROM RECEIVING-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE RECEIVING-REPORT-REC FROM RECEIVING-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RECEIVING-REPORT-REC
           WRITE RECEIVING-REPORT-REC
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 205-READ-ONE-RECEIPT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           MOVE SPACES TO RECEIVING-REPORT-REC
           WRITE RECEIVING-REPORT-REC
           MOVE RECEIPTS-BOOKED TO RT-BOOKED-OUT
           MOVE UNITS-RECEIVED TO RT-UNITS-OUT
           MOVE RECEIPTS-REJECTED TO RT-REJECTED-OUT
           WRITE RECEIVING-REPORT-REC FROM RECEIVING-TOTAL-LINE
           CLOSE RECEIVING-FILE
                 RECEIVING-REPORT
                 AUDIT-TRAIL-FILE
                 EXCEPTION-FILE.

       205-READ-ONE-RECEIPT.
           READ RECEIVING-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECEIPTS-READ
                   PERFORM 210-VALIDATE-RECEIPT
                   IF WS-RECEIPT-VALID = 'YES'
                       PERFORM 220-BOOK-ONE-RECEIPT
                   ELSE
                       PERFORM 230-REJECT-ONE-RECEIPT
                   END-IF
           END-READ.

      *   LEAVES THE ITEM'S IMAGE IN THE WORK RECORD AND THE INDEX
      *   ON ITS TABLE ENTRY WHEN THE ITEM IS ON THE MASTER.
       210-VALIDATE-RECEIPT.
           MOVE 'YES' TO WS-RECEIPT-VALID
           MOVE SPACES TO WS-REJECT-REASON
           MOVE 'NO ' TO WS-ITEM-FOUND
           MOVE SPACES TO WK-DESCRIPTION
           SET WS-IM-IDX TO 1
           IF WS-IM-COUNT > ZERO
               SEARCH WS-IM-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-IM-IDX > WS-IM-COUNT
                       CONTINUE
                   WHEN WS-IM-CODE (WS-IM-IDX) = RCV-ITEM-CODE
                       MOVE 'YES' TO WS-ITEM-FOUND
                       MOVE WS-IM-REC (WS-IM-IDX) TO WK-ITEM-REC
               END-SEARCH
           END-IF
           IF RCV-DATE IS NOT NUMERIC
               MOVE 'NO ' TO WS-RECEIPT-VALID
               MOVE "RECEIVED DATE NOT NUMERIC" TO WS-REJECT-REASON
           END-IF
           IF RCV-QUANTITY IS NOT NUMERIC
               MOVE 'NO ' TO WS-RECEIPT-VALID
               MOVE "RECEIVED QUANTITY NOT NUMERIC"
                   TO WS-REJECT-REASON
           ELSE
               IF RCV-QUANTITY = ZERO
                   MOVE 'NO ' TO WS-RECEIPT-VALID
                   MOVE "RECEIVED QUANTITY MUST BE > 0"
                       TO WS-REJECT-REASON
               END-IF
           END-IF
           IF NOT VALID-STORE-CODE
               MOVE 'NO ' TO WS-RECEIPT-VALID
               MOVE "STORE CODE MUST BE 1, 2, OR 3" TO WS-REJECT-REASON
           END-IF
           IF WS-ITEM-FOUND = 'NO '
               MOVE 'NO ' TO WS-RECEIPT-VALID
               MOVE "ITEM CODE NOT ON ITEM MASTER" TO WS-REJECT-REASON
           END-IF
           IF WS-RECEIPT-VALID = 'YES'
               MOVE RCV-STORE-CODE TO WS-STORE-SUB
               COMPUTE WS-NEW-ON-HAND =
                   WK-ON-HAND (WS-STORE-SUB) + RCV-QUANTITY
               IF WS-NEW-ON-HAND > 99999
                   MOVE 'NO ' TO WS-RECEIPT-VALID
                   MOVE "ON-HAND WOULD PASS 99999"
                       TO WS-REJECT-REASON
               END-IF
           END-IF.

      *   THE DELIVERY GOES ONTO THE STORE'S ON-HAND AND INTO THE
      *   AUDIT TRAIL WITH THE QUANTITY BEFORE AND AFTER.
       220-BOOK-ONE-RECEIPT.
           MOVE SPACES TO IA-REC
           MOVE WS-BUSINESS-DATE TO IA-DATE
           MOVE "RECEIV" TO IA-TYPE
           MOVE WK-ITEM-CODE TO IA-ITEM-CODE
           MOVE RCV-STORE-CODE TO IA-STORE-CODE
           MOVE WK-LIST-PRICE TO IA-OLD-PRICE
           MOVE WK-LIST-PRICE TO IA-NEW-PRICE
           MOVE WK-UNIT-COST TO IA-OLD-COST
           MOVE WK-UNIT-COST TO IA-NEW-COST
           MOVE WK-ON-HAND (WS-STORE-SUB) TO IA-OLD-QUANTITY
           MOVE WS-NEW-ON-HAND TO WK-ON-HAND (WS-STORE-SUB)
           MOVE WS-NEW-ON-HAND TO IA-NEW-QUANTITY
           MOVE WS-OPERATOR-ID TO IA-OPERATOR
           MOVE RCV-REFERENCE TO IA-REFERENCE
           WRITE IA-REC
           MOVE WK-ITEM-REC TO WS-IM-REC (WS-IM-IDX)
           ADD 1 TO RECEIPTS-BOOKED
           ADD RCV-QUANTITY TO UNITS-RECEIVED
           MOVE "BOOKED" TO RD-STATUS-OUT
           PERFORM 240-LIST-ONE-RECEIPT.

       230-REJECT-ONE-RECEIPT.
           ADD 1 TO RECEIPTS-REJECTED
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM81" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           STRING RCV-ITEM-CODE " " RCV-STORE-CODE " " RCV-REFERENCE
               DELIMITED BY SIZE INTO EX-KEY
           MOVE WS-REJECT-REASON TO EX-REASON
           MOVE 'O' TO EX-STATUS
           MOVE RECEIVING-REC TO EX-ORIGINAL-REC
           WRITE EX-REC
           MOVE WS-REJECT-REASON TO RD-STATUS-OUT
           PERFORM 240-LIST-ONE-RECEIPT.

       240-LIST-ONE-RECEIPT.
           MOVE RCV-ITEM-CODE TO RD-ITEM-OUT
           MOVE WK-DESCRIPTION TO RD-DESCRIPTION-OUT
           MOVE RCV-STORE-CODE TO RD-STORE-OUT
           IF RCV-QUANTITY IS NUMERIC
               MOVE RCV-QUANTITY TO RD-QUANTITY-OUT
           ELSE
               MOVE ZERO TO RD-QUANTITY-OUT
           END-IF
           MOVE RCV-REFERENCE TO RD-REFERENCE-OUT
           MOVE RCV-DATE TO RD-DATE-OUT
           WRITE RECEIVING-REPORT-REC FROM RECEIVING-DETAIL-LINE.

      *   STORE BY STORE, EVERY ITEM THE STORE STOCKS (A REORDER
      *   POINT ABOVE ZERO) WHOSE ON-HAND IS AT OR UNDER THAT POINT.
       300-WRITE-REORDER-REPORT.
           OPEN OUTPUT REORDER-REPORT
           MOVE WS-BUSINESS-DATE TO RO-DATE-OUT
           WRITE REORDER-REPORT-REC FROM REORDER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           PERFORM 310-REPORT-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 3
           CLOSE REORDER-REPORT.

       310-REPORT-ONE-STORE.
           MOVE ZERO TO STORE-REORDER-COUNT
           MOVE WS-STORE-SUB TO RO-STORE-OUT
           WRITE REORDER-REPORT-REC FROM REORDER-STORE-LINE
               AFTER ADVANCING 2 LINES
           WRITE REORDER-REPORT-REC FROM REORDER-COLUMN-LINE
               AFTER ADVANCING 1 LINE
           IF WS-IM-COUNT > ZERO
               PERFORM 320-CHECK-ONE-ITEM
                   VARYING WS-IM-SUB FROM 1 BY 1
                   UNTIL WS-IM-SUB > WS-IM-COUNT
           END-IF
           MOVE STORE-REORDER-COUNT TO RO-COUNT-OUT
           WRITE REORDER-REPORT-REC FROM REORDER-COUNT-LINE
               AFTER ADVANCING 1 LINE.

       320-CHECK-ONE-ITEM.
           SET WS-IM-IDX TO WS-IM-SUB
           MOVE WS-IM-REC (WS-IM-IDX) TO WK-ITEM-REC
           IF WK-REORDER-POINT (WS-STORE-SUB) > ZERO AND
                   WK-ON-HAND (WS-STORE-SUB) <=
                       WK-REORDER-POINT (WS-STORE-SUB)
               COMPUTE WS-SHORTFALL =
                   WK-REORDER-POINT (WS-STORE-SUB)
                   - WK-ON-HAND (WS-STORE-SUB)
               MOVE WK-ITEM-CODE TO RO-ITEM-OUT
               MOVE WK-DESCRIPTION TO RO-DESCRIPTION-OUT
               MOVE WK-ON-HAND (WS-STORE-SUB) TO RO-ON-HAND-OUT
               MOVE WK-REORDER-POINT (WS-STORE-SUB) TO RO-REORDER-OUT
               MOVE WS-SHORTFALL TO RO-SHORT-OUT
               MOVE WK-UNIT-COST TO RO-COST-OUT
               WRITE REORDER-REPORT-REC FROM REORDER-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO STORE-REORDER-COUNT
               ADD 1 TO REORDER-COUNT
           END-IF.

       900-REWRITE-ITEM-MASTER.
           OPEN OUTPUT ITEM-MASTER-FILE
           IF WS-IM-COUNT > ZERO
               PERFORM 901-WRITE-ONE-ITEM
                   VARYING WS-IM-SUB FROM 1 BY 1
                   UNTIL WS-IM-SUB > WS-IM-COUNT
           END-IF
           CLOSE ITEM-MASTER-FILE.

       901-WRITE-ONE-ITEM.
           SET WS-IM-IDX TO WS-IM-SUB
           MOVE WS-IM-REC (WS-IM-IDX) TO IM-ITEM-REC
           WRITE IM-ITEM-REC.

      *   EVERY DELIVERY ON THE FILE IS NOW BOOKED OR ON THE
      *   EXCEPTION FILE, SO THE FILE IS EMPTIED FOR THE NEXT DAY'S
      *   DELIVERIES.
       910-EMPTY-RECEIVING-FILE.
           OPEN OUTPUT RECEIVING-FILE
           CLOSE RECEIVING-FILE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM81" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE RECEIPTS-READ TO RL-RECORDS-READ
           MOVE RECEIPTS-REJECTED TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE UNITS-RECEIVED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM81.
