      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM75.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the weekly open-disputes report - a dispute
      *that nobody is working is just an invoice we have stopped
      *collecting.
      *Every still-open item on CUSTOMER-OPEN-ITEMS.DAT carrying a
      *dispute (set through PROGRAM74) is listed, oldest dispute
      *first, in bands of over 90, 61-90, 31-60 and 0-30 days since
      *the dispute was opened, with the customer's name from the
      *master, the operator who opened it, the reason code and its
      *description from the DSPREASN list, and the amount still
      *open.  Each band carries an item count and amount, and the
      *report a grand total.  The age is measured to the business
      *date when BUSINESS-DATE.DAT is on disk.
      *The report only reads - it is run on demand at the start of
      *the collections week and may be run again at any time.

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
           SELECT DISPUTE-REPORT
               ASSIGN TO "..\..\..\..\WhitingOPEN-DISPUTES.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MAST==.

       FD  DISPUTE-REPORT.
       01  DISPUTE-REPORT-REC        PIC X(120).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-MORE-MASTERS             PIC X(3)    VALUE 'YES'.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-REPORT-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-REPORT-DATE-INT          PIC 9(7)    VALUE ZERO.
           05  WS-DISPUTE-DATE-INT         PIC 9(7)    VALUE ZERO.

      *   ONE ROW PER OPEN DISPUTED ITEM, SORTED BY DAYS IN DISPUTE
      *   (LONGEST FIRST) BEFORE IT IS PRINTED BAND BY BAND.
       01  DISPUTE-TABLE-AREAS.
           05  WS-DSP-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-DSP-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-DSP-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-DSP-IDX.
               10  WS-DSP-CUSTOMER-ID      PIC X(5).
               10  WS-DSP-NAME             PIC X(22).
               10  WS-DSP-REFERENCE        PIC X(8).
               10  WS-DSP-ITEM-DATE        PIC 9(8).
               10  WS-DSP-OPENED-DATE      PIC 9(8).
               10  WS-DSP-DAYS             PIC S9(5).
               10  WS-DSP-OPERATOR         PIC X(5).
               10  WS-DSP-REASON           PIC XX.
               10  WS-DSP-AMOUNT           PIC S9(5)V99.
               10  WS-DSP-BAND             PIC 9.
           05  WS-SWAP-ENTRY               PIC X(71).
           05  WS-OPEN-AMOUNT              PIC S9(5)V99 VALUE ZERO.
           05  WS-DAYS-WORK                PIC S9(5)   VALUE ZERO.

      *   BAND 1 IS THE OLDEST.  A DISPUTE IS IN THE FIRST BAND
      *   WHOSE FLOOR ITS AGE EXCEEDS.
       01  BAND-TABLE-AREAS.
           05  WS-BAND-SUB                 PIC 9       VALUE ZERO.
           05  WS-BAND-CONSTANTS.
               10                          PIC X(21)   VALUE
                   "090OVER 90 DAYS      ".
               10                          PIC X(21)   VALUE
                   "06061 TO 90 DAYS     ".
               10                          PIC X(21)   VALUE
                   "03031 TO 60 DAYS     ".
               10                          PIC X(21)   VALUE
                   "0000 TO 30 DAYS      ".
           05  WS-BAND-TABLE REDEFINES WS-BAND-CONSTANTS
                   OCCURS 4 TIMES INDEXED BY WS-BAND-IDX.
               10  WS-BAND-FLOOR           PIC 9(3).
               10  WS-BAND-TITLE           PIC X(18).

       01  PROGRAM-ACCUMULATORS.
           05  BAND-ITEM-COUNT             PIC 9(5)    VALUE ZERO.
           05  BAND-AMOUNT                 PIC S9(7)V99 VALUE ZERO.
           05  GRAND-ITEM-COUNT            PIC 9(5)    VALUE ZERO.
           05  GRAND-AMOUNT                PIC S9(7)V99 VALUE ZERO.

       COPY DSPREASN REPLACING ==:PFX:== BY ==DR==.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "OPEN DISPUTES BY AGE - AS OF BUSINESS DA".
           05  FILLER                      PIC X(3)    VALUE "TE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(69)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "ID     CUSTOMER                ITEM REF ".
           05  FILLER                      PIC X(40)
               VALUE " ITEM DT   OPENED     DAYS  OPER   REASO".
           05  FILLER                      PIC X(40)
               VALUE "N                               AMOUNT  ".

       01  BAND-HEADING-LINE.
           05  FILLER                      PIC X(15)
               VALUE "DISPUTES OPEN  ".
           05  BAND-TITLE-OUT              PIC X(18).
           05                              PIC X(87)   VALUE SPACES.

       01  DISPUTE-DETAIL-LINE.
           05  DET-ID-OUT                  PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-NAME-OUT                PIC X(22).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-REFERENCE-OUT           PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-ITEM-DATE-OUT           PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-OPENED-DATE-OUT         PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-DAYS-OUT                PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  DET-OPERATOR-OUT            PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-REASON-OUT              PIC XX.
           05                              PIC X       VALUE SPACE.
           05  DET-REASON-TEXT-OUT         PIC X(30).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-AMOUNT-OUT              PIC $$,$$9.99-.

       01  BAND-TOTAL-LINE.
           05                              PIC X(7)    VALUE SPACES.
           05  FILLER                      PIC X(13)
               VALUE "BAND ITEMS   ".
           05  BAND-COUNT-OUT              PIC ZZZZ9.
           05                              PIC X(81)   VALUE SPACES.
           05  BAND-AMOUNT-OUT             PIC $$,$$$,$$9.99-.

       01  GRAND-TOTAL-LINE.
           05  FILLER                      PIC X(20)
               VALUE "ALL OPEN DISPUTES   ".
           05  GRAND-COUNT-OUT             PIC ZZZZ9.
           05                              PIC X(81)   VALUE SPACES.
           05  GRAND-AMOUNT-OUT            PIC $$,$$$,$$9.99-.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-REPORT-DATE
           PERFORM 095-GET-BUSINESS-DATE
           COMPUTE WS-REPORT-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
           PERFORM 110-LOAD-OPEN-DISPUTES
           PERFORM 130-FILL-CUSTOMER-NAMES
           PERFORM 140-SORT-BY-DAYS
           OPEN OUTPUT DISPUTE-REPORT
           MOVE WS-REPORT-DATE TO HEADING-DATE-OUT
           WRITE DISPUTE-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO DISPUTE-REPORT-REC
           WRITE DISPUTE-REPORT-REC
           WRITE DISPUTE-REPORT-REC FROM REPORT-HEADING-LINE-2
           PERFORM 200-PRINT-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 4
           MOVE GRAND-ITEM-COUNT TO GRAND-COUNT-OUT
           MOVE GRAND-AMOUNT TO GRAND-AMOUNT-OUT
           MOVE SPACES TO DISPUTE-REPORT-REC
           WRITE DISPUTE-REPORT-REC
           WRITE DISPUTE-REPORT-REC FROM GRAND-TOTAL-LINE
           CLOSE DISPUTE-REPORT
           DISPLAY "OPEN DISPUTES: " GRAND-ITEM-COUNT
               " TOTAL: " GRAND-AMOUNT
           STOP RUN.

      *   A DISPUTE ON AN ITEM SINCE CLOSED IS HISTORY, NOT WORK -
      *   ONLY STILL-OPEN DISPUTED ITEMS ARE LISTED.
       110-LOAD-OPEN-DISPUTES.
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 111-CONSIDER-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       111-CONSIDER-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ITEM-IS-DISPUTED AND
                           NOT ITEM-IS-CLOSED AND
                           ITEM-AMOUNT IS NUMERIC
                       PERFORM 112-ADD-ONE-DISPUTE
                   END-IF
           END-READ.

       112-ADD-ONE-DISPUTE.
           IF WS-DSP-COUNT < 200
               ADD 1 TO WS-DSP-COUNT
               SET WS-DSP-IDX TO WS-DSP-COUNT
               IF ITEM-OPEN-AMOUNT IS NUMERIC AND
                       ITEM-STATUS NOT = SPACE
                   MOVE ITEM-OPEN-AMOUNT TO WS-OPEN-AMOUNT
               ELSE
                   MOVE ITEM-AMOUNT TO WS-OPEN-AMOUNT
               END-IF
               MOVE ZERO TO WS-DAYS-WORK
               IF ITEM-DISPUTE-DATE IS NUMERIC AND
                       ITEM-DISPUTE-DATE > ZERO AND
                       ITEM-DISPUTE-DATE <= WS-REPORT-DATE
                   COMPUTE WS-DISPUTE-DATE-INT =
                       FUNCTION INTEGER-OF-DATE (ITEM-DISPUTE-DATE)
                   COMPUTE WS-DAYS-WORK =
                       WS-REPORT-DATE-INT - WS-DISPUTE-DATE-INT
               END-IF
               MOVE ITEM-CUSTOMER-ID
                   TO WS-DSP-CUSTOMER-ID (WS-DSP-IDX)
               MOVE "*** NOT ON MASTER ***" TO WS-DSP-NAME (WS-DSP-IDX)
               MOVE ITEM-REFERENCE TO WS-DSP-REFERENCE (WS-DSP-IDX)
               MOVE ITEM-DATE TO WS-DSP-ITEM-DATE (WS-DSP-IDX)
               MOVE ITEM-DISPUTE-DATE
                   TO WS-DSP-OPENED-DATE (WS-DSP-IDX)
               MOVE WS-DAYS-WORK TO WS-DSP-DAYS (WS-DSP-IDX)
               MOVE ITEM-DISPUTE-OPERATOR
                   TO WS-DSP-OPERATOR (WS-DSP-IDX)
               MOVE ITEM-DISPUTE-REASON TO WS-DSP-REASON (WS-DSP-IDX)
               MOVE WS-OPEN-AMOUNT TO WS-DSP-AMOUNT (WS-DSP-IDX)
               PERFORM 113-PICK-BAND
           ELSE
               DISPLAY "**** DISPUTE TABLE FULL - "
                   ITEM-CUSTOMER-ID " " ITEM-REFERENCE " OMITTED ****"
           END-IF.

       113-PICK-BAND.
           MOVE 4 TO WS-DSP-BAND (WS-DSP-IDX)
           SET WS-BAND-IDX TO 1
           SEARCH WS-BAND-TABLE
               AT END
                   CONTINUE
               WHEN WS-DAYS-WORK > WS-BAND-FLOOR (WS-BAND-IDX)
                   SET WS-DSP-BAND (WS-DSP-IDX) TO WS-BAND-IDX
           END-SEARCH.

      *   THE NAMES COME FROM ONE PASS OF THE MASTER IN KEY ORDER
      *   RATHER THAN A KEYED READ PER DISPUTE.
       130-FILL-CUSTOMER-NAMES.
           IF WS-DSP-COUNT > ZERO
               OPEN INPUT CUSTOMER-MASTER-FILE
               PERFORM 131-READ-ONE-MASTER
                   UNTIL WS-MORE-MASTERS = 'NO '
               CLOSE CUSTOMER-MASTER-FILE
           END-IF.

       131-READ-ONE-MASTER.
           READ CUSTOMER-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-MASTERS
               NOT AT END
                   PERFORM 132-NAME-ONE-DISPUTE
                       VARYING WS-SCAN-SUB FROM 1 BY 1
                       UNTIL WS-SCAN-SUB > WS-DSP-COUNT
           END-READ.

       132-NAME-ONE-DISPUTE.
           SET WS-DSP-IDX TO WS-SCAN-SUB
           IF WS-DSP-CUSTOMER-ID (WS-DSP-IDX) = MAST-CUSTOMER-ID
               MOVE MAST-CUSTOMER-NAME TO WS-DSP-NAME (WS-DSP-IDX)
           END-IF.

      *   A SIMPLE EXCHANGE SORT ON THE SMALL DISPUTE TABLE, LONGEST
      *   IN DISPUTE FIRST.
       140-SORT-BY-DAYS.
           IF WS-DSP-COUNT > 1
               PERFORM 141-ONE-SORT-PASS
                   VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB >= WS-DSP-COUNT
           END-IF.

       141-ONE-SORT-PASS.
           PERFORM 142-COMPARE-AND-SWAP
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB >= WS-DSP-COUNT.

       142-COMPARE-AND-SWAP.
           IF WS-DSP-DAYS (WS-SCAN-SUB) < WS-DSP-DAYS (WS-SCAN-SUB + 1)
               MOVE WS-DSP-TABLE (WS-SCAN-SUB) TO WS-SWAP-ENTRY
               MOVE WS-DSP-TABLE (WS-SCAN-SUB + 1)
                   TO WS-DSP-TABLE (WS-SCAN-SUB)
               MOVE WS-SWAP-ENTRY TO WS-DSP-TABLE (WS-SCAN-SUB + 1)
           END-IF.

      *   EVERY BAND PRINTS, EVEN EMPTY, SO A QUIET WEEK READS AS
      *   A ZERO AND NOT AS A MISSING PAGE.
       200-PRINT-ONE-BAND.
           SET WS-BAND-IDX TO WS-BAND-SUB
           MOVE WS-BAND-TITLE (WS-BAND-IDX) TO BAND-TITLE-OUT
           MOVE SPACES TO DISPUTE-REPORT-REC
           WRITE DISPUTE-REPORT-REC
           WRITE DISPUTE-REPORT-REC FROM BAND-HEADING-LINE
           MOVE ZERO TO BAND-ITEM-COUNT
           MOVE ZERO TO BAND-AMOUNT
           IF WS-DSP-COUNT > ZERO
               PERFORM 210-PRINT-ONE-DISPUTE
                   VARYING WS-DSP-SUB FROM 1 BY 1
                   UNTIL WS-DSP-SUB > WS-DSP-COUNT
           END-IF
           MOVE BAND-ITEM-COUNT TO BAND-COUNT-OUT
           MOVE BAND-AMOUNT TO BAND-AMOUNT-OUT
           WRITE DISPUTE-REPORT-REC FROM BAND-TOTAL-LINE
           ADD BAND-ITEM-COUNT TO GRAND-ITEM-COUNT
           ADD BAND-AMOUNT TO GRAND-AMOUNT.

       210-PRINT-ONE-DISPUTE.
           SET WS-DSP-IDX TO WS-DSP-SUB
           IF WS-DSP-BAND (WS-DSP-IDX) = WS-BAND-SUB
               MOVE WS-DSP-CUSTOMER-ID (WS-DSP-IDX) TO DET-ID-OUT
               MOVE WS-DSP-NAME (WS-DSP-IDX) TO DET-NAME-OUT
               MOVE WS-DSP-REFERENCE (WS-DSP-IDX) TO DET-REFERENCE-OUT
               MOVE WS-DSP-ITEM-DATE (WS-DSP-IDX) TO DET-ITEM-DATE-OUT
               MOVE WS-DSP-OPENED-DATE (WS-DSP-IDX)
                   TO DET-OPENED-DATE-OUT
               MOVE WS-DSP-DAYS (WS-DSP-IDX) TO DET-DAYS-OUT
               MOVE WS-DSP-OPERATOR (WS-DSP-IDX) TO DET-OPERATOR-OUT
               MOVE WS-DSP-REASON (WS-DSP-IDX) TO DET-REASON-OUT
               MOVE "UNKNOWN REASON CODE" TO DET-REASON-TEXT-OUT
               SET DR-REASON-IDX TO 1
               SEARCH DR-REASON-TABLE
                   AT END
                       CONTINUE
                   WHEN DR-REASON-CODE (DR-REASON-IDX) =
                           WS-DSP-REASON (WS-DSP-IDX)
                       MOVE DR-REASON-TEXT (DR-REASON-IDX)
                           TO DET-REASON-TEXT-OUT
               END-SEARCH
               MOVE WS-DSP-AMOUNT (WS-DSP-IDX) TO DET-AMOUNT-OUT
               WRITE DISPUTE-REPORT-REC FROM DISPUTE-DETAIL-LINE
               ADD 1 TO BAND-ITEM-COUNT
               ADD WS-DSP-AMOUNT (WS-DSP-IDX) TO BAND-AMOUNT
           END-IF.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       095-GET-BUSINESS-DATE.
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

       END PROGRAM PROGRAM75.
