      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM80.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program performs sequential file updates on the item
      *master, the same way PROGRAM41 maintains the student master -
      *because ITEM-MASTER.DAT (the shared ITEMMAST copybook) now
      *decides which item codes PROGRAM04 accepts on a till line,
      *what the list price is, and how much stock each store holds.
      *ADD/CHANGE/DELETE transactions keyed on item code in
      *ITEM-TRANS.DAT are matched against the master, good and bad
      *transactions are reported to their own dated report files,
      *every applied change is appended to the permanent audit trail
      *WhitingITEM-AUDIT-TRAIL.DAT (the ITEMAUDT copybook) with the
      *price, cost, and reorder points before and after, and a dated
      *generation copy of the master is taken before the master is
      *overwritten so a bad cycle can be rolled back.
      *An add needs a description and a list price; a blank cost or
      *reorder point is zero and every store starts with no stock -
      *stock only arrives through the receiving run, PROGRAM81.  A
      *change applies only the non-blank fields.  An item is not
      *deleted while any store still holds stock of it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-ITEM-FILE
               ASSIGN TO "..\..\..\..\ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-TRANS-FILE
               ASSIGN TO "..\..\..\..\ITEM-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-ITEM-FILE
               ASSIGN TO "..\..\..\..\NEW-ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-TRANSACTION-REPORT
               ASSIGN TO WS-BAD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOOD-TRANSACTION-REPORT
               ASSIGN TO WS-GOOD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "..\..\..\..\WhitingITEM-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-ITEM-FILE.
       COPY ITEMMAST REPLACING ==:PFX:== BY ==OLD==.

      *   THE PRICE, COST, AND REORDER POINTS ARRIVE AS TEXT SO A
      *   BLANK FIELD CAN MEAN "LEAVE AS IS" ON A CHANGE; A NON-BLANK
      *   ONE MUST BE NUMERIC.  THE REORDER POINTS ARE BY STORE CODE.
       FD  ITEM-TRANS-FILE.
       01  ITEM-TRANS-REC.
           05  TRANS-ITEM-CODE             PIC X(8).
           05  TRANS-TYPE-CODE             PIC X.
               88  IS-ADD                          VALUE 'A'.
               88  IS-CHANGE                       VALUE 'C'.
               88  IS-DELETE                       VALUE 'D'.
           05  TRANS-DESCRIPTION           PIC X(20).
           05  TRANS-LIST-PRICE            PIC X(6).
           05  TRANS-LIST-PRICE-NUM REDEFINES TRANS-LIST-PRICE
                                           PIC 9(4)V99.
           05  TRANS-UNIT-COST             PIC X(6).
           05  TRANS-UNIT-COST-NUM REDEFINES TRANS-UNIT-COST
                                           PIC 9(4)V99.
           05  TRANS-REORDER-ENTRY OCCURS 3 TIMES.
               10  TRANS-REORDER-POINT     PIC X(5).
               10  TRANS-REORDER-POINT-NUM REDEFINES
                       TRANS-REORDER-POINT PIC 9(5).

       FD  NEW-ITEM-FILE.
       COPY ITEMMAST REPLACING ==:PFX:== BY ==NEW==.

       FD  BAD-TRANSACTION-REPORT.
       01  BAD-TRANSACTION-REC             PIC X(80).

       FD  GOOD-TRANSACTION-REPORT.
       01  GOOD-TRANSACTION-REC            PIC X(80).

       FD  AUDIT-TRAIL-FILE.
       COPY ITEMAUDT REPLACING ==:PFX:== BY ==IA==.

       FD  MASTER-GENERATION-FILE.
       01  MASTER-GENERATION-REC           PIC X(73).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.
           05  WS-FIELDS-VALID             PIC X(3)    VALUE  'YES'.
           05  WS-STOCK-HELD               PIC X(3)    VALUE  'NO '.

       01  PROGRAM-MESSAGES.
           05  EQUAL-TO-ADD-ERR            PIC X(50) VALUE
               "CANNOT ADD - AN ITEM WITH THIS CODE EXISTS".
           05  GREATER-THAN-CHANGE-ERR     PIC X(50) VALUE
               "CANNOT CHANGE - NO ITEM WITH THIS CODE".
           05  GREATER-THAN-DELETE-ERR     PIC X(50) VALUE
               "CANNOT DELETE - NO ITEM WITH THIS CODE".
           05  STOCK-ON-HAND-ERR           PIC X(50) VALUE
               "CANNOT DELETE - A STORE STILL HOLDS STOCK".
           05  BAD-DESCRIPTION-ERR         PIC X(50) VALUE
               "UNSUCCESSFUL - DESCRIPTION MUST NOT BE BLANK".
           05  BAD-PRICE-ERR               PIC X(50) VALUE
               "UNSUCCESSFUL - AN ADD NEEDS A LIST PRICE".
           05  BAD-NUMBER-ERR              PIC X(50) VALUE
               "UNSUCCESSFUL - PRICE, COST, OR REORDER NOT NUMERIC".
           05  BAD-TYPE-CODE-ERR           PIC X(50) VALUE
               "UNSUCCESSFUL - TRANSACTION TYPE MUST BE A, C, OR D".
           05  SUCCESSFUL-ADD-MSG          PIC X(14)
               VALUE "SUCCESSFUL ADD".
           05  SUCCESSFUL-CHANGE-MSG       PIC X(17)
               VALUE "SUCCESSFUL CHANGE".
           05  SUCCESSFUL-DELETE-MSG       PIC X(17)
               VALUE "SUCCESSFUL DELETE".

       01  PROGRAM-DATE-AND-TIME.
           05  DATE-TIME-WORK.
               10  YEAR-WORK               PIC 9(4).
               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10                          PIC X(13).

       01  PROGRAM-WORK-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-STORE-SUB                PIC 9       VALUE ZERO.
           05  WS-OLD-REORDER-POINT        PIC 9(5)    OCCURS 3 TIMES.

       01  DYNAMIC-FILE-NAMES.
           05  WS-GENERATION-FILE-NAME     PIC X(55).
           05  WS-GOOD-REPORT-FILE-NAME    PIC X(55).
           05  WS-BAD-REPORT-FILE-NAME     PIC X(55).

       01  SEQUENCE-CHECK-AREAS.
           05  WS-PREVIOUS-OLD-CODE        PIC X(8)    VALUE LOW-VALUES.
           05  WS-PREVIOUS-TRANS-CODE      PIC X(8)    VALUE LOW-VALUES.
           05  WS-SEQUENCE-ERROR           PIC X       VALUE 'N'.
               88  SEQUENCE-ERROR-FOUND                VALUE 'Y'.

       01  PROGRAM-REPORT-LINE.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-ITEM-CODE            PIC X(8).
           05                              PIC X(4)    VALUE SPACES.
           05  REPORT-DESCRIPTION          PIC X(20).
           05                              PIC X(4)    VALUE SPACES.
           05  REPORT-LIST-PRICE           PIC $Z,ZZ9.99.
           05                              PIC X(33)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 047-READ-OPERATOR-SIGNON
           PERFORM 050-BUILD-RUN-DATE
           PERFORM 800-INITIALIZATION-ROUTINE
           PERFORM 200-PROCESS-DATA
               UNTIL OLD-ITEM-CODE = HIGH-VALUES AND
                     TRANS-ITEM-CODE = HIGH-VALUES
           PERFORM 900-ENDING-ROUTINE
           PERFORM 999-UPDATE-MASTER
           PERFORM 080-SET-RETURN-CODE
           STOP RUN.

       047-READ-OPERATOR-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   THE DATED GENERATION AND GOOD/BAD REPORT FILE NAMES USE
      *   THE SAME GDG-STYLE NAMING PROGRAM41 USES FOR THE STUDENT
      *   MASTER.
       050-BUILD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           PERFORM 045-GET-BUSINESS-DATE
           STRING "..\..\..\..\ITEM-MASTER.G"          DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GENERATION-FILE-NAME
           STRING "..\..\..\..\WhitingITEM-GOOD-REPORT."
                                                       DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GOOD-REPORT-FILE-NAME
           STRING "..\..\..\..\WhitingITEM-BAD-REPORT."
                                                       DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-BAD-REPORT-FILE-NAME.

       080-SET-RETURN-CODE.
           IF SEQUENCE-ERROR-FOUND
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *   A NON-BLANK PRICE, COST, OR REORDER POINT MUST BE NUMERIC
      *   BEFORE ANY OF THE TRANSACTION IS APPLIED.
       160-CHECK-TRANS-FIELDS.
           MOVE 'YES' TO WS-FIELDS-VALID
           IF TRANS-LIST-PRICE NOT = SPACES AND
                   TRANS-LIST-PRICE-NUM IS NOT NUMERIC
               MOVE 'NO ' TO WS-FIELDS-VALID
           END-IF
           IF TRANS-UNIT-COST NOT = SPACES AND
                   TRANS-UNIT-COST-NUM IS NOT NUMERIC
               MOVE 'NO ' TO WS-FIELDS-VALID
           END-IF
           PERFORM 161-CHECK-ONE-REORDER-POINT
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 3.

       161-CHECK-ONE-REORDER-POINT.
           IF TRANS-REORDER-POINT (WS-STORE-SUB) NOT = SPACES AND
                   TRANS-REORDER-POINT-NUM (WS-STORE-SUB)
                       IS NOT NUMERIC
               MOVE 'NO ' TO WS-FIELDS-VALID
           END-IF.

       170-APPLY-ONE-REORDER-POINT.
           IF TRANS-REORDER-POINT (WS-STORE-SUB) NOT = SPACES
               MOVE TRANS-REORDER-POINT-NUM (WS-STORE-SUB)
                   TO NEW-REORDER-POINT (WS-STORE-SUB)
           END-IF.

       175-SAVE-ONE-REORDER-POINT.
           MOVE OLD-REORDER-POINT (WS-STORE-SUB)
               TO WS-OLD-REORDER-POINT (WS-STORE-SUB).

       180-CLEAR-ONE-STORE.
           MOVE ZERO TO NEW-REORDER-POINT (WS-STORE-SUB)
           MOVE ZERO TO NEW-ON-HAND (WS-STORE-SUB)
           MOVE ZERO TO WS-OLD-REORDER-POINT (WS-STORE-SUB).

       185-CHECK-ONE-STORE-STOCK.
           IF OLD-ON-HAND (WS-STORE-SUB) NOT = ZERO
               MOVE 'YES' TO WS-STOCK-HELD
           END-IF.

       200-PROCESS-DATA.
           EVALUATE TRUE
               WHEN OLD-ITEM-CODE < TRANS-ITEM-CODE
                    PERFORM 300-IGNORE-TRANSACTION-ROUTINE
               WHEN OLD-ITEM-CODE = TRANS-ITEM-CODE
                    PERFORM 310-CHECK-EQUAL-TO-CODE
               WHEN OLD-ITEM-CODE > TRANS-ITEM-CODE
                    PERFORM 320-CHECK-GREATER-THAN-CODE
           END-EVALUATE.

       300-IGNORE-TRANSACTION-ROUTINE.
           MOVE OLD-ITEM-REC TO NEW-ITEM-REC
           WRITE NEW-ITEM-REC
           PERFORM 700-READ-OLD-MASTER.

       310-CHECK-EQUAL-TO-CODE.
           EVALUATE TRUE
               WHEN IS-ADD
                    PERFORM 500-EQUAL-TO-ADD-ROUTINE
               WHEN IS-CHANGE
                    PERFORM 510-EQUAL-TO-CHANGE-ROUTINE
               WHEN IS-DELETE
                    PERFORM 520-EQUAL-TO-DELETE-ROUTINE
               WHEN OTHER
                    PERFORM 530-BAD-TYPE-CODE-ROUTINE
           END-EVALUATE.

       320-CHECK-GREATER-THAN-CODE.
           EVALUATE TRUE
               WHEN IS-ADD
                    PERFORM 600-GREATER-THAN-ADD-ROUTINE
               WHEN IS-CHANGE
                    PERFORM 610-GREATER-THAN-CHANGE-ROUTINE
               WHEN IS-DELETE
                    PERFORM 620-GREATER-THAN-DELETE-ROUTINE
               WHEN OTHER
                    PERFORM 530-BAD-TYPE-CODE-ROUTINE
           END-EVALUATE.

       500-EQUAL-TO-ADD-ROUTINE.
           PERFORM 650-MOVE-TRANS-TO-REPORT
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE BAD-TRANSACTION-REC FROM EQUAL-TO-ADD-ERR
           PERFORM 710-READ-TRANSACTION.

      *   A BLANK FIELD ON A CHANGE KEEPS WHAT IS ON FILE, THE SAME
      *   LEAVE-AS-IS CONVENTION PROGRAM41 USES.  THE ON-HAND
      *   QUANTITIES ARE NEVER CHANGED HERE - ONLY SALES, RETURNS,
      *   AND RECEIVING MOVE STOCK.  A REJECTED CHANGE LEAVES THE
      *   MASTER RECORD IN HAND FOR THE NEXT TRANSACTION.
       510-EQUAL-TO-CHANGE-ROUTINE.
           PERFORM 160-CHECK-TRANS-FIELDS
           IF WS-FIELDS-VALID = 'NO '
               PERFORM 650-MOVE-TRANS-TO-REPORT
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE BAD-TRANSACTION-REC FROM BAD-NUMBER-ERR
           ELSE
               MOVE OLD-ITEM-REC TO NEW-ITEM-REC
               PERFORM 175-SAVE-ONE-REORDER-POINT
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 3
               IF TRANS-DESCRIPTION NOT = SPACES
                   MOVE TRANS-DESCRIPTION TO NEW-DESCRIPTION
               END-IF
               IF TRANS-LIST-PRICE NOT = SPACES
                   MOVE TRANS-LIST-PRICE-NUM TO NEW-LIST-PRICE
               END-IF
               IF TRANS-UNIT-COST NOT = SPACES
                   MOVE TRANS-UNIT-COST-NUM TO NEW-UNIT-COST
               END-IF
               PERFORM 170-APPLY-ONE-REORDER-POINT
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 3
               MOVE NEW-ITEM-CODE TO REPORT-ITEM-CODE
               MOVE NEW-DESCRIPTION TO REPORT-DESCRIPTION
               MOVE NEW-LIST-PRICE TO REPORT-LIST-PRICE
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-CHANGE-MSG
               MOVE "CHANGE" TO IA-TYPE
               MOVE OLD-LIST-PRICE TO IA-OLD-PRICE
               MOVE OLD-UNIT-COST TO IA-OLD-COST
               PERFORM 740-WRITE-AUDIT-RECORD
               PERFORM 745-AUDIT-ONE-REORDER-POINT
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 3
               WRITE NEW-ITEM-REC
               PERFORM 700-READ-OLD-MASTER
           END-IF
           PERFORM 710-READ-TRANSACTION.

      *   AN ITEM ANY STORE STILL HOLDS (OR IS SHORT OF) STAYS ON THE
      *   MASTER - DELETING IT WOULD LOSE STOCK THE TILLS CAN STILL
      *   SELL.
       520-EQUAL-TO-DELETE-ROUTINE.
           MOVE 'NO ' TO WS-STOCK-HELD
           PERFORM 185-CHECK-ONE-STORE-STOCK
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 3
           MOVE OLD-ITEM-CODE TO REPORT-ITEM-CODE
           MOVE OLD-DESCRIPTION TO REPORT-DESCRIPTION
           MOVE OLD-LIST-PRICE TO REPORT-LIST-PRICE
           IF WS-STOCK-HELD = 'YES'
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE BAD-TRANSACTION-REC FROM STOCK-ON-HAND-ERR
           ELSE
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-DELETE-MSG
               MOVE OLD-ITEM-REC TO NEW-ITEM-REC
               MOVE "DELETE" TO IA-TYPE
               MOVE OLD-LIST-PRICE TO IA-OLD-PRICE
               MOVE OLD-UNIT-COST TO IA-OLD-COST
               MOVE ZERO TO NEW-LIST-PRICE
               MOVE ZERO TO NEW-UNIT-COST
               PERFORM 740-WRITE-AUDIT-RECORD
               PERFORM 700-READ-OLD-MASTER
           END-IF
           PERFORM 710-READ-TRANSACTION.

       530-BAD-TYPE-CODE-ROUTINE.
           PERFORM 650-MOVE-TRANS-TO-REPORT
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE BAD-TRANSACTION-REC FROM BAD-TYPE-CODE-ERR
           PERFORM 710-READ-TRANSACTION.

       600-GREATER-THAN-ADD-ROUTINE.
           PERFORM 160-CHECK-TRANS-FIELDS
           EVALUATE TRUE
               WHEN TRANS-DESCRIPTION = SPACES
                   PERFORM 650-MOVE-TRANS-TO-REPORT
                   WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
                   WRITE BAD-TRANSACTION-REC FROM BAD-DESCRIPTION-ERR
               WHEN TRANS-LIST-PRICE = SPACES
                   PERFORM 650-MOVE-TRANS-TO-REPORT
                   WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
                   WRITE BAD-TRANSACTION-REC FROM BAD-PRICE-ERR
               WHEN WS-FIELDS-VALID = 'NO '
                   PERFORM 650-MOVE-TRANS-TO-REPORT
                   WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
                   WRITE BAD-TRANSACTION-REC FROM BAD-NUMBER-ERR
               WHEN OTHER
                   MOVE SPACES TO NEW-ITEM-REC
                   MOVE TRANS-ITEM-CODE TO NEW-ITEM-CODE
                   MOVE TRANS-DESCRIPTION TO NEW-DESCRIPTION
                   MOVE TRANS-LIST-PRICE-NUM TO NEW-LIST-PRICE
                   IF TRANS-UNIT-COST = SPACES
                       MOVE ZERO TO NEW-UNIT-COST
                   ELSE
                       MOVE TRANS-UNIT-COST-NUM TO NEW-UNIT-COST
                   END-IF
                   PERFORM 180-CLEAR-ONE-STORE
                       VARYING WS-STORE-SUB FROM 1 BY 1
                       UNTIL WS-STORE-SUB > 3
                   PERFORM 170-APPLY-ONE-REORDER-POINT
                       VARYING WS-STORE-SUB FROM 1 BY 1
                       UNTIL WS-STORE-SUB > 3
                   PERFORM 650-MOVE-TRANS-TO-REPORT
                   WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
                   WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-ADD-MSG
                   MOVE "ADD   " TO IA-TYPE
                   MOVE ZERO TO IA-OLD-PRICE
                   MOVE ZERO TO IA-OLD-COST
                   PERFORM 740-WRITE-AUDIT-RECORD
                   PERFORM 745-AUDIT-ONE-REORDER-POINT
                       VARYING WS-STORE-SUB FROM 1 BY 1
                       UNTIL WS-STORE-SUB > 3
                   WRITE NEW-ITEM-REC
           END-EVALUATE
           PERFORM 710-READ-TRANSACTION.

       610-GREATER-THAN-CHANGE-ROUTINE.
           PERFORM 650-MOVE-TRANS-TO-REPORT
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE BAD-TRANSACTION-REC FROM GREATER-THAN-CHANGE-ERR
           PERFORM 710-READ-TRANSACTION.

       620-GREATER-THAN-DELETE-ROUTINE.
           PERFORM 650-MOVE-TRANS-TO-REPORT
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE BAD-TRANSACTION-REC FROM GREATER-THAN-DELETE-ERR
           PERFORM 710-READ-TRANSACTION.

       650-MOVE-TRANS-TO-REPORT.
           MOVE TRANS-ITEM-CODE TO REPORT-ITEM-CODE
           MOVE TRANS-DESCRIPTION TO REPORT-DESCRIPTION
           IF TRANS-LIST-PRICE-NUM IS NUMERIC
               MOVE TRANS-LIST-PRICE-NUM TO REPORT-LIST-PRICE
           ELSE
               MOVE ZERO TO REPORT-LIST-PRICE
           END-IF.

       700-READ-OLD-MASTER.
           READ OLD-ITEM-FILE
               AT END MOVE HIGH-VALUES TO OLD-ITEM-CODE
           END-READ
           IF OLD-ITEM-CODE NOT = HIGH-VALUES
               PERFORM 701-CHECK-OLD-SEQUENCE
           END-IF.

       701-CHECK-OLD-SEQUENCE.
           IF OLD-ITEM-CODE < WS-PREVIOUS-OLD-CODE
               DISPLAY "******* ITEM MASTER OUT OF SEQUENCE AT "
                   OLD-ITEM-CODE " - RUN ABORTED *******"
               MOVE 'Y' TO WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO OLD-ITEM-CODE
               MOVE HIGH-VALUES TO TRANS-ITEM-CODE
           ELSE
               MOVE OLD-ITEM-CODE TO WS-PREVIOUS-OLD-CODE
           END-IF.

       710-READ-TRANSACTION.
           READ ITEM-TRANS-FILE
               AT END MOVE HIGH-VALUES TO TRANS-ITEM-CODE
           END-READ
           IF TRANS-ITEM-CODE NOT = HIGH-VALUES
               PERFORM 716-CHECK-TRANS-SEQUENCE
           END-IF.

       716-CHECK-TRANS-SEQUENCE.
           IF TRANS-ITEM-CODE < WS-PREVIOUS-TRANS-CODE
               DISPLAY "******* TRANSACTION FILE OUT OF SEQUENCE AT "
                   TRANS-ITEM-CODE " - RUN ABORTED *******"
               MOVE 'Y' TO WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO TRANS-ITEM-CODE
               MOVE HIGH-VALUES TO OLD-ITEM-CODE
           ELSE
               MOVE TRANS-ITEM-CODE TO WS-PREVIOUS-TRANS-CODE
           END-IF.

      *   ONE PERMANENT BEFORE/AFTER AUDIT RECORD PER APPLIED
      *   TRANSACTION, OPENED EXTEND SO IT IS NEVER OVERWRITTEN.  THE
      *   CALLER HAS SET THE TYPE AND THE OLD PRICE AND COST; THE NEW
      *   ONES ARE WHATEVER THE NEW RECORD NOW HOLDS.
       740-WRITE-AUDIT-RECORD.
           PERFORM 741-FILL-AUDIT-RECORD
           WRITE IA-REC.

       741-FILL-AUDIT-RECORD.
           MOVE YEAR-WORK TO IA-DATE (1:4)
           MOVE MONTH-WORK TO IA-DATE (5:2)
           MOVE DAY-WORK TO IA-DATE (7:2)
           MOVE NEW-ITEM-CODE TO IA-ITEM-CODE
           MOVE SPACE TO IA-STORE-CODE
           MOVE NEW-LIST-PRICE TO IA-NEW-PRICE
           MOVE NEW-UNIT-COST TO IA-NEW-COST
           MOVE ZERO TO IA-OLD-QUANTITY
           MOVE ZERO TO IA-NEW-QUANTITY
           MOVE WS-OPERATOR-ID TO IA-OPERATOR
           MOVE SPACES TO IA-REFERENCE.

      *   A STORE WHOSE REORDER POINT MOVED GETS ITS OWN REORDR
      *   RECORD BEHIND THE ADD OR CHANGE, WITH THE POINT BEFORE AND
      *   AFTER IN THE QUANTITY FIELDS.
       745-AUDIT-ONE-REORDER-POINT.
           IF NEW-REORDER-POINT (WS-STORE-SUB) NOT =
                   WS-OLD-REORDER-POINT (WS-STORE-SUB)
               PERFORM 741-FILL-AUDIT-RECORD
               MOVE "REORDR" TO IA-TYPE
               MOVE NEW-LIST-PRICE TO IA-OLD-PRICE
               MOVE NEW-UNIT-COST TO IA-OLD-COST
               MOVE WS-STORE-SUB TO IA-STORE-CODE
               MOVE WS-OLD-REORDER-POINT (WS-STORE-SUB)
                   TO IA-OLD-QUANTITY
               MOVE NEW-REORDER-POINT (WS-STORE-SUB)
                   TO IA-NEW-QUANTITY
               WRITE IA-REC
           END-IF.

       800-INITIALIZATION-ROUTINE.
           OPEN INPUT  OLD-ITEM-FILE
                       ITEM-TRANS-FILE
                OUTPUT NEW-ITEM-FILE
                       BAD-TRANSACTION-REPORT
                       GOOD-TRANSACTION-REPORT
           OPEN EXTEND AUDIT-TRAIL-FILE
           PERFORM 700-READ-OLD-MASTER
           PERFORM 710-READ-TRANSACTION.

       900-ENDING-ROUTINE.
           CLOSE OLD-ITEM-FILE
                 ITEM-TRANS-FILE
                 NEW-ITEM-FILE
                 BAD-TRANSACTION-REPORT
                 GOOD-TRANSACTION-REPORT
                 AUDIT-TRAIL-FILE.

       999-UPDATE-MASTER.
           IF SEQUENCE-ERROR-FOUND
               DISPLAY "******* MASTER FILE NOT UPDATED - A SEQUENCE E
      -             "RROR WAS FOUND DURING THE RUN *******"
           ELSE
               PERFORM 995-SAVE-PRIOR-GENERATION
               OPEN INPUT NEW-ITEM-FILE
                   OUTPUT OLD-ITEM-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 996-COPY-NEW-RECORD
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE NEW-ITEM-FILE
                     OLD-ITEM-FILE
           END-IF.

       996-COPY-NEW-RECORD.
           READ NEW-ITEM-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE OLD-ITEM-REC FROM NEW-ITEM-REC
           END-READ.

       995-SAVE-PRIOR-GENERATION.
           OPEN INPUT OLD-ITEM-FILE
           OPEN OUTPUT MASTER-GENERATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 997-COPY-GENERATION-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-ITEM-FILE
                 MASTER-GENERATION-FILE.

       997-COPY-GENERATION-RECORD.
           READ OLD-ITEM-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE MASTER-GENERATION-REC FROM OLD-ITEM-REC
           END-READ.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       045-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE (1:4) TO YEAR-WORK
                       MOVE BD-DATE (5:2) TO MONTH-WORK
                       MOVE BD-DATE (7:2) TO DAY-WORK
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       END PROGRAM PROGRAM80.
