      *30, demand at 60, final notice at 90 - go out using the
      *address block already on the CUSTMAST record.  Letters only
      *go to customers who actually owe money.
      *An item the customer disputes (flagged through PROGRAM74) ages
      *into its own DISPUTED column instead of an age bucket, so it
      *still shows and still ties to the master, but it never picks
      *or prices a dunning letter - the letter asks only for the
      *undisputed money.
      *A customer with a current promise-to-pay arrangement on
      *CUSTOMER-ARRANGEMENTS.DAT (made through PROGRAM76) gets no
      *letter while the promise is being kept - the letters held
      *are counted on the console.  Once PROGRAM77 marks the
      *arrangement broken, the letter is at least the resume level
      *it set, one above where the promise found the customer.
      *A customer PROGRAM78 has placed with a collection agency
      *(status P on CUSTOMER-PLACEMENTS.DAT) gets no more letters
      *from us - the agency is working the account - and is counted
      *on the console as placed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MAST-CUSTOMER-ID.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-PLACEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AGED-TRIAL-BALANCE
               ASSIGN TO "..\..\..\..\WhitingAGED-TRIAL-BALANCE.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MAST==.

       FD  ARRANGEMENT-FILE.
       COPY ARRANGE REPLACING ==:PFX:== BY ==AR==.

       FD  PLACEMENT-FILE.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PL==.

       FD  AGED-TRIAL-BALANCE.
       01  AGED-TRIAL-REC            PIC X(115).

       FD  DUNNING-LETTER-FILE.
       01  DUNNING-LETTER-REC        PIC X(80).
           05  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.
           05  WS-BUCKET-SUB               PIC 9       VALUE ZERO.
           05  WS-AGE-AMOUNT               PIC S9(5)V99 VALUE ZERO.
           05  WS-DUNNING-BALANCE          PIC S9(7)V99 VALUE ZERO.

      *   THE WHOLE SUB-LEDGER ROLLED UP BY CUSTOMER INTO THE FOUR
      *   AGE BUCKETS BEFORE THE MASTER IS READ, SO THE TRIAL
      *   BALANCE IS ONE TABLE LOOKUP PER MASTER RECORD.  THE FIFTH
      *   BUCKET HOLDS DISPUTED ITEMS WHATEVER THEIR AGE.
       01  AGING-TABLE-AREAS.
           05  WS-CUST-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-CUST-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-CUST-TABLE OCCURS 300 TIMES
                   INDEXED BY WS-CUST-IDX.
               10  WS-CUST-ID              PIC X(5).
               10  WS-CUST-BUCKET          PIC S9(7)V99 OCCURS 5.
           05  WS-FOUND-SUB                PIC 9(3)    VALUE ZERO.

      *   EACH CUSTOMER'S ARRANGEMENT STATUS AND RESUME LEVEL, SO
      *   THE LETTER CAN BE HELD OR RAISED.
       01  ARRANGEMENT-TABLE-AREAS.
           05  WS-ARR-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-ARR-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-ARR-FOUND-SUB            PIC 9(3)    VALUE ZERO.
           05  WS-ARR-TABLE OCCURS 300 TIMES
                   INDEXED BY WS-ARR-IDX.
               10  WS-ARR-CUSTOMER-ID      PIC X(5).
               10  WS-ARR-STATUS           PIC X.
               10  WS-ARR-RESUME-LEVEL     PIC 9.

      *   THE CUSTOMERS AN AGENCY IS WORKING - NO LETTER GOES OUT.
       01  PLACEMENT-TABLE-AREAS.
           05  WS-PLC-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-PLC-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-PLC-FOUND-SUB            PIC 9(4)    VALUE ZERO.
           05  WS-PLC-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-PLC-IDX.
               10  WS-PLC-CUSTOMER-ID      PIC X(5).

       01  PROGRAM-ACCUMULATORS.
           05  GRAND-BUCKET                PIC S9(9)V99 OCCURS 5
                                           VALUE ZERO.
           05  GRAND-AGED-TOTAL            PIC S9(9)V99 VALUE ZERO.
           05  GRAND-MASTER-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  CUSTOMER-TOTAL              PIC S9(7)V99 VALUE ZERO.
           05  LETTERS-PRINTED             PIC 9(5)    VALUE ZERO.
           05  LETTERS-HELD                PIC 9(5)    VALUE ZERO.
           05  LETTERS-PLACED              PIC 9(5)    VALUE ZERO.
           05  WS-DUNNING-LEVEL            PIC 9       VALUE ZERO.

       01  REPORT-HEADING-LINES.
               10  FILLER                  PIC X(31)
                   VALUE "AGED TRIAL BALANCE AS OF       ".
               10  HEADING-DATE-OUT        PIC 9(8).
               10                          PIC X(76)   VALUE SPACES.
           05  HEADING-LINE-2.
               10  FILLER                  PIC X(5)    VALUE "ID   ".
               10  FILLER                  PIC X(29)
                   VALUE "      61-90  ".
               10  FILLER                  PIC X(13)
                   VALUE "    OVER 90  ".
               10  FILLER                  PIC X(13)
                   VALUE "   DISPUTED  ".
               10  FILLER                  PIC X(13)
                   VALUE "      TOTAL  ".

       01  REPORT-DETAIL-LINE.
           05  DET-ID-OUT                  PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-NAME-OUT                PIC X(27).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-BUCKET-OUT              PIC -Z(6)9.99 OCCURS 5.
           05  DET-TOTAL-OUT               PIC -Z(6)9.99.
           05                              PIC X(2)    VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(32)
               VALUE "GRAND TOTAL                     ".
           05  TOT-BUCKET-OUT              PIC -Z(6)9.99 OCCURS 5.
           05  TOT-TOTAL-OUT               PIC -Z(6)9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  TOT-TIE-STATUS              PIC X(15).
           COMPUTE WS-AGING-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-AGING-DATE)
           PERFORM 110-ROLL-UP-OPEN-ITEMS
           PERFORM 120-LOAD-ARRANGEMENTS
           PERFORM 125-LOAD-PLACEMENTS
           OPEN INPUT  CUSTOMER-MASTER-FILE
                OUTPUT AGED-TRIAL-BALANCE
                       DUNNING-LETTER-FILE
                 DUNNING-LETTER-FILE
           DISPLAY "AGING RUN - CUSTOMERS AGED: " WS-CUST-COUNT
               " DUNNING LETTERS: " LETTERS-PRINTED
               " HELD FOR ARRANGEMENTS: " LETTERS-HELD
               " PLACED WITH AGENCY: " LETTERS-PLACED
           STOP RUN.

       110-ROLL-UP-OPEN-ITEMS.
      *   APPLICATION WENT IN, ONLY OPEN ITEMS AGE, AND FOR THE
      *   STILL-UNAPPLIED PORTION (THE OPEN AMOUNT) RATHER THAN THE
      *   ORIGINAL FACE AMOUNT; A RECORD FROM BEFORE THOSE FIELDS
      *   AGES FOR ITS FULL AMOUNT AS ALWAYS.  A DISPUTED ITEM GOES
      *   TO THE DISPUTED BUCKET, NOT BY AGE.
       111-AGE-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                       ELSE
                           MOVE ITEM-AMOUNT TO WS-AGE-AMOUNT
                       END-IF
                       IF ITEM-IS-DISPUTED
                           MOVE 5 TO WS-BUCKET-SUB
                       ELSE
                           PERFORM 112-PICK-BUCKET
                       END-IF
                       PERFORM 113-ADD-TO-CUSTOMER
                   END-IF
           END-READ.
                   MOVE ZERO TO WS-CUST-BUCKET (WS-CUST-IDX 2)
                   MOVE ZERO TO WS-CUST-BUCKET (WS-CUST-IDX 3)
                   MOVE ZERO TO WS-CUST-BUCKET (WS-CUST-IDX 4)
                   MOVE ZERO TO WS-CUST-BUCKET (WS-CUST-IDX 5)
                   MOVE WS-CUST-COUNT TO WS-FOUND-SUB
               ELSE
                   DISPLAY "**** AGING TABLE FULL - "
               MOVE WS-CUST-SUB TO WS-FOUND-SUB
           END-IF.

       120-LOAD-ARRANGEMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ARRANGEMENT-FILE
           PERFORM 121-LOAD-ONE-ARRANGEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ARRANGEMENT-FILE.

       121-LOAD-ONE-ARRANGEMENT.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-ARR-COUNT < 300
                       ADD 1 TO WS-ARR-COUNT
                       SET WS-ARR-IDX TO WS-ARR-COUNT
                       MOVE AR-CUSTOMER-ID
                           TO WS-ARR-CUSTOMER-ID (WS-ARR-IDX)
                       MOVE AR-STATUS TO WS-ARR-STATUS (WS-ARR-IDX)
                       IF AR-RESUME-LEVEL IS NUMERIC
                           MOVE AR-RESUME-LEVEL
                               TO WS-ARR-RESUME-LEVEL (WS-ARR-IDX)
                       ELSE
                           MOVE ZERO
                               TO WS-ARR-RESUME-LEVEL (WS-ARR-IDX)
                       END-IF
                   ELSE
                       DISPLAY "**** ARRANGEMENT TABLE FULL - "
                           AR-CUSTOMER-ID " OMITTED ****"
                   END-IF
           END-READ.

      *   ONLY A PLACEMENT STILL OPEN HOLDS THE LETTERS - ONE THE
      *   AGENCY HAS CLOSED LEAVES THE CUSTOMER TO US AGAIN.
       125-LOAD-PLACEMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PLACEMENT-FILE
           PERFORM 126-LOAD-ONE-PLACEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PLACEMENT-FILE.

       126-LOAD-ONE-PLACEMENT.
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

       200-REPORT-ONE-CUSTOMER.
           READ CUSTOMER-MASTER-FILE
               AT END
               SET WS-CUST-IDX TO WS-FOUND-SUB
               PERFORM 212-MOVE-ONE-BUCKET
                   VARYING WS-BUCKET-SUB FROM 1 BY 1
                   UNTIL WS-BUCKET-SUB > 5
           ELSE
               MOVE ZERO TO DET-BUCKET-OUT (1)
               MOVE ZERO TO DET-BUCKET-OUT (2)
               MOVE ZERO TO DET-BUCKET-OUT (3)
               MOVE ZERO TO DET-BUCKET-OUT (4)
               MOVE ZERO TO DET-BUCKET-OUT (5)
           END-IF
           MOVE CUSTOMER-TOTAL TO DET-TOTAL-OUT
           WRITE AGED-TRIAL-REC FROM REPORT-DETAIL-LINE
           IF WS-FOUND-SUB > ZERO
               COMPUTE WS-DUNNING-BALANCE =
                   CUSTOMER-TOTAL - WS-CUST-BUCKET (WS-CUST-IDX 5)
               IF WS-DUNNING-BALANCE > ZERO
                   PERFORM 300-CONSIDER-DUNNING
               END-IF
           END-IF.

       211-MATCH-MASTER-CUSTOMER.

      *   THE OLDEST BUCKET WITH MONEY IN IT PICKS THE LETTER -
      *   31-60 GETS THE REMINDER, 61-90 THE DEMAND, OVER 90 THE
      *   FINAL NOTICE.  ALL-CURRENT CUSTOMERS GET NOTHING.  THE
      *   DISPUTED BUCKET NEVER PICKS A LETTER, AND THE AMOUNT ASKED
      *   FOR LEAVES THE DISPUTED ITEMS OUT.  A CURRENT ARRANGEMENT
      *   HOLDS THE LETTER; A BROKEN ONE RAISES IT TO THE RESUME
      *   LEVEL WHEN THE AGE ALONE WOULD ASK FOR LESS.  AN ACCOUNT
      *   PLACED WITH AN AGENCY GETS NO LETTER FROM US AT ALL.
       300-CONSIDER-DUNNING.
           MOVE ZERO TO WS-DUNNING-LEVEL
           IF WS-CUST-BUCKET (WS-CUST-IDX 2) > ZERO
           IF WS-CUST-BUCKET (WS-CUST-IDX 4) > ZERO
               MOVE 3 TO WS-DUNNING-LEVEL
           END-IF
           MOVE ZERO TO WS-ARR-FOUND-SUB
           IF WS-ARR-COUNT > ZERO
               PERFORM 301-MATCH-ONE-ARRANGEMENT
                   VARYING WS-ARR-SUB FROM 1 BY 1
                   UNTIL WS-ARR-SUB > WS-ARR-COUNT
                       OR WS-ARR-FOUND-SUB > ZERO
           END-IF
           IF WS-ARR-FOUND-SUB > ZERO
               SET WS-ARR-IDX TO WS-ARR-FOUND-SUB
               IF WS-ARR-STATUS (WS-ARR-IDX) = 'B' AND
                       WS-ARR-RESUME-LEVEL (WS-ARR-IDX) >
                           WS-DUNNING-LEVEL AND
                       WS-ARR-RESUME-LEVEL (WS-ARR-IDX) <= 3
                   MOVE WS-ARR-RESUME-LEVEL (WS-ARR-IDX)
                       TO WS-DUNNING-LEVEL
               END-IF
               IF WS-ARR-STATUS (WS-ARR-IDX) = 'A' AND
                       WS-DUNNING-LEVEL > ZERO
                   ADD 1 TO LETTERS-HELD
                   MOVE ZERO TO WS-DUNNING-LEVEL
               END-IF
           END-IF
           MOVE ZERO TO WS-PLC-FOUND-SUB
           IF WS-PLC-COUNT > ZERO AND WS-DUNNING-LEVEL > ZERO
               PERFORM 302-MATCH-ONE-PLACEMENT
                   VARYING WS-PLC-SUB FROM 1 BY 1
                   UNTIL WS-PLC-SUB > WS-PLC-COUNT
                       OR WS-PLC-FOUND-SUB > ZERO
           END-IF
           IF WS-PLC-FOUND-SUB > ZERO
               ADD 1 TO LETTERS-PLACED
               MOVE ZERO TO WS-DUNNING-LEVEL
           END-IF
           IF WS-DUNNING-LEVEL > ZERO
               PERFORM 310-PRINT-ONE-LETTER
           END-IF.

       301-MATCH-ONE-ARRANGEMENT.
           SET WS-ARR-IDX TO WS-ARR-SUB
           IF WS-ARR-CUSTOMER-ID (WS-ARR-IDX) = MAST-CUSTOMER-ID
               MOVE WS-ARR-SUB TO WS-ARR-FOUND-SUB
           END-IF.

       302-MATCH-ONE-PLACEMENT.
           SET WS-PLC-IDX TO WS-PLC-SUB
           IF WS-PLC-CUSTOMER-ID (WS-PLC-IDX) = MAST-CUSTOMER-ID
               MOVE WS-PLC-SUB TO WS-PLC-FOUND-SUB
           END-IF.

       310-PRINT-ONE-LETTER.
           EVALUATE WS-DUNNING-LEVEL
               WHEN 1
           END-EVALUATE
           MOVE SPACES TO DUNNING-LETTER-REC
           WRITE DUNNING-LETTER-REC
           MOVE WS-DUNNING-BALANCE TO LETTER-BALANCE-OUT
           WRITE DUNNING-LETTER-REC FROM LETTER-BALANCE-LINE
           ADD 1 TO LETTERS-PRINTED.

           MOVE GRAND-BUCKET (2) TO TOT-BUCKET-OUT (2)
           MOVE GRAND-BUCKET (3) TO TOT-BUCKET-OUT (3)
           MOVE GRAND-BUCKET (4) TO TOT-BUCKET-OUT (4)
           MOVE GRAND-BUCKET (5) TO TOT-BUCKET-OUT (5)
           MOVE GRAND-AGED-TOTAL TO TOT-TOTAL-OUT
           IF GRAND-AGED-TOTAL = GRAND-MASTER-TOTAL
               MOVE "IN BALANCE" TO TOT-TIE-STATUS
