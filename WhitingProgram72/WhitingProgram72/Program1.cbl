      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM72.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program imports the bank's lockbox transmission so the
      *checks the bank deposits for us are no longer keyed by hand.
      *LOCKBOX.DAT is one deposit: an H header (lockbox number and
      *deposit date), a D record per check (check number, amount,
      *the customer ID and invoice reference from the remittance
      *stub, the remitter's name), and a T trailer with the bank's
      *item count and deposit total.
      *Each check is matched to a customer by the stub's customer
      *ID - check digit recomputed under PROGRAM13's mod-11 scheme,
      *then read on CUSTOMER-MASTER.DAT - and, when that does not
      *find a customer, by the stub's invoice reference against the
      *open invoices on CUSTOMER-OPEN-ITEMS.DAT.  A reference open
      *on more than one customer identifies nobody.
      *Every identified check becomes an ordinary '3' payment
      *transaction carrying the stub's invoice reference, so
      *PROGRAM13's cash application closes the item the customer
      *paid.  They are APPENDED IN CUSTOMER-ID ORDER to
      *CUSTOMER-TRANS.DAT, like PROGRAM47's finance charges - run
      *this before the day's transactions are keyed so the file
      *stays in ID order for PROGRAM13's sequence check.
      *Checks that cannot be identified, or that are too large for
      *one transaction, go on the unidentified-cash list
      *WhitingUNIDENTIFIED-CASH.LIS and the common exception file
      *for the cash clerks to research and key by hand.
      *Nothing is released unless the transmission ties: the
      *details must add up to the trailer's item count and deposit
      *total.  An untied or malformed transmission releases no
      *payment, writes one exception for the batch, and ends the
      *run with condition code 8.  A lockbox deposit already
      *released (WhitingLOCKBOX-HISTORY.DAT) is refused the same
      *way, so a second run of the same file cannot post the cash
      *twice.  Unidentified checks end a released run with code 4.
      *The register WhitingLOCKBOX-REGISTER.LIS lists every check
      *with the customer it went to and how it was matched.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LOCKBOX-FILE
               ASSIGN TO "..\..\..\..\LOCKBOX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CUSTOMER-ID.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOCKBOX-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingLOCKBOX-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT LOCKBOX-REGISTER
               ASSIGN TO "..\..\..\..\WhitingLOCKBOX-REGISTER.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT UNIDENTIFIED-LIST
               ASSIGN TO "..\..\..\..\WhitingUNIDENTIFIED-CASH.LIS"
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
      *   THE BANK'S TRANSMISSION - ONE HEADER, THE CHECKS, ONE
      *   TRAILER.  THE THREE LAYOUTS SHARE THE RECORD TYPE BYTE.
       FD  LOCKBOX-FILE.
       01  LOCKBOX-REC.
           05  LB-RECORD-TYPE              PIC X.
               88  LB-IS-HEADER                        VALUE 'H'.
               88  LB-IS-DETAIL                        VALUE 'D'.
               88  LB-IS-TRAILER                       VALUE 'T'.
           05                              PIC X(79).
       01  LOCKBOX-HEADER-REC.
           05                              PIC X.
           05  LBH-LOCKBOX-NUMBER          PIC X(7).
           05  LBH-DEPOSIT-DATE            PIC 9(8).
           05                              PIC X(64).
       01  LOCKBOX-DETAIL-REC.
           05                              PIC X.
           05  LBD-CHECK-NUMBER            PIC X(10).
           05  LBD-AMOUNT                  PIC 9(7)V99.
           05  LBD-CUSTOMER-ID             PIC X(5).
           05  LBD-INVOICE-REF             PIC X(8).
           05  LBD-REMITTER                PIC X(30).
           05                              PIC X(17).
       01  LOCKBOX-TRAILER-REC.
           05                              PIC X.
           05  LBT-ITEM-COUNT              PIC 9(5).
           05  LBT-DEPOSIT-TOTAL           PIC 9(9)V99.
           05                              PIC X(63).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MST==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

      *   ONE RECORD PER LOCKBOX DEPOSIT ALREADY RELEASED.
       FD  LOCKBOX-HISTORY-FILE.
       01  LOCKBOX-HISTORY-REC.
           05  LH-LOCKBOX-NUMBER           PIC X(7).
           05  LH-DEPOSIT-DATE             PIC 9(8).
           05  LH-BUSINESS-DATE            PIC 9(8).
           05  LH-ITEM-COUNT               PIC 9(5).
           05  LH-DEPOSIT-TOTAL            PIC 9(9)V99.

       FD  DAILY-TRANS-FILE.
       COPY CUSTMTRN REPLACING ==:PFX:== BY ==TRANS==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  LOCKBOX-REGISTER.
       01  LOCKBOX-REGISTER-REC            PIC X(100).

       FD  UNIDENTIFIED-LIST.
       01  UNIDENTIFIED-LIST-REC           PIC X(120).

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
           05  WS-HEADER-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-TRAILER-FOUND            PIC X(3)    VALUE 'NO '.
           05  WS-FORMAT-ERROR             PIC X(3)    VALUE 'NO '.
           05  WS-BATCH-STATUS             PIC X       VALUE 'B'.
               88  BATCH-IN-BALANCE                    VALUE 'B'.
               88  BATCH-OUT-OF-BALANCE                VALUE 'O'.
               88  BATCH-BAD-FORMAT                    VALUE 'F'.
               88  BATCH-ALREADY-RELEASED              VALUE 'R'.
               88  BATCH-NOT-ON-FILE                   VALUE 'M'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  PROGRAM-CONSTANTS.
           05  CHECK-DIGIT-DIVISOR         PIC 99      VALUE 11.
           05  MAX-TRANS-AMOUNT            PIC 9(5)V99 VALUE 99999.99.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   THE DEPOSIT AS THE BANK DESCRIBES IT AND AS THE CHECKS
      *   ACTUALLY ADD UP.
       01  LOCKBOX-CONTROL-AREAS.
           05  WS-LOCKBOX-NUMBER           PIC X(7)    VALUE SPACES.
           05  WS-DEPOSIT-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-BANK-ITEM-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-BANK-DEPOSIT-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT             PIC 9(5)    VALUE ZERO.
           05  WS-DETAIL-TOTAL             PIC 9(9)V99 VALUE ZERO.
           05  WS-TRAILER-IMAGE            PIC X(80)   VALUE SPACES.
           05  WS-BATCH-REASON             PIC X(35)   VALUE SPACES.

      *   EVERY CHECK ON THE TRANSMISSION IN THE BANK'S ORDER, WITH
      *   THE CUSTOMER IT WAS MATCHED TO.  MATCH S IS BY THE STUB'S
      *   CUSTOMER ID, I BY THE INVOICE REFERENCE, U UNIDENTIFIED.
       01  LOCKBOX-ITEM-AREAS.
           05  WS-LB-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-LB-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-LB-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-LB-IDX.
               10  WS-LB-CHECK-NUMBER      PIC X(10).
               10  WS-LB-AMOUNT            PIC 9(7)V99.
               10  WS-LB-STUB-ID           PIC X(5).
               10  WS-LB-INVOICE-REF       PIC X(8).
               10  WS-LB-REMITTER          PIC X(30).
               10  WS-LB-APPLIED-ID        PIC X(5).
               10  WS-LB-MATCH             PIC X.
                   88  WS-LB-BY-STUB                   VALUE 'S'.
                   88  WS-LB-BY-INVOICE                VALUE 'I'.
                   88  WS-LB-UNIDENTIFIED              VALUE 'U'.
               10  WS-LB-REASON            PIC X(35).
               10  WS-LB-IMAGE             PIC X(80).

      *   THE STILL-OPEN INVOICES THAT CARRY A REFERENCE, FOR THE
      *   FALLBACK MATCH.
       01  OPEN-INVOICE-AREAS.
           05  WS-REF-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-REF-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-REF-TABLE OCCURS 3000 TIMES
                   INDEXED BY WS-REF-IDX.
               10  WS-REF-INVOICE          PIC X(8).
               10  WS-REF-CUSTOMER-ID      PIC X(5).
           05  WS-REF-MATCH-ID             PIC X(5)    VALUE SPACES.
           05  WS-REF-MATCH-COUNT          PIC 9(4)    VALUE ZERO.

      *   THE IDENTIFIED CHECKS AS PAYMENTS, SORTED BY ID SO THE
      *   TRANSACTIONS APPEND IN THE ORDER PROGRAM13'S SEQUENCE
      *   CHECK DEMANDS.
       01  PAYMENT-TABLE-AREAS.
           05  WS-PAY-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-PAY-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-PAY-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-PAY-IDX.
               10  WS-PAY-ENTRY.
                   15  WS-PAY-ID           PIC X(5).
                   15  WS-PAY-AMOUNT       PIC 9(5)V99.
                   15  WS-PAY-REFERENCE    PIC X(8).
           05  WS-PAY-SWAP                 PIC X(20).

       01  CHECK-DIGIT-AREAS.
           05  WS-WORK-ID                  PIC X(5)    VALUE SPACES.
           05  WS-ID-DIGIT-1               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-2               PIC 9       VALUE ZERO.
           05  WS-ID-CHECK-SUM             PIC 9(3)    VALUE ZERO.
           05  WS-ID-DIGIT-3               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-4               PIC 9       VALUE ZERO.
           05  WS-ID-CHECK-QUOTIENT        PIC 9(3)    VALUE ZERO.
           05  WS-ID-CHECK-REMAINDER       PIC 99      VALUE ZERO.
           05  WS-ID-STORED-CHECK          PIC 9       VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  IDENTIFIED-COUNT            PIC 9(5)    VALUE ZERO.
           05  IDENTIFIED-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  UNIDENTIFIED-COUNT          PIC 9(5)    VALUE ZERO.
           05  UNIDENTIFIED-TOTAL          PIC 9(9)V99 VALUE ZERO.
           05  RELEASED-COUNT              PIC 9(5)    VALUE ZERO.
           05  RELEASED-TOTAL              PIC 9(9)V99 VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05  FILLER                      PIC X(33)
               VALUE "LOCKBOX IMPORT REGISTER - LOCKBOX".
           05  FILLER                      PIC X       VALUE SPACE.
           05  HEADING-LOCKBOX-OUT         PIC X(7).
           05  FILLER                      PIC X(15)
               VALUE "  DEPOSIT DATE ".
           05  HEADING-DEPOSIT-OUT         PIC 9(8).
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-BUSINESS-OUT        PIC 9(8).
           05                              PIC X(12)   VALUE SPACES.

       01  REGISTER-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "CHECK NO    STUB ID  REFERENCE       AMO".
           05  FILLER                      PIC X(30)
               VALUE "UNT  APPLIED  MATCH           ".
           05                              PIC X(30)   VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  REG-CHECK-OUT               PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-STUB-ID-OUT             PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  REG-REFERENCE-OUT           PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-AMOUNT-OUT              PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-APPLIED-OUT             PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  REG-MATCH-OUT               PIC X(35).
           05                              PIC X(11)   VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  TOT-LABEL-OUT               PIC X(24).
           05  FILLER                      PIC X(6)    VALUE "COUNT ".
           05  TOT-COUNT-OUT               PIC ZZZZ9.
           05  FILLER                      PIC X(10)
               VALUE "   AMOUNT ".
           05  TOT-AMOUNT-OUT              PIC ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(41)   VALUE SPACES.

       01  BATCH-STATUS-LINE.
           05  FILLER                      PIC X(7)    VALUE "BATCH  ".
           05  STATUS-TEXT-OUT             PIC X(33).
           05  STATUS-REASON-OUT           PIC X(35).
           05                              PIC X(25)   VALUE SPACES.

       01  UNIDENTIFIED-HEADING-LINE.
           05  FILLER                      PIC X(28)
               VALUE "UNIDENTIFIED CASH - LOCKBOX ".
           05  UNID-LOCKBOX-OUT            PIC X(7).
           05  FILLER                      PIC X(15)
               VALUE "  DEPOSIT DATE ".
           05  UNID-DEPOSIT-OUT            PIC 9(8).
           05                              PIC X(62)   VALUE SPACES.

       01  UNIDENTIFIED-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "CHECK NO          AMOUNT  STUB ID  REFER".
           05  FILLER                      PIC X(40)
               VALUE "ENCE REMITTER                        REA".
           05  FILLER                      PIC X(40)
               VALUE "SON                                     ".

       01  UNIDENTIFIED-DETAIL-LINE.
           05  UNID-CHECK-OUT              PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  UNID-AMOUNT-OUT             PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  UNID-STUB-ID-OUT            PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  UNID-REFERENCE-OUT          PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  UNID-REMITTER-OUT           PIC X(30).
           05                              PIC X(2)    VALUE SPACES.
           05  UNID-REASON-OUT             PIC X(35).
           05                              PIC X(8)    VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO UNIDENTIFIED CHECKS ON THIS DEPOSIT".
           05                              PIC X(80)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-LOAD-LOCKBOX
           PERFORM 115-CHECK-BATCH-BALANCE
           IF BATCH-IN-BALANCE
               PERFORM 120-CHECK-LOCKBOX-HISTORY
           END-IF
           PERFORM 130-LOAD-OPEN-INVOICES
           OPEN INPUT CUSTOMER-MASTER-FILE
           IF WS-LB-COUNT > ZERO
               PERFORM 200-IDENTIFY-ONE-PAYMENT
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 240-SORT-BY-CUSTOMER-ID
           IF BATCH-IN-BALANCE
               PERFORM 400-RELEASE-PAYMENTS
           ELSE
               IF NOT BATCH-NOT-ON-FILE
                   PERFORM 440-WRITE-BATCH-EXCEPTION
               END-IF
           END-IF
           PERFORM 300-WRITE-REGISTER
           PERFORM 500-WRITE-UNIDENTIFIED-LIST
           EVALUATE TRUE
               WHEN BATCH-NOT-ON-FILE
                   DISPLAY "**** NO LOCKBOX TRANSMISSION ON FILE - "
                       "NOTHING IMPORTED ****"
               WHEN BATCH-IN-BALANCE
                   IF UNIDENTIFIED-COUNT > ZERO
                       DISPLAY "**** " UNIDENTIFIED-COUNT
                           " UNIDENTIFIED CHECK(S) - SEE "
                           "WhitingUNIDENTIFIED-CASH.LIS ****"
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "**** LOCKBOX " WS-LOCKBOX-NUMBER
                       " NOT RELEASED - " WS-BATCH-REASON " ****"
                   MOVE 8 TO WS-CONDITION-CODE
           END-EVALUATE
           DISPLAY "LOCKBOX PAYMENTS RELEASED: " RELEASED-COUNT
               " AMOUNT: " RELEASED-TOTAL
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

      *   THE WHOLE TRANSMISSION IS HELD IN THE TABLE SO NOTHING IS
      *   RELEASED UNTIL THE TRAILER HAS BEEN SEEN AND TIED.  A
      *   SECOND HEADER, A RECORD AFTER THE TRAILER, AN UNKNOWN
      *   RECORD TYPE, OR MORE CHECKS THAN THE TABLE HOLDS MAKE THE
      *   TRANSMISSION UNUSABLE.
       110-LOAD-LOCKBOX.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT LOCKBOX-FILE
           PERFORM 111-READ-ONE-LOCKBOX-REC
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE LOCKBOX-FILE.

       111-READ-ONE-LOCKBOX-REC.
           READ LOCKBOX-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-TRAILER-FOUND = 'YES'
                       MOVE 'YES' TO WS-FORMAT-ERROR
                   END-IF
                   EVALUATE TRUE
                       WHEN LB-IS-HEADER
                           IF WS-HEADER-FOUND = 'YES'
                               MOVE 'YES' TO WS-FORMAT-ERROR
                           END-IF
                           MOVE 'YES' TO WS-HEADER-FOUND
                           MOVE LBH-LOCKBOX-NUMBER
                               TO WS-LOCKBOX-NUMBER
                           IF LBH-DEPOSIT-DATE IS NUMERIC
                               MOVE LBH-DEPOSIT-DATE
                                   TO WS-DEPOSIT-DATE
                           END-IF
                       WHEN LB-IS-DETAIL
                           PERFORM 112-LOAD-ONE-DETAIL
                       WHEN LB-IS-TRAILER
                           MOVE 'YES' TO WS-TRAILER-FOUND
                           MOVE LOCKBOX-REC TO WS-TRAILER-IMAGE
                           IF LBT-ITEM-COUNT IS NUMERIC
                               MOVE LBT-ITEM-COUNT
                                   TO WS-BANK-ITEM-COUNT
                           END-IF
                           IF LBT-DEPOSIT-TOTAL IS NUMERIC
                               MOVE LBT-DEPOSIT-TOTAL
                                   TO WS-BANK-DEPOSIT-TOTAL
                           END-IF
                       WHEN OTHER
                           MOVE 'YES' TO WS-FORMAT-ERROR
                   END-EVALUATE
           END-READ.

       112-LOAD-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF LBD-AMOUNT IS NUMERIC
               ADD LBD-AMOUNT TO WS-DETAIL-TOTAL
           END-IF
           IF WS-LB-COUNT < 1000
               ADD 1 TO WS-LB-COUNT
               SET WS-LB-IDX TO WS-LB-COUNT
               MOVE LBD-CHECK-NUMBER TO WS-LB-CHECK-NUMBER (WS-LB-IDX)
               IF LBD-AMOUNT IS NUMERIC
                   MOVE LBD-AMOUNT TO WS-LB-AMOUNT (WS-LB-IDX)
               ELSE
                   MOVE ZERO TO WS-LB-AMOUNT (WS-LB-IDX)
               END-IF
               MOVE LBD-CUSTOMER-ID TO WS-LB-STUB-ID (WS-LB-IDX)
               MOVE LBD-INVOICE-REF TO WS-LB-INVOICE-REF (WS-LB-IDX)
               MOVE LBD-REMITTER TO WS-LB-REMITTER (WS-LB-IDX)
               MOVE SPACES TO WS-LB-APPLIED-ID (WS-LB-IDX)
               MOVE 'U' TO WS-LB-MATCH (WS-LB-IDX)
               MOVE SPACES TO WS-LB-REASON (WS-LB-IDX)
               MOVE LOCKBOX-REC TO WS-LB-IMAGE (WS-LB-IDX)
           ELSE
               DISPLAY "**** LOCKBOX TABLE FULL - CHECK "
                   LBD-CHECK-NUMBER " OMITTED ****"
               MOVE 'YES' TO WS-FORMAT-ERROR
           END-IF.

      *   THE CHECKS MUST ADD UP TO THE BANK'S TRAILER BOTH IN COUNT
      *   AND IN AMOUNT BEFORE A SINGLE PAYMENT IS RELEASED.
       115-CHECK-BATCH-BALANCE.
           EVALUATE TRUE
               WHEN WS-HEADER-FOUND = 'NO ' AND
                       WS-TRAILER-FOUND = 'NO ' AND
                       WS-DETAIL-COUNT = ZERO
                   MOVE 'M' TO WS-BATCH-STATUS
                   MOVE "NO TRANSMISSION" TO WS-BATCH-REASON
               WHEN WS-HEADER-FOUND = 'NO ' OR
                       WS-TRAILER-FOUND = 'NO ' OR
                       WS-FORMAT-ERROR = 'YES'
                   MOVE 'F' TO WS-BATCH-STATUS
                   MOVE "TRANSMISSION NOT IN H-D-T FORMAT"
                       TO WS-BATCH-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-BANK-ITEM-COUNT
                   MOVE 'O' TO WS-BATCH-STATUS
                   MOVE "ITEM COUNT DOES NOT TIE TO TRAILER"
                       TO WS-BATCH-REASON
               WHEN WS-DETAIL-TOTAL NOT = WS-BANK-DEPOSIT-TOTAL
                   MOVE 'O' TO WS-BATCH-STATUS
                   MOVE "CHECKS DO NOT TIE TO DEPOSIT TOTAL"
                       TO WS-BATCH-REASON
               WHEN OTHER
                   MOVE 'B' TO WS-BATCH-STATUS
           END-EVALUATE.

      *   A DEPOSIT IS RELEASED ONCE - THE SAME LOCKBOX AND DEPOSIT
      *   DATE ON THE HISTORY FILE MEANS THIS FILE HAS BEEN RUN.
       120-CHECK-LOCKBOX-HISTORY.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT LOCKBOX-HISTORY-FILE
           PERFORM 121-READ-ONE-HISTORY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE LOCKBOX-HISTORY-FILE.

       121-READ-ONE-HISTORY.
           READ LOCKBOX-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF LH-LOCKBOX-NUMBER = WS-LOCKBOX-NUMBER AND
                           LH-DEPOSIT-DATE = WS-DEPOSIT-DATE
                       MOVE 'R' TO WS-BATCH-STATUS
                       MOVE "DEPOSIT ALREADY RELEASED"
                           TO WS-BATCH-REASON
                   END-IF
           END-READ.

      *   ONLY STILL-OPEN CHARGES WITH A MEANINGFUL REFERENCE CAN
      *   NAME A CUSTOMER - PAYMENTS AND CLOSED ITEMS ARE SKIPPED.
       130-LOAD-OPEN-INVOICES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 131-READ-ONE-OPEN-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       131-READ-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ITEM-TYPE NOT = 'P' AND
                           ITEM-TYPE NOT = 'A' AND
                           NOT ITEM-IS-CLOSED AND
                           ITEM-REFERENCE NOT = SPACES AND
                           ITEM-REFERENCE (2:7) NOT = SPACES
                       IF WS-REF-COUNT < 3000
                           ADD 1 TO WS-REF-COUNT
                           SET WS-REF-IDX TO WS-REF-COUNT
                           MOVE ITEM-REFERENCE
                               TO WS-REF-INVOICE (WS-REF-IDX)
                           MOVE ITEM-CUSTOMER-ID
                               TO WS-REF-CUSTOMER-ID (WS-REF-IDX)
                       ELSE
                           DISPLAY "**** OPEN INVOICE TABLE FULL - "
                               ITEM-REFERENCE " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

      *   THE STUB'S CUSTOMER ID FIRST, THEN ITS INVOICE REFERENCE.
      *   A CHECK TOO LARGE FOR ONE TRANSACTION IS LEFT FOR A CLERK
      *   RATHER THAN SPLIT.
       200-IDENTIFY-ONE-PAYMENT.
           SET WS-LB-IDX TO WS-LB-SUB
           EVALUATE TRUE
               WHEN WS-LB-AMOUNT (WS-LB-IDX) = ZERO
                   MOVE "AMOUNT MISSING OR NOT NUMERIC"
                       TO WS-LB-REASON (WS-LB-IDX)
               WHEN WS-LB-AMOUNT (WS-LB-IDX) > MAX-TRANS-AMOUNT
                   MOVE "OVER THE SINGLE-TRANSACTION LIMIT"
                       TO WS-LB-REASON (WS-LB-IDX)
               WHEN OTHER
                   PERFORM 210-MATCH-STUB-CUSTOMER
                   IF WS-LB-UNIDENTIFIED (WS-LB-IDX)
                       PERFORM 220-MATCH-INVOICE-REFERENCE
                   END-IF
           END-EVALUATE
           IF WS-LB-UNIDENTIFIED (WS-LB-IDX)
               ADD 1 TO UNIDENTIFIED-COUNT
               ADD WS-LB-AMOUNT (WS-LB-IDX) TO UNIDENTIFIED-TOTAL
           ELSE
               ADD 1 TO IDENTIFIED-COUNT
               ADD WS-LB-AMOUNT (WS-LB-IDX) TO IDENTIFIED-TOTAL
               PERFORM 230-ADD-TO-PAYMENTS
           END-IF.

       210-MATCH-STUB-CUSTOMER.
           IF WS-LB-STUB-ID (WS-LB-IDX) NOT = SPACES
               MOVE WS-LB-STUB-ID (WS-LB-IDX) TO WS-WORK-ID
               PERFORM 215-SET-CHECK-DIGIT
               MOVE WS-WORK-ID TO MST-CUSTOMER-ID
               READ CUSTOMER-MASTER-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE WS-WORK-ID
                           TO WS-LB-APPLIED-ID (WS-LB-IDX)
                       MOVE 'S' TO WS-LB-MATCH (WS-LB-IDX)
               END-READ
           END-IF.

      *   THE SAME MOD-11 SCHEME PROGRAM13 ENFORCES - THE FIRST
      *   FOUR CHARACTERS ARE THE BASE (WEIGHTED 4-3-2-1) AND THE
      *   FIFTH IS THE CHECK DIGIT, SO A MIS-READ CHECK DIGIT ON THE
      *   STUB STILL FINDS THE CUSTOMER.
      *   NON-NUMERIC IDS FROM BEFORE THE SCHEME RIDE UNCHANGED.
       215-SET-CHECK-DIGIT.
           IF WS-WORK-ID (1:4) IS NUMERIC
               MOVE WS-WORK-ID (1:1) TO WS-ID-DIGIT-1
               MOVE WS-WORK-ID (2:1) TO WS-ID-DIGIT-2
               MOVE WS-WORK-ID (3:1) TO WS-ID-DIGIT-3
               MOVE WS-WORK-ID (4:1) TO WS-ID-DIGIT-4
               COMPUTE WS-ID-CHECK-SUM =
                   (WS-ID-DIGIT-1 * 4) + (WS-ID-DIGIT-2 * 3) +
                   (WS-ID-DIGIT-3 * 2) + (WS-ID-DIGIT-4 * 1)
               DIVIDE WS-ID-CHECK-SUM BY CHECK-DIGIT-DIVISOR
                   GIVING WS-ID-CHECK-QUOTIENT
                   REMAINDER WS-ID-CHECK-REMAINDER
               IF WS-ID-CHECK-REMAINDER <= 9
                   MOVE WS-ID-CHECK-REMAINDER TO WS-ID-STORED-CHECK
                   MOVE WS-ID-STORED-CHECK TO WS-WORK-ID (5:1)
               END-IF
           END-IF.

      *   THE REFERENCE MUST BE OPEN ON EXACTLY ONE CUSTOMER - THE
      *   SAME INVOICE NUMBER ON TWO ACCOUNTS IDENTIFIES NEITHER.
       220-MATCH-INVOICE-REFERENCE.
           MOVE SPACES TO WS-REF-MATCH-ID
           MOVE ZERO TO WS-REF-MATCH-COUNT
           IF WS-LB-INVOICE-REF (WS-LB-IDX) NOT = SPACES AND
                   WS-LB-INVOICE-REF (WS-LB-IDX) (2:7) NOT = SPACES AND
                   WS-REF-COUNT > ZERO
               PERFORM 221-MATCH-ONE-REFERENCE
                   VARYING WS-REF-SUB FROM 1 BY 1
                   UNTIL WS-REF-SUB > WS-REF-COUNT
           END-IF
           EVALUATE TRUE
               WHEN WS-REF-MATCH-COUNT = 1
                   MOVE WS-REF-MATCH-ID
                       TO WS-LB-APPLIED-ID (WS-LB-IDX)
                   MOVE 'I' TO WS-LB-MATCH (WS-LB-IDX)
               WHEN WS-REF-MATCH-COUNT > 1
                   MOVE "REFERENCE OPEN ON SEVERAL CUSTOMERS"
                       TO WS-LB-REASON (WS-LB-IDX)
               WHEN OTHER
                   MOVE "NO CUSTOMER OR OPEN INVOICE MATCH"
                       TO WS-LB-REASON (WS-LB-IDX)
           END-EVALUATE.

       221-MATCH-ONE-REFERENCE.
           SET WS-REF-IDX TO WS-REF-SUB
           IF WS-REF-INVOICE (WS-REF-IDX) =
                   WS-LB-INVOICE-REF (WS-LB-IDX)
               IF WS-REF-MATCH-COUNT = ZERO
                   MOVE WS-REF-CUSTOMER-ID (WS-REF-IDX)
                       TO WS-REF-MATCH-ID
                   MOVE 1 TO WS-REF-MATCH-COUNT
               ELSE
                   IF WS-REF-CUSTOMER-ID (WS-REF-IDX) NOT =
                           WS-REF-MATCH-ID
                       ADD 1 TO WS-REF-MATCH-COUNT
                   END-IF
               END-IF
           END-IF.

       230-ADD-TO-PAYMENTS.
           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE WS-LB-APPLIED-ID (WS-LB-IDX) TO WS-PAY-ID (WS-PAY-IDX)
           MOVE WS-LB-AMOUNT (WS-LB-IDX) TO WS-PAY-AMOUNT (WS-PAY-IDX)
           MOVE WS-LB-INVOICE-REF (WS-LB-IDX)
               TO WS-PAY-REFERENCE (WS-PAY-IDX).

      *   A SIMPLE EXCHANGE SORT ON THE PAYMENT TABLE SO THE
      *   TRANSACTIONS APPEND IN ASCENDING CUSTOMER-ID ORDER.  ONLY
      *   OUT-OF-ORDER NEIGHBOURS SWAP, SO A CUSTOMER'S CHECKS KEEP
      *   THE BANK'S ORDER.
       240-SORT-BY-CUSTOMER-ID.
           IF WS-PAY-COUNT > 1
               PERFORM 241-ONE-SORT-PASS
                   VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB >= WS-PAY-COUNT
           END-IF.

       241-ONE-SORT-PASS.
           PERFORM 242-COMPARE-AND-SWAP
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB >= WS-PAY-COUNT.

       242-COMPARE-AND-SWAP.
           IF WS-PAY-ID (WS-SCAN-SUB) > WS-PAY-ID (WS-SCAN-SUB + 1)
               MOVE WS-PAY-ENTRY (WS-SCAN-SUB) TO WS-PAY-SWAP
               MOVE WS-PAY-ENTRY (WS-SCAN-SUB + 1)
                   TO WS-PAY-ENTRY (WS-SCAN-SUB)
               MOVE WS-PAY-SWAP TO WS-PAY-ENTRY (WS-SCAN-SUB + 1)
           END-IF.

       300-WRITE-REGISTER.
           OPEN OUTPUT LOCKBOX-REGISTER
           MOVE WS-LOCKBOX-NUMBER TO HEADING-LOCKBOX-OUT
           MOVE WS-DEPOSIT-DATE TO HEADING-DEPOSIT-OUT
           MOVE WS-BUSINESS-DATE TO HEADING-BUSINESS-OUT
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LOCKBOX-REGISTER-REC
           WRITE LOCKBOX-REGISTER-REC
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-COLUMN-LINE
           IF WS-LB-COUNT > ZERO
               PERFORM 310-WRITE-ONE-REGISTER-LINE
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT
           END-IF
           PERFORM 320-WRITE-REGISTER-TOTALS
           CLOSE LOCKBOX-REGISTER.

       310-WRITE-ONE-REGISTER-LINE.
           SET WS-LB-IDX TO WS-LB-SUB
           MOVE WS-LB-CHECK-NUMBER (WS-LB-IDX) TO REG-CHECK-OUT
           MOVE WS-LB-STUB-ID (WS-LB-IDX) TO REG-STUB-ID-OUT
           MOVE WS-LB-INVOICE-REF (WS-LB-IDX) TO REG-REFERENCE-OUT
           MOVE WS-LB-AMOUNT (WS-LB-IDX) TO REG-AMOUNT-OUT
           MOVE WS-LB-APPLIED-ID (WS-LB-IDX) TO REG-APPLIED-OUT
           EVALUATE TRUE
               WHEN WS-LB-BY-STUB (WS-LB-IDX)
                   MOVE "STUB CUSTOMER ID" TO REG-MATCH-OUT
               WHEN WS-LB-BY-INVOICE (WS-LB-IDX)
                   MOVE "INVOICE REFERENCE" TO REG-MATCH-OUT
               WHEN OTHER
                   MOVE WS-LB-REASON (WS-LB-IDX) TO REG-MATCH-OUT
           END-EVALUATE
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-DETAIL-LINE.

       320-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO LOCKBOX-REGISTER-REC
           WRITE LOCKBOX-REGISTER-REC
           MOVE "CHECKS ON TRANSMISSION" TO TOT-LABEL-OUT
           MOVE WS-DETAIL-COUNT TO TOT-COUNT-OUT
           MOVE WS-DETAIL-TOTAL TO TOT-AMOUNT-OUT
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "BANK TRAILER" TO TOT-LABEL-OUT
           MOVE WS-BANK-ITEM-COUNT TO TOT-COUNT-OUT
           MOVE WS-BANK-DEPOSIT-TOTAL TO TOT-AMOUNT-OUT
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "IDENTIFIED" TO TOT-LABEL-OUT
           MOVE IDENTIFIED-COUNT TO TOT-COUNT-OUT
           MOVE IDENTIFIED-TOTAL TO TOT-AMOUNT-OUT
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "UNIDENTIFIED" TO TOT-LABEL-OUT
           MOVE UNIDENTIFIED-COUNT TO TOT-COUNT-OUT
           MOVE UNIDENTIFIED-TOTAL TO TOT-AMOUNT-OUT
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "RELEASED AS PAYMENTS" TO TOT-LABEL-OUT
           MOVE RELEASED-COUNT TO TOT-COUNT-OUT
           MOVE RELEASED-TOTAL TO TOT-AMOUNT-OUT
           WRITE LOCKBOX-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE SPACES TO LOCKBOX-REGISTER-REC
           WRITE LOCKBOX-REGISTER-REC
           PERFORM 330-SET-BATCH-STATUS-LINE
           WRITE LOCKBOX-REGISTER-REC FROM BATCH-STATUS-LINE.

       330-SET-BATCH-STATUS-LINE.
           IF BATCH-IN-BALANCE
               MOVE "IN BALANCE - PAYMENTS RELEASED"
                   TO STATUS-TEXT-OUT
               MOVE SPACES TO STATUS-REASON-OUT
           ELSE
               MOVE "NOT RELEASED - NOTHING WRITTEN - "
                   TO STATUS-TEXT-OUT
               MOVE WS-BATCH-REASON TO STATUS-REASON-OUT
           END-IF.

      *   THE TIED DEPOSIT GOES OUT: THE IDENTIFIED PAYMENTS TO
      *   CUSTOMER-TRANS.DAT, THE UNIDENTIFIED CHECKS TO THE COMMON
      *   EXCEPTION FILE, AND THE DEPOSIT TO THE HISTORY FILE.
       400-RELEASE-PAYMENTS.
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-PAY-COUNT > ZERO
               PERFORM 410-WRITE-ONE-TRANSACTION
                   VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > WS-PAY-COUNT
           END-IF
           CLOSE DAILY-TRANS-FILE
           OPEN EXTEND EXCEPTION-FILE
           IF WS-LB-COUNT > ZERO
               PERFORM 420-WRITE-ONE-EXCEPTION
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT
           END-IF
           CLOSE EXCEPTION-FILE
           PERFORM 430-APPEND-HISTORY.

      *   AN ORDINARY '3' PAYMENT - THE STUB'S INVOICE REFERENCE
      *   NAMES THE ITEM IT PAYS; A BLANK ONE APPLIES OLDEST-FIRST.
       410-WRITE-ONE-TRANSACTION.
           SET WS-PAY-IDX TO WS-PAY-SUB
           MOVE SPACES TO TRANS-REC
           MOVE WS-PAY-ID (WS-PAY-IDX) TO TRANS-CUSTOMER-ID
           MOVE ZERO TO TRANS-MAX-CREDIT
           MOVE WS-PAY-AMOUNT (WS-PAY-IDX) TO TRANS-BALANCE
           MOVE '3' TO TRANS-TYPE-CODE
           MOVE ZERO TO TRANS-EFFECTIVE-DATE
           MOVE WS-PAY-REFERENCE (WS-PAY-IDX) TO TRANS-REFERENCE
           WRITE TRANS-REC
           ADD 1 TO RELEASED-COUNT
           ADD WS-PAY-AMOUNT (WS-PAY-IDX) TO RELEASED-TOTAL.

       420-WRITE-ONE-EXCEPTION.
           SET WS-LB-IDX TO WS-LB-SUB
           IF WS-LB-UNIDENTIFIED (WS-LB-IDX)
               MOVE SPACES TO EX-REC
               MOVE "PROGRAM72" TO EX-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
               STRING WS-LOCKBOX-NUMBER DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-LB-CHECK-NUMBER (WS-LB-IDX)
                          DELIMITED BY SIZE
                   INTO EX-KEY
               MOVE WS-LB-REASON (WS-LB-IDX) TO EX-REASON
               MOVE 'O' TO EX-STATUS
               MOVE WS-LB-IMAGE (WS-LB-IDX) TO EX-ORIGINAL-REC
               WRITE EX-REC
           END-IF.

       430-APPEND-HISTORY.
           OPEN EXTEND LOCKBOX-HISTORY-FILE
           MOVE WS-LOCKBOX-NUMBER TO LH-LOCKBOX-NUMBER
           MOVE WS-DEPOSIT-DATE TO LH-DEPOSIT-DATE
           MOVE WS-BUSINESS-DATE TO LH-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT TO LH-ITEM-COUNT
           MOVE WS-DETAIL-TOTAL TO LH-DEPOSIT-TOTAL
           WRITE LOCKBOX-HISTORY-REC
           CLOSE LOCKBOX-HISTORY-FILE.

      *   ONE EXCEPTION FOR A DEPOSIT THAT WAS NOT RELEASED, KEYED BY
      *   LOCKBOX AND DEPOSIT DATE, CARRYING THE BANK'S TRAILER.
       440-WRITE-BATCH-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM72" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           STRING WS-LOCKBOX-NUMBER DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-DEPOSIT-DATE DELIMITED BY SIZE
               INTO EX-KEY
           MOVE WS-BATCH-REASON TO EX-REASON
           MOVE 'O' TO EX-STATUS
           MOVE WS-TRAILER-IMAGE TO EX-ORIGINAL-REC
           WRITE EX-REC
           CLOSE EXCEPTION-FILE.

       500-WRITE-UNIDENTIFIED-LIST.
           OPEN OUTPUT UNIDENTIFIED-LIST
           MOVE WS-LOCKBOX-NUMBER TO UNID-LOCKBOX-OUT
           MOVE WS-DEPOSIT-DATE TO UNID-DEPOSIT-OUT
           WRITE UNIDENTIFIED-LIST-REC FROM UNIDENTIFIED-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO UNIDENTIFIED-LIST-REC
           WRITE UNIDENTIFIED-LIST-REC
           IF NOT BATCH-IN-BALANCE
               PERFORM 330-SET-BATCH-STATUS-LINE
               WRITE UNIDENTIFIED-LIST-REC FROM BATCH-STATUS-LINE
           END-IF
           IF UNIDENTIFIED-COUNT = ZERO
               WRITE UNIDENTIFIED-LIST-REC FROM NONE-LINE
           ELSE
               WRITE UNIDENTIFIED-LIST-REC
                   FROM UNIDENTIFIED-COLUMN-LINE
               PERFORM 510-WRITE-ONE-UNIDENTIFIED
                   VARYING WS-LB-SUB FROM 1 BY 1
                   UNTIL WS-LB-SUB > WS-LB-COUNT
               MOVE SPACES TO UNIDENTIFIED-LIST-REC
               WRITE UNIDENTIFIED-LIST-REC
               MOVE "UNIDENTIFIED" TO TOT-LABEL-OUT
               MOVE UNIDENTIFIED-COUNT TO TOT-COUNT-OUT
               MOVE UNIDENTIFIED-TOTAL TO TOT-AMOUNT-OUT
               WRITE UNIDENTIFIED-LIST-REC FROM REGISTER-TOTAL-LINE
           END-IF
           CLOSE UNIDENTIFIED-LIST.

       510-WRITE-ONE-UNIDENTIFIED.
           SET WS-LB-IDX TO WS-LB-SUB
           IF WS-LB-UNIDENTIFIED (WS-LB-IDX)
               MOVE WS-LB-CHECK-NUMBER (WS-LB-IDX) TO UNID-CHECK-OUT
               MOVE WS-LB-AMOUNT (WS-LB-IDX) TO UNID-AMOUNT-OUT
               MOVE WS-LB-STUB-ID (WS-LB-IDX) TO UNID-STUB-ID-OUT
               MOVE WS-LB-INVOICE-REF (WS-LB-IDX)
                   TO UNID-REFERENCE-OUT
               MOVE WS-LB-REMITTER (WS-LB-IDX) TO UNID-REMITTER-OUT
               MOVE WS-LB-REASON (WS-LB-IDX) TO UNID-REASON-OUT
               WRITE UNIDENTIFIED-LIST-REC
                   FROM UNIDENTIFIED-DETAIL-LINE
           END-IF.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM72" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE WS-DETAIL-COUNT TO RL-RECORDS-READ
           MOVE UNIDENTIFIED-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE RELEASED-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM72.
