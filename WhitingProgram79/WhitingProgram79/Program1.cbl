      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM79.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program imports a collection agency's remittance - what
      *the agency collected on the accounts PROGRAM78 placed with
      *it, less the commission it kept.
      *AGENCY-REMITTANCE.DAT is one remittance: an H header (agency
      *code and remittance date), a D record per collection
      *(customer ID, date collected, gross amount collected, the
      *agency's commission on it), and a T trailer with the item
      *count, the gross and commission totals, and the net remitted.
      *Nothing is released unless the remittance ties - the details
      *must add up to the trailer's count, gross and commission, and
      *the net must be the gross less the commission - and the
      *agency is on COLLECTION-AGENCIES.DAT.  An untied or malformed
      *remittance releases nothing, writes one exception for the
      *batch, and ends the run with condition code 8; a remittance
      *already imported (WhitingAGENCY-REMIT-HISTORY.DAT) is refused
      *the same way.
      *Each collection must be for a customer placed with that
      *agency on CUSTOMER-PLACEMENTS.DAT.  It is credited to the
      *customer as an ordinary '3' payment for the GROSS amount,
      *reference AGY and the agency code, APPENDED IN CUSTOMER-ID
      *ORDER to CUSTOMER-TRANS.DAT like PROGRAM72's lockbox payments
      *- the customer paid the gross; the commission is our expense.
      *The placement's recovered amount, commission and last
      *recovery date are brought up; a placement recovered in full
      *is closed.  A collection for a customer not placed with the
      *agency, with no amount, over one transaction's limit, or with
      *a commission larger than the collection goes to the exception
      *file for the cash clerks and ends the run with code 4, as does
      *a commission over the agency's contract rate (posted, but
      *listed for accounts payable to take up with the agency).
      *The commission released is handed to PROGRAM31 in the sealed
      *one-record file WhitingAGENCY-COMMISSION.DAT and posts
      *    DR COLLECTION COMM EXP  CR CASH
      *- a second remittance the same business date adds to it.
      *The register WhitingAGENCY-RECOVERY.LIS lists every collection
      *on the remittance and then, for every agency, the accounts
      *and amount placed, what has been recovered, the commission
      *paid, and the recovery rate.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL REMITTANCE-FILE
               ASSIGN TO "..\..\..\..\AGENCY-REMITTANCE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENCY-FILE
               ASSIGN TO "..\..\..\..\COLLECTION-AGENCIES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-PLACEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL REMIT-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingAGENCY-REMIT-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-HANDOFF-FILE
               ASSIGN TO "..\..\..\..\WhitingAGENCY-COMMISSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-REGISTER
               ASSIGN TO "..\..\..\..\WhitingAGENCY-RECOVERY.LIS"
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
      *   THE AGENCY'S REMITTANCE - ONE HEADER, THE COLLECTIONS, ONE
      *   TRAILER.  THE THREE LAYOUTS SHARE THE RECORD TYPE BYTE.
       FD  REMITTANCE-FILE.
       01  REMITTANCE-REC.
           05  RM-RECORD-TYPE              PIC X.
               88  RM-IS-HEADER                        VALUE 'H'.
               88  RM-IS-DETAIL                        VALUE 'D'.
               88  RM-IS-TRAILER                       VALUE 'T'.
           05                              PIC X(79).
       01  REMITTANCE-HEADER-REC.
           05                              PIC X.
           05  RMH-AGENCY-CODE             PIC X(3).
           05  RMH-REMIT-DATE              PIC 9(8).
           05                              PIC X(68).
       01  REMITTANCE-DETAIL-REC.
           05                              PIC X.
           05  RMD-CUSTOMER-ID             PIC X(5).
           05  RMD-COLLECTED-DATE          PIC 9(8).
           05  RMD-GROSS-AMOUNT            PIC 9(7)V99.
           05  RMD-COMMISSION              PIC 9(7)V99.
           05                              PIC X(48).
       01  REMITTANCE-TRAILER-REC.
           05                              PIC X.
           05  RMT-ITEM-COUNT              PIC 9(5).
           05  RMT-GROSS-TOTAL             PIC 9(9)V99.
           05  RMT-COMMISSION-TOTAL        PIC 9(9)V99.
           05  RMT-NET-REMITTED            PIC 9(9)V99.
           05                              PIC X(41).

       FD  AGENCY-FILE.
       COPY COLLAGCY REPLACING ==:PFX:== BY ==AG==.

       FD  PLACEMENT-FILE.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PL==.

      *   ONE RECORD PER AGENCY REMITTANCE ALREADY RELEASED.
       FD  REMIT-HISTORY-FILE.
       01  REMIT-HISTORY-REC.
           05  RH-AGENCY-CODE              PIC X(3).
           05  RH-REMIT-DATE               PIC 9(8).
           05  RH-BUSINESS-DATE            PIC 9(8).
           05  RH-ITEM-COUNT               PIC 9(5).
           05  RH-GROSS-TOTAL              PIC 9(9)V99.
           05  RH-COMMISSION-TOTAL         PIC 9(9)V99.

      *   THE HAND-OFF TO THE GL POSTING, SEALED LIKE EVERY OTHER.
       FD  COMMISSION-HANDOFF-FILE.
       01  COMMISSION-HANDOFF-REC.
           05  ACM-RUN-DATE                PIC 9(8).
           05  ACM-TOTAL                   PIC 9(9)V99.
           05  ACM-COUNT                   PIC 9(5).
       01  COMMISSION-SEAL-REC             PIC X(22).

       FD  DAILY-TRANS-FILE.
       COPY CUSTMTRN REPLACING ==:PFX:== BY ==TRANS==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  RECOVERY-REGISTER.
       01  RECOVERY-REGISTER-REC           PIC X(100).

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
               88  BATCH-UNKNOWN-AGENCY                VALUE 'A'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  PROGRAM-CONSTANTS.
           05  MAX-TRANS-AMOUNT            PIC 9(5)V99 VALUE 99999.99.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   THE REMITTANCE AS THE AGENCY DESCRIBES IT AND AS THE
      *   COLLECTIONS ACTUALLY ADD UP.
       01  REMITTANCE-CONTROL-AREAS.
           05  WS-AGENCY-CODE              PIC X(3)    VALUE SPACES.
           05  WS-AGENCY-NAME              PIC X(25)   VALUE SPACES.
           05  WS-AGENCY-RATE              PIC V9(4)   VALUE ZERO.
           05  WS-REMIT-DATE               PIC 9(8)    VALUE ZERO.
           05  WS-AGENCY-ITEM-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-AGENCY-GROSS-TOTAL       PIC 9(9)V99 VALUE ZERO.
           05  WS-AGENCY-COMM-TOTAL        PIC 9(9)V99 VALUE ZERO.
           05  WS-AGENCY-NET               PIC 9(9)V99 VALUE ZERO.
           05  WS-DETAIL-COUNT             PIC 9(5)    VALUE ZERO.
           05  WS-DETAIL-GROSS             PIC 9(9)V99 VALUE ZERO.
           05  WS-DETAIL-COMMISSION        PIC 9(9)V99 VALUE ZERO.
           05  WS-TRAILER-IMAGE            PIC X(80)   VALUE SPACES.
           05  WS-BATCH-REASON             PIC X(35)   VALUE SPACES.

      *   EVERY COLLECTION ON THE REMITTANCE IN THE AGENCY'S ORDER.
      *   RESULT P IS POSTED, W POSTED WITH A WARNING, X REJECTED.
       01  REMITTANCE-ITEM-AREAS.
           05  WS-RM-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-RM-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-RM-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-RM-IDX.
               10  WS-RM-CUSTOMER-ID       PIC X(5).
               10  WS-RM-COLLECTED-DATE    PIC 9(8).
               10  WS-RM-GROSS             PIC 9(7)V99.
               10  WS-RM-COMMISSION        PIC 9(7)V99.
               10  WS-RM-PL-SUB            PIC 9(4).
               10  WS-RM-RESULT            PIC X.
                   88  WS-RM-POSTED                    VALUES 'P', 'W'.
                   88  WS-RM-WARNED                    VALUE 'W'.
                   88  WS-RM-REJECTED                  VALUE 'X'.
               10  WS-RM-REASON            PIC X(35).
               10  WS-RM-IMAGE             PIC X(80).

      *   THE PLACEMENT FILE AS RECORD IMAGES, REWRITTEN WHOLE WITH
      *   THE RECOVERIES.
       01  PLACEMENT-TABLE-AREAS.
           05  WS-PL-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-PL-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-PL-FOUND-SUB             PIC 9(4)    VALUE ZERO.
           05  WS-PL-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-PL-IDX.
               10  WS-PL-REC               PIC X(52).

      *   ONE PLACEMENT WORKED ON OUTSIDE THE FILE'S RECORD AREA,
      *   WHICH IS GONE ONCE THE FILE IS CLOSED.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PW==.

      *   EVERY AGENCY ON FILE, WITH ITS PLACEMENTS ROLLED UP FOR
      *   THE RECOVERY SUMMARY.
       01  AGENCY-TABLE-AREAS.
           05  WS-AG-COUNT                 PIC 9(2)    VALUE ZERO.
           05  WS-AG-SUB                   PIC 9(2)    VALUE ZERO.
           05  WS-AG-FOUND-SUB             PIC 9(2)    VALUE ZERO.
           05  WS-FIND-AGENCY-CODE         PIC X(3)    VALUE SPACES.
           05  WS-AG-TABLE OCCURS 50 TIMES
                   INDEXED BY WS-AG-IDX.
               10  WS-AG-CODE              PIC X(3).
               10  WS-AG-NAME              PIC X(25).
               10  WS-AG-RATE              PIC V9(4).
               10  WS-AG-ACCOUNTS          PIC 9(5).
               10  WS-AG-PLACED            PIC 9(9)V99.
               10  WS-AG-RECOVERED         PIC 9(9)V99.
               10  WS-AG-COMMISSION        PIC 9(9)V99.

      *   THE POSTED COLLECTIONS AS PAYMENTS, SORTED BY ID SO THE
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
           05  WS-PAY-SWAP                 PIC X(12).

       01  COMMISSION-AREAS.
           05  WS-CONTRACT-COMMISSION      PIC 9(7)V99 VALUE ZERO.
           05  WS-HANDOFF-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-HANDOFF-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  WS-HANDOFF-COUNT            PIC 9(5)    VALUE ZERO.
           05  WS-RATE-PERCENT             PIC 9(3)V9  VALUE ZERO.
       COPY SEALTRLR REPLACING ==:PFX:== BY ==SL==.

       01  PROGRAM-ACCUMULATORS.
           05  POSTED-COUNT                PIC 9(5)    VALUE ZERO.
           05  POSTED-GROSS                PIC 9(9)V99 VALUE ZERO.
           05  POSTED-COMMISSION           PIC 9(9)V99 VALUE ZERO.
           05  REJECTED-COUNT              PIC 9(5)    VALUE ZERO.
           05  REJECTED-GROSS              PIC 9(9)V99 VALUE ZERO.
           05  WARNED-COUNT                PIC 9(5)    VALUE ZERO.
           05  RELEASED-COUNT              PIC 9(5)    VALUE ZERO.
           05  RELEASED-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05  RELEASED-COMMISSION         PIC 9(9)V99 VALUE ZERO.
           05  CLOSED-COUNT                PIC 9(5)    VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05  FILLER                      PIC X(33)
               VALUE "AGENCY RECOVERY REGISTER - AGENCY".
           05  FILLER                      PIC X       VALUE SPACE.
           05  HEADING-AGENCY-OUT          PIC X(3).
           05  FILLER                      PIC X(15)
               VALUE "  REMITTED     ".
           05  HEADING-REMIT-OUT           PIC 9(8).
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-BUSINESS-OUT        PIC 9(8).
           05                              PIC X(16)   VALUE SPACES.

       01  REGISTER-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "CUSTOMER  COLLECTED        GROSS    COMM".
           05  FILLER                      PIC X(40)
               VALUE "ISSION           NET   RESULT           ".
           05                              PIC X(20)   VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  REG-CUSTOMER-OUT            PIC X(5).
           05                              PIC X(5)    VALUE SPACES.
           05  REG-COLLECTED-OUT           PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-GROSS-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-COMMISSION-OUT          PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-NET-OUT                 PIC Z,ZZZ,ZZ9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-RESULT-OUT              PIC X(35).

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

       01  SUMMARY-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "RECOVERY BY AGENCY - ALL PLACEMENTS TO D".
           05  FILLER                      PIC X(4)    VALUE "ATE ".
           05                              PIC X(56)   VALUE SPACES.

       01  SUMMARY-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "AGY  AGENCY NAME           ACCTS        ".
           05  FILLER                      PIC X(40)
               VALUE "PLACED       RECOVERED     COMMISSION   ".
           05  FILLER                      PIC X(20)
               VALUE "RATE                ".

       01  SUMMARY-DETAIL-LINE.
           05  SUM-CODE-OUT                PIC X(3).
           05                              PIC X(2)    VALUE SPACES.
           05  SUM-NAME-OUT                PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  SUM-ACCOUNTS-OUT            PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  SUM-PLACED-OUT              PIC ZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  SUM-RECOVERED-OUT           PIC ZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  SUM-COMMISSION-OUT          PIC ZZ,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  SUM-RATE-OUT                PIC ZZ9.9.
           05  FILLER                      PIC X       VALUE "%".
           05                              PIC X(15)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-LOAD-REMITTANCE
           PERFORM 115-CHECK-BATCH-BALANCE
           PERFORM 125-LOAD-AGENCIES
           IF BATCH-IN-BALANCE
               PERFORM 120-CHECK-REMIT-HISTORY
           END-IF
           PERFORM 130-LOAD-PLACEMENTS
           IF WS-RM-COUNT > ZERO
               PERFORM 200-CHECK-ONE-COLLECTION
                   VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-RM-COUNT
           END-IF
           PERFORM 240-SORT-BY-CUSTOMER-ID
           IF BATCH-IN-BALANCE
               PERFORM 400-RELEASE-RECOVERIES
           ELSE
               IF NOT BATCH-NOT-ON-FILE
                   PERFORM 440-WRITE-BATCH-EXCEPTION
               END-IF
           END-IF
           PERFORM 300-WRITE-REGISTER
           EVALUATE TRUE
               WHEN BATCH-NOT-ON-FILE
                   DISPLAY "**** NO AGENCY REMITTANCE ON FILE - "
                       "NOTHING IMPORTED ****"
               WHEN BATCH-IN-BALANCE
                   IF REJECTED-COUNT > ZERO OR WARNED-COUNT > ZERO
                       DISPLAY "**** " REJECTED-COUNT
                           " COLLECTION(S) REJECTED, " WARNED-COUNT
                           " OVER CONTRACT RATE - SEE "
                           "WhitingAGENCY-RECOVERY.LIS ****"
                       MOVE 4 TO WS-CONDITION-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "**** REMITTANCE FROM " WS-AGENCY-CODE
                       " NOT RELEASED - " WS-BATCH-REASON " ****"
                   MOVE 8 TO WS-CONDITION-CODE
           END-EVALUATE
           DISPLAY "AGENCY RECOVERIES RELEASED: " RELEASED-COUNT
               " AMOUNT: " RELEASED-TOTAL
               " COMMISSION: " RELEASED-COMMISSION
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

      *   THE WHOLE REMITTANCE IS HELD IN THE TABLE SO NOTHING IS
      *   RELEASED UNTIL THE TRAILER HAS BEEN SEEN AND TIED.  A
      *   SECOND HEADER, A RECORD AFTER THE TRAILER, AN UNKNOWN
      *   RECORD TYPE, OR MORE COLLECTIONS THAN THE TABLE HOLDS MAKE
      *   THE REMITTANCE UNUSABLE.
       110-LOAD-REMITTANCE.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT REMITTANCE-FILE
           PERFORM 111-READ-ONE-REMITTANCE-REC
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE REMITTANCE-FILE.

       111-READ-ONE-REMITTANCE-REC.
           READ REMITTANCE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-TRAILER-FOUND = 'YES'
                       MOVE 'YES' TO WS-FORMAT-ERROR
                   END-IF
                   EVALUATE TRUE
                       WHEN RM-IS-HEADER
                           IF WS-HEADER-FOUND = 'YES'
                               MOVE 'YES' TO WS-FORMAT-ERROR
                           END-IF
                           MOVE 'YES' TO WS-HEADER-FOUND
                           MOVE RMH-AGENCY-CODE TO WS-AGENCY-CODE
                           IF RMH-REMIT-DATE IS NUMERIC
                               MOVE RMH-REMIT-DATE TO WS-REMIT-DATE
                           END-IF
                       WHEN RM-IS-DETAIL
                           PERFORM 112-LOAD-ONE-DETAIL
                       WHEN RM-IS-TRAILER
                           MOVE 'YES' TO WS-TRAILER-FOUND
                           MOVE REMITTANCE-REC TO WS-TRAILER-IMAGE
                           PERFORM 113-LOAD-TRAILER
                       WHEN OTHER
                           MOVE 'YES' TO WS-FORMAT-ERROR
                   END-EVALUATE
           END-READ.

       112-LOAD-ONE-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           IF RMD-GROSS-AMOUNT IS NUMERIC
               ADD RMD-GROSS-AMOUNT TO WS-DETAIL-GROSS
           END-IF
           IF RMD-COMMISSION IS NUMERIC
               ADD RMD-COMMISSION TO WS-DETAIL-COMMISSION
           END-IF
           IF WS-RM-COUNT < 1000
               ADD 1 TO WS-RM-COUNT
               SET WS-RM-IDX TO WS-RM-COUNT
               MOVE RMD-CUSTOMER-ID TO WS-RM-CUSTOMER-ID (WS-RM-IDX)
               IF RMD-COLLECTED-DATE IS NUMERIC
                   MOVE RMD-COLLECTED-DATE
                       TO WS-RM-COLLECTED-DATE (WS-RM-IDX)
               ELSE
                   MOVE ZERO TO WS-RM-COLLECTED-DATE (WS-RM-IDX)
               END-IF
               IF RMD-GROSS-AMOUNT IS NUMERIC
                   MOVE RMD-GROSS-AMOUNT TO WS-RM-GROSS (WS-RM-IDX)
               ELSE
                   MOVE ZERO TO WS-RM-GROSS (WS-RM-IDX)
               END-IF
               IF RMD-COMMISSION IS NUMERIC
                   MOVE RMD-COMMISSION TO WS-RM-COMMISSION (WS-RM-IDX)
               ELSE
                   MOVE ZERO TO WS-RM-COMMISSION (WS-RM-IDX)
               END-IF
               MOVE ZERO TO WS-RM-PL-SUB (WS-RM-IDX)
               MOVE 'X' TO WS-RM-RESULT (WS-RM-IDX)
               MOVE SPACES TO WS-RM-REASON (WS-RM-IDX)
               MOVE REMITTANCE-REC TO WS-RM-IMAGE (WS-RM-IDX)
           ELSE
               DISPLAY "**** REMITTANCE TABLE FULL - CUSTOMER "
                   RMD-CUSTOMER-ID " OMITTED ****"
               MOVE 'YES' TO WS-FORMAT-ERROR
           END-IF.

       113-LOAD-TRAILER.
           IF RMT-ITEM-COUNT IS NUMERIC
               MOVE RMT-ITEM-COUNT TO WS-AGENCY-ITEM-COUNT
           END-IF
           IF RMT-GROSS-TOTAL IS NUMERIC
               MOVE RMT-GROSS-TOTAL TO WS-AGENCY-GROSS-TOTAL
           END-IF
           IF RMT-COMMISSION-TOTAL IS NUMERIC
               MOVE RMT-COMMISSION-TOTAL TO WS-AGENCY-COMM-TOTAL
           END-IF
           IF RMT-NET-REMITTED IS NUMERIC
               MOVE RMT-NET-REMITTED TO WS-AGENCY-NET
           END-IF.

      *   THE COLLECTIONS MUST ADD UP TO THE AGENCY'S TRAILER IN
      *   COUNT, GROSS AND COMMISSION, AND THE NET THE AGENCY SENT
      *   MUST BE THE ONE LESS THE OTHER.
       115-CHECK-BATCH-BALANCE.
           EVALUATE TRUE
               WHEN WS-HEADER-FOUND = 'NO ' AND
                       WS-TRAILER-FOUND = 'NO ' AND
                       WS-DETAIL-COUNT = ZERO
                   MOVE 'M' TO WS-BATCH-STATUS
                   MOVE "NO REMITTANCE" TO WS-BATCH-REASON
               WHEN WS-HEADER-FOUND = 'NO ' OR
                       WS-TRAILER-FOUND = 'NO ' OR
                       WS-FORMAT-ERROR = 'YES'
                   MOVE 'F' TO WS-BATCH-STATUS
                   MOVE "REMITTANCE NOT IN H-D-T FORMAT"
                       TO WS-BATCH-REASON
               WHEN WS-DETAIL-COUNT NOT = WS-AGENCY-ITEM-COUNT
                   MOVE 'O' TO WS-BATCH-STATUS
                   MOVE "ITEM COUNT DOES NOT TIE TO TRAILER"
                       TO WS-BATCH-REASON
               WHEN WS-DETAIL-GROSS NOT = WS-AGENCY-GROSS-TOTAL
                   MOVE 'O' TO WS-BATCH-STATUS
                   MOVE "GROSS DOES NOT TIE TO TRAILER"
                       TO WS-BATCH-REASON
               WHEN WS-DETAIL-COMMISSION NOT = WS-AGENCY-COMM-TOTAL
                   MOVE 'O' TO WS-BATCH-STATUS
                   MOVE "COMMISSION DOES NOT TIE TO TRAILER"
                       TO WS-BATCH-REASON
               WHEN WS-AGENCY-GROSS-TOTAL - WS-AGENCY-COMM-TOTAL
                       NOT = WS-AGENCY-NET
                   MOVE 'O' TO WS-BATCH-STATUS
                   MOVE "NET IS NOT GROSS LESS COMMISSION"
                       TO WS-BATCH-REASON
               WHEN OTHER
                   MOVE 'B' TO WS-BATCH-STATUS
           END-EVALUATE.

      *   A REMITTANCE IS RELEASED ONCE - THE SAME AGENCY AND
      *   REMITTANCE DATE ON THE HISTORY FILE MEANS IT HAS BEEN RUN.
       120-CHECK-REMIT-HISTORY.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT REMIT-HISTORY-FILE
           PERFORM 121-READ-ONE-HISTORY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE REMIT-HISTORY-FILE.

       121-READ-ONE-HISTORY.
           READ REMIT-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF RH-AGENCY-CODE = WS-AGENCY-CODE AND
                           RH-REMIT-DATE = WS-REMIT-DATE
                       MOVE 'R' TO WS-BATCH-STATUS
                       MOVE "REMITTANCE ALREADY RELEASED"
                           TO WS-BATCH-REASON
                   END-IF
           END-READ.

      *   THE AGENCIES ARE KEPT FOR THE SUMMARY; THE REMITTING ONE
      *   MUST BE AMONG THEM FOR ITS CONTRACT RATE.
       125-LOAD-AGENCIES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT AGENCY-FILE
           PERFORM 126-LOAD-ONE-AGENCY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AGENCY-FILE
           MOVE WS-AGENCY-CODE TO WS-FIND-AGENCY-CODE
           PERFORM 127-FIND-AGENCY
           IF WS-AG-FOUND-SUB > ZERO
               SET WS-AG-IDX TO WS-AG-FOUND-SUB
               MOVE WS-AG-NAME (WS-AG-IDX) TO WS-AGENCY-NAME
               MOVE WS-AG-RATE (WS-AG-IDX) TO WS-AGENCY-RATE
           ELSE
               IF BATCH-IN-BALANCE
                   MOVE 'A' TO WS-BATCH-STATUS
                   MOVE "AGENCY NOT ON COLLECTION-AGENCIES"
                       TO WS-BATCH-REASON
               END-IF
           END-IF.

       126-LOAD-ONE-AGENCY.
           READ AGENCY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF AG-AGENCY-CODE NOT = SPACES
                       IF WS-AG-COUNT < 50
                           ADD 1 TO WS-AG-COUNT
                           SET WS-AG-IDX TO WS-AG-COUNT
                           MOVE AG-AGENCY-CODE TO WS-AG-CODE (WS-AG-IDX)
                           MOVE AG-AGENCY-NAME TO WS-AG-NAME (WS-AG-IDX)
                           IF AG-COMMISSION-RATE IS NUMERIC
                               MOVE AG-COMMISSION-RATE
                                   TO WS-AG-RATE (WS-AG-IDX)
                           ELSE
                               MOVE ZERO TO WS-AG-RATE (WS-AG-IDX)
                           END-IF
                           MOVE ZERO TO WS-AG-ACCOUNTS (WS-AG-IDX)
                           MOVE ZERO TO WS-AG-PLACED (WS-AG-IDX)
                           MOVE ZERO TO WS-AG-RECOVERED (WS-AG-IDX)
                           MOVE ZERO TO WS-AG-COMMISSION (WS-AG-IDX)
                       ELSE
                           DISPLAY "**** AGENCY TABLE FULL - "
                               AG-AGENCY-CODE " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

      *   AGENCY CODE IN WS-FIND-AGENCY-CODE, ENTRY IN WS-AG-FOUND-SUB.
       127-FIND-AGENCY.
           MOVE ZERO TO WS-AG-FOUND-SUB
           IF WS-AG-COUNT > ZERO
               PERFORM 128-MATCH-ONE-AGENCY
                   VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-COUNT
                       OR WS-AG-FOUND-SUB > ZERO
           END-IF.

       128-MATCH-ONE-AGENCY.
           SET WS-AG-IDX TO WS-AG-SUB
           IF WS-AG-CODE (WS-AG-IDX) = WS-FIND-AGENCY-CODE
               MOVE WS-AG-SUB TO WS-AG-FOUND-SUB
           END-IF.

       130-LOAD-PLACEMENTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PLACEMENT-FILE
           PERFORM 131-LOAD-ONE-PLACEMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PLACEMENT-FILE.

       131-LOAD-ONE-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-PL-COUNT < 1000
                       ADD 1 TO WS-PL-COUNT
                       SET WS-PL-IDX TO WS-PL-COUNT
                       MOVE PL-REC TO WS-PL-REC (WS-PL-IDX)
                   ELSE
                       DISPLAY "**** PLACEMENT TABLE FULL - "
                           PL-CUSTOMER-ID " OMITTED ****"
                       IF BATCH-IN-BALANCE
                           MOVE 'F' TO WS-BATCH-STATUS
                           MOVE "PLACEMENT FILE TOO LARGE"
                               TO WS-BATCH-REASON
                       END-IF
                   END-IF
           END-READ.

      *   A COLLECTION POSTS ONLY FOR A CUSTOMER THIS AGENCY HOLDS,
      *   AND ONLY AS ONE ORDINARY TRANSACTION.  A COMMISSION OVER
      *   THE CONTRACT RATE STILL POSTS - THE AGENCY HAS ALREADY
      *   KEPT IT - BUT IS LISTED FOR ACCOUNTS PAYABLE.
       200-CHECK-ONE-COLLECTION.
           SET WS-RM-IDX TO WS-RM-SUB
           PERFORM 210-FIND-PLACEMENT
           EVALUATE TRUE
               WHEN WS-RM-GROSS (WS-RM-IDX) = ZERO
                   MOVE "AMOUNT MISSING OR NOT NUMERIC"
                       TO WS-RM-REASON (WS-RM-IDX)
               WHEN WS-RM-GROSS (WS-RM-IDX) > MAX-TRANS-AMOUNT
                   MOVE "OVER THE SINGLE-TRANSACTION LIMIT"
                       TO WS-RM-REASON (WS-RM-IDX)
               WHEN WS-RM-COMMISSION (WS-RM-IDX) >
                       WS-RM-GROSS (WS-RM-IDX)
                   MOVE "COMMISSION EXCEEDS AMOUNT COLLECTED"
                       TO WS-RM-REASON (WS-RM-IDX)
               WHEN WS-PL-FOUND-SUB = ZERO
                   MOVE "CUSTOMER NOT PLACED WITH AGENCY"
                       TO WS-RM-REASON (WS-RM-IDX)
               WHEN OTHER
                   MOVE WS-PL-FOUND-SUB TO WS-RM-PL-SUB (WS-RM-IDX)
                   MOVE 'P' TO WS-RM-RESULT (WS-RM-IDX)
                   MOVE "POSTED" TO WS-RM-REASON (WS-RM-IDX)
                   COMPUTE WS-CONTRACT-COMMISSION ROUNDED =
                       WS-RM-GROSS (WS-RM-IDX) * WS-AGENCY-RATE
                   IF WS-RM-COMMISSION (WS-RM-IDX) >
                           WS-CONTRACT-COMMISSION + .01
                       MOVE 'W' TO WS-RM-RESULT (WS-RM-IDX)
                       MOVE "POSTED - COMMISSION OVER CONTRACT"
                           TO WS-RM-REASON (WS-RM-IDX)
                       ADD 1 TO WARNED-COUNT
                   END-IF
           END-EVALUATE
           IF WS-RM-POSTED (WS-RM-IDX)
               ADD 1 TO POSTED-COUNT
               ADD WS-RM-GROSS (WS-RM-IDX) TO POSTED-GROSS
               ADD WS-RM-COMMISSION (WS-RM-IDX) TO POSTED-COMMISSION
               PERFORM 230-ADD-TO-PAYMENTS
           ELSE
               ADD 1 TO REJECTED-COUNT
               ADD WS-RM-GROSS (WS-RM-IDX) TO REJECTED-GROSS
           END-IF.

      *   THE CUSTOMER'S PLACEMENT WITH THE REMITTING AGENCY - OPEN
      *   OR ALREADY CLOSED, SINCE AN AGENCY MAY COLLECT A LITTLE
      *   MORE AFTER THE PLACED AMOUNT IS MET.
       210-FIND-PLACEMENT.
           MOVE ZERO TO WS-PL-FOUND-SUB
           IF WS-PL-COUNT > ZERO
               PERFORM 211-MATCH-ONE-PLACEMENT
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
                       OR WS-PL-FOUND-SUB > ZERO
           END-IF.

       211-MATCH-ONE-PLACEMENT.
           SET WS-PL-IDX TO WS-PL-SUB
           MOVE WS-PL-REC (WS-PL-IDX) TO PW-REC
           IF PW-CUSTOMER-ID = WS-RM-CUSTOMER-ID (WS-RM-IDX) AND
                   PW-AGENCY-CODE = WS-AGENCY-CODE
               MOVE WS-PL-SUB TO WS-PL-FOUND-SUB
           END-IF.

       230-ADD-TO-PAYMENTS.
           ADD 1 TO WS-PAY-COUNT
           SET WS-PAY-IDX TO WS-PAY-COUNT
           MOVE WS-RM-CUSTOMER-ID (WS-RM-IDX) TO WS-PAY-ID (WS-PAY-IDX)
           MOVE WS-RM-GROSS (WS-RM-IDX) TO WS-PAY-AMOUNT (WS-PAY-IDX).

      *   A SIMPLE EXCHANGE SORT ON THE PAYMENT TABLE SO THE
      *   TRANSACTIONS APPEND IN ASCENDING CUSTOMER-ID ORDER.
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
           OPEN OUTPUT RECOVERY-REGISTER
           MOVE WS-AGENCY-CODE TO HEADING-AGENCY-OUT
           MOVE WS-REMIT-DATE TO HEADING-REMIT-OUT
           MOVE WS-BUSINESS-DATE TO HEADING-BUSINESS-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-COLUMN-LINE
           IF WS-RM-COUNT > ZERO
               PERFORM 310-WRITE-ONE-REGISTER-LINE
                   VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-RM-COUNT
           END-IF
           PERFORM 320-WRITE-REGISTER-TOTALS
           PERFORM 340-WRITE-AGENCY-SUMMARY
           CLOSE RECOVERY-REGISTER.

       310-WRITE-ONE-REGISTER-LINE.
           SET WS-RM-IDX TO WS-RM-SUB
           MOVE WS-RM-CUSTOMER-ID (WS-RM-IDX) TO REG-CUSTOMER-OUT
           MOVE WS-RM-COLLECTED-DATE (WS-RM-IDX) TO REG-COLLECTED-OUT
           MOVE WS-RM-GROSS (WS-RM-IDX) TO REG-GROSS-OUT
           MOVE WS-RM-COMMISSION (WS-RM-IDX) TO REG-COMMISSION-OUT
           COMPUTE REG-NET-OUT = WS-RM-GROSS (WS-RM-IDX) -
               WS-RM-COMMISSION (WS-RM-IDX)
           MOVE WS-RM-REASON (WS-RM-IDX) TO REG-RESULT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-DETAIL-LINE.

       320-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC
           MOVE "COLLECTIONS REMITTED" TO TOT-LABEL-OUT
           MOVE WS-DETAIL-COUNT TO TOT-COUNT-OUT
           MOVE WS-DETAIL-GROSS TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "AGENCY TRAILER GROSS" TO TOT-LABEL-OUT
           MOVE WS-AGENCY-ITEM-COUNT TO TOT-COUNT-OUT
           MOVE WS-AGENCY-GROSS-TOTAL TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "AGENCY NET REMITTED" TO TOT-LABEL-OUT
           MOVE WS-AGENCY-ITEM-COUNT TO TOT-COUNT-OUT
           MOVE WS-AGENCY-NET TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "POSTED - GROSS" TO TOT-LABEL-OUT
           MOVE POSTED-COUNT TO TOT-COUNT-OUT
           MOVE POSTED-GROSS TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "POSTED - COMMISSION" TO TOT-LABEL-OUT
           MOVE POSTED-COUNT TO TOT-COUNT-OUT
           MOVE POSTED-COMMISSION TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "REJECTED" TO TOT-LABEL-OUT
           MOVE REJECTED-COUNT TO TOT-COUNT-OUT
           MOVE REJECTED-GROSS TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "RELEASED AS PAYMENTS" TO TOT-LABEL-OUT
           MOVE RELEASED-COUNT TO TOT-COUNT-OUT
           MOVE RELEASED-TOTAL TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "PLACEMENTS CLOSED" TO TOT-LABEL-OUT
           MOVE CLOSED-COUNT TO TOT-COUNT-OUT
           MOVE ZERO TO TOT-AMOUNT-OUT
           WRITE RECOVERY-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE SPACES TO RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC
           PERFORM 330-SET-BATCH-STATUS-LINE
           WRITE RECOVERY-REGISTER-REC FROM BATCH-STATUS-LINE.

       330-SET-BATCH-STATUS-LINE.
           IF BATCH-IN-BALANCE
               MOVE "IN BALANCE - RECOVERIES RELEASED"
                   TO STATUS-TEXT-OUT
               MOVE SPACES TO STATUS-REASON-OUT
           ELSE
               MOVE "NOT RELEASED - NOTHING WRITTEN - "
                   TO STATUS-TEXT-OUT
               MOVE WS-BATCH-REASON TO STATUS-REASON-OUT
           END-IF.

      *   EVERY PLACEMENT EVER MADE, ROLLED UP BY AGENCY AFTER
      *   TODAY'S RECOVERIES - THE RATE IS RECOVERED OVER PLACED.
       340-WRITE-AGENCY-SUMMARY.
           IF WS-PL-COUNT > ZERO
               PERFORM 341-ADD-ONE-PLACEMENT
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
           END-IF
           MOVE SPACES TO RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC FROM SUMMARY-HEADING-LINE
           MOVE SPACES TO RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC
           WRITE RECOVERY-REGISTER-REC FROM SUMMARY-COLUMN-LINE
           IF WS-AG-COUNT > ZERO
               PERFORM 342-WRITE-ONE-AGENCY
                   VARYING WS-AG-SUB FROM 1 BY 1
                   UNTIL WS-AG-SUB > WS-AG-COUNT
           END-IF.

       341-ADD-ONE-PLACEMENT.
           SET WS-PL-IDX TO WS-PL-SUB
           MOVE WS-PL-REC (WS-PL-IDX) TO PW-REC
           MOVE PW-AGENCY-CODE TO WS-FIND-AGENCY-CODE
           PERFORM 127-FIND-AGENCY
           IF WS-AG-FOUND-SUB = ZERO AND WS-AG-COUNT < 50
               ADD 1 TO WS-AG-COUNT
               SET WS-AG-IDX TO WS-AG-COUNT
               MOVE PW-AGENCY-CODE TO WS-AG-CODE (WS-AG-IDX)
               MOVE "NOT ON AGENCY FILE" TO WS-AG-NAME (WS-AG-IDX)
               MOVE ZERO TO WS-AG-RATE (WS-AG-IDX)
               MOVE ZERO TO WS-AG-ACCOUNTS (WS-AG-IDX)
               MOVE ZERO TO WS-AG-PLACED (WS-AG-IDX)
               MOVE ZERO TO WS-AG-RECOVERED (WS-AG-IDX)
               MOVE ZERO TO WS-AG-COMMISSION (WS-AG-IDX)
               MOVE WS-AG-COUNT TO WS-AG-FOUND-SUB
           END-IF
           IF WS-AG-FOUND-SUB > ZERO
               SET WS-AG-IDX TO WS-AG-FOUND-SUB
               ADD 1 TO WS-AG-ACCOUNTS (WS-AG-IDX)
               IF PW-PLACED-AMOUNT IS NUMERIC
                   ADD PW-PLACED-AMOUNT TO WS-AG-PLACED (WS-AG-IDX)
               END-IF
               IF PW-RECOVERED-AMOUNT IS NUMERIC
                   ADD PW-RECOVERED-AMOUNT
                       TO WS-AG-RECOVERED (WS-AG-IDX)
               END-IF
               IF PW-COMMISSION-AMOUNT IS NUMERIC
                   ADD PW-COMMISSION-AMOUNT
                       TO WS-AG-COMMISSION (WS-AG-IDX)
               END-IF
           END-IF.

       342-WRITE-ONE-AGENCY.
           SET WS-AG-IDX TO WS-AG-SUB
           MOVE WS-AG-CODE (WS-AG-IDX) TO SUM-CODE-OUT
           MOVE WS-AG-NAME (WS-AG-IDX) TO SUM-NAME-OUT
           MOVE WS-AG-ACCOUNTS (WS-AG-IDX) TO SUM-ACCOUNTS-OUT
           MOVE WS-AG-PLACED (WS-AG-IDX) TO SUM-PLACED-OUT
           MOVE WS-AG-RECOVERED (WS-AG-IDX) TO SUM-RECOVERED-OUT
           MOVE WS-AG-COMMISSION (WS-AG-IDX) TO SUM-COMMISSION-OUT
           MOVE ZERO TO WS-RATE-PERCENT
           IF WS-AG-PLACED (WS-AG-IDX) > ZERO
               COMPUTE WS-RATE-PERCENT ROUNDED =
                   WS-AG-RECOVERED (WS-AG-IDX) * 100 /
                   WS-AG-PLACED (WS-AG-IDX)
                   ON SIZE ERROR
                       MOVE 999.9 TO WS-RATE-PERCENT
               END-COMPUTE
           END-IF
           MOVE WS-RATE-PERCENT TO SUM-RATE-OUT
           WRITE RECOVERY-REGISTER-REC FROM SUMMARY-DETAIL-LINE.

      *   THE TIED REMITTANCE GOES OUT: THE POSTED COLLECTIONS TO
      *   CUSTOMER-TRANS.DAT AND THE PLACEMENT FILE, THE COMMISSION
      *   TO THE GL HAND-OFF, THE REJECTED AND OVER-RATE ONES TO THE
      *   COMMON EXCEPTION FILE, AND THE REMITTANCE TO THE HISTORY.
       400-RELEASE-RECOVERIES.
           OPEN EXTEND DAILY-TRANS-FILE
           IF WS-PAY-COUNT > ZERO
               PERFORM 410-WRITE-ONE-TRANSACTION
                   VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB > WS-PAY-COUNT
           END-IF
           CLOSE DAILY-TRANS-FILE
           OPEN EXTEND EXCEPTION-FILE
           IF WS-RM-COUNT > ZERO
               PERFORM 415-UPDATE-ONE-PLACEMENT
                   VARYING WS-RM-SUB FROM 1 BY 1
                   UNTIL WS-RM-SUB > WS-RM-COUNT
           END-IF
           CLOSE EXCEPTION-FILE
           PERFORM 425-REWRITE-PLACEMENTS
           PERFORM 430-APPEND-HISTORY
           PERFORM 450-WRITE-COMMISSION-HANDOFF.

      *   AN ORDINARY '3' PAYMENT FOR WHAT THE CUSTOMER PAID THE
      *   AGENCY, APPLIED OLDEST-FIRST BY PROGRAM13.
       410-WRITE-ONE-TRANSACTION.
           SET WS-PAY-IDX TO WS-PAY-SUB
           MOVE SPACES TO TRANS-REC
           MOVE WS-PAY-ID (WS-PAY-IDX) TO TRANS-CUSTOMER-ID
           MOVE ZERO TO TRANS-MAX-CREDIT
           MOVE WS-PAY-AMOUNT (WS-PAY-IDX) TO TRANS-BALANCE
           MOVE '3' TO TRANS-TYPE-CODE
           MOVE ZERO TO TRANS-EFFECTIVE-DATE
           STRING "AGY" DELIMITED BY SIZE
                  WS-AGENCY-CODE DELIMITED BY SIZE
               INTO TRANS-REFERENCE
           WRITE TRANS-REC
           ADD 1 TO RELEASED-COUNT
           ADD WS-PAY-AMOUNT (WS-PAY-IDX) TO RELEASED-TOTAL.

       415-UPDATE-ONE-PLACEMENT.
           SET WS-RM-IDX TO WS-RM-SUB
           IF WS-RM-POSTED (WS-RM-IDX)
               SET WS-PL-IDX TO WS-RM-PL-SUB (WS-RM-IDX)
               MOVE WS-PL-REC (WS-PL-IDX) TO PW-REC
               ADD WS-RM-GROSS (WS-RM-IDX) TO PW-RECOVERED-AMOUNT
               ADD WS-RM-COMMISSION (WS-RM-IDX)
                   TO PW-COMMISSION-AMOUNT
               IF WS-RM-COLLECTED-DATE (WS-RM-IDX) >
                       PW-LAST-RECOVERY-DATE
                   MOVE WS-RM-COLLECTED-DATE (WS-RM-IDX)
                       TO PW-LAST-RECOVERY-DATE
               END-IF
               IF PW-IS-PLACED AND
                       PW-RECOVERED-AMOUNT >= PW-PLACED-AMOUNT
                   MOVE 'C' TO PW-STATUS
                   ADD 1 TO CLOSED-COUNT
               END-IF
               MOVE PW-REC TO WS-PL-REC (WS-PL-IDX)
           END-IF
           IF WS-RM-REJECTED (WS-RM-IDX) OR WS-RM-WARNED (WS-RM-IDX)
               PERFORM 420-WRITE-ONE-EXCEPTION
           END-IF.

       420-WRITE-ONE-EXCEPTION.
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM79" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           STRING WS-AGENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REMIT-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-RM-CUSTOMER-ID (WS-RM-IDX) DELIMITED BY SIZE
               INTO EX-KEY
           MOVE WS-RM-REASON (WS-RM-IDX) TO EX-REASON
           MOVE 'O' TO EX-STATUS
           MOVE WS-RM-IMAGE (WS-RM-IDX) TO EX-ORIGINAL-REC
           WRITE EX-REC.

       425-REWRITE-PLACEMENTS.
           OPEN OUTPUT PLACEMENT-FILE
           IF WS-PL-COUNT > ZERO
               PERFORM 426-WRITE-ONE-PLACEMENT
                   VARYING WS-PL-SUB FROM 1 BY 1
                   UNTIL WS-PL-SUB > WS-PL-COUNT
           END-IF
           CLOSE PLACEMENT-FILE.

       426-WRITE-ONE-PLACEMENT.
           SET WS-PL-IDX TO WS-PL-SUB
           MOVE WS-PL-REC (WS-PL-IDX) TO PL-REC
           WRITE PL-REC.

       430-APPEND-HISTORY.
           OPEN EXTEND REMIT-HISTORY-FILE
           MOVE WS-AGENCY-CODE TO RH-AGENCY-CODE
           MOVE WS-REMIT-DATE TO RH-REMIT-DATE
           MOVE WS-BUSINESS-DATE TO RH-BUSINESS-DATE
           MOVE WS-DETAIL-COUNT TO RH-ITEM-COUNT
           MOVE WS-DETAIL-GROSS TO RH-GROSS-TOTAL
           MOVE WS-DETAIL-COMMISSION TO RH-COMMISSION-TOTAL
           WRITE REMIT-HISTORY-REC
           CLOSE REMIT-HISTORY-FILE.

      *   ONE EXCEPTION FOR A REMITTANCE THAT WAS NOT RELEASED, KEYED
      *   BY AGENCY AND REMITTANCE DATE, CARRYING THE TRAILER.
       440-WRITE-BATCH-EXCEPTION.
           OPEN EXTEND EXCEPTION-FILE
           MOVE SPACES TO EX-REC
           MOVE "PROGRAM79" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           STRING WS-AGENCY-CODE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-REMIT-DATE DELIMITED BY SIZE
               INTO EX-KEY
           MOVE WS-BATCH-REASON TO EX-REASON
           MOVE 'O' TO EX-STATUS
           MOVE WS-TRAILER-IMAGE TO EX-ORIGINAL-REC
           WRITE EX-REC
           CLOSE EXCEPTION-FILE.

      *   THE COMMISSION FOR THE BUSINESS DATE - A HAND-OFF ALREADY
      *   CARRYING TODAY'S DATE IS ADDED TO, AN EARLIER DAY'S (WHICH
      *   THE STREAM HAS POSTED) IS REPLACED.
       450-WRITE-COMMISSION-HANDOFF.
           MOVE ZERO TO WS-HANDOFF-TOTAL
           MOVE ZERO TO WS-HANDOFF-COUNT
           OPEN INPUT COMMISSION-HANDOFF-FILE
           READ COMMISSION-HANDOFF-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ACM-RUN-DATE IS NUMERIC AND
                           ACM-RUN-DATE = WS-BUSINESS-DATE AND
                           ACM-TOTAL IS NUMERIC AND
                           ACM-COUNT IS NUMERIC
                       MOVE ACM-TOTAL TO WS-HANDOFF-TOTAL
                       MOVE ACM-COUNT TO WS-HANDOFF-COUNT
                   END-IF
           END-READ
           CLOSE COMMISSION-HANDOFF-FILE
           MOVE POSTED-COMMISSION TO RELEASED-COMMISSION
           ADD POSTED-COMMISSION TO WS-HANDOFF-TOTAL
           ADD POSTED-COUNT TO WS-HANDOFF-COUNT
           OPEN OUTPUT COMMISSION-HANDOFF-FILE
           MOVE WS-BUSINESS-DATE TO ACM-RUN-DATE
           MOVE WS-HANDOFF-TOTAL TO ACM-TOTAL
           MOVE WS-HANDOFF-COUNT TO ACM-COUNT
           WRITE COMMISSION-HANDOFF-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE 1 TO SL-SEAL-COUNT
           COMPUTE SL-SEAL-HASH = WS-HANDOFF-TOTAL * 100
           WRITE COMMISSION-SEAL-REC FROM SL-SEAL-REC
           CLOSE COMMISSION-HANDOFF-FILE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM79" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE WS-DETAIL-COUNT TO RL-RECORDS-READ
           MOVE REJECTED-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE RELEASED-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM79.
