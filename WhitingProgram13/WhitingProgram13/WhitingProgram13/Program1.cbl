      *the PROGRAM24 screen, with the clearance logged.  A run that
      *aborts keeps its hold on purpose - the master is mid-flight
      *until the rerun finishes.

      *A bounced check is now an 'R' returned-payment transaction
      *naming the original payment's reference.  It puts the money
      *back on the balance as a type N item, charges the NSF fee from
      *NSF-PARMS.DAT as an invoice item, and is audited as NSFRTN.
      *Cash application now logs every payment-to-item application
      *in CUSTOMER-CASH-APPLIED.DAT, and at end of job reverses each
      *new return from that log - the payment is marked returned and
      *exactly the items it paid are reopened for what it paid on
      *them.  A customer with two returned payments inside twelve
      *months is moved to the cash-only credit code (the row flagged
      *'C' in CREDIT-CODES.DAT), audited as CASHON, and the at-risk
      *downgrade leaves a cash-only account alone.

      *Open items now carry a dispute flag, reason, date and operator
      *set through the PROGRAM74 screen.  Cash application carries
      *them through the rewrite of the sub-ledger untouched, and a
      *payment or write-off applying oldest-first passes a disputed
      *item by - only a payment naming the item's reference pays it.

      *The master now carries the customer's mail preference behind
      *the address block - N when they have asked not to be sent
      *marketing mail.  An add sets it from the transaction, and an
      *address change given a Y or N replaces it; a blank leaves the
      *master's flag alone, and every other change carries it over.

      *Every audit data record now carries the wall-clock moment it
      *was written and the after-image of the customer's name, credit
      *code, address and mail preference, and every dated generation
      *is entered on WhitingMASTER-GENERATIONS.DAT with the moment it
      *stands for - the time this run took the master lock, carried
      *across a restart on the checkpoint - so the CUSTRCVR recovery
      *can roll a restored generation forward through the audit data.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MASTER-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-CATALOG-FILE
               ASSIGN TO "..\..\..\..\..\WhitingMASTER-GENERATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AT-RISK-REPORT
               ASSIGN TO "..\..\..\..\..\WhitingAT-RISK-REPORT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WRITEOFF-TOTAL-FILE
               ASSIGN TO "..\..\..\..\..\WhitingWRITEOFFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL NSF-PARM-FILE
               ASSIGN TO "..\..\..\..\..\NSF-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CASH-APPLIED-FILE
               ASSIGN TO "..\..\..\..\..\CUSTOMER-CASH-APPLIED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==AD==.

       FD  CHECKPOINT-FILE.
       01  CHECKPOINT-REC                  PIC X(82).

       FD  ALERT-FILE.
       01  ALERT-REC                       PIC X(84).
       FD  MASTER-GENERATION-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==GEN==.

       FD  MASTER-CATALOG-FILE.
       COPY MASTGEN REPLACING ==:PFX:== BY ==MG==.

       FD  AT-RISK-REPORT.
       01  AT-RISK-REC                     PIC X(80).

           05  WO-TOTAL                    PIC 9(9)V99.
       01  WRITEOFF-SEAL-REC               PIC X(22).

      *   THE FEE CHARGED ON EVERY RETURNED PAYMENT.
       FD  NSF-PARM-FILE.
       01  NSF-PARM-REC.
           05  NSF-FEE-IN                  PIC 9(3)V99.

      *   EVERY PAYMENT-TO-ITEM APPLICATION, KEPT SO A RETURNED
      *   PAYMENT CAN REOPEN EXACTLY WHAT IT PAID.
       FD  CASH-APPLIED-FILE.
       COPY CASHAPPL REPLACING ==:PFX:== BY ==CA==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.
               VALUE "SUCCESSFUL WRITE-OFF".
           05  BAD-WRITEOFF-ERR            PIC X(50)
               VALUE "UNSUCCESSFUL - WRITE-OFF MISSING OR OVER BALANCE".
           05  SUCCESSFUL-RETURN-MSG       PIC X(27)
               VALUE "SUCCESSFUL RETURNED PAYMENT".
           05  BAD-RETURN-ERR              PIC X(60)   VALUE SPACES.
           05  NO-PAYMENT-TO-RETURN-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - NO UNRETURNED P".
               10  FILLER              PIC X(30)
                   VALUE "AYMENT WITH THAT REFERENCE    ".
           05  RETURN-AMOUNT-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - RETURN AMOUNT D".
               10  FILLER              PIC X(30)
                   VALUE "OES NOT MATCH THE PAYMENT     ".
           05  RETURN-OVER-BALANCE-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - RETURN WOULD TA".
               10  FILLER              PIC X(30)
                   VALUE "KE THE BALANCE PAST $99,999.99".

       01  PRINTER-CONTROL.
           05  PROPER-SPACING              PIC 9       VALUE 1.
           05  WS-LOCK-HELD                PIC X(3)    VALUE 'NO '.
           05  WS-LOCK-HOLDER              PIC X(9)    VALUE SPACES.
           05  WS-LOCK-STAMP               PIC X(21)   VALUE SPACES.
      *   THE MOMENT THE GENERATION COPY STANDS FOR - THE LOCK TAKEN
      *   BY THIS RUN, OR BY THE ORIGINAL ATTEMPT WHEN RESTARTING.
           05  WS-GEN-AS-OF-STAMP          PIC X(14)   VALUE SPACES.
           05  WS-GEN-RECORD-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-GEN-BALANCE-TOTAL        PIC S9(9)V99 VALUE ZERO.

      *   THE COMMON SEAL TRAILER ON THE CHARGES HAND-OFF FROM THE
      *   SALES RUN - A FILE WITH CHARGES BUT NO SEAL, OR A BODY
               10  CKPT-BAD-LINES          PIC 9(2).
               10  FILLER                  PIC X.
               10  CKPT-BAD-COUNT          PIC 9(5).
               10  FILLER                  PIC X.
               10  CKPT-LOCK-STAMP         PIC X(14).
           05  WS-SKIPPING-TO-CHECKPOINT   PIC X       VALUE 'N'.
               88  SKIPPING-TO-CHECKPOINT              VALUE 'Y'.

               10  WS-AP-AMOUNT            PIC S9(5)V99.
               10  WS-AP-STATUS            PIC X.
               10  WS-AP-OPEN-AMOUNT       PIC S9(5)V99.
               10  WS-AP-DISPUTE-DATA.
                   15  WS-AP-DISPUTE-FLAG  PIC X.
                   15                      PIC X(15).
           05  WS-REMAINING                PIC 9(5)V99 VALUE ZERO.
           05  WS-TAKE                     PIC 9(5)V99 VALUE ZERO.
           05  WS-REF-MEANINGFUL           PIC X       VALUE 'N'.
               10  UNAP-AMOUNT-OUT         PIC -Z(4)9.99.
               10                          PIC X(45)   VALUE SPACES.

      *   THE PAYMENTS (TYPE P) AND RETURNS (TYPE N) ON THE SUB-
      *   LEDGER, LOADED BEFORE THE RUN APPENDS TO IT AND KEPT UP AS
      *   THE RUN WRITES MORE.  A RETURNED-PAYMENT TRANSACTION FINDS
      *   ITS PAYMENT HERE, AND A PAYMENT ALREADY RETURNED (STATUS R,
      *   OR NAMED BY A RETURN STILL PENDING) CANNOT BE RETURNED
      *   TWICE.  THE RETURNS ALSO GIVE THE TWELVE-MONTH COUNT THAT
      *   MOVES A CUSTOMER TO CASH-ONLY.
       01  RETURNED-PAYMENT-AREAS.
           05  WS-NSF-FEE                  PIC 9(3)V99 VALUE ZERO.
           05  WS-PAYMENT-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-PT-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-PAYMENT-TABLE OCCURS 600 TIMES
                   INDEXED BY WS-PT-IDX.
               10  WS-PT-CUSTOMER-ID       PIC X(5).
               10  WS-PT-TYPE              PIC X.
               10  WS-PT-DATE              PIC 9(8).
               10  WS-PT-REFERENCE         PIC X(8).
               10  WS-PT-AMOUNT            PIC S9(5)V99.
               10  WS-PT-RETURNED          PIC X.
           05  WS-PT-FOUND                 PIC 9(4)    VALUE ZERO.
           05  WS-PT-SEARCH-CUSTOMER       PIC X(5)    VALUE SPACES.
           05  WS-PT-SEARCH-REFERENCE      PIC X(8)    VALUE SPACES.
           05  WS-RETURN-AMOUNT            PIC 9(5)V99 VALUE ZERO.
           05  WS-RETURN-NEW-BALANCE       PIC S9(7)V99 VALUE ZERO.
           05  WS-YEAR-AGO-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-RETURNS-IN-YEAR          PIC 9(3)    VALUE ZERO.
           05  WS-CASH-ONLY-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-RETURN-REVERSED-COUNT    PIC 9(5)    VALUE ZERO.
           05  WS-RETURN-SUB               PIC 9(4)    VALUE ZERO.
           05  WS-RETURN-PAY-SUB           PIC 9(4)    VALUE ZERO.
           05  WS-RETURN-APPLIED           PIC 9(5)V99 VALUE ZERO.
           05  WS-RETURN-RESTORED          PIC 9(5)V99 VALUE ZERO.
           05  WS-RESTORE-LEFT             PIC 9(5)V99 VALUE ZERO.
           05  WS-RESTORE-ROOM             PIC 9(5)V99 VALUE ZERO.
           05  WS-RESTORE-DONE             PIC X       VALUE 'N'.
           05  WS-MORE-APPLIED-RECORDS     PIC X(3)    VALUE 'YES'.
           05  CASH-ONLY-MSG.
               10  FILLER                  PIC X(30)
                   VALUE "  TWO RETURNS IN TWELVE MONTHS".
               10  FILLER                  PIC X(28)
                   VALUE " - MOVED TO CASH-ONLY CODE ".
               10  CASH-ONLY-CODE-OUT      PIC XX.

       01  ALERT-AREAS.
           05  WS-TOTAL-BAD-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-CURRENT-BAD-MSG          PIC X(80)   VALUE SPACES.
           05  WS-AUDIT-OLD-BALANCE        PIC S9(5)V99 VALUE ZERO.
           05  WS-AUDIT-NEW-MAXCREDIT      PIC 9(5)    VALUE ZERO.
           05  WS-AUDIT-NEW-BALANCE        PIC S9(5)V99 VALUE ZERO.
           05  WS-AUDIT-STAMP              PIC X(21)   VALUE SPACES.
           05  AUDIT-TRAIL-LINE.
               10  AUDIT-DATE-OUT          PIC X(18).
               10  FILLER                  PIC X       VALUE SPACE.

      *   THE VALID CREDIT CODES AND WHAT THEY MEAN.  THE FIRST ROW
      *   FLAGGED 'W' IS THE WATCH STATUS THE AT-RISK DOWNGRADE MOVES
      *   ACCOUNTS TO; THE FIRST FLAGGED 'C' IS CASH-ONLY, WHERE
      *   REPEATED RETURNED PAYMENTS PUT AN ACCOUNT.
      *   WITH NO CODE FILE ON DISK THE TABLE IS EMPTY AND CODE
      *   VALIDATION IS WAIVED, SO A SITE WITHOUT THE FILE RUNS
      *   EXACTLY AS BEFORE.
       01  CREDIT-CODE-AREAS.
           05  WS-CREDIT-CODE-COUNT        PIC 9(2)    VALUE ZERO.
           05  WS-CREDIT-CODE-TABLE OCCURS 20 TIMES
               10  WS-CC-CODE              PIC XX.
               10  WS-CC-DESCRIPTION       PIC X(20).
           05  WS-WATCH-CODE               PIC XX      VALUE SPACES.
           05  WS-CASH-ONLY-CODE           PIC XX      VALUE SPACES.
           05  WS-CODE-VALID               PIC X       VALUE 'Y'.
               88  CREDIT-CODE-IS-VALID                VALUE 'Y'.
           05  WS-DOWNGRADE-COUNT          PIC 9(5)    VALUE ZERO.
           MOVE "PROGRAM13" TO LOCK-HOLDER-PROGRAM
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
           MOVE WS-LOCK-STAMP (1:14) TO LOCK-STAMP
           MOVE WS-LOCK-STAMP (1:14) TO WS-GEN-AS-OF-STAMP
           WRITE MASTER-LOCK-REC
           CLOSE MASTER-LOCK-FILE.

                               WS-WATCH-CODE = SPACES
                           MOVE CC-CODE-IN TO WS-WATCH-CODE
                       END-IF
                       IF CC-WATCH-FLAG-IN = 'C' AND
                               WS-CASH-ONLY-CODE = SPACES
                           MOVE CC-CODE-IN TO WS-CASH-ONLY-CODE
                       END-IF
                   ELSE
                       DISPLAY "**** CREDIT CODE TABLE FULL - "
                           CC-CODE-IN " OMITTED ****"
      *   A FIRST RUN AGAINST AN EMPTY (OR MISSING) SUB-LEDGER SEEDS
      *   ONE OPENING ITEM PER MASTER RECORD AS THE MASTER IS READ,
      *   SO THE LEDGER STARTS IN BALANCE WITH THE ROLLED-UP FIGURES.
      *   THE PAYMENTS AND RETURNS ALREADY ON IT ARE LOADED FIRST FOR
      *   THE RETURNED-PAYMENT TRANSACTION.
       058-CHECK-OPEN-ITEM-SEED.
           COMPUTE WS-ITEM-RUN-DATE =
               (YEAR-WORK * 10000) + (MONTH-WORK * 100) + DAY-WORK
                   MOVE 'Y' TO WS-SEED-OPEN-ITEMS
           END-READ
           CLOSE OPEN-ITEM-FILE
           PERFORM 066-LOAD-PAYMENT-HISTORY
           PERFORM 069-LOAD-NSF-FEE
           OPEN EXTEND OPEN-ITEM-FILE.

       066-LOAD-PAYMENT-HISTORY.
           MOVE ZERO TO WS-PAYMENT-COUNT
           COMPUTE WS-YEAR-AGO-DATE = WS-ITEM-RUN-DATE - 10000
           MOVE 'YES' TO WS-MORE-ITEM-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 067-LOAD-ONE-PAYMENT
               UNTIL WS-MORE-ITEM-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       067-LOAD-ONE-PAYMENT.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-ITEM-RECORDS
               NOT AT END
                   IF ITEM-AMOUNT IS NUMERIC
                       PERFORM 071-REMEMBER-PAYMENT
                   END-IF
           END-READ.

      *   NO PARAMETER FILE MEANS NO FEE - THE RETURN ITSELF STILL
      *   POSTS.
       069-LOAD-NSF-FEE.
           MOVE ZERO TO WS-NSF-FEE
           OPEN INPUT NSF-PARM-FILE
           READ NSF-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF NSF-FEE-IN IS NUMERIC
                       MOVE NSF-FEE-IN TO WS-NSF-FEE
                   ELSE
                       DISPLAY "**** NSF FEE ON NSF-PARMS.DAT IS NOT "
                           "NUMERIC - RETURNS CARRY NO FEE ****"
                   END-IF
           END-READ
           CLOSE NSF-PARM-FILE.

      *   ADDS THE PAYMENT OR RETURN IN ITEM-REC TO THE PAYMENT TABLE.
      *   A RETURN STILL PENDING (STATUS N) MARKS THE LATEST PAYMENT
      *   WITH ITS CUSTOMER AND REFERENCE AS TAKEN.
       071-REMEMBER-PAYMENT.
           IF ITEM-TYPE = 'P' OR ITEM-TYPE = 'N'
               IF WS-PAYMENT-COUNT < 600
                   ADD 1 TO WS-PAYMENT-COUNT
                   SET WS-PT-IDX TO WS-PAYMENT-COUNT
                   MOVE ITEM-CUSTOMER-ID
                       TO WS-PT-CUSTOMER-ID (WS-PT-IDX)
                   MOVE ITEM-TYPE TO WS-PT-TYPE (WS-PT-IDX)
                   MOVE ITEM-DATE TO WS-PT-DATE (WS-PT-IDX)
                   MOVE ITEM-REFERENCE TO WS-PT-REFERENCE (WS-PT-IDX)
                   MOVE ITEM-AMOUNT TO WS-PT-AMOUNT (WS-PT-IDX)
                   IF ITEM-IS-RETURNED
                       MOVE 'Y' TO WS-PT-RETURNED (WS-PT-IDX)
                   ELSE
                       MOVE 'N' TO WS-PT-RETURNED (WS-PT-IDX)
                   END-IF
                   IF ITEM-TYPE = 'N' AND ITEM-IS-RETURN-PENDING
                       PERFORM 072-MARK-PAYMENT-RETURNED
                   END-IF
               ELSE
                   DISPLAY "**** PAYMENT HISTORY TABLE FULL - "
                       ITEM-CUSTOMER-ID " " ITEM-REFERENCE
                       " OMITTED ****"
               END-IF
           END-IF.

       072-MARK-PAYMENT-RETURNED.
           MOVE ITEM-CUSTOMER-ID TO WS-PT-SEARCH-CUSTOMER
           MOVE ITEM-REFERENCE TO WS-PT-SEARCH-REFERENCE
           MOVE ZERO TO WS-PT-FOUND
           PERFORM 073-FIND-UNRETURNED-PAYMENT
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PAYMENT-COUNT
           IF WS-PT-FOUND > ZERO
               SET WS-PT-IDX TO WS-PT-FOUND
               MOVE 'Y' TO WS-PT-RETURNED (WS-PT-IDX)
           END-IF.

      *   LEAVES WS-PT-FOUND ON THE LATEST MATCH.
       073-FIND-UNRETURNED-PAYMENT.
           SET WS-PT-IDX TO WS-PT-SUB
           IF WS-PT-TYPE (WS-PT-IDX) = 'P' AND
                   WS-PT-RETURNED (WS-PT-IDX) NOT = 'Y' AND
                   WS-PT-CUSTOMER-ID (WS-PT-IDX) =
                   WS-PT-SEARCH-CUSTOMER AND
                   WS-PT-REFERENCE (WS-PT-IDX) = WS-PT-SEARCH-REFERENCE
               MOVE WS-PT-SUB TO WS-PT-FOUND
           END-IF.

      *   APPENDS ONE SUB-LEDGER ITEM FROM THE WS-ITEM FIELDS THE
      *   CALLER HAS SET.
       059-WRITE-OPEN-ITEM.
               MOVE WS-ITEM-RUN-DATE TO ITEM-DATE
               MOVE WS-ITEM-REFERENCE TO ITEM-REFERENCE
               MOVE WS-ITEM-AMOUNT TO ITEM-AMOUNT
               IF WS-ITEM-TYPE = 'N'
                   MOVE 'N' TO ITEM-STATUS
               ELSE
                   MOVE 'O' TO ITEM-STATUS
               END-IF
               MOVE WS-ITEM-AMOUNT TO ITEM-OPEN-AMOUNT
               PERFORM 071-REMEMBER-PAYMENT
               WRITE ITEM-REC
           END-IF.

               END-EVALUATE
           END-IF.

      *   RETURNED PAYMENTS ARE REVERSED BEFORE ANY PAYMENT IS
      *   DISTRIBUTED, SO TODAY'S PAYMENTS CAN GO AGAINST THE ITEMS
      *   A BOUNCED CHECK HAD PAID.
       061-RUN-APPLICATION-PASS.
           IF WS-APPLY-COUNT > ZERO
               PERFORM 062-REVERSE-ONE-RETURN
                   VARYING WS-RETURN-SUB FROM 1 BY 1
                   UNTIL WS-RETURN-SUB > WS-APPLY-COUNT
           END-IF
           IF WS-RETURN-REVERSED-COUNT > ZERO
               DISPLAY "RETURNED PAYMENTS REVERSED: "
                   WS-RETURN-REVERSED-COUNT
           END-IF
           OPEN OUTPUT UNAPPLIED-CASH-REPORT
           OPEN EXTEND CASH-APPLIED-FILE
           WRITE UNAPPLIED-CASH-REC FROM UNAPPLIED-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO UNAPPLIED-CASH-REC
                   UNTIL WS-PAY-SUB > WS-APPLY-COUNT
           END-IF
           CLOSE UNAPPLIED-CASH-REPORT
                 CASH-APPLIED-FILE
           PERFORM 048-REWRITE-ITEM-FILE
           IF WS-UNAPPLIED-COUNT > ZERO
               DISPLAY "UNAPPLIED CASH ITEMS: "
                           TO WS-AP-REFERENCE (WS-APPLY-IDX)
                       MOVE ITEM-AMOUNT
                           TO WS-AP-AMOUNT (WS-APPLY-IDX)
                       IF ITEM-IS-CLOSED OR ITEM-IS-RETURN-PENDING
                           MOVE ITEM-STATUS
                               TO WS-AP-STATUS (WS-APPLY-IDX)
                       ELSE
                           MOVE 'O' TO WS-AP-STATUS (WS-APPLY-IDX)
                       END-IF
                           MOVE ITEM-AMOUNT
                               TO WS-AP-OPEN-AMOUNT (WS-APPLY-IDX)
                       END-IF
                       MOVE ITEM-DISPUTE-DATA
                           TO WS-AP-DISPUTE-DATA (WS-APPLY-IDX)
                   ELSE
                       IF WS-APPLY-COUNT >= 600
                           MOVE 'Y' TO WS-APPLY-OVERFLOW
               PERFORM 054-TAKE-FROM-ITEM
           END-IF.

      *   A DISPUTED ITEM IS NEVER PAID OR WRITTEN OFF BY DEFAULT -
      *   ONLY A PAYMENT NAMING IT BY REFERENCE REACHES IT.
       052-APPLY-OLDEST-FIRST.
           SET WS-APPLY-IDX TO WS-PAY-SUB
           IF WS-AP-CUSTOMER-ID (WS-INV-SUB) =
                   WS-AP-TYPE (WS-INV-SUB) NOT = 'W' AND
                   WS-AP-STATUS (WS-INV-SUB) NOT = 'C' AND
                   WS-AP-STATUS (WS-INV-SUB) NOT = 'W' AND
                   WS-AP-DISPUTE-FLAG (WS-INV-SUB) NOT = 'D' AND
                   WS-AP-OPEN-AMOUNT (WS-INV-SUB) > ZERO
               PERFORM 054-TAKE-FROM-ITEM
           END-IF.
           SUBTRACT WS-TAKE FROM WS-REMAINING
           IF WS-AP-OPEN-AMOUNT (WS-INV-SUB) = ZERO
               MOVE WS-CLOSE-STATUS TO WS-AP-STATUS (WS-INV-SUB)
           END-IF
           IF WS-AP-TYPE (WS-PAY-SUB) = 'P'
               PERFORM 081-LOG-CASH-APPLIED
           END-IF.

      *   A PAYMENT'S APPLICATIONS ARE LOGGED SO A RETURN OF IT CAN
      *   PUT BACK EXACTLY WHAT IT TOOK.
       081-LOG-CASH-APPLIED.
           MOVE SPACES TO CA-REC
           MOVE WS-AP-CUSTOMER-ID (WS-PAY-SUB) TO CA-CUSTOMER-ID
           MOVE WS-AP-DATE (WS-PAY-SUB) TO CA-PAY-DATE
           MOVE WS-AP-REFERENCE (WS-PAY-SUB) TO CA-PAY-REFERENCE
           MOVE WS-AP-TYPE (WS-INV-SUB) TO CA-ITEM-TYPE
           MOVE WS-AP-DATE (WS-INV-SUB) TO CA-ITEM-DATE
           MOVE WS-AP-REFERENCE (WS-INV-SUB) TO CA-ITEM-REFERENCE
           MOVE WS-TAKE TO CA-AMOUNT
           MOVE WS-ITEM-RUN-DATE TO CA-RUN-DATE
           WRITE CA-REC.

      *   A RETURN NOT YET REVERSED (TYPE N, STATUS N) FINDS ITS
      *   PAYMENT - THE LATEST EARLIER ONE WITH THE SAME CUSTOMER AND
      *   REFERENCE NOT ALREADY RETURNED - AND UNDOES IT.
       062-REVERSE-ONE-RETURN.
           SET WS-APPLY-IDX TO WS-RETURN-SUB
           IF WS-AP-TYPE (WS-APPLY-IDX) = 'N' AND
                   WS-AP-STATUS (WS-APPLY-IDX) = 'N'
               MOVE ZERO TO WS-RETURN-PAY-SUB
               PERFORM 063-FIND-RETURNED-PAYMENT
                   VARYING WS-PAY-SUB FROM 1 BY 1
                   UNTIL WS-PAY-SUB >= WS-RETURN-SUB
               IF WS-RETURN-PAY-SUB = ZERO
                   SET WS-APPLY-IDX TO WS-RETURN-SUB
                   MOVE 'O' TO WS-AP-STATUS (WS-APPLY-IDX)
                   DISPLAY "**** RETURN "
                       WS-AP-CUSTOMER-ID (WS-APPLY-IDX) " "
                       WS-AP-REFERENCE (WS-APPLY-IDX)
                       " HAS NO PAYMENT TO REVERSE - LEFT OPEN ****"
               ELSE
                   PERFORM 064-REOPEN-PAID-ITEMS
               END-IF
           END-IF.

       063-FIND-RETURNED-PAYMENT.
           SET WS-APPLY-IDX TO WS-RETURN-SUB
           IF WS-AP-TYPE (WS-PAY-SUB) = 'P' AND
                   WS-AP-STATUS (WS-PAY-SUB) NOT = 'R' AND
                   WS-AP-CUSTOMER-ID (WS-PAY-SUB) =
                   WS-AP-CUSTOMER-ID (WS-APPLY-IDX) AND
                   WS-AP-REFERENCE (WS-PAY-SUB) =
                   WS-AP-REFERENCE (WS-APPLY-IDX)
               MOVE WS-PAY-SUB TO WS-RETURN-PAY-SUB
           END-IF.

      *   WHAT THE PAYMENT HAD APPLIED IS ITS AMOUNT LESS WHAT WAS
      *   STILL OPEN ON IT.  THE LOG PUTS THAT BACK ON THE ITEMS IT
      *   PAID; THE PAYMENT CLOSES AS RETURNED (R) AND THE RETURN
      *   ITEM CLOSES.  ANY PART THE LOG CANNOT ACCOUNT FOR (PAID
      *   BEFORE THE LOG WAS KEPT) STAYS OPEN ON THE RETURN ITEM
      *   ITSELF, SO THE OPEN AMOUNTS STILL ADD UP TO THE BALANCE.
       064-REOPEN-PAID-ITEMS.
           SET WS-APPLY-IDX TO WS-RETURN-PAY-SUB
           COMPUTE WS-RETURN-APPLIED =
               WS-AP-OPEN-AMOUNT (WS-APPLY-IDX) -
               WS-AP-AMOUNT (WS-APPLY-IDX)
           MOVE ZERO TO WS-RETURN-RESTORED
           IF WS-RETURN-APPLIED > ZERO
               MOVE 'YES' TO WS-MORE-APPLIED-RECORDS
               OPEN INPUT CASH-APPLIED-FILE
               PERFORM 074-READ-ONE-APPLICATION
                   UNTIL WS-MORE-APPLIED-RECORDS = 'NO '
               CLOSE CASH-APPLIED-FILE
           END-IF
           SET WS-APPLY-IDX TO WS-RETURN-PAY-SUB
           MOVE 'R' TO WS-AP-STATUS (WS-APPLY-IDX)
           MOVE ZERO TO WS-AP-OPEN-AMOUNT (WS-APPLY-IDX)
           SET WS-APPLY-IDX TO WS-RETURN-SUB
           IF WS-RETURN-RESTORED < WS-RETURN-APPLIED
               MOVE 'O' TO WS-AP-STATUS (WS-APPLY-IDX)
               COMPUTE WS-AP-OPEN-AMOUNT (WS-APPLY-IDX) =
                   WS-RETURN-APPLIED - WS-RETURN-RESTORED
               DISPLAY "**** RETURN " WS-AP-CUSTOMER-ID (WS-APPLY-IDX)
                   " " WS-AP-REFERENCE (WS-APPLY-IDX)
                   " - PAID ITEMS NOT ON THE APPLICATION LOG, "
                   "LEFT OPEN ON THE RETURN ****"
           ELSE
               MOVE 'C' TO WS-AP-STATUS (WS-APPLY-IDX)
               MOVE ZERO TO WS-AP-OPEN-AMOUNT (WS-APPLY-IDX)
           END-IF
           ADD 1 TO WS-RETURN-REVERSED-COUNT.

       074-READ-ONE-APPLICATION.
           READ CASH-APPLIED-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-APPLIED-RECORDS
               NOT AT END
                   SET WS-APPLY-IDX TO WS-RETURN-PAY-SUB
                   IF CA-CUSTOMER-ID =
                           WS-AP-CUSTOMER-ID (WS-APPLY-IDX) AND
                           CA-PAY-DATE = WS-AP-DATE (WS-APPLY-IDX) AND
                           CA-PAY-REFERENCE =
                           WS-AP-REFERENCE (WS-APPLY-IDX) AND
                           CA-AMOUNT IS NUMERIC AND
                           WS-RETURN-RESTORED < WS-RETURN-APPLIED
                       COMPUTE WS-RESTORE-LEFT =
                           WS-RETURN-APPLIED - WS-RETURN-RESTORED
                       IF CA-AMOUNT < WS-RESTORE-LEFT
                           MOVE CA-AMOUNT TO WS-RESTORE-LEFT
                       END-IF
                       MOVE 'N' TO WS-RESTORE-DONE
                       PERFORM 076-RESTORE-ONE-ITEM
                           VARYING WS-INV-SUB FROM 1 BY 1
                           UNTIL WS-INV-SUB > WS-APPLY-COUNT
                               OR WS-RESTORE-DONE = 'Y'
                   END-IF
           END-READ.

       076-RESTORE-ONE-ITEM.
           IF WS-AP-CUSTOMER-ID (WS-INV-SUB) = CA-CUSTOMER-ID AND
                   WS-AP-TYPE (WS-INV-SUB) = CA-ITEM-TYPE AND
                   WS-AP-DATE (WS-INV-SUB) = CA-ITEM-DATE AND
                   WS-AP-REFERENCE (WS-INV-SUB) = CA-ITEM-REFERENCE AND
                   WS-AP-OPEN-AMOUNT (WS-INV-SUB) <
                   WS-AP-AMOUNT (WS-INV-SUB)
               COMPUTE WS-RESTORE-ROOM =
                   WS-AP-AMOUNT (WS-INV-SUB) -
                   WS-AP-OPEN-AMOUNT (WS-INV-SUB)
               IF WS-RESTORE-ROOM > WS-RESTORE-LEFT
                   MOVE WS-RESTORE-LEFT TO WS-RESTORE-ROOM
               END-IF
               ADD WS-RESTORE-ROOM TO WS-AP-OPEN-AMOUNT (WS-INV-SUB)
               ADD WS-RESTORE-ROOM TO WS-RETURN-RESTORED
               MOVE 'O' TO WS-AP-STATUS (WS-INV-SUB)
               MOVE 'Y' TO WS-RESTORE-DONE
           END-IF.

       053-REPORT-UNAPPLIED-CASH.
           MOVE WS-AP-AMOUNT (WS-APPLY-IDX) TO ITEM-AMOUNT
           MOVE WS-AP-STATUS (WS-APPLY-IDX) TO ITEM-STATUS
           MOVE WS-AP-OPEN-AMOUNT (WS-APPLY-IDX) TO ITEM-OPEN-AMOUNT
           MOVE WS-AP-DISPUTE-DATA (WS-APPLY-IDX) TO ITEM-DISPUTE-DATA
           WRITE ITEM-REC.

       068-WRITE-WRITEOFF-TOTAL.
                       MOVE CKPT-GOOD-LINES TO GOOD-LINES-PRINTED
                       MOVE CKPT-BAD-LINES TO BAD-LINES-PRINTED
                       MOVE CKPT-BAD-COUNT TO WS-TOTAL-BAD-COUNT
                       IF CKPT-LOCK-STAMP NOT = SPACES
                           MOVE CKPT-LOCK-STAMP TO WS-GEN-AS-OF-STAMP
                       END-IF
                   END-IF
           END-READ
           CLOSE CHECKPOINT-FILE.
               MOVE ZERO TO CKPT-GOOD-LINES
               MOVE ZERO TO CKPT-BAD-LINES
               MOVE ZERO TO CKPT-BAD-COUNT
               MOVE SPACES TO CKPT-LOCK-STAMP
               WRITE CHECKPOINT-REC FROM CHECKPOINT-LINE
               CLOSE CHECKPOINT-FILE
           END-IF.
           MOVE GOOD-LINES-PRINTED TO CKPT-GOOD-LINES
           MOVE BAD-LINES-PRINTED TO CKPT-BAD-LINES
           MOVE WS-TOTAL-BAD-COUNT TO CKPT-BAD-COUNT
           MOVE WS-GEN-AS-OF-STAMP TO CKPT-LOCK-STAMP
           WRITE CHECKPOINT-REC FROM CHECKPOINT-LINE
           CLOSE CHECKPOINT-FILE.

                    PERFORM 500-EQUAL-TO-ADD-ROUTINE
               WHEN TRANS-IS-CHANGE
               WHEN TRANS-IS-WRITE-OFF
               WHEN TRANS-IS-RETURNED-PAYMENT
                    PERFORM 510-EQUAL-TO-CHANGE-ROUTINE
               WHEN TRANS-IS-DELETE
                    PERFORM 520-EQUAL-TO-DELETE-ROUTINE
       320-CHECK-GREATER-THAN-CODE.
           EVALUATE TRUE
               WHEN TRANS-IS-WRITE-OFF
               WHEN TRANS-IS-RETURNED-PAYMENT
                    PERFORM 610-GREATER-THAN-CHANGE-ROUTINE
               WHEN TRANS-IS-ADD
                    PERFORM 057-VALIDATE-CREDIT-CODE
           EVALUATE TRUE
               WHEN TRANS-IS-WRITE-OFF
                   PERFORM 513-WRITE-OFF-ROUTINE
               WHEN TRANS-IS-RETURNED-PAYMENT
                   PERFORM 514-RETURNED-PAYMENT-ROUTINE
               WHEN TRANS-IS-TOTAL-REPLACE
                   PERFORM 515-TOTAL-REPLACE-ROUTINE
               WHEN TRANS-IS-ADD-NUMERIC
      *   MASTER RECORD RATHER THAN THE JUST-APPLIED CHANGE VALUES.
       512-CHECK-ADDITIONAL-CHANGE.
           IF TRANS-CUSTOMER-ID = OLD-CUSTOMER-ID AND
                   (TRANS-IS-CHANGE OR TRANS-IS-WRITE-OFF OR
                    TRANS-IS-RETURNED-PAYMENT)
               MOVE NEW-MASTER-REC TO OLD-MASTER-REC
               PERFORM 511-APPLY-ONE-CHANGE
               PERFORM 710-READ-TRANSACTION
           IF TRANS-PHONE NOT = SPACES
               MOVE TRANS-PHONE TO NEW-PHONE
           END-IF
           IF TRANS-MAIL-PREFERENCE-GIVEN
               MOVE TRANS-MAIL-PREFERENCE TO NEW-MAIL-PREFERENCE
           END-IF
           WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-ADDRESS-MSG
           ADD 2 TO GOOD-LINES-PRINTED
               PERFORM 059-WRITE-OPEN-ITEM
           END-IF.

      *   A RETURNED (NSF) PAYMENT - THE REFERENCE NAMES THE PAYMENT,
      *   THE LATEST ONE FOR THE CUSTOMER NOT ALREADY RETURNED.  THE
      *   AMOUNT IS THE PAYMENT'S; AN AMOUNT KEYED ON THE TRANSACTION
      *   MUST AGREE WITH IT.  THE MONEY GOES BACK ON THE BALANCE AS A
      *   TYPE N ITEM, THE NSF FEE AS AN INVOICE ITEM, AND CASH
      *   APPLICATION REOPENS THE ITEMS THE PAYMENT HAD PAID AT END
      *   OF JOB.  THE SECOND RETURN INSIDE TWELVE MONTHS MOVES THE
      *   ACCOUNT TO CASH-ONLY.
       514-RETURNED-PAYMENT-ROUTINE.
           MOVE 'N' TO ERROR-FOUND
           PERFORM 650-MOVE-TO-REPORT
           PERFORM 652-MOVE-OLD-MASTER-TO-NEW-MASTER
           MOVE OLD-MAX-CREDIT TO REPORT-MAX-CREDIT
           MOVE OLD-CREDIT-CODE TO REPORT-CREDIT-CODE
           MOVE OLD-CUSTOMER-NAME TO REPORT-CUSTOMER-NAME
           MOVE OLD-BALANCE TO REPORT-BALANCE
           MOVE OLD-CUSTOMER-ID TO WS-PT-SEARCH-CUSTOMER
           MOVE TRANS-REFERENCE TO WS-PT-SEARCH-REFERENCE
           MOVE ZERO TO WS-PT-FOUND
           IF TRANS-REFERENCE NOT = SPACES AND
                   WS-PAYMENT-COUNT > ZERO
               PERFORM 073-FIND-UNRETURNED-PAYMENT
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PAYMENT-COUNT
           END-IF
           IF WS-PT-FOUND = ZERO
               MOVE NO-PAYMENT-TO-RETURN-ERR TO BAD-RETURN-ERR
               MOVE 'Y' TO ERROR-FOUND
           ELSE
               SET WS-PT-IDX TO WS-PT-FOUND
               COMPUTE WS-RETURN-AMOUNT =
                   ZERO - WS-PT-AMOUNT (WS-PT-IDX)
               IF TRANS-BALANCE IS NUMERIC AND
                       TRANS-BALANCE NOT = ZERO AND
                       TRANS-BALANCE NOT = WS-RETURN-AMOUNT
                   MOVE RETURN-AMOUNT-ERR TO BAD-RETURN-ERR
                   MOVE 'Y' TO ERROR-FOUND
               ELSE
                   COMPUTE WS-RETURN-NEW-BALANCE =
                       OLD-BALANCE + WS-RETURN-AMOUNT + WS-NSF-FEE
                   IF WS-RETURN-NEW-BALANCE > 99999.99
                       MOVE RETURN-OVER-BALANCE-ERR TO BAD-RETURN-ERR
                       MOVE 'Y' TO ERROR-FOUND
                   ELSE
                       MOVE WS-RETURN-NEW-BALANCE TO NEW-BALANCE
                       MOVE NEW-BALANCE TO REPORT-BALANCE
                   END-IF
               END-IF
           END-IF
           IF ERROR-FOUND = 'Y'
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE BAD-TRANSACTION-REC FROM BAD-RETURN-ERR
               ADD 2 TO BAD-LINES-PRINTED
               ADD 1 TO WS-TOTAL-BAD-COUNT
               MOVE BAD-RETURN-ERR TO WS-CURRENT-BAD-MSG
               PERFORM 730-SAVE-BAD-MESSAGE
           ELSE
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-RETURN-MSG
               ADD 2 TO GOOD-LINES-PRINTED
               MOVE "NSFRTN" TO WS-AUDIT-TYPE
               MOVE OLD-CUSTOMER-ID TO WS-AUDIT-CUSTOMER-ID
               MOVE OLD-MAX-CREDIT TO WS-AUDIT-OLD-MAXCREDIT
               MOVE OLD-BALANCE TO WS-AUDIT-OLD-BALANCE
               MOVE NEW-MAX-CREDIT TO WS-AUDIT-NEW-MAXCREDIT
               MOVE NEW-BALANCE TO WS-AUDIT-NEW-BALANCE
               PERFORM 740-WRITE-AUDIT-RECORD
               COMPUTE WS-TXN-DELTA = NEW-BALANCE - OLD-BALANCE
               ADD WS-TXN-DELTA TO WS-NET-TRANS-EFFECT
               MOVE NEW-CUSTOMER-ID TO WS-ITEM-CUSTOMER
               MOVE 'N' TO WS-ITEM-TYPE
               MOVE TRANS-REFERENCE TO WS-ITEM-REFERENCE
               MOVE WS-RETURN-AMOUNT TO WS-ITEM-AMOUNT
               PERFORM 059-WRITE-OPEN-ITEM
               IF WS-NSF-FEE > ZERO
                   MOVE 'I' TO WS-ITEM-TYPE
                   MOVE "NSF FEE " TO WS-ITEM-REFERENCE
                   MOVE WS-NSF-FEE TO WS-ITEM-AMOUNT
                   PERFORM 059-WRITE-OPEN-ITEM
               END-IF
               PERFORM 078-CHECK-CASH-ONLY
           END-IF.

      *   THE RETURN JUST POSTED IS ALREADY IN THE PAYMENT TABLE, SO
      *   A COUNT OF TWO MEANS ONE EARLIER RETURN INSIDE THE YEAR.
       078-CHECK-CASH-ONLY.
           MOVE ZERO TO WS-RETURNS-IN-YEAR
           PERFORM 079-COUNT-ONE-RETURN
               VARYING WS-PT-SUB FROM 1 BY 1
               UNTIL WS-PT-SUB > WS-PAYMENT-COUNT
           IF WS-RETURNS-IN-YEAR >= 2 AND
                   NEW-CREDIT-CODE NOT = WS-CASH-ONLY-CODE
               IF WS-CASH-ONLY-CODE = SPACES
                   DISPLAY "**** " NEW-CUSTOMER-ID " HAS "
                       WS-RETURNS-IN-YEAR " RETURNS IN TWELVE MONTHS"
                       " - NO CASH-ONLY CODE ON THE TABLE ****"
               ELSE
                   MOVE WS-CASH-ONLY-CODE TO NEW-CREDIT-CODE
                   MOVE WS-CASH-ONLY-CODE TO CASH-ONLY-CODE-OUT
                   WRITE GOOD-TRANSACTION-REC FROM CASH-ONLY-MSG
                   ADD 1 TO GOOD-LINES-PRINTED
                   ADD 1 TO WS-CASH-ONLY-COUNT
                   MOVE "CASHON" TO WS-AUDIT-TYPE
                   MOVE NEW-CUSTOMER-ID TO WS-AUDIT-CUSTOMER-ID
                   MOVE NEW-MAX-CREDIT TO WS-AUDIT-OLD-MAXCREDIT
                   MOVE NEW-BALANCE TO WS-AUDIT-OLD-BALANCE
                   MOVE NEW-MAX-CREDIT TO WS-AUDIT-NEW-MAXCREDIT
                   MOVE NEW-BALANCE TO WS-AUDIT-NEW-BALANCE
                   PERFORM 740-WRITE-AUDIT-RECORD
               END-IF
           END-IF.

       079-COUNT-ONE-RETURN.
           SET WS-PT-IDX TO WS-PT-SUB
           IF WS-PT-TYPE (WS-PT-IDX) = 'N' AND
                   WS-PT-CUSTOMER-ID (WS-PT-IDX) = NEW-CUSTOMER-ID AND
                   WS-PT-DATE (WS-PT-IDX) > WS-YEAR-AGO-DATE
               ADD 1 TO WS-RETURNS-IN-YEAR
           END-IF.

       520-EQUAL-TO-DELETE-ROUTINE.
           PERFORM 651-MOVE-TO-REPORT-FOR-DELETE
           WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           MOVE OLD-MAX-CREDIT TO NEW-MAX-CREDIT
           MOVE OLD-CREDIT-CODE TO NEW-CREDIT-CODE
           MOVE OLD-BALANCE TO NEW-BALANCE
           MOVE OLD-ADDRESS-BLOCK TO NEW-ADDRESS-BLOCK
           MOVE OLD-MAIL-PREFERENCE TO NEW-MAIL-PREFERENCE.

      *   FIELD-BY-FIELD, NOT A GROUP MOVE - THE TRANSACTION CARRIES
      *   DISPLAY NUMERICS WHERE THE MASTER IS PACKED, SO THE BYTES DO
           MOVE TRANS-MAX-CREDIT TO NEW-MAX-CREDIT
           MOVE TRANS-CREDIT-CODE TO NEW-CREDIT-CODE
           MOVE TRANS-BALANCE TO NEW-BALANCE
           MOVE TRANS-ADDRESS-BLOCK TO NEW-ADDRESS-BLOCK
           IF TRANS-MAIL-PREFERENCE-GIVEN
               MOVE TRANS-MAIL-PREFERENCE TO NEW-MAIL-PREFERENCE
           ELSE
               MOVE SPACE TO NEW-MAIL-PREFERENCE
           END-IF.

       653-MOVE-NEW-MASTER-TO-REPORT.
           MOVE NEW-CUSTOMER-ID TO REPORT-CUSTOMER-ID
           MOVE WS-AUDIT-OLD-BALANCE TO AD-OLD-BALANCE
           MOVE WS-AUDIT-NEW-MAXCREDIT TO AD-NEW-MAX-CREDIT
           MOVE WS-AUDIT-NEW-BALANCE TO AD-NEW-BALANCE
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
           MOVE WS-AUDIT-STAMP (1:14) TO AD-STAMP
           EVALUATE WS-AUDIT-TYPE
               WHEN "DELETE"
                   CONTINUE
               WHEN "DOWNGR"
                   PERFORM 742-OLD-MASTER-AFTER-IMAGE
               WHEN OTHER
                   PERFORM 743-NEW-MASTER-AFTER-IMAGE
           END-EVALUATE
           WRITE AD-REC.

      *   THE AFTER-IMAGE THE RECOVERY ROLLS FORWARD WITH.  A DELETE
      *   HAS NONE; THE AT-RISK DOWNGRADE REWRITES THE OLD MASTER IN
      *   PLACE, SO ITS IMAGE IS THE OLD RECORD; EVERY OTHER CHANGE
      *   HAS JUST BUILT THE NEW MASTER RECORD.
       742-OLD-MASTER-AFTER-IMAGE.
           MOVE OLD-CUSTOMER-NAME TO AD-NEW-NAME
           MOVE OLD-CREDIT-CODE TO AD-NEW-CREDIT-CODE
           MOVE OLD-STREET TO AD-NEW-STREET
           MOVE OLD-CITY TO AD-NEW-CITY
           MOVE OLD-STATE TO AD-NEW-STATE
           MOVE OLD-ZIP TO AD-NEW-ZIP
           MOVE OLD-PHONE TO AD-NEW-PHONE
           MOVE OLD-MAIL-PREFERENCE TO AD-NEW-MAIL-PREFERENCE.

       743-NEW-MASTER-AFTER-IMAGE.
           MOVE NEW-CUSTOMER-NAME TO AD-NEW-NAME
           MOVE NEW-CREDIT-CODE TO AD-NEW-CREDIT-CODE
           MOVE NEW-STREET TO AD-NEW-STREET
           MOVE NEW-CITY TO AD-NEW-CITY
           MOVE NEW-STATE TO AD-NEW-STATE
           MOVE NEW-ZIP TO AD-NEW-ZIP
           MOVE NEW-PHONE TO AD-NEW-PHONE
           MOVE NEW-MAIL-PREFERENCE TO AD-NEW-MAIL-PREFERENCE.

       741-LOG-CHANGE-AUDIT.
           MOVE "CHANGE" TO WS-AUDIT-TYPE
           MOVE OLD-CUSTOMER-ID TO WS-AUDIT-CUSTOMER-ID
      *   TAKES A DATED GENERATION COPY OF THE MASTER FILE BEFORE IT IS
      *   OVERWRITTEN, SO A BAD CYCLE CAN BE ROLLED BACK BY RE-POINTING
      *   AT THE PRIOR GENERATION (A SIMPLE GDG-STYLE NAMING SCHEME).
      *   EVERY GENERATION IS ENTERED ON THE MASTER COPY CATALOG WITH
      *   THE MOMENT IT STANDS FOR, ITS RECORD COUNT AND BALANCE
      *   TOTAL, SO CUSTRCVR KNOWS WHERE ON THE AUDIT DATA TO START
      *   ROLLING IT FORWARD.
       995-SAVE-PRIOR-GENERATION.
           MOVE ZERO TO WS-GEN-RECORD-COUNT
           MOVE ZERO TO WS-GEN-BALANCE-TOTAL
           OPEN INPUT OLD-MASTER-FILE
           OPEN OUTPUT MASTER-GENERATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 996-COPY-GENERATION-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-MASTER-FILE
                 MASTER-GENERATION-FILE
           OPEN EXTEND MASTER-CATALOG-FILE
           MOVE SPACES TO MG-REC
           MOVE 'G' TO MG-SOURCE
           MOVE YEAR-WORK TO MG-FILE-DATE (1:4)
           MOVE MONTH-WORK TO MG-FILE-DATE (5:2)
           MOVE DAY-WORK TO MG-FILE-DATE (7:2)
           MOVE WS-GEN-AS-OF-STAMP TO MG-AS-OF-STAMP
           MOVE "PROGRAM13" TO MG-PROGRAM-ID
           MOVE WS-GEN-RECORD-COUNT TO MG-RECORD-COUNT
           MOVE WS-GEN-BALANCE-TOTAL TO MG-BALANCE-TOTAL
           WRITE MG-REC
           CLOSE MASTER-CATALOG-FILE.

       996-COPY-GENERATION-RECORD.
           READ OLD-MASTER-FILE
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE GEN-MASTER-REC FROM OLD-MASTER-REC
                   ADD 1 TO WS-GEN-RECORD-COUNT
                   ADD OLD-BALANCE TO WS-GEN-BALANCE-TOTAL
           END-READ.

      *   A STANDALONE GUARDRAIL REPORT RUN OFF THE FRESHLY UPDATED

       990-DOWNGRADE-TO-WATCH.
           IF WS-WATCH-CODE NOT = SPACES AND
                   OLD-CREDIT-CODE NOT = WS-WATCH-CODE AND
                   (WS-CASH-ONLY-CODE = SPACES OR
                    OLD-CREDIT-CODE NOT = WS-CASH-ONLY-CODE)
               MOVE WS-WATCH-CODE TO OLD-CREDIT-CODE
               REWRITE OLD-MASTER-REC
               ADD 1 TO WS-DOWNGRADE-COUNT
