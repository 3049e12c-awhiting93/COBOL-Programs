      *held, reported, and left in the accrual file; balances that
      *were remitted are drawn down to zero only at clean end of
      *job, so a failed run can simply be rerun.
      *Garnishments are no longer one lump to the code G payee: the
      *per-order withholdings PROGRAM02 hands over in
      *WhitingGARNISH-REMIT.DAT are totalled by employee and order
      *and each order is remitted to its own agency and account,
      *drawn out of the G balance.  Only a G balance left over from
      *flat G-code deductions still goes to the code G payee.  The
      *hand-off file is emptied at clean end of job.
      *The employer's share of the benefit plan premiums accrues
      *under code P.  It is remitted to a code P payee when the
      *payee master has one, and otherwise to the insurer on code I
      *alongside the employees' share, noted EMPLOYER PREMIUM SHARE
      *on the register.
      *A payee who is also on the vendor master carries the vendor
      *number on DEDUCTION-PAYEES.DAT, and is paid through accounts
      *payable: the remittance is appended to AP-INVOICE-TRANS.DAT
      *as an already-approved invoice against the withholding
      *liability (BENEFITS PAYABLE for code P, PAYROLL DEDUCTIONS
      *otherwise) and the weekly check run pays it, instead of a
      *check written by hand.  Garnishment agencies are paid as
      *before.
      *More garnishment withholdings on WhitingGARNISH-REMIT.DAT than
      *the table holds now refuses the run with condition code 8,
      *before anything is paid or any file is touched - the remit
      *file is emptied at end of job, so a withholding left out of
      *the table would otherwise have no record left anywhere.
      *A payee sent to accounts payable no longer also gets a
      *remittance record and register line, which paid it twice,
      *and flat G money left after the garnishment orders is only
      *cleared once it has actually been paid, not when it is held.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-INVOICE-TRANS-FILE
               ASSIGN TO "..\..\..\..\AP-INVOICE-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GARNISH-REMIT-FILE
               ASSIGN TO "..\..\..\..\WhitingGARNISH-REMIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  PY-DEDUCTION-CODE     PIC X.
           05  PY-PAYEE-NAME         PIC X(25).
           05  PY-PAYEE-ACCOUNT      PIC X(15).
           05  PY-VENDOR-NUM         PIC X(5).

       FD  REMITTANCE-PAYMENT-FILE.
       01  REMITTANCE-PAYMENT-REC.
           05  RP-PAYEE-ACCOUNT      PIC X(15).
           05  RP-AMOUNT             PIC 9(9)V99.
           05  RP-REMIT-DATE         PIC 9(8).
      *    A GARNISHMENT ORDER'S PAYMENT CARRIES THE EMPLOYEE AND
      *    ORDER IT PAYS; EVERY OTHER PAYMENT LEAVES THEM BLANK.
           05  RP-EMP-NUM            PIC X(5).
           05  RP-ORDER-NUM          PIC X(6).

       FD  REMITTANCE-REGISTER.
       01  REMITTANCE-REGISTER-REC   PIC X(90).
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       FD  AP-INVOICE-TRANS-FILE.
       COPY APTRAN REPLACING ==:PFX:== BY ==AT==.

       FD  GARNISH-REMIT-FILE.
       COPY GARNRMT REPLACING ==:PFX:== BY ==GR==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-PAYEE-FOUND              PIC X(3)    VALUE 'NO '.
           05  WS-PAYEE-CODE-WANTED        PIC X       VALUE SPACE.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-RUN-REFUSED              PIC X       VALUE 'N'.
           05  WS-RUN-CONDITION            PIC 9(2)    VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-REMIT-DATE               PIC 9(8)    VALUE ZERO.

      *   THE ACCRUED BALANCES, HELD AS A LITTLE TABLE SO THE
      *   PAYEE MATCHING AND THE CARRY/CLEAR DECISION ARE ONE LOOP.
       01  ACCRUAL-TABLE-AREAS.
           05  WS-ACCRUAL-COUNT            PIC 9(2)    VALUE ZERO.
               10  WS-PAYEE-CODE           PIC X.
               10  WS-PAYEE-NAME           PIC X(25).
               10  WS-PAYEE-ACCOUNT        PIC X(15).
               10  WS-PAYEE-VENDOR         PIC X(5).

      *   THE GARNISHMENT WITHHOLDINGS AWAITING REMITTANCE, ONE ENTRY
      *   PER EMPLOYEE AND ORDER NO MATTER HOW MANY WEEKS FED IT.
       01  GARNISH-TABLE-AREAS.
           05  WS-GARNISH-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-GARNISH-SUB              PIC 9(3)    VALUE ZERO.
           05  WS-GARNISH-FOUND            PIC X(3)    VALUE 'NO '.
           05  WS-GARNISH-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-GARNISH-IDX.
               10  WS-GARNISH-EMP-NUM      PIC X(5).
               10  WS-GARNISH-ORDER-NUM    PIC X(6).
               10  WS-GARNISH-AGENCY       PIC X(25).
               10  WS-GARNISH-ACCOUNT      PIC X(15).
               10  WS-GARNISH-AMOUNT       PIC 9(9)V99.
           05  WS-GARNISH-ORDERS-TOTAL     PIC 9(9)V99 VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  TOTAL-REMITTED              PIC 9(9)V99 VALUE ZERO.
           05  PAYEES-PAID                 PIC 9(3)    VALUE ZERO.
           05  CODES-HELD                  PIC 9(3)    VALUE ZERO.
           05  SENT-TO-AP                  PIC 9(3)    VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05  FILLER                      PIC X(30)
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-REMIT-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-LOAD-ACCRUAL-BALANCES
           PERFORM 120-LOAD-PAYEE-MASTER
           PERFORM 130-LOAD-GARNISH-REMITS
           IF WS-RUN-REFUSED = 'Y'
               DISPLAY "******* MORE THAN 200 GARNISHMENT WITHHOLDINGS "
                   "ON WhitingGARNISH-REMIT.DAT - RUN REFUSED, "
                   "NOTHING REMITTED *******"
               MOVE 8 TO WS-RUN-CONDITION
               PERFORM 950-WRITE-RUN-LOG
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT REMITTANCE-PAYMENT-FILE
                OUTPUT REMITTANCE-REGISTER
           OPEN EXTEND AP-INVOICE-TRANS-FILE
           MOVE WS-REMIT-DATE TO HEADING-DATE-OUT
           WRITE REMITTANCE-REGISTER-REC FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE REMITTANCE-REGISTER-REC FROM REGISTER-TOTAL-LINE
           CLOSE REMITTANCE-PAYMENT-FILE
                 REMITTANCE-REGISTER
                 AP-INVOICE-TRANS-FILE
           PERFORM 900-REWRITE-ACCRUAL-FILE
           DISPLAY "REMITTANCES CUT: " PAYEES-PAID
               " CODES HELD (NO PAYEE): " CODES-HELD
               " TOTAL: " TOTAL-REMITTED
           DISPLAY "REMITTANCES SENT TO ACCOUNTS PAYABLE: " SENT-TO-AP
           PERFORM 950-WRITE-RUN-LOG
           STOP RUN.

                           TO WS-PAYEE-NAME (WS-PAYEE-IDX)
                       MOVE PY-PAYEE-ACCOUNT
                           TO WS-PAYEE-ACCOUNT (WS-PAYEE-IDX)
                       MOVE PY-VENDOR-NUM
                           TO WS-PAYEE-VENDOR (WS-PAYEE-IDX)
                   ELSE
                       DISPLAY "**** PAYEE TABLE FULL - "
                           PY-DEDUCTION-CODE " OMITTED ****"
                   END-IF
           END-READ.

      *   EACH WITHHOLDING IS ADDED INTO ITS EMPLOYEE-AND-ORDER ENTRY.
      *   AN ENTRY THE TABLE HAS NO ROOM FOR REFUSES THE RUN.
       130-LOAD-GARNISH-REMITS.
           OPEN INPUT GARNISH-REMIT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 131-READ-ONE-GARNISH-REMIT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE GARNISH-REMIT-FILE.

       131-READ-ONE-GARNISH-REMIT.
           READ GARNISH-REMIT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF GR-AMOUNT IS NUMERIC
                       PERFORM 132-ADD-ONE-GARNISH-REMIT
                   END-IF
           END-READ.

       132-ADD-ONE-GARNISH-REMIT.
           MOVE 'NO ' TO WS-GARNISH-FOUND
           SET WS-GARNISH-IDX TO 1
           IF WS-GARNISH-COUNT > ZERO
               SEARCH WS-GARNISH-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-GARNISH-IDX > WS-GARNISH-COUNT
                       CONTINUE
                   WHEN WS-GARNISH-EMP-NUM (WS-GARNISH-IDX) =
                           GR-EMP-NUM AND
                           WS-GARNISH-ORDER-NUM (WS-GARNISH-IDX) =
                           GR-ORDER-NUM
                       MOVE 'YES' TO WS-GARNISH-FOUND
                       ADD GR-AMOUNT
                           TO WS-GARNISH-AMOUNT (WS-GARNISH-IDX)
               END-SEARCH
           END-IF
           IF WS-GARNISH-FOUND = 'NO '
               IF WS-GARNISH-COUNT < 200
                   ADD 1 TO WS-GARNISH-COUNT
                   SET WS-GARNISH-IDX TO WS-GARNISH-COUNT
                   MOVE GR-EMP-NUM
                       TO WS-GARNISH-EMP-NUM (WS-GARNISH-IDX)
                   MOVE GR-ORDER-NUM
                       TO WS-GARNISH-ORDER-NUM (WS-GARNISH-IDX)
                   MOVE GR-AGENCY-NAME
                       TO WS-GARNISH-AGENCY (WS-GARNISH-IDX)
                   MOVE GR-AGENCY-ACCOUNT
                       TO WS-GARNISH-ACCOUNT (WS-GARNISH-IDX)
                   MOVE GR-AMOUNT TO WS-GARNISH-AMOUNT (WS-GARNISH-IDX)
               ELSE
                   DISPLAY "**** GARNISHMENT TABLE FULL - ORDER "
                       GR-ORDER-NUM " - RUN REFUSED ****"
                   MOVE 'Y' TO WS-RUN-REFUSED
               END-IF
           END-IF.

      *   ONE PAYMENT AND ONE REGISTER LINE PER CODE WITH MONEY IN
      *   IT.  NO PAYEE ON THE MASTER MEANS THE BALANCE IS HELD AND
      *   CARRIED, NOT SILENTLY DROPPED.
       200-REMIT-ONE-CODE.
           SET WS-ACCRUAL-IDX TO WS-ACCRUAL-SUB
           IF WS-ACCRUAL-CODE (WS-ACCRUAL-IDX) = 'G' AND
                   WS-GARNISH-COUNT > ZERO
               PERFORM 230-REMIT-GARNISH-ORDERS
           END-IF
           IF WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX) > ZERO
               MOVE WS-ACCRUAL-CODE (WS-ACCRUAL-IDX)
                   TO WS-PAYEE-CODE-WANTED
               PERFORM 205-FIND-PAYEE
               IF WS-PAYEE-FOUND = 'NO ' AND
                       WS-ACCRUAL-CODE (WS-ACCRUAL-IDX) = 'P'
                   MOVE 'I' TO WS-PAYEE-CODE-WANTED
                   PERFORM 205-FIND-PAYEE
               END-IF
               IF WS-PAYEE-FOUND = 'YES'
                   PERFORM 210-PAY-ONE-PAYEE
               END-IF
           END-IF.

       205-FIND-PAYEE.
           MOVE 'NO ' TO WS-PAYEE-FOUND
           SET WS-PAYEE-IDX TO 1
           IF WS-PAYEE-COUNT > ZERO
               SEARCH WS-PAYEE-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-PAYEE-CODE (WS-PAYEE-IDX) =
                           WS-PAYEE-CODE-WANTED
                       MOVE 'YES' TO WS-PAYEE-FOUND
               END-SEARCH
           END-IF.

      *   A PAYEE ON THE VENDOR MASTER IS SENT TO ACCOUNTS PAYABLE
      *   INSTEAD OF BEING REMITTED HERE - THE AP CHECK RUN PAYS IT,
      *   SO IT HAS NO REMITTANCE RECORD OR REGISTER LINE OF ITS OWN.
       210-PAY-ONE-PAYEE.
           IF WS-PAYEE-VENDOR (WS-PAYEE-IDX) NOT = SPACES AND
                   WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX) < 10000000
               PERFORM 215-SEND-TO-PAYABLES
           ELSE
               PERFORM 212-WRITE-REMITTANCE
           END-IF
           MOVE 'Y' TO WS-ACCRUAL-REMITTED (WS-ACCRUAL-IDX).

       212-WRITE-REMITTANCE.
           MOVE SPACES TO REMITTANCE-PAYMENT-REC
           MOVE WS-ACCRUAL-CODE (WS-ACCRUAL-IDX)
               TO RP-DEDUCTION-CODE
           MOVE WS-PAYEE-ACCOUNT (WS-PAYEE-IDX) TO REG-ACCOUNT-OUT
           MOVE WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX)
               TO REG-AMOUNT-OUT
           IF WS-ACCRUAL-CODE (WS-ACCRUAL-IDX) = 'P'
               MOVE "EMPLOYER PREMIUM SHARE" TO REG-NOTE-OUT
           ELSE
               MOVE "REMITTED" TO REG-NOTE-OUT
           END-IF
           WRITE REMITTANCE-REGISTER-REC FROM REGISTER-DETAIL-LINE
           ADD WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX) TO TOTAL-REMITTED
           ADD 1 TO PAYEES-PAID.

      *   A PAYEE ON THE VENDOR MASTER IS PAID BY THE AP CHECK RUN.
      *   THE INVOICE NUMBER IS THE CODE AND REMIT DATE, SO A RERUN
      *   THE SAME DAY IS REFUSED AS A DUPLICATE INSTEAD OF PAID
      *   TWICE, AND THE DEBIT CLEARS THE LIABILITY PROGRAM31 BOOKED
      *   WHEN THE MONEY WAS WITHHELD.
       215-SEND-TO-PAYABLES.
           MOVE SPACES TO AT-TRANS-REC
           MOVE WS-PAYEE-VENDOR (WS-PAYEE-IDX) TO AT-VENDOR-NUM
           STRING "REMIT" WS-ACCRUAL-CODE (WS-ACCRUAL-IDX)
               WS-REMIT-DATE
               DELIMITED BY SIZE INTO AT-INVOICE-NUM
           MOVE 'P' TO AT-TYPE-CODE
           MOVE WS-REMIT-DATE TO AT-INVOICE-DATE-NUM
           MOVE WS-PAYEE-NAME (WS-PAYEE-IDX) TO AT-DESCRIPTION
           MOVE WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX) TO AT-AMOUNT-NUM
           IF WS-ACCRUAL-CODE (WS-ACCRUAL-IDX) = 'P'
               MOVE "BENEFITS PAYABLE    " TO AT-EXPENSE-ACCOUNT
           ELSE
               MOVE "PAYROLL DEDUCTIONS  " TO AT-EXPENSE-ACCOUNT
           END-IF
           MOVE WS-REMIT-DATE TO AT-DUE-DATE-NUM
           MOVE WS-OPERATOR-ID TO AT-OPERATOR
           WRITE AT-TRANS-REC
           ADD 1 TO SENT-TO-AP.

      *   EVERY GARNISHMENT ORDER IS PAID TO ITS OWN AGENCY OUT OF
      *   THE G BALANCE.  WHAT IS LEFT - FLAT G-CODE MONEY - GOES ON
      *   TO THE CODE G PAYEE THE OLD WAY, OR IS HELD AND CARRIED
      *   WITH NO PAYEE; NOTHING LEFT MEANS THE G BALANCE IS FULLY
      *   REMITTED.
       230-REMIT-GARNISH-ORDERS.
           PERFORM 231-PAY-ONE-ORDER
               VARYING WS-GARNISH-SUB FROM 1 BY 1
               UNTIL WS-GARNISH-SUB > WS-GARNISH-COUNT
           IF WS-GARNISH-ORDERS-TOTAL >=
                   WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX)
               MOVE ZERO TO WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX)
           ELSE
               SUBTRACT WS-GARNISH-ORDERS-TOTAL
                   FROM WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX)
           END-IF
           IF WS-ACCRUAL-BALANCE (WS-ACCRUAL-IDX) = ZERO
               MOVE 'Y' TO WS-ACCRUAL-REMITTED (WS-ACCRUAL-IDX)
           END-IF.

       231-PAY-ONE-ORDER.
           SET WS-GARNISH-IDX TO WS-GARNISH-SUB
           MOVE SPACES TO REMITTANCE-PAYMENT-REC
           MOVE 'G' TO RP-DEDUCTION-CODE
           MOVE WS-GARNISH-AGENCY (WS-GARNISH-IDX) TO RP-PAYEE-NAME
           MOVE WS-GARNISH-ACCOUNT (WS-GARNISH-IDX)
               TO RP-PAYEE-ACCOUNT
           MOVE WS-GARNISH-AMOUNT (WS-GARNISH-IDX) TO RP-AMOUNT
           MOVE WS-REMIT-DATE TO RP-REMIT-DATE
           MOVE WS-GARNISH-EMP-NUM (WS-GARNISH-IDX) TO RP-EMP-NUM
           MOVE WS-GARNISH-ORDER-NUM (WS-GARNISH-IDX) TO RP-ORDER-NUM
           WRITE REMITTANCE-PAYMENT-REC
           MOVE SPACES TO REGISTER-DETAIL-LINE
           MOVE 'G' TO REG-CODE-OUT
           MOVE WS-GARNISH-AGENCY (WS-GARNISH-IDX) TO REG-PAYEE-OUT
           MOVE WS-GARNISH-ACCOUNT (WS-GARNISH-IDX)
               TO REG-ACCOUNT-OUT
           MOVE WS-GARNISH-AMOUNT (WS-GARNISH-IDX) TO REG-AMOUNT-OUT
           STRING "ORDER " WS-GARNISH-ORDER-NUM (WS-GARNISH-IDX)
               " EMP " WS-GARNISH-EMP-NUM (WS-GARNISH-IDX)
               DELIMITED BY SIZE INTO REG-NOTE-OUT
           WRITE REMITTANCE-REGISTER-REC FROM REGISTER-DETAIL-LINE
           ADD WS-GARNISH-AMOUNT (WS-GARNISH-IDX) TO TOTAL-REMITTED
           ADD WS-GARNISH-AMOUNT (WS-GARNISH-IDX)
               TO WS-GARNISH-ORDERS-TOTAL
           ADD 1 TO PAYEES-PAID.

       220-HOLD-ONE-CODE.
           MOVE SPACES TO REGISTER-DETAIL-LINE
                   VARYING WS-ACCRUAL-SUB FROM 1 BY 1
                   UNTIL WS-ACCRUAL-SUB > WS-ACCRUAL-COUNT
           END-IF
           CLOSE DEDUCTION-ACCRUAL-FILE
           IF WS-GARNISH-COUNT > ZERO
               OPEN OUTPUT GARNISH-REMIT-FILE
               CLOSE GARNISH-REMIT-FILE
           END-IF.

       910-WRITE-ONE-ACCRUAL.
           SET WS-ACCRUAL-IDX TO WS-ACCRUAL-SUB
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE PAYEES-PAID TO RL-RECORDS-READ
           MOVE CODES-HELD TO RL-RECORDS-REJECTED
           MOVE WS-RUN-CONDITION TO RL-CONDITION-CODE
           MOVE TOTAL-REMITTED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       095-GET-BUSINESS-DATE.
