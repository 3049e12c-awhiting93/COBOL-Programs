      *accounts are still built from the department code.)
      *Every balanced release is also appended to
      *WhitingGL-HISTORY.DAT so PROGRAM61 can prove the period.
      *The payroll checks PROGRAM64 escheats to the state arrive in
      *WhitingESCHEAT.DAT, sealed like the other hand-offs, and post
      *out of cash into unclaimed property payable:
      *    DR CASH  CR UNCLAIMED PROP PAYBL
      *- the bank will never pay the voided check, and the wages are
      *now owed to the state instead of the employee.
      *The department payroll posting now splits what it holds back:
      *the taxes withheld on the labor distribution's D records are
      *credited to PAYROLL WITHHOLDING, and the voluntary deductions
      *(the rest of gross less net) to PAYROLL DEDUCTIONS, so the
      *withholding account carries only the employee taxes the
      *quarterly returns report and PROGRAM67 can prove it against
      *them.
      *The employer's share of the benefit plan premiums PROGRAM02
      *now accrues rides on the same employer tax record and posts
      *as its own entry:
      *    DR EMPLOYER BENEFIT EXP  CR BENEFITS PAYABLE
      *A record from before the premium was carried reads it as zero.
      *The commission the collection agencies keep on what they
      *recover arrives from PROGRAM79 in WhitingAGENCY-COMMISSION.DAT,
      *sealed like the other hand-offs, and posts as
      *    DR COLLECTION COMM EXP  CR CASH
      *- the customer's payment is booked gross, and the agency paid
      *itself out of it.  PROGRAM79 runs on demand, so its hand-off
      *can sit on disk past the night it posted; it is skipped once
      *the history shows a PROGRAM79 entry posted after its date.
      *A site with a CHART-OF-ACCOUNTS.DAT adds the expense account.
      *The sales tax record from PROGRAM04 now carries the run's
      *taxable and exempt sales behind its totals; the posting and
      *the seal check still work from the net and tax totals.
      *The store credit PROGRAM04 now issues on returns and takes on
      *sales rides behind the taxable and exempt figures, and posts
      *to the store credit liability:
      *    issued    DR SALES RETURNS          CR STORE CREDIT LIABLTY
      *    redeemed  DR STORE CREDIT LIABLTY   CR ACCOUNTS RECEIVABLE
      *- a voucher tendered on a sale pays part of what the sales
      *entry charged to the receivable.  A record from before the
      *credit was carried reads both as zero.
      *Accounts payable posts from two sealed hand-offs.  The
      *invoices PROGRAM89 approved arrive in WhitingAP-INVOICES-GL.DAT
      *totalled by expense account, and post
      *    DR each expense account  CR ACCOUNTS PAYABLE
      *once the accounts are proved to the file's own total.  The
      *checks PROGRAM90 wrote arrive in WhitingAP-PAYMENTS-GL.DAT and
      *post out of the liability:
      *    DR ACCOUNTS PAYABLE  CR CASH (net paid)
      *                         CR PURCHASE DISCOUNTS (discount)
      *Both programs run on demand, so either hand-off is skipped,
      *as the agency commission is, once the history shows its
      *program posted after the hand-off date.
      *The escheat total PROGRAM64 hands off is dated the same way
      *and is skipped once a PROGRAM64 posting follows its run date.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL WRITEOFF-TOTAL-FILE
               ASSIGN TO "..\..\..\..\WhitingWRITEOFFS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ESCHEAT-TOTAL-FILE
               ASSIGN TO "..\..\..\..\WhitingESCHEAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AGENCY-COMMISSION-FILE
               ASSIGN TO "..\..\..\..\WhitingAGENCY-COMMISSION.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-INVOICE-GL-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-INVOICES-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-PAYMENT-GL-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-PAYMENTS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL GL-RULES-FILE
               ASSIGN TO "..\..\..\..\GL-POSTING-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  ERT-ER-FICA                 PIC 9(7)V99.
           05  ERT-FUTA                    PIC 9(7)V99.
           05  ERT-SUTA                    PIC 9(7)V99.
           05  ERT-ER-PREMIUM              PIC 9(7)V99.

       FD  LABOR-DIST-FILE.
       01  LABOR-DIST-REC.
           05  LD-TAXES                    PIC 9(7)V99.
           05  LD-DEDUCTIONS               PIC 9(7)V99.
           05  LD-NET                      PIC 9(7)V99.
      *    THE SALES COMMISSION INSIDE LD-GROSS - POSTED WITH IT.
           05  LD-COMMISSION               PIC 9(7)V99.

       FD  SALES-TAX-FILE.
       01  SALES-TAX-REC.
           05  STX-RUN-DATE                PIC 9(8).
           05  STX-NET-SALES               PIC 9(9)V99.
           05  STX-TAX-TOTAL               PIC 9(9)V99.
           05  STX-TAXABLE-SALES           PIC 9(9)V99.
           05  STX-EXEMPT-SALES            PIC 9(9)V99.
           05  STX-CREDIT-ISSUED           PIC 9(9)V99.
           05  STX-CREDIT-REDEEMED         PIC 9(9)V99.

       FD  WRITEOFF-TOTAL-FILE.
       01  WRITEOFF-TOTAL-REC.
           05  WO-TOTAL                    PIC 9(9)V99.
       01  WRITEOFF-SEAL-REC               PIC X(22).

       FD  ESCHEAT-TOTAL-FILE.
       01  ESCHEAT-TOTAL-REC.
           05  ESC-RUN-DATE                PIC 9(8).
           05  ESC-TOTAL                   PIC 9(9)V99.
           05  ESC-COUNT                   PIC 9(5).
       01  ESCHEAT-SEAL-REC                PIC X(22).

       FD  AGENCY-COMMISSION-FILE.
       01  AGENCY-COMMISSION-REC.
           05  ACM-RUN-DATE                PIC 9(8).
           05  ACM-TOTAL                   PIC 9(9)V99.
           05  ACM-COUNT                   PIC 9(5).
       01  AGENCY-COMMISSION-SEAL-REC      PIC X(22).

       FD  AP-INVOICE-GL-FILE.
       01  AP-INVOICE-GL-REC.
           05  APG-RECORD-TYPE             PIC X.
           05  APG-ACCOUNT                 PIC X(20).
           05  APG-AMOUNT                  PIC 9(9)V99.
           05  APG-RUN-DATE                PIC 9(8).

       FD  AP-PAYMENT-GL-FILE.
       01  AP-PAYMENT-GL-REC.
           05  APP-RUN-DATE                PIC 9(8).
           05  APP-GROSS                   PIC 9(9)V99.
           05  APP-DISCOUNT                PIC 9(9)V99.
           05  APP-COUNT                   PIC 9(5).
       01  AP-PAYMENT-SEAL-REC             PIC X(22).

       FD  GL-POSTING-FILE.
       01  GL-POSTING-REC.
           05  GL-ACCOUNT                  PIC X(20).
           05  WS-RECV-SEEN                PIC X       VALUE 'N'.
           05  WS-ER-TAX-TOTAL             PIC 9(9)V99 VALUE ZERO.
           05  WS-ER-TAX-SEEN              PIC X       VALUE 'N'.
           05  WS-ER-PREMIUM-TOTAL         PIC 9(9)V99 VALUE ZERO.
           05  WS-SALES-TAX-NET            PIC 9(9)V99 VALUE ZERO.
           05  WS-SALES-TAX-AMT            PIC 9(9)V99 VALUE ZERO.
           05  WS-SALES-TAX-SEEN           PIC X       VALUE 'N'.
           05  WS-CREDIT-ISSUED            PIC 9(9)V99 VALUE ZERO.
           05  WS-CREDIT-REDEEMED          PIC 9(9)V99 VALUE ZERO.
           05  WS-WRITEOFF-TOTAL           PIC 9(9)V99 VALUE ZERO.
           05  WS-WRITEOFF-SEEN            PIC X       VALUE 'N'.
           05  WS-ESCHEAT-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  WS-ESCHEAT-SEEN             PIC X       VALUE 'N'.
           05  WS-ESCHEAT-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-AGYCOMM-TOTAL            PIC 9(9)V99 VALUE ZERO.
           05  WS-AGYCOMM-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-AGYCOMM-SEEN             PIC X       VALUE 'N'.
           05  WS-APPAY-GROSS              PIC 9(9)V99 VALUE ZERO.
           05  WS-APPAY-DISCOUNT           PIC 9(9)V99 VALUE ZERO.
           05  WS-APPAY-DATE               PIC 9(8)    VALUE ZERO.
           05  WS-APPAY-SEEN               PIC X       VALUE 'N'.
           05  WS-MORE-HISTORY             PIC X(3)    VALUE 'YES'.

      *   THE APPROVED INVOICES BY EXPENSE ACCOUNT, WITH THE TOTAL
      *   RECORD THE ACCOUNTS MUST PROVE TO.
       01  AP-INVOICE-AREAS.
           05  WS-APINV-SEEN               PIC X       VALUE 'N'.
           05  WS-APINV-TOTAL              PIC 9(9)V99 VALUE ZERO.
           05  WS-APINV-SUM                PIC 9(9)V99 VALUE ZERO.
           05  WS-APINV-DATE               PIC 9(8)    VALUE ZERO.
           05  WS-APINV-FULL               PIC X       VALUE 'N'.
           05  WS-APINV-COUNT              PIC 9(2)    VALUE ZERO.
           05  WS-APINV-TABLE OCCURS 50 TIMES
                   INDEXED BY WS-APINV-IDX.
               10  WS-APINV-ACCOUNT        PIC X(20).
               10  WS-APINV-AMOUNT         PIC 9(9)V99.
           05  WS-AP-CHECK-PROGRAM         PIC X(9)    VALUE SPACES.
           05  WS-AP-CHECK-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-AP-ALREADY-POSTED        PIC X       VALUE 'N'.

      *   THE LABOR DISTRIBUTION ROLLED UP BY DEPARTMENT, WITH THE
      *   TRAILER FIGURES THE DETAIL MUST PROVE TO.
           05  WS-DIST-GROSS-SUM           PIC 9(9)V99 VALUE ZERO.
           05  WS-DIST-TRAILER-GROSS       PIC 9(9)V99 VALUE ZERO.
           05  WS-DIST-TRAILER-NET         PIC 9(9)V99 VALUE ZERO.
           05  WS-DIST-TAX-SUM             PIC 9(9)V99 VALUE ZERO.
           05  WS-DEPT-COUNT               PIC 9(2)    VALUE ZERO.
           05  WS-DEPT-SUB                 PIC 9(2)    VALUE ZERO.
           05  WS-DEPT-TABLE OCCURS 20 TIMES
           PERFORM 120-READ-EMPLOYER-TAXES
           PERFORM 125-READ-SALES-TAX
           PERFORM 126-READ-WRITEOFFS
           PERFORM 127-READ-ESCHEATS
           PERFORM 122-READ-AGENCY-COMMISSION
           PERFORM 113-READ-AP-INVOICES
           PERFORM 116-READ-AP-PAYMENTS
           PERFORM 130-LOAD-LABOR-DISTRIBUTION
           OPEN OUTPUT GL-POSTING-FILE
           PERFORM 210-POST-PAYROLL
           PERFORM 215-POST-EMPLOYER-TAXES
           PERFORM 216-POST-EMPLOYER-BENEFITS
           PERFORM 220-POST-SALES
           PERFORM 221-POST-STORE-CREDIT
           PERFORM 225-POST-WRITEOFFS
           PERFORM 226-POST-ESCHEATS
           PERFORM 227-POST-AGENCY-COMMISSION
           PERFORM 228-POST-AP-INVOICES
           PERFORM 229-POST-AP-PAYMENTS
           PERFORM 230-POST-RECEIVABLES
           PERFORM 235-POST-EXTRA-SOURCES
           CLOSE GL-POSTING-FILE
                           ERT-SUTA IS NUMERIC
                       COMPUTE WS-ER-TAX-TOTAL =
                           ERT-ER-FICA + ERT-FUTA + ERT-SUTA
                       IF ERT-ER-PREMIUM IS NUMERIC
                           MOVE ERT-ER-PREMIUM TO WS-ER-PREMIUM-TOTAL
                       ELSE
                           MOVE ZERO TO WS-ER-PREMIUM-TOTAL
                       END-IF
                       MOVE 'Y' TO WS-ER-TAX-SEEN
                       ADD 1 TO WS-BODY-COUNT
                       COMPUTE WS-BODY-HASH =
                           (ERT-ER-FICA * 100) + (ERT-FUTA * 100) +
                           (ERT-SUTA * 100) +
                           (WS-ER-PREMIUM-TOTAL * 100)
                   END-IF
                   READ EMPLOYER-TAX-FILE
                       AT END
                           STX-TAX-TOTAL IS NUMERIC
                       MOVE STX-NET-SALES TO WS-SALES-TAX-NET
                       MOVE STX-TAX-TOTAL TO WS-SALES-TAX-AMT
                       IF STX-CREDIT-ISSUED IS NUMERIC AND
                               STX-CREDIT-REDEEMED IS NUMERIC
                           MOVE STX-CREDIT-ISSUED TO WS-CREDIT-ISSUED
                           MOVE STX-CREDIT-REDEEMED
                               TO WS-CREDIT-REDEEMED
                       END-IF
                       MOVE 'Y' TO WS-SALES-TAX-SEEN
                       ADD 1 TO WS-BODY-COUNT
                       COMPUTE WS-BODY-HASH =
           MOVE "WhitingWRITEOFFS.DAT" TO WS-SEAL-FILE-NAME
           PERFORM 129-VERIFY-HANDOFF-SEAL.

       127-READ-ESCHEATS.
           PERFORM 118-RESET-SEAL-CHECK
           OPEN INPUT ESCHEAT-TOTAL-FILE
           READ ESCHEAT-TOTAL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ESC-TOTAL IS NUMERIC
                       IF ESC-TOTAL > ZERO AND ESC-RUN-DATE IS NUMERIC
                           MOVE ESC-TOTAL TO WS-ESCHEAT-TOTAL
                           MOVE ESC-RUN-DATE TO WS-ESCHEAT-DATE
                           MOVE 'Y' TO WS-ESCHEAT-SEEN
                       END-IF
                       ADD 1 TO WS-BODY-COUNT
                       COMPUTE WS-BODY-HASH = ESC-TOTAL * 100
                   END-IF
                   READ ESCHEAT-TOTAL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE ESCHEAT-SEAL-REC TO SL-SEAL-REC
                           PERFORM 128-CAPTURE-ONE-SEAL
                   END-READ
           END-READ
           CLOSE ESCHEAT-TOTAL-FILE
           MOVE "WhitingESCHEAT.DAT" TO WS-SEAL-FILE-NAME
           PERFORM 129-VERIFY-HANDOFF-SEAL
           IF WS-ESCHEAT-SEEN = 'Y'
               PERFORM 117-CHECK-ESCHEAT-POSTED
           END-IF.

      *   PROGRAM64 RUNS ON DEMAND, SO ITS HAND-OFF SITS ON DISK
      *   NIGHT AFTER NIGHT.  A PROGRAM64 ENTRY IN THE HISTORY DATED
      *   AFTER THE HAND-OFF (OTHER THAN TONIGHT'S, WHICH A RERUN
      *   REPLACES) MEANS AN EARLIER NIGHT ALREADY POSTED IT.
       117-CHECK-ESCHEAT-POSTED.
           MOVE 'YES' TO WS-MORE-HISTORY
           OPEN INPUT GL-HISTORY-FILE
           PERFORM 134-CHECK-ONE-ESCHEAT-HISTORY
               UNTIL WS-MORE-HISTORY = 'NO '
           CLOSE GL-HISTORY-FILE
           IF WS-ESCHEAT-SEEN = 'N'
               DISPLAY "ESCHEATS OF " WS-ESCHEAT-DATE
                   " ALREADY POSTED - NOT POSTED AGAIN"
           END-IF.

       134-CHECK-ONE-ESCHEAT-HISTORY.
           READ GL-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-HISTORY
               NOT AT END
                   IF GLH-SOURCE = "PROGRAM64" AND
                           GLH-DATE IS NUMERIC AND
                           GLH-DATE > WS-ESCHEAT-DATE AND
                           GLH-DATE NOT = WS-POSTING-DATE
                       MOVE 'N' TO WS-ESCHEAT-SEEN
                   END-IF
           END-READ.

       122-READ-AGENCY-COMMISSION.
           PERFORM 118-RESET-SEAL-CHECK
           OPEN INPUT AGENCY-COMMISSION-FILE
           READ AGENCY-COMMISSION-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ACM-TOTAL IS NUMERIC
                       IF ACM-TOTAL > ZERO AND ACM-RUN-DATE IS NUMERIC
                           MOVE ACM-TOTAL TO WS-AGYCOMM-TOTAL
                           MOVE ACM-RUN-DATE TO WS-AGYCOMM-DATE
                           MOVE 'Y' TO WS-AGYCOMM-SEEN
                       END-IF
                       ADD 1 TO WS-BODY-COUNT
                       COMPUTE WS-BODY-HASH = ACM-TOTAL * 100
                   END-IF
                   READ AGENCY-COMMISSION-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE AGENCY-COMMISSION-SEAL-REC
                               TO SL-SEAL-REC
                           PERFORM 128-CAPTURE-ONE-SEAL
                   END-READ
           END-READ
           CLOSE AGENCY-COMMISSION-FILE
           MOVE "WhitingAGENCY-COMMISSION.DAT" TO WS-SEAL-FILE-NAME
           PERFORM 129-VERIFY-HANDOFF-SEAL
           IF WS-AGYCOMM-SEEN = 'Y'
               PERFORM 123-CHECK-COMMISSION-POSTED
           END-IF.

      *   A PROGRAM79 ENTRY IN THE HISTORY DATED AFTER THE HAND-OFF
      *   (OTHER THAN TONIGHT'S, WHICH A RERUN REPLACES) MEANS AN
      *   EARLIER NIGHT ALREADY POSTED THIS COMMISSION.
       123-CHECK-COMMISSION-POSTED.
           MOVE 'YES' TO WS-MORE-HISTORY
           OPEN INPUT GL-HISTORY-FILE
           PERFORM 124-CHECK-ONE-HISTORY-ENTRY
               UNTIL WS-MORE-HISTORY = 'NO '
           CLOSE GL-HISTORY-FILE
           IF WS-AGYCOMM-SEEN = 'N'
               DISPLAY "AGENCY COMMISSION OF " WS-AGYCOMM-DATE
                   " ALREADY POSTED - NOT POSTED AGAIN"
           END-IF.

       124-CHECK-ONE-HISTORY-ENTRY.
           READ GL-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-HISTORY
               NOT AT END
                   IF GLH-SOURCE = "PROGRAM79" AND
                           GLH-DATE IS NUMERIC AND
                           GLH-DATE > WS-AGYCOMM-DATE AND
                           GLH-DATE NOT = WS-POSTING-DATE
                       MOVE 'N' TO WS-AGYCOMM-SEEN
                   END-IF
           END-READ.

      *   THE APPROVED INVOICES PROGRAM89 HANDS OFF - D RECORDS BY
      *   EXPENSE ACCOUNT, A T RECORD WITH THEIR TOTAL, THEN THE
      *   SEAL.  ACCOUNTS THAT DO NOT PROVE TO THE TOTAL, OR MORE
      *   OF THEM THAN THE TABLE HOLDS, REFUSE THE RELEASE.
       113-READ-AP-INVOICES.
           PERFORM 118-RESET-SEAL-CHECK
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT AP-INVOICE-GL-FILE
           PERFORM 114-READ-ONE-AP-INVOICE-LINE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE AP-INVOICE-GL-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           MOVE "WhitingAP-INVOICES-GL.DAT" TO WS-SEAL-FILE-NAME
           PERFORM 129-VERIFY-HANDOFF-SEAL
           IF WS-APINV-FULL = 'Y' OR
                   WS-APINV-SUM NOT = WS-APINV-TOTAL
               DISPLAY "**** WhitingAP-INVOICES-GL.DAT ACCOUNTS DO "
                   "NOT PROVE TO ITS TOTAL - RELEASE REFUSED ****"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-APINV-SEEN = 'Y' AND WS-APINV-TOTAL > ZERO
               MOVE "PROGRAM89" TO WS-AP-CHECK-PROGRAM
               MOVE WS-APINV-DATE TO WS-AP-CHECK-DATE
               PERFORM 119-CHECK-AP-POSTED
               IF WS-AP-ALREADY-POSTED = 'Y'
                   MOVE 'N' TO WS-APINV-SEEN
                   DISPLAY "AP INVOICES OF " WS-APINV-DATE
                       " ALREADY POSTED - NOT POSTED AGAIN"
               END-IF
           ELSE
               MOVE 'N' TO WS-APINV-SEEN
           END-IF.

       114-READ-ONE-AP-INVOICE-LINE.
           READ AP-INVOICE-GL-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   EVALUATE APG-RECORD-TYPE
                       WHEN 'D'
                           IF APG-AMOUNT IS NUMERIC
                               ADD 1 TO WS-BODY-COUNT
                               COMPUTE WS-BODY-HASH =
                                   WS-BODY-HASH + (APG-AMOUNT * 100)
                               ADD APG-AMOUNT TO WS-APINV-SUM
                               PERFORM 115-ADD-AP-INVOICE-ACCOUNT
                           END-IF
                       WHEN 'T'
                           IF APG-AMOUNT IS NUMERIC AND
                                   APG-RUN-DATE IS NUMERIC
                               MOVE APG-AMOUNT TO WS-APINV-TOTAL
                               MOVE APG-RUN-DATE TO WS-APINV-DATE
                               MOVE 'Y' TO WS-APINV-SEEN
                           END-IF
                       WHEN OTHER
                           MOVE AP-INVOICE-GL-REC (1:22)
                               TO SL-SEAL-REC
                           PERFORM 128-CAPTURE-ONE-SEAL
                   END-EVALUATE
           END-READ.

       115-ADD-AP-INVOICE-ACCOUNT.
           IF WS-APINV-COUNT < 50
               ADD 1 TO WS-APINV-COUNT
               SET WS-APINV-IDX TO WS-APINV-COUNT
               MOVE APG-ACCOUNT TO WS-APINV-ACCOUNT (WS-APINV-IDX)
               MOVE APG-AMOUNT TO WS-APINV-AMOUNT (WS-APINV-IDX)
           ELSE
               MOVE 'Y' TO WS-APINV-FULL
           END-IF.

      *   THE DAY'S VENDOR CHECKS PROGRAM90 HANDS OFF - ONE RECORD OF
      *   GROSS PAID AND DISCOUNT TAKEN, SEALED ON BOTH.
       116-READ-AP-PAYMENTS.
           PERFORM 118-RESET-SEAL-CHECK
           OPEN INPUT AP-PAYMENT-GL-FILE
           READ AP-PAYMENT-GL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF APP-GROSS IS NUMERIC AND
                           APP-DISCOUNT IS NUMERIC
                       IF APP-GROSS > ZERO AND APP-RUN-DATE IS NUMERIC
                           MOVE APP-GROSS TO WS-APPAY-GROSS
                           MOVE APP-DISCOUNT TO WS-APPAY-DISCOUNT
                           MOVE APP-RUN-DATE TO WS-APPAY-DATE
                           MOVE 'Y' TO WS-APPAY-SEEN
                       END-IF
                       ADD 1 TO WS-BODY-COUNT
                       COMPUTE WS-BODY-HASH =
                           (APP-GROSS * 100) + (APP-DISCOUNT * 100)
                   END-IF
                   READ AP-PAYMENT-GL-FILE
                       AT END
                           CONTINUE
                       NOT AT END
                           MOVE AP-PAYMENT-SEAL-REC TO SL-SEAL-REC
                           PERFORM 128-CAPTURE-ONE-SEAL
                   END-READ
           END-READ
           CLOSE AP-PAYMENT-GL-FILE
           MOVE "WhitingAP-PAYMENTS-GL.DAT" TO WS-SEAL-FILE-NAME
           PERFORM 129-VERIFY-HANDOFF-SEAL
           IF WS-APPAY-SEEN = 'Y'
               MOVE "PROGRAM90" TO WS-AP-CHECK-PROGRAM
               MOVE WS-APPAY-DATE TO WS-AP-CHECK-DATE
               PERFORM 119-CHECK-AP-POSTED
               IF WS-AP-ALREADY-POSTED = 'Y'
                   MOVE 'N' TO WS-APPAY-SEEN
                   DISPLAY "AP PAYMENTS OF " WS-APPAY-DATE
                       " ALREADY POSTED - NOT POSTED AGAIN"
               END-IF
           END-IF.

      *   THE SAME TEST AS THE AGENCY COMMISSION'S - AN ENTRY FROM
      *   THE PROGRAM DATED AFTER ITS HAND-OFF, OTHER THAN TONIGHT'S,
      *   MEANS AN EARLIER NIGHT ALREADY POSTED IT.
       119-CHECK-AP-POSTED.
           MOVE 'N' TO WS-AP-ALREADY-POSTED
           MOVE 'YES' TO WS-MORE-HISTORY
           OPEN INPUT GL-HISTORY-FILE
           PERFORM 121-CHECK-ONE-AP-HISTORY
               UNTIL WS-MORE-HISTORY = 'NO '
           CLOSE GL-HISTORY-FILE.

       121-CHECK-ONE-AP-HISTORY.
           READ GL-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-HISTORY
               NOT AT END
                   IF GLH-SOURCE = WS-AP-CHECK-PROGRAM AND
                           GLH-DATE IS NUMERIC AND
                           GLH-DATE > WS-AP-CHECK-DATE AND
                           GLH-DATE NOT = WS-POSTING-DATE
                       MOVE 'Y' TO WS-AP-ALREADY-POSTED
                   END-IF
           END-READ.

       118-RESET-SEAL-CHECK.
           MOVE 'NO ' TO WS-SEAL-SEEN
           MOVE ZERO TO WS-BODY-COUNT
                       WHEN 'D'
                           MOVE 'Y' TO WS-DIST-SEEN
                           ADD LD-GROSS TO WS-DIST-GROSS-SUM
                           IF LD-TAXES IS NUMERIC
                               ADD LD-TAXES TO WS-DIST-TAX-SUM
                           END-IF
                           PERFORM 132-ADD-TO-DEPARTMENT
                       WHEN 'T'
                           MOVE 'Y' TO WS-DIST-SEEN
           PERFORM 136-SEED-ONE-RULE.

       136-SEED-ONE-RULE.
           MOVE 17 TO RULE-COUNT
           SET RULE-IDX TO 1
           MOVE "PROGRAM02" TO RT-PROGRAM (RULE-IDX)
           MOVE "NETPAY  " TO RT-TYPE (RULE-IDX)
           MOVE "PROGRAM13" TO RT-PROGRAM (RULE-IDX)
           MOVE "RECV    " TO RT-TYPE (RULE-IDX)
           MOVE "RECEIVABLE CONTROL  " TO RT-DEBIT (RULE-IDX)
           MOVE "RECEIVABLE OFFSET   " TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 9
           MOVE "PROGRAM64" TO RT-PROGRAM (RULE-IDX)
           MOVE "ESCHEAT " TO RT-TYPE (RULE-IDX)
           MOVE "CASH                " TO RT-DEBIT (RULE-IDX)
           MOVE "UNCLAIMED PROP PAYBL" TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 10
           MOVE "PROGRAM02" TO RT-PROGRAM (RULE-IDX)
           MOVE "DEPTDED " TO RT-TYPE (RULE-IDX)
           MOVE SPACES TO RT-DEBIT (RULE-IDX)
           MOVE "PAYROLL DEDUCTIONS  " TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 11
           MOVE "PROGRAM02" TO RT-PROGRAM (RULE-IDX)
           MOVE "ERBENEF " TO RT-TYPE (RULE-IDX)
           MOVE "EMPLOYER BENEFIT EXP" TO RT-DEBIT (RULE-IDX)
           MOVE "BENEFITS PAYABLE    " TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 12
           MOVE "PROGRAM79" TO RT-PROGRAM (RULE-IDX)
           MOVE "AGYCOMM " TO RT-TYPE (RULE-IDX)
           MOVE "COLLECTION COMM EXP " TO RT-DEBIT (RULE-IDX)
           MOVE "CASH                " TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 13
           MOVE "PROGRAM04" TO RT-PROGRAM (RULE-IDX)
           MOVE "SCISSUE " TO RT-TYPE (RULE-IDX)
           MOVE "SALES RETURNS       " TO RT-DEBIT (RULE-IDX)
           MOVE "STORE CREDIT LIABLTY" TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 14
           MOVE "PROGRAM04" TO RT-PROGRAM (RULE-IDX)
           MOVE "SCREDEEM" TO RT-TYPE (RULE-IDX)
           MOVE "STORE CREDIT LIABLTY" TO RT-DEBIT (RULE-IDX)
           MOVE "ACCOUNTS RECEIVABLE " TO RT-CREDIT (RULE-IDX)
      *   THE INVOICE DEBITS COME FROM THE HAND-OFF'S OWN ACCOUNTS.
           SET RULE-IDX TO 15
           MOVE "PROGRAM89" TO RT-PROGRAM (RULE-IDX)
           MOVE "APINVOIC" TO RT-TYPE (RULE-IDX)
           MOVE SPACES TO RT-DEBIT (RULE-IDX)
           MOVE "ACCOUNTS PAYABLE    " TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 16
           MOVE "PROGRAM90" TO RT-PROGRAM (RULE-IDX)
           MOVE "APPAID  " TO RT-TYPE (RULE-IDX)
           MOVE "ACCOUNTS PAYABLE    " TO RT-DEBIT (RULE-IDX)
           MOVE "CASH                " TO RT-CREDIT (RULE-IDX)
           SET RULE-IDX TO 17
           MOVE "PROGRAM90" TO RT-PROGRAM (RULE-IDX)
           MOVE "APDISC  " TO RT-TYPE (RULE-IDX)
           MOVE SPACES TO RT-DEBIT (RULE-IDX)
           MOVE "PURCHASE DISCOUNTS  " TO RT-CREDIT (RULE-IDX).

      *   A FILE ROW FOR A PROGRAM-AND-TYPE ALREADY ON THE TABLE
      *   REPLACES THE SEEDED ACCOUNTS; A NEW ROW EXTENDS IT.  A
           END-IF.

      *   THE DEPARTMENT POSTING - ONE DEBIT PER DEPARTMENT FOR ITS
      *   GROSS, AGAINST CASH FOR THE NET PAID OUT, PAYROLL
      *   WITHHOLDING FOR THE TAXES HELD BACK, AND PAYROLL
      *   DEDUCTIONS FOR THE REST OF WHAT WAS HELD BACK.  DEBITS AND
      *   CREDITS EACH SUM TO THE PROVEN GROSS, SO THE ENTRY
      *   BALANCES BY CONSTRUCTION.
       212-POST-PAYROLL-BY-DEPT.
           PERFORM 213-POST-ONE-DEPARTMENT
               VARYING WS-DEPT-SUB FROM 1 BY 1
           PERFORM 270-FIND-RULE
           COMPUTE WS-POSTED-AMOUNT =
               WS-DIST-TRAILER-GROSS - WS-DIST-TRAILER-NET
           IF WS-DIST-TAX-SUM < WS-POSTED-AMOUNT
               MOVE WS-DIST-TAX-SUM TO WS-POSTED-AMOUNT
           END-IF
           PERFORM 260-WRITE-CREDIT-LINE
           MOVE WS-RULE-CREDIT TO GL-ACCOUNT
           MOVE "PROGRAM02" TO GL-SOURCE
           WRITE GL-POSTING-REC
           COMPUTE WS-POSTED-AMOUNT =
               WS-DIST-TRAILER-GROSS - WS-DIST-TRAILER-NET
               - WS-POSTED-AMOUNT
           IF WS-POSTED-AMOUNT > ZERO
               MOVE "DEPTDED " TO WS-WANTED-TYPE
               PERFORM 270-FIND-RULE
               PERFORM 260-WRITE-CREDIT-LINE
               MOVE WS-RULE-CREDIT TO GL-ACCOUNT
               MOVE "PROGRAM02" TO GL-SOURCE
               WRITE GL-POSTING-REC
           END-IF.

       213-POST-ONE-DEPARTMENT.
           SET WS-DEPT-IDX TO WS-DEPT-SUB
               WRITE GL-POSTING-REC
           END-IF.

      *   THE EMPLOYER'S SHARE OF THE BENEFIT PREMIUMS, FROM THE
      *   SAME SEALED EMPLOYER TAX RECORD.
       216-POST-EMPLOYER-BENEFITS.
           IF WS-ER-TAX-SEEN = 'Y' AND WS-ER-PREMIUM-TOTAL > ZERO
               MOVE "PROGRAM02" TO WS-WANTED-PROGRAM
               MOVE "ERBENEF " TO WS-WANTED-TYPE
               PERFORM 270-FIND-RULE
               MOVE WS-ER-PREMIUM-TOTAL TO WS-POSTED-AMOUNT
               PERFORM 250-WRITE-DEBIT-LINE
               MOVE WS-RULE-DEBIT TO GL-ACCOUNT
               MOVE "PROGRAM02" TO GL-SOURCE
               WRITE GL-POSTING-REC
               PERFORM 260-WRITE-CREDIT-LINE
               MOVE WS-RULE-CREDIT TO GL-ACCOUNT
               MOVE "PROGRAM02" TO GL-SOURCE
               WRITE GL-POSTING-REC
           END-IF.

      *   WITH THE SALES TAX HAND-OFF ON DISK, THE RECEIVABLE DEBIT
      *   IS NET PLUS TAX AND THE CREDIT SPLITS INTO SALES AND THE
      *   SALES TAX PAYABLE LIABILITY.  WITHOUT IT THE OLD TAX-FREE
               END-IF
           END-IF.

      *   A VOUCHER ISSUED ON A RETURN IS OWED TO THE CUSTOMER UNTIL
      *   IT IS SPENT; A VOUCHER TENDERED ON A SALE SETTLES THAT PART
      *   OF THE RECEIVABLE THE SALES ENTRY DEBITED.  BOTH RIDE ON THE
      *   SALES TAX HAND-OFF, SO THEY POST ONLY WITH IT.
       221-POST-STORE-CREDIT.
           IF WS-SALES-TAX-SEEN = 'Y' AND WS-SALES-SEEN = 'Y'
               MOVE "PROGRAM04" TO WS-WANTED-PROGRAM
               IF WS-CREDIT-ISSUED > ZERO
                   MOVE "SCISSUE " TO WS-WANTED-TYPE
                   PERFORM 270-FIND-RULE
                   MOVE WS-CREDIT-ISSUED TO WS-POSTED-AMOUNT
                   PERFORM 250-WRITE-DEBIT-LINE
                   MOVE WS-RULE-DEBIT TO GL-ACCOUNT
                   MOVE "PROGRAM04" TO GL-SOURCE
                   WRITE GL-POSTING-REC
                   PERFORM 260-WRITE-CREDIT-LINE
                   MOVE WS-RULE-CREDIT TO GL-ACCOUNT
                   MOVE "PROGRAM04" TO GL-SOURCE
                   WRITE GL-POSTING-REC
               END-IF
               IF WS-CREDIT-REDEEMED > ZERO
                   MOVE "SCREDEEM" TO WS-WANTED-TYPE
                   PERFORM 270-FIND-RULE
                   MOVE WS-CREDIT-REDEEMED TO WS-POSTED-AMOUNT
                   PERFORM 250-WRITE-DEBIT-LINE
                   MOVE WS-RULE-DEBIT TO GL-ACCOUNT
                   MOVE "PROGRAM04" TO GL-SOURCE
                   WRITE GL-POSTING-REC
                   PERFORM 260-WRITE-CREDIT-LINE
                   MOVE WS-RULE-CREDIT TO GL-ACCOUNT
                   MOVE "PROGRAM04" TO GL-SOURCE
                   WRITE GL-POSTING-REC
               END-IF
           END-IF.

      *   BAD DEBT IS AN EXPENSE AGAINST THE RECEIVABLE, NOT A
      *   RECEIPT - THE WHOLE POINT OF THE WRITE-OFF TYPE.
       225-POST-WRITEOFFS.
               WRITE GL-POSTING-REC
           END-IF.

      *   AN ESCHEATED CHECK LEAVES CASH'S OUTSTANDING CHECKS FOR
      *   THE STATE'S LIABILITY - THE MONEY IS STILL OURS TO REMIT.
       226-POST-ESCHEATS.
           IF WS-ESCHEAT-SEEN = 'Y'
               MOVE "PROGRAM64" TO WS-WANTED-PROGRAM
               MOVE "ESCHEAT " TO WS-WANTED-TYPE
               PERFORM 270-FIND-RULE
               MOVE WS-ESCHEAT-TOTAL TO WS-POSTED-AMOUNT
               PERFORM 250-WRITE-DEBIT-LINE
               MOVE WS-RULE-DEBIT TO GL-ACCOUNT
               MOVE "PROGRAM64" TO GL-SOURCE
               WRITE GL-POSTING-REC
               PERFORM 260-WRITE-CREDIT-LINE
               MOVE WS-RULE-CREDIT TO GL-ACCOUNT
               MOVE "PROGRAM64" TO GL-SOURCE
               WRITE GL-POSTING-REC
           END-IF.

       227-POST-AGENCY-COMMISSION.
           IF WS-AGYCOMM-SEEN = 'Y'
               MOVE "PROGRAM79" TO WS-WANTED-PROGRAM
               MOVE "AGYCOMM " TO WS-WANTED-TYPE
               PERFORM 270-FIND-RULE
               MOVE WS-AGYCOMM-TOTAL TO WS-POSTED-AMOUNT
               PERFORM 250-WRITE-DEBIT-LINE
               MOVE WS-RULE-DEBIT TO GL-ACCOUNT
               MOVE "PROGRAM79" TO GL-SOURCE
               WRITE GL-POSTING-REC
               PERFORM 260-WRITE-CREDIT-LINE
               MOVE WS-RULE-CREDIT TO GL-ACCOUNT
               MOVE "PROGRAM79" TO GL-SOURCE
               WRITE GL-POSTING-REC
           END-IF.

      *   EACH EXPENSE ACCOUNT IS DEBITED FOR ITS SHARE AND THE
      *   LIABILITY CREDITED FOR THE WHOLE - THE ACCOUNTS WERE PROVED
      *   TO THE TOTAL ON THE WAY IN, SO THE ENTRY BALANCES.
       228-POST-AP-INVOICES.
           IF WS-APINV-SEEN = 'Y'
               PERFORM 231-POST-ONE-AP-EXPENSE
                   VARYING WS-APINV-IDX FROM 1 BY 1
                   UNTIL WS-APINV-IDX > WS-APINV-COUNT
               MOVE "PROGRAM89" TO WS-WANTED-PROGRAM
               MOVE "APINVOIC" TO WS-WANTED-TYPE
               PERFORM 270-FIND-RULE
               MOVE WS-APINV-TOTAL TO WS-POSTED-AMOUNT
               PERFORM 260-WRITE-CREDIT-LINE
               MOVE WS-RULE-CREDIT TO GL-ACCOUNT
               MOVE "PROGRAM89" TO GL-SOURCE
               WRITE GL-POSTING-REC
           END-IF.

       231-POST-ONE-AP-EXPENSE.
           IF WS-APINV-AMOUNT (WS-APINV-IDX) > ZERO
               MOVE WS-APINV-AMOUNT (WS-APINV-IDX) TO WS-POSTED-AMOUNT
               PERFORM 250-WRITE-DEBIT-LINE
               MOVE WS-APINV-ACCOUNT (WS-APINV-IDX) TO GL-ACCOUNT
               MOVE "PROGRAM89" TO GL-SOURCE
               WRITE GL-POSTING-REC
           END-IF.

      *   THE GROSS OF THE INVOICES PAID LEAVES THE LIABILITY; CASH
      *   GOES OUT FOR WHAT THE CHECKS SAID AND THE DISCOUNT TAKEN
      *   IS EARNED.
       229-POST-AP-PAYMENTS.
           IF WS-APPAY-SEEN = 'Y'
               MOVE "PROGRAM90" TO WS-WANTED-PROGRAM
               MOVE "APPAID  " TO WS-WANTED-TYPE
               PERFORM 270-FIND-RULE
               MOVE WS-APPAY-GROSS TO WS-POSTED-AMOUNT
               PERFORM 250-WRITE-DEBIT-LINE
               MOVE WS-RULE-DEBIT TO GL-ACCOUNT
               MOVE "PROGRAM90" TO GL-SOURCE
               WRITE GL-POSTING-REC
               COMPUTE WS-POSTED-AMOUNT =
                   WS-APPAY-GROSS - WS-APPAY-DISCOUNT
               PERFORM 260-WRITE-CREDIT-LINE
               MOVE WS-RULE-CREDIT TO GL-ACCOUNT
               MOVE "PROGRAM90" TO GL-SOURCE
               WRITE GL-POSTING-REC
               IF WS-APPAY-DISCOUNT > ZERO
                   MOVE "APDISC  " TO WS-WANTED-TYPE
                   PERFORM 270-FIND-RULE
                   MOVE WS-APPAY-DISCOUNT TO WS-POSTED-AMOUNT
                   PERFORM 260-WRITE-CREDIT-LINE
                   MOVE WS-RULE-CREDIT TO GL-ACCOUNT
                   MOVE "PROGRAM90" TO GL-SOURCE
                   WRITE GL-POSTING-REC
               END-IF
           END-IF.

       230-POST-RECEIVABLES.
           IF WS-RECV-SEEN = 'Y'
               MOVE "PROGRAM13" TO WS-WANTED-PROGRAM
