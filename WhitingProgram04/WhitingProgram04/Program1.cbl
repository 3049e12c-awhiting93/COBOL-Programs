      *hand-off to the GL step now end with the common seal trailer
      *(record count and amount hash) so their consumers can refuse
      *a truncated copy.
      *Store clerks are now paid their sales commission through the
      *weekly payroll instead of a spreadsheet keyed in as extra
      *hours.  The clerk's employee number rides behind the store
      *code on each transaction and is checked against
      *PAYROLL-MASTER.DAT - a number not on the master, or one for a
      *terminated employee, rejects the sale; a blank one is a house
      *sale and earns no commission.  Each accepted sale earns the
      *clerk its net-of-discount amount at the rate
      *COMMISSION-RATES.DAT sets for the store and the clerk's
      *department (no row, no commission), and each return takes
      *its net back off the clerk who keyed it the same way.  The
      *run's total per clerk is appended to WhitingCOMMISSIONS.DAT
      *under a fresh seal covering the whole file, for PROGRAM02 to
      *pay as its own earnings line.
      *Each line item is now checked against the item master
      *ITEM-MASTER.DAT (the shared ITEMMAST copybook PROGRAM80
      *maintains): a sale or return with a line whose item code is
      *not on the master is rejected whole, and a line rung at a
      *unit price other than the item's list price is flagged OFF
      *LIST with the list price on the sales journal and counted on
      *the console.  Every accepted sale takes its lines' quantities
      *off the selling store's on-hand and every accepted return
      *puts them back, and the master is rewritten at end of run
      *for PROGRAM81's receiving and reorder report.  With no item
      *master on disk the item checks stand down and lines process
      *as they always have.
      *Promotions now price themselves instead of cashiers keying
      *manual prices.  PROMOTIONS.DAT names each promotion's item,
      *store, or both, a percent or a per-unit amount off, and the
      *receipt dates it runs between; every line of a sale dated
      *inside a window takes the best promotion running for its
      *item and store.  PROMOTION-RULES.DAT says, per promotion or
      *as a house rule, whether the tier and loyalty percents also
      *come off a promoted line's promotional price - with no rule
      *a promotion stands alone, and the rest of the sale takes
      *the tier and loyalty discounts exactly as before.  The
      *journal prints the promotion code beside each promoted line
      *and the promotion discount counts in the store's discounts
      *given.  Units, revenue, and discount cost per promotion and
      *store are carried in PROMOTION-RESULTS.DAT from run to run,
      *and WhitingPROMOTION-RESULTS.LIS prints them once, on the
      *first run on or after the promotion's last day.
      *Resale and nonprofit customers no longer pay sales tax they
      *then have to claim back.  TAX-EXEMPT-CERTS.DAT (the shared
      *TAXCERT copybook) holds each exempt customer's certificate
      *number, exemption type, issuing state, and expiry date; a
      *sale or return dated on or before the expiry carries no tax
      *and prints the certificate number on its journal line.  A
      *sale to a customer whose certificate has run out is taxed as
      *usual and listed on WhitingEXPIRED-CERT-SALES.LIS for the
      *sales desk to chase.  WhitingSALES-TAX.DAT now splits the
      *run's net sales into taxable and exempt, and each run that
      *rewrites the masters appends its taxable, exempt, and tax
      *figures by store to WhitingSALES-TAX-HISTORY.DAT for
      *PROGRAM82's monthly sales tax return.
      *A return is no longer reversed at whatever discount percent
      *the sales master happens to hold.  Every accepted sale is now
      *kept in the indexed sales journal history
      *WhitingSALES-HISTORY.DAT (the shared SALEHIST copybook) by
      *receipt number, with its date, customer, store, clerk, the
      *discount and tax it actually went through at, and its line
      *items.  A return carries the original receipt number behind
      *the clerk number and is rejected when the receipt is not on
      *file, belongs to another customer, is older than the return
      *window in RETURN-POLICY.DAT (30 days with no file), or when
      *the returns against it would come to more than was sold.  An
      *accepted return reverses its share of the original sale's
      *own net and tax - the last return against a receipt takes
      *exactly what is left - and is recorded on the history by its
      *own receipt number, so rerunning the day does not count it
      *twice.  A sale whose receipt number is already on the
      *history for a different sale is rejected.
      *The charge sort record is one byte longer for the mail
      *preference now riding at the end of the CUSTMTRN layout.
      *A return can now be refunded as store credit instead of back
      *to the balance or in cash: a V in the refund method behind
      *the original receipt number issues a numbered voucher for the
      *net and tax the return takes back.  The voucher number is the
      *issuing store's code and the return's receipt number, and the
      *voucher goes on the indexed store credit ledger
      *WhitingSTORE-CREDIT.DAT (the shared STORECR copybook) with
      *its value, balance, issue date, and an expiry the voucher
      *days in RETURN-POLICY.DAT set (365 with no figure on file).
      *A sale at any store may tender a voucher - its number and the
      *amount taken ride behind the refund method - and the voucher
      *must be on the ledger, unexpired on the sale date, and hold
      *the amount; only up to the sale's net and tax is taken.  What
      *the voucher pays comes off the charge and the credit check,
      *and each redemption is kept on the ledger by the sale's
      *receipt so a rerun does not draw the voucher down twice.  The
      *credit issued and redeemed go to PROGRAM31 behind the sales
      *tax totals and into each store's expected till take, and a
      *voucher sale held for the credit limit keeps its tender on
      *the pending queue.
      *A rerun of the day over the same transactions no longer earns
      *a clerk's commission, moves stock on hand, or adds to the
      *promotion results a second time - only a sale or return newly
      *recorded on the sales history does, and the commission
      *records are appended only once the run has got past the
      *capacity check.  A return now comes off the taxable sales,
      *or the exempt sales when its sale went through on a
      *certificate, as well as off the tax.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL LINE-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-SALES-LINES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ITEM-MASTER-FILE
               ASSIGN TO "..\..\..\..\ITEM-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ITEM-SALES-REPORT
               ASSIGN TO "..\..\..\..\WhitingITEM-SALES.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "..\..\..\..\PAYROLL-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-RATE-FILE
               ASSIGN TO "..\..\..\..\COMMISSION-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL COMMISSION-FILE
               ASSIGN TO "..\..\..\..\WhitingCOMMISSIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOTION-FILE
               ASSIGN TO "..\..\..\..\PROMOTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOTION-RULE-FILE
               ASSIGN TO "..\..\..\..\PROMOTION-RULES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PROMOTION-RESULTS-FILE
               ASSIGN TO "..\..\..\..\PROMOTION-RESULTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT PROMOTION-REPORT
               ASSIGN TO "..\..\..\..\WhitingPROMOTION-RESULTS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-CERT-FILE
               ASSIGN TO "..\..\..\..\TAX-EXEMPT-CERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EXPIRED-CERT-REPORT
               ASSIGN TO "..\..\..\..\WhitingEXPIRED-CERT-SALES.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingSALES-TAX-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingSALES-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SH-RECEIPT-NUM.
           SELECT OPTIONAL RETURN-POLICY-FILE
               ASSIGN TO "..\..\..\..\RETURN-POLICY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STORE-CREDIT-FILE
               ASSIGN TO "..\..\..\..\WhitingSTORE-CREDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS SC-VOUCHER-NUM.

       DATA DIVISION.
       FILE SECTION.
               88  IS-RETURN                     VALUE 'R'.
           05  STORE-CODE-IN         PIC X.
               88  VALID-STORE-CODE              VALUES '1', '2', '3'.
      *    THE CLERK WHO RANG THE SALE - BLANK ON A HOUSE SALE AND ON
      *    EVERY RECORD FROM BEFORE THE NUMBER WENT ON THE TILLS.
           05  CLERK-NUM-IN          PIC X(5).
      *    ON A RETURN, THE RECEIPT NUMBER OF THE SALE BEING RETURNED.
           05  ORIG-RECEIPT-IN       PIC X(6).
      *    ON A RETURN, V REFUNDS IT AS A STORE-CREDIT VOUCHER; BLANK
      *    REFUNDS IT THE WAY A RETURN ALWAYS WAS.
           05  REFUND-METHOD-IN      PIC X.
               88  REFUND-AS-USUAL               VALUE ' '.
               88  REFUND-AS-VOUCHER             VALUE 'V'.
      *    ON A SALE, THE STORE-CREDIT VOUCHER TENDERED AND THE AMOUNT
      *    TAKEN FROM IT - BLANK AND ZERO WHEN NONE WAS.
           05  VOUCHER-NUM-IN        PIC X(7).
           05  VOUCHER-AMT-IN        PIC 9(4)V99.

       FD  CUSTOMER-MASTER.
       01  CUSTOMER-MASTER-REC.
           05  REJECT-TAX-OUT        PIC ZZZ9.99.

       FD  JOURNAL-WORK-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  JOURNAL-WORK-REC.
           05  JW-RECEIPT-NUM        PIC X(6).
           05  JW-TRANS-DATE         PIC 9(8).
           05  JW-NET-AMT            PIC 9(4)V99.
           05  JW-TAX-AMT            PIC 9(4)V99.
           05  JW-OVERRIDE           PIC X.
           05  JW-CERT-NUM           PIC X(15).

       FD  SORTED-JOURNAL-FILE
           RECORD CONTAINS 53 CHARACTERS.
       01  SORTED-JOURNAL-REC.
           05  SJ-RECEIPT-NUM        PIC X(6).
           05  SJ-TRANS-DATE         PIC 9(8).
           05  SJ-NET-AMT            PIC 9(4)V99.
           05  SJ-TAX-AMT            PIC 9(4)V99.
           05  SJ-OVERRIDE           PIC X.
           05  SJ-CERT-NUM           PIC X(15).

       SD  JOURNAL-SORT-FILE.
       01  JOURNAL-SORT-REC.
           05  JS-RECEIPT-NUM        PIC X(6).
           05                        PIC X(47).

       FD  SALES-JOURNAL.
       01  SALES-JOURNAL-REC         PIC X(80).
           05  LI-QUANTITY           PIC 9(3).
           05  LI-UNIT-PRICE         PIC 9(4)V99.

       FD  ITEM-MASTER-FILE.
       COPY ITEMMAST REPLACING ==:PFX:== BY ==IM==.

       FD  ITEM-SALES-REPORT.
       01  ITEM-SALES-REC            PIC X(80).

           05  STK-RETURNS           PIC 9(7)V99.
           05  STK-TAX               PIC 9(7)V99.
           05  STK-EXPECTED-TAKE     PIC S9(7)V99.
      *    THE STORE CREDIT ISSUED ON RETURNS AND TAKEN ON SALES -
      *    NEITHER MOVES CASH, AND THE EXPECTED TAKE ALLOWS FOR BOTH.
           05  STK-CREDIT-ISSUED     PIC 9(7)V99.
           05  STK-CREDIT-REDEEMED   PIC 9(7)V99.

      *   THE PENDING-APPROVAL QUEUE - THE ORIGINAL SALES RECORD
      *   RIDES INTACT WITH A STATUS BYTE (P PENDING, A APPROVED, D
               88  PA-IS-APPROVED            VALUE 'A'.
               88  PA-IS-DECLINED            VALUE 'D'.
           05  PA-OPERATOR           PIC X(5).
      *    THE SALE'S CLERK RIDES BEHIND THE ORIGINAL QUEUE LAYOUT SO
      *    A QUEUE WRITTEN BEFORE IT STILL READS.
           05  PA-CLERK-NUM          PIC X(5).
      *    A STORE-CREDIT VOUCHER TENDERED ON THE HELD SALE.
           05  PA-VOUCHER-NUM        PIC X(7).
           05  PA-VOUCHER-AMT        PIC 9(4)V99.

      *   THE ONE-RECORD HAND-OFF TO PROGRAM31 - THE RUN'S NET SALES
      *   AND SALES TAX TOTALS, SO THE GL POSTING CAN SPLIT THE
      *   RECEIVABLE INTO SALES AND TAX PAYABLE.  THE NET SALES ARE
      *   SPLIT INTO TAXABLE AND EXEMPT BEHIND THE TOTALS, AND THE
      *   STORE CREDIT ISSUED AND REDEEMED RIDE BEHIND THAT.
       FD  SALES-TAX-FILE.
       01  SALES-TAX-REC.
           05  STX-RUN-DATE          PIC 9(8).
           05  STX-NET-SALES         PIC 9(9)V99.
           05  STX-TAX-TOTAL         PIC 9(9)V99.
           05  STX-TAXABLE-SALES     PIC 9(9)V99.
           05  STX-EXEMPT-SALES      PIC 9(9)V99.
           05  STX-CREDIT-ISSUED     PIC 9(9)V99.
           05  STX-CREDIT-REDEEMED   PIC 9(9)V99.

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.
       SD  CHARGE-SORT-FILE.
       01  CHARGE-SORT-REC.
           05  CHGS-CUSTOMER-ID      PIC X(5).
           05                        PIC X(123).

       FD  CHARGE-TRANS-FILE.
       COPY CUSTMTRN REPLACING ==:PFX:== BY ==CHG==.

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

      *   ONE ROW PER STORE AND DEPARTMENT - THE COMMISSION RATE ON
      *   THE NET-OF-DISCOUNT SALE.  A STORE AND DEPARTMENT WITH NO
      *   ROW PAYS NO COMMISSION.
       FD  COMMISSION-RATE-FILE.
       01  COMMISSION-RATE-REC.
           05  CR-STORE-CODE         PIC X.
           05  CR-DEPT               PIC X(4).
           05  CR-RATE               PIC V9999.

       FD  COMMISSION-FILE.
       COPY COMMEARN REPLACING ==:PFX:== BY ==CE==.

      *   ONE ROW PER PROMOTION - AN ITEM, A STORE, OR BOTH (A BLANK
      *   ITEM OR STORE MEANS EVERY ONE), A PERCENT (P) OR A PER-UNIT
      *   AMOUNT (A) OFF, AND THE RECEIPT DATES IT RUNS BETWEEN.
       FD  PROMOTION-FILE.
       01  PROMOTION-REC.
           05  PR-PROMO-CODE         PIC X(6).
           05  PR-DESCRIPTION        PIC X(20).
           05  PR-ITEM-CODE          PIC X(8).
           05  PR-STORE-CODE         PIC X.
           05  PR-OFF-TYPE           PIC X.
               88  PR-PERCENT-OFF                VALUE 'P'.
               88  PR-AMOUNT-OFF                 VALUE 'A'.
           05  PR-OFF-PERCENT        PIC V999.
           05  PR-OFF-AMOUNT         PIC 9(4)V99.
           05  PR-START-DATE         PIC 9(8).
           05  PR-END-DATE           PIC 9(8).

      *   HOW A PROMOTION STACKS WITH THE TIER AND LOYALTY DISCOUNTS
      *   ON THE LINES IT PRICES - Y THE OTHER DISCOUNT ALSO COMES OFF
      *   THE PROMOTIONAL PRICE, N IT DOES NOT.  A ROW WITH A BLANK
      *   PROMOTION CODE IS THE HOUSE RULE FOR EVERY PROMOTION WITHOUT
      *   A ROW OF ITS OWN; WITH NEITHER, A PROMOTION STANDS ALONE.
       FD  PROMOTION-RULE-FILE.
       01  PROMOTION-RULE-REC.
           05  RU-PROMO-CODE         PIC X(6).
           05  RU-WITH-TIER          PIC X.
           05  RU-WITH-LOYALTY       PIC X.

      *   EACH PROMOTION'S RESULTS TO DATE BY STORE, CARRIED FROM RUN
      *   TO RUN UNTIL THE PROMOTION ENDS AND ITS REPORT IS PRINTED.
       FD  PROMOTION-RESULTS-FILE.
       01  PROMOTION-RESULTS-REC.
           05  PRS-PROMO-CODE        PIC X(6).
           05  PRS-REPORTED          PIC X.
           05  PRS-STORE-RESULT OCCURS 3 TIMES.
               10  PRS-UNITS         PIC 9(7).
               10  PRS-REVENUE       PIC 9(7)V99.
               10  PRS-DISCOUNT      PIC 9(7)V99.

       FD  PROMOTION-REPORT.
       01  PROMOTION-REPORT-REC      PIC X(80).

       FD  TAX-CERT-FILE.
       COPY TAXCERT REPLACING ==:PFX:== BY ==TC==.

       FD  EXPIRED-CERT-REPORT.
       01  EXPIRED-CERT-REC          PIC X(100).

       FD  TAX-HISTORY-FILE.
       COPY TAXHIST REPLACING ==:PFX:== BY ==TH==.

       FD  SALES-HISTORY-FILE.
       COPY SALEHIST REPLACING ==:PFX:== BY ==SH==.

      *   HOW MANY DAYS AFTER THE SALE A RETURN IS STILL TAKEN, AND
      *   HOW MANY DAYS A STORE-CREDIT VOUCHER IS GOOD FOR.
       FD  RETURN-POLICY-FILE.
       01  RETURN-POLICY-REC.
           05  RP-WINDOW-DAYS        PIC 9(3).
           05  RP-VOUCHER-DAYS       PIC 9(3).

       FD  STORE-CREDIT-FILE.
       COPY STORECR REPLACING ==:PFX:== BY ==SC==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS       PIC X(3)    VALUE  'YES'.
                   VALUE "    NET   ".
               10  FILLER                   PIC X(10)
                   VALUE "    TAX   ".
               10                           PIC X(4)    VALUE SPACES.
               10  FILLER                   PIC X(11)
                   VALUE "EXEMPT CERT".
               10                           PIC X(4)    VALUE SPACES.
           05  JOURNAL-DETAIL-LINE.
               10  JOURNAL-RECEIPT-OUT      PIC X(6).
               10                           PIC X(3)    VALUE SPACES.
               10  JOURNAL-NET-OUT          PIC $Z,ZZ9.99.
               10                           PIC X(2)    VALUE SPACES.
               10  JOURNAL-TAX-OUT          PIC $Z,ZZ9.99.
               10                           PIC X       VALUE SPACE.
               10  JOURNAL-OVERRIDE-OUT     PIC X(3).
               10                           PIC X       VALUE SPACE.
               10  JOURNAL-CERT-OUT         PIC X(15).

      *   ONE ROW PER STORE (CODES 1-3) - THE RUN'S SALES, DISCOUNTS
      *   GIVEN, RETURNS, AND REJECTS BY STORE FOR THE PERFORMANCE
               10  WS-STORE-RETURNS         PIC 9(7)V99.
               10  WS-STORE-REJECT-COUNT    PIC 9(5).
               10  WS-STORE-TAX             PIC 9(7)V99.
               10  WS-STORE-TAXABLE         PIC 9(9)V99.
               10  WS-STORE-EXEMPT          PIC 9(9)V99.
               10  WS-STORE-CREDIT-ISSUED   PIC 9(7)V99.
               10  WS-STORE-CREDIT-REDEEMED PIC 9(7)V99.
           05  STORE-REPORT-HEADING.
               10  FILLER                   PIC X(24)
                   VALUE "STORE PERFORMANCE REPORT".
           05  WS-STORE-TAX-RATE            PIC V9999 OCCURS 3 TIMES.
           05  WS-RATE-STORE-SUB            PIC 9     VALUE ZERO.

      *   THE EXEMPTION CERTIFICATES ON FILE, THE CURRENT SALE'S
      *   STANDING AGAINST THEM, AND THE RUN'S NET SALES SPLIT INTO
      *   TAXABLE AND EXEMPT FOR THE HAND-OFF.
       01  TAX-CERT-AREAS.
           05  WS-CERT-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-CERT-SUB                  PIC 9(4)    VALUE ZERO.
           05  WS-CERT-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-CERT-IDX.
               10  WS-CERT-CUSTOMER-ID      PIC X(5).
               10  WS-CERT-NUM              PIC X(15).
               10  WS-CERT-TYPE             PIC X.
               10  WS-CERT-STATE            PIC X(2).
               10  WS-CERT-EXPIRY           PIC 9(8).
           05  WS-CERT-FOUND                PIC X       VALUE 'N'.
           05  WS-CERT-EXEMPT               PIC X       VALUE 'N'.
           05  WS-CERT-EXPIRED              PIC X       VALUE 'N'.
           05  WS-EXEMPT-CERT-NUM           PIC X(15)   VALUE SPACES.
           05  WS-EXPIRED-SALE-COUNT        PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-TAXABLE-SALES       PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-EXEMPT-SALES        PIC 9(9)V99 VALUE ZERO.
           05  EXPIRED-HEADING-LINE.
               10  FILLER                   PIC X(40)
                   VALUE "SALES TAXED ON AN EXPIRED EXEMPTION CERT".
               10  FILLER                   PIC X(17)
                   VALUE "IFICATE - RUN OF ".
               10  EH-DATE-OUT              PIC 9(8).
               10                           PIC X(35)   VALUE SPACES.
           05  EXPIRED-COLUMN-LINE.
               10  FILLER                   PIC X(40)
                   VALUE "RECEIPT  DATE      CUST   CERTIFICATE   ".
               10  FILLER                   PIC X(40)
                   VALUE " TYPE  ST  EXPIRED         NET     TAX  ".
               10                           PIC X(20)   VALUE SPACES.
           05  EXPIRED-DETAIL-LINE.
               10  ED-RECEIPT-OUT           PIC X(6).
               10                           PIC X(3)    VALUE SPACES.
               10  ED-DATE-OUT              PIC 9(8).
               10                           PIC X(2)    VALUE SPACES.
               10  ED-CUSTOMER-OUT          PIC X(5).
               10                           PIC X(2)    VALUE SPACES.
               10  ED-CERT-OUT              PIC X(15).
               10                           PIC X(2)    VALUE SPACES.
               10  ED-TYPE-OUT              PIC X.
               10                           PIC X(3)    VALUE SPACES.
               10  ED-STATE-OUT             PIC X(2).
               10                           PIC X(2)    VALUE SPACES.
               10  ED-EXPIRY-OUT            PIC 9(8).
               10                           PIC X(2)    VALUE SPACES.
               10  ED-NET-OUT               PIC $Z,ZZ9.99.
               10                           PIC X       VALUE SPACE.
               10  ED-TAX-OUT               PIC $ZZ9.99.
               10                           PIC X(22)   VALUE SPACES.
           05  EXPIRED-NONE-LINE            PIC X(40)
               VALUE "NO SALE WAS TAXED ON AN EXPIRED CERT    ".

      *   THE RETURN WINDOW, AND THE RETURN IN HAND'S STANDING
      *   AGAINST THE ORIGINAL SALE ON THE SALES JOURNAL HISTORY.
       01  SALES-HISTORY-AREAS.
           05  WS-RETURN-WINDOW-DAYS        PIC 9(3)    VALUE 30.
           05  WS-RETURN-AGE-DAYS           PIC S9(7)   VALUE ZERO.
           05  WS-RETURNED-AFTER            PIC 9(5)V99 VALUE ZERO.
           05  WS-HIST-SUB                  PIC 9(2)    VALUE ZERO.
           05  WS-HIST-RETURN-SUB           PIC 9(2)    VALUE ZERO.
           05  WS-HIST-LINE-DROPPED         PIC X       VALUE 'N'.
           05  WS-NEWLY-RECORDED            PIC X       VALUE 'N'.

      *   THE DAYS A VOUCHER IS GOOD FOR, THE VOUCHER IN HAND, AND THE
      *   RUN'S STORE CREDIT ISSUED AND REDEEMED FOR THE HAND-OFF.
       01  STORE-CREDIT-AREAS.
           05  WS-VOUCHER-DAYS              PIC 9(3)    VALUE 365.
           05  WS-VOUCHER-VALUE             PIC 9(4)V99 VALUE ZERO.
           05  WS-VOUCHER-TENDER            PIC 9(4)V99 VALUE ZERO.
           05  WS-VOUCHER-SUB               PIC 9(2)    VALUE ZERO.
           05  WS-VOUCHER-RED-SUB           PIC 9(2)    VALUE ZERO.
           05  WS-CHARGE-DUE                PIC 9(5)V99 VALUE ZERO.
           05  WS-VOUCHERS-ISSUED           PIC 9(5)    VALUE ZERO.
           05  WS-VOUCHERS-REDEEMED         PIC 9(5)    VALUE ZERO.
           05  WS-TOTAL-CREDIT-ISSUED       PIC 9(9)V99 VALUE ZERO.
           05  WS-TOTAL-CREDIT-REDEEMED     PIC 9(9)V99 VALUE ZERO.

      *   THE DAY'S LINE-ITEM DETAIL, HELD BY RECEIPT FOR THE
      *   RECEIPT TIE-OUT AND THE JOURNAL'S DETAIL SECTION.
       01  LINE-ITEM-AREAS.
               10  WS-LINE-DESCRIPTION      PIC X(20).
               10  WS-LINE-QUANTITY         PIC 9(3).
               10  WS-LINE-EXTENDED         PIC 9(6)V99.
               10  WS-LINE-UNIT-PRICE       PIC 9(4)V99.
               10  WS-LINE-KNOWN            PIC X.
               10  WS-LINE-OFF-LIST         PIC X.
               10  WS-LINE-LIST-PRICE       PIC 9(4)V99.
               10  WS-LINE-IM-SUB           PIC 9(4).
               10  WS-LINE-PROMO-SUB        PIC 9(3).
               10  WS-LINE-PROMO-CODE       PIC X(6).
               10  WS-LINE-PROMO-DISC       PIC 9(6)V99.
           05  WS-RECEIPT-LINE-SUM          PIC 9(6)V99 VALUE ZERO.
           05  WS-RECEIPT-HAS-LINES         PIC X       VALUE 'N'.

      *   THE ITEM MASTER AS RECORD IMAGES - EACH LINE IS LOOKED UP
      *   AS IT LOADS, AND ACCEPTED SALES AND RETURNS MOVE THE
      *   STORE'S ON-HAND THROUGH THE WORK RECORD.  THE MASTER IS
      *   REWRITTEN WHOLE, STILL IN ITEM-CODE ORDER.
       01  ITEM-MASTER-AREAS.
           05  WS-IM-COUNT                  PIC 9(4)    VALUE ZERO.
           05  WS-IM-SUB                    PIC 9(4)    VALUE ZERO.
           05  WS-IM-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-IM-IDX.
               10  WS-IM-REC.
                   15  WS-IM-CODE           PIC X(8).
                   15                       PIC X(65).
           05  WS-ITEM-CHECK-FAILED         PIC X       VALUE 'N'.
           05  WS-STOCK-DIRECTION           PIC X       VALUE '-'.
           05  WS-OFF-LIST-COUNT            PIC 9(5)    VALUE ZERO.
       COPY ITEMMAST REPLACING ==:PFX:== BY ==IW==.

      *   THE PROMOTIONS AND THEIR STACKING RULES, AND EACH
      *   PROMOTION'S RESULTS TO DATE BY STORE.
       01  PROMOTION-AREAS.
           05  WS-PROMO-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-PROMO-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-PROMO-TABLE OCCURS 300 TIMES
                   INDEXED BY WS-PROMO-IDX.
               10  WS-PROMO-CODE            PIC X(6).
               10  WS-PROMO-DESCRIPTION     PIC X(20).
               10  WS-PROMO-ITEM            PIC X(8).
               10  WS-PROMO-STORE           PIC X.
               10  WS-PROMO-TYPE            PIC X.
               10  WS-PROMO-PERCENT         PIC V999.
               10  WS-PROMO-AMOUNT          PIC 9(4)V99.
               10  WS-PROMO-START           PIC 9(8).
               10  WS-PROMO-END             PIC 9(8).
               10  WS-PROMO-WITH-TIER       PIC X.
               10  WS-PROMO-WITH-LOYALTY    PIC X.
           05  WS-RULE-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-RULE-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-RULE-TABLE OCCURS 300 TIMES
                   INDEXED BY WS-RULE-IDX.
               10  WS-RULE-CODE             PIC X(6).
               10  WS-RULE-WITH-TIER        PIC X.
               10  WS-RULE-WITH-LOYALTY     PIC X.
           05  WS-RULE-FOUND                PIC X       VALUE 'N'.
           05  WS-HOUSE-WITH-TIER           PIC X       VALUE 'N'.
           05  WS-HOUSE-WITH-LOYALTY        PIC X       VALUE 'N'.
           05  WS-RESULT-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-RESULT-SUB                PIC 9(3)    VALUE ZERO.
           05  WS-RESULT-FOUND-SUB          PIC 9(3)    VALUE ZERO.
           05  WS-RESULT-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-RESULT-IDX.
               10  WS-RESULT-ENTRY.
                   15  WS-RESULT-CODE       PIC X(6).
                   15  WS-RESULT-REPORTED   PIC X.
                   15  WS-RESULT-STORE OCCURS 3 TIMES.
                       20  WS-RESULT-UNITS  PIC 9(7).
                       20  WS-RESULT-REVENUE
                                            PIC 9(7)V99.
                       20  WS-RESULT-DISCOUNT
                                            PIC 9(7)V99.
           05  WS-PROMO-LOOKUP-CODE         PIC X(6)    VALUE SPACES.
           05  WS-PROMO-ON-TABLE            PIC X       VALUE 'N'.
           05  WS-PROMO-BEST-SUB            PIC 9(3)    VALUE ZERO.
           05  WS-PROMO-BEST-DISC           PIC 9(7)V99 VALUE ZERO.
           05  WS-PROMO-TRY-DISC            PIC 9(7)V99 VALUE ZERO.
           05  WS-PROMO-LINE-PERCENT        PIC V99     VALUE ZERO.
           05  WS-PROMO-DISCOUNT-TOTAL      PIC 9(6)V99 VALUE ZERO.
           05  WS-PROMO-LINES-EXTENDED      PIC 9(6)V99 VALUE ZERO.
           05  WS-PROMO-OTHER-DISCOUNT      PIC 9(6)V9(4) VALUE ZERO.
           05  WS-PROMO-REPORTED-COUNT      PIC 9(3)    VALUE ZERO.
           05  WS-PROMO-TOTAL-UNITS         PIC 9(8)    VALUE ZERO.
           05  WS-PROMO-TOTAL-REVENUE       PIC 9(8)V99 VALUE ZERO.
           05  WS-PROMO-TOTAL-DISCOUNT      PIC 9(8)V99 VALUE ZERO.
           05  PROMO-HEADING-LINE.
               10  FILLER                   PIC X(41)
                   VALUE "END-OF-PROMOTION RESULTS - BUSINESS DATE ".
               10  PH-DATE-OUT              PIC 9(8).
               10                           PIC X(31)   VALUE SPACES.
           05  PROMO-TITLE-LINE.
               10  FILLER                   PIC X(10)
                   VALUE "PROMOTION ".
               10  PT-CODE-OUT              PIC X(6).
               10                           PIC X(2)    VALUE SPACES.
               10  PT-DESCRIPTION-OUT       PIC X(20).
               10                           PIC X(2)    VALUE SPACES.
               10  PT-ITEM-OUT              PIC X(9).
               10                           PIC X(2)    VALUE SPACES.
               10  PT-START-OUT             PIC 9(8)    BLANK WHEN ZERO.
               10  PT-TO-OUT                PIC X(4).
               10  PT-END-OUT               PIC 9(8)    BLANK WHEN ZERO.
               10                           PIC X(9)    VALUE SPACES.
           05  PROMO-COLUMN-LINE.
               10  FILLER                   PIC X(40)
                   VALUE "     STORE      UNITS         REVENUE   ".
               10  FILLER                   PIC X(40)
                   VALUE "DISCOUNT COST                           ".
           05  PROMO-STORE-LINE.
               10                           PIC X(5)    VALUE SPACES.
               10  PS-STORE-OUT             PIC X(5).
               10                           PIC X(2)    VALUE SPACES.
               10  PS-UNITS-OUT             PIC Z,ZZZ,ZZ9.
               10                           PIC X(3)    VALUE SPACES.
               10  PS-REVENUE-OUT           PIC $$,$$$,$$9.99.
               10                           PIC X(3)    VALUE SPACES.
               10  PS-DISCOUNT-OUT          PIC $$,$$$,$$9.99.
               10                           PIC X(27)   VALUE SPACES.
           05  PROMO-NONE-LINE              PIC X(40)
               VALUE "NO PROMOTION ENDED BY THIS BUSINESS DATE".

      *   WHAT SELLS, BY ITEM AND STORE - ROLLED UP FROM THE LINES
      *   OF EVERY ACCEPTED SALE.
       01  ITEM-SALES-AREAS.
           05  JI-QUANTITY-OUT              PIC ZZ9.
           05  FILLER                       PIC X(4)    VALUE " AT ".
           05  JI-EXTENDED-OUT              PIC $Z,ZZ9.99.
           05                               PIC X(2)    VALUE SPACES.
           05  JI-OFF-LIST-OUT              PIC X(9).
           05  JI-LIST-PRICE-OUT            PIC Z,ZZ9.99
                                            BLANK WHEN ZERO.
           05                               PIC X       VALUE SPACE.
           05  JI-PROMO-CODE-OUT            PIC X(6).

      *   THE PENDING QUEUE HELD FOR THE RUN - APPROVED ENTRIES
      *   PROCESS AT END OF RUN, NEW CREDIT REJECTS JOIN AS PENDING,
           05  WS-PENDING-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-PENDING-IDX.
               10  WS-PENDING-TRANS         PIC X(29).
               10  WS-PENDING-CLERK         PIC X(5).
               10  WS-PENDING-STATUS        PIC X.
               10  WS-PENDING-VOUCHER-NUM   PIC X(7).
               10  WS-PENDING-VOUCHER-AMT   PIC 9(4)V99.
           05  WS-OVERRIDE-APPROVED         PIC X       VALUE 'N'.
           05  WS-DECLINED-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-APPROVED-COUNT            PIC 9(3)    VALUE ZERO.
           05  WS-SEAL-CENTS                PIC 9(8)    VALUE ZERO.
       COPY SEALTRLR REPLACING ==:PFX:== BY ==SL==.

      *   EVERY EMPLOYEE ON THE PAYROLL MASTER, FOR THE CLERK CHECK
      *   AND THE CLERK'S DEPARTMENT - A BLANK DEPARTMENT IS GEN, THE
      *   SAME AS THE LABOR DISTRIBUTION TREATS IT.
       01  CLERK-MASTER-AREAS.
           05  WS-CLERK-MASTER-COUNT        PIC 9(3)    VALUE ZERO.
           05  WS-CLERK-MASTER-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-CLERK-MASTER-IDX.
               10  WS-CLERK-MASTER-NUM      PIC X(5).
               10  WS-CLERK-MASTER-DEPT     PIC X(4).
               10  WS-CLERK-MASTER-STATUS   PIC X.
           05  WS-CLERK-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-CLERK-DEPT                PIC X(4)    VALUE SPACES.

      *   THE COMMISSION RATES BY STORE AND DEPARTMENT, AND THE
      *   RUN'S EARNINGS PER CLERK - NET SALES LESS RETURNS AND THE
      *   COMMISSION ON THEM, SIGNED SINCE A DAY OF RETURNS CAN TAKE
      *   BACK MORE THAN IT SOLD.
       01  COMMISSION-AREAS.
           05  WS-COMM-RATE-COUNT           PIC 9(3)    VALUE ZERO.
           05  WS-COMM-RATE-TABLE OCCURS 60 TIMES
                   INDEXED BY WS-COMM-RATE-IDX.
               10  WS-COMM-RATE-STORE       PIC X.
               10  WS-COMM-RATE-DEPT        PIC X(4).
               10  WS-COMM-RATE-PCT         PIC V9999.
           05  WS-COMM-RATE                 PIC V9999   VALUE ZERO.
           05  WS-COMM-BASIS                PIC 9(4)V99 VALUE ZERO.
           05  WS-COMM-AMOUNT               PIC 9(4)V99 VALUE ZERO.
           05  WS-COMM-SIGN                 PIC X       VALUE '+'.
           05  WS-EARN-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-EARN-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-EARN-FOUND-SUB            PIC 9(3)    VALUE ZERO.
           05  WS-EARN-TABLE OCCURS 200 TIMES
                   INDEXED BY WS-EARN-IDX.
               10  WS-EARN-CLERK            PIC X(5).
               10  WS-EARN-NET-SALES        PIC S9(7)V99.
               10  WS-EARN-COMMISSION       PIC S9(5)V99.
           05  WS-CE-BODY-COUNT             PIC 9(7)    VALUE ZERO.
           05  WS-CE-BODY-HASH              PIC 9(11)   VALUE ZERO.
           05  WS-CE-SEAL-SEEN              PIC X(3)    VALUE 'NO '.
           05  WS-CE-SEAL-COUNT-IN          PIC 9(7)    VALUE ZERO.
           05  WS-CE-SEAL-HASH-IN           PIC 9(11)   VALUE ZERO.
           05  WS-CE-CENTS                  PIC 9(9)    VALUE ZERO.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
               UNTIL WS-STORE-SUB > 3
           PERFORM 105-LOAD-EXISTING-MASTER
           PERFORM 108-LOAD-TAX-RATES
           PERFORM 110-LOAD-ITEM-MASTER
           PERFORM 112-LOAD-LINE-ITEMS
           PERFORM 130-LOAD-PROMOTION-RULES
           PERFORM 132-LOAD-PROMOTIONS
           PERFORM 136-LOAD-PROMOTION-RESULTS
           PERFORM 138-LOAD-TAX-CERTS
           PERFORM 140-READ-RETURN-POLICY
           PERFORM 119-LOAD-PENDING-QUEUE
           PERFORM 124-LOAD-CLERK-MASTER
           PERFORM 126-LOAD-COMMISSION-RATES
           PERFORM 128-VERIFY-COMMISSION-FILE
           OPEN INPUT OLD-MASTER-FILE
           OPEN I-O SALES-HISTORY-FILE
           OPEN I-O STORE-CREDIT-FILE
           OPEN OUTPUT CHARGE-WORK-FILE
           OPEN EXTEND EXCEPTION-FILE
           OPEN INPUT  CUSTOMER-TRANS
                OUTPUT REJECTED-TRANS
                       JOURNAL-WORK-FILE
                       EXPIRED-CERT-REPORT
           MOVE WS-RUN-DATE-NUM TO EH-DATE-OUT
           WRITE EXPIRED-CERT-REC FROM EXPIRED-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE EXPIRED-CERT-REC FROM EXPIRED-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO EXPIRED-CERT-REC
           WRITE EXPIRED-CERT-REC
           PERFORM UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               READ CUSTOMER-TRANS
                   AT END
               END-READ
           END-PERFORM
           PERFORM 280-PROCESS-APPROVED-OVERRIDES
           IF WS-EXPIRED-SALE-COUNT = ZERO
               WRITE EXPIRED-CERT-REC FROM EXPIRED-NONE-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               DISPLAY "**** " WS-EXPIRED-SALE-COUNT
                   " SALE(S) TAXED ON AN EXPIRED EXEMPTION "
                   "CERTIFICATE - SEE "
                   "WhitingEXPIRED-CERT-SALES.LIS ****"
           END-IF
           CLOSE CUSTOMER-TRANS
                 REJECTED-TRANS
                 JOURNAL-WORK-FILE
                 EXCEPTION-FILE
                 OLD-MASTER-FILE
                 SALES-HISTORY-FILE
                 STORE-CREDIT-FILE
                 CHARGE-WORK-FILE
                 EXPIRED-CERT-REPORT
           IF WS-VOUCHERS-ISSUED > ZERO OR WS-VOUCHERS-REDEEMED > ZERO
               DISPLAY "STORE-CREDIT VOUCHERS ISSUED: "
                   WS-VOUCHERS-ISSUED "  REDEEMED: "
                   WS-VOUCHERS-REDEEMED
           END-IF
           PERFORM 945-SORT-CHARGE-TRANSACTIONS
           PERFORM 940-WRITE-SALES-JOURNAL
           PERFORM 960-WRITE-STORE-REPORT
               STOP RUN
           END-IF
           PERFORM 900-WRITE-MASTER-FILE
           PERFORM 905-WRITE-ITEM-MASTER
           PERFORM 968-APPEND-COMMISSION-FILE
           PERFORM 990-APPEND-TAX-HISTORY
           PERFORM 980-REPORT-ENDED-PROMOTIONS
           PERFORM 985-REWRITE-PROMOTION-RESULTS
           PERFORM 950-SET-RETURN-CODE
           PERFORM 955-WRITE-RUN-LOG
           STOP RUN.
           MOVE ZERO TO WS-STORE-SALES (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-DISCOUNTS (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-RETURNS (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-CREDIT-ISSUED (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-CREDIT-REDEEMED (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-REJECT-COUNT (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-TAX (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-TAXABLE (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-EXEMPT (WS-STORE-SUB)
           MOVE ZERO TO WS-STORE-TAX-RATE (WS-STORE-SUB).

      *   LOADS WHATEVER CUSTOMER-MASTER ALREADY CONTAINS FROM A PRIOR
           END-READ.

      *   ONE RECORD OF THE RUN'S NET SALES AND TAX TOTALS FOR
      *   PROGRAM31'S POSTING.  THE SEAL HASH STAYS ON NET AND TAX.
       965-WRITE-SALES-TAX-FILE.
           OPEN OUTPUT SALES-TAX-FILE
           MOVE WS-RUN-DATE-NUM TO STX-RUN-DATE
           MOVE WS-TOTAL-NET-SALES TO STX-NET-SALES
           MOVE WS-TOTAL-SALES-TAX TO STX-TAX-TOTAL
           MOVE WS-TOTAL-TAXABLE-SALES TO STX-TAXABLE-SALES
           MOVE WS-TOTAL-EXEMPT-SALES TO STX-EXEMPT-SALES
           MOVE WS-TOTAL-CREDIT-ISSUED TO STX-CREDIT-ISSUED
           MOVE WS-TOTAL-CREDIT-REDEEMED TO STX-CREDIT-REDEEMED
           WRITE SALES-TAX-REC
           COMPUTE WS-STX-SEAL-HASH =
               (STX-NET-SALES * 100) + (STX-TAX-TOTAL * 100)
           WRITE SALES-TAX-REC FROM SL-SEAL-REC
           CLOSE SALES-TAX-FILE.

      *   THE ITEM MASTER IS READ ONCE, BEFORE THE LINES, SO EACH
      *   LINE CAN BE LOOKED UP AS IT LOADS.  AN ITEM THAT DID NOT FIT
      *   THE TABLE WOULD BE DROPPED FROM THE MASTER ON THE REWRITE,
      *   SO IT STOPS THE RUN THE SAME WAY A FULL CUSTOMER TABLE DOES.
       110-LOAD-ITEM-MASTER.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ITEM-MASTER-FILE
           PERFORM 111-READ-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ITEM-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       111-READ-ONE-ITEM.
           READ ITEM-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-IM-COUNT < 2000
                       ADD 1 TO WS-IM-COUNT
                       SET WS-IM-IDX TO WS-IM-COUNT
                       MOVE IM-ITEM-REC TO WS-IM-REC (WS-IM-IDX)
                   ELSE
                       MOVE 'YES' TO WS-TABLE-OVERFLOW
                       DISPLAY "**** ITEM MASTER TABLE CAPACITY "
                           "EXCEEDED ****"
                       DISPLAY "ITEM CODE " IM-ITEM-CODE
                           " NOT LOADED - ITEM-MASTER.DAT WILL NOT "
                           "BE REWRITTEN"
                   END-IF
           END-READ.

       112-LOAD-LINE-ITEMS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT LINE-ITEM-FILE
                           TO WS-LINE-QUANTITY (WS-LINE-IDX)
                       COMPUTE WS-LINE-EXTENDED (WS-LINE-IDX) =
                           LI-QUANTITY * LI-UNIT-PRICE
                       MOVE LI-UNIT-PRICE
                           TO WS-LINE-UNIT-PRICE (WS-LINE-IDX)
                       MOVE ZERO TO WS-LINE-PROMO-SUB (WS-LINE-IDX)
                       MOVE SPACES TO WS-LINE-PROMO-CODE (WS-LINE-IDX)
                       MOVE ZERO TO WS-LINE-PROMO-DISC (WS-LINE-IDX)
                       PERFORM 120-CHECK-LINE-ITEM
                   ELSE
                       IF WS-LINE-COUNT >= 600
                           DISPLAY "**** LINE ITEM TABLE FULL - "
                   END-IF
           END-READ.

      *   LOOKS THE LINE JUST LOADED UP ON THE ITEM MASTER - AN
      *   UNKNOWN CODE FAILS ITS RECEIPT AT VALIDATION, AND A UNIT
      *   PRICE OTHER THAN THE LIST PRICE IS FLAGGED.  WITH NO ITEM
      *   MASTER ON DISK EVERY LINE PASSES UNFLAGGED.
       120-CHECK-LINE-ITEM.
           MOVE 'Y' TO WS-LINE-KNOWN (WS-LINE-IDX)
           MOVE 'N' TO WS-LINE-OFF-LIST (WS-LINE-IDX)
           MOVE ZERO TO WS-LINE-LIST-PRICE (WS-LINE-IDX)
           MOVE ZERO TO WS-LINE-IM-SUB (WS-LINE-IDX)
           IF WS-IM-COUNT > ZERO
               MOVE 'N' TO WS-LINE-KNOWN (WS-LINE-IDX)
               PERFORM 121-MATCH-ONE-ITEM-CODE
                   VARYING WS-IM-SUB FROM 1 BY 1
                   UNTIL WS-IM-SUB > WS-IM-COUNT
                       OR WS-LINE-KNOWN (WS-LINE-IDX) = 'Y'
           END-IF.

       121-MATCH-ONE-ITEM-CODE.
           SET WS-IM-IDX TO WS-IM-SUB
           IF WS-IM-CODE (WS-IM-IDX) = WS-LINE-ITEM-CODE (WS-LINE-IDX)
               MOVE 'Y' TO WS-LINE-KNOWN (WS-LINE-IDX)
               MOVE WS-IM-SUB TO WS-LINE-IM-SUB (WS-LINE-IDX)
               MOVE WS-IM-REC (WS-IM-IDX) TO IW-ITEM-REC
               MOVE IW-LIST-PRICE TO WS-LINE-LIST-PRICE (WS-LINE-IDX)
               IF WS-LINE-UNIT-PRICE (WS-LINE-IDX) NOT = IW-LIST-PRICE
                   MOVE 'Y' TO WS-LINE-OFF-LIST (WS-LINE-IDX)
               END-IF
           END-IF.

      *   ANY LINE OF THE RECEIPT IN HAND WHOSE ITEM CODE IS NOT ON
      *   THE ITEM MASTER FAILS THE WHOLE RECEIPT.
       122-CHECK-RECEIPT-ITEMS.
           MOVE 'N' TO WS-ITEM-CHECK-FAILED
           IF WS-LINE-COUNT > ZERO
               PERFORM 153-CHECK-ONE-RECEIPT-ITEM
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF.

       153-CHECK-ONE-RECEIPT-ITEM.
           SET WS-LINE-IDX TO WS-LINE-SUB
           IF WS-LINE-RECEIPT (WS-LINE-IDX) = RECEIPT-NUM-IN AND
                   WS-LINE-KNOWN (WS-LINE-IDX) = 'N'
               MOVE 'Y' TO WS-ITEM-CHECK-FAILED
           END-IF.

      *   THE STACKING RULES LOAD BEFORE THE PROMOTIONS SO EACH
      *   PROMOTION CAN TAKE ITS RULE AS IT LOADS.
       130-LOAD-PROMOTION-RULES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PROMOTION-RULE-FILE
           PERFORM 131-READ-ONE-RULE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PROMOTION-RULE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       131-READ-ONE-RULE.
           READ PROMOTION-RULE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF (RU-WITH-TIER = 'Y' OR RU-WITH-TIER = 'N') AND
                           (RU-WITH-LOYALTY = 'Y' OR
                            RU-WITH-LOYALTY = 'N')
                       IF RU-PROMO-CODE = SPACES
                           MOVE RU-WITH-TIER TO WS-HOUSE-WITH-TIER
                           MOVE RU-WITH-LOYALTY TO WS-HOUSE-WITH-LOYALTY
                       ELSE
                           IF WS-RULE-COUNT < 300
                               ADD 1 TO WS-RULE-COUNT
                               SET WS-RULE-IDX TO WS-RULE-COUNT
                               MOVE RU-PROMO-CODE
                                   TO WS-RULE-CODE (WS-RULE-IDX)
                               MOVE RU-WITH-TIER
                                   TO WS-RULE-WITH-TIER (WS-RULE-IDX)
                               MOVE RU-WITH-LOYALTY
                                   TO WS-RULE-WITH-LOYALTY (WS-RULE-IDX)
                           ELSE
                               DISPLAY "**** PROMOTION RULE TABLE FULL"
                                   " - " RU-PROMO-CODE " IGNORED ****"
                           END-IF
                       END-IF
                   ELSE
                       DISPLAY "**** BAD PROMOTION RULE ROW "
                           RU-PROMO-CODE " IGNORED ****"
                   END-IF
           END-READ.

      *   A PROMOTION ROW THAT CANNOT BE PRICED - NO CODE, A STORE
      *   THAT DOES NOT EXIST, NOTHING OFF, OR A WINDOW THAT ENDS
      *   BEFORE IT STARTS - IS NAMED ON THE CONSOLE AND LEFT OUT.
       132-LOAD-PROMOTIONS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PROMOTION-FILE
           PERFORM 133-READ-ONE-PROMOTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PROMOTION-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       133-READ-ONE-PROMOTION.
           READ PROMOTION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   MOVE 'Y' TO WS-RULE-FOUND
                   IF PR-PROMO-CODE = SPACES OR
                           PR-START-DATE IS NOT NUMERIC OR
                           PR-END-DATE IS NOT NUMERIC
                       MOVE 'N' TO WS-RULE-FOUND
                   ELSE
                       IF PR-START-DATE > PR-END-DATE
                           MOVE 'N' TO WS-RULE-FOUND
                       END-IF
                   END-IF
                   IF PR-STORE-CODE NOT = SPACE AND
                           (PR-STORE-CODE < '1' OR PR-STORE-CODE > '3')
                       MOVE 'N' TO WS-RULE-FOUND
                   END-IF
                   EVALUATE TRUE
                       WHEN PR-PERCENT-OFF
                           IF PR-OFF-PERCENT IS NOT NUMERIC
                               MOVE 'N' TO WS-RULE-FOUND
                           ELSE
                               IF PR-OFF-PERCENT = ZERO
                                   MOVE 'N' TO WS-RULE-FOUND
                               END-IF
                           END-IF
                       WHEN PR-AMOUNT-OFF
                           IF PR-OFF-AMOUNT IS NOT NUMERIC
                               MOVE 'N' TO WS-RULE-FOUND
                           ELSE
                               IF PR-OFF-AMOUNT = ZERO
                                   MOVE 'N' TO WS-RULE-FOUND
                               END-IF
                           END-IF
                       WHEN OTHER
                           MOVE 'N' TO WS-RULE-FOUND
                   END-EVALUATE
                   IF WS-RULE-FOUND = 'N'
                       DISPLAY "**** BAD PROMOTION ROW " PR-PROMO-CODE
                           " IGNORED ****"
                   ELSE
                       IF WS-PROMO-COUNT < 300
                           PERFORM 134-STORE-PROMOTION
                       ELSE
                           DISPLAY "**** PROMOTION TABLE FULL - "
                               PR-PROMO-CODE " IGNORED ****"
                       END-IF
                   END-IF
           END-READ.

       134-STORE-PROMOTION.
           ADD 1 TO WS-PROMO-COUNT
           SET WS-PROMO-IDX TO WS-PROMO-COUNT
           MOVE PR-PROMO-CODE TO WS-PROMO-CODE (WS-PROMO-IDX)
           MOVE PR-DESCRIPTION TO WS-PROMO-DESCRIPTION (WS-PROMO-IDX)
           MOVE PR-ITEM-CODE TO WS-PROMO-ITEM (WS-PROMO-IDX)
           MOVE PR-STORE-CODE TO WS-PROMO-STORE (WS-PROMO-IDX)
           MOVE PR-OFF-TYPE TO WS-PROMO-TYPE (WS-PROMO-IDX)
           MOVE ZERO TO WS-PROMO-PERCENT (WS-PROMO-IDX)
           MOVE ZERO TO WS-PROMO-AMOUNT (WS-PROMO-IDX)
           IF PR-PERCENT-OFF
               MOVE PR-OFF-PERCENT TO WS-PROMO-PERCENT (WS-PROMO-IDX)
           ELSE
               MOVE PR-OFF-AMOUNT TO WS-PROMO-AMOUNT (WS-PROMO-IDX)
           END-IF
           MOVE PR-START-DATE TO WS-PROMO-START (WS-PROMO-IDX)
           MOVE PR-END-DATE TO WS-PROMO-END (WS-PROMO-IDX)
           MOVE WS-HOUSE-WITH-TIER TO WS-PROMO-WITH-TIER (WS-PROMO-IDX)
           MOVE WS-HOUSE-WITH-LOYALTY
               TO WS-PROMO-WITH-LOYALTY (WS-PROMO-IDX)
           IF WS-RULE-COUNT > ZERO
               MOVE 'N' TO WS-RULE-FOUND
               PERFORM 135-MATCH-ONE-RULE
                   VARYING WS-RULE-SUB FROM 1 BY 1
                   UNTIL WS-RULE-SUB > WS-RULE-COUNT
                       OR WS-RULE-FOUND = 'Y'
           END-IF.

       135-MATCH-ONE-RULE.
           SET WS-RULE-IDX TO WS-RULE-SUB
           IF WS-RULE-CODE (WS-RULE-IDX) = PR-PROMO-CODE
               MOVE 'Y' TO WS-RULE-FOUND
               MOVE WS-RULE-WITH-TIER (WS-RULE-IDX)
                   TO WS-PROMO-WITH-TIER (WS-PROMO-IDX)
               MOVE WS-RULE-WITH-LOYALTY (WS-RULE-IDX)
                   TO WS-PROMO-WITH-LOYALTY (WS-PROMO-IDX)
           END-IF.

      *   THE RESULTS TO DATE ARE CARRIED WHOLE - AN ENTRY THAT DID
      *   NOT FIT WOULD BE LOST ON THE REWRITE, SO IT STOPS THE RUN
      *   THE SAME WAY A FULL CUSTOMER TABLE DOES.
       136-LOAD-PROMOTION-RESULTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PROMOTION-RESULTS-FILE
           PERFORM 137-READ-ONE-RESULT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PROMOTION-RESULTS-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       137-READ-ONE-RESULT.
           READ PROMOTION-RESULTS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-RESULT-COUNT < 500
                       ADD 1 TO WS-RESULT-COUNT
                       SET WS-RESULT-IDX TO WS-RESULT-COUNT
                       MOVE PROMOTION-RESULTS-REC
                           TO WS-RESULT-ENTRY (WS-RESULT-IDX)
                   ELSE
                       MOVE 'YES' TO WS-TABLE-OVERFLOW
                       DISPLAY "**** PROMOTION RESULTS TABLE CAPACITY "
                           "EXCEEDED ****"
                       DISPLAY "PROMOTION " PRS-PROMO-CODE
                           " NOT LOADED"
                   END-IF
           END-READ.

      *   THE EXEMPTION CERTIFICATES, ONE PER CUSTOMER.  A ROW WITH
      *   NO CERTIFICATE NUMBER, AN UNKNOWN TYPE, OR A BAD EXPIRY IS
      *   LEFT OUT, SO THE CUSTOMER IS TAXED UNTIL THE DESK FIXES IT.
       138-LOAD-TAX-CERTS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT TAX-CERT-FILE
           PERFORM 139-READ-ONE-TAX-CERT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TAX-CERT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       139-READ-ONE-TAX-CERT.
           READ TAX-CERT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF TC-CUSTOMER-ID = SPACES OR
                           TC-CERT-NUM = SPACES OR
                           NOT TC-TYPE-VALID OR
                           TC-EXPIRY-DATE IS NOT NUMERIC
                       DISPLAY "**** BAD EXEMPTION CERTIFICATE ROW "
                           TC-CUSTOMER-ID " IGNORED ****"
                   ELSE
                       IF WS-CERT-COUNT < 1000
                           ADD 1 TO WS-CERT-COUNT
                           SET WS-CERT-IDX TO WS-CERT-COUNT
                           MOVE TC-CUSTOMER-ID
                               TO WS-CERT-CUSTOMER-ID (WS-CERT-IDX)
                           MOVE TC-CERT-NUM TO WS-CERT-NUM (WS-CERT-IDX)
                           MOVE TC-EXEMPT-TYPE
                               TO WS-CERT-TYPE (WS-CERT-IDX)
                           MOVE TC-ISSUE-STATE
                               TO WS-CERT-STATE (WS-CERT-IDX)
                           MOVE TC-EXPIRY-DATE
                               TO WS-CERT-EXPIRY (WS-CERT-IDX)
                       ELSE
                           DISPLAY "**** EXEMPTION CERTIFICATE TABLE "
                               "FULL - " TC-CUSTOMER-ID " IGNORED ****"
                       END-IF
                   END-IF
           END-READ.

      *   THE RETURN WINDOW IN DAYS FROM THE SALE - THE HOUSE 30
      *   DAYS STANDS WHEN THE POLICY FILE IS ABSENT OR UNREADABLE.
      *   THE VOUCHER DAYS BEHIND IT ARE THE HOUSE 365 UNLESS THE ROW
      *   CARRIES A FIGURE OF ITS OWN.
       140-READ-RETURN-POLICY.
           OPEN INPUT RETURN-POLICY-FILE
           READ RETURN-POLICY-FILE
               AT END
                   DISPLAY "**** NO RETURN POLICY - DEFAULT WINDOW OF "
                       WS-RETURN-WINDOW-DAYS " DAYS IN EFFECT ****"
               NOT AT END
                   IF RP-WINDOW-DAYS IS NUMERIC AND
                           RP-WINDOW-DAYS > ZERO
                       MOVE RP-WINDOW-DAYS TO WS-RETURN-WINDOW-DAYS
                   ELSE
                       DISPLAY "**** BAD RETURN POLICY ROW IGNORED - "
                           "DEFAULT WINDOW OF " WS-RETURN-WINDOW-DAYS
                           " DAYS IN EFFECT ****"
                   END-IF
                   IF RP-VOUCHER-DAYS IS NUMERIC AND
                           RP-VOUCHER-DAYS > ZERO
                       MOVE RP-VOUCHER-DAYS TO WS-VOUCHER-DAYS
                   END-IF
           END-READ
           CLOSE RETURN-POLICY-FILE.

      *   SUMS THE LINES ON FILE FOR THE RECEIPT IN HAND - THE
      *   RECEIPT-HAS-LINES FLAG TELLS THE VALIDATION WHETHER THE
      *   TIE-OUT BINDS AT ALL.
           MOVE WS-STORE-DISCOUNTS (WS-STORE-SUB) TO STK-DISCOUNTS
           MOVE WS-STORE-RETURNS (WS-STORE-SUB) TO STK-RETURNS
           MOVE WS-STORE-TAX (WS-STORE-SUB) TO STK-TAX
           MOVE WS-STORE-CREDIT-ISSUED (WS-STORE-SUB)
               TO STK-CREDIT-ISSUED
           MOVE WS-STORE-CREDIT-REDEEMED (WS-STORE-SUB)
               TO STK-CREDIT-REDEEMED
           COMPUTE STK-EXPECTED-TAKE =
               WS-STORE-SALES (WS-STORE-SUB)
               - WS-STORE-DISCOUNTS (WS-STORE-SUB)
               - WS-STORE-RETURNS (WS-STORE-SUB)
               + WS-STORE-TAX (WS-STORE-SUB)
               + WS-STORE-CREDIT-ISSUED (WS-STORE-SUB)
               - WS-STORE-CREDIT-REDEEMED (WS-STORE-SUB)
           WRITE STORE-TAKE-REC.

      *   ONE S RECORD PER CLERK WHO SOLD OR TOOK A RETURN THIS RUN,
      *   APPENDED BEHIND WHATEVER PAYROLL HAS NOT YET PAID, AND A
      *   FRESH SEAL OVER THE WHOLE FILE - THE EARLIER SEAL IS
      *   SUPERSEDED.
       968-APPEND-COMMISSION-FILE.
           IF WS-EARN-COUNT > ZERO
               OPEN EXTEND COMMISSION-FILE
               PERFORM 969-WRITE-ONE-CLERK-EARNING
                   VARYING WS-EARN-SUB FROM 1 BY 1
                   UNTIL WS-EARN-SUB > WS-EARN-COUNT
               MOVE 'SEAL' TO SL-SEAL-TAG
               MOVE WS-CE-BODY-COUNT TO SL-SEAL-COUNT
               MOVE WS-CE-BODY-HASH TO SL-SEAL-HASH
               WRITE CE-REC FROM SL-SEAL-REC
               CLOSE COMMISSION-FILE
               DISPLAY "CLERK COMMISSIONS HANDED TO PAYROLL: "
                   WS-EARN-COUNT
           END-IF.

       969-WRITE-ONE-CLERK-EARNING.
           SET WS-EARN-IDX TO WS-EARN-SUB
           MOVE SPACES TO CE-REC
           MOVE WS-EARN-CLERK (WS-EARN-IDX) TO CE-EMP-NUM
           MOVE 'S' TO CE-REC-TYPE
           MOVE WS-RUN-DATE-NUM TO CE-SALES-DATE
           MOVE WS-EARN-NET-SALES (WS-EARN-IDX) TO CE-NET-SALES
           MOVE WS-EARN-COMMISSION (WS-EARN-IDX) TO CE-COMMISSION
           ADD 1 TO WS-CE-BODY-COUNT
           COMPUTE WS-CE-CENTS = CE-COMMISSION * 100
           ADD WS-CE-CENTS TO WS-CE-BODY-HASH
           WRITE CE-REC.

       970-WRITE-ITEM-SALES-REPORT.
           OPEN OUTPUT ITEM-SALES-REPORT
           WRITE ITEM-SALES-REC FROM ITEM-SALES-HEADING
                           SET WS-PENDING-IDX TO WS-PENDING-COUNT
                           MOVE PA-ORIGINAL-TRANS TO
                               WS-PENDING-TRANS (WS-PENDING-IDX)
                           MOVE PA-CLERK-NUM TO
                               WS-PENDING-CLERK (WS-PENDING-IDX)
                           MOVE PA-VOUCHER-NUM TO
                               WS-PENDING-VOUCHER-NUM (WS-PENDING-IDX)
                           IF PA-VOUCHER-AMT IS NUMERIC
                               MOVE PA-VOUCHER-AMT TO
                                   WS-PENDING-VOUCHER-AMT
                                       (WS-PENDING-IDX)
                           ELSE
                               MOVE ZERO TO
                                   WS-PENDING-VOUCHER-AMT
                                       (WS-PENDING-IDX)
                           END-IF
                           IF PA-IS-APPROVED
                               MOVE 'A' TO
                                   WS-PENDING-STATUS (WS-PENDING-IDX)
                   END-EVALUATE
           END-READ.

      *   THE PAYROLL MASTER IS READ ONCE FOR THE CLERK CHECK - NO
      *   FILE ON DISK MEANS EVERY CLERK NUMBER IS UNKNOWN AND ONLY
      *   HOUSE SALES PASS.
       124-LOAD-CLERK-MASTER.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PAYROLL-MASTER-FILE
           PERFORM 125-READ-ONE-CLERK
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PAYROLL-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       125-READ-ONE-CLERK.
           READ PAYROLL-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-CLERK-MASTER-COUNT < 200
                       ADD 1 TO WS-CLERK-MASTER-COUNT
                       SET WS-CLERK-MASTER-IDX TO WS-CLERK-MASTER-COUNT
                       MOVE PM-EMP-NUM TO
                           WS-CLERK-MASTER-NUM (WS-CLERK-MASTER-IDX)
                       MOVE PM-EMP-STATUS TO
                           WS-CLERK-MASTER-STATUS (WS-CLERK-MASTER-IDX)
                       MOVE PM-DEPT TO WS-CLERK-DEPT
                       IF WS-CLERK-DEPT = SPACES
                           MOVE "GEN " TO WS-CLERK-DEPT
                       END-IF
                       MOVE WS-CLERK-DEPT TO
                           WS-CLERK-MASTER-DEPT (WS-CLERK-MASTER-IDX)
                   ELSE
                       DISPLAY "**** CLERK TABLE FULL - EMPLOYEE "
                           PM-EMP-NUM " NOT LOADED ****"
                   END-IF
           END-READ.

       126-LOAD-COMMISSION-RATES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT COMMISSION-RATE-FILE
           PERFORM 127-READ-ONE-COMMISSION-RATE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE COMMISSION-RATE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS.

       127-READ-ONE-COMMISSION-RATE.
           READ COMMISSION-RATE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF CR-STORE-CODE >= '1' AND
                           CR-STORE-CODE <= '3' AND
                           CR-RATE IS NUMERIC AND
                           WS-COMM-RATE-COUNT < 60
                       ADD 1 TO WS-COMM-RATE-COUNT
                       SET WS-COMM-RATE-IDX TO WS-COMM-RATE-COUNT
                       MOVE CR-STORE-CODE
                           TO WS-COMM-RATE-STORE (WS-COMM-RATE-IDX)
                       IF CR-DEPT = SPACES
                           MOVE "GEN "
                               TO WS-COMM-RATE-DEPT (WS-COMM-RATE-IDX)
                       ELSE
                           MOVE CR-DEPT
                               TO WS-COMM-RATE-DEPT (WS-COMM-RATE-IDX)
                       END-IF
                       MOVE CR-RATE
                           TO WS-COMM-RATE-PCT (WS-COMM-RATE-IDX)
                   ELSE
                       DISPLAY "**** BAD COMMISSION RATE ROW "
                           "IGNORED ****"
                   END-IF
           END-READ.

      *   THE COMMISSION FILE IS APPENDED TO, NOT REWRITTEN, SO THE
      *   BODY ALREADY ON IT IS COUNTED AND HASHED FIRST - THE NEW
      *   SEAL MUST COVER THE WHOLE FILE.  A FILE WITH EARNINGS BUT
      *   NO SEAL, OR A BODY THAT DISAGREES WITH ITS SEAL, REFUSES
      *   THE RUN WITH CONDITION CODE 8 BEFORE ANYTHING IS WRITTEN,
      *   RATHER THAN SEAL A DAMAGED FILE AS GOOD.
       128-VERIFY-COMMISSION-FILE.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT COMMISSION-FILE
           PERFORM 129-READ-ONE-COMMISSION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE COMMISSION-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           IF WS-CE-BODY-COUNT > ZERO
               IF WS-CE-SEAL-SEEN = 'NO ' OR
                       WS-CE-BODY-COUNT NOT = WS-CE-SEAL-COUNT-IN OR
                       WS-CE-BODY-HASH NOT = WS-CE-SEAL-HASH-IN
                   DISPLAY "**** WhitingCOMMISSIONS.DAT DOES NOT "
                       "MATCH ITS SEAL - RUN REFUSED ****"
                   DISPLAY "SEAL COUNT " WS-CE-SEAL-COUNT-IN " HASH "
                       WS-CE-SEAL-HASH-IN
                   DISPLAY "BODY COUNT " WS-CE-BODY-COUNT " HASH "
                       WS-CE-BODY-HASH
                   MOVE 8 TO RETURN-CODE
                   PERFORM 955-WRITE-RUN-LOG
                   STOP RUN
               END-IF
           END-IF.

       129-READ-ONE-COMMISSION.
           READ COMMISSION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF CE-REC (1:4) = 'SEAL'
                       MOVE CE-REC (1:22) TO SL-SEAL-REC
                       IF SL-SEAL-COUNT IS NUMERIC AND
                               SL-SEAL-HASH IS NUMERIC
                           MOVE SL-SEAL-COUNT TO WS-CE-SEAL-COUNT-IN
                           MOVE SL-SEAL-HASH TO WS-CE-SEAL-HASH-IN
                           MOVE 'YES' TO WS-CE-SEAL-SEEN
                       END-IF
                   ELSE
                       ADD 1 TO WS-CE-BODY-COUNT
                       IF CE-COMMISSION IS NUMERIC
                           COMPUTE WS-CE-CENTS = CE-COMMISSION * 100
                           ADD WS-CE-CENTS TO WS-CE-BODY-HASH
                       END-IF
                   END-IF
           END-READ.

      *   THE SUPERVISOR-APPROVED SALES RUN THROUGH THE SAME
      *   PROCESSING AS THE DAY'S TRANSACTIONS, WITH THE CREDIT
      *   CHECK STOOD DOWN AND THE JOURNAL LINE FLAGGED OVR.  THE
           SET WS-PENDING-IDX TO WS-PENDING-SUB
           IF WS-PENDING-STATUS (WS-PENDING-IDX) = 'A'
               MOVE WS-PENDING-TRANS (WS-PENDING-IDX) TO CUSTOMER-REC
               MOVE WS-PENDING-CLERK (WS-PENDING-IDX) TO CLERK-NUM-IN
               MOVE WS-PENDING-VOUCHER-NUM (WS-PENDING-IDX)
                   TO VOUCHER-NUM-IN
               MOVE WS-PENDING-VOUCHER-AMT (WS-PENDING-IDX)
                   TO VOUCHER-AMT-IN
               MOVE 'Y' TO WS-OVERRIDE-APPROVED
               ADD 1 TO WS-TRANS-READ-COUNT
               ADD 1 TO WS-APPROVED-COUNT
               MOVE SPACES TO CREDIT-PENDING-REC
               MOVE WS-PENDING-TRANS (WS-PENDING-IDX)
                   TO PA-ORIGINAL-TRANS
               MOVE WS-PENDING-CLERK (WS-PENDING-IDX) TO PA-CLERK-NUM
               MOVE WS-PENDING-VOUCHER-NUM (WS-PENDING-IDX)
                   TO PA-VOUCHER-NUM
               MOVE WS-PENDING-VOUCHER-AMT (WS-PENDING-IDX)
                   TO PA-VOUCHER-AMT
               MOVE 'P' TO PA-STATUS
               WRITE CREDIT-PENDING-REC
           END-IF.
           MOVE WS-MASTER-STORE (WS-CUST-IDX) TO STORE-CODE-OUT
           WRITE CUSTOMER-MASTER-REC.

      *   THE ITEM MASTER GOES BACK OUT WITH THE RUN'S STOCK
      *   MOVEMENT - ONLY WHEN THERE WAS ONE TO READ, SO A SITE NOT
      *   YET USING IT DOES NOT GET AN EMPTY FILE.
       905-WRITE-ITEM-MASTER.
           IF WS-IM-COUNT > ZERO
               OPEN OUTPUT ITEM-MASTER-FILE
               PERFORM 906-WRITE-ONE-ITEM
                   VARYING WS-IM-SUB FROM 1 BY 1
                   UNTIL WS-IM-SUB > WS-IM-COUNT
               CLOSE ITEM-MASTER-FILE
               IF WS-OFF-LIST-COUNT > ZERO
                   DISPLAY "LINES SOLD OFF LIST PRICE: "
                       WS-OFF-LIST-COUNT
               END-IF
           END-IF.

       906-WRITE-ONE-ITEM.
           SET WS-IM-IDX TO WS-IM-SUB
           MOVE WS-IM-REC (WS-IM-IDX) TO IM-ITEM-REC
           WRITE IM-ITEM-REC.

      *   EACH PROMOTION WHOSE LAST DAY IS ON OR BEFORE THE BUSINESS
      *   DATE GETS ITS RESULTS PRINTED ONCE, BY STORE, AND IS THEN
      *   MARKED REPORTED.  RESULTS FOR A PROMOTION TAKEN OFF
      *   PROMOTIONS.DAT BEFORE IT WAS REPORTED ARE PRINTED ONCE TOO,
      *   SO NO DISCOUNT COST GOES UNREPORTED.
       980-REPORT-ENDED-PROMOTIONS.
           OPEN OUTPUT PROMOTION-REPORT
           MOVE WS-RUN-DATE-NUM TO PH-DATE-OUT
           WRITE PROMOTION-REPORT-REC FROM PROMO-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO PROMOTION-REPORT-REC
           WRITE PROMOTION-REPORT-REC
           MOVE ZERO TO WS-PROMO-REPORTED-COUNT
           IF WS-PROMO-COUNT > ZERO
               PERFORM 981-CHECK-ONE-PROMOTION
                   VARYING WS-PROMO-SUB FROM 1 BY 1
                   UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
           END-IF
           IF WS-RESULT-COUNT > ZERO
               PERFORM 984-CHECK-WITHDRAWN-RESULT
                   VARYING WS-RESULT-SUB FROM 1 BY 1
                   UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
           END-IF
           IF WS-PROMO-REPORTED-COUNT = ZERO
               WRITE PROMOTION-REPORT-REC FROM PROMO-NONE-LINE
           END-IF
           CLOSE PROMOTION-REPORT.

       981-CHECK-ONE-PROMOTION.
           SET WS-PROMO-IDX TO WS-PROMO-SUB
           IF WS-PROMO-END (WS-PROMO-IDX) <= WS-RUN-DATE-NUM
               MOVE WS-PROMO-CODE (WS-PROMO-IDX)
                   TO WS-PROMO-LOOKUP-CODE
               PERFORM 218-FIND-PROMOTION-RESULT
               IF WS-RESULT-FOUND-SUB > ZERO
                   SET WS-RESULT-IDX TO WS-RESULT-FOUND-SUB
                   IF WS-RESULT-REPORTED (WS-RESULT-IDX) NOT = 'Y'
                       MOVE WS-PROMO-CODE (WS-PROMO-IDX) TO PT-CODE-OUT
                       MOVE WS-PROMO-DESCRIPTION (WS-PROMO-IDX)
                           TO PT-DESCRIPTION-OUT
                       IF WS-PROMO-ITEM (WS-PROMO-IDX) = SPACES
                           MOVE "ALL ITEMS" TO PT-ITEM-OUT
                       ELSE
                           MOVE WS-PROMO-ITEM (WS-PROMO-IDX)
                               TO PT-ITEM-OUT
                       END-IF
                       MOVE WS-PROMO-START (WS-PROMO-IDX)
                           TO PT-START-OUT
                       MOVE " TO " TO PT-TO-OUT
                       MOVE WS-PROMO-END (WS-PROMO-IDX) TO PT-END-OUT
                       PERFORM 982-PRINT-PROMOTION-RESULT
                   END-IF
               END-IF
           END-IF.

      *   PRINTS THE TITLE ALREADY SET UP AND THE RESULTS ENTRY AT
      *   WS-RESULT-IDX BY STORE WITH A TOTAL, AND MARKS IT REPORTED.
       982-PRINT-PROMOTION-RESULT.
           WRITE PROMOTION-REPORT-REC FROM PROMO-TITLE-LINE
           WRITE PROMOTION-REPORT-REC FROM PROMO-COLUMN-LINE
           MOVE ZERO TO WS-PROMO-TOTAL-UNITS
           MOVE ZERO TO WS-PROMO-TOTAL-REVENUE
           MOVE ZERO TO WS-PROMO-TOTAL-DISCOUNT
           PERFORM 983-PRINT-ONE-STORE-RESULT
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 3
           MOVE "TOTAL" TO PS-STORE-OUT
           MOVE WS-PROMO-TOTAL-UNITS TO PS-UNITS-OUT
           MOVE WS-PROMO-TOTAL-REVENUE TO PS-REVENUE-OUT
           MOVE WS-PROMO-TOTAL-DISCOUNT TO PS-DISCOUNT-OUT
           WRITE PROMOTION-REPORT-REC FROM PROMO-STORE-LINE
           MOVE SPACES TO PROMOTION-REPORT-REC
           WRITE PROMOTION-REPORT-REC
           MOVE 'Y' TO WS-RESULT-REPORTED (WS-RESULT-IDX)
           ADD 1 TO WS-PROMO-REPORTED-COUNT.

       983-PRINT-ONE-STORE-RESULT.
           MOVE WS-STORE-SUB TO PS-STORE-OUT
           MOVE WS-RESULT-UNITS (WS-RESULT-IDX, WS-STORE-SUB)
               TO PS-UNITS-OUT
           MOVE WS-RESULT-REVENUE (WS-RESULT-IDX, WS-STORE-SUB)
               TO PS-REVENUE-OUT
           MOVE WS-RESULT-DISCOUNT (WS-RESULT-IDX, WS-STORE-SUB)
               TO PS-DISCOUNT-OUT
           ADD WS-RESULT-UNITS (WS-RESULT-IDX, WS-STORE-SUB)
               TO WS-PROMO-TOTAL-UNITS
           ADD WS-RESULT-REVENUE (WS-RESULT-IDX, WS-STORE-SUB)
               TO WS-PROMO-TOTAL-REVENUE
           ADD WS-RESULT-DISCOUNT (WS-RESULT-IDX, WS-STORE-SUB)
               TO WS-PROMO-TOTAL-DISCOUNT
           WRITE PROMOTION-REPORT-REC FROM PROMO-STORE-LINE.

       984-CHECK-WITHDRAWN-RESULT.
           SET WS-RESULT-IDX TO WS-RESULT-SUB
           IF WS-RESULT-REPORTED (WS-RESULT-IDX) NOT = 'Y'
               MOVE WS-RESULT-CODE (WS-RESULT-IDX)
                   TO WS-PROMO-LOOKUP-CODE
               PERFORM 987-FIND-PROMOTION-CODE
               IF WS-PROMO-ON-TABLE = 'N'
                   MOVE WS-RESULT-CODE (WS-RESULT-IDX) TO PT-CODE-OUT
                   MOVE "NOT ON PROMOTIONS" TO PT-DESCRIPTION-OUT
                   MOVE SPACES TO PT-ITEM-OUT
                   MOVE ZERO TO PT-START-OUT
                   MOVE SPACES TO PT-TO-OUT
                   MOVE ZERO TO PT-END-OUT
                   PERFORM 982-PRINT-PROMOTION-RESULT
               END-IF
           END-IF.

      *   A RESULTS ENTRY STAYS ON FILE UNTIL IT HAS BEEN REPORTED
      *   AND ITS PROMOTION HAS COME OFF PROMOTIONS.DAT.  THE FILE IS
      *   ONLY WRITTEN WHEN THERE IS SOMETHING TO CARRY OR DROP, SO A
      *   SITE NOT RUNNING PROMOTIONS DOES NOT GET AN EMPTY FILE.
       985-REWRITE-PROMOTION-RESULTS.
           IF WS-RESULT-COUNT > ZERO
               OPEN OUTPUT PROMOTION-RESULTS-FILE
               PERFORM 986-WRITE-ONE-RESULT
                   VARYING WS-RESULT-SUB FROM 1 BY 1
                   UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
               CLOSE PROMOTION-RESULTS-FILE
           END-IF.

       986-WRITE-ONE-RESULT.
           SET WS-RESULT-IDX TO WS-RESULT-SUB
           MOVE WS-RESULT-CODE (WS-RESULT-IDX) TO WS-PROMO-LOOKUP-CODE
           PERFORM 987-FIND-PROMOTION-CODE
           IF WS-RESULT-REPORTED (WS-RESULT-IDX) NOT = 'Y' OR
                   WS-PROMO-ON-TABLE = 'Y'
               MOVE WS-RESULT-ENTRY (WS-RESULT-IDX)
                   TO PROMOTION-RESULTS-REC
               WRITE PROMOTION-RESULTS-REC
           END-IF.

       987-FIND-PROMOTION-CODE.
           MOVE 'N' TO WS-PROMO-ON-TABLE
           IF WS-PROMO-COUNT > ZERO
               PERFORM 988-MATCH-ONE-PROMOTION-CODE
                   VARYING WS-PROMO-SUB FROM 1 BY 1
                   UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
                       OR WS-PROMO-ON-TABLE = 'Y'
           END-IF.

       988-MATCH-ONE-PROMOTION-CODE.
           SET WS-PROMO-IDX TO WS-PROMO-SUB
           IF WS-PROMO-CODE (WS-PROMO-IDX) = WS-PROMO-LOOKUP-CODE
               MOVE 'Y' TO WS-PROMO-ON-TABLE
           END-IF.

      *   EACH STORE'S TAXABLE, EXEMPT, AND TAX FIGURES FOR THE
      *   BUSINESS DATE, STAMPED WITH THE RUN SO A RERUN OF THE DATE
      *   SUPERSEDES THE EARLIER RUN ON THE MONTHLY RETURN.
       990-APPEND-TAX-HISTORY.
           OPEN EXTEND TAX-HISTORY-FILE
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           PERFORM 991-WRITE-ONE-STORE-HISTORY
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 3
           CLOSE TAX-HISTORY-FILE.

       991-WRITE-ONE-STORE-HISTORY.
           MOVE WS-RUN-DATE-NUM TO TH-BUSINESS-DATE
           MOVE WS-RUN-STAMP (1:14) TO TH-RUN-STAMP
           MOVE WS-STORE-SUB TO TH-STORE-CODE
           MOVE WS-STORE-TAXABLE (WS-STORE-SUB) TO TH-TAXABLE-SALES
           MOVE WS-STORE-EXEMPT (WS-STORE-SUB) TO TH-EXEMPT-SALES
           MOVE WS-STORE-TAX (WS-STORE-SUB) TO TH-TAX
           WRITE TH-REC.

      *   SETS A NON-ZERO CONDITION CODE WHENEVER ANY TRANSACTION WAS
      *   REJECTED THIS RUN, SO A JOB STREAM CAN TELL A CLEAN RUN FROM
      *   ONE THAT LEFT REJECTS BEHIND ON CUSTOMER-REJECTS.DAT.

       150-VALIDATE-TRANS.
           MOVE 'YES' TO WS-VALID-TRANS
           MOVE SPACES TO REJECTED-TRANS-REC
           MOVE ZERO TO WS-VOUCHER-RED-SUB
           IF NOT IS-SALE AND NOT IS-RETURN
               MOVE 'NO ' TO WS-VALID-TRANS
               MOVE "INVALID TRANSACTION TYPE CODE" TO
                       TO REJECT-REASON-OUT
               END-IF
           END-IF
           IF CLERK-NUM-IN NOT = SPACES
               PERFORM 152-FIND-CLERK
               IF WS-CLERK-FOUND = 'NO '
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "CLERK NOT ON PAYROLL MASTER"
                       TO REJECT-REASON-OUT
               ELSE
                   IF WS-CLERK-MASTER-STATUS (WS-CLERK-MASTER-IDX)
                           = 'T'
                       MOVE 'NO ' TO WS-VALID-TRANS
                       MOVE "CLERK TERMINATED ON PAYROLL"
                           TO REJECT-REASON-OUT
                   END-IF
               END-IF
           END-IF
           IF WS-VALID-TRANS = 'YES' AND IS-SALE
               PERFORM 114-SUM-RECEIPT-LINES
               IF WS-RECEIPT-HAS-LINES = 'Y' AND
                   MOVE "LINE ITEMS DO NOT SUM TO RECEIPT"
                       TO REJECT-REASON-OUT
               END-IF
           END-IF
           IF WS-VALID-TRANS = 'YES'
               PERFORM 122-CHECK-RECEIPT-ITEMS
               IF WS-ITEM-CHECK-FAILED = 'Y'
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "LINE ITEM CODE NOT ON MASTER"
                       TO REJECT-REASON-OUT
               END-IF
           END-IF
           IF IS-RETURN AND NOT REFUND-AS-USUAL AND
                   NOT REFUND-AS-VOUCHER
               MOVE 'NO ' TO WS-VALID-TRANS
               MOVE "REFUND METHOD MUST BE V OR BLANK"
                   TO REJECT-REASON-OUT
           END-IF
           IF WS-VALID-TRANS = 'YES'
               IF IS-RETURN
                   PERFORM 156-CHECK-ORIGINAL-SALE
               ELSE
                   PERFORM 154-CHECK-RECEIPT-UNUSED
               END-IF
           END-IF
           IF WS-VALID-TRANS = 'YES' AND IS-SALE AND
                   VOUCHER-NUM-IN NOT = SPACES
               PERFORM 159-CHECK-VOUCHER-TENDER
           END-IF.

      *   A SALE'S RECEIPT NUMBER MAY ALREADY BE ON THE SALES
      *   HISTORY ONLY AS THIS SAME SALE, RECORDED BY AN EARLIER RUN
      *   OF THE SAME DAY.  ANY OTHER SALE ON IT IS A MISKEYED OR
      *   REUSED RECEIPT AND WOULD HIDE THE ORIGINAL FROM ITS RETURNS.
       154-CHECK-RECEIPT-UNUSED.
           MOVE RECEIPT-NUM-IN TO SH-RECEIPT-NUM
           READ SALES-HISTORY-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF SH-CUSTOMER-ID NOT = INDENT-IN OR
                           SH-TRANS-DATE NOT = TRANS-DATE-IN OR
                           SH-SALES-AMT NOT = SALES-IN
                       MOVE 'NO ' TO WS-VALID-TRANS
                       MOVE "RECEIPT NUMBER ALREADY USED"
                           TO REJECT-REASON-OUT
                   END-IF
           END-READ.

      *   A RETURN MUST NAME A SALE ON THE HISTORY THAT WAS MADE TO
      *   THE SAME CUSTOMER, WITHIN THE RETURN WINDOW, WITH ENOUGH OF
      *   IT LEFT UNRETURNED TO COVER THIS RETURN.  THE SALE STAYS IN
      *   THE HISTORY RECORD AREA FOR THE RETURN'S REVERSAL.
       156-CHECK-ORIGINAL-SALE.
           MOVE ZERO TO WS-HIST-RETURN-SUB
           IF ORIG-RECEIPT-IN = SPACES
               MOVE 'NO ' TO WS-VALID-TRANS
               MOVE "ORIGINAL RECEIPT MISSING" TO REJECT-REASON-OUT
           ELSE
               MOVE ORIG-RECEIPT-IN TO SH-RECEIPT-NUM
               READ SALES-HISTORY-FILE
                   INVALID KEY
                       MOVE 'NO ' TO WS-VALID-TRANS
                       MOVE "ORIGINAL RECEIPT NOT ON FILE"
                           TO REJECT-REASON-OUT
                   NOT INVALID KEY
                       PERFORM 157-CHECK-RETURN-AGAINST-SALE
               END-READ
           END-IF.

      *   A RETURN ALREADY RECORDED AGAINST THE SALE UNDER ITS OWN
      *   RECEIPT NUMBER IS THIS DAY BEING RERUN - IT PASSES ON WHAT
      *   WAS RECORDED AND IS NOT COUNTED AGAINST THE SALE AGAIN.
       157-CHECK-RETURN-AGAINST-SALE.
           IF SH-CUSTOMER-ID NOT = INDENT-IN
               MOVE 'NO ' TO WS-VALID-TRANS
               MOVE "RECEIPT IS ANOTHER CUSTOMER'S" TO REJECT-REASON-OUT
           END-IF
           IF WS-VALID-TRANS = 'YES' AND SH-RETURN-COUNT > ZERO
               PERFORM 158-MATCH-ONE-RETURN
                   VARYING WS-HIST-SUB FROM 1 BY 1
                   UNTIL WS-HIST-SUB > SH-RETURN-COUNT
                       OR WS-HIST-RETURN-SUB > ZERO
                       OR WS-VALID-TRANS = 'NO '
           END-IF
           IF WS-VALID-TRANS = 'YES' AND WS-HIST-RETURN-SUB = ZERO
               IF TRANS-DATE-IN > SH-TRANS-DATE
                   COMPUTE WS-RETURN-AGE-DAYS =
                       FUNCTION INTEGER-OF-DATE (TRANS-DATE-IN)
                       - FUNCTION INTEGER-OF-DATE (SH-TRANS-DATE)
                   IF WS-RETURN-AGE-DAYS > WS-RETURN-WINDOW-DAYS
                       MOVE 'NO ' TO WS-VALID-TRANS
                       MOVE "PAST THE RETURN WINDOW"
                           TO REJECT-REASON-OUT
                   END-IF
               END-IF
               COMPUTE WS-RETURNED-AFTER = SH-RETURNED-AMT + SALES-IN
               IF WS-RETURNED-AFTER > SH-SALES-AMT
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "RETURNS WOULD EXCEED THE SALE"
                       TO REJECT-REASON-OUT
               END-IF
               IF WS-VALID-TRANS = 'YES' AND SH-RETURN-COUNT >= 10
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "TOO MANY RETURNS ON RECEIPT"
                       TO REJECT-REASON-OUT
               END-IF
           END-IF.

       158-MATCH-ONE-RETURN.
           IF SH-RET-RECEIPT (WS-HIST-SUB) = RECEIPT-NUM-IN
               IF SH-RET-AMT (WS-HIST-SUB) = SALES-IN
                   MOVE WS-HIST-SUB TO WS-HIST-RETURN-SUB
               ELSE
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "RETURN RECEIPT ALREADY USED"
                       TO REJECT-REASON-OUT
               END-IF
           END-IF.

      *   A VOUCHER TENDERED ON A SALE MUST BE ON THE STORE CREDIT
      *   LEDGER, UNEXPIRED ON THE SALE DATE, AND HOLD THE AMOUNT.  A
      *   REDEMPTION ALREADY RECORDED AGAINST IT UNDER THIS SALE'S
      *   RECEIPT IS THIS DAY BEING RERUN AND PASSES ON WHAT WAS
      *   RECORDED.  THE VOUCHER STAYS IN THE LEDGER RECORD AREA FOR
      *   THE REDEMPTION.
       159-CHECK-VOUCHER-TENDER.
           IF VOUCHER-AMT-IN IS NOT NUMERIC
               MOVE 'NO ' TO WS-VALID-TRANS
               MOVE "VOUCHER AMOUNT NOT NUMERIC" TO REJECT-REASON-OUT
           ELSE
               IF VOUCHER-AMT-IN = ZERO
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "VOUCHER AMOUNT MUST BE POSITIVE"
                       TO REJECT-REASON-OUT
               END-IF
           END-IF
           IF WS-VALID-TRANS = 'YES'
               MOVE VOUCHER-NUM-IN TO SC-VOUCHER-NUM
               READ STORE-CREDIT-FILE
                   INVALID KEY
                       MOVE 'NO ' TO WS-VALID-TRANS
                       MOVE "VOUCHER NOT ON THE LEDGER"
                           TO REJECT-REASON-OUT
                   NOT INVALID KEY
                       PERFORM 161-CHECK-VOUCHER-BALANCE
               END-READ
           END-IF.

       161-CHECK-VOUCHER-BALANCE.
           IF SC-REDEEM-COUNT > ZERO
               PERFORM 162-MATCH-ONE-REDEMPTION
                   VARYING WS-VOUCHER-SUB FROM 1 BY 1
                   UNTIL WS-VOUCHER-SUB > SC-REDEEM-COUNT
                       OR WS-VOUCHER-RED-SUB > ZERO
           END-IF
           IF WS-VOUCHER-RED-SUB = ZERO
               IF TRANS-DATE-IN > SC-EXPIRY-DATE
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "VOUCHER HAS EXPIRED" TO REJECT-REASON-OUT
               END-IF
               IF VOUCHER-AMT-IN > SC-BALANCE
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "VOUCHER AMOUNT EXCEEDS BALANCE"
                       TO REJECT-REASON-OUT
               END-IF
               IF WS-VALID-TRANS = 'YES' AND SC-REDEEM-COUNT >= 10
                   MOVE 'NO ' TO WS-VALID-TRANS
                   MOVE "TOO MANY REDEMPTIONS ON VOUCHER"
                       TO REJECT-REASON-OUT
               END-IF
           END-IF.

       162-MATCH-ONE-REDEMPTION.
           IF SC-RED-RECEIPT (WS-VOUCHER-SUB) = RECEIPT-NUM-IN
               MOVE WS-VOUCHER-SUB TO WS-VOUCHER-RED-SUB
           END-IF.

      *   LEAVES THE INDEX ON THE CLERK'S MASTER ENTRY AND THE
      *   CLERK'S DEPARTMENT IN WS-CLERK-DEPT WHEN THE NUMBER IS ON
      *   THE PAYROLL MASTER.
       152-FIND-CLERK.
           MOVE 'NO ' TO WS-CLERK-FOUND
           MOVE SPACES TO WS-CLERK-DEPT
           SET WS-CLERK-MASTER-IDX TO 1
           IF WS-CLERK-MASTER-COUNT > ZERO
               SEARCH WS-CLERK-MASTER-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-CLERK-MASTER-NUM (WS-CLERK-MASTER-IDX) =
                           CLERK-NUM-IN
                       MOVE 'YES' TO WS-CLERK-FOUND
                       MOVE WS-CLERK-MASTER-DEPT (WS-CLERK-MASTER-IDX)
                           TO WS-CLERK-DEPT
               END-SEARCH
           END-IF.

      *   THE REJECT RECORD WAS CLEARED BY THE VALIDATION AND HOLDS
      *   THE REASON IT FOUND.
       180-REJECT-TRANS.
           MOVE INDENT-IN TO REJECT-INDENT-OUT
           MOVE SALES-IN TO REJECT-SALES-OUT
           MOVE ZERO TO REJECT-TAX-OUT
           IF DISCOUNT-PERCENT-OUT > WS-MAXIMUM-DISCOUNT-PERCENT
               MOVE WS-MAXIMUM-DISCOUNT-PERCENT TO DISCOUNT-PERCENT-OUT
           END-IF
           PERFORM 212-PRICE-PROMOTIONS
           COMPUTE WS-DISCOUNT-AMT =
               (SALES-IN - WS-PROMO-LINES-EXTENDED)
                   * DISCOUNT-PERCENT-OUT
               + WS-PROMO-DISCOUNT-TOTAL + WS-PROMO-OTHER-DISCOUNT
           SUBTRACT WS-DISCOUNT-AMT FROM SALES-IN
               GIVING NET-OUT
           MOVE STORE-CODE-IN TO WS-RATE-STORE-SUB
           COMPUTE WS-TAX-AMT ROUNDED =
               NET-OUT * WS-STORE-TAX-RATE (WS-RATE-STORE-SUB)
           PERFORM 202-CHECK-EXEMPTION
           IF WS-CERT-EXEMPT = 'Y'
               MOVE ZERO TO WS-TAX-AMT
           END-IF
           PERFORM 276-SIZE-VOUCHER-TENDER
           PERFORM 250-VALIDATE-CREDIT-LIMIT
           IF WS-CREDIT-OK = 'YES'
               PERFORM 246-WRITE-JOURNAL-WORK
               PERFORM 247-RECORD-SALE-HISTORY
               PERFORM 245-COMMIT-LOYALTY-PURCHASE
               MOVE SALES-AMT-OUT TO WS-MASTER-SALES-AMT (WS-CUST-IDX)
               MOVE DISCOUNT-PERCENT-OUT
                   TO WS-MASTER-DISCOUNT-PCT (WS-CUST-IDX)
               MOVE NET-OUT TO WS-MASTER-NET (WS-CUST-IDX)
               MOVE STORE-CODE-IN TO WS-MASTER-STORE (WS-CUST-IDX)
               IF WS-CREDIT-FOUND = 'YES' AND WS-CHARGE-DUE > ZERO
                   MOVE '2' TO WS-CHARGE-TYPE
                   MOVE WS-CHARGE-DUE TO WS-CHARGE-AMOUNT
                   PERFORM 270-WRITE-CHARGE-TRANS
               END-IF
               MOVE STORE-CODE-IN TO WS-STORE-SUB
               IF WS-VOUCHER-TENDER > ZERO
                   PERFORM 277-REDEEM-VOUCHER
               END-IF
               ADD SALES-IN TO WS-STORE-SALES (WS-STORE-SUB)
               ADD WS-DISCOUNT-AMT
                   TO WS-STORE-DISCOUNTS (WS-STORE-SUB)
               ADD WS-TAX-AMT TO WS-STORE-TAX (WS-STORE-SUB)
               ADD WS-TAX-AMT TO WS-TOTAL-SALES-TAX
               ADD NET-OUT TO WS-TOTAL-NET-SALES
               IF WS-CERT-EXEMPT = 'Y'
                   ADD NET-OUT TO WS-STORE-EXEMPT (WS-STORE-SUB)
                   ADD NET-OUT TO WS-TOTAL-EXEMPT-SALES
               ELSE
                   ADD NET-OUT TO WS-STORE-TAXABLE (WS-STORE-SUB)
                   ADD NET-OUT TO WS-TOTAL-TAXABLE-SALES
               END-IF
               IF WS-CERT-EXPIRED = 'Y'
                   PERFORM 203-LIST-EXPIRED-CERT-SALE
               END-IF
               PERFORM 116-TALLY-RECEIPT-ITEMS
               IF WS-NEWLY-RECORDED = 'Y'
                   PERFORM 216-TALLY-PROMOTION-RESULTS
                   MOVE '-' TO WS-STOCK-DIRECTION
                   PERFORM 295-MOVE-RECEIPT-STOCK
                   IF CLERK-NUM-IN NOT = SPACES
                       MOVE NET-OUT TO WS-COMM-BASIS
                       MOVE '+' TO WS-COMM-SIGN
                       PERFORM 290-EARN-CLERK-COMMISSION
                   END-IF
               END-IF
           ELSE
               PERFORM 260-REJECT-OVER-CREDIT-LIMIT
           END-IF.

      *   A CUSTOMER WITH A CERTIFICATE ON FILE IS EXEMPT WHEN THE
      *   SALE OR RETURN IS DATED ON OR BEFORE ITS EXPIRY; AFTER
      *   THAT THE CERTIFICATE IS EXPIRED AND THE SALE IS TAXED.
       202-CHECK-EXEMPTION.
           MOVE 'N' TO WS-CERT-EXEMPT
           MOVE 'N' TO WS-CERT-EXPIRED
           MOVE SPACES TO WS-EXEMPT-CERT-NUM
           MOVE 'N' TO WS-CERT-FOUND
           IF WS-CERT-COUNT > ZERO
               PERFORM 204-MATCH-ONE-CERT
                   VARYING WS-CERT-SUB FROM 1 BY 1
                   UNTIL WS-CERT-SUB > WS-CERT-COUNT
                       OR WS-CERT-FOUND = 'Y'
           END-IF.

       204-MATCH-ONE-CERT.
           SET WS-CERT-IDX TO WS-CERT-SUB
           IF WS-CERT-CUSTOMER-ID (WS-CERT-IDX) = INDENT-IN
               MOVE 'Y' TO WS-CERT-FOUND
               IF TRANS-DATE-IN <= WS-CERT-EXPIRY (WS-CERT-IDX)
                   MOVE 'Y' TO WS-CERT-EXEMPT
                   MOVE WS-CERT-NUM (WS-CERT-IDX) TO WS-EXEMPT-CERT-NUM
               ELSE
                   MOVE 'Y' TO WS-CERT-EXPIRED
               END-IF
           END-IF.

      *   THE SALE WENT THROUGH TAXED - THE SALES DESK CHASES THE
      *   CUSTOMER FOR A RENEWED CERTIFICATE FROM THIS LIST.
       203-LIST-EXPIRED-CERT-SALE.
           MOVE RECEIPT-NUM-IN TO ED-RECEIPT-OUT
           MOVE TRANS-DATE-IN TO ED-DATE-OUT
           MOVE INDENT-IN TO ED-CUSTOMER-OUT
           MOVE WS-CERT-NUM (WS-CERT-IDX) TO ED-CERT-OUT
           MOVE WS-CERT-TYPE (WS-CERT-IDX) TO ED-TYPE-OUT
           MOVE WS-CERT-STATE (WS-CERT-IDX) TO ED-STATE-OUT
           MOVE WS-CERT-EXPIRY (WS-CERT-IDX) TO ED-EXPIRY-OUT
           MOVE NET-OUT TO ED-NET-OUT
           MOVE WS-TAX-AMT TO ED-TAX-OUT
           WRITE EXPIRED-CERT-REC FROM EXPIRED-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXPIRED-SALE-COUNT.

      *   CHECKS THE NET-OF-DISCOUNT SALE AGAINST THE CUSTOMER'S
      *   AVAILABLE CREDIT STRAIGHT OFF THE INDEXED CUSTOMER MASTER -
      *   THE SAME OLD-MAX-CREDIT AND OLD-BALANCE PROGRAM13 MAINTAINS
                   PERFORM 255-CHECK-AVAILABLE-CREDIT
           END-READ.

      *   THE CHARGE THAT WILL HIT THE BALANCE IS NET PLUS TAX, LESS
      *   ANY STORE CREDIT TENDERED, SO THAT IS WHAT THE AVAILABLE
      *   CREDIT MUST COVER.
       255-CHECK-AVAILABLE-CREDIT.
           COMPUTE WS-AVAILABLE-CREDIT =
               OLD-MAX-CREDIT - OLD-BALANCE
           IF WS-CHARGE-DUE > WS-AVAILABLE-CREDIT AND
                   WS-OVERRIDE-APPROVED = 'N'
               MOVE 'NO ' TO WS-CREDIT-OK
           END-IF.
               ADD 1 TO WS-PENDING-COUNT
               SET WS-PENDING-IDX TO WS-PENDING-COUNT
               MOVE CUSTOMER-REC TO WS-PENDING-TRANS (WS-PENDING-IDX)
               MOVE CLERK-NUM-IN TO WS-PENDING-CLERK (WS-PENDING-IDX)
               MOVE 'P' TO WS-PENDING-STATUS (WS-PENDING-IDX)
               MOVE VOUCHER-NUM-IN
                   TO WS-PENDING-VOUCHER-NUM (WS-PENDING-IDX)
               MOVE WS-VOUCHER-TENDER
                   TO WS-PENDING-VOUCHER-AMT (WS-PENDING-IDX)
           ELSE
               MOVE SPACES TO REJECTED-TRANS-REC
               MOVE INDENT-IN TO REJECT-INDENT-OUT
               PERFORM 186-WRITE-EXCEPTION
           END-IF.

      *   A RETURN IS REVERSED AGAINST THE ORIGINAL SALE THE
      *   VALIDATION LEFT IN THE HISTORY RECORD AREA - ITS SHARE OF
      *   THE NET AND TAX THAT SALE ACTUALLY WENT THROUGH AT, SO THE
      *   AMOUNT THAT COMES BACK OFF THE BALANCE MATCHES WHAT WENT
      *   ON.  A RETURN FOR A CUSTOMER WITH NO MASTER RECORD IS
      *   REJECTED; NOTHING WAS EVER SOLD TO REVERSE.
       270-PROCESS-RETURN.
           MOVE ZERO TO WS-LOYALTY-PERCENT
               ADD 1 TO WS-REJECT-COUNT
               PERFORM 186-WRITE-EXCEPTION
           ELSE
               PERFORM 272-REVERSE-ORIGINAL-SALE
               IF WS-RETURN-NET > WS-MASTER-NET (WS-CUST-IDX)
                   MOVE ZERO TO WS-MASTER-NET (WS-CUST-IDX)
               ELSE
               IF WS-LOYALTY-PURCHASES (WS-CUST-IDX) > ZERO
                   SUBTRACT 1 FROM WS-LOYALTY-PURCHASES (WS-CUST-IDX)
               END-IF
               MOVE STORE-CODE-IN TO WS-STORE-SUB
               ADD WS-RETURN-NET TO WS-STORE-RETURNS (WS-STORE-SUB)
               IF WS-RETURN-TAX > WS-STORE-TAX (WS-STORE-SUB)
               ELSE
                   SUBTRACT WS-RETURN-TAX FROM WS-TOTAL-SALES-TAX
               END-IF
               IF SH-CERT-NUM NOT = SPACES
                   PERFORM 273-NET-RETURN-FROM-EXEMPT
               ELSE
                   PERFORM 274-NET-RETURN-FROM-TAXABLE
               END-IF
               IF REFUND-AS-VOUCHER
                   PERFORM 278-ISSUE-VOUCHER
               ELSE
                   PERFORM 275-CREDIT-THE-RETURN
               END-IF
               IF WS-NEWLY-RECORDED = 'Y'
                   MOVE '+' TO WS-STOCK-DIRECTION
                   PERFORM 295-MOVE-RECEIPT-STOCK
                   IF CLERK-NUM-IN NOT = SPACES
                       MOVE WS-RETURN-NET TO WS-COMM-BASIS
                       MOVE '-' TO WS-COMM-SIGN
                       PERFORM 290-EARN-CLERK-COMMISSION
                   END-IF
               END-IF
           END-IF.

      *   A RETURN COMES OFF THE SALES THE TAX FIGURES CALL EXEMPT
      *   WHEN THE ORIGINAL SALE WENT THROUGH ON A CERTIFICATE, AND
      *   OFF THE TAXABLE SALES OTHERWISE, SO THE SALES AND THE TAX
      *   HANDED TO PROGRAM82 ARE BOTH NET OF RETURNS.
       273-NET-RETURN-FROM-EXEMPT.
           IF WS-RETURN-NET > WS-STORE-EXEMPT (WS-STORE-SUB)
               MOVE ZERO TO WS-STORE-EXEMPT (WS-STORE-SUB)
           ELSE
               SUBTRACT WS-RETURN-NET
                   FROM WS-STORE-EXEMPT (WS-STORE-SUB)
           END-IF
           IF WS-RETURN-NET > WS-TOTAL-EXEMPT-SALES
               MOVE ZERO TO WS-TOTAL-EXEMPT-SALES
           ELSE
               SUBTRACT WS-RETURN-NET FROM WS-TOTAL-EXEMPT-SALES
           END-IF.

       274-NET-RETURN-FROM-TAXABLE.
           IF WS-RETURN-NET > WS-STORE-TAXABLE (WS-STORE-SUB)
               MOVE ZERO TO WS-STORE-TAXABLE (WS-STORE-SUB)
           ELSE
               SUBTRACT WS-RETURN-NET
                   FROM WS-STORE-TAXABLE (WS-STORE-SUB)
           END-IF
           IF WS-RETURN-NET > WS-TOTAL-TAXABLE-SALES
               MOVE ZERO TO WS-TOTAL-TAXABLE-SALES
           ELSE
               SUBTRACT WS-RETURN-NET FROM WS-TOTAL-TAXABLE-SALES
           END-IF.

      *   A RETURN BEING RERUN TAKES BACK WHAT WAS RECORDED FOR IT.
      *   OTHERWISE THE RETURN TAKES ITS SHARE OF THE ORIGINAL NET
      *   AND TAX BY AMOUNT - OR EXACTLY WHAT IS LEFT OF THEM WHEN IT
      *   BRINGS THE RECEIPT TO FULLY RETURNED, SO THE PENNIES OF
      *   ROUNDING NEVER STRAND ON THE RECEIPT - AND IS RECORDED ON
      *   THE HISTORY UNDER ITS OWN RECEIPT NUMBER.
       272-REVERSE-ORIGINAL-SALE.
           MOVE 'N' TO WS-NEWLY-RECORDED
           IF WS-HIST-RETURN-SUB > ZERO
               MOVE SH-RET-NET (WS-HIST-RETURN-SUB) TO WS-RETURN-NET
               MOVE SH-RET-TAX (WS-HIST-RETURN-SUB) TO WS-RETURN-TAX
           ELSE
               COMPUTE WS-RETURNED-AFTER = SH-RETURNED-AMT + SALES-IN
               IF WS-RETURNED-AFTER = SH-SALES-AMT
                   IF SH-RETURNED-NET > SH-NET-AMT
                       MOVE ZERO TO WS-RETURN-NET
                   ELSE
                       SUBTRACT SH-RETURNED-NET FROM SH-NET-AMT
                           GIVING WS-RETURN-NET
                   END-IF
                   IF SH-RETURNED-TAX > SH-TAX-AMT
                       MOVE ZERO TO WS-RETURN-TAX
                   ELSE
                       SUBTRACT SH-RETURNED-TAX FROM SH-TAX-AMT
                           GIVING WS-RETURN-TAX
                   END-IF
               ELSE
                   COMPUTE WS-RETURN-NET ROUNDED =
                       SALES-IN * SH-NET-AMT / SH-SALES-AMT
                   COMPUTE WS-RETURN-TAX ROUNDED =
                       SALES-IN * SH-TAX-AMT / SH-SALES-AMT
               END-IF
               ADD 1 TO SH-RETURN-COUNT
               MOVE SH-RETURN-COUNT TO WS-HIST-SUB
               MOVE RECEIPT-NUM-IN TO SH-RET-RECEIPT (WS-HIST-SUB)
               MOVE TRANS-DATE-IN TO SH-RET-DATE (WS-HIST-SUB)
               MOVE SALES-IN TO SH-RET-AMT (WS-HIST-SUB)
               MOVE WS-RETURN-NET TO SH-RET-NET (WS-HIST-SUB)
               MOVE WS-RETURN-TAX TO SH-RET-TAX (WS-HIST-SUB)
               ADD SALES-IN TO SH-RETURNED-AMT
               ADD WS-RETURN-NET TO SH-RETURNED-NET
               ADD WS-RETURN-TAX TO SH-RETURNED-TAX
               REWRITE SH-REC
                   INVALID KEY
                       DISPLAY "**** SALES HISTORY REWRITE FAILED FOR "
                           "RECEIPT " SH-RECEIPT-NUM " ****"
                   NOT INVALID KEY
                       MOVE 'Y' TO WS-NEWLY-RECORDED
               END-REWRITE
           END-IF.

      *   A RETURN'S NET COMES BACK OFF THE REAL BALANCE THE SAME
                   PERFORM 270-WRITE-CHARGE-TRANS
           END-READ.

      *   A VOUCHER PAYS AT MOST THE SALE'S NET AND TAX - WHATEVER IS
      *   TENDERED BEYOND THAT STAYS ON THE VOUCHER.  A REDEMPTION
      *   BEING RERUN TAKES WHAT WAS RECORDED FOR IT.  WHAT THE
      *   VOUCHER DOES NOT PAY IS WHAT GOES ON THE CHARGE.
       276-SIZE-VOUCHER-TENDER.
           MOVE ZERO TO WS-VOUCHER-TENDER
           IF VOUCHER-NUM-IN NOT = SPACES
               IF WS-VOUCHER-RED-SUB > ZERO
                   MOVE SC-RED-AMT (WS-VOUCHER-RED-SUB)
                       TO WS-VOUCHER-TENDER
               ELSE
                   IF VOUCHER-AMT-IN > NET-OUT + WS-TAX-AMT
                       COMPUTE WS-VOUCHER-TENDER =
                           NET-OUT + WS-TAX-AMT
                   ELSE
                       MOVE VOUCHER-AMT-IN TO WS-VOUCHER-TENDER
                   END-IF
               END-IF
           END-IF
           IF WS-VOUCHER-TENDER > NET-OUT + WS-TAX-AMT
               MOVE ZERO TO WS-CHARGE-DUE
           ELSE
               COMPUTE WS-CHARGE-DUE =
                   NET-OUT + WS-TAX-AMT - WS-VOUCHER-TENDER
           END-IF.

      *   THE TENDER COMES OFF THE VOUCHER'S BALANCE AND IS RECORDED
      *   ON THE LEDGER UNDER THE SALE'S RECEIPT.  A REDEMPTION BEING
      *   RERUN IS ALREADY THERE AND ONLY COUNTS TOWARD THE RUN.
       277-REDEEM-VOUCHER.
           IF WS-VOUCHER-RED-SUB = ZERO
               ADD 1 TO SC-REDEEM-COUNT
               MOVE SC-REDEEM-COUNT TO WS-VOUCHER-SUB
               MOVE RECEIPT-NUM-IN TO SC-RED-RECEIPT (WS-VOUCHER-SUB)
               MOVE TRANS-DATE-IN TO SC-RED-DATE (WS-VOUCHER-SUB)
               MOVE STORE-CODE-IN TO SC-RED-STORE (WS-VOUCHER-SUB)
               MOVE WS-VOUCHER-TENDER TO SC-RED-AMT (WS-VOUCHER-SUB)
               SUBTRACT WS-VOUCHER-TENDER FROM SC-BALANCE
               REWRITE SC-REC
                   INVALID KEY
                       DISPLAY "**** STORE CREDIT REWRITE FAILED FOR "
                           "VOUCHER " SC-VOUCHER-NUM " ****"
               END-REWRITE
               ADD 1 TO WS-VOUCHERS-REDEEMED
           END-IF
           ADD WS-VOUCHER-TENDER
               TO WS-STORE-CREDIT-REDEEMED (WS-STORE-SUB)
           ADD WS-VOUCHER-TENDER TO WS-TOTAL-CREDIT-REDEEMED.

      *   A RETURN REFUNDED AS STORE CREDIT PUTS ITS NET AND TAX ON A
      *   NEW VOUCHER INSTEAD OF BACK ON THE BALANCE.  THE VOUCHER
      *   NUMBER IS THE STORE AND THE RETURN'S OWN RECEIPT, SO A
      *   VOUCHER ALREADY ON THE LEDGER IS THIS DAY BEING RERUN AND
      *   STANDS AS IT IS.
       278-ISSUE-VOUCHER.
           COMPUTE WS-VOUCHER-VALUE = WS-RETURN-NET + WS-RETURN-TAX
           MOVE SPACES TO SC-REC
           MOVE STORE-CODE-IN TO SC-ISSUE-STORE
           MOVE RECEIPT-NUM-IN TO SC-ISSUE-RECEIPT
           MOVE INDENT-IN TO SC-CUSTOMER-ID
           MOVE ORIG-RECEIPT-IN TO SC-ORIG-RECEIPT
           MOVE CLERK-NUM-IN TO SC-CLERK-NUM
           MOVE TRANS-DATE-IN TO SC-ISSUE-DATE
           COMPUTE SC-EXPIRY-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (TRANS-DATE-IN)
                   + WS-VOUCHER-DAYS)
           MOVE WS-VOUCHER-VALUE TO SC-ORIGINAL-VALUE
           MOVE WS-VOUCHER-VALUE TO SC-BALANCE
           MOVE ZERO TO SC-REDEEM-COUNT
           WRITE SC-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   ADD 1 TO WS-VOUCHERS-ISSUED
           END-WRITE
           ADD WS-VOUCHER-VALUE
               TO WS-STORE-CREDIT-ISSUED (WS-STORE-SUB)
           ADD WS-VOUCHER-VALUE TO WS-TOTAL-CREDIT-ISSUED.

      *   PRICES THE SALE OR RETURN IN WS-COMM-BASIS AT THE RATE FOR
      *   THE STORE AND THE CLERK'S DEPARTMENT, AND ADDS IT TO (SIGN
      *   +) OR TAKES IT OFF (SIGN -) THE CLERK'S RUN TOTALS.  THE
      *   SALE IS COUNTED TOWARD THE CLERK'S NET SALES EVEN WHERE NO
      *   RATE APPLIES, SO THE HAND-OFF SHOWS WHAT WAS SOLD.
       290-EARN-CLERK-COMMISSION.
           PERFORM 152-FIND-CLERK
           MOVE ZERO TO WS-COMM-RATE
           SET WS-COMM-RATE-IDX TO 1
           IF WS-COMM-RATE-COUNT > ZERO
               SEARCH WS-COMM-RATE-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-COMM-RATE-STORE (WS-COMM-RATE-IDX) =
                           STORE-CODE-IN AND
                           WS-COMM-RATE-DEPT (WS-COMM-RATE-IDX) =
                           WS-CLERK-DEPT
                       MOVE WS-COMM-RATE-PCT (WS-COMM-RATE-IDX)
                           TO WS-COMM-RATE
               END-SEARCH
           END-IF
           COMPUTE WS-COMM-AMOUNT ROUNDED = WS-COMM-BASIS * WS-COMM-RATE
           MOVE ZERO TO WS-EARN-FOUND-SUB
           IF WS-EARN-COUNT > ZERO
               PERFORM 291-MATCH-ONE-CLERK
                   VARYING WS-EARN-SUB FROM 1 BY 1
                   UNTIL WS-EARN-SUB > WS-EARN-COUNT
                       OR WS-EARN-FOUND-SUB > ZERO
           END-IF
           IF WS-EARN-FOUND-SUB = ZERO
               IF WS-EARN-COUNT < 200
                   ADD 1 TO WS-EARN-COUNT
                   SET WS-EARN-IDX TO WS-EARN-COUNT
                   MOVE CLERK-NUM-IN TO WS-EARN-CLERK (WS-EARN-IDX)
                   MOVE ZERO TO WS-EARN-NET-SALES (WS-EARN-IDX)
                   MOVE ZERO TO WS-EARN-COMMISSION (WS-EARN-IDX)
                   MOVE WS-EARN-COUNT TO WS-EARN-FOUND-SUB
               ELSE
                   DISPLAY "**** CLERK COMMISSION TABLE FULL - "
                       CLERK-NUM-IN " NOT CREDITED ****"
               END-IF
           END-IF
           IF WS-EARN-FOUND-SUB > ZERO
               SET WS-EARN-IDX TO WS-EARN-FOUND-SUB
               IF WS-COMM-SIGN = '-'
                   SUBTRACT WS-COMM-BASIS
                       FROM WS-EARN-NET-SALES (WS-EARN-IDX)
                   SUBTRACT WS-COMM-AMOUNT
                       FROM WS-EARN-COMMISSION (WS-EARN-IDX)
               ELSE
                   ADD WS-COMM-BASIS TO WS-EARN-NET-SALES (WS-EARN-IDX)
                   ADD WS-COMM-AMOUNT
                       TO WS-EARN-COMMISSION (WS-EARN-IDX)
               END-IF
           END-IF.

       291-MATCH-ONE-CLERK.
           SET WS-EARN-IDX TO WS-EARN-SUB
           IF WS-EARN-CLERK (WS-EARN-IDX) = CLERK-NUM-IN
               MOVE WS-EARN-SUB TO WS-EARN-FOUND-SUB
           END-IF.

      *   TAKES THE LINES OF THE SALE IN HAND OFF THE SELLING
      *   STORE'S ON-HAND (DIRECTION -) OR PUTS THE LINES OF THE
      *   RETURN IN HAND BACK (DIRECTION +).  A SALE'S OFF-LIST LINES
      *   ARE COUNTED HERE, ONCE THE SALE IS KNOWN TO BE GOOD.
       295-MOVE-RECEIPT-STOCK.
           IF WS-LINE-COUNT > ZERO AND WS-IM-COUNT > ZERO
               MOVE STORE-CODE-IN TO WS-STORE-SUB
               PERFORM 296-MOVE-ONE-LINE-STOCK
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF.

       296-MOVE-ONE-LINE-STOCK.
           SET WS-LINE-IDX TO WS-LINE-SUB
           IF WS-LINE-RECEIPT (WS-LINE-IDX) = RECEIPT-NUM-IN AND
                   WS-LINE-IM-SUB (WS-LINE-IDX) > ZERO
               SET WS-IM-IDX TO WS-LINE-IM-SUB (WS-LINE-IDX)
               MOVE WS-IM-REC (WS-IM-IDX) TO IW-ITEM-REC
               IF WS-STOCK-DIRECTION = '+'
                   ADD WS-LINE-QUANTITY (WS-LINE-IDX)
                       TO IW-ON-HAND (WS-STORE-SUB)
               ELSE
                   SUBTRACT WS-LINE-QUANTITY (WS-LINE-IDX)
                       FROM IW-ON-HAND (WS-STORE-SUB)
                   IF WS-LINE-OFF-LIST (WS-LINE-IDX) = 'Y'
                       ADD 1 TO WS-OFF-LIST-COUNT
                   END-IF
               END-IF
               MOVE IW-ITEM-REC TO WS-IM-REC (WS-IM-IDX)
           END-IF.

      *   ONE MAINTENANCE TRANSACTION PER APPROVED BALANCE EFFECT -
      *   SORTED AT END OF RUN AND HANDED TO THE CUSTOMER MASTER
      *   UPDATE, SO THE BALANCE ONLY EVER MOVES THROUGH PROGRAM13.
           ELSE
               MOVE SPACE TO JW-OVERRIDE
           END-IF
           MOVE WS-EXEMPT-CERT-NUM TO JW-CERT-NUM
           WRITE JOURNAL-WORK-REC.

      *   THE ACCEPTED SALE GOES ON THE SALES JOURNAL HISTORY AS IT
      *   WENT THROUGH, FOR ITS RETURNS TO BE CHECKED AND REVERSED
      *   AGAINST.  A SALE ALREADY ON THE HISTORY WAS RECORDED BY AN
      *   EARLIER RUN OF THE SAME DAY AND KEEPS ITS RETURNS.
       247-RECORD-SALE-HISTORY.
           MOVE SPACES TO SH-REC
           MOVE RECEIPT-NUM-IN TO SH-RECEIPT-NUM
           MOVE TRANS-DATE-IN TO SH-TRANS-DATE
           MOVE INDENT-IN TO SH-CUSTOMER-ID
           MOVE STORE-CODE-IN TO SH-STORE-CODE
           MOVE CLERK-NUM-IN TO SH-CLERK-NUM
           MOVE SALES-IN TO SH-SALES-AMT
           MOVE WS-DISCOUNT-AMT TO SH-DISCOUNT-AMT
           MOVE NET-OUT TO SH-NET-AMT
           MOVE WS-TAX-AMT TO SH-TAX-AMT
           MOVE WS-EXEMPT-CERT-NUM TO SH-CERT-NUM
           MOVE ZERO TO SH-RETURNED-AMT
           MOVE ZERO TO SH-RETURNED-NET
           MOVE ZERO TO SH-RETURNED-TAX
           MOVE ZERO TO SH-RETURN-COUNT
           MOVE ZERO TO SH-LINE-COUNT
           MOVE 'N' TO WS-HIST-LINE-DROPPED
           IF WS-LINE-COUNT > ZERO
               PERFORM 248-COPY-ONE-HISTORY-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF
           IF WS-HIST-LINE-DROPPED = 'Y'
               DISPLAY "**** RECEIPT " RECEIPT-NUM-IN " HAS MORE THAN "
                   "30 LINES - FIRST 30 KEPT ON THE SALES HISTORY ****"
           END-IF
           MOVE 'N' TO WS-NEWLY-RECORDED
           WRITE SH-REC
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'Y' TO WS-NEWLY-RECORDED
           END-WRITE.

       248-COPY-ONE-HISTORY-LINE.
           SET WS-LINE-IDX TO WS-LINE-SUB
           IF WS-LINE-RECEIPT (WS-LINE-IDX) = RECEIPT-NUM-IN
               IF SH-LINE-COUNT < 30
                   ADD 1 TO SH-LINE-COUNT
                   MOVE SH-LINE-COUNT TO WS-HIST-SUB
                   MOVE WS-LINE-ITEM-CODE (WS-LINE-IDX)
                       TO SH-LINE-ITEM-CODE (WS-HIST-SUB)
                   MOVE WS-LINE-QUANTITY (WS-LINE-IDX)
                       TO SH-LINE-QUANTITY (WS-HIST-SUB)
                   MOVE WS-LINE-UNIT-PRICE (WS-LINE-IDX)
                       TO SH-LINE-UNIT-PRICE (WS-HIST-SUB)
                   MOVE WS-LINE-EXTENDED (WS-LINE-IDX)
                       TO SH-LINE-EXTENDED (WS-HIST-SUB)
                   MOVE WS-LINE-PROMO-CODE (WS-LINE-IDX)
                       TO SH-LINE-PROMO-CODE (WS-HIST-SUB)
                   MOVE WS-LINE-PROMO-DISC (WS-LINE-IDX)
                       TO SH-LINE-PROMO-DISC (WS-HIST-SUB)
               ELSE
                   MOVE 'Y' TO WS-HIST-LINE-DROPPED
               END-IF
           END-IF.

      *   SORTS THE DAY'S ACCEPTED SALES INTO RECEIPT-NUMBER ORDER
      *   AND PRINTS THE DATED DAILY SALES JOURNAL.
       940-WRITE-SALES-JOURNAL.
           ELSE
               MOVE SPACES TO JOURNAL-OVERRIDE-OUT
           END-IF
           MOVE SJ-CERT-NUM TO JOURNAL-CERT-OUT
           WRITE SALES-JOURNAL-REC FROM JOURNAL-DETAIL-LINE
           IF WS-LINE-COUNT > ZERO
               PERFORM 943-PRINT-ONE-RECEIPT-ITEM
                   TO JI-QUANTITY-OUT
               MOVE WS-LINE-EXTENDED (WS-LINE-IDX)
                   TO JI-EXTENDED-OUT
               IF WS-LINE-OFF-LIST (WS-LINE-IDX) = 'Y'
                   MOVE "OFF LIST " TO JI-OFF-LIST-OUT
                   MOVE WS-LINE-LIST-PRICE (WS-LINE-IDX)
                       TO JI-LIST-PRICE-OUT
               ELSE
                   MOVE SPACES TO JI-OFF-LIST-OUT
                   MOVE ZERO TO JI-LIST-PRICE-OUT
               END-IF
               MOVE WS-LINE-PROMO-CODE (WS-LINE-IDX)
                   TO JI-PROMO-CODE-OUT
               WRITE SALES-JOURNAL-REC FROM JOURNAL-ITEM-LINE
           END-IF.

               END-IF
           END-IF.

      *   PRICES EACH LINE OF THE SALE IN HAND AT THE BEST
      *   PROMOTION RUNNING FOR ITS ITEM AND STORE ON THE RECEIPT
      *   DATE.  A PROMOTED LINE TAKES THE TIER AND LOYALTY PERCENTS
      *   ON ITS PROMOTIONAL PRICE ONLY AS FAR AS THE PROMOTION'S
      *   RULE ALLOWS, STILL UNDER THE MAXIMUM; THE REST OF THE SALE
      *   TAKES THE COMBINED PERCENT EXACTLY AS BEFORE.  WITH NO
      *   PROMOTIONS LOADED THE TOTALS STAY ZERO AND NOTHING CHANGES.
       212-PRICE-PROMOTIONS.
           MOVE ZERO TO WS-PROMO-DISCOUNT-TOTAL
           MOVE ZERO TO WS-PROMO-LINES-EXTENDED
           MOVE ZERO TO WS-PROMO-OTHER-DISCOUNT
           IF WS-PROMO-COUNT > ZERO AND WS-LINE-COUNT > ZERO
               PERFORM 213-PRICE-ONE-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF.

       213-PRICE-ONE-LINE.
           SET WS-LINE-IDX TO WS-LINE-SUB
           IF WS-LINE-RECEIPT (WS-LINE-IDX) = RECEIPT-NUM-IN
               MOVE ZERO TO WS-LINE-PROMO-SUB (WS-LINE-IDX)
               MOVE SPACES TO WS-LINE-PROMO-CODE (WS-LINE-IDX)
               MOVE ZERO TO WS-LINE-PROMO-DISC (WS-LINE-IDX)
               MOVE ZERO TO WS-PROMO-BEST-SUB
               MOVE ZERO TO WS-PROMO-BEST-DISC
               PERFORM 214-TRY-ONE-PROMOTION
                   VARYING WS-PROMO-SUB FROM 1 BY 1
                   UNTIL WS-PROMO-SUB > WS-PROMO-COUNT
               IF WS-PROMO-BEST-SUB > ZERO
                   PERFORM 215-APPLY-LINE-PROMOTION
               END-IF
           END-IF.

       214-TRY-ONE-PROMOTION.
           SET WS-PROMO-IDX TO WS-PROMO-SUB
           IF TRANS-DATE-IN >= WS-PROMO-START (WS-PROMO-IDX) AND
                   TRANS-DATE-IN <= WS-PROMO-END (WS-PROMO-IDX) AND
                   (WS-PROMO-ITEM (WS-PROMO-IDX) = SPACES OR
                    WS-PROMO-ITEM (WS-PROMO-IDX) =
                        WS-LINE-ITEM-CODE (WS-LINE-IDX)) AND
                   (WS-PROMO-STORE (WS-PROMO-IDX) = SPACE OR
                    WS-PROMO-STORE (WS-PROMO-IDX) = STORE-CODE-IN)
               IF WS-PROMO-TYPE (WS-PROMO-IDX) = 'P'
                   COMPUTE WS-PROMO-TRY-DISC ROUNDED =
                       WS-LINE-EXTENDED (WS-LINE-IDX)
                       * WS-PROMO-PERCENT (WS-PROMO-IDX)
               ELSE
                   COMPUTE WS-PROMO-TRY-DISC =
                       WS-LINE-QUANTITY (WS-LINE-IDX)
                       * WS-PROMO-AMOUNT (WS-PROMO-IDX)
               END-IF
               IF WS-PROMO-TRY-DISC > WS-LINE-EXTENDED (WS-LINE-IDX)
                   MOVE WS-LINE-EXTENDED (WS-LINE-IDX)
                       TO WS-PROMO-TRY-DISC
               END-IF
               IF WS-PROMO-TRY-DISC > WS-PROMO-BEST-DISC
                   MOVE WS-PROMO-SUB TO WS-PROMO-BEST-SUB
                   MOVE WS-PROMO-TRY-DISC TO WS-PROMO-BEST-DISC
               END-IF
           END-IF.

       215-APPLY-LINE-PROMOTION.
           SET WS-PROMO-IDX TO WS-PROMO-BEST-SUB
           MOVE WS-PROMO-BEST-SUB TO WS-LINE-PROMO-SUB (WS-LINE-IDX)
           MOVE WS-PROMO-CODE (WS-PROMO-IDX)
               TO WS-LINE-PROMO-CODE (WS-LINE-IDX)
           MOVE WS-PROMO-BEST-DISC TO WS-LINE-PROMO-DISC (WS-LINE-IDX)
           ADD WS-PROMO-BEST-DISC TO WS-PROMO-DISCOUNT-TOTAL
           ADD WS-LINE-EXTENDED (WS-LINE-IDX) TO WS-PROMO-LINES-EXTENDED
           MOVE ZERO TO WS-PROMO-LINE-PERCENT
           IF WS-PROMO-WITH-TIER (WS-PROMO-IDX) = 'Y'
               ADD WS-TIER-PERCENT TO WS-PROMO-LINE-PERCENT
           END-IF
           IF WS-PROMO-WITH-LOYALTY (WS-PROMO-IDX) = 'Y'
               ADD WS-LOYALTY-PERCENT TO WS-PROMO-LINE-PERCENT
           END-IF
           IF WS-PROMO-LINE-PERCENT > WS-MAXIMUM-DISCOUNT-PERCENT
               MOVE WS-MAXIMUM-DISCOUNT-PERCENT TO WS-PROMO-LINE-PERCENT
           END-IF
           COMPUTE WS-PROMO-OTHER-DISCOUNT = WS-PROMO-OTHER-DISCOUNT
               + (WS-LINE-EXTENDED (WS-LINE-IDX) - WS-PROMO-BEST-DISC)
                   * WS-PROMO-LINE-PERCENT.

      *   ROLLS THE ACCEPTED SALE'S PROMOTED LINES INTO EACH
      *   PROMOTION'S RESULTS TO DATE FOR THE SELLING STORE - UNITS,
      *   REVENUE AT THE PROMOTIONAL PRICE, AND WHAT THE PROMOTION
      *   GAVE AWAY.
       216-TALLY-PROMOTION-RESULTS.
           IF WS-PROMO-DISCOUNT-TOTAL > ZERO
               MOVE STORE-CODE-IN TO WS-STORE-SUB
               PERFORM 217-TALLY-ONE-PROMOTED-LINE
                   VARYING WS-LINE-SUB FROM 1 BY 1
                   UNTIL WS-LINE-SUB > WS-LINE-COUNT
           END-IF.

       217-TALLY-ONE-PROMOTED-LINE.
           SET WS-LINE-IDX TO WS-LINE-SUB
           IF WS-LINE-RECEIPT (WS-LINE-IDX) = RECEIPT-NUM-IN AND
                   WS-LINE-PROMO-SUB (WS-LINE-IDX) > ZERO
               MOVE WS-LINE-PROMO-CODE (WS-LINE-IDX)
                   TO WS-PROMO-LOOKUP-CODE
               PERFORM 218-FIND-PROMOTION-RESULT
               IF WS-RESULT-FOUND-SUB > ZERO
                   SET WS-RESULT-IDX TO WS-RESULT-FOUND-SUB
                   ADD WS-LINE-QUANTITY (WS-LINE-IDX)
                       TO WS-RESULT-UNITS (WS-RESULT-IDX, WS-STORE-SUB)
                   COMPUTE WS-RESULT-REVENUE (WS-RESULT-IDX,
                           WS-STORE-SUB) =
                       WS-RESULT-REVENUE (WS-RESULT-IDX, WS-STORE-SUB)
                       + WS-LINE-EXTENDED (WS-LINE-IDX)
                       - WS-LINE-PROMO-DISC (WS-LINE-IDX)
                   ADD WS-LINE-PROMO-DISC (WS-LINE-IDX)
                       TO WS-RESULT-DISCOUNT (WS-RESULT-IDX,
                           WS-STORE-SUB)
               END-IF
           END-IF.

      *   LEAVES THE SUBSCRIPT OF THE RESULTS ENTRY FOR THE CODE IN
      *   WS-PROMO-LOOKUP-CODE IN WS-RESULT-FOUND-SUB, OPENING A ZERO
      *   ENTRY FOR A PROMOTION WITH NONE YET.
       218-FIND-PROMOTION-RESULT.
           MOVE ZERO TO WS-RESULT-FOUND-SUB
           IF WS-RESULT-COUNT > ZERO
               PERFORM 219-MATCH-ONE-RESULT
                   VARYING WS-RESULT-SUB FROM 1 BY 1
                   UNTIL WS-RESULT-SUB > WS-RESULT-COUNT
                       OR WS-RESULT-FOUND-SUB > ZERO
           END-IF
           IF WS-RESULT-FOUND-SUB = ZERO
               IF WS-RESULT-COUNT < 500
                   ADD 1 TO WS-RESULT-COUNT
                   SET WS-RESULT-IDX TO WS-RESULT-COUNT
                   MOVE ZEROS TO WS-RESULT-ENTRY (WS-RESULT-IDX)
                   MOVE WS-PROMO-LOOKUP-CODE
                       TO WS-RESULT-CODE (WS-RESULT-IDX)
                   MOVE 'N' TO WS-RESULT-REPORTED (WS-RESULT-IDX)
                   MOVE WS-RESULT-COUNT TO WS-RESULT-FOUND-SUB
               ELSE
                   MOVE 'YES' TO WS-TABLE-OVERFLOW
                   DISPLAY "**** PROMOTION RESULTS TABLE CAPACITY "
                       "EXCEEDED ****"
                   DISPLAY "PROMOTION " WS-PROMO-LOOKUP-CODE
                       " NOT ADDED"
               END-IF
           END-IF.

       219-MATCH-ONE-RESULT.
           SET WS-RESULT-IDX TO WS-RESULT-SUB
           IF WS-RESULT-CODE (WS-RESULT-IDX) = WS-PROMO-LOOKUP-CODE
               MOVE WS-RESULT-SUB TO WS-RESULT-FOUND-SUB
           END-IF.

      *   ONLY CALCULATES WHAT THE LOYALTY PERCENT WOULD BE, OFF
      *   PURCHASES ALREADY ON RECORD - IT DOES NOT YET COUNT THIS
      *   SALE TOWARD THE CUSTOMER'S LOYALTY TOTAL, SINCE THE SALE MAY
