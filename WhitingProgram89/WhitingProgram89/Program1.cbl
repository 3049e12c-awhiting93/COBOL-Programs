      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM89.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program enters and approves vendor invoices on the
      *accounts payable invoice file WhitingAP-INVOICES.DAT (the
      *APINVC copybook), as a sequential update the same way
      *PROGRAM80 maintains the item master.
      *The invoice transactions on AP-INVOICE-TRANS.DAT (the APTRAN
      *copybook) are sorted by vendor and invoice number and matched
      *against the file.  E enters an invoice: the vendor must be on
      *the vendor master and not inactive, the same invoice number
      *may not be entered twice for a vendor, the expense account
      *defaults to the vendor's and must be on the chart when one is
      *on disk, and the due date, discount date, and discount amount
      *are worked out from the vendor's terms.  A approves an
      *entered invoice, and is refused when the operator signed on
      *is the one who entered it.  H holds an approved invoice back
      *from payment, R releases it, and X cancels one not yet
      *approved.  P is a remittance PROGRAM38 hands over for a payee
      *on the vendor master, entered already approved.
      *Good and bad transactions go to their own dated report files,
      *a dated generation copy of the invoice file is taken before it
      *is overwritten, and the transaction file is emptied at clean
      *end of job.  Every invoice approved on the business date is
      *handed to PROGRAM31 on WhitingAP-INVOICES-GL.DAT, one record
      *per expense account with a total and a seal, to post to
      *expense and accounts payable.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AP-TRANS-FILE
               ASSIGN TO "..\..\..\..\AP-INVOICE-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT SORTED-TRANS-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-TRANS-SORTED.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-SORT-FILE
               ASSIGN TO "WhitingAPTRANS-SORTWORK.TMP".
           SELECT OPTIONAL OLD-INVOICE-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-INVOICE-FILE
               ASSIGN TO "..\..\..\..\WhitingNEW-AP-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-TRANSACTION-REPORT
               ASSIGN TO WS-BAD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOOD-TRANSACTION-REPORT
               ASSIGN TO WS-GOOD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "..\..\..\..\VENDOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-FILE
               ASSIGN TO "..\..\..\..\CHART-OF-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-GL-HANDOFF-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-INVOICES-GL.DAT"
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
       FD  AP-TRANS-FILE.
       COPY APTRAN REPLACING ==:PFX:== BY ==AT==.

       FD  SORTED-TRANS-FILE.
       COPY APTRAN REPLACING ==:PFX:== BY ==TR==.

       SD  AP-SORT-FILE.
       COPY APTRAN REPLACING ==:PFX:== BY ==AS==.

       FD  OLD-INVOICE-FILE.
       COPY APINVC REPLACING ==:PFX:== BY ==OLD==.

       FD  NEW-INVOICE-FILE.
       COPY APINVC REPLACING ==:PFX:== BY ==NEW==.

       FD  BAD-TRANSACTION-REPORT.
       01  BAD-TRANSACTION-REC             PIC X(80).

       FD  GOOD-TRANSACTION-REPORT.
       01  GOOD-TRANSACTION-REC            PIC X(80).

       FD  MASTER-GENERATION-FILE.
       01  MASTER-GENERATION-REC           PIC X(161).

       FD  VENDOR-FILE.
       COPY VENDMAST REPLACING ==:PFX:== BY ==VM==.

       FD  CHART-FILE.
       01  CHART-REC.
           05  COA-ACCOUNT                 PIC X(20).
           05                              PIC X.
           05  COA-NAME                    PIC X(20).

      *   THE HAND-OFF TO THE GL POSTING - ONE D RECORD PER EXPENSE
      *   ACCOUNT CHARGED BY THE DAY'S APPROVALS, A T RECORD WITH
      *   THEIR TOTAL, AND THE SEAL.
       FD  AP-GL-HANDOFF-FILE.
       01  AP-GL-HANDOFF-REC.
           05  APG-RECORD-TYPE             PIC X.
               88  APG-IS-DETAIL                   VALUE 'D'.
               88  APG-IS-TOTAL                    VALUE 'T'.
           05  APG-ACCOUNT                 PIC X(20).
           05  APG-AMOUNT                  PIC 9(9)V99.
           05  APG-RUN-DATE                PIC 9(8).
       01  AP-GL-SEAL-REC                  PIC X(22).

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
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-FIELDS-VALID             PIC X(3)    VALUE 'YES'.
           05  WS-VENDOR-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-ACCOUNT-KNOWN            PIC X(3)    VALUE 'YES'.
           05  WS-VENDOR-OVERFLOW          PIC X       VALUE 'N'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  PROGRAM-MESSAGES.
           05  DUPLICATE-INVOICE-ERR       PIC X(50) VALUE
               "CANNOT ENTER - INVOICE ALREADY ON FILE".
           05  BLANK-INVOICE-ERR           PIC X(50) VALUE
               "CANNOT ENTER - INVOICE NUMBER IS BLANK".
           05  NO-VENDOR-ERR               PIC X(50) VALUE
               "CANNOT ENTER - VENDOR NOT ON THE VENDOR MASTER".
           05  INACTIVE-VENDOR-ERR         PIC X(50) VALUE
               "CANNOT ENTER - VENDOR IS INACTIVE".
           05  BAD-AMOUNT-ERR              PIC X(50) VALUE
               "CANNOT ENTER - AMOUNT MISSING OR NOT NUMERIC".
           05  BAD-INVOICE-DATE-ERR        PIC X(50) VALUE
               "CANNOT ENTER - INVOICE DATE IS NOT A VALID DATE".
           05  BAD-DUE-DATE-ERR            PIC X(50) VALUE
               "CANNOT ENTER - DUE DATE INVALID OR BEFORE INVOICE".
           05  NO-ACCOUNT-ERR              PIC X(50) VALUE
               "CANNOT ENTER - NO EXPENSE ACCOUNT FOR THE INVOICE".
           05  BAD-ACCOUNT-ERR             PIC X(50) VALUE
               "CANNOT ENTER - EXPENSE ACCOUNT NOT ON THE CHART".
           05  NOT-ENTERED-APPROVE-ERR     PIC X(50) VALUE
               "CANNOT APPROVE - INVOICE IS NOT IN ENTERED STATUS".
           05  SAME-OPERATOR-ERR           PIC X(50) VALUE
               "CANNOT APPROVE - SAME OPERATOR ENTERED IT".
           05  NO-OPERATOR-ERR             PIC X(50) VALUE
               "CANNOT APPROVE - NO OPERATOR SIGNED ON".
           05  NOT-APPROVED-HOLD-ERR       PIC X(50) VALUE
               "CANNOT HOLD - INVOICE IS NOT APPROVED".
           05  NOT-HELD-RELEASE-ERR        PIC X(50) VALUE
               "CANNOT RELEASE - INVOICE IS NOT ON HOLD".
           05  NOT-ENTERED-CANCEL-ERR      PIC X(50) VALUE
               "CANNOT CANCEL - INVOICE IS NOT IN ENTERED STATUS".
           05  NO-INVOICE-ERR              PIC X(50) VALUE
               "NO INVOICE ON FILE WITH THIS NUMBER FOR VENDOR".
           05  BAD-TYPE-CODE-ERR           PIC X(50) VALUE
               "UNSUCCESSFUL - TYPE MUST BE E, A, H, R, X, OR P".
           05  SUCCESSFUL-ENTER-MSG        PIC X(16)
               VALUE "INVOICE ENTERED ".
           05  SUCCESSFUL-PREAPPROVED-MSG  PIC X(31)
               VALUE "REMITTANCE ENTERED AS APPROVED ".
           05  SUCCESSFUL-APPROVE-MSG      PIC X(16)
               VALUE "INVOICE APPROVED".
           05  SUCCESSFUL-HOLD-MSG         PIC X(15)
               VALUE "INVOICE ON HOLD".
           05  SUCCESSFUL-RELEASE-MSG      PIC X(16)
               VALUE "INVOICE RELEASED".
           05  SUCCESSFUL-CANCEL-MSG       PIC X(17)
               VALUE "INVOICE CANCELLED".

       01  PROGRAM-DATE-AND-TIME.
           05  DATE-TIME-WORK.
               10  YEAR-WORK               PIC 9(4).
               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10                          PIC X(13).
           05  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
           05  WS-INVOICE-DATE-INT         PIC 9(7)    VALUE ZERO.
           05  WS-DUE-DATE-INT             PIC 9(7)    VALUE ZERO.

       01  PROGRAM-WORK-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-BAD-MESSAGE              PIC X(50)   VALUE SPACES.
           05  WS-INVOICE-ACCOUNT          PIC X(20)   VALUE SPACES.
           05  WS-TRANS-KEY                PIC X(20)   VALUE SPACES.
           05  WS-LAST-ADDED-KEY           PIC X(20)   VALUE SPACES.

      *   EACH VENDOR'S TERMS, DEFAULT ACCOUNT, AND STATUS.
       01  VENDOR-TABLE-AREAS.
           05  WS-VENDOR-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-VENDOR-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-VENDOR-IDX.
               10  WS-VT-NUM               PIC X(5).
               10  WS-VT-ACCOUNT           PIC X(20).
               10  WS-VT-DISCOUNT-PCT      PIC 99V99.
               10  WS-VT-DISCOUNT-DAYS     PIC 9(3).
               10  WS-VT-NET-DAYS          PIC 9(3).
               10  WS-VT-STATUS            PIC X.

       01  CHART-AREAS.
           05  CHART-COUNT                 PIC 9(3)    VALUE ZERO.
           05  CHART-TABLE OCCURS 100 TIMES
                   INDEXED BY CHART-IDX.
               10  CH-ACCOUNT              PIC X(20).

      *   THE EXPENSE ACCOUNTS THE DAY'S APPROVALS CHARGE, FOR THE
      *   HAND-OFF.
       01  GL-ACCOUNT-AREAS.
           05  WS-GL-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WS-GL-OVERFLOW              PIC X       VALUE 'N'.
           05  WS-GL-TABLE OCCURS 50 TIMES
                   INDEXED BY WS-GL-IDX.
               10  WS-GL-ACCOUNT           PIC X(20).
               10  WS-GL-AMOUNT            PIC 9(9)V99.
           05  WS-GL-TOTAL                 PIC 9(9)V99 VALUE ZERO.
           05  WS-GL-SEAL-HASH             PIC 9(11)   VALUE ZERO.
       COPY SEALTRLR REPLACING ==:PFX:== BY ==SL==.

       01  DYNAMIC-FILE-NAMES.
           05  WS-GENERATION-FILE-NAME     PIC X(55).
           05  WS-GOOD-REPORT-FILE-NAME    PIC X(55).
           05  WS-BAD-REPORT-FILE-NAME     PIC X(55).

       01  SEQUENCE-CHECK-AREAS.
           05  WS-PREVIOUS-OLD-KEY         PIC X(20)   VALUE LOW-VALUES.
           05  WS-SEQUENCE-ERROR           PIC X       VALUE 'N'.
               88  SEQUENCE-ERROR-FOUND                VALUE 'Y'.

       01  PROGRAM-ACCUMULATORS.
           05  TRANSACTIONS-READ           PIC 9(5)    VALUE ZERO.
           05  TRANSACTIONS-REJECTED       PIC 9(5)    VALUE ZERO.
           05  INVOICES-ENTERED            PIC 9(5)    VALUE ZERO.
           05  INVOICES-APPROVED           PIC 9(5)    VALUE ZERO.

       01  PROGRAM-REPORT-LINE.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-VENDOR-NUM           PIC X(5).
           05                              PIC XX      VALUE SPACES.
           05  REPORT-INVOICE-NUM          PIC X(15).
           05                              PIC XX      VALUE SPACES.
           05  REPORT-TYPE-CODE            PIC X.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-AMOUNT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-DESCRIPTION          PIC X(20).
           05                              PIC X(17)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 047-READ-OPERATOR-SIGNON
           PERFORM 050-BUILD-RUN-DATE
           PERFORM 060-LOAD-VENDORS
           IF WS-VENDOR-OVERFLOW = 'Y'
               DISPLAY "**** VENDOR TABLE OVERFLOWED - NO INVOICES "
                   "ENTERED OR APPROVED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 065-LOAD-CHART-OF-ACCOUNTS
           SORT AP-SORT-FILE
               ON ASCENDING KEY AS-VENDOR-NUM AS-INVOICE-NUM
               USING AP-TRANS-FILE
               GIVING SORTED-TRANS-FILE
           PERFORM 800-INITIALIZATION-ROUTINE
           PERFORM 200-PROCESS-DATA
               UNTIL OLD-INVOICE-KEY = HIGH-VALUES AND
                     WS-TRANS-KEY = HIGH-VALUES
           PERFORM 900-ENDING-ROUTINE
           PERFORM 999-UPDATE-MASTER
           PERFORM 940-WRITE-GL-HANDOFF
           PERFORM 080-SET-RETURN-CODE
           DISPLAY "AP INVOICES - TRANSACTIONS: " TRANSACTIONS-READ
               " REJECTED: " TRANSACTIONS-REJECTED
               " APPROVED TODAY: " WS-GL-TOTAL
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
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
      *   THE SAME GDG-STYLE NAMING PROGRAM80 USES FOR THE ITEM
      *   MASTER.
       050-BUILD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           PERFORM 045-GET-BUSINESS-DATE
           MOVE DATE-TIME-WORK (1:8) TO WS-RUN-DATE
           STRING "..\..\..\..\WhitingAP-INVOICES.G"   DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GENERATION-FILE-NAME
           STRING "..\..\..\..\WhitingAP-INVOICE-GOOD-REPORT."
                                                       DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GOOD-REPORT-FILE-NAME
           STRING "..\..\..\..\WhitingAP-INVOICE-BAD-REPORT."
                                                       DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-BAD-REPORT-FILE-NAME.

       060-LOAD-VENDORS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT VENDOR-FILE
           PERFORM 061-READ-ONE-VENDOR
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE VENDOR-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.

       061-READ-ONE-VENDOR.
           READ VENDOR-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF WS-VENDOR-COUNT < 500
                       ADD 1 TO WS-VENDOR-COUNT
                       SET WS-VENDOR-IDX TO WS-VENDOR-COUNT
                       MOVE VM-VENDOR-NUM
                           TO WS-VT-NUM (WS-VENDOR-IDX)
                       MOVE VM-EXPENSE-ACCOUNT
                           TO WS-VT-ACCOUNT (WS-VENDOR-IDX)
                       MOVE VM-DISCOUNT-PCT
                           TO WS-VT-DISCOUNT-PCT (WS-VENDOR-IDX)
                       MOVE VM-DISCOUNT-DAYS
                           TO WS-VT-DISCOUNT-DAYS (WS-VENDOR-IDX)
                       MOVE VM-NET-DAYS
                           TO WS-VT-NET-DAYS (WS-VENDOR-IDX)
                       MOVE VM-STATUS
                           TO WS-VT-STATUS (WS-VENDOR-IDX)
                   ELSE
                       MOVE 'Y' TO WS-VENDOR-OVERFLOW
                   END-IF
           END-READ.

      *   WITH NO CHART ON DISK THE EXPENSE ACCOUNT STANDS ON ITS
      *   OWN, THE SAME AS PROGRAM31'S POSTING RULES.
       065-LOAD-CHART-OF-ACCOUNTS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CHART-FILE
           PERFORM 066-READ-ONE-ACCOUNT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE CHART-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.

       066-READ-ONE-ACCOUNT.
           READ CHART-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF COA-ACCOUNT NOT = SPACES
                       IF CHART-COUNT < 100
                           ADD 1 TO CHART-COUNT
                           SET CHART-IDX TO CHART-COUNT
                           MOVE COA-ACCOUNT
                               TO CH-ACCOUNT (CHART-IDX)
                       ELSE
                           DISPLAY "**** CHART TABLE FULL - "
                               COA-ACCOUNT " IGNORED ****"
                       END-IF
                   END-IF
           END-READ.

      *   A SEQUENCE ERROR ON THE INVOICE FILE OR A TABLE THAT COULD
      *   NOT HOLD THE DAY'S ACCOUNTS IS AN 8; A REJECTED TRANSACTION
      *   ONLY A 4, SO THE BAD REPORT GETS LOOKED AT.
       080-SET-RETURN-CODE.
           IF SEQUENCE-ERROR-FOUND OR WS-GL-OVERFLOW = 'Y'
               MOVE 8 TO WS-CONDITION-CODE
           ELSE
               IF TRANSACTIONS-REJECTED > ZERO
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF.

      *   AN E OR P TRANSACTION MUST NAME A VENDOR WHO CAN STILL BE
      *   INVOICED, A REAL AMOUNT AND INVOICE DATE, AND AN EXPENSE
      *   ACCOUNT (ITS OWN OR THE VENDOR'S) THE CHART KNOWS.
       160-CHECK-NEW-INVOICE.
           MOVE 'YES' TO WS-FIELDS-VALID
           MOVE SPACES TO WS-BAD-MESSAGE
           PERFORM 170-FIND-VENDOR
           EVALUATE TRUE
               WHEN TR-INVOICE-NUM = SPACES
                   MOVE BLANK-INVOICE-ERR TO WS-BAD-MESSAGE
               WHEN WS-VENDOR-FOUND = 'NO '
                   MOVE NO-VENDOR-ERR TO WS-BAD-MESSAGE
               WHEN WS-VT-STATUS (WS-VENDOR-IDX) = 'I'
                   MOVE INACTIVE-VENDOR-ERR TO WS-BAD-MESSAGE
               WHEN TR-AMOUNT-NUM IS NOT NUMERIC
                   MOVE BAD-AMOUNT-ERR TO WS-BAD-MESSAGE
               WHEN TR-AMOUNT-NUM = ZERO
                   MOVE BAD-AMOUNT-ERR TO WS-BAD-MESSAGE
               WHEN TR-INVOICE-DATE-NUM IS NOT NUMERIC
                   MOVE BAD-INVOICE-DATE-ERR TO WS-BAD-MESSAGE
               WHEN OTHER
                   PERFORM 165-CHECK-INVOICE-DATES
           END-EVALUATE
           IF WS-BAD-MESSAGE = SPACES
               MOVE TR-EXPENSE-ACCOUNT TO WS-INVOICE-ACCOUNT
               IF WS-INVOICE-ACCOUNT = SPACES
                   MOVE WS-VT-ACCOUNT (WS-VENDOR-IDX)
                       TO WS-INVOICE-ACCOUNT
               END-IF
               IF WS-INVOICE-ACCOUNT = SPACES
                   MOVE NO-ACCOUNT-ERR TO WS-BAD-MESSAGE
               ELSE
                   PERFORM 175-CHECK-ACCOUNT-ON-CHART
                   IF WS-ACCOUNT-KNOWN = 'NO '
                       MOVE BAD-ACCOUNT-ERR TO WS-BAD-MESSAGE
                   END-IF
               END-IF
           END-IF
           IF WS-BAD-MESSAGE NOT = SPACES
               MOVE 'NO ' TO WS-FIELDS-VALID
           END-IF.

      *   A DATE THAT IS NOT ON THE CALENDAR COMES BACK FROM
      *   INTEGER-OF-DATE AS ZERO.  A BLANK DUE DATE IS THE INVOICE
      *   DATE PLUS THE VENDOR'S NET DAYS.
       165-CHECK-INVOICE-DATES.
           COMPUTE WS-INVOICE-DATE-INT =
               FUNCTION INTEGER-OF-DATE (TR-INVOICE-DATE-NUM)
           IF WS-INVOICE-DATE-INT = ZERO
               MOVE BAD-INVOICE-DATE-ERR TO WS-BAD-MESSAGE
           ELSE
               IF TR-DUE-DATE = SPACES
                   COMPUTE WS-DUE-DATE-INT = WS-INVOICE-DATE-INT
                       + WS-VT-NET-DAYS (WS-VENDOR-IDX)
               ELSE
                   IF TR-DUE-DATE-NUM IS NOT NUMERIC
                       MOVE ZERO TO WS-DUE-DATE-INT
                   ELSE
                       COMPUTE WS-DUE-DATE-INT =
                           FUNCTION INTEGER-OF-DATE (TR-DUE-DATE-NUM)
                   END-IF
                   IF WS-DUE-DATE-INT < WS-INVOICE-DATE-INT
                       MOVE BAD-DUE-DATE-ERR TO WS-BAD-MESSAGE
                   END-IF
               END-IF
           END-IF.

       170-FIND-VENDOR.
           MOVE 'NO ' TO WS-VENDOR-FOUND
           IF WS-VENDOR-COUNT > ZERO
               SET WS-VENDOR-IDX TO 1
               SEARCH WS-VENDOR-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-VENDOR-IDX > WS-VENDOR-COUNT
                       CONTINUE
                   WHEN WS-VT-NUM (WS-VENDOR-IDX) = TR-VENDOR-NUM
                       MOVE 'YES' TO WS-VENDOR-FOUND
               END-SEARCH
           END-IF.

       175-CHECK-ACCOUNT-ON-CHART.
           MOVE 'YES' TO WS-ACCOUNT-KNOWN
           IF CHART-COUNT > ZERO
               MOVE 'NO ' TO WS-ACCOUNT-KNOWN
               SET CHART-IDX TO 1
               SEARCH CHART-TABLE
                   AT END
                       CONTINUE
                   WHEN CHART-IDX > CHART-COUNT
                       CONTINUE
                   WHEN CH-ACCOUNT (CHART-IDX) = WS-INVOICE-ACCOUNT
                       MOVE 'YES' TO WS-ACCOUNT-KNOWN
               END-SEARCH
           END-IF.

      *   THE NEW INVOICE FROM THE TRANSACTION AND THE VENDOR'S
      *   TERMS.  THE DISCOUNT IS FIXED HERE, SO A LATER CHANGE TO
      *   THE TERMS DOES NOT REPRICE A BILL ALREADY ON FILE.
       180-BUILD-NEW-INVOICE.
           MOVE SPACES TO NEW-INVOICE-REC
           MOVE TR-VENDOR-NUM TO NEW-VENDOR-NUM
           MOVE TR-INVOICE-NUM TO NEW-INVOICE-NUM
           MOVE TR-INVOICE-DATE-NUM TO NEW-INVOICE-DATE
           MOVE TR-DESCRIPTION TO NEW-DESCRIPTION
           MOVE TR-AMOUNT-NUM TO NEW-AMOUNT
           MOVE WS-INVOICE-ACCOUNT TO NEW-EXPENSE-ACCOUNT
           COMPUTE NEW-DUE-DATE =
               FUNCTION DATE-OF-INTEGER (WS-DUE-DATE-INT)
           IF WS-VT-DISCOUNT-PCT (WS-VENDOR-IDX) > ZERO
               COMPUTE NEW-DISCOUNT-DATE = FUNCTION DATE-OF-INTEGER
                   (WS-INVOICE-DATE-INT +
                    WS-VT-DISCOUNT-DAYS (WS-VENDOR-IDX))
               COMPUTE NEW-DISCOUNT-AMT ROUNDED = TR-AMOUNT-NUM *
                   WS-VT-DISCOUNT-PCT (WS-VENDOR-IDX) / 100
           ELSE
               MOVE ZERO TO NEW-DISCOUNT-DATE
               MOVE ZERO TO NEW-DISCOUNT-AMT
           END-IF
           MOVE WS-RUN-DATE TO NEW-ENTERED-DATE
           MOVE ZERO TO NEW-APPROVED-DATE
           MOVE ZERO TO NEW-PAID-DATE
           MOVE ZERO TO NEW-CHECK-NUM
           MOVE ZERO TO NEW-DISCOUNT-TAKEN
           MOVE ZERO TO NEW-PAID-AMT.

       200-PROCESS-DATA.
           EVALUATE TRUE
               WHEN OLD-INVOICE-KEY < WS-TRANS-KEY
                    PERFORM 300-IGNORE-TRANSACTION-ROUTINE
               WHEN OLD-INVOICE-KEY = WS-TRANS-KEY
                    PERFORM 310-CHECK-EQUAL-TO-KEY
               WHEN OLD-INVOICE-KEY > WS-TRANS-KEY
                    PERFORM 320-CHECK-GREATER-THAN-KEY
           END-EVALUATE.

       300-IGNORE-TRANSACTION-ROUTINE.
           MOVE OLD-INVOICE-REC TO NEW-INVOICE-REC
           WRITE NEW-INVOICE-REC
           PERFORM 700-READ-OLD-MASTER.

       310-CHECK-EQUAL-TO-KEY.
           EVALUATE TRUE
               WHEN TR-IS-ENTER OR TR-IS-PREAPPROVED
                    PERFORM 500-EQUAL-TO-ENTER-ROUTINE
               WHEN TR-IS-APPROVE
                    PERFORM 510-EQUAL-TO-APPROVE-ROUTINE
               WHEN TR-IS-HOLD
                    PERFORM 520-EQUAL-TO-HOLD-ROUTINE
               WHEN TR-IS-RELEASE
                    PERFORM 525-EQUAL-TO-RELEASE-ROUTINE
               WHEN TR-IS-CANCEL
                    PERFORM 528-EQUAL-TO-CANCEL-ROUTINE
               WHEN OTHER
                    PERFORM 530-BAD-TYPE-CODE-ROUTINE
           END-EVALUATE.

       320-CHECK-GREATER-THAN-KEY.
           EVALUATE TRUE
               WHEN TR-IS-ENTER OR TR-IS-PREAPPROVED
                    PERFORM 600-GREATER-THAN-ENTER-ROUTINE
               WHEN TR-IS-APPROVE OR TR-IS-HOLD OR
                    TR-IS-RELEASE OR TR-IS-CANCEL
                    PERFORM 610-GREATER-THAN-NO-INVOICE
               WHEN OTHER
                    PERFORM 530-BAD-TYPE-CODE-ROUTINE
           END-EVALUATE.

       500-EQUAL-TO-ENTER-ROUTINE.
           MOVE DUPLICATE-INVOICE-ERR TO WS-BAD-MESSAGE
           PERFORM 660-WRITE-BAD-TRANSACTION
           PERFORM 710-READ-TRANSACTION.

      *   THE OPERATOR SIGNED ON FOR THE APPROVAL RUN MUST NOT BE
      *   THE ONE WHO KEYED THE INVOICE.  A REJECTED TRANSACTION
      *   LEAVES THE INVOICE IN HAND FOR THE NEXT ONE.
       510-EQUAL-TO-APPROVE-ROUTINE.
           EVALUATE TRUE
               WHEN NOT OLD-IS-ENTERED
                   MOVE NOT-ENTERED-APPROVE-ERR TO WS-BAD-MESSAGE
                   PERFORM 660-WRITE-BAD-TRANSACTION
               WHEN WS-OPERATOR-ID = SPACES
                   MOVE NO-OPERATOR-ERR TO WS-BAD-MESSAGE
                   PERFORM 660-WRITE-BAD-TRANSACTION
               WHEN OLD-ENTERED-BY = WS-OPERATOR-ID
                   MOVE SAME-OPERATOR-ERR TO WS-BAD-MESSAGE
                   PERFORM 660-WRITE-BAD-TRANSACTION
               WHEN OTHER
                   MOVE OLD-INVOICE-REC TO NEW-INVOICE-REC
                   MOVE 'A' TO NEW-STATUS
                   MOVE WS-RUN-DATE TO NEW-APPROVED-DATE
                   MOVE WS-OPERATOR-ID TO NEW-APPROVED-BY
                   PERFORM 650-MOVE-INVOICE-TO-REPORT
                   WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
                   WRITE GOOD-TRANSACTION-REC
                       FROM SUCCESSFUL-APPROVE-MSG
                   ADD 1 TO INVOICES-APPROVED
                   WRITE NEW-INVOICE-REC
                   PERFORM 700-READ-OLD-MASTER
           END-EVALUATE
           PERFORM 710-READ-TRANSACTION.

       520-EQUAL-TO-HOLD-ROUTINE.
           IF NOT OLD-IS-APPROVED
               MOVE NOT-APPROVED-HOLD-ERR TO WS-BAD-MESSAGE
               PERFORM 660-WRITE-BAD-TRANSACTION
           ELSE
               MOVE OLD-INVOICE-REC TO NEW-INVOICE-REC
               MOVE 'H' TO NEW-STATUS
               PERFORM 650-MOVE-INVOICE-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-HOLD-MSG
               WRITE NEW-INVOICE-REC
               PERFORM 700-READ-OLD-MASTER
           END-IF
           PERFORM 710-READ-TRANSACTION.

       525-EQUAL-TO-RELEASE-ROUTINE.
           IF NOT OLD-IS-HELD
               MOVE NOT-HELD-RELEASE-ERR TO WS-BAD-MESSAGE
               PERFORM 660-WRITE-BAD-TRANSACTION
           ELSE
               MOVE OLD-INVOICE-REC TO NEW-INVOICE-REC
               MOVE 'A' TO NEW-STATUS
               PERFORM 650-MOVE-INVOICE-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-RELEASE-MSG
               WRITE NEW-INVOICE-REC
               PERFORM 700-READ-OLD-MASTER
           END-IF
           PERFORM 710-READ-TRANSACTION.

      *   ONCE APPROVED AN INVOICE IS A LIABILITY ON THE LEDGER, SO
      *   ONLY ONE STILL IN ENTERED STATUS CAN BE CANCELLED.  THE
      *   CANCELLED INVOICE STAYS ON FILE SO ITS NUMBER CANNOT BE
      *   ENTERED AGAIN.
       528-EQUAL-TO-CANCEL-ROUTINE.
           IF NOT OLD-IS-ENTERED
               MOVE NOT-ENTERED-CANCEL-ERR TO WS-BAD-MESSAGE
               PERFORM 660-WRITE-BAD-TRANSACTION
           ELSE
               MOVE OLD-INVOICE-REC TO NEW-INVOICE-REC
               MOVE 'X' TO NEW-STATUS
               PERFORM 650-MOVE-INVOICE-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-CANCEL-MSG
               WRITE NEW-INVOICE-REC
               PERFORM 700-READ-OLD-MASTER
           END-IF
           PERFORM 710-READ-TRANSACTION.

       530-BAD-TYPE-CODE-ROUTINE.
           MOVE BAD-TYPE-CODE-ERR TO WS-BAD-MESSAGE
           PERFORM 660-WRITE-BAD-TRANSACTION
           PERFORM 710-READ-TRANSACTION.

      *   A P REMITTANCE IS ENTERED ALREADY APPROVED - IT IS
      *   WITHHOLDING THE COMPANY OWES, APPROVED WHEN THE PAYROLL WAS,
      *   SO THE OPERATOR WHO RAN PROGRAM38 IS THE ENTERER AND THE
      *   PROGRAM THE APPROVER.  A SECOND ENTRY OF A KEY ALREADY ADDED
      *   IN THIS RUN IS A DUPLICATE LIKE ONE ALREADY ON FILE.
       600-GREATER-THAN-ENTER-ROUTINE.
           IF WS-TRANS-KEY = WS-LAST-ADDED-KEY
               MOVE DUPLICATE-INVOICE-ERR TO WS-BAD-MESSAGE
               MOVE 'NO ' TO WS-FIELDS-VALID
           ELSE
               PERFORM 160-CHECK-NEW-INVOICE
           END-IF
           IF WS-FIELDS-VALID = 'NO '
               PERFORM 660-WRITE-BAD-TRANSACTION
           ELSE
               PERFORM 180-BUILD-NEW-INVOICE
               IF TR-IS-PREAPPROVED
                   MOVE 'A' TO NEW-STATUS
                   MOVE TR-OPERATOR TO NEW-ENTERED-BY
                   MOVE WS-RUN-DATE TO NEW-APPROVED-DATE
                   MOVE "PGM38" TO NEW-APPROVED-BY
                   ADD 1 TO INVOICES-APPROVED
               ELSE
                   MOVE 'E' TO NEW-STATUS
                   MOVE WS-OPERATOR-ID TO NEW-ENTERED-BY
               END-IF
               WRITE NEW-INVOICE-REC
               MOVE WS-TRANS-KEY TO WS-LAST-ADDED-KEY
               ADD 1 TO INVOICES-ENTERED
               PERFORM 650-MOVE-INVOICE-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               IF TR-IS-PREAPPROVED
                   WRITE GOOD-TRANSACTION-REC
                       FROM SUCCESSFUL-PREAPPROVED-MSG
               ELSE
                   WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-ENTER-MSG
               END-IF
           END-IF
           PERFORM 710-READ-TRANSACTION.

       610-GREATER-THAN-NO-INVOICE.
           MOVE NO-INVOICE-ERR TO WS-BAD-MESSAGE
           PERFORM 660-WRITE-BAD-TRANSACTION
           PERFORM 710-READ-TRANSACTION.

       650-MOVE-INVOICE-TO-REPORT.
           MOVE NEW-VENDOR-NUM TO REPORT-VENDOR-NUM
           MOVE NEW-INVOICE-NUM TO REPORT-INVOICE-NUM
           MOVE TR-TYPE-CODE TO REPORT-TYPE-CODE
           MOVE NEW-AMOUNT TO REPORT-AMOUNT
           MOVE NEW-DESCRIPTION TO REPORT-DESCRIPTION.

       660-WRITE-BAD-TRANSACTION.
           MOVE TR-VENDOR-NUM TO REPORT-VENDOR-NUM
           MOVE TR-INVOICE-NUM TO REPORT-INVOICE-NUM
           MOVE TR-TYPE-CODE TO REPORT-TYPE-CODE
           IF TR-AMOUNT-NUM IS NUMERIC
               MOVE TR-AMOUNT-NUM TO REPORT-AMOUNT
           ELSE
               MOVE ZERO TO REPORT-AMOUNT
           END-IF
           MOVE TR-DESCRIPTION TO REPORT-DESCRIPTION
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE BAD-TRANSACTION-REC FROM WS-BAD-MESSAGE
           ADD 1 TO TRANSACTIONS-REJECTED.

       700-READ-OLD-MASTER.
           READ OLD-INVOICE-FILE
               AT END MOVE HIGH-VALUES TO OLD-INVOICE-KEY
           END-READ
           IF OLD-INVOICE-KEY NOT = HIGH-VALUES
               PERFORM 701-CHECK-OLD-SEQUENCE
           END-IF.

       701-CHECK-OLD-SEQUENCE.
           IF OLD-INVOICE-KEY < WS-PREVIOUS-OLD-KEY
               DISPLAY "******* AP INVOICE FILE OUT OF SEQUENCE AT "
                   OLD-INVOICE-KEY " - RUN ABORTED *******"
               MOVE 'Y' TO WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO OLD-INVOICE-KEY
               MOVE HIGH-VALUES TO WS-TRANS-KEY
           ELSE
               MOVE OLD-INVOICE-KEY TO WS-PREVIOUS-OLD-KEY
           END-IF.

      *   THE TRANSACTIONS COME FROM THE SORT, SO THEY NEED NO
      *   SEQUENCE CHECK OF THEIR OWN.
       710-READ-TRANSACTION.
           IF NOT SEQUENCE-ERROR-FOUND
               READ SORTED-TRANS-FILE
                   AT END
                       MOVE HIGH-VALUES TO WS-TRANS-KEY
                   NOT AT END
                       ADD 1 TO TRANSACTIONS-READ
                       MOVE TR-VENDOR-NUM TO WS-TRANS-KEY (1:5)
                       MOVE TR-INVOICE-NUM TO WS-TRANS-KEY (6:15)
               END-READ
           END-IF.

       800-INITIALIZATION-ROUTINE.
           OPEN INPUT  OLD-INVOICE-FILE
                       SORTED-TRANS-FILE
                OUTPUT NEW-INVOICE-FILE
                       BAD-TRANSACTION-REPORT
                       GOOD-TRANSACTION-REPORT
           PERFORM 700-READ-OLD-MASTER
           PERFORM 710-READ-TRANSACTION.

       900-ENDING-ROUTINE.
           CLOSE OLD-INVOICE-FILE
                 SORTED-TRANS-FILE
                 NEW-INVOICE-FILE
                 BAD-TRANSACTION-REPORT
                 GOOD-TRANSACTION-REPORT.

      *   EVERY INVOICE APPROVED ON THE BUSINESS DATE, SUMMED BY
      *   EXPENSE ACCOUNT FROM THE FILE AS IT NOW STANDS, SO A SECOND
      *   RUN THE SAME DAY HANDS OVER THE WHOLE DAY AND NOT JUST ITS
      *   OWN APPROVALS.  WRITTEN EVERY RUN, SO A DAY WITH NOTHING
      *   APPROVED HANDS PROGRAM31 A ZERO.  A DAY WITH MORE ACCOUNTS
      *   THAN THE TABLE HOLDS IS NOT HANDED OVER AT ALL.
       940-WRITE-GL-HANDOFF.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT OLD-INVOICE-FILE
           PERFORM 941-READ-ONE-APPROVAL
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-INVOICE-FILE
           IF WS-GL-OVERFLOW = 'Y'
               DISPLAY "**** MORE THAN 50 EXPENSE ACCOUNTS APPROVED - "
                   "WhitingAP-INVOICES-GL.DAT NOT WRITTEN ****"
           ELSE
               OPEN OUTPUT AP-GL-HANDOFF-FILE
               IF WS-GL-COUNT > ZERO
                   PERFORM 943-WRITE-ONE-ACCOUNT
                       VARYING WS-GL-IDX FROM 1 BY 1
                       UNTIL WS-GL-IDX > WS-GL-COUNT
               END-IF
               MOVE SPACES TO AP-GL-HANDOFF-REC
               MOVE 'T' TO APG-RECORD-TYPE
               MOVE WS-GL-TOTAL TO APG-AMOUNT
               MOVE WS-RUN-DATE TO APG-RUN-DATE
               WRITE AP-GL-HANDOFF-REC
               MOVE 'SEAL' TO SL-SEAL-TAG
               MOVE WS-GL-COUNT TO SL-SEAL-COUNT
               MOVE WS-GL-SEAL-HASH TO SL-SEAL-HASH
               WRITE AP-GL-SEAL-REC FROM SL-SEAL-REC
               CLOSE AP-GL-HANDOFF-FILE
           END-IF.

       941-READ-ONE-APPROVAL.
           READ OLD-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF OLD-APPROVED-DATE = WS-RUN-DATE
                       PERFORM 942-ADD-TO-ACCOUNT
                   END-IF
           END-READ.

       942-ADD-TO-ACCOUNT.
           IF WS-GL-COUNT > ZERO
               SET WS-GL-IDX TO 1
               SEARCH WS-GL-TABLE
                   AT END
                       SET WS-GL-IDX TO 51
                   WHEN WS-GL-IDX > WS-GL-COUNT
                       CONTINUE
                   WHEN WS-GL-ACCOUNT (WS-GL-IDX) =
                           OLD-EXPENSE-ACCOUNT
                       CONTINUE
               END-SEARCH
           ELSE
               SET WS-GL-IDX TO 1
           END-IF
           IF WS-GL-IDX > WS-GL-COUNT
               IF WS-GL-COUNT < 50
                   ADD 1 TO WS-GL-COUNT
                   SET WS-GL-IDX TO WS-GL-COUNT
                   MOVE OLD-EXPENSE-ACCOUNT TO WS-GL-ACCOUNT (WS-GL-IDX)
                   MOVE ZERO TO WS-GL-AMOUNT (WS-GL-IDX)
               ELSE
                   MOVE 'Y' TO WS-GL-OVERFLOW
               END-IF
           END-IF
           IF WS-GL-OVERFLOW = 'N'
               ADD OLD-AMOUNT TO WS-GL-AMOUNT (WS-GL-IDX)
               ADD OLD-AMOUNT TO WS-GL-TOTAL
           END-IF.

       943-WRITE-ONE-ACCOUNT.
           MOVE SPACES TO AP-GL-HANDOFF-REC
           MOVE 'D' TO APG-RECORD-TYPE
           MOVE WS-GL-ACCOUNT (WS-GL-IDX) TO APG-ACCOUNT
           MOVE WS-GL-AMOUNT (WS-GL-IDX) TO APG-AMOUNT
           MOVE WS-RUN-DATE TO APG-RUN-DATE
           WRITE AP-GL-HANDOFF-REC
           COMPUTE WS-GL-SEAL-HASH =
               WS-GL-SEAL-HASH + WS-GL-AMOUNT (WS-GL-IDX) * 100.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM89" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RL-RUN-TIME
           MOVE TRANSACTIONS-READ TO RL-RECORDS-READ
           MOVE TRANSACTIONS-REJECTED TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE WS-GL-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

      *   THE TRANSACTION FILE IS EMPTIED ONLY WHEN THE INVOICE FILE
      *   WAS REWRITTEN, SO A RUN THAT STOPPED ON A SEQUENCE ERROR CAN
      *   BE RERUN FROM THE SAME TRANSACTIONS.
       999-UPDATE-MASTER.
           IF SEQUENCE-ERROR-FOUND
               DISPLAY "******* INVOICE FILE NOT UPDATED - A SEQUENCE
      -             "ERROR WAS FOUND DURING THE RUN *******"
           ELSE
               PERFORM 995-SAVE-PRIOR-GENERATION
               OPEN INPUT NEW-INVOICE-FILE
                   OUTPUT OLD-INVOICE-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 996-COPY-NEW-RECORD
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE NEW-INVOICE-FILE
                     OLD-INVOICE-FILE
               OPEN OUTPUT AP-TRANS-FILE
               CLOSE AP-TRANS-FILE
           END-IF.

       996-COPY-NEW-RECORD.
           READ NEW-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE OLD-INVOICE-REC FROM NEW-INVOICE-REC
           END-READ.

       995-SAVE-PRIOR-GENERATION.
           OPEN INPUT OLD-INVOICE-FILE
           OPEN OUTPUT MASTER-GENERATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 997-COPY-GENERATION-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-INVOICE-FILE
                 MASTER-GENERATION-FILE.

       997-COPY-GENERATION-RECORD.
           READ OLD-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE MASTER-GENERATION-REC FROM OLD-INVOICE-REC
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

       END PROGRAM PROGRAM89.
