      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM88.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program performs sequential file updates on the vendor
      *master, the same way PROGRAM80 maintains the item master -
      *VENDOR-MASTER.DAT (the shared VENDMAST copybook) is who the
      *accounts payable check run may pay, where the check is
      *mailed, and on what terms.
      *ADD/CHANGE/DELETE transactions keyed on vendor number in
      *VENDOR-TRANS.DAT are matched against the master, good and bad
      *transactions are reported to their own dated report files,
      *every field an applied transaction changed is appended to the
      *permanent audit trail WhitingVENDOR-AUDIT-TRAIL.DAT (the
      *VENDAUDT copybook) with its value before and after and the
      *signed-on operator, and a dated generation copy of the master
      *is taken before the master is overwritten.
      *An add needs a name and a full remit address; blank terms are
      *no discount, net 30, and a blank status is active.  A change
      *applies only the non-blank fields.  The status must be A
      *active, H on hold, or I inactive, and the discount days may
      *not run past the net days.  With a CHART-OF-ACCOUNTS.DAT on
      *disk the default expense account must be on the chart.  A
      *vendor is not deleted while it has an invoice entered,
      *approved, or held on WhitingAP-INVOICES.DAT - put it on hold
      *or make it inactive instead.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-VENDOR-FILE
               ASSIGN TO "..\..\..\..\VENDOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT VENDOR-TRANS-FILE
               ASSIGN TO "..\..\..\..\VENDOR-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-VENDOR-FILE
               ASSIGN TO "..\..\..\..\NEW-VENDOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-TRANSACTION-REPORT
               ASSIGN TO WS-BAD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOOD-TRANSACTION-REPORT
               ASSIGN TO WS-GOOD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "..\..\..\..\WhitingVENDOR-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL INVOICE-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHART-FILE
               ASSIGN TO "..\..\..\..\CHART-OF-ACCOUNTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-VENDOR-FILE.
       COPY VENDMAST REPLACING ==:PFX:== BY ==OLD==.

      *   THE TERMS ARRIVE AS TEXT SO A BLANK FIELD CAN MEAN "LEAVE
      *   AS IS" ON A CHANGE; A NON-BLANK ONE MUST BE NUMERIC.
       FD  VENDOR-TRANS-FILE.
       01  VENDOR-TRANS-REC.
           05  TRANS-VENDOR-NUM            PIC X(5).
           05  TRANS-TYPE-CODE             PIC X.
               88  IS-ADD                          VALUE 'A'.
               88  IS-CHANGE                       VALUE 'C'.
               88  IS-DELETE                       VALUE 'D'.
           05  TRANS-VENDOR-NAME           PIC X(25).
           05  TRANS-REMIT-STREET          PIC X(25).
           05  TRANS-REMIT-CITY            PIC X(15).
           05  TRANS-REMIT-STATE           PIC XX.
           05  TRANS-REMIT-ZIP             PIC X(10).
           05  TRANS-EXPENSE-ACCOUNT       PIC X(20).
           05  TRANS-DISCOUNT-PCT          PIC X(4).
           05  TRANS-DISCOUNT-PCT-NUM REDEFINES TRANS-DISCOUNT-PCT
                                           PIC 99V99.
           05  TRANS-DISCOUNT-DAYS         PIC X(3).
           05  TRANS-DISCOUNT-DAYS-NUM REDEFINES TRANS-DISCOUNT-DAYS
                                           PIC 9(3).
           05  TRANS-NET-DAYS              PIC X(3).
           05  TRANS-NET-DAYS-NUM REDEFINES TRANS-NET-DAYS
                                           PIC 9(3).
           05  TRANS-STATUS                PIC X.

       FD  NEW-VENDOR-FILE.
       COPY VENDMAST REPLACING ==:PFX:== BY ==NEW==.

       FD  BAD-TRANSACTION-REPORT.
       01  BAD-TRANSACTION-REC             PIC X(80).

       FD  GOOD-TRANSACTION-REPORT.
       01  GOOD-TRANSACTION-REC            PIC X(80).

       FD  AUDIT-TRAIL-FILE.
       COPY VENDAUDT REPLACING ==:PFX:== BY ==VA==.

       FD  MASTER-GENERATION-FILE.
       01  MASTER-GENERATION-REC           PIC X(113).

       FD  INVOICE-FILE.
       COPY APINVC REPLACING ==:PFX:== BY ==INV==.

       FD  CHART-FILE.
       01  CHART-REC.
           05  COA-ACCOUNT                 PIC X(20).
           05                              PIC X.
           05  COA-NAME                    PIC X(20).

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
           05  WS-OPEN-INVOICES            PIC X(3)    VALUE  'NO '.
           05  WS-ACCOUNT-KNOWN            PIC X(3)    VALUE  'YES'.
           05  WS-OPEN-LIST-FULL           PIC X(3)    VALUE  'NO '.

       01  PROGRAM-MESSAGES.
           05  EQUAL-TO-ADD-ERR            PIC X(50) VALUE
               "CANNOT ADD - A VENDOR WITH THIS NUMBER EXISTS".
           05  GREATER-THAN-CHANGE-ERR     PIC X(50) VALUE
               "CANNOT CHANGE - NO VENDOR WITH THIS NUMBER".
           05  GREATER-THAN-DELETE-ERR     PIC X(50) VALUE
               "CANNOT DELETE - NO VENDOR WITH THIS NUMBER".
           05  OPEN-INVOICE-ERR            PIC X(50) VALUE
               "CANNOT DELETE - VENDOR HAS INVOICES NOT YET PAID".
           05  BAD-ADDRESS-ERR             PIC X(50) VALUE
               "UNSUCCESSFUL - ADD NEEDS NAME AND REMIT ADDRESS".
           05  BAD-NUMBER-ERR              PIC X(50) VALUE
               "UNSUCCESSFUL - DISCOUNT OR DAYS NOT NUMERIC".
           05  BAD-STATUS-ERR              PIC X(50) VALUE
               "UNSUCCESSFUL - STATUS MUST BE A, H, OR I".
           05  BAD-TERMS-ERR               PIC X(50) VALUE
               "UNSUCCESSFUL - DISCOUNT DAYS RUN PAST NET DAYS".
           05  BAD-ACCOUNT-ERR             PIC X(50) VALUE
               "UNSUCCESSFUL - EXPENSE ACCOUNT NOT ON THE CHART".
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
           05  WS-BAD-MESSAGE              PIC X(50)   VALUE SPACES.

      *   THE MASTER RECORD AS IT STOOD BEFORE THE TRANSACTION, SO
      *   EVERY FIELD THE TRANSACTION MOVED CAN BE AUDITED.
       COPY VENDMAST REPLACING ==:PFX:== BY ==BEF==.

       01  AUDIT-WORK-AREAS.
           05  WS-AUDIT-TYPE               PIC X(6)    VALUE SPACES.
           05  WS-AUDIT-FIELD              PIC X(8)    VALUE SPACES.
           05  WS-AUDIT-OLD-VALUE          PIC X(25)   VALUE SPACES.
           05  WS-AUDIT-NEW-VALUE          PIC X(25)   VALUE SPACES.
           05  WS-BEFORE-TERMS             PIC X(25)   VALUE SPACES.
           05  WS-AFTER-TERMS              PIC X(25)   VALUE SPACES.
           05  WS-TERMS-PCT-OUT            PIC 99.99.
           05  WS-TERMS-DAYS-OUT           PIC 9(3).
           05  WS-TERMS-NET-OUT            PIC 9(3).

      *   THE VENDORS WITH AN INVOICE STILL TO BE PAID OR CANCELLED -
      *   ANY ONE OF THEM STAYS ON THE MASTER.
       01  OPEN-INVOICE-AREAS.
           05  WS-OPEN-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-OPEN-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-OPEN-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-OPEN-IDX.
               10  WS-OPEN-VENDOR          PIC X(5).

       01  CHART-AREAS.
           05  CHART-COUNT                 PIC 9(3)    VALUE ZERO.
           05  CHART-TABLE OCCURS 100 TIMES
                   INDEXED BY CHART-IDX.
               10  CH-ACCOUNT              PIC X(20).

       01  DYNAMIC-FILE-NAMES.
           05  WS-GENERATION-FILE-NAME     PIC X(55).
           05  WS-GOOD-REPORT-FILE-NAME    PIC X(55).
           05  WS-BAD-REPORT-FILE-NAME     PIC X(55).

       01  SEQUENCE-CHECK-AREAS.
           05  WS-PREVIOUS-OLD-NUM         PIC X(5)    VALUE LOW-VALUES.
           05  WS-PREVIOUS-TRANS-NUM       PIC X(5)    VALUE LOW-VALUES.
           05  WS-SEQUENCE-ERROR           PIC X       VALUE 'N'.
               88  SEQUENCE-ERROR-FOUND                VALUE 'Y'.

       01  PROGRAM-REPORT-LINE.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-VENDOR-NUM           PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  REPORT-VENDOR-NAME          PIC X(25).
           05                              PIC X(4)    VALUE SPACES.
           05  REPORT-CITY                 PIC X(15).
           05                              PIC X(2)    VALUE SPACES.
           05  REPORT-STATE                PIC XX.
           05                              PIC X(21)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 047-READ-OPERATOR-SIGNON
           PERFORM 050-BUILD-RUN-DATE
           PERFORM 060-LOAD-CHART-OF-ACCOUNTS
           PERFORM 070-LOAD-OPEN-INVOICE-VENDORS
           PERFORM 800-INITIALIZATION-ROUTINE
           PERFORM 200-PROCESS-DATA
               UNTIL OLD-VENDOR-NUM = HIGH-VALUES AND
                     TRANS-VENDOR-NUM = HIGH-VALUES
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
      *   THE SAME GDG-STYLE NAMING PROGRAM80 USES FOR THE ITEM
      *   MASTER.
       050-BUILD-RUN-DATE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           PERFORM 045-GET-BUSINESS-DATE
           STRING "..\..\..\..\VENDOR-MASTER.G"        DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GENERATION-FILE-NAME
           STRING "..\..\..\..\WhitingVENDOR-GOOD-REPORT."
                                                       DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GOOD-REPORT-FILE-NAME
           STRING "..\..\..\..\WhitingVENDOR-BAD-REPORT."
                                                       DELIMITED SIZE
                  YEAR-WORK                            DELIMITED SIZE
                  MONTH-WORK                           DELIMITED SIZE
                  DAY-WORK                             DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-BAD-REPORT-FILE-NAME.

      *   WITH NO CHART ON DISK THE EXPENSE ACCOUNT STANDS ON ITS
      *   OWN, THE SAME AS PROGRAM31'S POSTING RULES.
       060-LOAD-CHART-OF-ACCOUNTS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT CHART-FILE
           PERFORM 061-READ-ONE-ACCOUNT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE CHART-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.

       061-READ-ONE-ACCOUNT.
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

      *   THE INVOICE FILE IS IN VENDOR ORDER, SO EACH VENDOR WITH AN
      *   OPEN INVOICE IS LISTED ONCE.  A LIST THAT OVERFLOWS REFUSES
      *   EVERY DELETE RATHER THAN RISK ONE IT COULD NOT CHECK.
       070-LOAD-OPEN-INVOICE-VENDORS.
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           OPEN INPUT INVOICE-FILE
           PERFORM 071-READ-ONE-INVOICE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE INVOICE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS.

       071-READ-ONE-INVOICE.
           READ INVOICE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF INV-IS-ENTERED OR INV-IS-APPROVED OR INV-IS-HELD
                       PERFORM 072-NOTE-OPEN-VENDOR
                   END-IF
           END-READ.

       072-NOTE-OPEN-VENDOR.
           IF WS-OPEN-COUNT > ZERO
               SET WS-OPEN-IDX TO WS-OPEN-COUNT
           ELSE
               SET WS-OPEN-IDX TO 1
           END-IF
           IF WS-OPEN-COUNT = ZERO OR
                   WS-OPEN-VENDOR (WS-OPEN-IDX) NOT = INV-VENDOR-NUM
               IF WS-OPEN-COUNT < 1000
                   ADD 1 TO WS-OPEN-COUNT
                   SET WS-OPEN-IDX TO WS-OPEN-COUNT
                   MOVE INV-VENDOR-NUM TO WS-OPEN-VENDOR (WS-OPEN-IDX)
               ELSE
                   MOVE 'YES' TO WS-OPEN-LIST-FULL
               END-IF
           END-IF.

       073-CHECK-OPEN-INVOICES.
           MOVE WS-OPEN-LIST-FULL TO WS-OPEN-INVOICES
           IF WS-OPEN-COUNT > ZERO
               SET WS-OPEN-IDX TO 1
               SEARCH WS-OPEN-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-OPEN-IDX > WS-OPEN-COUNT
                       CONTINUE
                   WHEN WS-OPEN-VENDOR (WS-OPEN-IDX) = OLD-VENDOR-NUM
                       MOVE 'YES' TO WS-OPEN-INVOICES
               END-SEARCH
           END-IF.

       080-SET-RETURN-CODE.
           IF SEQUENCE-ERROR-FOUND
               MOVE 1 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.

      *   A NON-BLANK DISCOUNT OR DAYS FIELD MUST BE NUMERIC AND A
      *   NON-BLANK STATUS MUST BE ONE WE KNOW BEFORE ANY OF THE
      *   TRANSACTION IS APPLIED.
       160-CHECK-TRANS-FIELDS.
           MOVE 'YES' TO WS-FIELDS-VALID
           MOVE SPACES TO WS-BAD-MESSAGE
           IF TRANS-DISCOUNT-PCT NOT = SPACES AND
                   TRANS-DISCOUNT-PCT-NUM IS NOT NUMERIC
               MOVE 'NO ' TO WS-FIELDS-VALID
           END-IF
           IF TRANS-DISCOUNT-DAYS NOT = SPACES AND
                   TRANS-DISCOUNT-DAYS-NUM IS NOT NUMERIC
               MOVE 'NO ' TO WS-FIELDS-VALID
           END-IF
           IF TRANS-NET-DAYS NOT = SPACES AND
                   TRANS-NET-DAYS-NUM IS NOT NUMERIC
               MOVE 'NO ' TO WS-FIELDS-VALID
           END-IF
           IF WS-FIELDS-VALID = 'NO '
               MOVE BAD-NUMBER-ERR TO WS-BAD-MESSAGE
           ELSE
               IF TRANS-STATUS NOT = SPACE AND
                       TRANS-STATUS NOT = 'A' AND
                       TRANS-STATUS NOT = 'H' AND
                       TRANS-STATUS NOT = 'I'
                   MOVE 'NO ' TO WS-FIELDS-VALID
                   MOVE BAD-STATUS-ERR TO WS-BAD-MESSAGE
               END-IF
           END-IF
           IF WS-FIELDS-VALID = 'YES' AND
                   TRANS-EXPENSE-ACCOUNT NOT = SPACES
               PERFORM 165-CHECK-ACCOUNT-ON-CHART
               IF WS-ACCOUNT-KNOWN = 'NO '
                   MOVE 'NO ' TO WS-FIELDS-VALID
                   MOVE BAD-ACCOUNT-ERR TO WS-BAD-MESSAGE
               END-IF
           END-IF.

       165-CHECK-ACCOUNT-ON-CHART.
           MOVE 'YES' TO WS-ACCOUNT-KNOWN
           IF CHART-COUNT > ZERO
               MOVE 'NO ' TO WS-ACCOUNT-KNOWN
               SET CHART-IDX TO 1
               SEARCH CHART-TABLE
                   AT END
                       CONTINUE
                   WHEN CHART-IDX > CHART-COUNT
                       CONTINUE
                   WHEN CH-ACCOUNT (CHART-IDX) = TRANS-EXPENSE-ACCOUNT
                       MOVE 'YES' TO WS-ACCOUNT-KNOWN
               END-SEARCH
           END-IF.

      *   THE NON-BLANK FIELDS OF THE TRANSACTION OVER THE NEW
      *   RECORD - THE WHOLE OF AN ADD, THE CHANGED PART OF A CHANGE.
       170-APPLY-TRANS-FIELDS.
           IF TRANS-VENDOR-NAME NOT = SPACES
               MOVE TRANS-VENDOR-NAME TO NEW-VENDOR-NAME
           END-IF
           IF TRANS-REMIT-STREET NOT = SPACES
               MOVE TRANS-REMIT-STREET TO NEW-REMIT-STREET
           END-IF
           IF TRANS-REMIT-CITY NOT = SPACES
               MOVE TRANS-REMIT-CITY TO NEW-REMIT-CITY
           END-IF
           IF TRANS-REMIT-STATE NOT = SPACES
               MOVE TRANS-REMIT-STATE TO NEW-REMIT-STATE
           END-IF
           IF TRANS-REMIT-ZIP NOT = SPACES
               MOVE TRANS-REMIT-ZIP TO NEW-REMIT-ZIP
           END-IF
           IF TRANS-EXPENSE-ACCOUNT NOT = SPACES
               MOVE TRANS-EXPENSE-ACCOUNT TO NEW-EXPENSE-ACCOUNT
           END-IF
           IF TRANS-DISCOUNT-PCT NOT = SPACES
               MOVE TRANS-DISCOUNT-PCT-NUM TO NEW-DISCOUNT-PCT
           END-IF
           IF TRANS-DISCOUNT-DAYS NOT = SPACES
               MOVE TRANS-DISCOUNT-DAYS-NUM TO NEW-DISCOUNT-DAYS
           END-IF
           IF TRANS-NET-DAYS NOT = SPACES
               MOVE TRANS-NET-DAYS-NUM TO NEW-NET-DAYS
           END-IF
           IF TRANS-STATUS NOT = SPACE
               MOVE TRANS-STATUS TO NEW-STATUS
           END-IF.

      *   A DISCOUNT MUST BE EARNED INSIDE THE NET TERMS - CHECKED
      *   ON THE RECORD AS IT WOULD STAND, SO A CHANGE TO EITHER SIDE
      *   IS CAUGHT.
       175-CHECK-RESULTING-TERMS.
           IF NEW-DISCOUNT-PCT > ZERO AND
                   NEW-DISCOUNT-DAYS > NEW-NET-DAYS
               MOVE 'NO ' TO WS-FIELDS-VALID
               MOVE BAD-TERMS-ERR TO WS-BAD-MESSAGE
           END-IF.

       200-PROCESS-DATA.
           EVALUATE TRUE
               WHEN OLD-VENDOR-NUM < TRANS-VENDOR-NUM
                    PERFORM 300-IGNORE-TRANSACTION-ROUTINE
               WHEN OLD-VENDOR-NUM = TRANS-VENDOR-NUM
                    PERFORM 310-CHECK-EQUAL-TO-NUMBER
               WHEN OLD-VENDOR-NUM > TRANS-VENDOR-NUM
                    PERFORM 320-CHECK-GREATER-THAN-NUMBER
           END-EVALUATE.

       300-IGNORE-TRANSACTION-ROUTINE.
           MOVE OLD-VENDOR-REC TO NEW-VENDOR-REC
           WRITE NEW-VENDOR-REC
           PERFORM 700-READ-OLD-MASTER.

       310-CHECK-EQUAL-TO-NUMBER.
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

       320-CHECK-GREATER-THAN-NUMBER.
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

      *   A BLANK FIELD ON A CHANGE KEEPS WHAT IS ON FILE.  A
      *   REJECTED CHANGE LEAVES THE MASTER RECORD IN HAND FOR THE
      *   NEXT TRANSACTION.
       510-EQUAL-TO-CHANGE-ROUTINE.
           PERFORM 160-CHECK-TRANS-FIELDS
           IF WS-FIELDS-VALID = 'YES'
               MOVE OLD-VENDOR-REC TO NEW-VENDOR-REC
               PERFORM 170-APPLY-TRANS-FIELDS
               PERFORM 175-CHECK-RESULTING-TERMS
           END-IF
           IF WS-FIELDS-VALID = 'NO '
               PERFORM 650-MOVE-TRANS-TO-REPORT
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE BAD-TRANSACTION-REC FROM WS-BAD-MESSAGE
           ELSE
               MOVE NEW-VENDOR-NUM TO REPORT-VENDOR-NUM
               MOVE NEW-VENDOR-NAME TO REPORT-VENDOR-NAME
               MOVE NEW-REMIT-CITY TO REPORT-CITY
               MOVE NEW-REMIT-STATE TO REPORT-STATE
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-CHANGE-MSG
               MOVE OLD-VENDOR-REC TO BEF-VENDOR-REC
               PERFORM 744-BUILD-TERMS-TEXTS
               MOVE "CHANGE" TO WS-AUDIT-TYPE
               PERFORM 745-AUDIT-CHANGED-FIELDS
               WRITE NEW-VENDOR-REC
               PERFORM 700-READ-OLD-MASTER
           END-IF
           PERFORM 710-READ-TRANSACTION.

      *   A VENDOR WITH AN INVOICE STILL OPEN STAYS ON THE MASTER -
      *   DELETING IT WOULD STRAND A BILL THE CHECK RUN MUST STILL
      *   PAY OR AP MUST STILL CANCEL.
       520-EQUAL-TO-DELETE-ROUTINE.
           PERFORM 073-CHECK-OPEN-INVOICES
           MOVE OLD-VENDOR-NUM TO REPORT-VENDOR-NUM
           MOVE OLD-VENDOR-NAME TO REPORT-VENDOR-NAME
           MOVE OLD-REMIT-CITY TO REPORT-CITY
           MOVE OLD-REMIT-STATE TO REPORT-STATE
           IF WS-OPEN-INVOICES = 'YES'
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE BAD-TRANSACTION-REC FROM OPEN-INVOICE-ERR
           ELSE
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-DELETE-MSG
               MOVE OLD-VENDOR-REC TO BEF-VENDOR-REC
               MOVE SPACES TO NEW-VENDOR-REC
               MOVE OLD-VENDOR-NUM TO NEW-VENDOR-NUM
               MOVE ZERO TO NEW-DISCOUNT-PCT
               MOVE ZERO TO NEW-DISCOUNT-DAYS
               MOVE ZERO TO NEW-NET-DAYS
               PERFORM 744-BUILD-TERMS-TEXTS
               MOVE SPACES TO WS-AFTER-TERMS
               MOVE "DELETE" TO WS-AUDIT-TYPE
               PERFORM 745-AUDIT-CHANGED-FIELDS
               PERFORM 700-READ-OLD-MASTER
           END-IF
           PERFORM 710-READ-TRANSACTION.

       530-BAD-TYPE-CODE-ROUTINE.
           PERFORM 650-MOVE-TRANS-TO-REPORT
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE BAD-TRANSACTION-REC FROM BAD-TYPE-CODE-ERR
           PERFORM 710-READ-TRANSACTION.

      *   AN ADD STARTS FROM NO DISCOUNT, NET 30, ACTIVE, AND TAKES
      *   WHATEVER THE TRANSACTION SUPPLIES OVER THAT.
       600-GREATER-THAN-ADD-ROUTINE.
           PERFORM 160-CHECK-TRANS-FIELDS
           IF TRANS-VENDOR-NAME = SPACES OR
                   TRANS-REMIT-STREET = SPACES OR
                   TRANS-REMIT-CITY = SPACES OR
                   TRANS-REMIT-STATE = SPACES OR
                   TRANS-REMIT-ZIP = SPACES
               MOVE 'NO ' TO WS-FIELDS-VALID
               MOVE BAD-ADDRESS-ERR TO WS-BAD-MESSAGE
           END-IF
           IF WS-FIELDS-VALID = 'YES'
               MOVE SPACES TO NEW-VENDOR-REC
               MOVE TRANS-VENDOR-NUM TO NEW-VENDOR-NUM
               MOVE ZERO TO NEW-DISCOUNT-PCT
               MOVE ZERO TO NEW-DISCOUNT-DAYS
               MOVE 30 TO NEW-NET-DAYS
               MOVE 'A' TO NEW-STATUS
               PERFORM 170-APPLY-TRANS-FIELDS
               PERFORM 175-CHECK-RESULTING-TERMS
           END-IF
           IF WS-FIELDS-VALID = 'NO '
               PERFORM 650-MOVE-TRANS-TO-REPORT
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE BAD-TRANSACTION-REC FROM WS-BAD-MESSAGE
           ELSE
               WRITE NEW-VENDOR-REC
               PERFORM 650-MOVE-TRANS-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-ADD-MSG
               MOVE SPACES TO BEF-VENDOR-REC
               MOVE ZERO TO BEF-DISCOUNT-PCT
               MOVE ZERO TO BEF-DISCOUNT-DAYS
               MOVE ZERO TO BEF-NET-DAYS
               PERFORM 744-BUILD-TERMS-TEXTS
               MOVE SPACES TO WS-BEFORE-TERMS
               MOVE "ADD   " TO WS-AUDIT-TYPE
               PERFORM 745-AUDIT-CHANGED-FIELDS
           END-IF
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
           MOVE TRANS-VENDOR-NUM TO REPORT-VENDOR-NUM
           MOVE TRANS-VENDOR-NAME TO REPORT-VENDOR-NAME
           MOVE TRANS-REMIT-CITY TO REPORT-CITY
           MOVE TRANS-REMIT-STATE TO REPORT-STATE.

       700-READ-OLD-MASTER.
           READ OLD-VENDOR-FILE
               AT END MOVE HIGH-VALUES TO OLD-VENDOR-NUM
           END-READ
           IF OLD-VENDOR-NUM NOT = HIGH-VALUES
               PERFORM 701-CHECK-OLD-SEQUENCE
           END-IF.

       701-CHECK-OLD-SEQUENCE.
           IF OLD-VENDOR-NUM < WS-PREVIOUS-OLD-NUM
               DISPLAY "******* VENDOR MASTER OUT OF SEQUENCE AT "
                   OLD-VENDOR-NUM " - RUN ABORTED *******"
               MOVE 'Y' TO WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO OLD-VENDOR-NUM
               MOVE HIGH-VALUES TO TRANS-VENDOR-NUM
           ELSE
               MOVE OLD-VENDOR-NUM TO WS-PREVIOUS-OLD-NUM
           END-IF.

       710-READ-TRANSACTION.
           READ VENDOR-TRANS-FILE
               AT END MOVE HIGH-VALUES TO TRANS-VENDOR-NUM
           END-READ
           IF TRANS-VENDOR-NUM NOT = HIGH-VALUES
               PERFORM 716-CHECK-TRANS-SEQUENCE
           END-IF.

       716-CHECK-TRANS-SEQUENCE.
           IF TRANS-VENDOR-NUM < WS-PREVIOUS-TRANS-NUM
               DISPLAY "******* TRANSACTION FILE OUT OF SEQUENCE AT "
                   TRANS-VENDOR-NUM " - RUN ABORTED *******"
               MOVE 'Y' TO WS-SEQUENCE-ERROR
               MOVE HIGH-VALUES TO TRANS-VENDOR-NUM
               MOVE HIGH-VALUES TO OLD-VENDOR-NUM
           ELSE
               MOVE TRANS-VENDOR-NUM TO WS-PREVIOUS-TRANS-NUM
           END-IF.

      *   THE TERMS ARE AUDITED AS ONE FIELD, PRINTED PCT/DISC
      *   DAYS/NET DAYS.  THE CALLER BLANKS THE SIDE AN ADD OR A
      *   DELETE DOES NOT HAVE.
       744-BUILD-TERMS-TEXTS.
           MOVE BEF-DISCOUNT-PCT TO WS-TERMS-PCT-OUT
           MOVE BEF-DISCOUNT-DAYS TO WS-TERMS-DAYS-OUT
           MOVE BEF-NET-DAYS TO WS-TERMS-NET-OUT
           MOVE SPACES TO WS-BEFORE-TERMS
           STRING WS-TERMS-PCT-OUT "/" WS-TERMS-DAYS-OUT "/"
               WS-TERMS-NET-OUT DELIMITED BY SIZE
               INTO WS-BEFORE-TERMS
           MOVE NEW-DISCOUNT-PCT TO WS-TERMS-PCT-OUT
           MOVE NEW-DISCOUNT-DAYS TO WS-TERMS-DAYS-OUT
           MOVE NEW-NET-DAYS TO WS-TERMS-NET-OUT
           MOVE SPACES TO WS-AFTER-TERMS
           STRING WS-TERMS-PCT-OUT "/" WS-TERMS-DAYS-OUT "/"
               WS-TERMS-NET-OUT DELIMITED BY SIZE
               INTO WS-AFTER-TERMS.

      *   ONE PERMANENT BEFORE/AFTER AUDIT RECORD PER FIELD THE
      *   TRANSACTION MOVED, OPENED EXTEND SO IT IS NEVER
      *   OVERWRITTEN.  THE CALLER HAS SET THE TYPE, THE BEFORE
      *   IMAGE, AND THE TERMS TEXTS; THE AFTER IMAGE IS WHATEVER THE
      *   NEW RECORD NOW HOLDS.
       745-AUDIT-CHANGED-FIELDS.
           IF BEF-VENDOR-NAME NOT = NEW-VENDOR-NAME
               MOVE "NAME    " TO WS-AUDIT-FIELD
               MOVE BEF-VENDOR-NAME TO WS-AUDIT-OLD-VALUE
               MOVE NEW-VENDOR-NAME TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-REMIT-STREET NOT = NEW-REMIT-STREET
               MOVE "STREET  " TO WS-AUDIT-FIELD
               MOVE BEF-REMIT-STREET TO WS-AUDIT-OLD-VALUE
               MOVE NEW-REMIT-STREET TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-REMIT-CITY NOT = NEW-REMIT-CITY
               MOVE "CITY    " TO WS-AUDIT-FIELD
               MOVE BEF-REMIT-CITY TO WS-AUDIT-OLD-VALUE
               MOVE NEW-REMIT-CITY TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-REMIT-STATE NOT = NEW-REMIT-STATE
               MOVE "STATE   " TO WS-AUDIT-FIELD
               MOVE BEF-REMIT-STATE TO WS-AUDIT-OLD-VALUE
               MOVE NEW-REMIT-STATE TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-REMIT-ZIP NOT = NEW-REMIT-ZIP
               MOVE "ZIP     " TO WS-AUDIT-FIELD
               MOVE BEF-REMIT-ZIP TO WS-AUDIT-OLD-VALUE
               MOVE NEW-REMIT-ZIP TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-EXPENSE-ACCOUNT NOT = NEW-EXPENSE-ACCOUNT
               MOVE "ACCOUNT " TO WS-AUDIT-FIELD
               MOVE BEF-EXPENSE-ACCOUNT TO WS-AUDIT-OLD-VALUE
               MOVE NEW-EXPENSE-ACCOUNT TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF
           IF WS-BEFORE-TERMS NOT = WS-AFTER-TERMS
               MOVE "TERMS   " TO WS-AUDIT-FIELD
               MOVE WS-BEFORE-TERMS TO WS-AUDIT-OLD-VALUE
               MOVE WS-AFTER-TERMS TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF
           IF BEF-STATUS NOT = NEW-STATUS
               MOVE "STATUS  " TO WS-AUDIT-FIELD
               MOVE BEF-STATUS TO WS-AUDIT-OLD-VALUE
               MOVE NEW-STATUS TO WS-AUDIT-NEW-VALUE
               PERFORM 749-WRITE-AUDIT-RECORD
           END-IF.

       749-WRITE-AUDIT-RECORD.
           MOVE SPACES TO VA-REC
           MOVE YEAR-WORK TO VA-DATE (1:4)
           MOVE MONTH-WORK TO VA-DATE (5:2)
           MOVE DAY-WORK TO VA-DATE (7:2)
           MOVE WS-AUDIT-TYPE TO VA-TYPE
           MOVE NEW-VENDOR-NUM TO VA-VENDOR-NUM
           MOVE WS-AUDIT-FIELD TO VA-FIELD
           MOVE WS-AUDIT-OLD-VALUE TO VA-OLD-VALUE
           MOVE WS-AUDIT-NEW-VALUE TO VA-NEW-VALUE
           MOVE WS-OPERATOR-ID TO VA-OPERATOR
           WRITE VA-REC.

       800-INITIALIZATION-ROUTINE.
           OPEN INPUT  OLD-VENDOR-FILE
                       VENDOR-TRANS-FILE
                OUTPUT NEW-VENDOR-FILE
                       BAD-TRANSACTION-REPORT
                       GOOD-TRANSACTION-REPORT
           OPEN EXTEND AUDIT-TRAIL-FILE
           PERFORM 700-READ-OLD-MASTER
           PERFORM 710-READ-TRANSACTION.

       900-ENDING-ROUTINE.
           CLOSE OLD-VENDOR-FILE
                 VENDOR-TRANS-FILE
                 NEW-VENDOR-FILE
                 BAD-TRANSACTION-REPORT
                 GOOD-TRANSACTION-REPORT
                 AUDIT-TRAIL-FILE.

       999-UPDATE-MASTER.
           IF SEQUENCE-ERROR-FOUND
               DISPLAY "******* MASTER FILE NOT UPDATED - A SEQUENCE E
      -             "RROR WAS FOUND DURING THE RUN *******"
           ELSE
               PERFORM 995-SAVE-PRIOR-GENERATION
               OPEN INPUT NEW-VENDOR-FILE
                   OUTPUT OLD-VENDOR-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 996-COPY-NEW-RECORD
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE NEW-VENDOR-FILE
                     OLD-VENDOR-FILE
           END-IF.

       996-COPY-NEW-RECORD.
           READ NEW-VENDOR-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE OLD-VENDOR-REC FROM NEW-VENDOR-REC
           END-READ.

       995-SAVE-PRIOR-GENERATION.
           OPEN INPUT OLD-VENDOR-FILE
           OPEN OUTPUT MASTER-GENERATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 997-COPY-GENERATION-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-VENDOR-FILE
                 MASTER-GENERATION-FILE.

       997-COPY-GENERATION-RECORD.
           READ OLD-VENDOR-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE MASTER-GENERATION-REC FROM OLD-VENDOR-REC
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

       END PROGRAM PROGRAM88.
