      *file convention - it refuses to start while the batch update
      *or a screen holds CUSTOMER-MASTER-LOCK.DAT (naming the
      *holder) and releases its own hold at end of job.
      *An open item's dispute flag, reason, date and operator now
      *ride along with the rest of the item when its ID is mapped.
      *Every record on MERGE-PARMS.DAT is now run in turn, so the
      *merges PROGRAM84 confirms from the duplicate customer review
      *go through together.  Every record's mode and check digit is
      *verified before anything is touched - one bad record refuses
      *the whole run - and MERGE-PARMS.DAT is emptied once all of
      *them are mapped, so a rerun cannot map an ID a second time.
      *A run refused for its parameters now releases the master lock
      *it took.
      *OPERATORS.DAT is read through the common OPERREC layout, and
      *a supervisor whose ID is locked for bad PINs no longer passes
      *the gate.
      *MERGE-PARMS.DAT now holds up to 500 records, as many merges as
      *PROGRAM84's duplicate review can have waiting.
      *The audit data work record is widened to the full record, so
      *the stamp and after-image now on it survive the ID mapping.
      *The sales history, store credit ledger, tax exemption
      *certificates, autopay enrollments and prenotes, collection
      *arrangements and agency placements now follow the surviving
      *ID as well.  Where a merge finds the survivor already holding
      *one of the one-per-customer records, the survivor's stands and
      *the old ID's goes to the common exception file.
      *Each master merged or renumbered is also written to
      *WhitingAUDIT-DATA.DAT as a stamped MERGE or RENUM record
      *naming both IDs, so CUSTRCVR can replay it.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL AUDIT-DATA-WORK-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-DATA-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SALES-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingSALES-HISTORY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SH-RECEIPT-NUM.
           SELECT OPTIONAL STORE-CREDIT-FILE
               ASSIGN TO "..\..\..\..\WhitingSTORE-CREDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-VOUCHER-NUM.
           SELECT OPTIONAL TAX-CERT-FILE
               ASSIGN TO "..\..\..\..\TAX-EXEMPT-CERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CERT-WORK-FILE
               ASSIGN TO "..\..\..\..\WhitingCERT-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-ENROLL-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-AUTOPAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-WORK-FILE
               ASSIGN TO "..\..\..\..\WhitingAUTOPAY-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUTOPAY-PRENOTE-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-AUTOPAY-PRENOTE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PRENOTE-WORK-FILE
               ASSIGN TO "..\..\..\..\WhitingPRENOTE-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARRANGEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-ARRANGEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ARRANGEMENT-WORK-FILE
               ASSIGN TO "..\..\..\..\WhitingARRANGE-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-PLACEMENTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PLACEMENT-WORK-FILE
               ASSIGN TO "..\..\..\..\WhitingPLACEMENT-WORK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  SO-OPERATOR-ROLE            PIC X.

       FD  OPERATOR-FILE.
       COPY OPERREC REPLACING ==:PFX:== BY ==OPR==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.
           05  PARM-OLD-ID                 PIC X(5).
           05  PARM-NEW-ID                 PIC X(5).
           05  PARM-MODE                   PIC X.

       FD  OLD-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==OLD==.
       01  CREDIT-WORK-REC           PIC X(17).

      *   ONLY THE ID IS MAPPED - THE REST OF THE ITEM, INCLUDING THE
      *   CASH-APPLICATION STATUS, OPEN AMOUNT AND DISPUTE FIELDS,
      *   RIDES UNCHANGED.
       FD  OPEN-ITEM-FILE.
       01  OPEN-ITEM-REC.
           05  ITEM-CUSTOMER-ID            PIC X(5).
           05  ITEM-REST                   PIC X(50).

       FD  ITEM-WORK-FILE.
       01  ITEM-WORK-REC                   PIC X(55).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==AD==.

       FD  AUDIT-DATA-WORK-FILE.
       01  AUDIT-DATA-WORK-REC             PIC X(164).

       FD  SALES-HISTORY-FILE.
       COPY SALEHIST REPLACING ==:PFX:== BY ==SH==.

       FD  STORE-CREDIT-FILE.
       COPY STORECR REPLACING ==:PFX:== BY ==SC==.

       FD  TAX-CERT-FILE.
       COPY TAXCERT REPLACING ==:PFX:== BY ==TC==.

       FD  CERT-WORK-FILE.
       01  CERT-WORK-REC                   PIC X(31).

       FD  AUTOPAY-ENROLL-FILE.
       COPY AUTOPAY REPLACING ==:PFX:== BY ==AP==.

       FD  AUTOPAY-WORK-FILE.
       01  AUTOPAY-WORK-REC                PIC X(40).

       FD  AUTOPAY-PRENOTE-FILE.
       COPY AUTOPRE REPLACING ==:PFX:== BY ==APN==.

       FD  PRENOTE-WORK-FILE.
       01  PRENOTE-WORK-REC                PIC X(46).

       FD  ARRANGEMENT-FILE.
       COPY ARRANGE REPLACING ==:PFX:== BY ==AR==.

       FD  ARRANGEMENT-WORK-FILE.
       01  ARRANGEMENT-WORK-REC            PIC X(238).

       FD  PLACEMENT-FILE.
       COPY PLACEMNT REPLACING ==:PFX:== BY ==PL==.

       FD  PLACEMENT-WORK-FILE.
       01  PLACEMENT-WORK-REC              PIC X(52).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-RECORDS-MAPPED           PIC 9(5)    VALUE ZERO.
           05  WS-OLD-LOYALTY              PIC 9(3)    VALUE ZERO.
           05  WS-SALES-HOLD               PIC X(18)   VALUE SPACES.
           05  WS-AUDIT-STAMP              PIC X(21)   VALUE SPACES.
           05  WS-DROP-FILE-NAME           PIC X(11)   VALUE SPACES.

      *   EVERY MERGE-PARMS RECORD, VERIFIED TOGETHER BEFORE ANY IS RUN.
       01  MERGE-PARM-TABLE-AREAS.
           05  WS-PARM-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-PARM-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-PARMS-STATUS             PIC X       VALUE 'Y'.
               88  ALL-PARMS-OK                        VALUE 'Y'.
           05  WS-PARM-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-PARM-IDX.
               10  WS-PARM-ENTRY           PIC X(11).

      *   THE RECORD BEING VERIFIED OR MAPPED, WORKED ON OUTSIDE THE
      *   FILE'S RECORD AREA, WHICH IS GONE ONCE THE FILE IS CLOSED.
       01  WS-PARM-WORK.
           05  WS-PARM-OLD-ID              PIC X(5).
           05  WS-PARM-NEW-ID              PIC X(5).
           05  WS-PARM-MODE                PIC X.
               88  RENUMBER-MODE                   VALUE 'R'.
               88  MERGE-MODE                      VALUE 'M'.

      *   THE SURVIVOR'S MASTER RECORD IS STAGED HERE WHILE THE OLD
      *   RECORD IS STILL NEEDED, CUT FROM THE SAME COPYBOOK.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==HOLD==.

      *   THE MERGE OR RENUM AUDIT RECORD FOR THE MASTER CHANGE, BUILT
      *   AS THE MASTER IS MAPPED AND WRITTEN ONCE EVERY FILE HAS BEEN,
      *   SO THE AUDIT DATA MAPPING DOES NOT CATCH IT.  A BLANK TYPE
      *   MEANS THE MASTER WAS NOT CHANGED.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==MA==.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 095-CHECK-AUTHORIZATION
           PERFORM 097-ACQUIRE-MASTER-LOCK
           PERFORM 105-READ-MERGE-PARMS
           PERFORM 107-VERIFY-ALL-PARMS
           PERFORM 150-MAP-ONE-CUSTOMER
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-COUNT
           PERFORM 190-CLEAR-MERGE-PARMS
           PERFORM 098-RELEASE-MASTER-LOCK
           STOP RUN.

      *   SIGNED-ON SUPERVISOR MAY RUN IT.  THE SIGN-ON FILE NAMES
      *   THE OPERATOR; THE LIVE OPERATORS.DAT RECORD, NOT THE
      *   SIGN-ON SNAPSHOT, DECIDES THE LEVEL, SO A ROLE PULLED
      *   SINCE SIGN-ON COUNTS IMMEDIATELY.  A SUPERVISOR LOCKED OUT
      *   FOR BAD PINS SINCE SIGNING ON HAS NO LEVEL AT ALL.
       095-CHECK-AUTHORIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           OPEN INPUT SIGNON-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-OPERATORS
               NOT AT END
                   IF OPR-ID = WS-OPERATOR-ID
                       MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                       IF OPR-IS-LOCKED
                           MOVE SPACE TO WS-OPERATOR-ROLE
                       END-IF
                   END-IF
           END-READ.

       105-READ-MERGE-PARMS.
           OPEN INPUT MERGE-PARM-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 106-LOAD-ONE-MERGE-PARM
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE MERGE-PARM-FILE
           IF WS-PARM-COUNT = ZERO
               DISPLAY "******* NO MERGE PARAMETERS - NOTHING "
                   "TO DO *******"
               PERFORM 098-RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

      *   THE FILE IS EMPTIED AFTER THE RUN, SO A RECORD THAT WILL NOT
      *   FIT THE TABLE REFUSES THE RUN RATHER THAN BEING LOST.
       106-LOAD-ONE-MERGE-PARM.
           READ MERGE-PARM-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF WS-PARM-COUNT < 500
                       ADD 1 TO WS-PARM-COUNT
                       SET WS-PARM-IDX TO WS-PARM-COUNT
                       MOVE MERGE-PARM-REC
                           TO WS-PARM-ENTRY (WS-PARM-IDX)
                   ELSE
                       DISPLAY "******* MORE THAN 500 MERGE "
                           "PARAMETERS *******"
                       MOVE 'N' TO WS-PARMS-STATUS
                   END-IF
           END-READ.

      *   ONE BAD RECORD REFUSES THE WHOLE RUN BEFORE ANY FILE IS
      *   TOUCHED - A HALF-RUN LIST WOULD LEAVE NO CLEAN RERUN.
       107-VERIFY-ALL-PARMS.
           PERFORM 108-VERIFY-ONE-PARM
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-COUNT
           IF NOT ALL-PARMS-OK
               DISPLAY "******* MERGE PARAMETERS REFUSED - NOTHING "
                   "CHANGED *******"
               PERFORM 098-RELEASE-MASTER-LOCK
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       108-VERIFY-ONE-PARM.
           SET WS-PARM-IDX TO WS-PARM-SUB
           MOVE WS-PARM-ENTRY (WS-PARM-IDX) TO WS-PARM-WORK
           IF NOT RENUMBER-MODE AND NOT MERGE-MODE
               DISPLAY "******* MODE MUST BE R OR M - " WS-PARM-OLD-ID
                   " TO " WS-PARM-NEW-ID " *******"
               MOVE 'N' TO WS-PARMS-STATUS
           END-IF
           PERFORM 110-VERIFY-NEW-CHECK-DIGIT
           IF NOT NEW-ID-CHECK-OK
               DISPLAY "NEW ID " WS-PARM-NEW-ID " FAILS THE CHECK DIGIT"
               MOVE 'N' TO WS-PARMS-STATUS
           END-IF.

      *   THE SURVIVING ID MUST CARRY A GOOD MOD-11 CHECK DIGIT -
      *   THE SAME FOUR-DIGIT-BASE SCHEME PROGRAM13 ENFORCES ON ITS
      *   TRANSACTIONS SINCE THE ID WIDENED TO FIVE CHARACTERS.
      *   NON-NUMERIC IDS FROM BEFORE THE SCHEME ARE LEFT ALONE.
       110-VERIFY-NEW-CHECK-DIGIT.
           MOVE 'Y' TO WS-ID-STATUS
           IF WS-PARM-NEW-ID (1:4) IS NUMERIC
               MOVE WS-PARM-NEW-ID (1:1) TO WS-ID-DIGIT-1
               MOVE WS-PARM-NEW-ID (2:1) TO WS-ID-DIGIT-2
               MOVE WS-PARM-NEW-ID (3:1) TO WS-ID-DIGIT-3
               MOVE WS-PARM-NEW-ID (4:1) TO WS-ID-DIGIT-4
               COMPUTE WS-ID-CHECK-SUM =
                   (WS-ID-DIGIT-1 * 4) + (WS-ID-DIGIT-2 * 3) +
                   (WS-ID-DIGIT-3 * 2) + (WS-ID-DIGIT-4 * 1)
                   MOVE 'N' TO WS-ID-STATUS
               ELSE
                   MOVE WS-ID-CHECK-REMAINDER TO WS-ID-STORED-CHECK
                   IF WS-ID-STORED-CHECK NOT = WS-PARM-NEW-ID (5:1)
                       MOVE 'N' TO WS-ID-STATUS
                   END-IF
               END-IF
           END-IF.

      *   EACH RECORD IS MAPPED THROUGH EVERY FILE BEFORE THE NEXT, IN
      *   THE ORDER THE FILE GIVES THEM.
       150-MAP-ONE-CUSTOMER.
           SET WS-PARM-IDX TO WS-PARM-SUB
           MOVE WS-PARM-ENTRY (WS-PARM-IDX) TO WS-PARM-WORK
           MOVE WS-PARM-OLD-ID TO WS-OLD-ID-KEY
           MOVE WS-PARM-NEW-ID TO WS-NEW-ID-KEY
           PERFORM 200-MAP-CUSTOMER-MASTER
           PERFORM 300-MAP-SALES-MASTER
           PERFORM 400-MAP-CREDIT-FILE
           PERFORM 500-MAP-OPEN-ITEMS
           PERFORM 600-MAP-AUDIT-TRAIL
           PERFORM 700-MAP-AUDIT-DATA
           PERFORM 800-MAP-SALES-HISTORY
           PERFORM 820-MAP-STORE-CREDIT
           PERFORM 840-MAP-TAX-CERTS
           PERFORM 850-MAP-AUTOPAY
           PERFORM 860-MAP-PRENOTES
           PERFORM 870-MAP-ARRANGEMENTS
           PERFORM 880-MAP-PLACEMENTS
           PERFORM 900-WRITE-MERGE-AUDIT
           DISPLAY "CUSTOMER " WS-PARM-OLD-ID " MAPPED TO "
               WS-PARM-NEW-ID.

      *   THE MERGES ARE DONE - THE PARAMETERS GO SO A RERUN DOES NOT
      *   MAP A SINCE-REUSED ID A SECOND TIME.
       190-CLEAR-MERGE-PARMS.
           OPEN OUTPUT MERGE-PARM-FILE
           CLOSE MERGE-PARM-FILE.

      *   RENUMBER REWRITES THE OLD MASTER RECORD UNDER THE NEW KEY;
      *   MERGE ADDS THE OLD BALANCE ONTO THE SURVIVOR AND DROPS THE
      *   OLD RECORD.  EITHER WAY THE OLD KEY IS DELETED.
       200-MAP-CUSTOMER-MASTER.
           MOVE SPACES TO MA-REC
           OPEN I-O OLD-MASTER-FILE
           MOVE 'NO ' TO WS-OLD-FOUND
           MOVE WS-OLD-ID-KEY TO OLD-CUSTOMER-ID
                       INVALID KEY
                           DISPLAY "NEW ID ALREADY ON MASTER - "
                               "RENUMBER NOT POSSIBLE"
                       NOT INVALID KEY
                           PERFORM 220-STAGE-RENUMBER-AUDIT
                   END-WRITE
               END-IF
           END-IF
                   MOVE HOLD-MASTER-REC TO OLD-MASTER-REC
                   MOVE WS-NEW-ID-KEY TO OLD-CUSTOMER-ID
                   WRITE OLD-MASTER-REC
                   PERFORM 220-STAGE-RENUMBER-AUDIT
               NOT INVALID KEY
                   MOVE "MERGE " TO MA-TYPE
                   MOVE OLD-MAX-CREDIT TO MA-OLD-MAX-CREDIT
                   MOVE OLD-BALANCE TO MA-OLD-BALANCE
                   COMPUTE WS-COMBINED-BALANCE =
                       OLD-BALANCE + HOLD-BALANCE
                   MOVE WS-COMBINED-BALANCE TO OLD-BALANCE
                   REWRITE OLD-MASTER-REC
                   PERFORM 230-STAGE-MASTER-AFTER-IMAGE
           END-READ.

      *   A RENUMBER (OR A MERGE WHOSE SURVIVOR WAS NOT ON FILE) MOVES
      *   THE OLD RECORD ACROSS UNCHANGED - ITS FIGURES ARE BOTH THE
      *   BEFORE AND THE AFTER.
       220-STAGE-RENUMBER-AUDIT.
           MOVE "RENUM " TO MA-TYPE
           MOVE HOLD-MAX-CREDIT TO MA-OLD-MAX-CREDIT
           MOVE HOLD-BALANCE TO MA-OLD-BALANCE
           PERFORM 230-STAGE-MASTER-AFTER-IMAGE.

      *   THE SURVIVOR AS IT NOW STANDS ON THE MASTER.
       230-STAGE-MASTER-AFTER-IMAGE.
           MOVE WS-NEW-ID-KEY TO MA-CUSTOMER-ID
           MOVE WS-OLD-ID-KEY TO MA-FROM-ID
           MOVE WS-OPERATOR-ID TO MA-OPERATOR
           MOVE WS-OPERATOR-ROLE TO MA-OPERATOR-LEVEL
           MOVE OLD-MAX-CREDIT TO MA-NEW-MAX-CREDIT
           MOVE OLD-BALANCE TO MA-NEW-BALANCE
           MOVE OLD-CUSTOMER-NAME TO MA-NEW-NAME
           MOVE OLD-CREDIT-CODE TO MA-NEW-CREDIT-CODE
           MOVE OLD-STREET TO MA-NEW-STREET
           MOVE OLD-CITY TO MA-NEW-CITY
           MOVE OLD-STATE TO MA-NEW-STATE
           MOVE OLD-ZIP TO MA-NEW-ZIP
           MOVE OLD-PHONE TO MA-NEW-PHONE
           MOVE OLD-MAIL-PREFERENCE TO MA-NEW-MAIL-PREFERENCE.

       300-MAP-SALES-MASTER.
           OPEN I-O SALES-MASTER-FILE
           MOVE 'NO ' TO WS-OLD-FOUND
           MOVE WS-PARM-OLD-ID TO INDENT-OUT
           READ SALES-MASTER-FILE
               INVALID KEY
                   DISPLAY "OLD ID NOT ON SALES MASTER"
               PERFORM 320-MERGE-SALES-SURVIVOR
           ELSE
               MOVE WS-SALES-HOLD TO CUSTOMER-MASTER-REC
               MOVE WS-PARM-NEW-ID TO INDENT-OUT
               WRITE CUSTOMER-MASTER-REC
                   INVALID KEY
                       DISPLAY "NEW ID ALREADY ON SALES MASTER"
      *   ID BELONGS TO THE ONE CUSTOMER.
       320-MERGE-SALES-SURVIVOR.
           MOVE LOYALTY-PURCHASES-OUT TO WS-OLD-LOYALTY
           MOVE WS-PARM-NEW-ID TO INDENT-OUT
           READ SALES-MASTER-FILE
               INVALID KEY
                   MOVE WS-SALES-HOLD TO CUSTOMER-MASTER-REC
                   MOVE WS-PARM-NEW-ID TO INDENT-OUT
                   WRITE CUSTOMER-MASTER-REC
               NOT INVALID KEY
                   ADD WS-OLD-LOYALTY TO LOYALTY-PURCHASES-OUT
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CREDIT-CUSTOMER-ID-IN = WS-PARM-OLD-ID
                       MOVE WS-PARM-NEW-ID TO CREDIT-CUSTOMER-ID-IN
                       ADD 1 TO WS-RECORDS-MAPPED
                   END-IF
                   WRITE CREDIT-WORK-REC FROM CREDIT-LIMIT-REC
                   WRITE AD-REC FROM AUDIT-DATA-WORK-REC
           END-READ.

      *   THE SALES HISTORY AND STORE CREDIT LEDGER ARE KEYED BY
      *   RECEIPT AND VOUCHER, NOT BY CUSTOMER, SO EACH IS READ
      *   THROUGH AND EVERY RECORD FOR THE OLD ID REWRITTEN IN PLACE -
      *   RETURNS AND VOUCHERS FOLLOW THE SURVIVOR.
       800-MAP-SALES-HISTORY.
           OPEN I-O SALES-HISTORY-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 810-MAP-ONE-SALE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SALES-HISTORY-FILE.

       810-MAP-ONE-SALE.
           READ SALES-HISTORY-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF SH-CUSTOMER-ID = WS-OLD-ID-KEY
                       MOVE WS-NEW-ID-KEY TO SH-CUSTOMER-ID
                       REWRITE SH-REC
                       ADD 1 TO WS-RECORDS-MAPPED
                   END-IF
           END-READ.

       820-MAP-STORE-CREDIT.
           OPEN I-O STORE-CREDIT-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 830-MAP-ONE-VOUCHER
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE STORE-CREDIT-FILE.

       830-MAP-ONE-VOUCHER.
           READ STORE-CREDIT-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF SC-CUSTOMER-ID = WS-OLD-ID-KEY
                       MOVE WS-NEW-ID-KEY TO SC-CUSTOMER-ID
                       REWRITE SC-REC
                       ADD 1 TO WS-RECORDS-MAPPED
                   END-IF
           END-READ.

      *   THE TAX CERTIFICATES, AUTOPAY ENROLLMENTS AND PRENOTES,
      *   ARRANGEMENTS AND PLACEMENTS HOLD ONE RECORD PER CUSTOMER, SO
      *   ON A MERGE THE SURVIVOR IS LOOKED FOR FIRST.  WHERE THE
      *   SURVIVOR ALREADY HAS ONE, ITS OWN RECORD STANDS AND THE OLD
      *   ID'S IS DROPPED TO THE COMMON EXCEPTION FILE FOR THE DESK TO
      *   WORK; OTHERWISE THE OLD ID'S RECORD IS MAPPED ACROSS.
       840-MAP-TAX-CERTS.
           MOVE 'NO ' TO WS-NEW-FOUND
           IF MERGE-MODE
               OPEN INPUT TAX-CERT-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 841-FIND-CERT-SURVIVOR
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE TAX-CERT-FILE
           END-IF
           OPEN INPUT TAX-CERT-FILE
           OPEN OUTPUT CERT-WORK-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 842-MAP-ONE-CERT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE TAX-CERT-FILE
                 CERT-WORK-FILE
           OPEN INPUT CERT-WORK-FILE
           OPEN OUTPUT TAX-CERT-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 843-COPY-ONE-CERT-BACK
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE CERT-WORK-FILE
                 TAX-CERT-FILE.

       841-FIND-CERT-SURVIVOR.
           READ TAX-CERT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF TC-CUSTOMER-ID = WS-NEW-ID-KEY
                       MOVE 'YES' TO WS-NEW-FOUND
                   END-IF
           END-READ.

       842-MAP-ONE-CERT.
           READ TAX-CERT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF TC-CUSTOMER-ID = WS-OLD-ID-KEY AND
                           WS-NEW-FOUND = 'YES'
                       MOVE "TAX CERT" TO WS-DROP-FILE-NAME
                       MOVE SPACES TO EX-ORIGINAL-REC
                       MOVE TC-REC TO EX-ORIGINAL-REC
                       PERFORM 890-LOG-DROPPED-RECORD
                   ELSE
                       IF TC-CUSTOMER-ID = WS-OLD-ID-KEY
                           MOVE WS-NEW-ID-KEY TO TC-CUSTOMER-ID
                           ADD 1 TO WS-RECORDS-MAPPED
                       END-IF
                       WRITE CERT-WORK-REC FROM TC-REC
                   END-IF
           END-READ.

       843-COPY-ONE-CERT-BACK.
           READ CERT-WORK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE TC-REC FROM CERT-WORK-REC
           END-READ.

       850-MAP-AUTOPAY.
           MOVE 'NO ' TO WS-NEW-FOUND
           IF MERGE-MODE
               OPEN INPUT AUTOPAY-ENROLL-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 851-FIND-AUTOPAY-SURVIVOR
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE AUTOPAY-ENROLL-FILE
           END-IF
           OPEN INPUT AUTOPAY-ENROLL-FILE
           OPEN OUTPUT AUTOPAY-WORK-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 852-MAP-ONE-AUTOPAY
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE AUTOPAY-ENROLL-FILE
                 AUTOPAY-WORK-FILE
           OPEN INPUT AUTOPAY-WORK-FILE
           OPEN OUTPUT AUTOPAY-ENROLL-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 853-COPY-ONE-AUTOPAY-BACK
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE AUTOPAY-WORK-FILE
                 AUTOPAY-ENROLL-FILE.

       851-FIND-AUTOPAY-SURVIVOR.
           READ AUTOPAY-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF AP-CUSTOMER-ID = WS-NEW-ID-KEY
                       MOVE 'YES' TO WS-NEW-FOUND
                   END-IF
           END-READ.

       852-MAP-ONE-AUTOPAY.
           READ AUTOPAY-ENROLL-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF AP-CUSTOMER-ID = WS-OLD-ID-KEY AND
                           WS-NEW-FOUND = 'YES'
                       MOVE "AUTOPAY" TO WS-DROP-FILE-NAME
                       MOVE SPACES TO EX-ORIGINAL-REC
                       MOVE AP-REC TO EX-ORIGINAL-REC
                       PERFORM 890-LOG-DROPPED-RECORD
                   ELSE
                       IF AP-CUSTOMER-ID = WS-OLD-ID-KEY
                           MOVE WS-NEW-ID-KEY TO AP-CUSTOMER-ID
                           ADD 1 TO WS-RECORDS-MAPPED
                       END-IF
                       WRITE AUTOPAY-WORK-REC FROM AP-REC
                   END-IF
           END-READ.

       853-COPY-ONE-AUTOPAY-BACK.
           READ AUTOPAY-WORK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE AP-REC FROM AUTOPAY-WORK-REC
           END-READ.

       860-MAP-PRENOTES.
           MOVE 'NO ' TO WS-NEW-FOUND
           IF MERGE-MODE
               OPEN INPUT AUTOPAY-PRENOTE-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 861-FIND-PRENOTE-SURVIVOR
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE AUTOPAY-PRENOTE-FILE
           END-IF
           OPEN INPUT AUTOPAY-PRENOTE-FILE
           OPEN OUTPUT PRENOTE-WORK-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 862-MAP-ONE-PRENOTE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE AUTOPAY-PRENOTE-FILE
                 PRENOTE-WORK-FILE
           OPEN INPUT PRENOTE-WORK-FILE
           OPEN OUTPUT AUTOPAY-PRENOTE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 863-COPY-ONE-PRENOTE-BACK
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PRENOTE-WORK-FILE
                 AUTOPAY-PRENOTE-FILE.

       861-FIND-PRENOTE-SURVIVOR.
           READ AUTOPAY-PRENOTE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF APN-CUSTOMER-ID = WS-NEW-ID-KEY
                       MOVE 'YES' TO WS-NEW-FOUND
                   END-IF
           END-READ.

       862-MAP-ONE-PRENOTE.
           READ AUTOPAY-PRENOTE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF APN-CUSTOMER-ID = WS-OLD-ID-KEY AND
                           WS-NEW-FOUND = 'YES'
                       MOVE "PRENOTE" TO WS-DROP-FILE-NAME
                       MOVE SPACES TO EX-ORIGINAL-REC
                       MOVE APN-REC TO EX-ORIGINAL-REC
                       PERFORM 890-LOG-DROPPED-RECORD
                   ELSE
                       IF APN-CUSTOMER-ID = WS-OLD-ID-KEY
                           MOVE WS-NEW-ID-KEY TO APN-CUSTOMER-ID
                           ADD 1 TO WS-RECORDS-MAPPED
                       END-IF
                       WRITE PRENOTE-WORK-REC FROM APN-REC
                   END-IF
           END-READ.

       863-COPY-ONE-PRENOTE-BACK.
           READ PRENOTE-WORK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE APN-REC FROM PRENOTE-WORK-REC
           END-READ.

       870-MAP-ARRANGEMENTS.
           MOVE 'NO ' TO WS-NEW-FOUND
           IF MERGE-MODE
               OPEN INPUT ARRANGEMENT-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 871-FIND-ARRANGEMENT-SURVIVOR
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE ARRANGEMENT-FILE
           END-IF
           OPEN INPUT ARRANGEMENT-FILE
           OPEN OUTPUT ARRANGEMENT-WORK-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 872-MAP-ONE-ARRANGEMENT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE ARRANGEMENT-FILE
                 ARRANGEMENT-WORK-FILE
           OPEN INPUT ARRANGEMENT-WORK-FILE
           OPEN OUTPUT ARRANGEMENT-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 873-COPY-ONE-ARRANGEMENT-BACK
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE ARRANGEMENT-WORK-FILE
                 ARRANGEMENT-FILE.

       871-FIND-ARRANGEMENT-SURVIVOR.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF AR-CUSTOMER-ID = WS-NEW-ID-KEY
                       MOVE 'YES' TO WS-NEW-FOUND
                   END-IF
           END-READ.

       872-MAP-ONE-ARRANGEMENT.
           READ ARRANGEMENT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF AR-CUSTOMER-ID = WS-OLD-ID-KEY AND
                           WS-NEW-FOUND = 'YES'
                       MOVE "ARRANGEMENT" TO WS-DROP-FILE-NAME
                       MOVE SPACES TO EX-ORIGINAL-REC
                       MOVE AR-REC TO EX-ORIGINAL-REC
                       PERFORM 890-LOG-DROPPED-RECORD
                   ELSE
                       IF AR-CUSTOMER-ID = WS-OLD-ID-KEY
                           MOVE WS-NEW-ID-KEY TO AR-CUSTOMER-ID
                           ADD 1 TO WS-RECORDS-MAPPED
                       END-IF
                       WRITE ARRANGEMENT-WORK-REC FROM AR-REC
                   END-IF
           END-READ.

       873-COPY-ONE-ARRANGEMENT-BACK.
           READ ARRANGEMENT-WORK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE AR-REC FROM ARRANGEMENT-WORK-REC
           END-READ.

       880-MAP-PLACEMENTS.
           MOVE 'NO ' TO WS-NEW-FOUND
           IF MERGE-MODE
               OPEN INPUT PLACEMENT-FILE
               MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               PERFORM 881-FIND-PLACEMENT-SURVIVOR
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE PLACEMENT-FILE
           END-IF
           OPEN INPUT PLACEMENT-FILE
           OPEN OUTPUT PLACEMENT-WORK-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 882-MAP-ONE-PLACEMENT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PLACEMENT-FILE
                 PLACEMENT-WORK-FILE
           OPEN INPUT PLACEMENT-WORK-FILE
           OPEN OUTPUT PLACEMENT-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 883-COPY-ONE-PLACEMENT-BACK
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PLACEMENT-WORK-FILE
                 PLACEMENT-FILE.

       881-FIND-PLACEMENT-SURVIVOR.
           READ PLACEMENT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF PL-CUSTOMER-ID = WS-NEW-ID-KEY
                       MOVE 'YES' TO WS-NEW-FOUND
                   END-IF
           END-READ.

       882-MAP-ONE-PLACEMENT.
           READ PLACEMENT-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF PL-CUSTOMER-ID = WS-OLD-ID-KEY AND
                           WS-NEW-FOUND = 'YES'
                       MOVE "PLACEMENT" TO WS-DROP-FILE-NAME
                       MOVE SPACES TO EX-ORIGINAL-REC
                       MOVE PL-REC TO EX-ORIGINAL-REC
                       PERFORM 890-LOG-DROPPED-RECORD
                   ELSE
                       IF PL-CUSTOMER-ID = WS-OLD-ID-KEY
                           MOVE WS-NEW-ID-KEY TO PL-CUSTOMER-ID
                           ADD 1 TO WS-RECORDS-MAPPED
                       END-IF
                       WRITE PLACEMENT-WORK-REC FROM PL-REC
                   END-IF
           END-READ.

       883-COPY-ONE-PLACEMENT-BACK.
           READ PLACEMENT-WORK-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE PL-REC FROM PLACEMENT-WORK-REC
           END-READ.

       890-LOG-DROPPED-RECORD.
           DISPLAY WS-DROP-FILE-NAME " FOR " WS-OLD-ID-KEY
               " DROPPED - " WS-NEW-ID-KEY " ALREADY HAS ONE"
           OPEN EXTEND EXCEPTION-FILE
           MOVE "PROGRAM25" TO EX-PROGRAM-ID
           MOVE WS-RUN-STAMP (1:8) TO EX-BUSINESS-DATE
           MOVE SPACES TO EX-KEY
           STRING WS-OLD-ID-KEY " " WS-DROP-FILE-NAME
               DELIMITED BY SIZE INTO EX-KEY
           MOVE "MERGED INTO A SURVIVOR THAT HAS ONE" TO EX-REASON
           MOVE 'O' TO EX-STATUS
           WRITE EX-REC
           CLOSE EXCEPTION-FILE.

      *   THE MASTER CHANGE GOES ON THE AUDIT DATA WITH ITS OWN STAMP,
      *   SO A ROLL-FORWARD RECOVERY CAN REPLAY THE MERGE IN ITS PLACE.
       900-WRITE-MERGE-AUDIT.
           IF MA-TYPE NOT = SPACES
               MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
               MOVE WS-AUDIT-STAMP (1:8) TO MA-DATE
               MOVE WS-AUDIT-STAMP (1:14) TO MA-STAMP
               OPEN EXTEND AUDIT-DATA-FILE
               WRITE AD-REC FROM MA-REC
               CLOSE AUDIT-DATA-FILE
           END-IF.

       END PROGRAM PROGRAM25.
