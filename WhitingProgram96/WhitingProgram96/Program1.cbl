      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM96.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program maintains the registrar's student holds, so a
      *report card, a transcript or an enrollment can be stopped
      *for a student who owes money, has library books out, or has
      *not filed immunization forms.  Each hold is one record on
      *WhitingSTUDENT-HOLDS.DAT (the shared STUHOLD copybook) - the
      *student, the hold type, the office that placed it, the date
      *placed and the date released - and a released hold stays on
      *the file as history.
      *HOLD-TRANS.DAT carries one transaction per line - student ID,
      *P to place or R to release, the hold type, the placing office
      *and a reason.  A placement needs a student on STUDENT-MASTER.DAT,
      *an office, and no active hold of the same type for the student;
      *a release needs an active hold of the type.  Good and bad
      *transactions are reported to their own dated report files and
      *every hold placed or released is written to the permanent
      *audit trail WhitingHOLD-AUDIT-TRAIL.DAT with the operator, the
      *same way PROGRAM41 maintains the student master, and a dated
      *generation copy of the hold file is taken before it is
      *rewritten.
      *Financial holds (type F) are never keyed.  After the
      *transactions, each student on STUDENT-BILLING-XREF.DAT is
      *checked against their billing account's open items on
      *CUSTOMER-OPEN-ITEMS.DAT, aged the way PROGRAM46 ages them: an
      *account with money more than 60 days past its item date places
      *a financial hold for the BURSAR, and an account paid down to
      *zero releases it.  A disputed item ages in neither direction
      *but still counts in the balance.
      *A rejected transaction ends the run with condition code 4; a
      *table too small for the files on disk stops the run with
      *condition code 8 before anything changes.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL HOLD-TRANS-FILE
               ASSIGN TO "..\..\..\..\HOLD-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "..\..\..\..\STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILLING-XREF-FILE
               ASSIGN TO "..\..\..\..\STUDENT-BILLING-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-TRANSACTION-REPORT
               ASSIGN TO WS-BAD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT GOOD-TRANSACTION-REPORT
               ASSIGN TO WS-GOOD-REPORT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AUDIT-TRAIL-FILE
               ASSIGN TO "..\..\..\..\WhitingHOLD-AUDIT-TRAIL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT HOLD-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
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
       FD  HOLD-FILE.
       COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.

       FD  HOLD-TRANS-FILE.
       01  HOLD-TRANS-REC.
           05  HT-STUDENT-ID               PIC X(5).
           05  HT-ACTION                   PIC X.
               88  HT-IS-PLACE                     VALUE 'P'.
               88  HT-IS-RELEASE                   VALUE 'R'.
           05  HT-HOLD-TYPE                PIC X.
           05  HT-OFFICE                   PIC X(10).
           05  HT-REASON                   PIC X(30).

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==SM==.

      *   ONE RECORD PER STUDENT - THE CUSTOMER WHO PAYS THEIR BILL.
       FD  BILLING-XREF-FILE.
       01  BILLING-XREF-REC.
           05  BX-STUDENT-ID               PIC X(5).
           05  BX-CUSTOMER-ID              PIC X(5).

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  BAD-TRANSACTION-REPORT.
       01  BAD-TRANSACTION-REC             PIC X(100).

       FD  GOOD-TRANSACTION-REPORT.
       01  GOOD-TRANSACTION-REC            PIC X(100).

       FD  AUDIT-TRAIL-FILE.
       01  AUDIT-TRAIL-REC                 PIC X(80).

       FD  HOLD-GENERATION-FILE.
       01  HOLD-GENERATION-REC             PIC X(72).

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
           05  WS-TABLE-OVERFLOW           PIC X       VALUE 'N'.
               88  TABLE-OVERFLOWED                    VALUE 'Y'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-REJECT-MESSAGE           PIC X(50)   VALUE SPACES.

       01  PROGRAM-MESSAGES.
           05  BAD-ACTION-ERR              PIC X(50) VALUE
               "UNSUCCESSFUL - ACTION MUST BE P OR R".
           05  BAD-TYPE-ERR                PIC X(50) VALUE
               "UNSUCCESSFUL - TYPE MUST BE F, L, I, A, D OR R".
           05  FINANCIAL-TYPE-ERR          PIC X(50) VALUE
               "UNSUCCESSFUL - FINANCIAL HOLDS FOLLOW THE ACCOUNT".
           05  NO-STUDENT-ERR              PIC X(50) VALUE
               "CANNOT PLACE - NO STUDENT WITH THIS ID".
           05  ALREADY-HELD-ERR            PIC X(50) VALUE
               "CANNOT PLACE - STUDENT ALREADY HAS THIS HOLD".
           05  BLANK-OFFICE-ERR            PIC X(50) VALUE
               "CANNOT PLACE - PLACING OFFICE MUST NOT BE BLANK".
           05  TABLE-FULL-ERR              PIC X(50) VALUE
               "CANNOT PLACE - HOLD TABLE IS FULL".
           05  NOT-HELD-ERR                PIC X(50) VALUE
               "CANNOT RELEASE - NO ACTIVE HOLD OF THIS TYPE".
           05  SUCCESSFUL-PLACE-MSG        PIC X(50) VALUE
               "HOLD PLACED".
           05  SUCCESSFUL-RELEASE-MSG      PIC X(50) VALUE
               "HOLD RELEASED".
           05  FINANCIAL-PLACE-MSG         PIC X(50) VALUE
               "FINANCIAL HOLD PLACED - ACCOUNT PAST 60 DAYS".
           05  FINANCIAL-RELEASE-MSG       PIC X(50) VALUE
               "FINANCIAL HOLD RELEASED - ACCOUNT PAID TO ZERO".

      *   THE FINANCIAL HOLD'S OFFICE AND REASONS.
       01  PROGRAM-CONSTANTS.
           05  CHECK-DIGIT-DIVISOR         PIC 99      VALUE 11.
           05  FINANCIAL-OFFICE            PIC X(10)   VALUE "BURSAR".
           05  FINANCIAL-PLACE-REASON      PIC X(30)
               VALUE "ACCOUNT PAST 60 DAYS".
           05  FINANCIAL-RELEASE-REASON    PIC X(30)
               VALUE "ACCOUNT PAID TO ZERO".
           05  PAST-DUE-DAYS               PIC 9(3)    VALUE 60.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-INT        PIC 9(7)    VALUE ZERO.
           05  WS-ITEM-DATE-INT            PIC 9(7)    VALUE ZERO.
           05  WS-AGE-DAYS                 PIC S9(5)   VALUE ZERO.

       01  DYNAMIC-FILE-NAMES.
           05  WS-GENERATION-FILE-NAME     PIC X(60).
           05  WS-GOOD-REPORT-FILE-NAME    PIC X(60).
           05  WS-BAD-REPORT-FILE-NAME     PIC X(60).

      *   THE WHOLE HOLD FILE, HISTORY AND ALL, REWRITTEN AT THE END
      *   OF THE RUN.  EACH ENTRY IS LAID OUT LIKE THE RECORD.
       01  HOLD-TABLE-AREAS.
           05  WS-HOLD-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-FOUND-SUB           PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-TABLE OCCURS 4000 TIMES.
               10  WS-HD-STUDENT           PIC X(5).
               10  WS-HD-TYPE              PIC X.
               10  WS-HD-OFFICE            PIC X(10).
               10  WS-HD-DATE-PLACED       PIC 9(8).
               10  WS-HD-DATE-RELEASED     PIC 9(8).
               10  WS-HD-REASON            PIC X(30).
               10  WS-HD-PLACED-BY         PIC X(5).
               10  WS-HD-RELEASED-BY       PIC X(5).
           05  WS-FIND-STUDENT             PIC X(5)    VALUE SPACES.
           05  WS-FIND-TYPE                PIC X       VALUE SPACES.
               88  FIND-IS-FINANCIAL                   VALUE 'F'.
               88  FIND-IS-VALID-TYPE      VALUES 'F', 'L', 'I', 'A',
                                                  'D', 'R'.

       01  STUDENT-TABLE-AREAS.
           05  WS-STUDENT-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-FOUND-SUB        PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-TABLE OCCURS 2000 TIMES.
               10  WS-SD-ID                PIC X(5).
               10  WS-SD-NAME              PIC X(20).

       01  XREF-TABLE-AREAS.
           05  WS-XREF-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-XREF-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-XREF-TABLE OCCURS 2000 TIMES.
               10  WS-XR-STUDENT           PIC X(5).
               10  WS-XR-CUSTOMER          PIC X(5).

      *   EACH BILLING ACCOUNT'S OPEN BALANCE AND THE PART OF IT MORE
      *   THAN 60 DAYS OLD.
       01  ACCOUNT-TABLE-AREAS.
           05  WS-ACCOUNT-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-ACCOUNT-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-ACCOUNT-FOUND-SUB        PIC 9(4)    VALUE ZERO.
           05  WS-ACCOUNT-TABLE OCCURS 3000 TIMES.
               10  WS-AC-CUSTOMER          PIC X(5).
               10  WS-AC-BALANCE           PIC S9(7)V99.
               10  WS-AC-PAST-DUE          PIC S9(7)V99.
           05  WS-ITEM-OPEN-AMOUNT         PIC S9(5)V99 VALUE ZERO.
           05  WS-ACCOUNT-BALANCE          PIC S9(7)V99 VALUE ZERO.
           05  WS-ACCOUNT-PAST-DUE         PIC S9(7)V99 VALUE ZERO.

       01  CHECK-DIGIT-AREAS.
           05  WS-WORK-ID                  PIC X(5)    VALUE SPACES.
           05  WS-ID-DIGIT-1               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-2               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-3               PIC 9       VALUE ZERO.
           05  WS-ID-DIGIT-4               PIC 9       VALUE ZERO.
           05  WS-ID-CHECK-SUM             PIC 9(3)    VALUE ZERO.
           05  WS-ID-CHECK-QUOTIENT        PIC 9(3)    VALUE ZERO.
           05  WS-ID-CHECK-REMAINDER       PIC 99      VALUE ZERO.
           05  WS-ID-STORED-CHECK          PIC 9       VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  TRANSACTIONS-READ           PIC 9(5)    VALUE ZERO.
           05  TRANSACTIONS-REJECTED       PIC 9(5)    VALUE ZERO.
           05  HOLDS-PLACED                PIC 9(5)    VALUE ZERO.
           05  HOLDS-RELEASED              PIC 9(5)    VALUE ZERO.
           05  FINANCIAL-PLACED            PIC 9(5)    VALUE ZERO.
           05  FINANCIAL-RELEASED          PIC 9(5)    VALUE ZERO.

       01  AUDIT-TRAIL-AREAS.
           05  AUDIT-TRAIL-LINE.
               10  AUDIT-DATE-OUT          PIC 9(8).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-ACTION-OUT        PIC X(7).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-STUDENT-ID-OUT    PIC X(5).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-TYPE-OUT          PIC X.
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-OFFICE-OUT        PIC X(10).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-REASON-OUT        PIC X(30).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-SOURCE-OUT        PIC X(6).
               10  FILLER                  PIC X       VALUE SPACE.
               10  AUDIT-OPERATOR-OUT      PIC X(5).
               10  FILLER                  PIC X       VALUE SPACE.

       01  PROGRAM-REPORT-LINE.
           05                              PIC XX      VALUE SPACES.
           05  REPORT-STUDENT-ID           PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  REPORT-STUDENT-NAME         PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  REPORT-ACTION               PIC X.
           05                              PIC X(2)    VALUE SPACES.
           05  REPORT-HOLD-TYPE            PIC X.
           05                              PIC X(2)    VALUE SPACES.
           05  REPORT-OFFICE               PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  REPORT-REASON               PIC X(30).
           05                              PIC X(21)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 107-BUILD-FILE-NAMES
           COMPUTE WS-BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 110-LOAD-HOLDS
           PERFORM 115-LOAD-STUDENTS
           PERFORM 120-LOAD-XREF
           PERFORM 125-ROLL-UP-OPEN-ITEMS
           IF TABLE-OVERFLOWED
               DISPLAY "**** HOLD, STUDENT, CROSS-REFERENCE OR ACCOUNT "
                   "TABLE OVERFLOWED - NO HOLDS CHANGED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN INPUT  HOLD-TRANS-FILE
                OUTPUT GOOD-TRANSACTION-REPORT
                       BAD-TRANSACTION-REPORT
           OPEN EXTEND AUDIT-TRAIL-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 200-PROCESS-ONE-TRANSACTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           PERFORM 400-CHECK-ONE-ACCOUNT
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
           CLOSE HOLD-TRANS-FILE
                 GOOD-TRANSACTION-REPORT
                 BAD-TRANSACTION-REPORT
                 AUDIT-TRAIL-FILE
           PERFORM 900-SAVE-PRIOR-GENERATION
           PERFORM 910-REWRITE-HOLDS
           IF TRANSACTIONS-REJECTED > ZERO
               DISPLAY "**** " TRANSACTIONS-REJECTED
                   " HOLD TRANSACTION(S) REJECTED - SEE THE BAD "
                   "REPORT ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           IF TABLE-OVERFLOWED
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "HOLDS PLACED: " HOLDS-PLACED
               " RELEASED: " HOLDS-RELEASED
           DISPLAY "FINANCIAL HOLDS PLACED: " FINANCIAL-PLACED
               " RELEASED: " FINANCIAL-RELEASED
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.  IT IS THE DATE A HOLD IS
      *   PLACED OR RELEASED AND THE DATE THE ACCOUNTS ARE AGED TO.
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

      *   THE DATED GENERATION AND GOOD/BAD REPORT FILE NAMES USE
      *   THE SAME GDG-STYLE NAMING PROGRAM41 USES FOR THE STUDENT
      *   MASTER.
       107-BUILD-FILE-NAMES.
           STRING "..\..\..\..\WhitingSTUDENT-HOLDS.G"  DELIMITED SIZE
                  WS-BUSINESS-DATE                     DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GENERATION-FILE-NAME
           STRING "..\..\..\..\WhitingHOLD-GOOD-REPORT."
                                                       DELIMITED SIZE
                  WS-BUSINESS-DATE                     DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GOOD-REPORT-FILE-NAME
           STRING "..\..\..\..\WhitingHOLD-BAD-REPORT."
                                                       DELIMITED SIZE
                  WS-BUSINESS-DATE                     DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-BAD-REPORT-FILE-NAME.

       110-LOAD-HOLDS.
           OPEN INPUT HOLD-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-HOLD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE HOLD-FILE.

       111-READ-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HLD-STUDENT-ID NOT = SPACES
                       IF WS-HOLD-COUNT < 4000
                           ADD 1 TO WS-HOLD-COUNT
                           MOVE HLD-HOLD-REC
                               TO WS-HOLD-TABLE (WS-HOLD-COUNT)
                           IF HLD-DATE-RELEASED NOT NUMERIC
                               MOVE ZERO TO
                                   WS-HD-DATE-RELEASED (WS-HOLD-COUNT)
                           END-IF
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       115-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 116-READ-ONE-STUDENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE STUDENT-MASTER-FILE.

       116-READ-ONE-STUDENT.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-STUDENT-COUNT < 2000
                       ADD 1 TO WS-STUDENT-COUNT
                       MOVE SM-STUDENT-ID TO WS-SD-ID (WS-STUDENT-COUNT)
                       MOVE SM-STUDENT-NAME
                           TO WS-SD-NAME (WS-STUDENT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   THE BILLING ACCOUNT'S CHECK DIGIT IS RECOMPUTED AS IT IS
      *   LOADED, THE SAME AS PROGRAM95, SO IT MATCHES THE ID ON THE
      *   OPEN ITEMS.
       120-LOAD-XREF.
           OPEN INPUT BILLING-XREF-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-XREF
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE BILLING-XREF-FILE.

       121-READ-ONE-XREF.
           READ BILLING-XREF-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF BX-STUDENT-ID NOT = SPACES AND
                           BX-CUSTOMER-ID NOT = SPACES
                       IF WS-XREF-COUNT < 2000
                           ADD 1 TO WS-XREF-COUNT
                           MOVE BX-STUDENT-ID
                               TO WS-XR-STUDENT (WS-XREF-COUNT)
                           MOVE BX-CUSTOMER-ID TO WS-WORK-ID
                           PERFORM 130-SET-CHECK-DIGIT
                           MOVE WS-WORK-ID
                               TO WS-XR-CUSTOMER (WS-XREF-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

      *   ONLY OPEN ITEMS COUNT, FOR THE STILL-UNAPPLIED PORTION, AND
      *   AN UNREADABLE OR ZERO ITEM DATE COUNTS AS CURRENT - THE
      *   SAME RULES PROGRAM46 AGES BY.  A DISPUTED ITEM STAYS IN THE
      *   BALANCE BUT IS NEVER PAST DUE.
       125-ROLL-UP-OPEN-ITEMS.
           OPEN INPUT OPEN-ITEM-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 126-READ-ONE-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE.

       126-READ-ONE-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF ITEM-AMOUNT IS NUMERIC AND NOT ITEM-IS-CLOSED
                       IF ITEM-OPEN-AMOUNT IS NUMERIC AND
                               ITEM-STATUS NOT = SPACE
                           MOVE ITEM-OPEN-AMOUNT TO WS-ITEM-OPEN-AMOUNT
                       ELSE
                           MOVE ITEM-AMOUNT TO WS-ITEM-OPEN-AMOUNT
                       END-IF
                       MOVE ZERO TO WS-AGE-DAYS
                       IF ITEM-DATE IS NUMERIC AND ITEM-DATE > ZERO
                           COMPUTE WS-ITEM-DATE-INT =
                               FUNCTION INTEGER-OF-DATE (ITEM-DATE)
                           COMPUTE WS-AGE-DAYS =
                               WS-BUSINESS-DATE-INT - WS-ITEM-DATE-INT
                       END-IF
                       PERFORM 127-ADD-TO-ACCOUNT
                   END-IF
           END-READ.

       127-ADD-TO-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-FOUND-SUB
           PERFORM 128-MATCH-ONE-ACCOUNT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-FOUND-SUB > ZERO
           IF WS-ACCOUNT-FOUND-SUB = ZERO
               IF WS-ACCOUNT-COUNT < 3000
                   ADD 1 TO WS-ACCOUNT-COUNT
                   MOVE WS-ACCOUNT-COUNT TO WS-ACCOUNT-FOUND-SUB
                   MOVE ITEM-CUSTOMER-ID
                       TO WS-AC-CUSTOMER (WS-ACCOUNT-FOUND-SUB)
                   MOVE ZERO TO WS-AC-BALANCE (WS-ACCOUNT-FOUND-SUB)
                   MOVE ZERO TO WS-AC-PAST-DUE (WS-ACCOUNT-FOUND-SUB)
               ELSE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
               END-IF
           END-IF
           IF WS-ACCOUNT-FOUND-SUB > ZERO
               ADD WS-ITEM-OPEN-AMOUNT
                   TO WS-AC-BALANCE (WS-ACCOUNT-FOUND-SUB)
               IF WS-AGE-DAYS > PAST-DUE-DAYS AND NOT ITEM-IS-DISPUTED
                   ADD WS-ITEM-OPEN-AMOUNT
                       TO WS-AC-PAST-DUE (WS-ACCOUNT-FOUND-SUB)
               END-IF
           END-IF.

       128-MATCH-ONE-ACCOUNT.
           IF WS-AC-CUSTOMER (WS-ACCOUNT-SUB) = ITEM-CUSTOMER-ID
               MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-FOUND-SUB
           END-IF.

      *   THE SAME MOD-11 SCHEME PROGRAM13 ENFORCES - THE FIRST
      *   FOUR CHARACTERS ARE THE BASE (WEIGHTED 4-3-2-1) AND THE
      *   FIFTH IS THE CHECK DIGIT.
      *   NON-NUMERIC IDS FROM BEFORE THE SCHEME RIDE UNCHANGED.
       130-SET-CHECK-DIGIT.
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

      *   TRANSACTIONS ARE TAKEN IN THE ORDER KEYED; EACH IS EDITED
      *   IN FULL BEFORE IT TOUCHES THE HOLD TABLE.
       200-PROCESS-ONE-TRANSACTION.
           READ HOLD-TRANS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF HT-STUDENT-ID NOT = SPACES
                       ADD 1 TO TRANSACTIONS-READ
                       PERFORM 205-EDIT-TRANSACTION
                       IF WS-REJECT-MESSAGE = SPACES
                           IF HT-IS-PLACE
                               PERFORM 300-PLACE-HOLD
                           ELSE
                               PERFORM 310-RELEASE-HOLD
                           END-IF
                       ELSE
                           PERFORM 290-REJECT-TRANSACTION
                       END-IF
                   END-IF
           END-READ.

       205-EDIT-TRANSACTION.
           MOVE SPACES TO WS-REJECT-MESSAGE
           MOVE HT-STUDENT-ID TO WS-FIND-STUDENT
           MOVE HT-HOLD-TYPE TO WS-FIND-TYPE
           PERFORM 210-FIND-STUDENT
           PERFORM 220-FIND-ACTIVE-HOLD
           EVALUATE TRUE
               WHEN NOT HT-IS-PLACE AND NOT HT-IS-RELEASE
                   MOVE BAD-ACTION-ERR TO WS-REJECT-MESSAGE
               WHEN NOT FIND-IS-VALID-TYPE
                   MOVE BAD-TYPE-ERR TO WS-REJECT-MESSAGE
               WHEN FIND-IS-FINANCIAL
                   MOVE FINANCIAL-TYPE-ERR TO WS-REJECT-MESSAGE
               WHEN HT-IS-RELEASE AND WS-HOLD-FOUND-SUB = ZERO
                   MOVE NOT-HELD-ERR TO WS-REJECT-MESSAGE
               WHEN HT-IS-RELEASE
                   CONTINUE
               WHEN WS-STUDENT-FOUND-SUB = ZERO
                   MOVE NO-STUDENT-ERR TO WS-REJECT-MESSAGE
               WHEN WS-HOLD-FOUND-SUB > ZERO
                   MOVE ALREADY-HELD-ERR TO WS-REJECT-MESSAGE
               WHEN HT-OFFICE = SPACES
                   MOVE BLANK-OFFICE-ERR TO WS-REJECT-MESSAGE
               WHEN WS-HOLD-COUNT NOT < 4000
                   MOVE TABLE-FULL-ERR TO WS-REJECT-MESSAGE
                   MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-EVALUATE.

       210-FIND-STUDENT.
           MOVE ZERO TO WS-STUDENT-FOUND-SUB
           PERFORM 211-MATCH-ONE-STUDENT
               VARYING WS-STUDENT-SUB FROM 1 BY 1
               UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                   OR WS-STUDENT-FOUND-SUB > ZERO.

       211-MATCH-ONE-STUDENT.
           IF WS-SD-ID (WS-STUDENT-SUB) = WS-FIND-STUDENT
               MOVE WS-STUDENT-SUB TO WS-STUDENT-FOUND-SUB
           END-IF.

      *   A STUDENT HAS AT MOST ONE ACTIVE HOLD OF EACH TYPE.
       220-FIND-ACTIVE-HOLD.
           MOVE ZERO TO WS-HOLD-FOUND-SUB
           PERFORM 221-MATCH-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                   OR WS-HOLD-FOUND-SUB > ZERO.

       221-MATCH-ONE-HOLD.
           IF WS-HD-STUDENT (WS-HOLD-SUB) = WS-FIND-STUDENT AND
                   WS-HD-TYPE (WS-HOLD-SUB) = WS-FIND-TYPE AND
                   WS-HD-DATE-RELEASED (WS-HOLD-SUB) = ZERO
               MOVE WS-HOLD-SUB TO WS-HOLD-FOUND-SUB
           END-IF.

       290-REJECT-TRANSACTION.
           ADD 1 TO TRANSACTIONS-REJECTED
           PERFORM 295-MOVE-TRANS-TO-REPORT
           WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE BAD-TRANSACTION-REC FROM WS-REJECT-MESSAGE.

       295-MOVE-TRANS-TO-REPORT.
           MOVE HT-STUDENT-ID TO REPORT-STUDENT-ID
           MOVE SPACES TO REPORT-STUDENT-NAME
           IF WS-STUDENT-FOUND-SUB > ZERO
               MOVE WS-SD-NAME (WS-STUDENT-FOUND-SUB)
                   TO REPORT-STUDENT-NAME
           END-IF
           MOVE HT-ACTION TO REPORT-ACTION
           MOVE HT-HOLD-TYPE TO REPORT-HOLD-TYPE
           MOVE HT-OFFICE TO REPORT-OFFICE
           MOVE HT-REASON TO REPORT-REASON.

       300-PLACE-HOLD.
           ADD 1 TO WS-HOLD-COUNT
           MOVE HT-STUDENT-ID TO WS-HD-STUDENT (WS-HOLD-COUNT)
           MOVE HT-HOLD-TYPE TO WS-HD-TYPE (WS-HOLD-COUNT)
           MOVE HT-OFFICE TO WS-HD-OFFICE (WS-HOLD-COUNT)
           MOVE WS-BUSINESS-DATE TO WS-HD-DATE-PLACED (WS-HOLD-COUNT)
           MOVE ZERO TO WS-HD-DATE-RELEASED (WS-HOLD-COUNT)
           MOVE HT-REASON TO WS-HD-REASON (WS-HOLD-COUNT)
           MOVE WS-OPERATOR-ID TO WS-HD-PLACED-BY (WS-HOLD-COUNT)
           MOVE SPACES TO WS-HD-RELEASED-BY (WS-HOLD-COUNT)
           ADD 1 TO HOLDS-PLACED
           PERFORM 295-MOVE-TRANS-TO-REPORT
           WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-PLACE-MSG
           MOVE "PLACE" TO AUDIT-ACTION-OUT
           MOVE HT-STUDENT-ID TO AUDIT-STUDENT-ID-OUT
           MOVE HT-HOLD-TYPE TO AUDIT-TYPE-OUT
           MOVE HT-OFFICE TO AUDIT-OFFICE-OUT
           MOVE HT-REASON TO AUDIT-REASON-OUT
           MOVE "MANUAL" TO AUDIT-SOURCE-OUT
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-OUT
           PERFORM 740-WRITE-AUDIT-RECORD.

      *   THE HOLD STAYS ON FILE WITH ITS RELEASE DATE AS HISTORY.
      *   THE AUDIT TRAIL CARRIES THE OFFICE THAT PLACED IT AND THE
      *   REASON GIVEN FOR THE RELEASE, IF ANY.
       310-RELEASE-HOLD.
           MOVE WS-BUSINESS-DATE
               TO WS-HD-DATE-RELEASED (WS-HOLD-FOUND-SUB)
           MOVE WS-OPERATOR-ID TO WS-HD-RELEASED-BY (WS-HOLD-FOUND-SUB)
           ADD 1 TO HOLDS-RELEASED
           PERFORM 295-MOVE-TRANS-TO-REPORT
           MOVE WS-HD-OFFICE (WS-HOLD-FOUND-SUB) TO REPORT-OFFICE
           WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-RELEASE-MSG
           MOVE "RELEASE" TO AUDIT-ACTION-OUT
           MOVE HT-STUDENT-ID TO AUDIT-STUDENT-ID-OUT
           MOVE HT-HOLD-TYPE TO AUDIT-TYPE-OUT
           MOVE WS-HD-OFFICE (WS-HOLD-FOUND-SUB) TO AUDIT-OFFICE-OUT
           MOVE HT-REASON TO AUDIT-REASON-OUT
           MOVE "MANUAL" TO AUDIT-SOURCE-OUT
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-OUT
           PERFORM 740-WRITE-AUDIT-RECORD.

      *   EVERY STUDENT WITH A BILLING ACCOUNT.  MONEY PAST 60 DAYS
      *   PLACES THE FINANCIAL HOLD; A BALANCE PAID DOWN TO ZERO (OR
      *   NO OPEN ITEMS AT ALL) RELEASES IT.  IN BETWEEN - CAUGHT UP
      *   BUT NOT PAID OFF - THE HOLD STAYS AS IT IS.  SEVERAL
      *   STUDENTS ON ONE PARENT'S ACCOUNT ARE ALL HELD TOGETHER.
       400-CHECK-ONE-ACCOUNT.
           MOVE ZERO TO WS-ACCOUNT-BALANCE
           MOVE ZERO TO WS-ACCOUNT-PAST-DUE
           MOVE ZERO TO WS-ACCOUNT-FOUND-SUB
           PERFORM 401-MATCH-XREF-ACCOUNT
               VARYING WS-ACCOUNT-SUB FROM 1 BY 1
               UNTIL WS-ACCOUNT-SUB > WS-ACCOUNT-COUNT
                   OR WS-ACCOUNT-FOUND-SUB > ZERO
           IF WS-ACCOUNT-FOUND-SUB > ZERO
               MOVE WS-AC-BALANCE (WS-ACCOUNT-FOUND-SUB)
                   TO WS-ACCOUNT-BALANCE
               MOVE WS-AC-PAST-DUE (WS-ACCOUNT-FOUND-SUB)
                   TO WS-ACCOUNT-PAST-DUE
           END-IF
           MOVE WS-XR-STUDENT (WS-XREF-SUB) TO WS-FIND-STUDENT
           MOVE 'F' TO WS-FIND-TYPE
           PERFORM 210-FIND-STUDENT
           PERFORM 220-FIND-ACTIVE-HOLD
           IF WS-HOLD-FOUND-SUB = ZERO AND WS-ACCOUNT-PAST-DUE > ZERO
               PERFORM 410-PLACE-FINANCIAL-HOLD
           END-IF
           IF WS-HOLD-FOUND-SUB > ZERO AND WS-ACCOUNT-BALANCE NOT > ZERO
               PERFORM 420-RELEASE-FINANCIAL-HOLD
           END-IF.

       401-MATCH-XREF-ACCOUNT.
           IF WS-AC-CUSTOMER (WS-ACCOUNT-SUB) =
                   WS-XR-CUSTOMER (WS-XREF-SUB)
               MOVE WS-ACCOUNT-SUB TO WS-ACCOUNT-FOUND-SUB
           END-IF.

       410-PLACE-FINANCIAL-HOLD.
           IF WS-HOLD-COUNT < 4000
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-FIND-STUDENT TO WS-HD-STUDENT (WS-HOLD-COUNT)
               MOVE 'F' TO WS-HD-TYPE (WS-HOLD-COUNT)
               MOVE FINANCIAL-OFFICE TO WS-HD-OFFICE (WS-HOLD-COUNT)
               MOVE WS-BUSINESS-DATE
                   TO WS-HD-DATE-PLACED (WS-HOLD-COUNT)
               MOVE ZERO TO WS-HD-DATE-RELEASED (WS-HOLD-COUNT)
               MOVE FINANCIAL-PLACE-REASON
                   TO WS-HD-REASON (WS-HOLD-COUNT)
               MOVE SPACES TO WS-HD-PLACED-BY (WS-HOLD-COUNT)
               MOVE SPACES TO WS-HD-RELEASED-BY (WS-HOLD-COUNT)
               ADD 1 TO FINANCIAL-PLACED
               MOVE "P" TO REPORT-ACTION
               MOVE FINANCIAL-PLACE-REASON TO REPORT-REASON
               PERFORM 430-MOVE-FINANCIAL-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM FINANCIAL-PLACE-MSG
               MOVE "PLACE" TO AUDIT-ACTION-OUT
               MOVE FINANCIAL-PLACE-REASON TO AUDIT-REASON-OUT
               PERFORM 440-WRITE-FINANCIAL-AUDIT
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
               MOVE "P" TO REPORT-ACTION
               MOVE FINANCIAL-PLACE-REASON TO REPORT-REASON
               PERFORM 430-MOVE-FINANCIAL-TO-REPORT
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE BAD-TRANSACTION-REC FROM TABLE-FULL-ERR
           END-IF.

       420-RELEASE-FINANCIAL-HOLD.
           MOVE WS-BUSINESS-DATE
               TO WS-HD-DATE-RELEASED (WS-HOLD-FOUND-SUB)
           MOVE SPACES TO WS-HD-RELEASED-BY (WS-HOLD-FOUND-SUB)
           ADD 1 TO FINANCIAL-RELEASED
           MOVE "R" TO REPORT-ACTION
           MOVE FINANCIAL-RELEASE-REASON TO REPORT-REASON
           PERFORM 430-MOVE-FINANCIAL-TO-REPORT
           WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
           WRITE GOOD-TRANSACTION-REC FROM FINANCIAL-RELEASE-MSG
           MOVE "RELEASE" TO AUDIT-ACTION-OUT
           MOVE FINANCIAL-RELEASE-REASON TO AUDIT-REASON-OUT
           PERFORM 440-WRITE-FINANCIAL-AUDIT.

       430-MOVE-FINANCIAL-TO-REPORT.
           MOVE WS-FIND-STUDENT TO REPORT-STUDENT-ID
           MOVE SPACES TO REPORT-STUDENT-NAME
           IF WS-STUDENT-FOUND-SUB > ZERO
               MOVE WS-SD-NAME (WS-STUDENT-FOUND-SUB)
                   TO REPORT-STUDENT-NAME
           END-IF
           MOVE "F" TO REPORT-HOLD-TYPE
           MOVE FINANCIAL-OFFICE TO REPORT-OFFICE.

      *   THE AGING ACTED, NOT AN OPERATOR, SO THE OPERATOR FIELD
      *   CARRIES WHOEVER WAS SIGNED ON FOR THE RUN.
       440-WRITE-FINANCIAL-AUDIT.
           MOVE WS-FIND-STUDENT TO AUDIT-STUDENT-ID-OUT
           MOVE "F" TO AUDIT-TYPE-OUT
           MOVE FINANCIAL-OFFICE TO AUDIT-OFFICE-OUT
           MOVE "AGING" TO AUDIT-SOURCE-OUT
           MOVE WS-OPERATOR-ID TO AUDIT-OPERATOR-OUT
           PERFORM 740-WRITE-AUDIT-RECORD.

      *   ONE PERMANENT AUDIT RECORD PER HOLD PLACED OR RELEASED,
      *   OPENED EXTEND SO IT IS NEVER OVERWRITTEN.
       740-WRITE-AUDIT-RECORD.
           MOVE WS-BUSINESS-DATE TO AUDIT-DATE-OUT
           WRITE AUDIT-TRAIL-REC FROM AUDIT-TRAIL-LINE.

       900-SAVE-PRIOR-GENERATION.
           OPEN INPUT HOLD-FILE
           OPEN OUTPUT HOLD-GENERATION-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 901-COPY-GENERATION-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE HOLD-FILE
                 HOLD-GENERATION-FILE.

       901-COPY-GENERATION-RECORD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   WRITE HOLD-GENERATION-REC FROM HLD-HOLD-REC
           END-READ.

       910-REWRITE-HOLDS.
           OPEN OUTPUT HOLD-FILE
           PERFORM 911-WRITE-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
           CLOSE HOLD-FILE.

       911-WRITE-ONE-HOLD.
           MOVE WS-HOLD-TABLE (WS-HOLD-SUB) TO HLD-HOLD-REC
           WRITE HLD-HOLD-REC.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM96" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO RL-RUN-DATE
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE TRANSACTIONS-READ TO RL-RECORDS-READ
           MOVE TRANSACTIONS-REJECTED TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           COMPUTE RL-CONTROL-TOTAL =
               HOLDS-PLACED + FINANCIAL-PLACED
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM96.
