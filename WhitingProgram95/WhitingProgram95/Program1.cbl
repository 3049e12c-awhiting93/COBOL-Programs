      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM95.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the term tuition billing run - tuition leaves
      *the spreadsheet and is billed through the same receivables
      *as every other charge, so statements, aging, dunning and
      *cash application all work on it.
      *Each section a student is enrolled in for the term on
      *ENROLLMENT.DAT is priced at the section's credit hours times
      *the term's per-hour rate on TUITION-RATES.DAT, plus the
      *section's own fee (both on the section master, the shared
      *SECTMAST copybook).  STUDENT-BILLING-XREF.DAT names the
      *customer on CUSTOMER-MASTER.DAT who pays for each student -
      *the student's own account or a parent's.
      *The charges are written as ordinary '2' add-numeric
      *transactions, one per customer and student - check digits
      *recomputed under PROGRAM13's mod-11 scheme, reference TU and
      *the term so the open item and the statement name the term -
      *APPENDED IN CUSTOMER-ID ORDER to CUSTOMER-TRANS.DAT, like
      *PROGRAM47's finance charges and PROGRAM56's parking charges.
      *Run this before the day's transactions are keyed so the file
      *stays in ID order for PROGRAM13's sequence check.
      *Every section billed is kept on WhitingTUITION-LEDGER.DAT
      *(the TUITLEDG copybook), so each run bills only what is new
      *since the last.  A billed section no longer on the roster was
      *dropped: it is refunded as a '3' credit against the term's
      *tuition item at the percentage of the refund scale on the
      *rate record in force on the business date - up to four tiers
      *of last date and percent - and nothing once the last tier's
      *date has passed.
      *The register WhitingTUITION-BILLING.LIS lists every section
      *charged, refunded or unbillable.  An enrollment with no
      *billing account, an account not on the customer master, or a
      *section not on the section master is left unbilled for the
      *next run and ends the run with condition code 4.  No rate for
      *the term, or a table too small for the files on disk, stops
      *the run with condition code 8 before anything is written.
      *So does an empty roster for a term that already has billed
      *sections, rather than refunding every one of them as dropped.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BILLING-PARMS-FILE
               ASSIGN TO "..\..\..\..\BILLING-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TUITION-RATE-FILE
               ASSIGN TO "..\..\..\..\TUITION-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BILLING-XREF-FILE
               ASSIGN TO "..\..\..\..\STUDENT-BILLING-XREF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-CUSTOMER-ID.
           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "..\..\..\..\ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TUITION-LEDGER-FILE
               ASSIGN TO "..\..\..\..\WhitingTUITION-LEDGER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DAILY-TRANS-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BILLING-REGISTER
               ASSIGN TO "..\..\..\..\WhitingTUITION-BILLING.LIS"
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
       FD  BILLING-PARMS-FILE.
       01  BILLING-PARMS-REC.
           05  BP-TERM-ID            PIC X(5).

      *   ONE RECORD PER TERM - THE PER-CREDIT-HOUR RATE AND THE
      *   REFUND SCALE FOR DROPS, TIERS IN DATE ORDER.  A TIER WITH
      *   NO DATE IS UNUSED.
       FD  TUITION-RATE-FILE.
       01  TUITION-RATE-REC.
           05  TR-TERM-ID            PIC X(5).
           05  TR-HOUR-RATE          PIC 9(4)V99.
           05  TR-REFUND-TIER OCCURS 4 TIMES.
               10  TR-REFUND-THRU    PIC 9(8).
               10  TR-REFUND-PERCENT PIC 9(3).

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

      *   ONE RECORD PER STUDENT - THE CUSTOMER WHO PAYS THEIR BILL.
       FD  BILLING-XREF-FILE.
       01  BILLING-XREF-REC.
           05  BX-STUDENT-ID         PIC X(5).
           05  BX-CUSTOMER-ID        PIC X(5).

       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MST==.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05  EN-STUDENT-ID         PIC X(5).
           05  EN-SECTION-CODE       PIC X(6).
           05  EN-TERM-ID            PIC X(5).

       FD  TUITION-LEDGER-FILE.
       COPY TUITLEDG REPLACING ==:PFX:== BY ==TL==.

       FD  DAILY-TRANS-FILE.
       COPY CUSTMTRN REPLACING ==:PFX:== BY ==TRANS==.

       FD  BILLING-REGISTER.
       01  BILLING-REGISTER-REC      PIC X(100).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-TABLE-OVERFLOW           PIC X       VALUE 'N'.
               88  TABLE-OVERFLOWED                    VALUE 'Y'.
           05  WS-RATE-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-ALREADY-BILLED           PIC X(3)    VALUE 'NO '.
           05  WS-STILL-ENROLLED           PIC X(3)    VALUE 'NO '.
           05  WS-CUSTOMER-ON-FILE         PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-RUN-TERM                 PIC X(5)    VALUE SPACES.
           05  WS-HIGHEST-TERM             PIC X(5)    VALUE SPACES.
           05  WS-REJECT-REASON            PIC X(30)   VALUE SPACES.

       01  PROGRAM-CONSTANTS.
           05  CHECK-DIGIT-DIVISOR         PIC 99      VALUE 11.
           05  MAXIMUM-TRANSACTION         PIC 9(5)V99 VALUE 99999.99.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.

      *   THE TERM'S RATE AND REFUND SCALE.
       01  RATE-AREAS.
           05  WS-HOUR-RATE                PIC 9(4)V99 VALUE ZERO.
           05  WS-TIER-SUB                 PIC 9       VALUE ZERO.
           05  WS-TIER-FOUND               PIC 9       VALUE ZERO.
           05  WS-REFUND-TIER OCCURS 4 TIMES.
               10  WS-REFUND-THRU          PIC 9(8).
               10  WS-REFUND-PERCENT       PIC 9(3).

       01  SECTION-TABLE-AREAS.
           05  WS-SECT-COUNT               PIC 9(3)    VALUE ZERO.
           05  WS-SECT-SUB                 PIC 9(3)    VALUE ZERO.
           05  WS-SECT-FOUND-SUB           PIC 9(3)    VALUE ZERO.
           05  WS-SECT-TABLE OCCURS 200 TIMES.
               10  WS-ST-CODE              PIC X(6).
               10  WS-ST-HOURS             PIC 99V9.
               10  WS-ST-FEE               PIC 9(4)V99.

       01  XREF-TABLE-AREAS.
           05  WS-XREF-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-XREF-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-XREF-FOUND-SUB           PIC 9(4)    VALUE ZERO.
           05  WS-XREF-TABLE OCCURS 2000 TIMES.
               10  WS-XR-STUDENT           PIC X(5).
               10  WS-XR-CUSTOMER          PIC X(5).

      *   ONLY THE TERM'S ENROLLMENTS ARE KEPT.
       01  ENROLLMENT-TABLE-AREAS.
           05  WS-EN-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-EN-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-EN-TABLE OCCURS 3000 TIMES.
               10  WS-EN-STUDENT           PIC X(5).
               10  WS-EN-SECTION           PIC X(6).

      *   THE WHOLE LEDGER, EVERY TERM, REWRITTEN AT THE END OF RUN.
       01  LEDGER-TABLE-AREAS.
           05  WS-LEDGER-COUNT             PIC 9(4)    VALUE ZERO.
           05  WS-LEDGER-LOADED            PIC 9(4)    VALUE ZERO.
           05  WS-TERM-BILLED-COUNT        PIC 9(4)    VALUE ZERO.
           05  WS-LEDGER-SUB               PIC 9(4)    VALUE ZERO.
           05  WS-LEDGER-TABLE OCCURS 6000 TIMES.
               10  WS-LG-STUDENT           PIC X(5).
               10  WS-LG-SECTION           PIC X(6).
               10  WS-LG-TERM              PIC X(5).
               10  WS-LG-CUSTOMER          PIC X(5).
               10  WS-LG-HOURS             PIC 99V9.
               10  WS-LG-TUITION           PIC 9(5)V99.
               10  WS-LG-FEE               PIC 9(4)V99.
               10  WS-LG-BILLED-DATE       PIC 9(8).
               10  WS-LG-STATUS            PIC X.
               10  WS-LG-DROP-DATE         PIC 9(8).
               10  WS-LG-REFUND-PERCENT    PIC 9(3).
               10  WS-LG-REFUND-AMOUNT     PIC 9(5)V99.

      *   THE RUN'S TRANSACTIONS, ONE PER CUSTOMER, STUDENT AND TYPE,
      *   SORTED BY CUSTOMER ID BEFORE THEY ARE APPENDED.
       01  TRANSACTION-TABLE-AREAS.
           05  WS-TX-COUNT                 PIC 9(4)    VALUE ZERO.
           05  WS-TX-SUB                   PIC 9(4)    VALUE ZERO.
           05  WS-TX-FOUND-SUB             PIC 9(4)    VALUE ZERO.
           05  WS-SCAN-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-TX-TABLE OCCURS 3000 TIMES.
               10  WS-TX-KEY.
                   15  WS-TX-CUSTOMER      PIC X(5).
                   15  WS-TX-TYPE          PIC X.
                   15  WS-TX-STUDENT       PIC X(5).
               10  WS-TX-AMOUNT            PIC 9(5)V99.
           05  WS-SWAP-ENTRY               PIC X(18).
           05  WS-NEW-CUSTOMER             PIC X(5)    VALUE SPACES.
           05  WS-NEW-TYPE                 PIC X       VALUE SPACES.
           05  WS-NEW-STUDENT              PIC X(5)    VALUE SPACES.
           05  WS-NEW-AMOUNT               PIC 9(5)V99 VALUE ZERO.

       01  PRICING-AREAS.
           05  WS-CUSTOMER-ID              PIC X(5)    VALUE SPACES.
           05  WS-TUITION                  PIC 9(5)V99 VALUE ZERO.
           05  WS-SECTION-PRICE            PIC 9(6)V99 VALUE ZERO.
           05  WS-REFUND-PCT               PIC 9(3)    VALUE ZERO.
           05  WS-REFUND-AMOUNT            PIC 9(5)V99 VALUE ZERO.

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
           05  SECTIONS-CHARGED            PIC 9(5)    VALUE ZERO.
           05  SECTIONS-DROPPED            PIC 9(5)    VALUE ZERO.
           05  SECTIONS-UNBILLABLE         PIC 9(5)    VALUE ZERO.
           05  CHARGES-WRITTEN             PIC 9(5)    VALUE ZERO.
           05  CREDITS-WRITTEN             PIC 9(5)    VALUE ZERO.
           05  TOTAL-CHARGED               PIC 9(7)V99 VALUE ZERO.
           05  TOTAL-REFUNDED              PIC 9(7)V99 VALUE ZERO.
           05  TOTAL-UNBILLABLE            PIC 9(7)V99 VALUE ZERO.

       01  REGISTER-HEADING-LINE.
           05                              PIC X(27)
               VALUE "TUITION BILLING REGISTER - ".
           05                              PIC X(5)    VALUE "TERM ".
           05  HEADING-TERM-OUT            PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(14)
               VALUE "BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(4)    VALUE SPACES.
           05                              PIC X(11)
               VALUE "RATE/HOUR  ".
           05  HEADING-RATE-OUT            PIC $$,$$9.99.
           05                              PIC X(13)   VALUE SPACES.

       01  REGISTER-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "STUDENT  SECTION  ACCOUNT  HOURS     TUI".
           05                              PIC X(40)
               VALUE "TION        FEE      AMOUNT  ACTION     ".
           05                              PIC X(20)   VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  REG-STUDENT-OUT             PIC X(5).
           05                              PIC X(4)    VALUE SPACES.
           05  REG-SECTION-OUT             PIC X(6).
           05                              PIC X(3)    VALUE SPACES.
           05  REG-CUSTOMER-OUT            PIC X(5).
           05                              PIC X(3)    VALUE SPACES.
           05  REG-HOURS-OUT               PIC Z9.9.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-TUITION-OUT             PIC ZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-FEE-OUT                 PIC Z,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-AMOUNT-OUT              PIC ZZ,ZZ9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-ACTION-OUT              PIC X(35).

       01  REGISTER-TOTAL-LINE.
           05  REG-TOTAL-LABEL-OUT         PIC X(24).
           05  REG-TOTAL-COUNT-OUT         PIC ZZZZ9.
           05                              PIC X(4)    VALUE SPACES.
           05  REG-TOTAL-AMOUNT-OUT        PIC $$,$$$,$$9.99.
           05                              PIC X(54)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 106-READ-PARAMETERS
           PERFORM 110-LOAD-ENROLLMENTS
           PERFORM 115-LOAD-RATE
           PERFORM 120-LOAD-SECTIONS
           PERFORM 125-LOAD-XREF
           PERFORM 130-LOAD-LEDGER
           IF WS-RATE-FOUND = 'NO '
               DISPLAY "**** NO TUITION RATE FOR TERM " WS-RUN-TERM
                   " ON TUITION-RATES.DAT - NOTHING BILLED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF TABLE-OVERFLOWED
               DISPLAY "**** SECTION, CROSS-REFERENCE, ROSTER OR "
                   "LEDGER TABLE OVERFLOWED - NOTHING BILLED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-EN-COUNT = ZERO AND WS-TERM-BILLED-COUNT > ZERO
               DISPLAY "**** NO ENROLLMENTS FOR TERM " WS-RUN-TERM
                   " BUT " WS-TERM-BILLED-COUNT " SECTION(S) BILLED "
                   "- NOTHING BILLED OR REFUNDED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT BILLING-REGISTER
           MOVE WS-RUN-TERM TO HEADING-TERM-OUT
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           MOVE WS-HOUR-RATE TO HEADING-RATE-OUT
           WRITE BILLING-REGISTER-REC FROM REGISTER-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE BILLING-REGISTER-REC FROM REGISTER-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO BILLING-REGISTER-REC
           WRITE BILLING-REGISTER-REC
           MOVE WS-LEDGER-COUNT TO WS-LEDGER-LOADED
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM 200-BILL-ONE-ENROLLMENT
               VARYING WS-EN-SUB FROM 1 BY 1
               UNTIL WS-EN-SUB > WS-EN-COUNT
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 250-CHECK-ONE-FOR-DROP
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-LOADED
           IF TABLE-OVERFLOWED
               DISPLAY "**** LEDGER OR TRANSACTION TABLE OVERFLOWED "
                   "- NOTHING BILLED ****"
               CLOSE BILLING-REGISTER
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 300-SORT-BY-CUSTOMER-ID
           OPEN EXTEND DAILY-TRANS-FILE
           PERFORM 310-WRITE-ONE-TRANSACTION
               VARYING WS-TX-SUB FROM 1 BY 1
               UNTIL WS-TX-SUB > WS-TX-COUNT
           CLOSE DAILY-TRANS-FILE
           PERFORM 320-WRITE-REGISTER-TOTALS
           CLOSE BILLING-REGISTER
           PERFORM 900-REWRITE-LEDGER
           IF SECTIONS-UNBILLABLE > ZERO
               DISPLAY "**** " SECTIONS-UNBILLABLE
                   " SECTION(S) UNBILLABLE - SEE "
                   "WhitingTUITION-BILLING.LIS ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "TERM " WS-RUN-TERM " SECTIONS CHARGED: "
               SECTIONS-CHARGED " DROPPED: " SECTIONS-DROPPED
           DISPLAY "TUITION CHARGED: " TOTAL-CHARGED
               " REFUNDED: " TOTAL-REFUNDED
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.  IT IS ALSO THE DATE A
      *   DROP IS REFUNDED UNDER.
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

       106-READ-PARAMETERS.
           OPEN INPUT BILLING-PARMS-FILE
           READ BILLING-PARMS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE BP-TERM-ID TO WS-RUN-TERM
           END-READ
           CLOSE BILLING-PARMS-FILE.

      *   WITH NO TERM ON A PARAMETER FILE THE ROSTER IS READ TWICE -
      *   ONCE FOR ITS HIGHEST TERM, THEN FOR THAT TERM'S SECTIONS.
       110-LOAD-ENROLLMENTS.
           IF WS-RUN-TERM = SPACES
               OPEN INPUT ENROLLMENT-FILE
               MOVE 'YES' TO WS-LOAD-MORE-RECORDS
               PERFORM 111-FIND-HIGHEST-TERM
                   UNTIL WS-LOAD-MORE-RECORDS = 'NO '
               CLOSE ENROLLMENT-FILE
               MOVE WS-HIGHEST-TERM TO WS-RUN-TERM
           END-IF
           OPEN INPUT ENROLLMENT-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 112-READ-ONE-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ENROLLMENT-FILE.

       111-FIND-HIGHEST-TERM.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EN-TERM-ID > WS-HIGHEST-TERM
                       MOVE EN-TERM-ID TO WS-HIGHEST-TERM
                   END-IF
           END-READ.

       112-READ-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EN-STUDENT-ID NOT = SPACES AND
                           EN-TERM-ID = WS-RUN-TERM
                       IF WS-EN-COUNT < 3000
                           ADD 1 TO WS-EN-COUNT
                           MOVE EN-STUDENT-ID
                               TO WS-EN-STUDENT (WS-EN-COUNT)
                           MOVE EN-SECTION-CODE
                               TO WS-EN-SECTION (WS-EN-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       115-LOAD-RATE.
           OPEN INPUT TUITION-RATE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 116-READ-ONE-RATE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TUITION-RATE-FILE.

       116-READ-ONE-RATE.
           READ TUITION-RATE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF TR-TERM-ID = WS-RUN-TERM AND
                           TR-HOUR-RATE IS NUMERIC
                       MOVE 'YES' TO WS-RATE-FOUND
                       MOVE TR-HOUR-RATE TO WS-HOUR-RATE
                       PERFORM 117-LOAD-ONE-TIER
                           VARYING WS-TIER-SUB FROM 1 BY 1
                           UNTIL WS-TIER-SUB > 4
                   END-IF
           END-READ.

       117-LOAD-ONE-TIER.
           IF TR-REFUND-THRU (WS-TIER-SUB) IS NUMERIC AND
                   TR-REFUND-PERCENT (WS-TIER-SUB) IS NUMERIC
               MOVE TR-REFUND-THRU (WS-TIER-SUB)
                   TO WS-REFUND-THRU (WS-TIER-SUB)
               MOVE TR-REFUND-PERCENT (WS-TIER-SUB)
                   TO WS-REFUND-PERCENT (WS-TIER-SUB)
           ELSE
               MOVE ZERO TO WS-REFUND-THRU (WS-TIER-SUB)
               MOVE ZERO TO WS-REFUND-PERCENT (WS-TIER-SUB)
           END-IF.

       120-LOAD-SECTIONS.
           OPEN INPUT SECTION-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-SECTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-MASTER-FILE.

       121-READ-ONE-SECTION.
           MOVE SPACES TO SEC-SECTION-REC
           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-SECT-COUNT < 200
                       ADD 1 TO WS-SECT-COUNT
                       MOVE SEC-SECTION-CODE
                           TO WS-ST-CODE (WS-SECT-COUNT)
                       MOVE ZERO TO WS-ST-HOURS (WS-SECT-COUNT)
                       MOVE ZERO TO WS-ST-FEE (WS-SECT-COUNT)
                       IF SEC-CREDIT-HOURS IS NUMERIC
                           MOVE SEC-CREDIT-HOURS
                               TO WS-ST-HOURS (WS-SECT-COUNT)
                       END-IF
                       IF SEC-SECTION-FEE IS NUMERIC
                           MOVE SEC-SECTION-FEE
                               TO WS-ST-FEE (WS-SECT-COUNT)
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   THE BILLING ACCOUNT'S CHECK DIGIT IS RECOMPUTED AS IT IS
      *   LOADED, SO THE MASTER LOOKUP AND THE TRANSACTION BOTH USE
      *   THE ID PROGRAM13 WILL ACCEPT.
       125-LOAD-XREF.
           OPEN INPUT BILLING-XREF-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 126-READ-ONE-XREF
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE BILLING-XREF-FILE.

       126-READ-ONE-XREF.
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
                           PERFORM 215-SET-CHECK-DIGIT
                           MOVE WS-WORK-ID
                               TO WS-XR-CUSTOMER (WS-XREF-COUNT)
                       ELSE
                           MOVE 'Y' TO WS-TABLE-OVERFLOW
                       END-IF
                   END-IF
           END-READ.

       130-LOAD-LEDGER.
           OPEN INPUT TUITION-LEDGER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 131-READ-ONE-LEDGER
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TUITION-LEDGER-FILE.

       131-READ-ONE-LEDGER.
           READ TUITION-LEDGER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-LEDGER-COUNT < 6000
                       ADD 1 TO WS-LEDGER-COUNT
                       MOVE TL-STUDENT-ID
                           TO WS-LG-STUDENT (WS-LEDGER-COUNT)
                       MOVE TL-SECTION-CODE
                           TO WS-LG-SECTION (WS-LEDGER-COUNT)
                       MOVE TL-TERM-ID TO WS-LG-TERM (WS-LEDGER-COUNT)
                       MOVE TL-CUSTOMER-ID
                           TO WS-LG-CUSTOMER (WS-LEDGER-COUNT)
                       MOVE TL-CREDIT-HOURS
                           TO WS-LG-HOURS (WS-LEDGER-COUNT)
                       MOVE TL-TUITION
                           TO WS-LG-TUITION (WS-LEDGER-COUNT)
                       MOVE TL-SECTION-FEE
                           TO WS-LG-FEE (WS-LEDGER-COUNT)
                       MOVE TL-BILLED-DATE
                           TO WS-LG-BILLED-DATE (WS-LEDGER-COUNT)
                       MOVE TL-STATUS TO WS-LG-STATUS (WS-LEDGER-COUNT)
                       MOVE TL-DROP-DATE
                           TO WS-LG-DROP-DATE (WS-LEDGER-COUNT)
                       MOVE TL-REFUND-PERCENT
                           TO WS-LG-REFUND-PERCENT (WS-LEDGER-COUNT)
                       MOVE TL-REFUND-AMOUNT
                           TO WS-LG-REFUND-AMOUNT (WS-LEDGER-COUNT)
                       IF TL-TERM-ID = WS-RUN-TERM AND
                               TL-STATUS = 'B'
                           ADD 1 TO WS-TERM-BILLED-COUNT
                       END-IF
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   A SECTION ALREADY BILLED AND NOT DROPPED IS LEFT ALONE; ANY
      *   OTHER IS PRICED AND CHARGED TO THE STUDENT'S ACCOUNT.
       200-BILL-ONE-ENROLLMENT.
           MOVE 'NO ' TO WS-ALREADY-BILLED
           PERFORM 201-MATCH-ONE-LEDGER
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
                   OR WS-ALREADY-BILLED = 'YES'
           IF WS-ALREADY-BILLED = 'NO '
               PERFORM 210-PRICE-ONE-SECTION
           END-IF.

       201-MATCH-ONE-LEDGER.
           IF WS-LG-STUDENT (WS-LEDGER-SUB) = WS-EN-STUDENT (WS-EN-SUB)
                   AND WS-LG-SECTION (WS-LEDGER-SUB) =
                       WS-EN-SECTION (WS-EN-SUB)
                   AND WS-LG-TERM (WS-LEDGER-SUB) = WS-RUN-TERM
                   AND WS-LG-STATUS (WS-LEDGER-SUB) = 'B'
               MOVE 'YES' TO WS-ALREADY-BILLED
           END-IF.

       210-PRICE-ONE-SECTION.
           MOVE SPACES TO WS-REJECT-REASON
           MOVE SPACES TO WS-CUSTOMER-ID
           MOVE ZERO TO WS-SECT-FOUND-SUB
           PERFORM 211-MATCH-ONE-SECTION
               VARYING WS-SECT-SUB FROM 1 BY 1
               UNTIL WS-SECT-SUB > WS-SECT-COUNT
                   OR WS-SECT-FOUND-SUB > ZERO
           MOVE ZERO TO WS-XREF-FOUND-SUB
           PERFORM 212-MATCH-ONE-XREF
               VARYING WS-XREF-SUB FROM 1 BY 1
               UNTIL WS-XREF-SUB > WS-XREF-COUNT
                   OR WS-XREF-FOUND-SUB > ZERO
           EVALUATE TRUE
               WHEN WS-SECT-FOUND-SUB = ZERO
                   MOVE "SECTION NOT ON SECTION MASTER"
                       TO WS-REJECT-REASON
               WHEN WS-XREF-FOUND-SUB = ZERO
                   MOVE "NO BILLING ACCOUNT FOR STUDENT"
                       TO WS-REJECT-REASON
               WHEN OTHER
                   MOVE WS-XR-CUSTOMER (WS-XREF-FOUND-SUB)
                       TO WS-CUSTOMER-ID
                   PERFORM 213-CHECK-CUSTOMER-MASTER
                   IF WS-CUSTOMER-ON-FILE = 'NO '
                       MOVE "ACCOUNT NOT ON CUSTOMER MASTER"
                           TO WS-REJECT-REASON
                   END-IF
           END-EVALUATE
           MOVE ZERO TO WS-TUITION
           MOVE ZERO TO WS-SECTION-PRICE
           IF WS-SECT-FOUND-SUB > ZERO
               COMPUTE WS-TUITION ROUNDED =
                   WS-ST-HOURS (WS-SECT-FOUND-SUB) * WS-HOUR-RATE
               COMPUTE WS-SECTION-PRICE =
                   WS-TUITION + WS-ST-FEE (WS-SECT-FOUND-SUB)
           END-IF
           IF WS-REJECT-REASON = SPACES
               PERFORM 220-RECORD-CHARGE
           ELSE
               PERFORM 230-LIST-UNBILLABLE
           END-IF.

       211-MATCH-ONE-SECTION.
           IF WS-ST-CODE (WS-SECT-SUB) = WS-EN-SECTION (WS-EN-SUB)
               MOVE WS-SECT-SUB TO WS-SECT-FOUND-SUB
           END-IF.

       212-MATCH-ONE-XREF.
           IF WS-XR-STUDENT (WS-XREF-SUB) = WS-EN-STUDENT (WS-EN-SUB)
               MOVE WS-XREF-SUB TO WS-XREF-FOUND-SUB
           END-IF.

       213-CHECK-CUSTOMER-MASTER.
           MOVE 'NO ' TO WS-CUSTOMER-ON-FILE
           MOVE WS-CUSTOMER-ID TO MST-CUSTOMER-ID
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-CUSTOMER-ON-FILE
           END-READ.

      *   THE SAME MOD-11 SCHEME PROGRAM13 ENFORCES - THE FIRST
      *   FOUR CHARACTERS ARE THE BASE (WEIGHTED 4-3-2-1) AND THE
      *   FIFTH IS THE CHECK DIGIT.
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

       220-RECORD-CHARGE.
           IF WS-LEDGER-COUNT < 6000
               ADD 1 TO WS-LEDGER-COUNT
               MOVE WS-EN-STUDENT (WS-EN-SUB)
                   TO WS-LG-STUDENT (WS-LEDGER-COUNT)
               MOVE WS-EN-SECTION (WS-EN-SUB)
                   TO WS-LG-SECTION (WS-LEDGER-COUNT)
               MOVE WS-RUN-TERM TO WS-LG-TERM (WS-LEDGER-COUNT)
               MOVE WS-CUSTOMER-ID TO WS-LG-CUSTOMER (WS-LEDGER-COUNT)
               MOVE WS-ST-HOURS (WS-SECT-FOUND-SUB)
                   TO WS-LG-HOURS (WS-LEDGER-COUNT)
               MOVE WS-TUITION TO WS-LG-TUITION (WS-LEDGER-COUNT)
               MOVE WS-ST-FEE (WS-SECT-FOUND-SUB)
                   TO WS-LG-FEE (WS-LEDGER-COUNT)
               MOVE WS-BUSINESS-DATE
                   TO WS-LG-BILLED-DATE (WS-LEDGER-COUNT)
               MOVE 'B' TO WS-LG-STATUS (WS-LEDGER-COUNT)
               MOVE ZERO TO WS-LG-DROP-DATE (WS-LEDGER-COUNT)
               MOVE ZERO TO WS-LG-REFUND-PERCENT (WS-LEDGER-COUNT)
               MOVE ZERO TO WS-LG-REFUND-AMOUNT (WS-LEDGER-COUNT)
               MOVE WS-CUSTOMER-ID TO WS-NEW-CUSTOMER
               MOVE '2' TO WS-NEW-TYPE
               MOVE WS-EN-STUDENT (WS-EN-SUB) TO WS-NEW-STUDENT
               MOVE WS-SECTION-PRICE TO WS-NEW-AMOUNT
               PERFORM 240-ADD-TO-TRANSACTIONS
               ADD 1 TO SECTIONS-CHARGED
               ADD WS-SECTION-PRICE TO TOTAL-CHARGED
               MOVE WS-EN-STUDENT (WS-EN-SUB) TO REG-STUDENT-OUT
               MOVE WS-EN-SECTION (WS-EN-SUB) TO REG-SECTION-OUT
               MOVE WS-CUSTOMER-ID TO REG-CUSTOMER-OUT
               MOVE WS-ST-HOURS (WS-SECT-FOUND-SUB) TO REG-HOURS-OUT
               MOVE WS-TUITION TO REG-TUITION-OUT
               MOVE WS-ST-FEE (WS-SECT-FOUND-SUB) TO REG-FEE-OUT
               MOVE WS-SECTION-PRICE TO REG-AMOUNT-OUT
               MOVE "CHARGED" TO REG-ACTION-OUT
               WRITE BILLING-REGISTER-REC FROM REGISTER-DETAIL-LINE
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

      *   LEFT OFF THE LEDGER SO THE NEXT RUN TRIES IT AGAIN ONCE THE
      *   ACCOUNT OR THE SECTION HAS BEEN PUT RIGHT.
       230-LIST-UNBILLABLE.
           ADD 1 TO SECTIONS-UNBILLABLE
           ADD WS-SECTION-PRICE TO TOTAL-UNBILLABLE
           MOVE WS-EN-STUDENT (WS-EN-SUB) TO REG-STUDENT-OUT
           MOVE WS-EN-SECTION (WS-EN-SUB) TO REG-SECTION-OUT
           MOVE WS-CUSTOMER-ID TO REG-CUSTOMER-OUT
           MOVE ZERO TO REG-HOURS-OUT
           MOVE ZERO TO REG-FEE-OUT
           IF WS-SECT-FOUND-SUB > ZERO
               MOVE WS-ST-HOURS (WS-SECT-FOUND-SUB) TO REG-HOURS-OUT
               MOVE WS-ST-FEE (WS-SECT-FOUND-SUB) TO REG-FEE-OUT
           END-IF
           MOVE WS-TUITION TO REG-TUITION-OUT
           MOVE ZERO TO REG-AMOUNT-OUT
           MOVE WS-REJECT-REASON TO REG-ACTION-OUT
           WRITE BILLING-REGISTER-REC FROM REGISTER-DETAIL-LINE.

      *   ONE TRANSACTION PER CUSTOMER, TYPE AND STUDENT.  A SUM THAT
      *   WOULD NOT FIT THE TRANSACTION'S BALANCE STARTS ANOTHER.
       240-ADD-TO-TRANSACTIONS.
           IF WS-NEW-AMOUNT > ZERO
               MOVE ZERO TO WS-TX-FOUND-SUB
               PERFORM 241-MATCH-ONE-TRANSACTION
                   VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB > WS-TX-COUNT
                       OR WS-TX-FOUND-SUB > ZERO
               IF WS-TX-FOUND-SUB > ZERO
                   ADD WS-NEW-AMOUNT TO WS-TX-AMOUNT (WS-TX-FOUND-SUB)
               ELSE
                   IF WS-TX-COUNT < 3000
                       ADD 1 TO WS-TX-COUNT
                       MOVE WS-NEW-CUSTOMER
                           TO WS-TX-CUSTOMER (WS-TX-COUNT)
                       MOVE WS-NEW-TYPE TO WS-TX-TYPE (WS-TX-COUNT)
                       MOVE WS-NEW-STUDENT
                           TO WS-TX-STUDENT (WS-TX-COUNT)
                       MOVE WS-NEW-AMOUNT TO WS-TX-AMOUNT (WS-TX-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
               END-IF
           END-IF.

       241-MATCH-ONE-TRANSACTION.
           IF WS-TX-CUSTOMER (WS-TX-SUB) = WS-NEW-CUSTOMER AND
                   WS-TX-TYPE (WS-TX-SUB) = WS-NEW-TYPE AND
                   WS-TX-STUDENT (WS-TX-SUB) = WS-NEW-STUDENT AND
                   WS-TX-AMOUNT (WS-TX-SUB) + WS-NEW-AMOUNT
                       NOT > MAXIMUM-TRANSACTION
               MOVE WS-TX-SUB TO WS-TX-FOUND-SUB
           END-IF.

      *   A SECTION BILLED FOR THE TERM THAT IS NO LONGER ON THE
      *   ROSTER WAS DROPPED.  THE REFUND GOES TO THE ACCOUNT THE
      *   CHARGE WENT TO.
       250-CHECK-ONE-FOR-DROP.
           IF WS-LG-TERM (WS-LEDGER-SUB) = WS-RUN-TERM AND
                   WS-LG-STATUS (WS-LEDGER-SUB) = 'B'
               MOVE 'NO ' TO WS-STILL-ENROLLED
               PERFORM 251-MATCH-ONE-ENROLLMENT
                   VARYING WS-EN-SUB FROM 1 BY 1
                   UNTIL WS-EN-SUB > WS-EN-COUNT
                       OR WS-STILL-ENROLLED = 'YES'
               IF WS-STILL-ENROLLED = 'NO '
                   PERFORM 255-REFUND-ONE-DROP
               END-IF
           END-IF.

       251-MATCH-ONE-ENROLLMENT.
           IF WS-EN-STUDENT (WS-EN-SUB) = WS-LG-STUDENT (WS-LEDGER-SUB)
                   AND WS-EN-SECTION (WS-EN-SUB) =
                       WS-LG-SECTION (WS-LEDGER-SUB)
               MOVE 'YES' TO WS-STILL-ENROLLED
           END-IF.

      *   THE FIRST TIER WHOSE LAST DATE HAS NOT PASSED SETS THE
      *   PERCENTAGE; PAST THE LAST TIER THE DROP IS REFUNDED NOTHING.
       255-REFUND-ONE-DROP.
           MOVE ZERO TO WS-TIER-FOUND
           PERFORM 256-MATCH-ONE-TIER
               VARYING WS-TIER-SUB FROM 1 BY 1
               UNTIL WS-TIER-SUB > 4
                   OR WS-TIER-FOUND > ZERO
           MOVE ZERO TO WS-REFUND-PCT
           IF WS-TIER-FOUND > ZERO
               MOVE WS-REFUND-PERCENT (WS-TIER-FOUND) TO WS-REFUND-PCT
           END-IF
           COMPUTE WS-REFUND-AMOUNT ROUNDED =
               (WS-LG-TUITION (WS-LEDGER-SUB) +
                WS-LG-FEE (WS-LEDGER-SUB)) * WS-REFUND-PCT / 100
           MOVE 'D' TO WS-LG-STATUS (WS-LEDGER-SUB)
           MOVE WS-BUSINESS-DATE TO WS-LG-DROP-DATE (WS-LEDGER-SUB)
           MOVE WS-REFUND-PCT TO WS-LG-REFUND-PERCENT (WS-LEDGER-SUB)
           MOVE WS-REFUND-AMOUNT TO WS-LG-REFUND-AMOUNT (WS-LEDGER-SUB)
           MOVE WS-LG-CUSTOMER (WS-LEDGER-SUB) TO WS-NEW-CUSTOMER
           MOVE '3' TO WS-NEW-TYPE
           MOVE WS-LG-STUDENT (WS-LEDGER-SUB) TO WS-NEW-STUDENT
           MOVE WS-REFUND-AMOUNT TO WS-NEW-AMOUNT
           PERFORM 240-ADD-TO-TRANSACTIONS
           ADD 1 TO SECTIONS-DROPPED
           ADD WS-REFUND-AMOUNT TO TOTAL-REFUNDED
           MOVE WS-LG-STUDENT (WS-LEDGER-SUB) TO REG-STUDENT-OUT
           MOVE WS-LG-SECTION (WS-LEDGER-SUB) TO REG-SECTION-OUT
           MOVE WS-LG-CUSTOMER (WS-LEDGER-SUB) TO REG-CUSTOMER-OUT
           MOVE WS-LG-HOURS (WS-LEDGER-SUB) TO REG-HOURS-OUT
           MOVE WS-LG-TUITION (WS-LEDGER-SUB) TO REG-TUITION-OUT
           MOVE WS-LG-FEE (WS-LEDGER-SUB) TO REG-FEE-OUT
           COMPUTE REG-AMOUNT-OUT = ZERO - WS-REFUND-AMOUNT
           MOVE SPACES TO REG-ACTION-OUT
           IF WS-TIER-FOUND > ZERO
               STRING "DROPPED - " DELIMITED BY SIZE
                      WS-REFUND-PCT DELIMITED BY SIZE
                      "% REFUNDED" DELIMITED BY SIZE
                   INTO REG-ACTION-OUT
               END-STRING
           ELSE
               MOVE "DROPPED AFTER REFUND DEADLINE" TO REG-ACTION-OUT
           END-IF
           WRITE BILLING-REGISTER-REC FROM REGISTER-DETAIL-LINE.

       256-MATCH-ONE-TIER.
           IF WS-REFUND-THRU (WS-TIER-SUB) > ZERO AND
                   WS-BUSINESS-DATE NOT > WS-REFUND-THRU (WS-TIER-SUB)
               MOVE WS-TIER-SUB TO WS-TIER-FOUND
           END-IF.

      *   A SIMPLE EXCHANGE SORT SO THE TRANSACTIONS APPEND IN
      *   ASCENDING CUSTOMER-ID ORDER - CHARGES AHEAD OF CREDITS FOR
      *   THE SAME CUSTOMER, SO A CREDIT FINDS ITS ITEM OPEN.
       300-SORT-BY-CUSTOMER-ID.
           IF WS-TX-COUNT > 1
               PERFORM 301-ONE-SORT-PASS
                   VARYING WS-TX-SUB FROM 1 BY 1
                   UNTIL WS-TX-SUB >= WS-TX-COUNT
           END-IF.

       301-ONE-SORT-PASS.
           PERFORM 302-COMPARE-AND-SWAP
               VARYING WS-SCAN-SUB FROM 1 BY 1
               UNTIL WS-SCAN-SUB >= WS-TX-COUNT.

       302-COMPARE-AND-SWAP.
           IF WS-TX-KEY (WS-SCAN-SUB) > WS-TX-KEY (WS-SCAN-SUB + 1)
               MOVE WS-TX-TABLE (WS-SCAN-SUB) TO WS-SWAP-ENTRY
               MOVE WS-TX-TABLE (WS-SCAN-SUB + 1)
                   TO WS-TX-TABLE (WS-SCAN-SUB)
               MOVE WS-SWAP-ENTRY TO WS-TX-TABLE (WS-SCAN-SUB + 1)
           END-IF.

      *   THE REFERENCE NAMES THE TERM, SO A REFUND CREDIT CLOSES
      *   AGAINST THE TERM'S TUITION ITEM.
       310-WRITE-ONE-TRANSACTION.
           MOVE SPACES TO TRANS-REC
           MOVE WS-TX-CUSTOMER (WS-TX-SUB) TO TRANS-CUSTOMER-ID
           MOVE ZERO TO TRANS-MAX-CREDIT
           MOVE WS-TX-AMOUNT (WS-TX-SUB) TO TRANS-BALANCE
           MOVE WS-TX-TYPE (WS-TX-SUB) TO TRANS-TYPE-CODE
           MOVE ZERO TO TRANS-EFFECTIVE-DATE
           STRING "TU" WS-RUN-TERM
               DELIMITED BY SIZE INTO TRANS-REFERENCE
           WRITE TRANS-REC
           IF WS-TX-TYPE (WS-TX-SUB) = '2'
               ADD 1 TO CHARGES-WRITTEN
           ELSE
               ADD 1 TO CREDITS-WRITTEN
           END-IF.

       320-WRITE-REGISTER-TOTALS.
           MOVE SPACES TO BILLING-REGISTER-REC
           WRITE BILLING-REGISTER-REC
           MOVE "SECTIONS CHARGED" TO REG-TOTAL-LABEL-OUT
           MOVE SECTIONS-CHARGED TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-CHARGED TO REG-TOTAL-AMOUNT-OUT
           WRITE BILLING-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "SECTIONS DROPPED" TO REG-TOTAL-LABEL-OUT
           MOVE SECTIONS-DROPPED TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-REFUNDED TO REG-TOTAL-AMOUNT-OUT
           WRITE BILLING-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "SECTIONS UNBILLABLE" TO REG-TOTAL-LABEL-OUT
           MOVE SECTIONS-UNBILLABLE TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-UNBILLABLE TO REG-TOTAL-AMOUNT-OUT
           WRITE BILLING-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE SPACES TO BILLING-REGISTER-REC
           WRITE BILLING-REGISTER-REC
           MOVE "CHARGE TRANSACTIONS '2'" TO REG-TOTAL-LABEL-OUT
           MOVE CHARGES-WRITTEN TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-CHARGED TO REG-TOTAL-AMOUNT-OUT
           WRITE BILLING-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE "CREDIT TRANSACTIONS '3'" TO REG-TOTAL-LABEL-OUT
           MOVE CREDITS-WRITTEN TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-REFUNDED TO REG-TOTAL-AMOUNT-OUT
           WRITE BILLING-REGISTER-REC FROM REGISTER-TOTAL-LINE.

       900-REWRITE-LEDGER.
           OPEN OUTPUT TUITION-LEDGER-FILE
           PERFORM 901-WRITE-ONE-LEDGER
               VARYING WS-LEDGER-SUB FROM 1 BY 1
               UNTIL WS-LEDGER-SUB > WS-LEDGER-COUNT
           CLOSE TUITION-LEDGER-FILE.

       901-WRITE-ONE-LEDGER.
           MOVE WS-LG-STUDENT (WS-LEDGER-SUB) TO TL-STUDENT-ID
           MOVE WS-LG-SECTION (WS-LEDGER-SUB) TO TL-SECTION-CODE
           MOVE WS-LG-TERM (WS-LEDGER-SUB) TO TL-TERM-ID
           MOVE WS-LG-CUSTOMER (WS-LEDGER-SUB) TO TL-CUSTOMER-ID
           MOVE WS-LG-HOURS (WS-LEDGER-SUB) TO TL-CREDIT-HOURS
           MOVE WS-LG-TUITION (WS-LEDGER-SUB) TO TL-TUITION
           MOVE WS-LG-FEE (WS-LEDGER-SUB) TO TL-SECTION-FEE
           MOVE WS-LG-BILLED-DATE (WS-LEDGER-SUB) TO TL-BILLED-DATE
           MOVE WS-LG-STATUS (WS-LEDGER-SUB) TO TL-STATUS
           MOVE WS-LG-DROP-DATE (WS-LEDGER-SUB) TO TL-DROP-DATE
           MOVE WS-LG-REFUND-PERCENT (WS-LEDGER-SUB)
               TO TL-REFUND-PERCENT
           MOVE WS-LG-REFUND-AMOUNT (WS-LEDGER-SUB)
               TO TL-REFUND-AMOUNT
           WRITE TL-LEDGER-REC.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM95" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO RL-RUN-DATE
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE WS-EN-COUNT TO RL-RECORDS-READ
           MOVE SECTIONS-UNBILLABLE TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           COMPUTE RL-CONTROL-TOTAL = TOTAL-CHARGED - TOTAL-REFUNDED
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM95.
