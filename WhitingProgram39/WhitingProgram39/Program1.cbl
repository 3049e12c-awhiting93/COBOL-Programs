      *actually surfaces.
      *Cleared checks are marked back into the check state file so
      *they stop aging as outstanding on the next run.
      *A check PROGRAM64 has escheated (state E) no longer ages and
      *is never cleared; if the bank still presents it, it is listed
      *unmatched with a note to refer the payee to the state.  The
      *employee number on each state record is carried through the
      *compaction.
      *The vendor checks PROGRAM90 writes on the same account and
      *check numbering are kept in WhitingAP-CHECKS.DAT; they are
      *reconciled with the payroll checks, aged with them marked AP
      *CHECK, and written back compacted to their own file.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL CHECK-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-CHECK-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DEPOSIT-TRANS-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-DEPOSIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  CK-ISSUE-DATE         PIC 9(8).
           05  CK-STATUS             PIC X.
           05  CK-CLEAR-DATE         PIC 9(8).
           05  CK-EMP-NUM            PIC X(5).

      *   PROGRAM90'S VENDOR CHECKS IN THE SAME LAYOUT, WITH THE
      *   VENDOR NUMBER WHERE THE EMPLOYEE NUMBER WOULD BE.
       FD  AP-CHECK-DATA-FILE.
       01  AP-CHECK-DATA-REC         PIC X(55).

       FD  DEPOSIT-TRANS-FILE.
       01  DEPOSIT-TRANS-REC.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-ITEM-MATCHED             PIC X(3)    VALUE 'NO '.
           05  WS-ITEM-ESCHEATED           PIC X(3)    VALUE 'NO '.
           05  WS-CHECK-OVERFLOW           PIC X       VALUE 'N'.
           05  WS-LOAD-SOURCE              PIC X       VALUE 'P'.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
               10  WS-CHECK-ISSUE-DATE     PIC 9(8).
               10  WS-CHECK-STATUS         PIC X.
               10  WS-CHECK-CLEAR-DATE     PIC 9(8).
               10  WS-CHECK-EMP-NUM        PIC X(5).
               10  WS-CHECK-SOURCE         PIC X.
           05  WS-BS-CHECK-NUM             PIC 9(6)    VALUE ZERO.
           05  WS-BS-REF-NUM               PIC X(6).

           05  OUT-OVER-COUNT              PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE.
           05  FILLER                      PIC X(41)
               VALUE "PAYROLL AND AP BANK RECONCILIATION AS OF ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(51)   VALUE SPACES.

       01  REPORT-DETAIL-LINE.
           05  DET-SECTION-OUT             PIC X(12).
           PERFORM 950-WRITE-RUN-LOG
           STOP RUN.

      *   PAYROLL AND VENDOR CHECKS SHARE ONE NUMBER SEQUENCE, SO
      *   BOTH FILES LOAD INTO THE ONE TABLE, EACH ENTRY REMEMBERING
      *   WHICH FILE IT CAME FROM.
       110-LOAD-CHECK-STATE.
           MOVE 'P' TO WS-LOAD-SOURCE
           OPEN INPUT CHECK-DATA-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-CHECK
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE CHECK-DATA-FILE
           MOVE 'A' TO WS-LOAD-SOURCE
           OPEN INPUT AP-CHECK-DATA-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 113-READ-ONE-AP-CHECK
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE AP-CHECK-DATA-FILE.

      *   LAST RECORD PER NUMBER WINS - AN ISSUE FOLLOWED BY A VOID
      *   LEAVES THE NUMBER VOIDED, A CLEAR FROM A PRIOR RECON
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   PERFORM 114-STORE-ONE-CHECK
           END-READ.

       113-READ-ONE-AP-CHECK.
           READ AP-CHECK-DATA-FILE INTO CHECK-DATA-REC
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   PERFORM 114-STORE-ONE-CHECK
           END-READ.

       114-STORE-ONE-CHECK.
           MOVE ZERO TO WS-CHECK-SUB
           IF WS-CHECK-COUNT > ZERO
               PERFORM 112-FIND-ONE-CHECK-SLOT
                   VARYING WS-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-CHECK-IDX > WS-CHECK-COUNT
                       OR WS-CHECK-SUB > ZERO
           END-IF
           IF WS-CHECK-SUB = ZERO
               IF WS-CHECK-COUNT < 500
                   ADD 1 TO WS-CHECK-COUNT
                   MOVE WS-CHECK-COUNT TO WS-CHECK-SUB
               ELSE
                   DISPLAY "**** CHECK TABLE FULL - "
                       CK-NUMBER " NOT WORKED ****"
                   MOVE 'Y' TO WS-CHECK-OVERFLOW
               END-IF
           END-IF
           IF WS-CHECK-SUB > ZERO
               SET WS-CHECK-IDX TO WS-CHECK-SUB
               MOVE CK-NUMBER
                   TO WS-CHECK-NUMBER (WS-CHECK-IDX)
               MOVE CK-PAYEE
                   TO WS-CHECK-PAYEE (WS-CHECK-IDX)
               MOVE CK-AMOUNT
                   TO WS-CHECK-AMOUNT (WS-CHECK-IDX)
               MOVE CK-ISSUE-DATE
                   TO WS-CHECK-ISSUE-DATE (WS-CHECK-IDX)
               MOVE CK-STATUS
                   TO WS-CHECK-STATUS (WS-CHECK-IDX)
               MOVE CK-CLEAR-DATE
                   TO WS-CHECK-CLEAR-DATE (WS-CHECK-IDX)
               MOVE CK-EMP-NUM
                   TO WS-CHECK-EMP-NUM (WS-CHECK-IDX)
               MOVE WS-LOAD-SOURCE
                   TO WS-CHECK-SOURCE (WS-CHECK-IDX)
           END-IF.

       112-FIND-ONE-CHECK-SLOT.
           IF WS-CHECK-NUMBER (WS-CHECK-IDX) = CK-NUMBER
               SET WS-CHECK-SUB TO WS-CHECK-IDX
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   MOVE 'NO ' TO WS-ITEM-MATCHED
                   MOVE 'NO ' TO WS-ITEM-ESCHEATED
                   IF BS-IS-CHECK
                       PERFORM 220-MATCH-A-CHECK
                   ELSE
      *   STATEMENT REFERENCE.  NUMBER AND AMOUNT MUST BOTH MATCH -
      *   A RIGHT NUMBER FOR A WRONG AMOUNT IS EXACTLY THE KIND OF
      *   ITEM THAT BELONGS ON THE UNMATCHED LIST.
      *   A CHECK PROGRAM64 HAS ALREADY TURNED OVER TO THE STATE IS
      *   NEVER CLEARED - THE MONEY IS GONE FROM THE ACCOUNT - SO IT
      *   STAYS UNMATCHED WITH A NOTE TO SEND THE PAYEE TO THE STATE.
       220-MATCH-A-CHECK.
           MOVE BS-REFERENCE (1:6) TO WS-BS-REF-NUM
           IF WS-BS-REF-NUM IS NUMERIC
                               MOVE BS-DATE TO
                                 WS-CHECK-CLEAR-DATE (WS-CHECK-IDX)
                           END-IF
                           IF WS-CHECK-STATUS (WS-CHECK-IDX) = 'E'
                               MOVE 'YES' TO WS-ITEM-ESCHEATED
                           END-IF
                   END-SEARCH
               END-IF
           END-IF.
           MOVE BS-DATE TO DET-DATE-OUT
           MOVE BS-REFERENCE TO DET-REFERENCE-OUT
           MOVE BS-AMOUNT TO DET-AMOUNT-OUT
           IF WS-ITEM-ESCHEATED = 'YES'
               MOVE "ESCHEATED TO STATE - REFER CLAIMANT"
                   TO DET-NOTE-OUT
           ELSE
               MOVE "MATCHES NOTHING WE ISSUED - INVESTIGATE"
                   TO DET-NOTE-OUT
           END-IF
           WRITE RECON-REPORT-REC FROM REPORT-DETAIL-LINE
           ADD 1 TO ITEMS-UNMATCHED
           ADD BS-AMOUNT TO TOTAL-UNMATCHED.
               MOVE WS-CHECK-AMOUNT (WS-CHECK-IDX)
                   TO DET-AMOUNT-OUT
               MOVE WS-CHECK-PAYEE (WS-CHECK-IDX) TO DET-NOTE-OUT
               IF WS-CHECK-SOURCE (WS-CHECK-IDX) = 'A'
                   MOVE "AP CHECK" TO DET-NOTE-OUT (23:8)
               END-IF
               EVALUATE TRUE
                   WHEN WS-AGE-DAYS <= 30
                       MOVE "OUTSTD 0-30 " TO DET-SECTION-OUT
                   "LEFT UNTOUCHED, NOTHING CLEARED ****"
           ELSE
               OPEN OUTPUT CHECK-DATA-FILE
                           AP-CHECK-DATA-FILE
               IF WS-CHECK-COUNT > ZERO
                   PERFORM 910-WRITE-ONE-CHECK-STATE
                       VARYING WS-CHECK-SUB FROM 1 BY 1
                       UNTIL WS-CHECK-SUB > WS-CHECK-COUNT
               END-IF
               CLOSE CHECK-DATA-FILE
                     AP-CHECK-DATA-FILE
           END-IF.

       910-WRITE-ONE-CHECK-STATE.
           MOVE WS-CHECK-ISSUE-DATE (WS-CHECK-IDX) TO CK-ISSUE-DATE
           MOVE WS-CHECK-STATUS (WS-CHECK-IDX) TO CK-STATUS
           MOVE WS-CHECK-CLEAR-DATE (WS-CHECK-IDX) TO CK-CLEAR-DATE
           MOVE WS-CHECK-EMP-NUM (WS-CHECK-IDX) TO CK-EMP-NUM
           IF WS-CHECK-SOURCE (WS-CHECK-IDX) = 'A'
               WRITE AP-CHECK-DATA-REC FROM CHECK-DATA-REC
           ELSE
               WRITE CHECK-DATA-REC
           END-IF.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
