      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM87.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the month-end store credit liability report.
      *It reads every voucher on the store credit ledger
      *WhitingSTORE-CREDIT.DAT (the STORECR copybook) that PROGRAM04
      *issues on returns and draws down as vouchers are tendered,
      *and shows the balance still owed on them by issuing store and
      *by age - the days from issue to the business date, in bands
      *of 0-30, 31-90, 91-180, 181-365 and over 365 days - with the
      *count and total for each store and for all stores.
      *Every voucher past its expiry date with a balance left is
      *also listed by itself as breakage: value the customer can no
      *longer spend, for finance to take back out of the liability.
      *The list is for review only - nothing is written off here,
      *and the expired balances are still counted in the liability.
      *Any breakage on the list ends the run with condition code 4
      *so the month-end stream calls it out.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL STORE-CREDIT-FILE
               ASSIGN TO "..\..\..\..\WhitingSTORE-CREDIT.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS SC-VOUCHER-NUM.
           SELECT LIABILITY-REPORT
               ASSIGN TO "..\..\..\..\WhitingSTORE-CREDIT.LIS"
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
       FD  STORE-CREDIT-FILE.
       COPY STORECR REPLACING ==:PFX:== BY ==SC==.

       FD  LIABILITY-REPORT.
       01  LIABILITY-REPORT-REC            PIC X(100).

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
           05  WS-MORE-VOUCHERS            PIC X(3)    VALUE 'YES'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DAY-NUMBER      PIC 9(7)    VALUE ZERO.

      *   THE UPPER DAY OF EACH AGE BAND BUT THE LAST, WHICH TAKES
      *   EVERYTHING OLDER.
       01  AGE-BAND-VALUES.
           05  FILLER                      PIC 9(4)    VALUE 30.
           05  FILLER                      PIC 9(4)    VALUE 90.
           05  FILLER                      PIC 9(4)    VALUE 180.
           05  FILLER                      PIC 9(4)    VALUE 365.
           05  FILLER                      PIC 9(4)    VALUE 9999.
       01  AGE-BAND-TABLE REDEFINES AGE-BAND-VALUES.
           05  AGE-BAND-LIMIT              PIC 9(4) OCCURS 5 TIMES.

      *   ONE ROW PER ISSUING STORE (CODES 1-3) AND A FOURTH FOR ALL
      *   STORES, EACH WITH THE BALANCE OWED IN EVERY AGE BAND.
       01  LIABILITY-TABLE-AREAS.
           05  WS-STORE-SUB                PIC 9       VALUE ZERO.
           05  WS-BAND-SUB                 PIC 9       VALUE ZERO.
           05  WS-STORE-ROW OCCURS 4 TIMES.
               10  WS-ROW-COUNT            PIC 9(5).
               10  WS-ROW-TOTAL            PIC 9(9)V99.
               10  WS-ROW-BAND             PIC 9(9)V99 OCCURS 5 TIMES.
               10  WS-ROW-BREAKAGE         PIC 9(9)V99.

       01  VOUCHER-WORK.
           05  WS-VOUCHER-AGE              PIC S9(7)   VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  VOUCHERS-READ               PIC 9(5)    VALUE ZERO.
           05  VOUCHERS-SPENT              PIC 9(5)    VALUE ZERO.
           05  VOUCHERS-OUTSTANDING        PIC 9(5)    VALUE ZERO.
           05  VOUCHERS-EXPIRED            PIC 9(5)    VALUE ZERO.
           05  VOUCHERS-BAD-STORE          PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(31)
               VALUE "STORE CREDIT VOUCHER LIABILITY ".
           05  FILLER                      PIC X(16)
               VALUE "  BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(45)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "STORE  VOUCHERS    0-30 DAYS   31-90 DAY".
           05  FILLER                      PIC X(40)
               VALUE "S  91-180 DAYS 181-365 DAYS  OVER 365   ".
           05  FILLER                      PIC X(20)
               VALUE "      TOTAL OWED    ".

       01  REPORT-DETAIL-LINE.
           05  DET-STORE-OUT               PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-COUNT-OUT               PIC ZZ,ZZ9.
           05  DET-BAND-OUT                PIC ZZZ,ZZZ,ZZ9.99
                                           OCCURS 5 TIMES.
           05  DET-TOTAL-OUT               PIC ZZ,ZZZ,ZZZ,ZZ9.99.

       01  BREAKAGE-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "PAST EXPIRY WITH A BALANCE - BREAKAGE FO".
           05  FILLER                      PIC X(40)
               VALUE "R REVIEW (ALSO IN THE LIABILITY BELOW)  ".
           05                              PIC X(20)   VALUE SPACES.

       01  BREAKAGE-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "VOUCHER  STORE  CUST   ISSUED    EXPIRED".
           05  FILLER                      PIC X(40)
               VALUE "        ORIGINAL     BALANCE            ".
           05                              PIC X(20)   VALUE SPACES.

       01  BREAKAGE-DETAIL-LINE.
           05  BRK-VOUCHER-OUT             PIC X(7).
           05                              PIC X(4)    VALUE SPACES.
           05  BRK-STORE-OUT               PIC X.
           05                              PIC X(3)    VALUE SPACES.
           05  BRK-CUSTOMER-OUT            PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  BRK-ISSUED-OUT              PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  BRK-EXPIRED-OUT             PIC 9(8).
           05                              PIC X(4)    VALUE SPACES.
           05  BRK-ORIGINAL-OUT            PIC Z,ZZ9.99.
           05                              PIC X(4)    VALUE SPACES.
           05  BRK-BALANCE-OUT             PIC Z,ZZ9.99.
           05                              PIC X(36)   VALUE SPACES.

       01  BREAKAGE-NONE-LINE              PIC X(40)
           VALUE "NO VOUCHER PAST EXPIRY HOLDS A BALANCE  ".

       01  BREAKAGE-TOTAL-LINE.
           05  FILLER                      PIC X(20)
               VALUE "BREAKAGE - STORE    ".
           05  BRT-STORE-OUT               PIC X(5).
           05                              PIC X(10)   VALUE SPACES.
           05  BRT-AMOUNT-OUT              PIC ZZ,ZZZ,ZZZ,ZZ9.99.
           05                              PIC X(48)   VALUE SPACES.

       01  SUMMARY-COUNT-LINE.
           05  SUM-LABEL-OUT               PIC X(40).
           05  SUM-COUNT-OUT               PIC ZZ,ZZ9.
           05                              PIC X(54)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           COMPUTE WS-BUSINESS-DAY-NUMBER =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           PERFORM 105-READ-SIGNON
           PERFORM 110-CLEAR-ONE-STORE-ROW
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 4
           OPEN OUTPUT LIABILITY-REPORT
           PERFORM 300-PRINT-HEADINGS
           PERFORM 200-READ-THE-LEDGER
           PERFORM 320-PRINT-LIABILITY
           PERFORM 340-PRINT-BREAKAGE-TOTALS
           PERFORM 350-PRINT-COUNTS
           CLOSE LIABILITY-REPORT
           IF VOUCHERS-EXPIRED > ZERO
               DISPLAY "**** " VOUCHERS-EXPIRED
                   " EXPIRED VOUCHER(S) STILL HOLD A BALANCE - SEE "
                   "WhitingSTORE-CREDIT.LIS ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "VOUCHERS READ: " VOUCHERS-READ
               " OUTSTANDING: " VOUCHERS-OUTSTANDING
               " LIABILITY: " WS-ROW-TOTAL (4)
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
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

       110-CLEAR-ONE-STORE-ROW.
           MOVE ZERO TO WS-ROW-COUNT (WS-STORE-SUB)
           MOVE ZERO TO WS-ROW-TOTAL (WS-STORE-SUB)
           MOVE ZERO TO WS-ROW-BREAKAGE (WS-STORE-SUB)
           PERFORM 111-CLEAR-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 5.

       111-CLEAR-ONE-BAND.
           MOVE ZERO TO WS-ROW-BAND (WS-STORE-SUB WS-BAND-SUB).

      *   THE LEDGER IS READ IN VOUCHER NUMBER ORDER, WHICH IS STORE
      *   ORDER, SO THE BREAKAGE LIST COMES OUT BY STORE AS IT IS
      *   FOUND.
       200-READ-THE-LEDGER.
           OPEN INPUT STORE-CREDIT-FILE
           PERFORM 210-CONSIDER-ONE-VOUCHER
               UNTIL WS-MORE-VOUCHERS = 'NO '
           CLOSE STORE-CREDIT-FILE
           IF VOUCHERS-EXPIRED = ZERO
               WRITE LIABILITY-REPORT-REC FROM BREAKAGE-NONE-LINE
           END-IF.

      *   A FULLY SPENT VOUCHER OWES NOTHING AND IS ONLY COUNTED.  A
      *   VOUCHER FROM A STORE CODE OTHER THAN 1-3 STILL COUNTS
      *   TOWARD ALL STORES.
       210-CONSIDER-ONE-VOUCHER.
           READ STORE-CREDIT-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-VOUCHERS
               NOT AT END
                   ADD 1 TO VOUCHERS-READ
                   IF SC-BALANCE IS NOT NUMERIC OR SC-BALANCE = ZERO
                       ADD 1 TO VOUCHERS-SPENT
                   ELSE
                       PERFORM 220-AGE-ONE-VOUCHER
                   END-IF
           END-READ.

       220-AGE-ONE-VOUCHER.
           ADD 1 TO VOUCHERS-OUTSTANDING
           MOVE ZERO TO WS-VOUCHER-AGE
           IF SC-ISSUE-DATE IS NUMERIC AND
                   SC-ISSUE-DATE < WS-BUSINESS-DATE
               COMPUTE WS-VOUCHER-AGE = WS-BUSINESS-DAY-NUMBER
                   - FUNCTION INTEGER-OF-DATE (SC-ISSUE-DATE)
           END-IF
           MOVE 1 TO WS-BAND-SUB
           PERFORM 225-STEP-ONE-BAND
               UNTIL WS-BAND-SUB = 5
                  OR WS-VOUCHER-AGE <= AGE-BAND-LIMIT (WS-BAND-SUB)
           IF SC-ISSUE-STORE = '1' OR SC-ISSUE-STORE = '2' OR
                   SC-ISSUE-STORE = '3'
               MOVE SC-ISSUE-STORE TO WS-STORE-SUB
               PERFORM 230-ADD-TO-STORE-ROW
           ELSE
               ADD 1 TO VOUCHERS-BAD-STORE
           END-IF
           MOVE 4 TO WS-STORE-SUB
           PERFORM 230-ADD-TO-STORE-ROW
           IF SC-EXPIRY-DATE IS NUMERIC AND
                   SC-EXPIRY-DATE < WS-BUSINESS-DATE
               PERFORM 240-LIST-ONE-BREAKAGE
           END-IF.

       225-STEP-ONE-BAND.
           ADD 1 TO WS-BAND-SUB.

       230-ADD-TO-STORE-ROW.
           ADD 1 TO WS-ROW-COUNT (WS-STORE-SUB)
           ADD SC-BALANCE TO WS-ROW-TOTAL (WS-STORE-SUB)
           ADD SC-BALANCE TO WS-ROW-BAND (WS-STORE-SUB WS-BAND-SUB).

       240-LIST-ONE-BREAKAGE.
           ADD 1 TO VOUCHERS-EXPIRED
           MOVE SC-VOUCHER-NUM TO BRK-VOUCHER-OUT
           MOVE SC-ISSUE-STORE TO BRK-STORE-OUT
           MOVE SC-CUSTOMER-ID TO BRK-CUSTOMER-OUT
           MOVE SC-ISSUE-DATE TO BRK-ISSUED-OUT
           MOVE SC-EXPIRY-DATE TO BRK-EXPIRED-OUT
           MOVE SC-ORIGINAL-VALUE TO BRK-ORIGINAL-OUT
           MOVE SC-BALANCE TO BRK-BALANCE-OUT
           WRITE LIABILITY-REPORT-REC FROM BREAKAGE-DETAIL-LINE
           IF SC-ISSUE-STORE = '1' OR SC-ISSUE-STORE = '2' OR
                   SC-ISSUE-STORE = '3'
               MOVE SC-ISSUE-STORE TO WS-STORE-SUB
               ADD SC-BALANCE TO WS-ROW-BREAKAGE (WS-STORE-SUB)
           END-IF
           ADD SC-BALANCE TO WS-ROW-BREAKAGE (4).

      *   THE BREAKAGE LIST PRINTS AS THE LEDGER IS READ, SO ITS
      *   HEADINGS GO OUT FIRST; THE LIABILITY BY STORE AND AGE
      *   FOLLOWS ONCE THE WHOLE LEDGER HAS BEEN AGED.
       300-PRINT-HEADINGS.
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE LIABILITY-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC FROM BREAKAGE-HEADING-LINE
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC FROM BREAKAGE-COLUMN-LINE.

       320-PRINT-LIABILITY.
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC FROM REPORT-HEADING-LINE-2
           PERFORM 325-PRINT-ONE-STORE-ROW
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 4.

       325-PRINT-ONE-STORE-ROW.
           IF WS-STORE-SUB = 4
               MOVE SPACES TO LIABILITY-REPORT-REC
               WRITE LIABILITY-REPORT-REC
               MOVE "ALL" TO DET-STORE-OUT
           ELSE
               MOVE SPACES TO DET-STORE-OUT
               MOVE WS-STORE-SUB TO DET-STORE-OUT (3:1)
           END-IF
           MOVE WS-ROW-COUNT (WS-STORE-SUB) TO DET-COUNT-OUT
           PERFORM 326-FORMAT-ONE-BAND
               VARYING WS-BAND-SUB FROM 1 BY 1
               UNTIL WS-BAND-SUB > 5
           MOVE WS-ROW-TOTAL (WS-STORE-SUB) TO DET-TOTAL-OUT
           WRITE LIABILITY-REPORT-REC FROM REPORT-DETAIL-LINE.

       326-FORMAT-ONE-BAND.
           MOVE WS-ROW-BAND (WS-STORE-SUB WS-BAND-SUB)
               TO DET-BAND-OUT (WS-BAND-SUB).

       340-PRINT-BREAKAGE-TOTALS.
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
           PERFORM 345-PRINT-ONE-BREAKAGE-TOTAL
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 4.

       345-PRINT-ONE-BREAKAGE-TOTAL.
           IF WS-STORE-SUB = 4
               MOVE "ALL" TO BRT-STORE-OUT
           ELSE
               MOVE SPACES TO BRT-STORE-OUT
               MOVE WS-STORE-SUB TO BRT-STORE-OUT (1:1)
           END-IF
           MOVE WS-ROW-BREAKAGE (WS-STORE-SUB) TO BRT-AMOUNT-OUT
           WRITE LIABILITY-REPORT-REC FROM BREAKAGE-TOTAL-LINE.

       350-PRINT-COUNTS.
           MOVE SPACES TO LIABILITY-REPORT-REC
           WRITE LIABILITY-REPORT-REC
           MOVE "VOUCHERS ON THE LEDGER" TO SUM-LABEL-OUT
           MOVE VOUCHERS-READ TO SUM-COUNT-OUT
           WRITE LIABILITY-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "FULLY SPENT" TO SUM-LABEL-OUT
           MOVE VOUCHERS-SPENT TO SUM-COUNT-OUT
           WRITE LIABILITY-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "STILL HOLDING A BALANCE" TO SUM-LABEL-OUT
           MOVE VOUCHERS-OUTSTANDING TO SUM-COUNT-OUT
           WRITE LIABILITY-REPORT-REC FROM SUMMARY-COUNT-LINE
           MOVE "OF THOSE, PAST EXPIRY" TO SUM-LABEL-OUT
           MOVE VOUCHERS-EXPIRED TO SUM-COUNT-OUT
           WRITE LIABILITY-REPORT-REC FROM SUMMARY-COUNT-LINE
           IF VOUCHERS-BAD-STORE > ZERO
               MOVE "ISSUED BY AN UNKNOWN STORE - ALL ONLY" TO
                   SUM-LABEL-OUT
               MOVE VOUCHERS-BAD-STORE TO SUM-COUNT-OUT
               WRITE LIABILITY-REPORT-REC FROM SUMMARY-COUNT-LINE
           END-IF.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM87" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE VOUCHERS-READ TO RL-RECORDS-READ
           MOVE VOUCHERS-EXPIRED TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE WS-ROW-TOTAL (4) TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM87.
