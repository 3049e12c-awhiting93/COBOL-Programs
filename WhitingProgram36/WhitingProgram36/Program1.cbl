      *WhitingEMP-CHECKS.DAT, the file PROGRAM39 reconciles against
      *the bank statement - the last record per number is that
      *number's current state.
      *Every number touched also goes to the bank as a positive-pay
      *issue record on WhitingPOSITIVE-PAY.DAT - account, check
      *number, amount, issue date, payee and an issue/void flag -
      *closed by a trailer whose issue count and total tie to TOTAL
      *ISSUED and by the common seal.  The bank refuses any check
      *presented that is not on the file.  The payroll account comes
      *from POSITIVE-PAY-PARMS.DAT; without it the file still goes
      *out with a blank account and the run ends condition code 4.
      *Each run's details are kept in WhitingPOSITIVE-PAY-HIST.DAT
      *and logged in WhitingPOSPAY-XMIT-LOG.DAT, from which PROGRAM63
      *rebuilds a missed day's file for resending.
      *Each issued check's record on WhitingEMP-CHECKS.DAT now also
      *carries the employee number, so PROGRAM64 can find the last
      *known address when the check is never cashed.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-PARM-FILE
               ASSIGN TO "..\..\..\..\POSITIVE-PAY-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-XMIT-LOG
               ASSIGN TO "..\..\..\..\WhitingPOSPAY-XMIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88  CK-IS-ISSUED              VALUE 'I'.
               88  CK-IS-VOIDED              VALUE 'V'.
               88  CK-IS-CLEARED             VALUE 'C'.
               88  CK-IS-ESCHEATED           VALUE 'E'.
      *        E IS WRITTEN ONLY BY PROGRAM64, WHEN AN UNCASHED CHECK
      *        IS VOIDED AND TURNED OVER TO THE STATE - ITS CLEAR DATE
      *        IS THEN THE ESCHEAT DATE.
           05  CK-CLEAR-DATE         PIC 9(8).
      *    BLANK ON A RECORD FROM BEFORE THE NUMBER RODE THE FILE AND
      *    ON A REISSUE, WHICH KNOWS ONLY THE NAME.
           05  CK-EMP-NUM            PIC X(5).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

      *   THE PAYROLL ACCOUNT THE BANK KNOWS THE CHECKS BY.
       FD  POSPAY-PARM-FILE.
       01  POSPAY-PARM-REC.
           05  PPM-ROUTING-NUMBER    PIC 9(9).
           05  PPM-ACCOUNT-NUMBER    PIC X(17).

       FD  POSITIVE-PAY-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PP==.

       FD  POSPAY-HISTORY-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PH==.

       FD  POSPAY-XMIT-LOG.
       COPY PPXMIT REPLACING ==:PFX:== BY ==XL==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.
           05  WS-THIS-CHECK-NUMBER        PIC 9(6)    VALUE ZERO.
           05  WS-CHECK-AMOUNT             PIC 999V99  VALUE ZERO.
           05  WS-CHECK-PAYEE              PIC X(20)   VALUE SPACES.
           05  WS-CHECK-EMP-NUM            PIC X(5)    VALUE SPACES.

       01  PROGRAM-ACCUMULATORS.
           05  TOTAL-ISSUED                PIC 9(7)V99 VALUE ZERO.
           05  CHECKS-REISSUED             PIC 9(5)    VALUE ZERO.
           05  CHECKS-ADJUSTED             PIC 9(5)    VALUE ZERO.

      *   THE POSITIVE-PAY FILE'S OWN COUNTS - THE ISSUE SIDE MUST
      *   COME TO TOTAL ISSUED, THE SEAL COVERS EVERY DETAIL.
       01  POSITIVE-PAY-AREAS.
           05  WS-POSPAY-ROUTING           PIC 9(9)    VALUE ZERO.
           05  WS-POSPAY-ACCOUNT           PIC X(17)   VALUE SPACES.
           05  WS-POSPAY-PARMS-FOUND       PIC X(3)    VALUE 'NO '.
           05  WS-POSPAY-ISSUE-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-POSPAY-ISSUE-TOTAL       PIC 9(8)V99 VALUE ZERO.
           05  WS-POSPAY-VOID-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-POSPAY-VOID-TOTAL        PIC 9(8)V99 VALUE ZERO.
           05  WS-POSPAY-SEAL-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-POSPAY-SEAL-HASH         PIC 9(11)   VALUE ZERO.
           05  WS-POSPAY-CENTS             PIC 9(10)   VALUE ZERO.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
       COPY SEALTRLR REPLACING ==:PFX:== BY ==SL==.

      *   THE EMPLOYEES THE DEPOSIT FILE ALREADY PAYS - ANYONE ON
      *   THIS TABLE NEVER GETS A CHECK.  PRENOTES ARE NOT MONEY AND
      *   ARE NOT LOADED.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-CHECK-CONTROL
           PERFORM 107-READ-POSPAY-PARMS
           PERFORM 110-LOAD-DEPOSIT-TABLE
           OPEN INPUT  PAY-DETAIL-FILE
                OUTPUT CHECK-PRINT-FILE
                OUTPUT CHECK-REGISTER-FILE
                OUTPUT POSITIVE-PAY-FILE
           OPEN EXTEND CHECK-DATA-FILE
                       POSPAY-HISTORY-FILE
           WRITE CHECK-REGISTER-REC FROM REGISTER-HEADING-LINE
           MOVE SPACES TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC
           PERFORM 200-READ-PAY-DETAIL
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           PERFORM 300-REGISTER-TOTAL-ROUTINE
           PERFORM 310-POSITIVE-PAY-TRAILER
           CLOSE PAY-DETAIL-FILE
                 CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 CHECK-DATA-FILE
                 POSITIVE-PAY-FILE
                 POSPAY-HISTORY-FILE
           PERFORM 900-REWRITE-CHECK-CONTROL
           PERFORM 920-LOG-TRANSMISSION
           DISPLAY "CHECKS ISSUED: " CHECKS-ISSUED
               " VOIDED: " CHECKS-VOIDED
               " REISSUED: " CHECKS-REISSUED
               " ADJUSTMENTS: " CHECKS-ADJUSTED
           DISPLAY "POSITIVE PAY ISSUES: " WS-POSPAY-ISSUE-COUNT
               " VOIDS: " WS-POSPAY-VOID-COUNT
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE NEXT CHECK NUMBER CARRIES ACROSS RUNS IN THE CONTROL
           END-READ
           CLOSE CHECK-CONTROL-FILE.

      *   THE BANK MATCHES PRESENTED CHECKS BY ACCOUNT AND NUMBER.
      *   A MISSING PARAMETER STILL LETS THE CHECKS PRINT - PAYDAY
      *   DOES NOT WAIT ON IT - BUT THE FILE GOES OUT WITH A BLANK
      *   ACCOUNT AND THE RUN ENDS CONDITION CODE 4 SO IT IS FIXED
      *   AND THE DAY RESENT THROUGH PROGRAM63.
       107-READ-POSPAY-PARMS.
           OPEN INPUT POSPAY-PARM-FILE
           READ POSPAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PPM-ROUTING-NUMBER IS NUMERIC AND
                           PPM-ACCOUNT-NUMBER NOT = SPACES
                       MOVE PPM-ROUTING-NUMBER TO WS-POSPAY-ROUTING
                       MOVE PPM-ACCOUNT-NUMBER TO WS-POSPAY-ACCOUNT
                       MOVE 'YES' TO WS-POSPAY-PARMS-FOUND
                   END-IF
           END-READ
           CLOSE POSPAY-PARM-FILE
           IF WS-POSPAY-PARMS-FOUND = 'NO '
               DISPLAY "**** NO POSITIVE PAY ACCOUNT - ISSUE FILE "
                   "SENT BLANK, RESEND AFTER FIXING ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF.

       110-LOAD-DEPOSIT-TABLE.
           OPEN INPUT DEPOSIT-TRANS-FILE
           PERFORM 111-READ-DEPOSIT-RECORD
                   PERFORM 265-RECORD-VOIDED-CHECK
                   ADD 1 TO CHECKS-VOIDED
                   MOVE CV-EMPLOYEE-NAME TO WS-CHECK-PAYEE
                   MOVE SPACES TO WS-CHECK-EMP-NUM
                   MOVE CV-AMOUNT TO WS-CHECK-AMOUNT
                   PERFORM 250-PRINT-ONE-CHECK
                   MOVE "REISSUE " TO REGISTER-TYPE-OUT
           END-IF
           IF WS-DEPOSIT-FOUND = 'NO '
               MOVE PD-EMPLOYEE-NAME TO WS-CHECK-PAYEE
               MOVE PD-EMP-NUM TO WS-CHECK-EMP-NUM
               MOVE PD-NET-PAY TO WS-CHECK-AMOUNT
               PERFORM 250-PRINT-ONE-CHECK
      *        A DETAIL WITH NO HOURS AND NO GROSS BUT A NET IS A
           MOVE RUN-DAY TO CK-ISSUE-DATE (7:2)
           MOVE 'I' TO CK-STATUS
           MOVE ZERO TO CK-CLEAR-DATE
           MOVE WS-CHECK-EMP-NUM TO CK-EMP-NUM
           WRITE CHECK-DATA-REC
           PERFORM 280-WRITE-POSITIVE-PAY
           ADD WS-CHECK-AMOUNT TO TOTAL-ISSUED
           ADD 1 TO CHECKS-ISSUED.

           MOVE RUN-DAY TO CK-ISSUE-DATE (7:2)
           MOVE 'V' TO CK-STATUS
           MOVE ZERO TO CK-CLEAR-DATE
           WRITE CHECK-DATA-REC
           PERFORM 280-WRITE-POSITIVE-PAY.

      *   THE BANK'S COPY OF THE CHECK STATE RECORD JUST WRITTEN -
      *   SAME NUMBER, AMOUNT, DATE, AND PAYEE, ISSUE OR VOID - AND
      *   THE SAME RECORD KEPT IN HISTORY FOR A RESEND.
       280-WRITE-POSITIVE-PAY.
           MOVE SPACES TO PP-POSPAY-REC
           MOVE 'D' TO PP-RECORD-TYPE
           MOVE WS-POSPAY-ROUTING TO PP-ROUTING-NUMBER
           MOVE WS-POSPAY-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE CK-NUMBER TO PP-CHECK-NUMBER
           MOVE CK-AMOUNT TO PP-AMOUNT
           MOVE CK-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CK-PAYEE TO PP-PAYEE-NAME
           MOVE CK-STATUS TO PP-ISSUE-VOID
           WRITE PP-POSPAY-REC
           WRITE PH-POSPAY-REC FROM PP-POSPAY-REC
           IF PP-IS-VOID
               ADD 1 TO WS-POSPAY-VOID-COUNT
               ADD PP-AMOUNT TO WS-POSPAY-VOID-TOTAL
           ELSE
               ADD 1 TO WS-POSPAY-ISSUE-COUNT
               ADD PP-AMOUNT TO WS-POSPAY-ISSUE-TOTAL
           END-IF
           ADD 1 TO WS-POSPAY-SEAL-COUNT
           COMPUTE WS-POSPAY-CENTS = PP-AMOUNT * 100
           ADD WS-POSPAY-CENTS TO WS-POSPAY-SEAL-HASH.

      *   SPELLS THE CHECK AMOUNT OUT - HUNDREDS, TENS, AND UNITS
      *   FROM THE WORD TABLES, THE CENTS AS NN/100.
               WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
           END-IF.

      *   THE BANK FILE CLOSES WITH ITS COUNT-AND-TOTAL TRAILER AND
      *   THE COMMON SEAL, AND THE REGISTER SAYS WHAT WENT TO THE
      *   BANK.  THE ISSUE SIDE IS BUILT FROM THE SAME WRITES AS
      *   TOTAL ISSUED, SO A MISMATCH MEANS A RECORD WAS LOST.
       310-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO PP-POSPAY-REC
           MOVE 'T' TO PP-RECORD-TYPE
           MOVE WS-POSPAY-ROUTING TO PP-ROUTING-NUMBER
           MOVE WS-POSPAY-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE WS-POSPAY-ISSUE-COUNT TO PP-ISSUE-COUNT
           MOVE WS-POSPAY-ISSUE-TOTAL TO PP-ISSUE-TOTAL
           MOVE WS-POSPAY-VOID-COUNT TO PP-VOID-COUNT
           MOVE WS-POSPAY-VOID-TOTAL TO PP-VOID-TOTAL
           WRITE PP-POSPAY-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE WS-POSPAY-SEAL-COUNT TO SL-SEAL-COUNT
           MOVE WS-POSPAY-SEAL-HASH TO SL-SEAL-HASH
           WRITE PP-POSPAY-REC FROM SL-SEAL-REC
           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE "POSITIVE PAY ISSUES SENT       "
               TO REGISTER-TOTAL-LABEL
           MOVE WS-POSPAY-ISSUE-TOTAL TO REGISTER-TOTAL-OUT
           IF WS-POSPAY-ISSUE-TOTAL = TOTAL-ISSUED AND
                   WS-POSPAY-ISSUE-COUNT = CHECKS-ISSUED
               MOVE "TIES TO TOTAL ISSUED"
                   TO REGISTER-TOTAL-NOTE
           ELSE
               MOVE "**** DOES NOT TIE TO TOTAL ISSUED"
                   TO REGISTER-TOTAL-NOTE
               DISPLAY "**** POSITIVE PAY FILE DOES NOT TIE TO "
                   "TOTAL ISSUED ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
           IF WS-POSPAY-VOID-COUNT > ZERO
               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE "POSITIVE PAY VOIDS SENT        "
                   TO REGISTER-TOTAL-LABEL
               MOVE WS-POSPAY-VOID-TOTAL TO REGISTER-TOTAL-OUT
               MOVE "BANK STOPS THESE NUMBERS"
                   TO REGISTER-TOTAL-NOTE
               WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
           END-IF.

       900-REWRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE.

      *   ONE LOG ENTRY PER FILE SENT, SO A DAY THE BANK NEVER GOT
      *   CAN BE FOUND AND REBUILT TO THE SAME FIGURES BY PROGRAM63.
       920-LOG-TRANSMISSION.
           OPEN EXTEND POSPAY-XMIT-LOG
           MOVE SPACES TO XL-XMIT-REC
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO XL-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE
           MOVE RUN-YEAR TO XL-FILE-DATE (1:4)
           MOVE RUN-MONTH TO XL-FILE-DATE (5:2)
           MOVE RUN-DAY TO XL-FILE-DATE (7:2)
           MOVE 'O' TO XL-XMIT-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO XL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO XL-RUN-TIME
           MOVE WS-POSPAY-ISSUE-COUNT TO XL-ISSUE-COUNT
           MOVE WS-POSPAY-ISSUE-TOTAL TO XL-ISSUE-TOTAL
           MOVE WS-POSPAY-VOID-COUNT TO XL-VOID-COUNT
           MOVE WS-POSPAY-VOID-TOTAL TO XL-VOID-TOTAL
           MOVE WS-POSPAY-SEAL-HASH TO XL-SEAL-HASH
           WRITE XL-XMIT-REC
           CLOSE POSPAY-XMIT-LOG.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE CHECKS-ISSUED TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE TOTAL-ISSUED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.
