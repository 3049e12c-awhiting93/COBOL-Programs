      *the period being corrected, not today's date - are corrected
      *in place, and an adjustment register shows the auditor the
      *before, the after, and the delta for every figure moved.
      *Every adjustment settled is also appended to the permanent pay
      *history WhitingEMP-PAY-HISTORY.DAT as an A record under the
      *employee number and the period it corrects, so PROGRAM66 shows
      *the correction beneath the week as it was originally paid.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-PAY-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       FD  PAY-HISTORY-FILE.
       COPY PAYHIST REPLACING ==:PFX:== BY ==PH==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.
               10  WS-ADJ-OLD-GROSS        PIC 9(5)V99.
               10  WS-ADJ-NEW-GROSS        PIC 9(5)V99.
               10  WS-ADJ-EMP-NAME         PIC X(20).
               10  WS-ADJ-OLD-HOURS        PIC 9(2).
               10  WS-ADJ-OLD-RATE         PIC 9V99.
               10  WS-ADJ-NEW-HOURS        PIC 9(2).
               10  WS-ADJ-NEW-RATE         PIC 9V99.
               10  WS-ADJ-PAY-PERIOD       PIC 9(3).
               10  WS-ADJ-DISPOSITION      PIC X(20).

       01  PROGRAM-TAX-TABLE.
           05  WS-TAX-ROW-COUNT      PIC 9(2) VALUE ZERO.
           PERFORM 200-LOAD-AND-COMPUTE-ADJS
           PERFORM 400-APPLY-TO-YTD-FILE
           PERFORM 500-SETTLE-DIFFERENCES
           PERFORM 600-RECORD-PAY-HISTORY
           MOVE TOTAL-NET-DELTA TO REG-TOTAL-OUT
           MOVE SPACES TO ADJUSTMENT-REGISTER-REC
           WRITE ADJUSTMENT-REGISTER-REC
           COMPUTE WS-ADJ-QUARTER (WS-ADJ-IDX) =
               (WS-ADJ-MONTH + 2) / 3
           MOVE SPACES TO WS-ADJ-EMP-NAME (WS-ADJ-IDX)
           MOVE ADJ-OLD-HOURS TO WS-ADJ-OLD-HOURS (WS-ADJ-IDX)
           MOVE ADJ-OLD-RATE TO WS-ADJ-OLD-RATE (WS-ADJ-IDX)
           MOVE ADJ-NEW-HOURS TO WS-ADJ-NEW-HOURS (WS-ADJ-IDX)
           MOVE ADJ-NEW-RATE TO WS-ADJ-NEW-RATE (WS-ADJ-IDX)
           MOVE ZERO TO WS-ADJ-PAY-PERIOD (WS-ADJ-IDX)
           PERFORM 220-LOOKUP-EMPLOYEE-CODES
           MOVE ADJ-OLD-HOURS TO WS-CALC-HOURS
           MOVE ADJ-OLD-RATE TO WS-CALC-RATE
           MOVE WS-ADJ-D-GROSS (WS-ADJ-IDX) TO REG-D-GROSS-OUT
           MOVE WS-ADJ-D-NET (WS-ADJ-IDX) TO REG-D-NET-OUT
           MOVE WS-DISPOSITION TO REG-DISPOSITION-OUT
           MOVE WS-DISPOSITION TO WS-ADJ-DISPOSITION (WS-ADJ-IDX)
           WRITE ADJUSTMENT-REGISTER-REC FROM REGISTER-DETAIL-LINE.

       520-ROUTE-THE-MONEY.
           MOVE ZERO TO PD-CHARITY
           MOVE ZERO TO PD-DUES
           MOVE ZERO TO PD-INSURANCE
           MOVE ZERO TO PD-COMMISSION
           MOVE ZERO TO PD-BENEFIT-PREMIUM
           MOVE ZERO TO PD-ER-PREMIUM
           MOVE WS-ABS-NET TO PD-NET-PAY
           MOVE ZERO TO PD-YTD-WAGES
           ADD 1 TO WS-PD-BODY-COUNT
           ADD WS-SEAL-CENTS TO WS-PD-BODY-HASH
           WRITE PD-REC.

      *   EACH SETTLED ADJUSTMENT GOES INTO THE PAY HISTORY UNDER THE
      *   PERIOD NUMBER PROGRAM02 PAID THAT WEEK AS - FOUND BY READING
      *   THE HISTORY FOR THE EMPLOYEE'S P RECORD WITH THE SAME
      *   PERIOD-ENDING DATE.  A WEEK PAID BEFORE THE HISTORY BEGAN
      *   KEEPS PERIOD ZERO AND IS FOUND BY ITS DATE ALONE.  AN
      *   ADJUSTMENT WITH NO YTD RECORD MOVED NO MONEY AND IS LEFT OUT.
       600-RECORD-PAY-HISTORY.
           IF WS-ADJ-COUNT > ZERO
               OPEN INPUT PAY-HISTORY-FILE
               MOVE 'YES' TO WS-LOAD-MORE-RECORDS
               PERFORM 601-READ-ONE-HISTORY
                   UNTIL WS-LOAD-MORE-RECORDS = 'NO '
               CLOSE PAY-HISTORY-FILE
               OPEN EXTEND PAY-HISTORY-FILE
               PERFORM 610-WRITE-ONE-HISTORY
                   VARYING WS-ADJ-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
               CLOSE PAY-HISTORY-FILE
           END-IF.

       601-READ-ONE-HISTORY.
           READ PAY-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PH-PAY-RECORD
                       PERFORM 602-MATCH-ONE-ADJUSTMENT
                           VARYING WS-ADJ-SUB FROM 1 BY 1
                           UNTIL WS-ADJ-SUB > WS-ADJ-COUNT
                   END-IF
           END-READ.

       602-MATCH-ONE-ADJUSTMENT.
           SET WS-ADJ-IDX TO WS-ADJ-SUB
           IF WS-ADJ-EMP-NUM (WS-ADJ-IDX) = PH-EMP-NUM AND
                   WS-ADJ-PERIOD (WS-ADJ-IDX) = PH-PERIOD-END
               MOVE PH-PERIOD TO WS-ADJ-PAY-PERIOD (WS-ADJ-IDX)
           END-IF.

       610-WRITE-ONE-HISTORY.
           SET WS-ADJ-IDX TO WS-ADJ-SUB
           IF WS-ADJ-EMP-NAME (WS-ADJ-IDX) NOT = SPACES
               MOVE SPACES TO PH-REC
               MOVE WS-ADJ-EMP-NUM (WS-ADJ-IDX) TO PH-EMP-NUM
               MOVE WS-ADJ-PAY-PERIOD (WS-ADJ-IDX) TO PH-PERIOD
               MOVE WS-ADJ-PERIOD (WS-ADJ-IDX) TO PH-PERIOD-END
               MOVE 'A' TO PH-REC-TYPE
               MOVE RUN-DATE-WORK (1:8) TO PH-RUN-DATE
               MOVE WS-ADJ-OLD-HOURS (WS-ADJ-IDX) TO PH-OLD-HOURS
               MOVE WS-ADJ-OLD-RATE (WS-ADJ-IDX) TO PH-OLD-RATE
               MOVE WS-ADJ-NEW-HOURS (WS-ADJ-IDX) TO PH-NEW-HOURS
               MOVE WS-ADJ-NEW-RATE (WS-ADJ-IDX) TO PH-NEW-RATE
               MOVE WS-ADJ-D-GROSS (WS-ADJ-IDX) TO PH-D-GROSS
               MOVE WS-ADJ-D-FED (WS-ADJ-IDX) TO PH-D-FED
               MOVE WS-ADJ-D-FICA (WS-ADJ-IDX) TO PH-D-FICA
               MOVE WS-ADJ-D-STATE (WS-ADJ-IDX) TO PH-D-STATE
               MOVE WS-ADJ-D-LOCAL (WS-ADJ-IDX) TO PH-D-LOCAL
               MOVE WS-ADJ-D-RETIRE (WS-ADJ-IDX) TO PH-D-RETIRE
               MOVE WS-ADJ-D-NET (WS-ADJ-IDX) TO PH-D-NET
               MOVE WS-ADJ-DISPOSITION (WS-ADJ-IDX) TO PH-DISPOSITION
               WRITE PH-REC
           END-IF.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
