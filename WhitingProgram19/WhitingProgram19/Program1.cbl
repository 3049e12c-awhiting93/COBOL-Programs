      *WhitingTIMECARD-CARRYOVER.DAT (their cards carried intact for
      *a supplemental run once the missing card shows up), and a
      *master employee with no cards at all is flagged too.
      *A salaried employee (pay type S on the master) is paid a flat
      *weekly salary by PROGRAM02 with no timecard, so they never
      *reach EMP.DAT and are never held or flagged for missing cards.
      *Their vacation and sick cards still count: the leave hours
      *are checked against the bank and handed on in
      *WhitingLEAVE-TAKEN.DAT the same as anyone else's, and any
      *worked-hours cards are ignored with a note on this report.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  SORT-SHIFT-CODE       PIC X.

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  EMPLOYEE-DATA.
           05  WS-BASE-RATE                PIC 99V99   VALUE ZERO.
           05  WS-EMPLOYEE-NAME            PIC X(20)   VALUE SPACES.
           05  WS-EMPLOYEE-FOUND           PIC X(3)    VALUE 'NO '.
           05  WS-EMPLOYEE-SALARIED        PIC X(3)    VALUE 'NO '.
           05  WS-SHIFT-RATE               PIC 99V999  VALUE ZERO.
           05  WS-WEEK-HOURS               PIC 9(3)    VALUE ZERO.
           05  WS-WEEK-WAGES               PIC 9(5)V99 VALUE ZERO.
               10  MASTER-HOURLY-RATE      PIC 99V99.
               10  MASTER-CARDS-SEEN       PIC X.
               10  MASTER-STATUS           PIC X.
               10  MASTER-PAY-TYPE         PIC X.

      *   THE WEEK AS THE TIMECARD FILE DEFINES IT - EVERY DISTINCT
      *   WORK DATE ON ANY CARD - AND THE CURRENT EMPLOYEE'S
                           ROUNDED = PM-ANNUAL-SALARY / HOURS-PER-YEAR
                       MOVE 'N' TO MASTER-CARDS-SEEN (MASTER-IDX)
                       MOVE PM-EMP-STATUS TO MASTER-STATUS (MASTER-IDX)
                       MOVE PM-PAY-TYPE
                           TO MASTER-PAY-TYPE (MASTER-IDX)
                   ELSE
                       DISPLAY "**** MASTER TABLE FULL - " PM-EMP-NUM
                           " OMITTED ****"
               END-SEARCH
           END-IF
           MOVE 'NO ' TO WS-EMPLOYEE-FOUND
           MOVE 'NO ' TO WS-EMPLOYEE-SALARIED
           MOVE SPACES TO WS-EMPLOYEE-NAME
           MOVE ZERO TO WS-BASE-RATE
           SET MASTER-IDX TO 1
                       MOVE MASTER-HOURLY-RATE (MASTER-IDX)
                           TO WS-BASE-RATE
                       MOVE 'Y' TO MASTER-CARDS-SEEN (MASTER-IDX)
                       IF MASTER-PAY-TYPE (MASTER-IDX) = 'S'
                           MOVE 'YES' TO WS-EMPLOYEE-SALARIED
                       END-IF
               END-SEARCH
           END-IF.

               MOVE "REJECTED - NO MASTER RECORD" TO DETAIL-NOTE-OUT
               ADD 1 TO EMPLOYEES-REJECTED
               WRITE ROLLUP-REPORT-REC FROM PROGRAM-DETAIL-LINE
           ELSE
           IF WS-EMPLOYEE-SALARIED = 'YES'
               PERFORM 370-FINISH-SALARIED-EMPLOYEE
           ELSE
               PERFORM 305-COUNT-MISSING-DAYS
               IF WS-DAYS-MISSING > ZERO
               ELSE
                   PERFORM 310-FINISH-ONE-EMPLOYEE
               END-IF
           END-IF
           END-IF.

       216-CLEAR-ONE-DAY-FLAG.
           END-IF.

      *   A TERMINATED EMPLOYEE IS NOT EXPECTED TO HAVE CARDS AND IS
      *   NOT FLAGGED, AND NEITHER IS A SALARIED ONE.
       351-CHECK-ONE-ABSENTEE.
           IF MASTER-CARDS-SEEN (MASTER-IDX) NOT = 'Y' AND
                   MASTER-STATUS (MASTER-IDX) NOT = 'T' AND
                   MASTER-PAY-TYPE (MASTER-IDX) NOT = 'S'
               MOVE SPACES TO PROGRAM-DETAIL-LINE
               MOVE MASTER-EMP-NUM (MASTER-IDX)
                   TO DETAIL-EMP-NUM-OUT
           ADD 1 TO EMPLOYEES-ROLLED-UP
           WRITE ROLLUP-REPORT-REC FROM PROGRAM-DETAIL-LINE.

      *   A SALARIED EMPLOYEE'S WEEK - NO EMP.DAT RECORD (PROGRAM02
      *   PAYS THE SALARY FROM THE MASTER), NO MISSING-DAY HOLD.  ONLY
      *   THE LEAVE CARDS MATTER: THEY ARE CHECKED AGAINST THE BANK
      *   AND PASSED ON IN THE LEAVE-TAKEN FILE.
       370-FINISH-SALARIED-EMPLOYEE.
           MOVE WS-WEEK-HOURS TO DETAIL-HOURS-OUT
           MOVE ZERO TO DETAIL-RATE-OUT
           MOVE ZERO TO DETAIL-WAGES-OUT
           IF WS-VAC-TAKEN > WS-VAC-BAL
               MOVE "REJECTED - VAC EXCEEDS BALANCE"
                   TO DETAIL-NOTE-OUT
               ADD 1 TO EMPLOYEES-REJECTED
           ELSE
           IF WS-SICK-TAKEN > WS-SICK-BAL
               MOVE "REJECTED - SICK EXCEEDS BALANCE"
                   TO DETAIL-NOTE-OUT
               ADD 1 TO EMPLOYEES-REJECTED
           ELSE
               IF WS-VAC-TAKEN > ZERO OR WS-SICK-TAKEN > ZERO
                   MOVE SPACES TO LEAVE-TAKEN-REC
                   MOVE WS-PREVIOUS-EMP-NUM TO LT-EMP-NUM
                   MOVE WS-VAC-TAKEN TO LT-VAC-HOURS
                   MOVE WS-SICK-TAKEN TO LT-SICK-HOURS
                   WRITE LEAVE-TAKEN-REC
               END-IF
               IF WS-WORKED-HOURS > ZERO
                   MOVE "SALARIED - WORK HRS IGNORED"
                       TO DETAIL-NOTE-OUT
               ELSE
                   MOVE "SALARIED - LEAVE ONLY" TO DETAIL-NOTE-OUT
               END-IF
           END-IF
           END-IF
           WRITE ROLLUP-REPORT-REC FROM PROGRAM-DETAIL-LINE.

      *   THE COMMON SEAL TRAILER ON THE EMP.DAT JUST WRITTEN, SO
      *   PROGRAM02 CAN PROVE IT GOT THE WHOLE ROLLUP.
       360-WRITE-EMP-SEAL-TRAILER.
