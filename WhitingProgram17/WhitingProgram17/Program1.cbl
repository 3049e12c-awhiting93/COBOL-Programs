      *The employer-side accruals - FICA match, FUTA, and SUTA - are
      *reported as their own columns too, so the quarterly returns
      *for both sides of the payroll tax come off this one summary.
      *The company totals of every report are also appended to
      *WhitingQTR-TAX-TOTALS.DAT, so the year-end W-2 run can prove
      *its file against the four quarters actually filed.  A quarter
      *later than the one containing the run date is the prior
      *year's - the fourth quarter filed in January is reported and
      *recorded under the year it belongs to.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT QUARTERLY-TAX-REPORT
               ASSIGN TO "..\..\..\..\WhitingQTR-TAX-REPORT.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUARTER-TOTALS-FILE
               ASSIGN TO "..\..\..\..\WhitingQTR-TAX-TOTALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  QUARTERLY-TAX-REPORT.
       01  QUARTERLY-TAX-REC         PIC X(150).

       FD  QUARTER-TOTALS-FILE.
       COPY QTRTAX REPLACING ==:PFX:== BY ==QT==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.

       01  PROGRAM-WORK-AREAS.
           05  WS-REPORT-QUARTER           PIC 9       VALUE ZERO.
           05  WS-CURRENT-QUARTER          PIC 9       VALUE ZERO.
           05  WS-REPORT-YEAR              PIC 9(4)    VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  TOTAL-QTR-WAGES             PIC 9(9)V99 VALUE ZERO.
           OPEN INPUT  YTD-WAGE-FILE
                OUTPUT QUARTERLY-TAX-REPORT
           MOVE WS-REPORT-QUARTER TO QUARTER-HEADING
           MOVE WS-REPORT-YEAR TO YEAR-HEADING
           WRITE QUARTERLY-TAX-REC FROM HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           WRITE QUARTERLY-TAX-REC FROM HEADING-LINE-2
           END-IF
           CLOSE YTD-WAGE-FILE
                 QUARTERLY-TAX-REPORT
           PERFORM 310-RECORD-QUARTER-TOTALS
           STOP RUN.

      *   QTR-PARMS.DAT IS OPTIONAL - WITH NO PARAMETER FILE, OR AN
      *   INVALID QUARTER IN IT, THE QUARTER CONTAINING THE RUN DATE
      *   IS REPORTED.  A QUARTER LATER THAN THE CURRENT ONE CAN
      *   ONLY BE LAST YEAR'S, SO ITS YEAR IS THE PRIOR YEAR.
       105-READ-QUARTER-PARAMETER.
           COMPUTE WS-REPORT-QUARTER = (RUN-MONTH + 2) / 3
           OPEN INPUT QUARTER-PARAMETER-FILE
                           "CURRENT QUARTER REPORTED *******"
                   END-IF
           END-READ
           CLOSE QUARTER-PARAMETER-FILE
           COMPUTE WS-CURRENT-QUARTER = (RUN-MONTH + 2) / 3
           MOVE RUN-YEAR TO WS-REPORT-YEAR
           IF WS-REPORT-QUARTER > WS-CURRENT-QUARTER
               SUBTRACT 1 FROM WS-REPORT-YEAR
           END-IF.

      *   A YTD RECORD FROM BEFORE THE QUARTERLY BUCKETS READS SHORT -
      *   NON-NUMERIC BUCKETS ARE REPORTED AS ZERO.  EMPLOYEES WITH NO
           WRITE QUARTERLY-TAX-REC FROM PROGRAM-TOTAL-LINES
               AFTER ADVANCING 2 LINES.

      *   THE REPORT'S COMPANY TOTALS, KEPT FOR THE YEAR-END W-2
      *   RECONCILIATION.  THE FILE IS OPENED EXTEND SO EVERY QUARTER
      *   OF THE YEAR STAYS ON IT; A RERUN'S RECORD REPLACES THE
      *   EARLIER ONE BECAUSE THE READER TAKES THE LAST.
       310-RECORD-QUARTER-TOTALS.
           OPEN EXTEND QUARTER-TOTALS-FILE
           MOVE WS-REPORT-YEAR TO QT-TAX-YEAR
           MOVE WS-REPORT-QUARTER TO QT-QUARTER
           MOVE RUN-DATE-WORK (1:8) TO QT-RUN-DATE
           MOVE EMPLOYEE-COUNT TO QT-EMPLOYEE-COUNT
           MOVE TOTAL-QTR-WAGES TO QT-WAGES
           MOVE TOTAL-QTR-FED TO QT-FED
           MOVE TOTAL-QTR-FICA TO QT-FICA
           MOVE TOTAL-QTR-STATE TO QT-STATE
           MOVE TOTAL-QTR-LOCAL TO QT-LOCAL
           MOVE TOTAL-QTR-ER-FICA TO QT-ER-FICA
           MOVE TOTAL-QTR-FUTA TO QT-FUTA
           MOVE TOTAL-QTR-SUTA TO QT-SUTA
           WRITE QT-QTR-TOTAL-REC
           CLOSE QUARTER-TOTALS-FILE.

       END PROGRAM PROGRAM17.
