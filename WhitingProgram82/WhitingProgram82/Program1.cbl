      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM82.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the monthly sales tax return and the sales
      *desk's exemption certificate renewal list.
      *The month is the business date's month, settled the way
      *PROGRAM70 settles it: the stream runs it in the month-end
      *section, when WhitingMONTH-END.DAT marks the business date as
      *the month's last processing day, and the return covers the
      *whole month; run on any other night it covers the month to
      *date and says so in its heading.
      *Every daily sales run appends its taxable sales, exempt
      *sales, and tax by store to WhitingSALES-TAX-HISTORY.DAT (the
      *shared TAXHIST copybook).  A business date run more than once
      *has more than one set of records; only the set with the
      *latest run stamp counts, so a rerun replaces the run it
      *corrects rather than doubling it.  WhitingSALES-TAX-RETURN.LIS
      *shows taxable, exempt, and total sales and the tax collected
      *for each store and for all stores, with the number of
      *business days the figures cover.  A month with no history at
      *all ends the run with condition code 4 - the return cannot
      *be filed from it.
      *WhitingCERT-EXPIRING.LIS lists every certificate on
      *TAX-EXEMPT-CERTS.DAT (the shared TAXCERT copybook) that
      *expires within 60 days of the business date, with the days
      *left, so the sales desk can ask for the renewal before the
      *customer starts being taxed.  A certificate already past its
      *expiry is listed as expired until the desk renews or removes
      *it.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL TAX-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingSALES-TAX-HISTORY.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL TAX-CERT-FILE
               ASSIGN TO "..\..\..\..\TAX-EXEMPT-CERTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MONTH-END-FILE
               ASSIGN TO "..\..\..\..\WhitingMONTH-END.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RETURN-REPORT
               ASSIGN TO "..\..\..\..\WhitingSALES-TAX-RETURN.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CERT-REPORT
               ASSIGN TO "..\..\..\..\WhitingCERT-EXPIRING.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  TAX-HISTORY-FILE.
       COPY TAXHIST REPLACING ==:PFX:== BY ==TH==.

       FD  TAX-CERT-FILE.
       COPY TAXCERT REPLACING ==:PFX:== BY ==TC==.

       FD  MONTH-END-FILE.
       01  MONTH-END-REC.
           05  ME-DATE                     PIC 9(8).
           05  ME-MONTH-END                PIC X.
           05  ME-QUARTER-END              PIC X.

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RETURN-REPORT.
       01  RETURN-REC                      PIC X(100).

       FD  CERT-REPORT.
       01  CERT-REC                        PIC X(100).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-MONTH-END-NIGHT          PIC X       VALUE 'N'.
           05  WS-DATE-FOUND               PIC X       VALUE 'N'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE.
               10  WS-BUSINESS-YEAR        PIC 9(4).
               10  WS-BUSINESS-MONTH       PIC 9(2).
               10  WS-BUSINESS-DAY         PIC 9(2).

      *   THE MONTH BEING REPORTED - THE FIRST DAY AND THE LAST DAY
      *   COUNTED (THE BUSINESS DATE ITSELF UNLESS IT IS MONTH END).
       01  PERIOD-AREAS.
           05  WS-PERIOD-FROM              PIC 9(8)    VALUE ZERO.
           05  WS-PERIOD-THRU              PIC 9(8)    VALUE ZERO.
           05  WS-PERIOD-THRU-X REDEFINES WS-PERIOD-THRU.
               10  WS-THRU-YEAR            PIC 9(4).
               10  WS-THRU-MONTH           PIC 9(2).
               10  WS-THRU-DAY             PIC 9(2).
           05  WS-DAYS-IN-MONTH            PIC 9(2)    VALUE ZERO.
           05  WS-LEAP-QUOTIENT            PIC 9(4)    VALUE ZERO.
           05  WS-LEAP-REMAINDER           PIC 9(3)    VALUE ZERO.
           05  DAYS-PER-MONTH-VALUES.
               10  FILLER                  PIC X(24)
                   VALUE "312831303130313130313031".
           05  DAYS-PER-MONTH-TABLE REDEFINES DAYS-PER-MONTH-VALUES.
               10  DAYS-PER-MONTH          PIC 9(2)    OCCURS 12 TIMES.

      *   ONE ROW PER BUSINESS DATE IN THE MONTH - THE LATEST RUN
      *   STAMP SEEN FOR IT, WHICH IS THE RUN THAT COUNTS.
       01  RUN-DATE-AREAS.
           05  RUN-DATE-COUNT              PIC 9(2)    VALUE ZERO.
           05  WS-RUN-DATE-SUB             PIC 9(2)    VALUE ZERO.
           05  RUN-DATE-ROW OCCURS 31 TIMES
                   INDEXED BY RUN-DATE-IDX.
               10  RD-BUSINESS-DATE        PIC 9(8).
               10  RD-LATEST-STAMP         PIC X(14).
           05  SUPERSEDED-COUNT            PIC 9(5)    VALUE ZERO.

      *   THE MONTH'S FIGURES BY STORE CODE, AND FOR ALL STORES.
       01  TOTAL-AREAS.
           05  WS-STORE-SUB                PIC 9       VALUE ZERO.
           05  STORE-TOTAL-ROW OCCURS 3 TIMES.
               10  ST-TAXABLE              PIC 9(9)V99.
               10  ST-EXEMPT               PIC 9(9)V99.
               10  ST-TAX                  PIC 9(9)V99.
           05  GRAND-TAXABLE               PIC 9(9)V99 VALUE ZERO.
           05  GRAND-EXEMPT                PIC 9(9)V99 VALUE ZERO.
           05  GRAND-TAX                   PIC 9(9)V99 VALUE ZERO.
           05  WS-LINE-TAXABLE             PIC 9(9)V99 VALUE ZERO.
           05  WS-LINE-EXEMPT              PIC 9(9)V99 VALUE ZERO.
           05  WS-LINE-TAX                 PIC 9(9)V99 VALUE ZERO.
           05  WS-LINE-TOTAL               PIC 9(9)V99 VALUE ZERO.

      *   THE RENEWAL WINDOW - THE BUSINESS DATE AND SIXTY DAYS ON.
       01  CERT-AREAS.
           05  WS-HORIZON-DATE             PIC 9(8)    VALUE ZERO.
           05  WS-DAYS-LEFT                PIC 9(3)    VALUE ZERO.
           05  WS-DAYS-LEFT-OUT            PIC ZZ9.
           05  CERT-LISTED-COUNT           PIC 9(5)    VALUE ZERO.
           05  CERT-EXPIRED-COUNT          PIC 9(5)    VALUE ZERO.

       01  RETURN-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "MONTHLY SALES TAX RETURN                ".
           05  HEADING-FROM-OUT            PIC 9(8).
           05  FILLER                      PIC X(6)    VALUE " THRU ".
           05  HEADING-THRU-OUT            PIC 9(8).
           05                              PIC X(2)    VALUE SPACES.
           05  HEADING-BASIS-OUT           PIC X(27).
           05                              PIC X(9)    VALUE SPACES.

       01  RETURN-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "              TAXABLE SALES     EXEMPT S".
           05  FILLER                      PIC X(40)
               VALUE "ALES      TOTAL SALES        SALES TAX  ".
           05                              PIC X(20)   VALUE SPACES.

      *   ONE STORE'S FIGURES, OR THE ALL-STORES TOTAL.
       01  RETURN-DETAIL-LINE.
           05                              PIC X(2)    VALUE SPACES.
           05  RET-LABEL-OUT               PIC X(11).
           05  RET-TAXABLE-OUT             PIC $$$,$$$,$$9.99.
           05                              PIC X(3)    VALUE SPACES.
           05  RET-EXEMPT-OUT              PIC $$$,$$$,$$9.99.
           05                              PIC X(3)    VALUE SPACES.
           05  RET-TOTAL-OUT               PIC $$$,$$$,$$9.99.
           05                              PIC X(3)    VALUE SPACES.
           05  RET-TAX-OUT                 PIC $$$,$$$,$$9.99.
           05                              PIC X(22)   VALUE SPACES.

       01  RETURN-DAYS-LINE.
           05  FILLER                      PIC X(28)
               VALUE "BUSINESS DAYS IN THE RETURN ".
           05  RDL-DAYS-OUT                PIC Z9.
           05  FILLER                      PIC X(28)
               VALUE "    EARLIER RUNS SUPERSEDED ".
           05  RDL-SUPERSEDED-OUT          PIC ZZZZ9.
           05                              PIC X(37)   VALUE SPACES.

       01  RETURN-NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO SALES TAX HISTORY FOR THE MONTH - NOT".
           05  FILLER                      PIC X(40)
               VALUE " FILEABLE                               ".
           05                              PIC X(20)   VALUE SPACES.

       01  CERT-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "EXEMPTION CERTIFICATES EXPIRING BY      ".
           05  CH-HORIZON-OUT              PIC 9(8).
           05  FILLER                      PIC X(9)
               VALUE " - AS OF ".
           05  CH-DATE-OUT                 PIC 9(8).
           05                              PIC X(35)   VALUE SPACES.

       01  CERT-COLUMN-LINE.
           05  FILLER                      PIC X(40)
               VALUE "CUST   CERTIFICATE      TYPE       ST   ".
           05  FILLER                      PIC X(40)
               VALUE "EXPIRES    STATUS                       ".
           05                              PIC X(20)   VALUE SPACES.

       01  CERT-DETAIL-LINE.
           05  CD-CUSTOMER-OUT             PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  CD-CERT-OUT                 PIC X(15).
           05                              PIC X(2)    VALUE SPACES.
           05  CD-TYPE-OUT                 PIC X(9).
           05                              PIC X(2)    VALUE SPACES.
           05  CD-STATE-OUT                PIC X(2).
           05                              PIC X(3)    VALUE SPACES.
           05  CD-EXPIRY-OUT               PIC 9(8).
           05                              PIC X(3)    VALUE SPACES.
           05  CD-STATUS-OUT               PIC X(19).
           05                              PIC X(30)   VALUE SPACES.

       01  CERT-NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO CERTIFICATE EXPIRES IN THE NEXT 60 DA".
           05  FILLER                      PIC X(40)
               VALUE "YS                                      ".
           05                              PIC X(20)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-SET-REPORT-MONTH
           PERFORM 110-FIND-LATEST-RUNS
           PERFORM 120-ADD-UP-HISTORY
           PERFORM 200-PRINT-RETURN
           PERFORM 300-PRINT-EXPIRING-CERTS
           IF RUN-DATE-COUNT = ZERO
               DISPLAY "**** NO SALES TAX HISTORY FOR " WS-PERIOD-FROM
                   " THRU " WS-PERIOD-THRU " - SEE "
                   "WhitingSALES-TAX-RETURN.LIS ****"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           IF CERT-LISTED-COUNT > ZERO
               DISPLAY CERT-LISTED-COUNT " EXEMPTION CERTIFICATE(S) "
                   "DUE FOR RENEWAL, " CERT-EXPIRED-COUNT
                   " ALREADY EXPIRED - SEE WhitingCERT-EXPIRING.LIS"
           END-IF
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

      *   PROGRAM29'S FLAG FOR THE BUSINESS DATE SAYS WHETHER THE
      *   MONTH IS OVER.  ON MONTH END THE WHOLE MONTH IS COVERED;
      *   OTHERWISE THE RETURN STOPS AT THE BUSINESS DATE.
       105-SET-REPORT-MONTH.
           OPEN INPUT MONTH-END-FILE
           READ MONTH-END-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ME-DATE = WS-BUSINESS-DATE AND
                           ME-MONTH-END = 'Y'
                       MOVE 'Y' TO WS-MONTH-END-NIGHT
                   END-IF
           END-READ
           CLOSE MONTH-END-FILE
           COMPUTE WS-PERIOD-FROM =
               (WS-BUSINESS-YEAR * 10000) + (WS-BUSINESS-MONTH * 100)
               + 1
           MOVE WS-BUSINESS-DATE TO WS-PERIOD-THRU
           IF WS-MONTH-END-NIGHT = 'Y'
               MOVE DAYS-PER-MONTH (WS-BUSINESS-MONTH)
                   TO WS-DAYS-IN-MONTH
               IF WS-BUSINESS-MONTH = 2
                   PERFORM 106-CHECK-LEAP-YEAR
               END-IF
               MOVE WS-DAYS-IN-MONTH TO WS-THRU-DAY
               MOVE "MONTH END" TO HEADING-BASIS-OUT
           ELSE
               MOVE "MONTH TO DATE - NOT CLOSED"
                   TO HEADING-BASIS-OUT
           END-IF.

      *   A LEAP YEAR IS DIVISIBLE BY 4 AND NOT BY 100, UNLESS ALSO
      *   DIVISIBLE BY 400.
       106-CHECK-LEAP-YEAR.
           DIVIDE WS-BUSINESS-YEAR BY 4
               GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-DAYS-IN-MONTH
               DIVIDE WS-BUSINESS-YEAR BY 100
                   GIVING WS-LEAP-QUOTIENT REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   MOVE 28 TO WS-DAYS-IN-MONTH
                   DIVIDE WS-BUSINESS-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER = ZERO
                       MOVE 29 TO WS-DAYS-IN-MONTH
                   END-IF
               END-IF
           END-IF.

      *   FIRST PASS - THE LATEST RUN STAMP FOR EACH BUSINESS DATE
      *   IN THE MONTH.
       110-FIND-LATEST-RUNS.
           OPEN INPUT TAX-HISTORY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-STAMP
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TAX-HISTORY-FILE.

       111-READ-ONE-STAMP.
           READ TAX-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF TH-BUSINESS-DATE IS NUMERIC
                       IF TH-BUSINESS-DATE >= WS-PERIOD-FROM AND
                               TH-BUSINESS-DATE <= WS-PERIOD-THRU
                           PERFORM 112-NOTE-RUN-STAMP
                       END-IF
                   END-IF
           END-READ.

       112-NOTE-RUN-STAMP.
           MOVE 'N' TO WS-DATE-FOUND
           PERFORM 113-MATCH-ONE-DATE
               VARYING WS-RUN-DATE-SUB FROM 1 BY 1
               UNTIL WS-RUN-DATE-SUB > RUN-DATE-COUNT
                   OR WS-DATE-FOUND = 'Y'
           IF WS-DATE-FOUND = 'N' AND RUN-DATE-COUNT < 31
               ADD 1 TO RUN-DATE-COUNT
               SET RUN-DATE-IDX TO RUN-DATE-COUNT
               MOVE TH-BUSINESS-DATE TO RD-BUSINESS-DATE (RUN-DATE-IDX)
               MOVE TH-RUN-STAMP TO RD-LATEST-STAMP (RUN-DATE-IDX)
           END-IF.

       113-MATCH-ONE-DATE.
           SET RUN-DATE-IDX TO WS-RUN-DATE-SUB
           IF RD-BUSINESS-DATE (RUN-DATE-IDX) = TH-BUSINESS-DATE
               MOVE 'Y' TO WS-DATE-FOUND
               IF TH-RUN-STAMP > RD-LATEST-STAMP (RUN-DATE-IDX)
                   MOVE TH-RUN-STAMP TO RD-LATEST-STAMP (RUN-DATE-IDX)
               END-IF
           END-IF.

      *   SECOND PASS - ONLY THE RECORDS OF EACH DATE'S LATEST RUN
      *   ARE ADDED UP; THE REST ARE COUNTED AS SUPERSEDED.
       120-ADD-UP-HISTORY.
           PERFORM 121-ZERO-ONE-STORE
               VARYING WS-STORE-SUB FROM 1 BY 1
               UNTIL WS-STORE-SUB > 3
           OPEN INPUT TAX-HISTORY-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 122-READ-ONE-HISTORY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE TAX-HISTORY-FILE.

       121-ZERO-ONE-STORE.
           MOVE ZERO TO ST-TAXABLE (WS-STORE-SUB)
           MOVE ZERO TO ST-EXEMPT (WS-STORE-SUB)
           MOVE ZERO TO ST-TAX (WS-STORE-SUB).

       122-READ-ONE-HISTORY.
           READ TAX-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF TH-BUSINESS-DATE IS NUMERIC
                       IF TH-BUSINESS-DATE >= WS-PERIOD-FROM AND
                               TH-BUSINESS-DATE <= WS-PERIOD-THRU
                           PERFORM 123-ADD-ONE-HISTORY
                       END-IF
                   END-IF
           END-READ.

       123-ADD-ONE-HISTORY.
           MOVE 'N' TO WS-DATE-FOUND
           PERFORM 124-CHECK-LATEST-RUN
               VARYING WS-RUN-DATE-SUB FROM 1 BY 1
               UNTIL WS-RUN-DATE-SUB > RUN-DATE-COUNT
                   OR WS-DATE-FOUND = 'Y'
           IF WS-DATE-FOUND = 'Y'
               IF TH-STORE-CODE >= '1' AND TH-STORE-CODE <= '3' AND
                       TH-TAXABLE-SALES IS NUMERIC AND
                       TH-EXEMPT-SALES IS NUMERIC AND
                       TH-TAX IS NUMERIC
                   MOVE TH-STORE-CODE TO WS-STORE-SUB
                   ADD TH-TAXABLE-SALES TO ST-TAXABLE (WS-STORE-SUB)
                   ADD TH-EXEMPT-SALES TO ST-EXEMPT (WS-STORE-SUB)
                   ADD TH-TAX TO ST-TAX (WS-STORE-SUB)
               ELSE
                   DISPLAY "**** BAD SALES TAX HISTORY ROW "
                       TH-BUSINESS-DATE " " TH-STORE-CODE
                       " IGNORED ****"
               END-IF
           ELSE
               ADD 1 TO SUPERSEDED-COUNT
           END-IF.

       124-CHECK-LATEST-RUN.
           SET RUN-DATE-IDX TO WS-RUN-DATE-SUB
           IF RD-BUSINESS-DATE (RUN-DATE-IDX) = TH-BUSINESS-DATE AND
                   RD-LATEST-STAMP (RUN-DATE-IDX) = TH-RUN-STAMP
               MOVE 'Y' TO WS-DATE-FOUND
           END-IF.

       200-PRINT-RETURN.
           OPEN OUTPUT RETURN-REPORT
           MOVE WS-PERIOD-FROM TO HEADING-FROM-OUT
           MOVE WS-PERIOD-THRU TO HEADING-THRU-OUT
           WRITE RETURN-REC FROM RETURN-HEADING-LINE
               AFTER ADVANCING 1 LINE
           IF RUN-DATE-COUNT = ZERO
               WRITE RETURN-REC FROM RETURN-NONE-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE RETURN-REC FROM RETURN-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO RETURN-REC
               WRITE RETURN-REC
               PERFORM 210-PRINT-ONE-STORE
                   VARYING WS-STORE-SUB FROM 1 BY 1
                   UNTIL WS-STORE-SUB > 3
               MOVE "ALL STORES" TO RET-LABEL-OUT
               MOVE GRAND-TAXABLE TO WS-LINE-TAXABLE
               MOVE GRAND-EXEMPT TO WS-LINE-EXEMPT
               MOVE GRAND-TAX TO WS-LINE-TAX
               PERFORM 250-FORMAT-RETURN-LINE
               WRITE RETURN-REC FROM RETURN-DETAIL-LINE
                   AFTER ADVANCING 2 LINES
               MOVE RUN-DATE-COUNT TO RDL-DAYS-OUT
               MOVE SUPERSEDED-COUNT TO RDL-SUPERSEDED-OUT
               WRITE RETURN-REC FROM RETURN-DAYS-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           CLOSE RETURN-REPORT.

       210-PRINT-ONE-STORE.
           MOVE SPACES TO RET-LABEL-OUT
           STRING "STORE " WS-STORE-SUB
               DELIMITED BY SIZE INTO RET-LABEL-OUT
           MOVE ST-TAXABLE (WS-STORE-SUB) TO WS-LINE-TAXABLE
           MOVE ST-EXEMPT (WS-STORE-SUB) TO WS-LINE-EXEMPT
           MOVE ST-TAX (WS-STORE-SUB) TO WS-LINE-TAX
           PERFORM 250-FORMAT-RETURN-LINE
           WRITE RETURN-REC FROM RETURN-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD ST-TAXABLE (WS-STORE-SUB) TO GRAND-TAXABLE
           ADD ST-EXEMPT (WS-STORE-SUB) TO GRAND-EXEMPT
           ADD ST-TAX (WS-STORE-SUB) TO GRAND-TAX.

       250-FORMAT-RETURN-LINE.
           MOVE WS-LINE-TAXABLE TO RET-TAXABLE-OUT
           MOVE WS-LINE-EXEMPT TO RET-EXEMPT-OUT
           COMPUTE WS-LINE-TOTAL = WS-LINE-TAXABLE + WS-LINE-EXEMPT
           MOVE WS-LINE-TOTAL TO RET-TOTAL-OUT
           MOVE WS-LINE-TAX TO RET-TAX-OUT.

      *   THE RENEWAL LIST - EVERY GOOD CERTIFICATE ROW EXPIRING ON
      *   OR BEFORE THE HORIZON, IN THE FILE'S CUSTOMER ORDER.
       300-PRINT-EXPIRING-CERTS.
           COMPUTE WS-HORIZON-DATE = FUNCTION DATE-OF-INTEGER
               (FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE) + 60)
           OPEN INPUT TAX-CERT-FILE
                OUTPUT CERT-REPORT
           MOVE WS-HORIZON-DATE TO CH-HORIZON-OUT
           MOVE WS-BUSINESS-DATE TO CH-DATE-OUT
           WRITE CERT-REC FROM CERT-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE CERT-REC FROM CERT-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO CERT-REC
           WRITE CERT-REC
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 310-READ-ONE-CERT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           IF CERT-LISTED-COUNT = ZERO
               WRITE CERT-REC FROM CERT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF
           CLOSE TAX-CERT-FILE
                 CERT-REPORT.

       310-READ-ONE-CERT.
           READ TAX-CERT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF TC-CUSTOMER-ID NOT = SPACES AND
                           TC-CERT-NUM NOT = SPACES AND
                           TC-TYPE-VALID AND
                           TC-EXPIRY-DATE IS NUMERIC
                       IF TC-EXPIRY-DATE <= WS-HORIZON-DATE
                           PERFORM 320-PRINT-ONE-CERT
                       END-IF
                   ELSE
                       DISPLAY "**** BAD EXEMPTION CERTIFICATE ROW "
                           TC-CUSTOMER-ID " IGNORED ****"
                   END-IF
           END-READ.

       320-PRINT-ONE-CERT.
           MOVE TC-CUSTOMER-ID TO CD-CUSTOMER-OUT
           MOVE TC-CERT-NUM TO CD-CERT-OUT
           IF TC-RESALE
               MOVE "RESALE" TO CD-TYPE-OUT
           ELSE
               MOVE "NONPROFIT" TO CD-TYPE-OUT
           END-IF
           MOVE TC-ISSUE-STATE TO CD-STATE-OUT
           MOVE TC-EXPIRY-DATE TO CD-EXPIRY-OUT
           MOVE SPACES TO CD-STATUS-OUT
           IF TC-EXPIRY-DATE < WS-BUSINESS-DATE
               MOVE "EXPIRED" TO CD-STATUS-OUT
               ADD 1 TO CERT-EXPIRED-COUNT
           END-IF
           IF TC-EXPIRY-DATE = WS-BUSINESS-DATE
               MOVE "EXPIRES TODAY" TO CD-STATUS-OUT
           END-IF
           IF TC-EXPIRY-DATE > WS-BUSINESS-DATE
               COMPUTE WS-DAYS-LEFT =
                   FUNCTION INTEGER-OF-DATE (TC-EXPIRY-DATE)
                   - FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
               MOVE WS-DAYS-LEFT TO WS-DAYS-LEFT-OUT
               STRING "EXPIRES IN " WS-DAYS-LEFT-OUT " DAYS"
                   DELIMITED BY SIZE INTO CD-STATUS-OUT
           END-IF
           WRITE CERT-REC FROM CERT-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO CERT-LISTED-COUNT.

       END PROGRAM PROGRAM82.
