      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OPERSTAT.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the monthly operator status review - the list
      *a supervisor works through to unlock, reissue or delete IDs
      *through PROGRAM60 before a forgotten ID becomes a way in.
      *Every operator on OPERATORS.DAT (copybook OPERREC) is checked
      *as of the business date, and WhitingOPERATOR-STATUS.LIS lists
      *each one that is locked out for bad PINs, has no PIN issued,
      *has a PIN past the change-after days, or is dormant - no
      *sign-on within the dormant days, or never signed on at all.
      *An operator with more than one of these prints once with all
      *of them, and the listing ends with a count of each.
      *The change-after and dormant days come from
      *OPERATOR-PIN-PARMS.DAT, the same file the OPERPIN sign-on
      *reads; with no file on disk both are 90 days.
      *The report only reads - it may be run at any time.
      *It now runs in the month-end section of the job stream, and
      *sets condition code 4 when any operator is listed so the
      *stream points the supervisor at the listing.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "..\..\..\..\OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PIN-PARM-FILE
               ASSIGN TO "..\..\..\..\OPERATOR-PIN-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPERATOR-STATUS-REPORT
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-STATUS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OPERATOR-FILE.
       COPY OPERREC REPLACING ==:PFX:== BY ==OPR==.

       FD  PIN-PARM-FILE.
       01  PIN-PARM-REC.
           05  PP-CHANGE-DAYS              PIC 9(3).
           05  PP-MAX-FAILURES             PIC 9(2).
           05  PP-DORMANT-DAYS             PIC 9(3).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  OPERATOR-STATUS-REPORT.
       01  OPERATOR-STATUS-REC             PIC X(120).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-IS-LOCKED                PIC X(3)    VALUE 'NO '.
           05  WS-HAS-NO-PIN               PIC X(3)    VALUE 'NO '.
           05  WS-PIN-EXPIRED              PIC X(3)    VALUE 'NO '.
           05  WS-IS-DORMANT               PIC X(3)    VALUE 'NO '.
           05  WS-NEVER-SIGNED-ON          PIC X(3)    VALUE 'NO '.

       01  PIN-PARAMETERS.
           05  WS-CHANGE-DAYS              PIC 9(3)    VALUE 90.
           05  WS-DORMANT-DAYS             PIC 9(3)    VALUE 90.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-REPORT-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-REPORT-DATE-INT          PIC 9(7)    VALUE ZERO.
           05  WS-DATE-INT                 PIC 9(7)    VALUE ZERO.
           05  WS-SIGNON-DAYS              PIC S9(5)   VALUE ZERO.
           05  WS-PIN-DAYS                 PIC S9(5)   VALUE ZERO.

       01  WORK-AREAS.
           05  WS-STATUS-TEXT              PIC X(40)   VALUE SPACES.
           05  WS-STATUS-POINTER           PIC 9(2)    VALUE 1.

       01  PROGRAM-ACCUMULATORS.
           05  OPERATOR-READ-COUNT         PIC 9(4)    VALUE ZERO.
           05  OPERATOR-LISTED-COUNT       PIC 9(4)    VALUE ZERO.
           05  LOCKED-COUNT                PIC 9(4)    VALUE ZERO.
           05  NO-PIN-COUNT                PIC 9(4)    VALUE ZERO.
           05  EXPIRED-COUNT               PIC 9(4)    VALUE ZERO.
           05  DORMANT-COUNT               PIC 9(4)    VALUE ZERO.

       01  STATUS-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "OPERATOR STATUS REVIEW - LOCKED, DORMANT".
           05  FILLER                      PIC X(26)
               VALUE " AND PIN EXCEPTIONS AS OF ".
           05  STAT-HEADING-DATE-OUT       PIC 9(8).
           05                              PIC X(46)   VALUE SPACES.

       01  STATUS-HEADING-LINE-2.
           05  FILLER                      PIC X(18)
               VALUE "PIN CHANGED EVERY ".
           05  STAT-CHANGE-DAYS-OUT        PIC ZZ9.
           05  FILLER                      PIC X(21)
               VALUE " DAYS, DORMANT AFTER ".
           05  STAT-DORMANT-DAYS-OUT       PIC ZZ9.
           05  FILLER                      PIC X(25)
               VALUE " DAYS WITHOUT A SIGN-ON".
           05                              PIC X(50)   VALUE SPACES.

       01  STATUS-HEADING-LINE-3.
           05  FILLER                      PIC X(40)
               VALUE "ID     NAME                  ROLE LAST O".
           05  FILLER                      PIC X(40)
               VALUE "N    DAYS  PIN SET  FAILS  STATUS       ".
           05                              PIC X(40)   VALUE SPACES.

       01  STATUS-DETAIL-LINE.
           05  STAT-ID-OUT                 PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  STAT-NAME-OUT               PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  STAT-ROLE-OUT               PIC X.
           05                              PIC X(4)    VALUE SPACES.
           05  STAT-LAST-ON-OUT            PIC X(8).
           05                              PIC X(2)    VALUE SPACES.
           05  STAT-DAYS-OUT               PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  STAT-PIN-SET-OUT            PIC X(8).
           05                              PIC X(4)    VALUE SPACES.
           05  STAT-FAILS-OUT              PIC X(2).
           05                              PIC X(2)    VALUE SPACES.
           05  STAT-STATUS-OUT             PIC X(40).
           05                              PIC X(13)   VALUE SPACES.

       01  STATUS-NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "  EVERY OPERATOR IS CURRENT             ".
           05                              PIC X(80)   VALUE SPACES.

       01  STATUS-TOTAL-LINE.
           05  STAT-TOTAL-TITLE-OUT        PIC X(24).
           05  STAT-TOTAL-COUNT-OUT        PIC ZZZ9.
           05                              PIC X(92)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 095-GET-BUSINESS-DATE
           COMPUTE WS-REPORT-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-REPORT-DATE)
           PERFORM 105-READ-PIN-PARMS
           OPEN INPUT OPERATOR-FILE
                OUTPUT OPERATOR-STATUS-REPORT
           PERFORM 200-PRINT-HEADINGS
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 210-READ-ONE-OPERATOR
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           PERFORM 400-PRINT-TOTALS
           CLOSE OPERATOR-FILE
                 OPERATOR-STATUS-REPORT
           DISPLAY "OPERATORS: " OPERATOR-READ-COUNT
               " LISTED: " OPERATOR-LISTED-COUNT
               " LOCKED: " LOCKED-COUNT
               " DORMANT: " DORMANT-COUNT
           IF OPERATOR-LISTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       095-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-REPORT-DATE
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-REPORT-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       105-READ-PIN-PARMS.
           OPEN INPUT PIN-PARM-FILE
           READ PIN-PARM-FILE
               AT END
                   DISPLAY "**** NO PIN PARAMETER FILE - DEFAULT "
                       "90-DAY LIMITS IN EFFECT ****"
               NOT AT END
                   IF PP-CHANGE-DAYS IS NUMERIC AND
                           PP-CHANGE-DAYS > ZERO
                       MOVE PP-CHANGE-DAYS TO WS-CHANGE-DAYS
                   END-IF
                   IF PP-DORMANT-DAYS IS NUMERIC AND
                           PP-DORMANT-DAYS > ZERO
                       MOVE PP-DORMANT-DAYS TO WS-DORMANT-DAYS
                   END-IF
           END-READ
           CLOSE PIN-PARM-FILE.

       200-PRINT-HEADINGS.
           MOVE WS-REPORT-DATE TO STAT-HEADING-DATE-OUT
           MOVE WS-CHANGE-DAYS TO STAT-CHANGE-DAYS-OUT
           MOVE WS-DORMANT-DAYS TO STAT-DORMANT-DAYS-OUT
           WRITE OPERATOR-STATUS-REC FROM STATUS-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO OPERATOR-STATUS-REC
           WRITE OPERATOR-STATUS-REC
           WRITE OPERATOR-STATUS-REC FROM STATUS-HEADING-LINE-2
           MOVE SPACES TO OPERATOR-STATUS-REC
           WRITE OPERATOR-STATUS-REC
           WRITE OPERATOR-STATUS-REC FROM STATUS-HEADING-LINE-3.

       210-READ-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO OPERATOR-READ-COUNT
                   PERFORM 300-CHECK-ONE-OPERATOR
           END-READ.

      *   A ZERO CHANGED DATE IS A PIN ISSUED BY PROGRAM60 AND NOT
      *   YET CHANGED - IT COUNTS AS EXPIRED, SINCE IT IS KNOWN TO
      *   SOMEONE OTHER THAN THE OPERATOR.
       300-CHECK-ONE-OPERATOR.
           MOVE 'NO ' TO WS-IS-LOCKED
           MOVE 'NO ' TO WS-HAS-NO-PIN
           MOVE 'NO ' TO WS-PIN-EXPIRED
           MOVE 'NO ' TO WS-IS-DORMANT
           MOVE 'NO ' TO WS-NEVER-SIGNED-ON
           MOVE ZERO TO WS-SIGNON-DAYS
           IF OPR-IS-LOCKED
               MOVE 'YES' TO WS-IS-LOCKED
           END-IF
           IF OPR-PIN-HASH IS NOT NUMERIC
               MOVE 'YES' TO WS-HAS-NO-PIN
           ELSE
               IF OPR-PIN-CHANGED-DATE IS NOT NUMERIC OR
                       OPR-PIN-CHANGED-DATE = ZERO
                   MOVE 'YES' TO WS-PIN-EXPIRED
               ELSE
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                       (OPR-PIN-CHANGED-DATE)
                   COMPUTE WS-PIN-DAYS =
                       WS-REPORT-DATE-INT - WS-DATE-INT
                   IF WS-PIN-DAYS > WS-CHANGE-DAYS
                       MOVE 'YES' TO WS-PIN-EXPIRED
                   END-IF
               END-IF
           END-IF
           IF OPR-LAST-SIGNON-DATE IS NOT NUMERIC OR
                   OPR-LAST-SIGNON-DATE = ZERO
               MOVE 'YES' TO WS-NEVER-SIGNED-ON
               MOVE 'YES' TO WS-IS-DORMANT
           ELSE
               COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                   (OPR-LAST-SIGNON-DATE)
               COMPUTE WS-SIGNON-DAYS =
                   WS-REPORT-DATE-INT - WS-DATE-INT
               IF WS-SIGNON-DAYS > WS-DORMANT-DAYS
                   MOVE 'YES' TO WS-IS-DORMANT
               END-IF
           END-IF
           IF WS-IS-LOCKED = 'YES' OR WS-HAS-NO-PIN = 'YES' OR
                   WS-PIN-EXPIRED = 'YES' OR WS-IS-DORMANT = 'YES'
               PERFORM 310-PRINT-ONE-OPERATOR
           END-IF.

       310-PRINT-ONE-OPERATOR.
           MOVE SPACES TO WS-STATUS-TEXT
           MOVE 1 TO WS-STATUS-POINTER
           IF WS-IS-LOCKED = 'YES'
               STRING "LOCKED " DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-POINTER
               ADD 1 TO LOCKED-COUNT
           END-IF
           IF WS-HAS-NO-PIN = 'YES'
               STRING "NO PIN " DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-POINTER
               ADD 1 TO NO-PIN-COUNT
           END-IF
           IF WS-PIN-EXPIRED = 'YES'
               STRING "PIN EXPIRED " DELIMITED BY SIZE
                   INTO WS-STATUS-TEXT WITH POINTER WS-STATUS-POINTER
               ADD 1 TO EXPIRED-COUNT
           END-IF
           IF WS-IS-DORMANT = 'YES'
               IF WS-NEVER-SIGNED-ON = 'YES'
                   STRING "DORMANT - NEVER SIGNED ON" DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
                       WITH POINTER WS-STATUS-POINTER
               ELSE
                   STRING "DORMANT" DELIMITED BY SIZE
                       INTO WS-STATUS-TEXT
                       WITH POINTER WS-STATUS-POINTER
               END-IF
               ADD 1 TO DORMANT-COUNT
           END-IF
           MOVE SPACES TO STATUS-DETAIL-LINE
           MOVE OPR-ID TO STAT-ID-OUT
           MOVE OPR-NAME TO STAT-NAME-OUT
           MOVE OPR-ROLE TO STAT-ROLE-OUT
           IF WS-NEVER-SIGNED-ON = 'YES'
               MOVE "NEVER" TO STAT-LAST-ON-OUT
           ELSE
               MOVE OPR-LAST-SIGNON-DATE TO STAT-LAST-ON-OUT
               MOVE WS-SIGNON-DAYS TO STAT-DAYS-OUT
           END-IF
           IF WS-HAS-NO-PIN = 'NO ' AND
                   OPR-PIN-CHANGED-DATE IS NUMERIC AND
                   OPR-PIN-CHANGED-DATE > ZERO
               MOVE OPR-PIN-CHANGED-DATE TO STAT-PIN-SET-OUT
           ELSE
               IF WS-HAS-NO-PIN = 'NO '
                   MOVE "ISSUED" TO STAT-PIN-SET-OUT
               END-IF
           END-IF
           IF OPR-FAILED-ATTEMPTS IS NUMERIC
               MOVE OPR-FAILED-ATTEMPTS TO STAT-FAILS-OUT
           END-IF
           MOVE WS-STATUS-TEXT TO STAT-STATUS-OUT
           WRITE OPERATOR-STATUS-REC FROM STATUS-DETAIL-LINE
           ADD 1 TO OPERATOR-LISTED-COUNT.

       400-PRINT-TOTALS.
           IF OPERATOR-LISTED-COUNT = ZERO
               WRITE OPERATOR-STATUS-REC FROM STATUS-NONE-LINE
           END-IF
           MOVE SPACES TO OPERATOR-STATUS-REC
           WRITE OPERATOR-STATUS-REC
           MOVE "OPERATORS ON FILE       " TO STAT-TOTAL-TITLE-OUT
           MOVE OPERATOR-READ-COUNT TO STAT-TOTAL-COUNT-OUT
           WRITE OPERATOR-STATUS-REC FROM STATUS-TOTAL-LINE
           MOVE "LOCKED                  " TO STAT-TOTAL-TITLE-OUT
           MOVE LOCKED-COUNT TO STAT-TOTAL-COUNT-OUT
           WRITE OPERATOR-STATUS-REC FROM STATUS-TOTAL-LINE
           MOVE "NO PIN ISSUED           " TO STAT-TOTAL-TITLE-OUT
           MOVE NO-PIN-COUNT TO STAT-TOTAL-COUNT-OUT
           WRITE OPERATOR-STATUS-REC FROM STATUS-TOTAL-LINE
           MOVE "PIN EXPIRED OR ISSUED   " TO STAT-TOTAL-TITLE-OUT
           MOVE EXPIRED-COUNT TO STAT-TOTAL-COUNT-OUT
           WRITE OPERATOR-STATUS-REC FROM STATUS-TOTAL-LINE
           MOVE "DORMANT                 " TO STAT-TOTAL-TITLE-OUT
           MOVE DORMANT-COUNT TO STAT-TOTAL-COUNT-OUT
           WRITE OPERATOR-STATUS-REC FROM STATUS-TOTAL-LINE.

       END PROGRAM OPERSTAT.
