      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. REFCHECK.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the nightly cross-file referential integrity
      *sweep.  Each program checks its own inputs, but nothing checks
      *that the files agree with each other, so this run walks a
      *fixed list of parent/child relationships and lists every
      *child record whose parent is missing (or, for the waitlist,
      *whose VIN is already parked):
      *  OPIT - an open item on CUSTOMER-OPEN-ITEMS.DAT, not yet
      *         closed, for a customer no longer on
      *         CUSTOMER-MASTER.DAT;
      *  PASS - a pass on PARKING-PASSES.DAT whose owner ID is not on
      *         the customer master (merged or deleted away);
      *  EYTD - a WhitingEMP-YTD.DAT row with no PAYROLL-MASTER.DAT
      *         employee (a row from before the employee number was
      *         carried is matched on the name);
      *  ENRL - an ENROLLMENT.DAT row for a section missing from
      *         SECTION-MASTER.DAT;
      *  WAIT - a PARKING-WAITLIST.DAT entry for a VIN already on
      *         PARKING-ROSTER.DAT.
      *A relationship whose parent file is empty, or too big for its
      *table, is not checked - every child would look orphaned - and
      *the totals give the reason in the note column.
      *Every orphan is listed on WhitingREF-ORPHANS.LIS grouped by
      *relationship, with a count per relationship at the end, and
      *each new one goes to the common exception file, status open.
      *An orphan this program has already written that is still
      *outstanding is listed as REPORTED but not written twice; one
      *PROGRAM30 has marked resolved that turns up again is new.
      *Condition code 4 when a new orphan is found.
      *The sweep only reads the files - it may be rerun.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL CUSTOMER-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-CUSTOMER-ID.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARKING-PASS-FILE
               ASSIGN TO "..\..\..\..\PARKING-PASSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "..\..\..\..\PAYROLL-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL YTD-WAGE-FILE
               ASSIGN TO "..\..\..\..\WhitingEMP-YTD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SECTION-MASTER-FILE
               ASSIGN TO "..\..\..\..\SECTION-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ENROLLMENT-FILE
               ASSIGN TO "..\..\..\..\ENROLLMENT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-ROSTER-FILE
               ASSIGN TO "..\..\..\..\PARKING-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WAITLIST-FILE
               ASSIGN TO "..\..\..\..\PARKING-WAITLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ORPHAN-REPORT
               ASSIGN TO "..\..\..\..\WhitingREF-ORPHANS.LIS"
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
       FD  CUSTOMER-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==MST==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  PARKING-PASS-FILE.
       01  PARKING-PASS-REC.
           05  PASS-ID-NUMBER              PIC X(5).
           05  PASS-VIN                    PIC X(17).
           05  PASS-LOT                    PIC X.
           05  PASS-CLASS                  PIC X.
           05  PASS-RATE                   PIC 9(3)V99.
           05  PASS-PAID-THRU              PIC 9(8).

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  YTD-WAGE-FILE.
       COPY EMPYTD REPLACING ==:PFX:== BY ==YTD==.

       FD  SECTION-MASTER-FILE.
       COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.

       FD  ENROLLMENT-FILE.
       01  ENROLLMENT-REC.
           05  EN-STUDENT-ID               PIC X(5).
           05  EN-SECTION-CODE             PIC X(6).
           05  EN-TERM-ID                  PIC X(5).

       FD  LOT-ROSTER-FILE.
       01  LOT-ROSTER-REC.
           05  ROSTER-VIN                  PIC X(17).
           05  ROSTER-LOT                  PIC X.
           05  ROSTER-ID-NUMBER            PIC X(5).
           05  ROSTER-NAME                 PIC X(20).
           05  ROSTER-DATE                 PIC 9(8).
           05  ROSTER-SPOT                 PIC 9(3).

       FD  WAITLIST-FILE.
       01  WAITLIST-REC.
           05  WL-ID-NUMBER                PIC X(5).
           05  WL-NAME                     PIC X(20).
           05  WL-VIN                      PIC X(17).
           05  WL-DATE                     PIC 9(8).

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  ORPHAN-REPORT.
       01  ORPHAN-REPORT-REC               PIC X(120).

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
           05  WS-PARENT-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   THE RELATIONSHIPS - CODE, CHILD FILE, PARENT FILE AND THE
      *   EXCEPTION REASON.  THE ORDER IS FIXED: THE CHECK PARAGRAPHS
      *   ADDRESS THEIR RELATIONSHIP BY ITS POSITION.
       01  REF-RELATION-DEFAULTS.
           05  FILLER                      PIC X(4)    VALUE "OPIT".
           05  FILLER                      PIC X(18)
               VALUE "OPEN ITEM         ".
           05  FILLER                      PIC X(18)
               VALUE "CUSTOMER MASTER   ".
           05  FILLER                      PIC X(35)
               VALUE "OPEN ITEM FOR NO MASTER CUSTOMER   ".
           05  FILLER                      PIC X(4)    VALUE "PASS".
           05  FILLER                      PIC X(18)
               VALUE "PARKING PASS      ".
           05  FILLER                      PIC X(18)
               VALUE "CUSTOMER MASTER   ".
           05  FILLER                      PIC X(35)
               VALUE "PASS OWNER NOT ON CUSTOMER MASTER  ".
           05  FILLER                      PIC X(4)    VALUE "EYTD".
           05  FILLER                      PIC X(18)
               VALUE "EMP-YTD ROW       ".
           05  FILLER                      PIC X(18)
               VALUE "PAYROLL MASTER    ".
           05  FILLER                      PIC X(35)
               VALUE "YTD ROW FOR NO PAYROLL EMPLOYEE    ".
           05  FILLER                      PIC X(4)    VALUE "ENRL".
           05  FILLER                      PIC X(18)
               VALUE "ENROLLMENT        ".
           05  FILLER                      PIC X(18)
               VALUE "SECTION MASTER    ".
           05  FILLER                      PIC X(35)
               VALUE "ENROLLMENT IN UNKNOWN SECTION      ".
           05  FILLER                      PIC X(4)    VALUE "WAIT".
           05  FILLER                      PIC X(18)
               VALUE "WAITLIST ENTRY    ".
           05  FILLER                      PIC X(18)
               VALUE "LOT ROSTER        ".
           05  FILLER                      PIC X(35)
               VALUE "WAITLISTED VIN ALREADY ON ROSTER   ".
       01  REF-RELATION-TABLE REDEFINES REF-RELATION-DEFAULTS.
           05  REF-RELATION OCCURS 5 TIMES.
               10  RR-CODE                 PIC X(4).
               10  RR-CHILD                PIC X(18).
               10  RR-PARENT               PIC X(18).
               10  RR-REASON               PIC X(35).

       01  RELATION-COUNT-AREAS.
           05  RELATION-CAPACITY           PIC 9       VALUE 5.
           05  OPEN-ITEM-RELATION          PIC 9       VALUE 1.
           05  PASS-RELATION               PIC 9       VALUE 2.
           05  YTD-RELATION                PIC 9       VALUE 3.
           05  ENROLLMENT-RELATION         PIC 9       VALUE 4.
           05  WAITLIST-RELATION           PIC 9       VALUE 5.
           05  WS-REL-SUB                  PIC 9       VALUE ZERO.
           05  RELATION-TOTALS OCCURS 5 TIMES.
               10  RT-SKIP-REASON          PIC X(18).
               10  RT-CHECKED              PIC 9(7).
               10  RT-NEW                  PIC 9(5).
               10  RT-REPORTED             PIC 9(5).

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.

      *   THE PARENT KEYS THAT ARE NOT ON AN INDEXED FILE.
       01  EMPLOYEE-TABLE-AREAS.
           05  EMPLOYEE-CAPACITY           PIC 9(4)    VALUE 2000.
           05  WS-EMP-COUNT                PIC 9(4)    VALUE ZERO.
           05  WS-EMP-TABLE OCCURS 2000 TIMES
                   INDEXED BY WS-EMP-IDX.
               10  WS-EMP-NUM              PIC X(5).
               10  WS-EMP-NAME             PIC X(20).

       01  SECTION-TABLE-AREAS.
           05  SECTION-CAPACITY            PIC 9(4)    VALUE 1000.
           05  WS-SECTION-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-SECTION-TABLE OCCURS 1000 TIMES
                   INDEXED BY WS-SECTION-IDX.
               10  WS-SECTION-CODE         PIC X(6).

       01  ROSTER-TABLE-AREAS.
           05  ROSTER-CAPACITY             PIC 9(4)    VALUE 600.
           05  WS-ROSTER-COUNT             PIC 9(4)    VALUE ZERO.
           05  WS-ROSTER-TABLE OCCURS 600 TIMES
                   INDEXED BY WS-ROSTER-IDX.
               10  WS-ROSTER-VIN           PIC X(17).
               10  WS-ROSTER-LOT           PIC X.
               10  WS-ROSTER-SPOT          PIC 9(3).

      *   THIS PROGRAM'S ORPHANS STILL OUTSTANDING ON THE EXCEPTION
      *   FILE (P), AND THOSE LISTED BY THIS RUN (T), BY KEY AND
      *   REASON.
       01  PRIOR-EXCEPTION-AREAS.
           05  PRIOR-CAPACITY              PIC 9(4)    VALUE 3000.
           05  WS-PRIOR-COUNT              PIC 9(4)    VALUE ZERO.
           05  WS-PRIOR-SUB                PIC 9(4)    VALUE ZERO.
           05  WS-PRIOR-FOUND              PIC X       VALUE SPACE.
               88  PRIOR-NOT-FOUND                     VALUE SPACE.
               88  PRIOR-EARLIER-RUN                   VALUE 'P'.
               88  PRIOR-THIS-RUN                      VALUE 'T'.
           05  WS-PRIOR-KEY.
               10  WS-PRIOR-KEY-KEY        PIC X(20).
               10  WS-PRIOR-KEY-REASON     PIC X(35).
           05  WS-PRIOR-TABLE OCCURS 3000 TIMES
                   INDEXED BY WS-PRIOR-IDX.
               10  WS-PRIOR-ENTRY          PIC X(55).
               10  WS-PRIOR-SOURCE         PIC X.

      *   ONE ORPHAN AS THE CHECK PARAGRAPHS HAND IT TO 400.
       01  ORPHAN-AREAS.
           05  WS-OR-KEY                   PIC X(20)   VALUE SPACES.
           05  WS-OR-DETAIL                PIC X(35)   VALUE SPACES.
           05  WS-OR-AMOUNT                PIC -ZZZZ9.99.

      *   WHAT RIDES ON THE EXCEPTION RECORD.
       01  REF-EXCEPTION-DETAIL.
           05  RED-RELATION                PIC X(4).
           05                              PIC X       VALUE SPACE.
           05  RED-CHILD                   PIC X(18).
           05                              PIC X       VALUE SPACE.
           05  RED-PARENT                  PIC X(18).
           05                              PIC X       VALUE SPACE.
           05  RED-DETAIL                  PIC X(35).
           05                              PIC X(42)   VALUE SPACES.

       01  PROGRAM-ACCUMULATORS.
           05  RECORDS-READ                PIC 9(7)    VALUE ZERO.
           05  ORPHANS-LISTED              PIC 9(5)    VALUE ZERO.
           05  EXCEPTIONS-WRITTEN          PIC 9(5)    VALUE ZERO.

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "REFERENTIAL INTEGRITY SWEEP - ORPHANS   ".
           05  FILLER                      PIC X(14)
               VALUE "BUSINESS DATE ".
           05  HEADING-DATE-OUT            PIC 9(8).
           05                              PIC X(58)   VALUE SPACES.

       01  REPORT-HEADING-LINE-2.
           05  FILLER                      PIC X(40)
               VALUE "REL   ORPHAN KEY            CHILD RECORD".
           05  FILLER                      PIC X(40)
               VALUE "        MISSING PARENT      DETAIL      ".
           05  FILLER                      PIC X(40)
               VALUE "                         STATUS         ".

       01  REPORT-DETAIL-LINE.
           05  DET-RELATION-OUT            PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-KEY-OUT                 PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-CHILD-OUT               PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-PARENT-OUT              PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-DETAIL-OUT              PIC X(35).
           05                              PIC X(2)    VALUE SPACES.
           05  DET-STATUS-OUT              PIC X(8).
           05                              PIC X(7)    VALUE SPACES.

       01  NONE-LINE.
           05  FILLER                      PIC X(40)
               VALUE "NO ORPHANS FOUND                        ".
           05                              PIC X(80)   VALUE SPACES.

       01  RELATION-HEADING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "REL   CHILD RECORD        MISSING PARENT".
           05  FILLER                      PIC X(40)
               VALUE "        CHECKED    NEW  REPORTED  NOTE  ".
           05                              PIC X(40)   VALUE SPACES.

       01  RELATION-TOTAL-LINE.
           05  RTL-CODE-OUT                PIC X(4).
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-CHILD-OUT               PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-PARENT-OUT              PIC X(18).
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-CHECKED-OUT             PIC Z,ZZZ,ZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-NEW-OUT                 PIC ZZZZ9.
           05                              PIC X(5)    VALUE SPACES.
           05  RTL-REPORTED-OUT            PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  RTL-NOTE-OUT                PIC X(18).
           05                              PIC X(28)   VALUE SPACES.

       01  REPORT-TOTAL-LINE.
           05  FILLER                      PIC X(19)
               VALUE "ORPHANS LISTED     ".
           05  TOT-LISTED-OUT              PIC ZZZZ9.
           05  FILLER                      PIC X(23)
               VALUE "   EXCEPTIONS WRITTEN  ".
           05  TOT-EXCEPTIONS-OUT          PIC ZZZZ9.
           05                              PIC X(68)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 110-CLEAR-TOTALS
               VARYING WS-REL-SUB FROM 1 BY 1
               UNTIL WS-REL-SUB > RELATION-CAPACITY
           PERFORM 115-LOAD-PRIOR-EXCEPTIONS
           PERFORM 120-LOAD-EMPLOYEES
           PERFORM 125-LOAD-SECTIONS
           PERFORM 130-LOAD-ROSTER
           OPEN INPUT CUSTOMER-MASTER-FILE
           PERFORM 140-CHECK-CUSTOMER-MASTER
           OPEN OUTPUT ORPHAN-REPORT
           OPEN EXTEND EXCEPTION-FILE
           PERFORM 200-WRITE-HEADINGS
           IF RT-SKIP-REASON (OPEN-ITEM-RELATION) = SPACES
               PERFORM 300-CHECK-OPEN-ITEMS
           END-IF
           IF RT-SKIP-REASON (PASS-RELATION) = SPACES
               PERFORM 310-CHECK-PARKING-PASSES
           END-IF
           IF RT-SKIP-REASON (YTD-RELATION) = SPACES
               PERFORM 320-CHECK-YTD-ROWS
           END-IF
           IF RT-SKIP-REASON (ENROLLMENT-RELATION) = SPACES
               PERFORM 330-CHECK-ENROLLMENTS
           END-IF
           IF RT-SKIP-REASON (WAITLIST-RELATION) = SPACES
               PERFORM 340-CHECK-WAITLIST
           END-IF
           CLOSE CUSTOMER-MASTER-FILE
           PERFORM 500-WRITE-TOTALS
           CLOSE ORPHAN-REPORT
                 EXCEPTION-FILE
           IF EXCEPTIONS-WRITTEN > ZERO
               MOVE 4 TO WS-CONDITION-CODE
           END-IF
           DISPLAY "RECORDS READ: " RECORDS-READ
               " ORPHANS LISTED: " ORPHANS-LISTED
               " EXCEPTIONS WRITTEN: " EXCEPTIONS-WRITTEN
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

       110-CLEAR-TOTALS.
           MOVE SPACES TO RT-SKIP-REASON (WS-REL-SUB)
           MOVE ZERO TO RT-CHECKED (WS-REL-SUB)
           MOVE ZERO TO RT-NEW (WS-REL-SUB)
           MOVE ZERO TO RT-REPORTED (WS-REL-SUB).

       115-LOAD-PRIOR-EXCEPTIONS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT EXCEPTION-FILE
           PERFORM 116-LOAD-ONE-EXCEPTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE EXCEPTION-FILE.

      *   ONLY THIS PROGRAM'S ORPHANS, AND ONLY THOSE STILL OPEN - ONE
      *   PROGRAM30 HAS MARKED RESOLVED WAS FIXED, SO IF IT COMES BACK
      *   IT IS A NEW ORPHAN.
       116-LOAD-ONE-EXCEPTION.
           READ EXCEPTION-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF EX-PROGRAM-ID = "REFCHECK" AND EX-STATUS = 'O'
                       MOVE EX-KEY TO WS-PRIOR-KEY-KEY
                       MOVE EX-REASON TO WS-PRIOR-KEY-REASON
                       PERFORM 117-KEEP-ONE-PRIOR
                   END-IF
           END-READ.

       117-KEEP-ONE-PRIOR.
           IF WS-PRIOR-COUNT < PRIOR-CAPACITY
               ADD 1 TO WS-PRIOR-COUNT
               SET WS-PRIOR-IDX TO WS-PRIOR-COUNT
               MOVE WS-PRIOR-KEY TO WS-PRIOR-ENTRY (WS-PRIOR-IDX)
               MOVE 'P' TO WS-PRIOR-SOURCE (WS-PRIOR-IDX)
           ELSE
               DISPLAY "**** PRIOR ORPHAN TABLE FULL - "
                   EX-KEY " MAY BE WRITTEN AGAIN ****"
           END-IF.

      *   EVERY EMPLOYEE ON THE PAYROLL MASTER - A TERMINATED ONE
      *   STAYS ON THE MASTER AND STILL OWNS A YEAR-TO-DATE ROW.
       120-LOAD-EMPLOYEES.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PAYROLL-MASTER-FILE
           PERFORM 121-LOAD-ONE-EMPLOYEE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PAYROLL-MASTER-FILE
           IF WS-EMP-COUNT = ZERO AND
                   RT-SKIP-REASON (YTD-RELATION) = SPACES
               MOVE "PARENT FILE EMPTY" TO RT-SKIP-REASON (YTD-RELATION)
           END-IF.

       121-LOAD-ONE-EMPLOYEE.
           READ PAYROLL-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF WS-EMP-COUNT < EMPLOYEE-CAPACITY
                       ADD 1 TO WS-EMP-COUNT
                       SET WS-EMP-IDX TO WS-EMP-COUNT
                       MOVE PM-EMP-NUM TO WS-EMP-NUM (WS-EMP-IDX)
                       MOVE PM-EMP-NAME TO WS-EMP-NAME (WS-EMP-IDX)
                   ELSE
                       MOVE "PARENT TABLE FULL"
                           TO RT-SKIP-REASON (YTD-RELATION)
                   END-IF
           END-READ.

       125-LOAD-SECTIONS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT SECTION-MASTER-FILE
           PERFORM 126-LOAD-ONE-SECTION
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE SECTION-MASTER-FILE
           IF WS-SECTION-COUNT = ZERO AND
                   RT-SKIP-REASON (ENROLLMENT-RELATION) = SPACES
               MOVE "PARENT FILE EMPTY"
                   TO RT-SKIP-REASON (ENROLLMENT-RELATION)
           END-IF.

       126-LOAD-ONE-SECTION.
           READ SECTION-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF WS-SECTION-COUNT < SECTION-CAPACITY
                       ADD 1 TO WS-SECTION-COUNT
                       SET WS-SECTION-IDX TO WS-SECTION-COUNT
                       MOVE SEC-SECTION-CODE
                           TO WS-SECTION-CODE (WS-SECTION-IDX)
                   ELSE
                       MOVE "PARENT TABLE FULL"
                           TO RT-SKIP-REASON (ENROLLMENT-RELATION)
                   END-IF
           END-READ.

      *   AN EMPTY ROSTER IS A LOT WITH NOBODY PARKED - THE WAITLIST
      *   CANNOT CLASH WITH IT, SO IT IS NOT A REASON TO SKIP.
       130-LOAD-ROSTER.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT LOT-ROSTER-FILE
           PERFORM 131-LOAD-ONE-ROSTER-VIN
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE LOT-ROSTER-FILE.

       131-LOAD-ONE-ROSTER-VIN.
           READ LOT-ROSTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF WS-ROSTER-COUNT < ROSTER-CAPACITY
                       ADD 1 TO WS-ROSTER-COUNT
                       SET WS-ROSTER-IDX TO WS-ROSTER-COUNT
                       MOVE ROSTER-VIN TO WS-ROSTER-VIN (WS-ROSTER-IDX)
                       MOVE ROSTER-LOT TO WS-ROSTER-LOT (WS-ROSTER-IDX)
                       MOVE ROSTER-SPOT
                           TO WS-ROSTER-SPOT (WS-ROSTER-IDX)
                   ELSE
                       MOVE "PARENT TABLE FULL"
                           TO RT-SKIP-REASON (WAITLIST-RELATION)
                   END-IF
           END-READ.

      *   THE CUSTOMER MASTER IS READ BY KEY, BUT A MASTER WITH NO
      *   RECORDS ON IT WOULD ORPHAN EVERY OPEN ITEM AND PASS - ONE
      *   SEQUENTIAL READ PROVES IT HOLDS SOMETHING.
       140-CHECK-CUSTOMER-MASTER.
           READ CUSTOMER-MASTER-FILE NEXT RECORD
               AT END
                   MOVE "PARENT FILE EMPTY"
                       TO RT-SKIP-REASON (OPEN-ITEM-RELATION)
                   MOVE "PARENT FILE EMPTY"
                       TO RT-SKIP-REASON (PASS-RELATION)
               NOT AT END
                   CONTINUE
           END-READ.

       200-WRITE-HEADINGS.
           MOVE WS-BUSINESS-DATE TO HEADING-DATE-OUT
           WRITE ORPHAN-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING 1 LINE
           MOVE SPACES TO ORPHAN-REPORT-REC
           WRITE ORPHAN-REPORT-REC
           WRITE ORPHAN-REPORT-REC FROM REPORT-HEADING-LINE-2
           MOVE SPACES TO ORPHAN-REPORT-REC
           WRITE ORPHAN-REPORT-REC.

      *   AN ITEM STILL OPEN AGAINST A CUSTOMER THE MASTER NO LONGER
      *   HOLDS.  A CLOSED ITEM IS HISTORY AND MAY OUTLIVE ITS
      *   CUSTOMER.
       300-CHECK-OPEN-ITEMS.
           MOVE OPEN-ITEM-RELATION TO WS-REL-SUB
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OPEN-ITEM-FILE
           PERFORM 301-CHECK-ONE-OPEN-ITEM
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE
           PERFORM 390-END-RELATION.

       301-CHECK-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   IF NOT ITEM-IS-CLOSED
                       ADD 1 TO RT-CHECKED (WS-REL-SUB)
                       MOVE ITEM-CUSTOMER-ID TO MST-CUSTOMER-ID
                       PERFORM 380-FIND-CUSTOMER
                       IF WS-PARENT-FOUND = 'NO '
                           MOVE SPACES TO WS-OR-KEY
                           STRING "CUST " ITEM-CUSTOMER-ID
                               " " ITEM-REFERENCE
                               DELIMITED BY SIZE INTO WS-OR-KEY
                           MOVE ITEM-OPEN-AMOUNT TO WS-OR-AMOUNT
                           MOVE SPACES TO WS-OR-DETAIL
                           STRING "TYPE " ITEM-TYPE
                               " DATE " ITEM-DATE
                               " OPEN " WS-OR-AMOUNT
                               DELIMITED BY SIZE INTO WS-OR-DETAIL
                           PERFORM 400-FLAG-ONE-ORPHAN
                       END-IF
                   END-IF
           END-READ.

      *   A MONTHLY PASS WHOSE OWNER ID IS NO LONGER A CUSTOMER - THE
      *   OWNER WAS MERGED INTO ANOTHER ID OR DELETED.
       310-CHECK-PARKING-PASSES.
           MOVE PASS-RELATION TO WS-REL-SUB
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT PARKING-PASS-FILE
           PERFORM 311-CHECK-ONE-PASS
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PARKING-PASS-FILE
           PERFORM 390-END-RELATION.

       311-CHECK-ONE-PASS.
           READ PARKING-PASS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO RT-CHECKED (WS-REL-SUB)
                   MOVE PASS-ID-NUMBER TO MST-CUSTOMER-ID
                   PERFORM 380-FIND-CUSTOMER
                   IF WS-PARENT-FOUND = 'NO '
                       MOVE PASS-VIN TO WS-OR-KEY
                       MOVE SPACES TO WS-OR-DETAIL
                       STRING "OWNER " PASS-ID-NUMBER
                           " LOT " PASS-LOT
                           " PAID " PASS-PAID-THRU
                           DELIMITED BY SIZE INTO WS-OR-DETAIL
                       PERFORM 400-FLAG-ONE-ORPHAN
                   END-IF
           END-READ.

       320-CHECK-YTD-ROWS.
           MOVE YTD-RELATION TO WS-REL-SUB
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT YTD-WAGE-FILE
           PERFORM 321-CHECK-ONE-YTD-ROW
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE YTD-WAGE-FILE
           PERFORM 390-END-RELATION.

      *   A ROW FROM BEFORE THE EMPLOYEE NUMBER WAS CARRIED HAS IT
      *   BLANK AND BELONGS TO THE EMPLOYEE OF THE SAME NAME, THE WAY
      *   THE PAYROLL RUN FILLS IT IN.
       321-CHECK-ONE-YTD-ROW.
           READ YTD-WAGE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO RT-CHECKED (WS-REL-SUB)
                   MOVE 'NO ' TO WS-PARENT-FOUND
                   SET WS-EMP-IDX TO 1
                   SEARCH WS-EMP-TABLE
                       AT END
                           CONTINUE
                       WHEN WS-EMP-IDX > WS-EMP-COUNT
                           CONTINUE
                       WHEN YTD-EMP-NUM NOT = SPACES AND
                               WS-EMP-NUM (WS-EMP-IDX) = YTD-EMP-NUM
                           MOVE 'YES' TO WS-PARENT-FOUND
                       WHEN YTD-EMP-NUM = SPACES AND
                               WS-EMP-NAME (WS-EMP-IDX) = YTD-NAME
                           MOVE 'YES' TO WS-PARENT-FOUND
                   END-SEARCH
                   IF WS-PARENT-FOUND = 'NO '
                       MOVE SPACES TO WS-OR-KEY
                       IF YTD-EMP-NUM = SPACES
                           MOVE YTD-NAME TO WS-OR-KEY
                       ELSE
                           STRING "EMP " YTD-EMP-NUM
                               DELIMITED BY SIZE INTO WS-OR-KEY
                       END-IF
                       MOVE YTD-WAGES TO WS-OR-AMOUNT
                       MOVE SPACES TO WS-OR-DETAIL
                       STRING YTD-NAME " " WS-OR-AMOUNT
                           DELIMITED BY SIZE INTO WS-OR-DETAIL
                       PERFORM 400-FLAG-ONE-ORPHAN
                   END-IF
           END-READ.

       330-CHECK-ENROLLMENTS.
           MOVE ENROLLMENT-RELATION TO WS-REL-SUB
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT ENROLLMENT-FILE
           PERFORM 331-CHECK-ONE-ENROLLMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ENROLLMENT-FILE
           PERFORM 390-END-RELATION.

       331-CHECK-ONE-ENROLLMENT.
           READ ENROLLMENT-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO RT-CHECKED (WS-REL-SUB)
                   MOVE 'NO ' TO WS-PARENT-FOUND
                   SET WS-SECTION-IDX TO 1
                   SEARCH WS-SECTION-TABLE
                       AT END
                           CONTINUE
                       WHEN WS-SECTION-IDX > WS-SECTION-COUNT
                           CONTINUE
                       WHEN WS-SECTION-CODE (WS-SECTION-IDX) =
                               EN-SECTION-CODE
                           MOVE 'YES' TO WS-PARENT-FOUND
                   END-SEARCH
                   IF WS-PARENT-FOUND = 'NO '
                       MOVE SPACES TO WS-OR-KEY
                       STRING EN-STUDENT-ID "/" EN-SECTION-CODE
                           "/" EN-TERM-ID
                           DELIMITED BY SIZE INTO WS-OR-KEY
                       MOVE SPACES TO WS-OR-DETAIL
                       STRING "SECTION " EN-SECTION-CODE
                           " TERM " EN-TERM-ID
                           DELIMITED BY SIZE INTO WS-OR-DETAIL
                       PERFORM 400-FLAG-ONE-ORPHAN
                   END-IF
           END-READ.

      *   HERE THE "PARENT" IS A CLASH, NOT A MISSING RECORD - A VIN
      *   STILL WAITING FOR A SPOT WHEN IT ALREADY HAS ONE.
       340-CHECK-WAITLIST.
           MOVE WAITLIST-RELATION TO WS-REL-SUB
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT WAITLIST-FILE
           PERFORM 341-CHECK-ONE-WAITLIST-ENTRY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE WAITLIST-FILE
           PERFORM 390-END-RELATION.

       341-CHECK-ONE-WAITLIST-ENTRY.
           READ WAITLIST-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO RECORDS-READ
                   ADD 1 TO RT-CHECKED (WS-REL-SUB)
                   MOVE 'NO ' TO WS-PARENT-FOUND
                   SET WS-ROSTER-IDX TO 1
                   SEARCH WS-ROSTER-TABLE
                       AT END
                           CONTINUE
                       WHEN WS-ROSTER-IDX > WS-ROSTER-COUNT
                           CONTINUE
                       WHEN WS-ROSTER-VIN (WS-ROSTER-IDX) = WL-VIN
                           MOVE 'YES' TO WS-PARENT-FOUND
                   END-SEARCH
                   IF WS-PARENT-FOUND = 'YES'
                       MOVE WL-VIN TO WS-OR-KEY
                       MOVE SPACES TO WS-OR-DETAIL
                       STRING "ID " WL-ID-NUMBER
                           " LOT " WS-ROSTER-LOT (WS-ROSTER-IDX)
                           " SPOT " WS-ROSTER-SPOT (WS-ROSTER-IDX)
                           " ON " WL-DATE
                           DELIMITED BY SIZE INTO WS-OR-DETAIL
                       PERFORM 400-FLAG-ONE-ORPHAN
                   END-IF
           END-READ.

       380-FIND-CUSTOMER.
           MOVE 'NO ' TO WS-PARENT-FOUND
           READ CUSTOMER-MASTER-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'YES' TO WS-PARENT-FOUND
           END-READ.

      *   A BLANK LINE BETWEEN ONE RELATIONSHIP'S ORPHANS AND THE
      *   NEXT'S.
       390-END-RELATION.
           IF RT-NEW (WS-REL-SUB) + RT-REPORTED (WS-REL-SUB) > ZERO
               MOVE SPACES TO ORPHAN-REPORT-REC
               WRITE ORPHAN-REPORT-REC
           END-IF.

      *   ONE ORPHAN - LISTED ONCE PER RUN; WRITTEN TO THE EXCEPTION
      *   FILE UNLESS AN EARLIER RUN'S EXCEPTION IS STILL OUTSTANDING.
       400-FLAG-ONE-ORPHAN.
           MOVE WS-OR-KEY TO WS-PRIOR-KEY-KEY
           MOVE RR-REASON (WS-REL-SUB) TO WS-PRIOR-KEY-REASON
           MOVE SPACE TO WS-PRIOR-FOUND
           PERFORM 410-MATCH-ONE-PRIOR
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > WS-PRIOR-COUNT
                  OR NOT PRIOR-NOT-FOUND
           IF NOT PRIOR-THIS-RUN
               MOVE RR-CODE (WS-REL-SUB) TO DET-RELATION-OUT
               MOVE WS-OR-KEY TO DET-KEY-OUT
               MOVE RR-CHILD (WS-REL-SUB) TO DET-CHILD-OUT
               MOVE RR-PARENT (WS-REL-SUB) TO DET-PARENT-OUT
               MOVE WS-OR-DETAIL TO DET-DETAIL-OUT
               IF PRIOR-EARLIER-RUN
                   MOVE "REPORTED" TO DET-STATUS-OUT
                   ADD 1 TO RT-REPORTED (WS-REL-SUB)
               ELSE
                   MOVE "NEW" TO DET-STATUS-OUT
                   ADD 1 TO RT-NEW (WS-REL-SUB)
                   PERFORM 420-WRITE-EXCEPTION
               END-IF
               WRITE ORPHAN-REPORT-REC FROM REPORT-DETAIL-LINE
               ADD 1 TO ORPHANS-LISTED
               PERFORM 430-REMEMBER-THIS-RUN
           END-IF.

       410-MATCH-ONE-PRIOR.
           IF WS-PRIOR-ENTRY (WS-PRIOR-SUB) = WS-PRIOR-KEY
               MOVE WS-PRIOR-SOURCE (WS-PRIOR-SUB) TO WS-PRIOR-FOUND
           END-IF.

       420-WRITE-EXCEPTION.
           MOVE RR-CODE (WS-REL-SUB) TO RED-RELATION
           MOVE RR-CHILD (WS-REL-SUB) TO RED-CHILD
           MOVE RR-PARENT (WS-REL-SUB) TO RED-PARENT
           MOVE WS-OR-DETAIL TO RED-DETAIL
           MOVE SPACES TO EX-REC
           MOVE "REFCHECK" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE WS-OR-KEY TO EX-KEY
           MOVE RR-REASON (WS-REL-SUB) TO EX-REASON
           MOVE 'O' TO EX-STATUS
           MOVE REF-EXCEPTION-DETAIL TO EX-ORIGINAL-REC
           WRITE EX-REC
           ADD 1 TO EXCEPTIONS-WRITTEN.

      *   A PRIOR ENTRY FOUND ONLY NEEDS ITS SOURCE TURNED TO THIS
      *   RUN; A NEW ONE IS ADDED WHILE THERE IS ROOM.
       430-REMEMBER-THIS-RUN.
           IF PRIOR-EARLIER-RUN
               SUBTRACT 1 FROM WS-PRIOR-SUB
               MOVE 'T' TO WS-PRIOR-SOURCE (WS-PRIOR-SUB)
           ELSE
               IF WS-PRIOR-COUNT < PRIOR-CAPACITY
                   ADD 1 TO WS-PRIOR-COUNT
                   SET WS-PRIOR-IDX TO WS-PRIOR-COUNT
                   MOVE WS-PRIOR-KEY TO WS-PRIOR-ENTRY (WS-PRIOR-IDX)
                   MOVE 'T' TO WS-PRIOR-SOURCE (WS-PRIOR-IDX)
               END-IF
           END-IF.

       500-WRITE-TOTALS.
           IF ORPHANS-LISTED = ZERO
               WRITE ORPHAN-REPORT-REC FROM NONE-LINE
               MOVE SPACES TO ORPHAN-REPORT-REC
               WRITE ORPHAN-REPORT-REC
           END-IF
           WRITE ORPHAN-REPORT-REC FROM RELATION-HEADING-LINE
           PERFORM VARYING WS-REL-SUB FROM 1 BY 1
                   UNTIL WS-REL-SUB > RELATION-CAPACITY
               MOVE RR-CODE (WS-REL-SUB) TO RTL-CODE-OUT
               MOVE RR-CHILD (WS-REL-SUB) TO RTL-CHILD-OUT
               MOVE RR-PARENT (WS-REL-SUB) TO RTL-PARENT-OUT
               MOVE RT-CHECKED (WS-REL-SUB) TO RTL-CHECKED-OUT
               MOVE RT-NEW (WS-REL-SUB) TO RTL-NEW-OUT
               MOVE RT-REPORTED (WS-REL-SUB) TO RTL-REPORTED-OUT
               MOVE RT-SKIP-REASON (WS-REL-SUB) TO RTL-NOTE-OUT
               IF RT-SKIP-REASON (WS-REL-SUB) NOT = SPACES
                   DISPLAY "**** " RR-CODE (WS-REL-SUB)
                       " NOT CHECKED - "
                       RT-SKIP-REASON (WS-REL-SUB) " ****"
               END-IF
               WRITE ORPHAN-REPORT-REC FROM RELATION-TOTAL-LINE
           END-PERFORM
           MOVE SPACES TO ORPHAN-REPORT-REC
           WRITE ORPHAN-REPORT-REC
           MOVE ORPHANS-LISTED TO TOT-LISTED-OUT
           MOVE EXCEPTIONS-WRITTEN TO TOT-EXCEPTIONS-OUT
           WRITE ORPHAN-REPORT-REC FROM REPORT-TOTAL-LINE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "REFCHECK" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE RECORDS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE ORPHANS-LISTED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM REFCHECK.
