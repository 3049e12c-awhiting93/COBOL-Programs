      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM97.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the weekly active holds report.  Every hold
      *on WhitingSTUDENT-HOLDS.DAT (the shared STUHOLD copybook,
      *maintained by PROGRAM96) that has not been released is listed
      *on WhitingACTIVE-HOLDS.LIS, a page per placing office so each
      *office gets back the holds it is responsible for clearing.
      *Within an office the holds are in student order, each with
      *the student's name from STUDENT-MASTER.DAT, the hold type,
      *the date placed, how many days it has been on as of the
      *business date, and the reason.  Each office page ends with
      *its count of holds and the report ends with the grand total.
      *A table too small for the hold file stops the run with
      *condition code 8 before anything prints.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL HOLD-FILE
               ASSIGN TO "..\..\..\..\WhitingSTUDENT-HOLDS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL STUDENT-MASTER-FILE
               ASSIGN TO "..\..\..\..\STUDENT-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT ACTIVE-HOLDS-REPORT
               ASSIGN TO "..\..\..\..\WhitingACTIVE-HOLDS.LIS"
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
       FD  HOLD-FILE.
       COPY STUHOLD REPLACING ==:PFX:== BY ==HLD==.

       FD  STUDENT-MASTER-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==SM==.

       FD  ACTIVE-HOLDS-REPORT.
       01  ACTIVE-HOLDS-REC                PIC X(100).

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
           05  WS-FIRST-PAGE               PIC X(3)    VALUE 'YES'.
           05  WS-HOLD-PLACED              PIC X(3)    VALUE 'NO '.
           05  WS-TABLE-OVERFLOW           PIC X       VALUE 'N'.
               88  TABLE-OVERFLOWED                    VALUE 'Y'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-BUSINESS-DATE-PARTS REDEFINES WS-BUSINESS-DATE.
               10  WS-BUSINESS-YEAR        PIC 9(4).
               10  WS-BUSINESS-MONTH       PIC 99.
               10  WS-BUSINESS-DAY         PIC 99.
           05  WS-BUSINESS-DATE-INT        PIC 9(7)    VALUE ZERO.
           05  WS-PLACED-DATE-INT          PIC 9(7)    VALUE ZERO.
           05  WS-DAYS-ON-HOLD             PIC S9(5)   VALUE ZERO.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).
           05  WS-PLACED-DATE              PIC 9(8)    VALUE ZERO.
           05  WS-PLACED-DATE-PARTS REDEFINES WS-PLACED-DATE.
               10  WS-PLACED-YEAR          PIC 9(4).
               10  WS-PLACED-MONTH         PIC 99.
               10  WS-PLACED-DAY           PIC 99.

      *   THE ACTIVE HOLDS ONLY, KEPT IN OFFICE, STUDENT AND TYPE
      *   ORDER AS THEY ARE LOADED.
       01  HOLD-TABLE-AREAS.
           05  WS-HOLD-COUNT               PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SUB                 PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-INSERT-SUB          PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-SHIFT-SUB           PIC 9(4)    VALUE ZERO.
           05  WS-HOLD-TABLE OCCURS 4000 TIMES.
               10  WS-HD-SORT-KEY.
                   15  WS-HD-OFFICE        PIC X(10).
                   15  WS-HD-STUDENT       PIC X(5).
                   15  WS-HD-TYPE          PIC X.
               10  WS-HD-DATE-PLACED       PIC 9(8).
               10  WS-HD-REASON            PIC X(30).
           05  WS-NEW-HOLD.
               10  WS-NEW-SORT-KEY.
                   15  WS-NEW-OFFICE       PIC X(10).
                   15  WS-NEW-STUDENT      PIC X(5).
                   15  WS-NEW-TYPE         PIC X.
               10  WS-NEW-DATE-PLACED      PIC 9(8).
               10  WS-NEW-REASON           PIC X(30).
           05  WS-CUR-OFFICE               PIC X(10)   VALUE SPACES.

       01  STUDENT-TABLE-AREAS.
           05  WS-STUDENT-COUNT            PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-SUB              PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-FOUND-SUB        PIC 9(4)    VALUE ZERO.
           05  WS-STUDENT-TABLE OCCURS 2000 TIMES.
               10  WS-SD-ID                PIC X(5).
               10  WS-SD-NAME              PIC X(20).

       01  HOLD-TYPE-VALUES.
           05                              PIC X(13)
               VALUE "FFINANCIAL".
           05                              PIC X(13)
               VALUE "LLIBRARY".
           05                              PIC X(13)
               VALUE "IIMMUNIZATION".
           05                              PIC X(13)
               VALUE "AADVISING".
           05                              PIC X(13)
               VALUE "DDISCIPLINARY".
           05                              PIC X(13)
               VALUE "RREGISTRAR".
       01  HOLD-TYPE-TABLE REDEFINES HOLD-TYPE-VALUES.
           05  HOLD-TYPE-ENTRY OCCURS 6 TIMES.
               10  HOLD-TYPE-CODE          PIC X.
               10  HOLD-TYPE-NAME          PIC X(12).
       01  WS-TYPE-SUB                     PIC 9       VALUE ZERO.

       01  PROGRAM-ACCUMULATORS.
           05  HOLDS-READ                  PIC 9(5)    VALUE ZERO.
           05  HOLDS-LISTED                PIC 9(5)    VALUE ZERO.
           05  OFFICE-HOLDS                PIC 9(5)    VALUE ZERO.
           05  OFFICES-LISTED              PIC 9(5)    VALUE ZERO.

       01  HOLDS-HEADING-LINE.
           05                              PIC X(35)
               VALUE "WEEKLY ACTIVE STUDENT HOLDS - AS OF".
           05                              PIC X       VALUE SPACE.
           05  HDG-DATE-OUT                PIC X(10).
           05                              PIC X(54)   VALUE SPACES.

       01  HOLDS-OFFICE-LINE.
           05                              PIC X(16)
               VALUE "PLACING OFFICE: ".
           05  HDO-OFFICE-OUT              PIC X(10).
           05                              PIC X(74)   VALUE SPACES.

       01  HOLDS-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "ID     STUDENT NAME          HOLD TYPE ".
           05                              PIC X(40)
               VALUE "   PLACED       DAYS  REASON            ".
           05                              PIC X(20)   VALUE SPACES.

       01  HOLDS-DETAIL-LINE.
           05  HDD-STUDENT-ID-OUT          PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  HDD-STUDENT-NAME-OUT        PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  HDD-TYPE-OUT                PIC X(12).
           05                              PIC X(2)    VALUE SPACES.
           05  HDD-PLACED-OUT              PIC X(10).
           05                              PIC X(2)    VALUE SPACES.
           05  HDD-DAYS-OUT                PIC ZZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  HDD-REASON-OUT              PIC X(30).
           05                              PIC X(8)    VALUE SPACES.

       01  HOLDS-OFFICE-TOTAL-LINE.
           05                              PIC X(21)
               VALUE "ACTIVE HOLDS FOR THE ".
           05  HDT-OFFICE-OUT              PIC X(10).
           05                              PIC X(10)
               VALUE " OFFICE:  ".
           05  HDT-COUNT-OUT               PIC ZZ,ZZ9.
           05                              PIC X(53)   VALUE SPACES.

       01  HOLDS-GRAND-TOTAL-LINE.
           05                              PIC X(27)
               VALUE "TOTAL ACTIVE HOLDS:        ".
           05  HDG-COUNT-OUT               PIC ZZ,ZZ9.
           05                              PIC X(13)
               VALUE "   OFFICES:  ".
           05  HDG-OFFICES-OUT             PIC ZZ,ZZ9.
           05                              PIC X(48)   VALUE SPACES.

       01  HOLDS-NONE-LINE.
           05                              PIC X(40)
               VALUE "NO STUDENT HOLDS ARE ACTIVE.".
           05                              PIC X(60)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           COMPUTE WS-BUSINESS-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE)
           MOVE WS-BUSINESS-MONTH TO WS-DATE-OUT-MM
           MOVE WS-BUSINESS-DAY TO WS-DATE-OUT-DD
           MOVE WS-BUSINESS-YEAR TO WS-DATE-OUT-YYYY
           PERFORM 110-LOAD-ACTIVE-HOLDS
           PERFORM 115-LOAD-STUDENTS
           IF TABLE-OVERFLOWED
               DISPLAY "**** HOLD OR STUDENT TABLE OVERFLOWED - "
                   "NO REPORT PRINTED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT ACTIVE-HOLDS-REPORT
           PERFORM 200-PRINT-ONE-HOLD
               VARYING WS-HOLD-SUB FROM 1 BY 1
               UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
           IF WS-HOLD-COUNT > ZERO
               PERFORM 240-PRINT-OFFICE-TOTAL
           ELSE
               PERFORM 210-PRINT-HEADINGS
               WRITE ACTIVE-HOLDS-REC FROM HOLDS-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           PERFORM 250-PRINT-GRAND-TOTAL
           CLOSE ACTIVE-HOLDS-REPORT
           DISPLAY "ACTIVE HOLDS LISTED: " HOLDS-LISTED
               " OFFICES: " OFFICES-LISTED
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.  DAYS ON HOLD ARE
      *   COUNTED TO IT.
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

       110-LOAD-ACTIVE-HOLDS.
           OPEN INPUT HOLD-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-HOLD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE HOLD-FILE.

       111-READ-ONE-HOLD.
           READ HOLD-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO HOLDS-READ
                   IF HLD-STUDENT-ID NOT = SPACES AND
                           HLD-DATE-RELEASED IS NUMERIC AND
                           HLD-IS-ACTIVE
                       MOVE HLD-OFFICE TO WS-NEW-OFFICE
                       MOVE HLD-STUDENT-ID TO WS-NEW-STUDENT
                       MOVE HLD-HOLD-TYPE TO WS-NEW-TYPE
                       MOVE HLD-DATE-PLACED TO WS-NEW-DATE-PLACED
                       MOVE HLD-REASON TO WS-NEW-REASON
                       PERFORM 112-ADD-HOLD
                   END-IF
           END-READ.

      *   THE HOLD GOES IN AHEAD OF THE FIRST HOLD THAT SORTS AFTER
      *   IT, SO THE TABLE IS ALWAYS IN OFFICE, STUDENT AND TYPE
      *   ORDER.
       112-ADD-HOLD.
           IF WS-HOLD-COUNT < 4000
               MOVE 'NO ' TO WS-HOLD-PLACED
               MOVE ZERO TO WS-HOLD-INSERT-SUB
               PERFORM 113-PLACE-ONE-HOLD
                   VARYING WS-HOLD-SUB FROM 1 BY 1
                   UNTIL WS-HOLD-SUB > WS-HOLD-COUNT
                       OR WS-HOLD-PLACED = 'YES'
               IF WS-HOLD-INSERT-SUB = ZERO
                   COMPUTE WS-HOLD-INSERT-SUB = WS-HOLD-COUNT + 1
               ELSE
                   PERFORM 114-SHIFT-ONE-HOLD
                       VARYING WS-HOLD-SHIFT-SUB
                           FROM WS-HOLD-COUNT BY -1
                       UNTIL WS-HOLD-SHIFT-SUB < WS-HOLD-INSERT-SUB
               END-IF
               ADD 1 TO WS-HOLD-COUNT
               MOVE WS-NEW-HOLD TO WS-HOLD-TABLE (WS-HOLD-INSERT-SUB)
           ELSE
               MOVE 'Y' TO WS-TABLE-OVERFLOW
           END-IF.

       113-PLACE-ONE-HOLD.
           IF WS-HD-SORT-KEY (WS-HOLD-SUB) > WS-NEW-SORT-KEY
               MOVE WS-HOLD-SUB TO WS-HOLD-INSERT-SUB
               MOVE 'YES' TO WS-HOLD-PLACED
           END-IF.

       114-SHIFT-ONE-HOLD.
           MOVE WS-HOLD-TABLE (WS-HOLD-SHIFT-SUB)
               TO WS-HOLD-TABLE (WS-HOLD-SHIFT-SUB + 1).

       115-LOAD-STUDENTS.
           OPEN INPUT STUDENT-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 116-READ-ONE-STUDENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE STUDENT-MASTER-FILE.

       116-READ-ONE-STUDENT.
           READ STUDENT-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-STUDENT-COUNT < 2000
                       ADD 1 TO WS-STUDENT-COUNT
                       MOVE SM-STUDENT-ID
                           TO WS-SD-ID (WS-STUDENT-COUNT)
                       MOVE SM-STUDENT-NAME
                           TO WS-SD-NAME (WS-STUDENT-COUNT)
                   ELSE
                       MOVE 'Y' TO WS-TABLE-OVERFLOW
                   END-IF
           END-READ.

      *   A CHANGE OF OFFICE CLOSES THE LAST OFFICE'S PAGE WITH ITS
      *   COUNT AND STARTS THE NEXT ONE.
       200-PRINT-ONE-HOLD.
           IF WS-HOLD-SUB = 1 OR
                   WS-HD-OFFICE (WS-HOLD-SUB) NOT = WS-CUR-OFFICE
               IF WS-HOLD-SUB > 1
                   PERFORM 240-PRINT-OFFICE-TOTAL
               END-IF
               MOVE WS-HD-OFFICE (WS-HOLD-SUB) TO WS-CUR-OFFICE
               MOVE ZERO TO OFFICE-HOLDS
               ADD 1 TO OFFICES-LISTED
               PERFORM 210-PRINT-HEADINGS
           END-IF
           MOVE SPACES TO HDD-STUDENT-NAME-OUT
           MOVE WS-HD-STUDENT (WS-HOLD-SUB) TO HDD-STUDENT-ID-OUT
           PERFORM 220-FIND-STUDENT
           IF WS-STUDENT-FOUND-SUB > ZERO
               MOVE WS-SD-NAME (WS-STUDENT-FOUND-SUB)
                   TO HDD-STUDENT-NAME-OUT
           ELSE
               MOVE "** NOT ON MASTER **" TO HDD-STUDENT-NAME-OUT
           END-IF
           MOVE WS-HD-TYPE (WS-HOLD-SUB) TO HDD-TYPE-OUT
           PERFORM 225-NAME-ONE-TYPE
               VARYING WS-TYPE-SUB FROM 1 BY 1
               UNTIL WS-TYPE-SUB > 6
           PERFORM 230-AGE-ONE-HOLD
           MOVE WS-HD-REASON (WS-HOLD-SUB) TO HDD-REASON-OUT
           WRITE ACTIVE-HOLDS-REC FROM HOLDS-DETAIL-LINE
               AFTER ADVANCING 1 LINE
           ADD 1 TO OFFICE-HOLDS
           ADD 1 TO HOLDS-LISTED.

       210-PRINT-HEADINGS.
           MOVE WS-DATE-OUT TO HDG-DATE-OUT
           IF WS-FIRST-PAGE = 'YES'
               MOVE 'NO ' TO WS-FIRST-PAGE
               WRITE ACTIVE-HOLDS-REC FROM HOLDS-HEADING-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE ACTIVE-HOLDS-REC FROM HOLDS-HEADING-LINE
                   AFTER ADVANCING PAGE
           END-IF
           IF WS-HOLD-COUNT > ZERO
               MOVE WS-CUR-OFFICE TO HDO-OFFICE-OUT
               WRITE ACTIVE-HOLDS-REC FROM HOLDS-OFFICE-LINE
                   AFTER ADVANCING 2 LINES
               WRITE ACTIVE-HOLDS-REC FROM HOLDS-COLUMN-LINE
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO ACTIVE-HOLDS-REC
               WRITE ACTIVE-HOLDS-REC
                   AFTER ADVANCING 1 LINE
           END-IF.

       220-FIND-STUDENT.
           MOVE ZERO TO WS-STUDENT-FOUND-SUB
           PERFORM 221-MATCH-ONE-STUDENT
               VARYING WS-STUDENT-SUB FROM 1 BY 1
               UNTIL WS-STUDENT-SUB > WS-STUDENT-COUNT
                   OR WS-STUDENT-FOUND-SUB > ZERO.

       221-MATCH-ONE-STUDENT.
           IF WS-SD-ID (WS-STUDENT-SUB) = WS-HD-STUDENT (WS-HOLD-SUB)
               MOVE WS-STUDENT-SUB TO WS-STUDENT-FOUND-SUB
           END-IF.

       225-NAME-ONE-TYPE.
           IF HOLD-TYPE-CODE (WS-TYPE-SUB) = WS-HD-TYPE (WS-HOLD-SUB)
               MOVE HOLD-TYPE-NAME (WS-TYPE-SUB) TO HDD-TYPE-OUT
           END-IF.

      *   A PLACEMENT DATE THAT IS NOT A DATE PRINTS AS IT STANDS
      *   WITH NO DAY COUNT.
       230-AGE-ONE-HOLD.
           MOVE WS-HD-DATE-PLACED (WS-HOLD-SUB) TO WS-PLACED-DATE
           MOVE ZERO TO WS-DAYS-ON-HOLD
           IF WS-PLACED-DATE IS NUMERIC AND
                   WS-PLACED-DATE >= 16010101 AND
                   WS-PLACED-MONTH >= 1 AND WS-PLACED-MONTH <= 12 AND
                   WS-PLACED-DAY >= 1 AND WS-PLACED-DAY <= 31
               MOVE WS-PLACED-MONTH TO WS-DATE-OUT-MM
               MOVE WS-PLACED-DAY TO WS-DATE-OUT-DD
               MOVE WS-PLACED-YEAR TO WS-DATE-OUT-YYYY
               MOVE WS-DATE-OUT TO HDD-PLACED-OUT
               COMPUTE WS-PLACED-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (WS-PLACED-DATE)
               COMPUTE WS-DAYS-ON-HOLD =
                   WS-BUSINESS-DATE-INT - WS-PLACED-DATE-INT
               IF WS-DAYS-ON-HOLD < ZERO
                   MOVE ZERO TO WS-DAYS-ON-HOLD
               END-IF
               MOVE WS-BUSINESS-MONTH TO WS-DATE-OUT-MM
               MOVE WS-BUSINESS-DAY TO WS-DATE-OUT-DD
               MOVE WS-BUSINESS-YEAR TO WS-DATE-OUT-YYYY
           ELSE
               MOVE WS-HD-DATE-PLACED (WS-HOLD-SUB) TO HDD-PLACED-OUT
           END-IF
           MOVE WS-DAYS-ON-HOLD TO HDD-DAYS-OUT.

       240-PRINT-OFFICE-TOTAL.
           MOVE WS-CUR-OFFICE TO HDT-OFFICE-OUT
           MOVE OFFICE-HOLDS TO HDT-COUNT-OUT
           WRITE ACTIVE-HOLDS-REC FROM HOLDS-OFFICE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

       250-PRINT-GRAND-TOTAL.
           MOVE HOLDS-LISTED TO HDG-COUNT-OUT
           MOVE OFFICES-LISTED TO HDG-OFFICES-OUT
           WRITE ACTIVE-HOLDS-REC FROM HOLDS-GRAND-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM97" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO RL-RUN-DATE
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE HOLDS-READ TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE HOLDS-LISTED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM97.
