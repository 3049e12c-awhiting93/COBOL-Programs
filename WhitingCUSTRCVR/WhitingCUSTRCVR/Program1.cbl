      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. CUSTRCVR.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the point-in-time roll-forward recovery of the
      *customer master.  When CUSTOMER-MASTER.DAT is damaged during
      *the day, restoring last night's generation or PROGRAM32's
      *unload alone would lose every PROGRAM24 correction and
      *PROGRAM13 change made since; this run restores the copy and
      *then replays WhitingAUDIT-DATA.DAT on top of it.
      *CUSTOMER-RECOVERY-PARMS.DAT names the starting copy - G and
      *the date of a dated generation (CUSTOMER-MASTER.GCCYYMMDD.DAT)
      *or U for the unload (CUSTOMER-MASTER-BACKUP.DAT) - and the
      *date and time to roll forward to; a blank time means the end
      *of that day.  The copy's entry on the master copy catalog
      *(WhitingMASTER-GENERATIONS.DAT) gives the moment it stands
      *for, and the record count and balance total it must read
      *back to.  A copy with no catalog entry cannot be placed on
      *the audit data and is refused.
      *The copy is rebuilt as CUSTOMER-MASTER-RECOVERY.DAT.  Audit
      *records stamped before the copy's moment are already in it
      *and are passed by; those from that moment up to the stop
      *point are applied in file order, which is time order.  Each
      *record's before-image - the customer's credit limit and
      *balance, or for an add that the customer is not yet on file -
      *is checked against the rebuilt master first, and the first
      *record that does not match stops the run with a report of
      *what the audit expected and what the master holds, rather
      *than guessing.  An unstamped record, or one out of time
      *order, inside the replay stops it the same way.
      *Before the rebuilt master is released the sum of its balances
      *must equal the open amount on CUSTOMER-OPEN-ITEMS.DAT, the
      *same tie-out PROGRAM46's aged trial balance proves.  Only then
      *is it copied over CUSTOMER-MASTER.DAT.  Every step is listed
      *on WhitingRECOVERY-REPORT.LIS.
      *The run is restricted to a signed-on supervisor and holds the
      *customer master under the common lock file convention.  A
      *run refused for its parameters releases the lock; a recovery
      *that stops keeps it, with condition code 8 and the stop
      *written to the common exception file, so nothing updates the
      *damaged master until the recovery has been rerun or a
      *supervisor clears the lock through PROGRAM24.  The rerun
      *itself takes over the lock a stopped recovery kept.
      *A merge or renumber through PROGRAM25 leaves a MERGE or RENUM
      *record on the audit data naming both IDs, and the replay
      *applies it like any other change once the before-images of
      *both customers check.  PROGRAM25 also moves every earlier
      *audit record for the old ID onto the survivor, so a record
      *ahead of a merge that carries the survivor's ID is applied to
      *the survivor when its before-image fits there and to the old
      *ID otherwise; one ahead of a renumber always goes to the old
      *ID.  The report shows where such a record was applied.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPERATOR-FILE
               ASSIGN TO "..\..\..\..\OPERATORS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-LOCK-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER-LOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RECOVERY-PARM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-RECOVERY-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-CATALOG-FILE
               ASSIGN TO "..\..\..\..\WhitingMASTER-GENERATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CUSTOMER-BACKUP-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER-BACKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT WORK-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER-RECOVERY.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS WRK-CUSTOMER-ID.
           SELECT OLD-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CUSTOMER-ID.
           SELECT OPTIONAL AUDIT-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-DATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OPEN-ITEM-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-OPEN-ITEMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECOVERY-REPORT
               ASSIGN TO "..\..\..\..\WhitingRECOVERY-REPORT.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-NAME            PIC X(20).
           05  SO-OPERATOR-ROLE            PIC X.

       FD  OPERATOR-FILE.
       COPY OPERREC REPLACING ==:PFX:== BY ==OPR==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  MASTER-LOCK-FILE.
       01  MASTER-LOCK-REC.
           05  LOCK-HOLDER-PROGRAM         PIC X(9).
           05  LOCK-OPERATOR               PIC X(5).
           05  LOCK-STAMP                  PIC X(14).

       FD  RECOVERY-PARM-FILE.
       01  RECOVERY-PARM-REC.
           05  RP-SOURCE                   PIC X.
               88  RP-FROM-GENERATION              VALUE 'G'.
               88  RP-FROM-UNLOAD                  VALUE 'U'.
           05  RP-GENERATION-DATE          PIC 9(8).
           05  RP-STOP-DATE                PIC 9(8).
           05  RP-STOP-TIME                PIC 9(6).

       FD  MASTER-CATALOG-FILE.
       COPY MASTGEN REPLACING ==:PFX:== BY ==MG==.

       FD  MASTER-GENERATION-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==GEN==.

       FD  CUSTOMER-BACKUP-FILE.
       01  BKP-MASTER-REC.
           05  BKP-CUSTOMER-ID             PIC X(5).
           05  BKP-CUSTOMER-NAME           PIC X(27).
           05  BKP-MAX-CREDIT              PIC 9(5).
           05  BKP-CREDIT-CODE             PIC XX.
           05  BKP-BALANCE                 PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
           05  BKP-ADDRESS-BLOCK           PIC X(64).
           05  BKP-MAIL-PREFERENCE         PIC X.

       FD  WORK-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==WRK==.

       FD  OLD-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==OLD==.

       FD  AUDIT-DATA-FILE.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==AD==.

       FD  OPEN-ITEM-FILE.
       COPY OPENITEM REPLACING ==:PFX:== BY ==ITEM==.

       FD  RECOVERY-REPORT.
       01  RECOVERY-REPORT-REC             PIC X(110).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-MORE-OPERATORS           PIC X(3)    VALUE 'YES'.
           05  WS-CATALOG-FOUND            PIC X(3)    VALUE 'NO '.
           05  WS-CUSTOMER-FOUND           PIC X(3)    VALUE 'NO '.
           05  WS-PAST-STOP-POINT          PIC X(3)    VALUE 'NO '.
           05  WS-MASTER-RELEASED          PIC X(3)    VALUE 'NO '.
           05  WS-RECOVERY-STATUS          PIC X       VALUE 'R'.
               88  RECOVERY-RUNNING                    VALUE 'R'.
               88  RECOVERY-STOPPED                    VALUE 'S'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.

       01  MASTER-LOCK-AREAS.
           05  WS-LOCK-HELD                PIC X(3)    VALUE 'NO '.
           05  WS-LOCK-HOLDER              PIC X(9)    VALUE SPACES.

       01  AUTHORIZATION-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.
               88  OPERATOR-IS-SUPERVISOR              VALUE 'S'.
           05  WS-RUN-STAMP                PIC X(21)   VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-BUSINESS-DATE            PIC 9(8)    VALUE ZERO.

      *   THE STARTING COPY AND THE STOP POINT.  THE CATALOG FIELDS
      *   HOLD THE LAST ENTRY FOUND FOR THE NAMED COPY - A COPY TAKEN
      *   TWICE IN ONE DAY STANDS FOR THE LATER MOMENT.
       01  STARTING-POINT-AREAS.
           05  WS-GENERATION-FILE-NAME     PIC X(50)   VALUE SPACES.
           05  WS-SOURCE-NAME              PIC X(10)   VALUE SPACES.
           05  WS-STOP-STAMP.
               10  WS-STOP-DATE            PIC 9(8)    VALUE ZERO.
               10  WS-STOP-TIME            PIC 9(6)    VALUE ZERO.
           05  WS-AS-OF-STAMP              PIC X(14)   VALUE SPACES.
           05  WS-CATALOG-FILE-DATE        PIC 9(8)    VALUE ZERO.
           05  WS-CATALOG-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-CATALOG-BALANCE          PIC S9(9)V99 VALUE ZERO.
           05  WS-LAST-STAMP               PIC X(14)   VALUE SPACES.

       01  RECOVERY-COUNTERS.
           05  WS-RESTORED-COUNT           PIC 9(7)    VALUE ZERO.
           05  WS-RESTORED-BALANCE         PIC S9(9)V99 VALUE ZERO.
           05  WS-AUDIT-READ-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-BEFORE-START-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-APPLIED-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-AFTER-STOP-COUNT         PIC 9(7)    VALUE ZERO.
           05  WS-REBUILT-COUNT            PIC 9(7)    VALUE ZERO.
           05  WS-REBUILT-BALANCE          PIC S9(9)V99 VALUE ZERO.
           05  WS-OPEN-ITEM-TOTAL          PIC S9(9)V99 VALUE ZERO.
           05  WS-ITEM-OPEN-AMOUNT         PIC S9(5)V99 VALUE ZERO.
           05  WS-RELEASED-COUNT           PIC 9(7)    VALUE ZERO.

      *   EVERY MERGE AND RENUMBER ON THE AUDIT DATA FROM THE COPY'S
      *   MOMENT ON, BY ITS PLACE IN THE FILE.  ONE FROM BEFORE THE
      *   MOMENT IS ALREADY IN THE COPY, AND EVERY RECORD IT MAPPED IS
      *   PASSED BY.
       01  MERGE-MAP-AREAS.
           05  WS-MAP-COUNT                PIC 9(3)    VALUE ZERO.
           05  WS-MAP-SUB                  PIC 9(3)    VALUE ZERO.
           05  WS-MAP-SCAN-COUNT           PIC 9(7)    VALUE ZERO.
           05  WS-MAP-FOUND                PIC X(3)    VALUE 'NO '.
           05  WS-RECORD-FITS              PIC X(3)    VALUE 'NO '.
           05  WS-APPLY-ID                 PIC X(5)    VALUE SPACES.
           05  WS-MERGED-BALANCE           PIC S9(5)V99 VALUE ZERO.
           05  WS-MAP-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-MAP-IDX.
               10  WS-MAP-SEQ              PIC 9(7).
               10  WS-MAP-TYPE             PIC X(6).
               10  WS-MAP-TO-ID            PIC X(5).
               10  WS-MAP-FROM-ID          PIC X(5).

       01  STOP-AREAS.
           05  WS-STOP-REASON              PIC X(35)   VALUE SPACES.
           05  WS-TIE-STATUS               PIC X(14)
                   VALUE "NOT CHECKED".

       01  REPORT-HEADING-LINE-1.
           05  FILLER                      PIC X(40)
               VALUE "CUSTRCVR  CUSTOMER MASTER ROLL-FORWARD R".
           05  FILLER                      PIC X(20)
               VALUE "ECOVERY        RUN ".
           05  HDG-RUN-DATE-OUT            PIC 9(8).
           05  FILLER                      PIC X(10)
               VALUE "  OPERATOR".
           05  FILLER                      PIC X       VALUE SPACE.
           05  HDG-OPERATOR-OUT            PIC X(5).
           05  FILLER                      PIC X(26)   VALUE SPACES.

       01  STARTING-COPY-LINE.
           05  FILLER                      PIC X(15)
               VALUE "STARTING COPY: ".
           05  SCL-SOURCE-OUT              PIC X(10).
           05  FILLER                      PIC X(12)
               VALUE " FILE DATE  ".
           05  SCL-FILE-DATE-OUT           PIC 9(8).
           05  FILLER                      PIC X(8)    VALUE "  AS OF ".
           05  SCL-AS-OF-OUT               PIC X(14).
           05  FILLER                      PIC X(10)
               VALUE "  RECORDS ".
           05  SCL-COUNT-OUT               PIC Z(6)9.
           05  FILLER                      PIC X(10)
               VALUE "  BALANCE ".
           05  SCL-BALANCE-OUT             PIC -Z(8)9.99.
           05  FILLER                      PIC X(3)    VALUE SPACES.

       01  STOP-POINT-LINE.
           05  FILLER                      PIC X(40)
               VALUE "ROLLED FORWARD TO:              THROUGH ".
           05  SPL-STOP-OUT                PIC X(14).
           05  FILLER                      PIC X(56)   VALUE SPACES.

       01  DETAIL-HEADING-LINE.
           05  FILLER                      PIC X(35)
               VALUE "STAMP           TYPE   CUST  OPER  ".
           05  FILLER                      PIC X(37)
               VALUE "OLD CR    OLD BAL NEW CR    NEW BAL  ".
           05  FILLER                      PIC X(38)
               VALUE "RESULT".

       01  REPORT-DETAIL-LINE.
           05  DTL-STAMP-OUT               PIC X(14).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-TYPE-OUT                PIC X(6).
           05  FILLER                      PIC X       VALUE SPACE.
           05  DTL-CUSTOMER-OUT            PIC X(5).
           05  FILLER                      PIC X       VALUE SPACE.
           05  DTL-OPERATOR-OUT            PIC X(5).
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-OLD-MAXCR-OUT           PIC Z(4)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-OLD-BAL-OUT             PIC -Z(4)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-NEW-MAXCR-OUT           PIC Z(4)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-NEW-BAL-OUT             PIC -Z(4)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  DTL-RESULT-OUT              PIC X(35).
           05  FILLER                      PIC X(3)    VALUE SPACES.

      *   PRINTED UNDER A RECORD THAT STOPPED THE REPLAY - WHAT THE
      *   REBUILT MASTER HOLDS AGAINST THE AUDIT'S BEFORE-IMAGE.
       01  MASTER-HOLDS-LINE.
           05  FILLER                      PIC X(36)
               VALUE "    REBUILT MASTER HOLDS:".
           05  MHL-MAXCR-OUT               PIC Z(4)9.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  MHL-BAL-OUT                 PIC -Z(4)9.99.
           05  FILLER                      PIC X(58)   VALUE SPACES.

       01  MASTER-MISSING-LINE.
           05  FILLER                      PIC X(40)
               VALUE "    REBUILT MASTER HOLDS: NO SUCH CUSTOM".
           05  FILLER                      PIC X(70)   VALUE "ER".

       01  COUNT-TOTAL-LINE.
           05  CTL-LABEL-OUT               PIC X(40).
           05  CTL-COUNT-OUT               PIC Z(6)9.
           05  FILLER                      PIC X(63)   VALUE SPACES.

       01  AMOUNT-TOTAL-LINE.
           05  ATL-LABEL-OUT               PIC X(40).
           05  ATL-AMOUNT-OUT              PIC -Z(8)9.99.
           05  FILLER                      PIC X(2)    VALUE SPACES.
           05  ATL-STATUS-OUT              PIC X(14).
           05  FILLER                      PIC X(41)   VALUE SPACES.

       01  OUTCOME-LINE.
           05  FILLER                      PIC X(9)
               VALUE "OUTCOME: ".
           05  OCL-TEXT-OUT                PIC X(40).
           05  OCL-REASON-OUT              PIC X(35).
           05  FILLER                      PIC X(26)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-BUSINESS-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 090-CHECK-AUTHORIZATION
           PERFORM 092-ACQUIRE-MASTER-LOCK
           PERFORM 105-READ-RECOVERY-PARMS
           PERFORM 110-FIND-STARTING-COPY
           OPEN OUTPUT RECOVERY-REPORT
           OPEN EXTEND EXCEPTION-FILE
           PERFORM 150-WRITE-HEADINGS
           PERFORM 200-RESTORE-STARTING-COPY
           IF RECOVERY-RUNNING
               PERFORM 300-ROLL-FORWARD
           END-IF
           IF RECOVERY-RUNNING
               PERFORM 400-RECONCILE-OPEN-ITEMS
           END-IF
           IF RECOVERY-RUNNING
               PERFORM 500-RELEASE-REBUILT-MASTER
           END-IF
           PERFORM 600-WRITE-TOTALS
           CLOSE RECOVERY-REPORT
                 EXCEPTION-FILE
           IF RECOVERY-STOPPED
               DISPLAY "**** RECOVERY STOPPED - " WS-STOP-REASON
                   " ****"
               DISPLAY "**** CUSTOMER-MASTER.DAT NOT REPLACED - SEE "
                   "WhitingRECOVERY-REPORT.LIS ****"
               MOVE 8 TO WS-CONDITION-CODE
           ELSE
               DISPLAY "CUSTOMER MASTER REBUILT AND RELEASED - "
                   "CHANGES APPLIED: " WS-APPLIED-COUNT
               PERFORM 093-RELEASE-MASTER-LOCK
           END-IF
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   A RECOVERY REPLACES THE WHOLE MASTER - ONLY A SIGNED-ON
      *   SUPERVISOR MAY RUN IT.  THE LIVE OPERATORS.DAT RECORD, NOT
      *   THE SIGN-ON SNAPSHOT, DECIDES THE LEVEL, AND A SUPERVISOR
      *   LOCKED OUT FOR BAD PINS HAS NO LEVEL AT ALL.
       090-CHECK-AUTHORIZATION.
           MOVE FUNCTION CURRENT-DATE TO WS-RUN-STAMP
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE
           OPEN INPUT OPERATOR-FILE
           PERFORM 091-MATCH-ONE-OPERATOR
               UNTIL WS-MORE-OPERATORS = 'NO '
           CLOSE OPERATOR-FILE
           IF NOT OPERATOR-IS-SUPERVISOR
               DISPLAY "**** MASTER RECOVERY REQUIRES A SIGNED-ON "
                   "SUPERVISOR - NOTHING CHANGED ****"
               OPEN EXTEND EXCEPTION-FILE
               MOVE SPACES TO EX-REC
               MOVE "CUSTRCVR" TO EX-PROGRAM-ID
               MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
               MOVE WS-OPERATOR-ID TO EX-KEY
               MOVE "RECOVERY REFUSED - NOT SUPERVISOR" TO EX-REASON
               MOVE 'O' TO EX-STATUS
               STRING "OPERATOR " WS-OPERATOR-ID " LEVEL "
                   WS-OPERATOR-ROLE DELIMITED BY SIZE
                   INTO EX-ORIGINAL-REC
               WRITE EX-REC
               CLOSE EXCEPTION-FILE
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       091-MATCH-ONE-OPERATOR.
           READ OPERATOR-FILE
               AT END
                   MOVE 'NO ' TO WS-MORE-OPERATORS
               NOT AT END
                   IF OPR-ID = WS-OPERATOR-ID
                       MOVE OPR-ROLE TO WS-OPERATOR-ROLE
                       IF OPR-IS-LOCKED
                           MOVE SPACE TO WS-OPERATOR-ROLE
                       END-IF
                   END-IF
           END-READ.

      *   THE MASTER BELONGS TO ONE UPDATER AT A TIME - A LOCK HELD
      *   BY THE BATCH UPDATE OR A SCREEN REFUSES THIS RUN AND NAMES
      *   THE HOLDER.  A STALE LOCK IS CLEARED BY A SUPERVISOR
      *   THROUGH PROGRAM24.  THE LOCK A STOPPED RECOVERY KEPT IS
      *   TAKEN OVER BY THE RERUN - THE SUPERVISOR GATE HAS ALREADY
      *   BEEN PASSED.
       092-ACQUIRE-MASTER-LOCK.
           MOVE 'NO ' TO WS-LOCK-HELD
           OPEN INPUT MASTER-LOCK-FILE
           READ MASTER-LOCK-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LOCK-HOLDER-PROGRAM = "CUSTRCVR"
                       DISPLAY "LOCK KEPT BY A STOPPED RECOVERY ON "
                           LOCK-STAMP (1:8) " (OPERATOR "
                           LOCK-OPERATOR ") - TAKEN OVER"
                   ELSE
                       IF LOCK-HOLDER-PROGRAM NOT = SPACES
                           MOVE 'YES' TO WS-LOCK-HELD
                           MOVE LOCK-HOLDER-PROGRAM TO WS-LOCK-HOLDER
                       END-IF
                   END-IF
           END-READ
           CLOSE MASTER-LOCK-FILE
           IF WS-LOCK-HELD = 'YES'
               DISPLAY "**** CUSTOMER MASTER IS LOCKED BY "
                   WS-LOCK-HOLDER " - RUN REFUSED ****"
               DISPLAY "**** A SUPERVISOR CAN CLEAR A STALE LOCK "
                   "THROUGH PROGRAM24 ****"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           OPEN OUTPUT MASTER-LOCK-FILE
           MOVE SPACES TO MASTER-LOCK-REC
           MOVE "CUSTRCVR" TO LOCK-HOLDER-PROGRAM
           MOVE WS-OPERATOR-ID TO LOCK-OPERATOR
           MOVE WS-RUN-STAMP (1:14) TO LOCK-STAMP
           WRITE MASTER-LOCK-REC
           CLOSE MASTER-LOCK-FILE.

       093-RELEASE-MASTER-LOCK.
           OPEN OUTPUT MASTER-LOCK-FILE
           CLOSE MASTER-LOCK-FILE.

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

      *   A GENERATION IS NAMED BY ITS DATE; THE UNLOAD NEEDS NONE.
      *   A BLANK STOP TIME ROLLS THROUGH THE END OF THE STOP DATE.
       105-READ-RECOVERY-PARMS.
           OPEN INPUT RECOVERY-PARM-FILE
           READ RECOVERY-PARM-FILE
               AT END
                   DISPLAY "******* NO RECOVERY PARAMETERS - NOTHING "
                       "DONE *******"
                   PERFORM 106-REFUSE-RUN
           END-READ
           CLOSE RECOVERY-PARM-FILE
           IF NOT RP-FROM-GENERATION AND NOT RP-FROM-UNLOAD
               DISPLAY "******* STARTING COPY MUST BE G OR U "
                   "*******"
               PERFORM 106-REFUSE-RUN
           END-IF
           IF RP-FROM-GENERATION
               IF RP-GENERATION-DATE IS NOT NUMERIC OR
                       RP-GENERATION-DATE = ZERO
                   DISPLAY "******* A GENERATION NEEDS ITS DATE "
                       "*******"
                   PERFORM 106-REFUSE-RUN
               END-IF
               MOVE "GENERATION" TO WS-SOURCE-NAME
               STRING "..\..\..\..\CUSTOMER-MASTER.G" DELIMITED SIZE
                      RP-GENERATION-DATE              DELIMITED SIZE
                      ".DAT"                          DELIMITED SIZE
                          INTO WS-GENERATION-FILE-NAME
           ELSE
               MOVE "UNLOAD" TO WS-SOURCE-NAME
           END-IF
           IF RP-STOP-DATE IS NOT NUMERIC OR RP-STOP-DATE = ZERO
               DISPLAY "******* THE STOP DATE IS REQUIRED *******"
               PERFORM 106-REFUSE-RUN
           END-IF
           MOVE RP-STOP-DATE TO WS-STOP-DATE
           IF RP-STOP-TIME IS NUMERIC
               MOVE RP-STOP-TIME TO WS-STOP-TIME
           ELSE
               MOVE 235959 TO WS-STOP-TIME
           END-IF.

      *   NOTHING HAS BEEN TOUCHED YET, SO THE LOCK GOES BACK.
       106-REFUSE-RUN.
           PERFORM 093-RELEASE-MASTER-LOCK
           MOVE 16 TO RETURN-CODE
           STOP RUN.

      *   THE CATALOG IS THE ONLY RECORD OF THE MOMENT A COPY STANDS
      *   FOR - WITHOUT IT THE REPLAY WOULD NOT KNOW WHICH AUDIT
      *   RECORDS THE COPY ALREADY HOLDS.
       110-FIND-STARTING-COPY.
           OPEN INPUT MASTER-CATALOG-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 111-CHECK-ONE-CATALOG-ENTRY
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE MASTER-CATALOG-FILE
           IF WS-CATALOG-FOUND = 'NO '
               DISPLAY "******* NO CATALOG ENTRY FOR THE STARTING "
                   "COPY - ITS POINT IN TIME IS UNKNOWN *******"
               PERFORM 106-REFUSE-RUN
           END-IF
           IF WS-STOP-STAMP < WS-AS-OF-STAMP
               DISPLAY "******* STOP POINT " WS-STOP-STAMP
                   " IS BEFORE THE STARTING COPY " WS-AS-OF-STAMP
                   " *******"
               PERFORM 106-REFUSE-RUN
           END-IF.

       111-CHECK-ONE-CATALOG-ENTRY.
           READ MASTER-CATALOG-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF MG-SOURCE = RP-SOURCE AND
                           (RP-FROM-UNLOAD OR
                            MG-FILE-DATE = RP-GENERATION-DATE)
                       MOVE 'YES' TO WS-CATALOG-FOUND
                       MOVE MG-FILE-DATE TO WS-CATALOG-FILE-DATE
                       MOVE MG-AS-OF-STAMP TO WS-AS-OF-STAMP
                       MOVE MG-RECORD-COUNT TO WS-CATALOG-COUNT
                       MOVE MG-BALANCE-TOTAL TO WS-CATALOG-BALANCE
                   END-IF
           END-READ.

       150-WRITE-HEADINGS.
           MOVE WS-BUSINESS-DATE TO HDG-RUN-DATE-OUT
           MOVE WS-OPERATOR-ID TO HDG-OPERATOR-OUT
           WRITE RECOVERY-REPORT-REC FROM REPORT-HEADING-LINE-1
               AFTER ADVANCING PAGE
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE WS-SOURCE-NAME TO SCL-SOURCE-OUT
           MOVE WS-CATALOG-FILE-DATE TO SCL-FILE-DATE-OUT
           MOVE WS-AS-OF-STAMP TO SCL-AS-OF-OUT
           MOVE WS-CATALOG-COUNT TO SCL-COUNT-OUT
           MOVE WS-CATALOG-BALANCE TO SCL-BALANCE-OUT
           WRITE RECOVERY-REPORT-REC FROM STARTING-COPY-LINE
           MOVE WS-STOP-STAMP TO SPL-STOP-OUT
           WRITE RECOVERY-REPORT-REC FROM STOP-POINT-LINE
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC FROM DETAIL-HEADING-LINE.

      *   THE COPY IS REBUILT AS AN INDEXED WORK MASTER AND MUST READ
      *   BACK TO THE COUNT AND BALANCE TOTAL ITS CATALOG ENTRY
      *   RECORDED, OR IT IS NOT THE COPY THE CATALOG DESCRIBES.
       200-RESTORE-STARTING-COPY.
           OPEN OUTPUT WORK-MASTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           IF RP-FROM-GENERATION
               OPEN INPUT MASTER-GENERATION-FILE
               PERFORM 210-RESTORE-ONE-GENERATION-REC
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE MASTER-GENERATION-FILE
           ELSE
               OPEN INPUT CUSTOMER-BACKUP-FILE
               PERFORM 220-RESTORE-ONE-UNLOAD-REC
                   UNTIL ARE-THERE-MORE-RECORDS = 'NO '
               CLOSE CUSTOMER-BACKUP-FILE
           END-IF
           CLOSE WORK-MASTER-FILE
           IF RECOVERY-RUNNING AND
                   (WS-RESTORED-COUNT NOT = WS-CATALOG-COUNT OR
                    WS-RESTORED-BALANCE NOT = WS-CATALOG-BALANCE)
               MOVE "COPY DOES NOT MATCH ITS CATALOG" TO
                   WS-STOP-REASON
               MOVE SPACES TO EX-KEY
               MOVE WS-SOURCE-NAME TO EX-KEY
               MOVE SPACES TO EX-ORIGINAL-REC
               STRING "RESTORED " WS-RESTORED-COUNT " RECORDS "
                   "CATALOG " WS-CATALOG-COUNT " RECORDS"
                   DELIMITED BY SIZE INTO EX-ORIGINAL-REC
               PERFORM 450-STOP-RECOVERY
           END-IF.

       210-RESTORE-ONE-GENERATION-REC.
           READ MASTER-GENERATION-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE GEN-MASTER-REC TO WRK-MASTER-REC
                   PERFORM 230-WRITE-WORK-RECORD
           END-READ.

      *   THE UNLOAD IS IN DISPLAY FORMAT - THE PACKED FIELDS ARE
      *   REPACKED ON THE WAY IN, AS PROGRAM32'S RELOAD DOES.
       220-RESTORE-ONE-UNLOAD-REC.
           READ CUSTOMER-BACKUP-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE BKP-CUSTOMER-ID TO WRK-CUSTOMER-ID
                   MOVE BKP-CUSTOMER-NAME TO WRK-CUSTOMER-NAME
                   MOVE BKP-MAX-CREDIT TO WRK-MAX-CREDIT
                   MOVE BKP-CREDIT-CODE TO WRK-CREDIT-CODE
                   MOVE BKP-BALANCE TO WRK-BALANCE
                   MOVE BKP-ADDRESS-BLOCK TO WRK-ADDRESS-BLOCK
                   MOVE BKP-MAIL-PREFERENCE TO WRK-MAIL-PREFERENCE
                   PERFORM 230-WRITE-WORK-RECORD
           END-READ.

       230-WRITE-WORK-RECORD.
           WRITE WRK-MASTER-REC
               INVALID KEY
                   IF RECOVERY-RUNNING
                       MOVE "DUPLICATE KEY IN THE STARTING COPY" TO
                           WS-STOP-REASON
                       MOVE SPACES TO EX-KEY
                       MOVE WRK-CUSTOMER-ID TO EX-KEY
                       MOVE SPACES TO EX-ORIGINAL-REC
                       MOVE WS-SOURCE-NAME TO EX-ORIGINAL-REC
                       PERFORM 450-STOP-RECOVERY
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO WS-RESTORED-COUNT
                   ADD WRK-BALANCE TO WS-RESTORED-BALANCE
           END-WRITE.

      *   THE AUDIT DATA IS WRITTEN AS THINGS HAPPEN, SO FILE ORDER IS
      *   TIME ORDER.  RECORDS BEFORE THE COPY'S MOMENT ARE ALREADY IN
      *   IT; RECORDS PAST THE STOP POINT ARE ONLY COUNTED.
       300-ROLL-FORWARD.
           PERFORM 302-LOAD-MERGE-MAP
           OPEN I-O WORK-MASTER-FILE
           OPEN INPUT AUDIT-DATA-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 310-READ-ONE-AUDIT-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO ' OR
                     RECOVERY-STOPPED
           CLOSE WORK-MASTER-FILE
                 AUDIT-DATA-FILE.

      *   THE RECORDS ARE NUMBERED AS 310 WILL NUMBER THEM, SO A
      *   RECORD CAN TELL WHICH MERGES CAME AFTER IT.
       302-LOAD-MERGE-MAP.
           MOVE ZERO TO WS-MAP-COUNT
                        WS-MAP-SCAN-COUNT
           OPEN INPUT AUDIT-DATA-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 303-LOAD-ONE-MERGE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO ' OR
                     RECOVERY-STOPPED
           CLOSE AUDIT-DATA-FILE.

       303-LOAD-ONE-MERGE.
           READ AUDIT-DATA-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO WS-MAP-SCAN-COUNT
                   IF (AD-TYPE = "MERGE " OR AD-TYPE = "RENUM ") AND
                           AD-STAMP NOT = SPACES AND
                           AD-STAMP NOT < WS-AS-OF-STAMP
                       PERFORM 304-ADD-MAP-ENTRY
                   END-IF
           END-READ.

       304-ADD-MAP-ENTRY.
           IF WS-MAP-COUNT < 500
               ADD 1 TO WS-MAP-COUNT
               SET WS-MAP-IDX TO WS-MAP-COUNT
               MOVE WS-MAP-SCAN-COUNT TO WS-MAP-SEQ (WS-MAP-IDX)
               MOVE AD-TYPE TO WS-MAP-TYPE (WS-MAP-IDX)
               MOVE AD-CUSTOMER-ID TO WS-MAP-TO-ID (WS-MAP-IDX)
               MOVE AD-FROM-ID TO WS-MAP-FROM-ID (WS-MAP-IDX)
           ELSE
               MOVE "MORE THAN 500 MERGES TO REPLAY" TO
                   WS-STOP-REASON
               MOVE SPACES TO EX-KEY
               STRING AD-CUSTOMER-ID " " AD-STAMP DELIMITED BY SIZE
                   INTO EX-KEY
               MOVE AD-REC TO EX-ORIGINAL-REC
               PERFORM 450-STOP-RECOVERY
           END-IF.

      *   A RECORD WITH NO STAMP WAS WRITTEN BEFORE THE STAMP WAS
      *   CARRIED AND SO BEFORE ANY CATALOGUED COPY - UNLESS IT TURNS
      *   UP AFTER A STAMPED RECORD INSIDE THE REPLAY, WHERE IT CANNOT
      *   BE PLACED.  A STAMP EARLIER THAN THE LAST ONE APPLIED, OR
      *   ANY RECORD INSIDE THE REPLAY AFTER ONE PAST THE STOP POINT,
      *   MEANS THE FILE IS NOT IN TIME ORDER.
       310-READ-ONE-AUDIT-RECORD.
           READ AUDIT-DATA-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO WS-AUDIT-READ-COUNT
                   MOVE SPACES TO WS-CUSTOMER-FOUND
                   EVALUATE TRUE
                       WHEN AD-STAMP = SPACES AND
                               WS-LAST-STAMP = SPACES
                           ADD 1 TO WS-BEFORE-START-COUNT
                       WHEN AD-STAMP = SPACES
                           MOVE "UNSTAMPED RECORD INSIDE THE REPLAY"
                               TO WS-STOP-REASON
                           PERFORM 340-STOP-ON-AUDIT-RECORD
                       WHEN AD-STAMP < WS-AS-OF-STAMP
                           ADD 1 TO WS-BEFORE-START-COUNT
                       WHEN AD-STAMP > WS-STOP-STAMP
                           ADD 1 TO WS-AFTER-STOP-COUNT
                           MOVE 'YES' TO WS-PAST-STOP-POINT
                       WHEN WS-PAST-STOP-POINT = 'YES' OR
                               AD-STAMP < WS-LAST-STAMP
                           MOVE "AUDIT DATA NOT IN TIME ORDER" TO
                               WS-STOP-REASON
                           PERFORM 340-STOP-ON-AUDIT-RECORD
                       WHEN OTHER
                           PERFORM 320-APPLY-ONE-CHANGE
                   END-EVALUATE
           END-READ.

      *   AN ADD NEEDS THE CUSTOMER NOT YET ON FILE; EVERYTHING ELSE
      *   NEEDS THE CUSTOMER ON FILE WITH THE CREDIT LIMIT AND BALANCE
      *   THE AUDIT RECORD SAW BEFORE THE CHANGE.  A NOTE-ONLY TYPE
      *   (A DISPUTE OR AN ARRANGEMENT) CARRIES THE SAME FIGURES ON
      *   BOTH SIDES AND NO AFTER-IMAGE, SO IT CHECKS AND CHANGES
      *   NOTHING.
       320-APPLY-ONE-CHANGE.
           MOVE AD-CUSTOMER-ID TO WS-APPLY-ID
           PERFORM 322-READ-APPLY-CUSTOMER
           PERFORM 321-FIND-LATER-MERGE
           IF WS-MAP-FOUND = 'YES'
               PERFORM 324-CHECK-RECORD-FITS
               IF WS-RECORD-FITS = 'NO '
                   MOVE WS-MAP-FROM-ID (WS-MAP-IDX) TO WS-APPLY-ID
                   PERFORM 322-READ-APPLY-CUSTOMER
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN AD-TYPE = "MERGE " OR AD-TYPE = "RENUM "
                   PERFORM 350-APPLY-MERGE
               WHEN AD-TYPE = "ADD   " AND WS-CUSTOMER-FOUND = 'YES'
                   MOVE "ADD FOR A CUSTOMER ALREADY ON FILE" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN AD-TYPE = "ADD   "
                   PERFORM 330-ADD-CUSTOMER
               WHEN WS-CUSTOMER-FOUND = 'NO '
                   MOVE "CUSTOMER NOT ON THE REBUILT MASTER" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN WRK-MAX-CREDIT NOT = AD-OLD-MAX-CREDIT OR
                       WRK-BALANCE NOT = AD-OLD-BALANCE
                   MOVE "BEFORE-IMAGE DOES NOT MATCH MASTER" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN AD-TYPE = "DELETE"
                   DELETE WORK-MASTER-FILE RECORD
                   PERFORM 335-COUNT-APPLIED
               WHEN OTHER
                   MOVE AD-NEW-MAX-CREDIT TO WRK-MAX-CREDIT
                   MOVE AD-NEW-BALANCE TO WRK-BALANCE
                   IF AD-NEW-IMAGE NOT = SPACES
                       PERFORM 331-MOVE-AFTER-IMAGE
                   END-IF
                   REWRITE WRK-MASTER-REC
                   PERFORM 335-COUNT-APPLIED
           END-EVALUATE.

      *   THE FIRST MERGE OR RENUMBER LATER IN THE FILE THAT MAPPED
      *   ONTO THE RECORD'S CUSTOMER, IF ANY.
       321-FIND-LATER-MERGE.
           MOVE 'NO ' TO WS-MAP-FOUND
           PERFORM 323-CHECK-ONE-MAP-ENTRY
               VARYING WS-MAP-SUB FROM 1 BY 1
               UNTIL WS-MAP-SUB > WS-MAP-COUNT OR
                     WS-MAP-FOUND = 'YES'.

       322-READ-APPLY-CUSTOMER.
           MOVE WS-APPLY-ID TO WRK-CUSTOMER-ID
           READ WORK-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO WS-CUSTOMER-FOUND
               NOT INVALID KEY
                   MOVE 'YES' TO WS-CUSTOMER-FOUND
           END-READ.

       323-CHECK-ONE-MAP-ENTRY.
           SET WS-MAP-IDX TO WS-MAP-SUB
           IF WS-MAP-TO-ID (WS-MAP-IDX) = AD-CUSTOMER-ID AND
                   WS-MAP-SEQ (WS-MAP-IDX) > WS-AUDIT-READ-COUNT
               MOVE 'YES' TO WS-MAP-FOUND
           END-IF.

      *   BEFORE A MERGE THE SURVIVOR IS TRIED FIRST - THE RECORD FITS
      *   IT WHEN IT WANTS THE CUSTOMER ABSENT (AN ADD OR A RENUMBER)
      *   AND THE SURVIVOR IS, OR WANTS IT PRESENT WITH THE SAME CREDIT
      *   LIMIT AND BALANCE.  BEFORE A RENUMBER THE NEW ID DID NOT YET
      *   EXIST, SO THE RECORD NEVER FITS IT.
       324-CHECK-RECORD-FITS.
           MOVE 'NO ' TO WS-RECORD-FITS
           EVALUATE TRUE
               WHEN WS-MAP-TYPE (WS-MAP-IDX) = "RENUM "
                   CONTINUE
               WHEN AD-TYPE = "ADD   " OR AD-TYPE = "RENUM "
                   IF WS-CUSTOMER-FOUND = 'NO '
                       MOVE 'YES' TO WS-RECORD-FITS
                   END-IF
               WHEN WS-CUSTOMER-FOUND = 'YES' AND
                       WRK-MAX-CREDIT = AD-OLD-MAX-CREDIT AND
                       WRK-BALANCE = AD-OLD-BALANCE
                   MOVE 'YES' TO WS-RECORD-FITS
           END-EVALUATE.

       330-ADD-CUSTOMER.
           MOVE SPACES TO WRK-MASTER-REC
           MOVE WS-APPLY-ID TO WRK-CUSTOMER-ID
           MOVE AD-NEW-MAX-CREDIT TO WRK-MAX-CREDIT
           MOVE AD-NEW-BALANCE TO WRK-BALANCE
           PERFORM 331-MOVE-AFTER-IMAGE
           WRITE WRK-MASTER-REC
           PERFORM 335-COUNT-APPLIED.

       331-MOVE-AFTER-IMAGE.
           MOVE AD-NEW-NAME TO WRK-CUSTOMER-NAME
           MOVE AD-NEW-CREDIT-CODE TO WRK-CREDIT-CODE
           MOVE AD-NEW-STREET TO WRK-STREET
           MOVE AD-NEW-CITY TO WRK-CITY
           MOVE AD-NEW-STATE TO WRK-STATE
           MOVE AD-NEW-ZIP TO WRK-ZIP
           MOVE AD-NEW-PHONE TO WRK-PHONE
           MOVE AD-NEW-MAIL-PREFERENCE TO WRK-MAIL-PREFERENCE.

       335-COUNT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT
           MOVE AD-STAMP TO WS-LAST-STAMP
           MOVE SPACES TO DTL-RESULT-OUT
           IF WS-APPLY-ID = AD-CUSTOMER-ID
               MOVE "APPLIED" TO DTL-RESULT-OUT
           ELSE
               STRING "APPLIED TO " WS-APPLY-ID " AHEAD OF ITS MERGE"
                   DELIMITED BY SIZE INTO DTL-RESULT-OUT
           END-IF
           PERFORM 345-WRITE-AUDIT-DETAIL.

      *   THE RECORD THAT STOPPED THE REPLAY IS PRINTED WITH WHAT THE
      *   REBUILT MASTER HOLDS FOR THE CUSTOMER (WHEN THE CUSTOMER WAS
      *   LOOKED UP - A RECORD STOPPED FOR ITS STAMP NEVER IS), AND
      *   GOES TO THE EXCEPTION FILE KEYED BY CUSTOMER AND STAMP.
       340-STOP-ON-AUDIT-RECORD.
           MOVE WS-STOP-REASON TO DTL-RESULT-OUT
           PERFORM 345-WRITE-AUDIT-DETAIL
           EVALUATE WS-CUSTOMER-FOUND
               WHEN 'YES'
                   MOVE WRK-MAX-CREDIT TO MHL-MAXCR-OUT
                   MOVE WRK-BALANCE TO MHL-BAL-OUT
                   WRITE RECOVERY-REPORT-REC FROM MASTER-HOLDS-LINE
               WHEN 'NO '
                   WRITE RECOVERY-REPORT-REC FROM MASTER-MISSING-LINE
           END-EVALUATE
           MOVE SPACES TO EX-KEY
           STRING AD-CUSTOMER-ID " " AD-STAMP DELIMITED BY SIZE
               INTO EX-KEY
           MOVE AD-REC TO EX-ORIGINAL-REC
           PERFORM 450-STOP-RECOVERY.

       345-WRITE-AUDIT-DETAIL.
           MOVE AD-STAMP TO DTL-STAMP-OUT
           MOVE AD-TYPE TO DTL-TYPE-OUT
           MOVE AD-CUSTOMER-ID TO DTL-CUSTOMER-OUT
           MOVE AD-OPERATOR TO DTL-OPERATOR-OUT
           MOVE AD-OLD-MAX-CREDIT TO DTL-OLD-MAXCR-OUT
           MOVE AD-OLD-BALANCE TO DTL-OLD-BAL-OUT
           MOVE AD-NEW-MAX-CREDIT TO DTL-NEW-MAXCR-OUT
           MOVE AD-NEW-BALANCE TO DTL-NEW-BAL-OUT
           WRITE RECOVERY-REPORT-REC FROM REPORT-DETAIL-LINE.

      *   THE RECORD IS UNDER THE SURVIVING ID WITH THE SURVIVOR'S
      *   BEFORE AND AFTER FIGURES.  A RENUMBER NEEDS THE NEW ID FREE
      *   AND MOVES THE OLD ID'S RECORD ACROSS AS IT STOOD; A MERGE
      *   NEEDS THE SURVIVOR AS IT STOOD AND FOLDS IN THE OLD ID,
      *   WHOSE BALANCE MUST BE THE DIFFERENCE.
       350-APPLY-MERGE.
           EVALUATE TRUE
               WHEN AD-TYPE = "RENUM " AND WS-CUSTOMER-FOUND = 'YES'
                   MOVE "RENUMBER TO AN ID ALREADY ON FILE" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN AD-TYPE = "MERGE " AND WS-CUSTOMER-FOUND = 'NO '
                   MOVE "CUSTOMER NOT ON THE REBUILT MASTER" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN AD-TYPE = "MERGE " AND
                       (WRK-MAX-CREDIT NOT = AD-OLD-MAX-CREDIT OR
                        WRK-BALANCE NOT = AD-OLD-BALANCE)
                   MOVE "BEFORE-IMAGE DOES NOT MATCH MASTER" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN OTHER
                   PERFORM 351-APPLY-MERGED-ID
           END-EVALUATE.

       351-APPLY-MERGED-ID.
           MOVE AD-FROM-ID TO WRK-CUSTOMER-ID
           READ WORK-MASTER-FILE
               INVALID KEY
                   MOVE 'NO ' TO WS-CUSTOMER-FOUND
               NOT INVALID KEY
                   MOVE 'YES' TO WS-CUSTOMER-FOUND
           END-READ
           COMPUTE WS-MERGED-BALANCE = AD-NEW-BALANCE - AD-OLD-BALANCE
           EVALUATE TRUE
               WHEN WS-CUSTOMER-FOUND = 'NO '
                   MOVE "MERGED ID NOT ON THE REBUILT MASTER" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN AD-TYPE = "RENUM " AND
                       (WRK-MAX-CREDIT NOT = AD-OLD-MAX-CREDIT OR
                        WRK-BALANCE NOT = AD-OLD-BALANCE)
                   MOVE "BEFORE-IMAGE DOES NOT MATCH MASTER" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN AD-TYPE = "MERGE " AND
                       WRK-BALANCE NOT = WS-MERGED-BALANCE
                   MOVE "BEFORE-IMAGE DOES NOT MATCH MASTER" TO
                       WS-STOP-REASON
                   PERFORM 340-STOP-ON-AUDIT-RECORD
               WHEN AD-TYPE = "RENUM "
                   DELETE WORK-MASTER-FILE RECORD
                   PERFORM 330-ADD-CUSTOMER
               WHEN OTHER
                   DELETE WORK-MASTER-FILE RECORD
                   PERFORM 352-REWRITE-SURVIVOR
           END-EVALUATE.

       352-REWRITE-SURVIVOR.
           PERFORM 322-READ-APPLY-CUSTOMER
           MOVE AD-NEW-MAX-CREDIT TO WRK-MAX-CREDIT
           MOVE AD-NEW-BALANCE TO WRK-BALANCE
           PERFORM 331-MOVE-AFTER-IMAGE
           REWRITE WRK-MASTER-REC
           PERFORM 335-COUNT-APPLIED.

      *   THE REBUILT BALANCES MUST TIE TO THE OPEN AMOUNT ON THE
      *   SUB-LEDGER, COUNTED THE WAY PROGRAM46 AGES IT: ONLY OPEN
      *   ITEMS, FOR THEIR STILL-UNAPPLIED AMOUNT, AND A RECORD FROM
      *   BEFORE THE OPEN AMOUNT FOR ITS FULL AMOUNT.
       400-RECONCILE-OPEN-ITEMS.
           OPEN INPUT WORK-MASTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 410-TOTAL-ONE-MASTER-REC
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE WORK-MASTER-FILE
           OPEN INPUT OPEN-ITEM-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 420-TOTAL-ONE-OPEN-ITEM
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OPEN-ITEM-FILE
           IF WS-REBUILT-BALANCE = WS-OPEN-ITEM-TOTAL
               MOVE "IN BALANCE" TO WS-TIE-STATUS
           ELSE
               MOVE "OUT OF BALANCE" TO WS-TIE-STATUS
               MOVE "REBUILT MASTER DOES NOT TIE TO ITEMS" TO
                   WS-STOP-REASON
               MOVE SPACES TO EX-KEY
               MOVE "CUSTOMER-MASTER" TO EX-KEY
               MOVE SPACES TO EX-ORIGINAL-REC
               STRING "MASTER BALANCE " WS-REBUILT-BALANCE
                   " OPEN ITEMS " WS-OPEN-ITEM-TOTAL
                   DELIMITED BY SIZE INTO EX-ORIGINAL-REC
               PERFORM 450-STOP-RECOVERY
           END-IF.

       410-TOTAL-ONE-MASTER-REC.
           READ WORK-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO WS-REBUILT-COUNT
                   ADD WRK-BALANCE TO WS-REBUILT-BALANCE
           END-READ.

       420-TOTAL-ONE-OPEN-ITEM.
           READ OPEN-ITEM-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF ITEM-AMOUNT IS NUMERIC AND NOT ITEM-IS-CLOSED
                       IF ITEM-OPEN-AMOUNT IS NUMERIC AND
                               ITEM-STATUS NOT = SPACE
                           MOVE ITEM-OPEN-AMOUNT TO WS-ITEM-OPEN-AMOUNT
                       ELSE
                           MOVE ITEM-AMOUNT TO WS-ITEM-OPEN-AMOUNT
                       END-IF
                       ADD WS-ITEM-OPEN-AMOUNT TO WS-OPEN-ITEM-TOTAL
                   END-IF
           END-READ.

       450-STOP-RECOVERY.
           MOVE 'S' TO WS-RECOVERY-STATUS
           MOVE "CUSTRCVR" TO EX-PROGRAM-ID
           MOVE WS-BUSINESS-DATE TO EX-BUSINESS-DATE
           MOVE WS-STOP-REASON TO EX-REASON
           MOVE 'O' TO EX-STATUS
           WRITE EX-REC.

      *   THE PROVEN WORK MASTER IS COPIED OVER CUSTOMER-MASTER.DAT
      *   IN KEY ORDER - THE INDEXED FILE IS BUILT FRESH, AS
      *   PROGRAM32'S RELOAD BUILDS IT.
       500-RELEASE-REBUILT-MASTER.
           OPEN INPUT WORK-MASTER-FILE
           OPEN OUTPUT OLD-MASTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 510-COPY-ONE-MASTER-REC
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE WORK-MASTER-FILE
                 OLD-MASTER-FILE
           MOVE 'YES' TO WS-MASTER-RELEASED.

       510-COPY-ONE-MASTER-REC.
           READ WORK-MASTER-FILE NEXT RECORD
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   WRITE OLD-MASTER-REC FROM WRK-MASTER-REC
                   ADD 1 TO WS-RELEASED-COUNT
           END-READ.

       600-WRITE-TOTALS.
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           MOVE "STARTING COPY RECORDS RESTORED" TO CTL-LABEL-OUT
           MOVE WS-RESTORED-COUNT TO CTL-COUNT-OUT
           WRITE RECOVERY-REPORT-REC FROM COUNT-TOTAL-LINE
           MOVE "AUDIT RECORDS READ" TO CTL-LABEL-OUT
           MOVE WS-AUDIT-READ-COUNT TO CTL-COUNT-OUT
           WRITE RECOVERY-REPORT-REC FROM COUNT-TOTAL-LINE
           MOVE "  ALREADY IN THE STARTING COPY" TO CTL-LABEL-OUT
           MOVE WS-BEFORE-START-COUNT TO CTL-COUNT-OUT
           WRITE RECOVERY-REPORT-REC FROM COUNT-TOTAL-LINE
           MOVE "  APPLIED" TO CTL-LABEL-OUT
           MOVE WS-APPLIED-COUNT TO CTL-COUNT-OUT
           WRITE RECOVERY-REPORT-REC FROM COUNT-TOTAL-LINE
           MOVE "  AFTER THE STOP POINT - NOT APPLIED" TO
               CTL-LABEL-OUT
           MOVE WS-AFTER-STOP-COUNT TO CTL-COUNT-OUT
           WRITE RECOVERY-REPORT-REC FROM COUNT-TOTAL-LINE
           MOVE "REBUILT MASTER RECORDS" TO CTL-LABEL-OUT
           MOVE WS-REBUILT-COUNT TO CTL-COUNT-OUT
           WRITE RECOVERY-REPORT-REC FROM COUNT-TOTAL-LINE
           MOVE "REBUILT MASTER BALANCE TOTAL" TO ATL-LABEL-OUT
           MOVE WS-REBUILT-BALANCE TO ATL-AMOUNT-OUT
           MOVE SPACES TO ATL-STATUS-OUT
           WRITE RECOVERY-REPORT-REC FROM AMOUNT-TOTAL-LINE
           MOVE "OPEN ITEM OPEN AMOUNT TOTAL" TO ATL-LABEL-OUT
           MOVE WS-OPEN-ITEM-TOTAL TO ATL-AMOUNT-OUT
           MOVE WS-TIE-STATUS TO ATL-STATUS-OUT
           WRITE RECOVERY-REPORT-REC FROM AMOUNT-TOTAL-LINE
           MOVE SPACES TO RECOVERY-REPORT-REC
           WRITE RECOVERY-REPORT-REC
           IF WS-MASTER-RELEASED = 'YES'
               MOVE "REBUILT MASTER RELEASED - RECORDS" TO
                   OCL-TEXT-OUT
               MOVE WS-RELEASED-COUNT TO CTL-COUNT-OUT
               MOVE CTL-COUNT-OUT TO OCL-REASON-OUT
           ELSE
               MOVE "**** RECOVERY STOPPED, NOT RELEASED: " TO
                   OCL-TEXT-OUT
               MOVE WS-STOP-REASON TO OCL-REASON-OUT
           END-IF
           WRITE RECOVERY-REPORT-REC FROM OUTCOME-LINE.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "CUSTRCVR" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE WS-AUDIT-READ-COUNT TO RL-RECORDS-READ
           IF RECOVERY-STOPPED
               MOVE 1 TO RL-RECORDS-REJECTED
           ELSE
               MOVE ZERO TO RL-RECORDS-REJECTED
           END-IF
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE WS-REBUILT-BALANCE TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM CUSTRCVR.
