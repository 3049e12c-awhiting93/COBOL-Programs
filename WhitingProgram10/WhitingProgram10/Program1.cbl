      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM10.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the gate-side parking citation entry screen -
      *security's paper tickets become citations tied to an owner,
      *built on the same sign-on and single-VIN prompting as
      *PROGRAM12's lookup mode.
      *The officer signs on against OPERATORS.DAT and keys, for each
      *car, the 17-character VIN, the lot, the spot and a violation
      *code: U parked without an assignment, W in the wrong class of
      *space, O past the overstay limit.  The lot and spot must be
      *on the spot inventory (PARKING-SPOTS.DAT) and the code on the
      *violation rate table (PARKING-VIOLATION-RATES.DAT - code,
      *description, fine).
      *A citation stands only when the files bear it out:
      *  - U stands when neither the roster (PARKING-ROSTER.DAT) nor
      *    a pass paid through today (PARKING-PASSES.DAT) puts the
      *    car in that lot;
      *  - W stands when the spot is a reserved or accessible spot
      *    and the car is entitled to some other class - its current
      *    pass's class, or the class of the spot PROGRAM12 gave it;
      *  - O stands when the car's roster arrival is more days back
      *    than the overstay limit on PARKING-CITATION-PARMS.DAT
      *    (default 3).
      *Every ticket keyed is kept on WhitingPARKING-CITATIONS.DAT
      *(copybook CITATION) with the finding, standing or dismissed.
      *A standing citation is invoiced to the owner the roster or
      *pass names, at the violation fine, on PARKING-INVOICES.DAT -
      *validated against the customer master the way PROGRAM12
      *validates its own invoices - so PROGRAM56 bridges the fine
      *into the receivables like any parking charge.  A car whose
      *owner cannot be found is still invoiced, flagged, and lands
      *on PROGRAM56's unbillable list for follow-up.
      *A car that reaches the repeat count of standing citations
      *(default 3) within the repeat window (default 365 days) is
      *sent to the VIN watch list as an add transaction on
      *WATCHLIST-TRANS.DAT, reason PC, for PROGRAM58 to apply - the
      *watch list is still never written directly.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CITATION-PARM-FILE
               ASSIGN TO "..\..\..\..\PARKING-CITATION-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VIOLATION-RATE-FILE
               ASSIGN TO "..\..\..\..\PARKING-VIOLATION-RATES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL LOT-ROSTER-FILE
               ASSIGN TO "..\..\..\..\PARKING-ROSTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARKING-PASS-FILE
               ASSIGN TO "..\..\..\..\PARKING-PASSES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOT-INVENTORY-FILE
               ASSIGN TO "..\..\..\..\PARKING-SPOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VIN-WATCHLIST-FILE
               ASSIGN TO "..\..\..\..\VIN-WATCHLIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL OLD-MASTER-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-MASTER.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS OLD-CUSTOMER-ID.
           SELECT OPTIONAL CITATION-FILE
               ASSIGN TO "..\..\..\..\WhitingPARKING-CITATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PARKING-INVOICE-FILE
               ASSIGN TO "..\..\..\..\PARKING-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL WATCHLIST-TRANS-FILE
               ASSIGN TO "..\..\..\..\WATCHLIST-TRANS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE                     PIC 9(8).

       FD  CITATION-PARM-FILE.
       01  CITATION-PARM-REC.
           05  CP-OVERSTAY-DAYS            PIC 9(3).
           05  CP-REPEAT-COUNT             PIC 9(2).
           05  CP-REPEAT-WINDOW            PIC 9(3).

       FD  VIOLATION-RATE-FILE.
       01  VIOLATION-RATE-REC.
           05  VR-CODE-IN                  PIC X.
           05  VR-DESCRIPTION-IN           PIC X(20).
           05  VR-FINE-IN                  PIC 9(3)V99.

       FD  LOT-ROSTER-FILE.
       01  LOT-ROSTER-REC.
           05  ROSTER-VIN                  PIC X(17).
           05  ROSTER-LOT                  PIC X.
           05  ROSTER-ID-NUMBER            PIC X(5).
           05  ROSTER-NAME                 PIC X(20).
           05  ROSTER-DATE                 PIC 9(8).
           05  ROSTER-SPOT                 PIC 9(3).

       FD  PARKING-PASS-FILE.
       01  PARKING-PASS-REC.
           05  PASS-ID-NUMBER              PIC X(5).
           05  PASS-VIN                    PIC X(17).
           05  PASS-LOT                    PIC X.
           05  PASS-CLASS                  PIC X.
           05  PASS-RATE                   PIC 9(3)V99.
           05  PASS-PAID-THRU              PIC 9(8).

       FD  SPOT-INVENTORY-FILE.
       01  SPOT-INVENTORY-REC.
           05  SPOT-LOT                    PIC X.
           05  SPOT-NUMBER                 PIC 9(3).
           05  SPOT-CLASS                  PIC X.
           05  SPOT-STATUS                 PIC X.
           05  SPOT-VIN                    PIC X(17).

       FD  VIN-WATCHLIST-FILE.
       01  VIN-WATCHLIST-REC.
           05  WATCH-VIN                   PIC X(17).
           05  WATCH-REASON-CODE           PIC X(2).
           05  WATCH-DATE-LISTED           PIC 9(8).
           05  WATCH-CONTACT               PIC X(20).

       FD  OLD-MASTER-FILE.
       COPY CUSTMAST REPLACING ==:PFX:== BY ==OLD==.

       FD  CITATION-FILE.
       COPY CITATION REPLACING ==:PFX:== BY ==CIT==.

       FD  PARKING-INVOICE-FILE.
       01  PARKING-INVOICE-REC.
           05  INV-ID-NUMBER               PIC X(5).
           05  INV-NAME                    PIC X(20).
           05  INV-VIN                     PIC X(17).
           05  INV-LOT                     PIC X.
           05  INV-SPOT                    PIC 9(3).
           05  INV-CLASS                   PIC X.
           05  INV-RATE                    PIC 9(3)V99.
           05  INV-DATE                    PIC 9(8).
           05  INV-CUSTOMER-VALID          PIC X.

       FD  WATCHLIST-TRANS-FILE.
       01  WATCHLIST-TRANS-REC.
           05  WLT-ACTION                  PIC X.
           05  WLT-VIN                     PIC X(17).
           05  WLT-REASON-CODE             PIC X(2).
           05  WLT-DATE-LISTED             PIC X(8).
           05  WLT-CONTACT                 PIC X(20).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-SESSION-DONE             PIC X(3)    VALUE 'NO '.
           05  WS-ENTRY-GOOD               PIC X(3)    VALUE 'YES'.
           05  WS-CITATION-STANDS          PIC X(3)    VALUE 'NO '.

       01  CITATION-PARAMETERS.
           05  WS-OVERSTAY-DAYS            PIC 9(3)    VALUE 3.
           05  WS-REPEAT-COUNT             PIC 9(2)    VALUE 3.
           05  WS-REPEAT-WINDOW            PIC 9(3)    VALUE 365.

       01  OPERATOR-SIGNON-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK               PIC X(21).
           05  WS-BUSINESS-DATE-NUM        PIC 9(8)    VALUE ZERO.
           05  WS-TODAY-INT                PIC 9(7)    VALUE ZERO.
           05  WS-DATE-INT                 PIC 9(7)    VALUE ZERO.
           05  WS-DAYS-PARKED              PIC S9(5)   VALUE ZERO.
           05  WS-DAYS-PARKED-OUT          PIC ZZZZ9.

       01  PROGRAM-ACCUMULATORS.
           05  WS-KEYED-COUNT              PIC 9(5)    VALUE ZERO.
           05  WS-STANDING-COUNT           PIC 9(5)    VALUE ZERO.
           05  WS-DISMISSED-COUNT          PIC 9(5)    VALUE ZERO.
           05  WS-WATCH-SENT-COUNT         PIC 9(5)    VALUE ZERO.
           05  WS-FINES-INVOICED           PIC 9(7)V99 VALUE ZERO.

      *   THE CAR AS THE OFFICER KEYED IT.
       01  ENTRY-AREAS.
           05  WS-ENTRY-VIN                PIC X(17).
           05  WS-ENTRY-LOT                PIC X.
           05  WS-ENTRY-SPOT-X             PIC X(3).
           05  WS-ENTRY-SPOT               PIC 9(3).
           05  WS-ENTRY-CODE               PIC X.
           05  WS-FINDING                  PIC X(30).

      *   WHAT THE FILES SAY ABOUT THE CAR AND THE SPOT.
       01  EVIDENCE-AREAS.
           05  WS-ROSTER-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-PASS-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-PASS-CURRENT             PIC X(3)    VALUE 'NO '.
           05  WS-SPOT-FOUND               PIC X(3)    VALUE 'NO '.
           05  WS-SPOT-CLASS               PIC X       VALUE SPACE.
           05  WS-ENTITLED-CLASS           PIC X       VALUE SPACE.
           05  WS-OWNER-ID                 PIC X(5)    VALUE SPACES.
           05  WS-OWNER-NAME               PIC X(20)   VALUE SPACES.
           05  WS-FINE                     PIC 9(3)V99 VALUE ZERO.
           05  WS-VIOLATION-NAME           PIC X(20)   VALUE SPACES.
           05  WS-CUSTOMER-VALID           PIC X       VALUE 'N'.

       01  LOT-ROSTER-AREAS.
           05  ROSTER-COUNT                PIC 9(4)    VALUE ZERO.
           05  ROSTER-TABLE OCCURS 600 TIMES
                   INDEXED BY ROSTER-IDX.
               10  RT-VIN                  PIC X(17).
               10  RT-LOT                  PIC X.
               10  RT-ID-NUMBER            PIC X(5).
               10  RT-NAME                 PIC X(20).
               10  RT-DATE                 PIC 9(8).
               10  RT-SPOT                 PIC 9(3).

       01  PARKING-PASS-AREAS.
           05  PASS-COUNT                  PIC 9(3)    VALUE ZERO.
           05  PASS-TABLE OCCURS 200 TIMES
                   INDEXED BY PASS-IDX.
               10  PT-ID-NUMBER            PIC X(5).
               10  PT-VIN                  PIC X(17).
               10  PT-LOT                  PIC X.
               10  PT-CLASS                PIC X.
               10  PT-PAID-THRU            PIC 9(8).

       01  SPOT-INVENTORY-AREAS.
           05  SPOT-COUNT                  PIC 9(4)    VALUE ZERO.
           05  SPOT-TABLE OCCURS 600 TIMES
                   INDEXED BY SPOT-IDX.
               10  ST-LOT                  PIC X.
               10  ST-NUMBER               PIC 9(3).
               10  ST-CLASS                PIC X.

       01  VIOLATION-RATE-AREAS.
           05  VIOLATION-COUNT             PIC 9(2)    VALUE ZERO.
           05  VIOLATION-TABLE OCCURS 20 TIMES
                   INDEXED BY VIOLATION-IDX.
               10  VT-CODE                 PIC X.
               10  VT-DESCRIPTION          PIC X(20).
               10  VT-FINE                 PIC 9(3)V99.

       01  CUSTOMER-ID-AREAS.
           05  CUSTOMER-ID-COUNT           PIC 9(4)    VALUE ZERO.
           05  CUSTOMER-ID-TABLE OCCURS 500 TIMES
                   INDEXED BY CUST-ID-IDX.
               10  KNOWN-CUSTOMER-ID       PIC X(5).
               10  KNOWN-CUSTOMER-NAME     PIC X(20).

      *   THE STANDING CITATIONS ALREADY ON FILE, AND THIS SESSION'S
      *   AS THEY ARE WRITTEN, FOR THE REPEAT-OFFENDER COUNT.
       01  PRIOR-CITATION-AREAS.
           05  PRIOR-COUNT                 PIC 9(4)    VALUE ZERO.
           05  PRIOR-TABLE OCCURS 3000 TIMES
                   INDEXED BY PRIOR-IDX.
               10  PC-VIN                  PIC X(17).
               10  PC-DATE                 PIC 9(8).
           05  WS-PRIOR-SUB                PIC 9(4).
           05  WS-OFFENCE-COUNT            PIC 9(4)    VALUE ZERO.

      *   VINS ALREADY WATCHED, OR SENT TO PROGRAM58 THIS SESSION, SO
      *   A CAR IS NEVER SENT TWICE.
       01  WATCHLIST-AREAS.
           05  WATCH-COUNT                 PIC 9(3)    VALUE ZERO.
           05  WATCH-TABLE OCCURS 200 TIMES
                   INDEXED BY WATCH-IDX.
               10  WV-VIN                  PIC X(17).
           05  WS-WATCH-FOUND              PIC X(3)    VALUE 'NO '.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 102-OPERATOR-SIGN-ON
           PERFORM 107-GET-BUSINESS-DATE
           PERFORM 109-READ-CITATION-PARMS
           PERFORM 110-LOAD-LOT-ROSTER
           PERFORM 115-LOAD-PARKING-PASSES
           PERFORM 120-LOAD-SPOT-INVENTORY
           PERFORM 125-LOAD-VIOLATION-RATES
           PERFORM 130-LOAD-CUSTOMER-IDS
           PERFORM 135-LOAD-PRIOR-CITATIONS
           PERFORM 140-LOAD-WATCHLIST
           IF VIOLATION-COUNT = ZERO
               DISPLAY "NO VIOLATION RATE TABLE ON DISK - "
                   "CANNOT WRITE CITATIONS"
               STOP RUN
           END-IF
           OPEN EXTEND CITATION-FILE
                       PARKING-INVOICE-FILE
                       WATCHLIST-TRANS-FILE
           PERFORM 200-TAKE-ONE-CITATION
               UNTIL WS-SESSION-DONE = 'YES'
           CLOSE CITATION-FILE
                 PARKING-INVOICE-FILE
                 WATCHLIST-TRANS-FILE
           DISPLAY "CITATIONS KEYED:     " WS-KEYED-COUNT
           DISPLAY "CITATIONS STANDING:  " WS-STANDING-COUNT
               "  FINES INVOICED: " WS-FINES-INVOICED
           DISPLAY "CITATIONS DISMISSED: " WS-DISMISSED-COUNT
           DISPLAY "SENT TO WATCH LIST:  " WS-WATCH-SENT-COUNT
           PERFORM 950-WRITE-RUN-LOG
           STOP RUN.

      *   THE OFFICER SIGNS ON EXACTLY AS THE GATE OPERATOR DOES IN
      *   PROGRAM12 - EVERY CITATION CARRIES WHO WROTE IT.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM10' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK.
       107-GET-BUSINESS-DATE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO WS-BUSINESS-DATE-NUM
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-BUSINESS-DATE-NUM
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE
           COMPUTE WS-TODAY-INT =
               FUNCTION INTEGER-OF-DATE (WS-BUSINESS-DATE-NUM).

       109-READ-CITATION-PARMS.
           OPEN INPUT CITATION-PARM-FILE
           READ CITATION-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF CP-OVERSTAY-DAYS IS NUMERIC AND
                           CP-OVERSTAY-DAYS > ZERO
                       MOVE CP-OVERSTAY-DAYS TO WS-OVERSTAY-DAYS
                   END-IF
                   IF CP-REPEAT-COUNT IS NUMERIC AND
                           CP-REPEAT-COUNT > ZERO
                       MOVE CP-REPEAT-COUNT TO WS-REPEAT-COUNT
                   END-IF
                   IF CP-REPEAT-WINDOW IS NUMERIC AND
                           CP-REPEAT-WINDOW > ZERO
                       MOVE CP-REPEAT-WINDOW TO WS-REPEAT-WINDOW
                   END-IF
           END-READ
           CLOSE CITATION-PARM-FILE.

       110-LOAD-LOT-ROSTER.
           OPEN INPUT LOT-ROSTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 111-READ-ONE-ROSTER-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE LOT-ROSTER-FILE.

       111-READ-ONE-ROSTER-RECORD.
           READ LOT-ROSTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF ROSTER-COUNT < 600
                       ADD 1 TO ROSTER-COUNT
                       SET ROSTER-IDX TO ROSTER-COUNT
                       MOVE ROSTER-VIN TO RT-VIN (ROSTER-IDX)
                       MOVE ROSTER-LOT TO RT-LOT (ROSTER-IDX)
                       MOVE ROSTER-ID-NUMBER
                           TO RT-ID-NUMBER (ROSTER-IDX)
                       MOVE ROSTER-NAME TO RT-NAME (ROSTER-IDX)
                       IF ROSTER-DATE IS NUMERIC
                           MOVE ROSTER-DATE TO RT-DATE (ROSTER-IDX)
                       ELSE
                           MOVE ZERO TO RT-DATE (ROSTER-IDX)
                       END-IF
                       IF ROSTER-SPOT IS NUMERIC
                           MOVE ROSTER-SPOT TO RT-SPOT (ROSTER-IDX)
                       ELSE
                           MOVE ZERO TO RT-SPOT (ROSTER-IDX)
                       END-IF
                   ELSE
                       DISPLAY "**** LOT ROSTER TABLE FULL - VIN "
                           ROSTER-VIN " OMITTED ****"
                   END-IF
           END-READ.

       115-LOAD-PARKING-PASSES.
           OPEN INPUT PARKING-PASS-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 116-READ-ONE-PASS
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE PARKING-PASS-FILE.

       116-READ-ONE-PASS.
           READ PARKING-PASS-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF PASS-COUNT < 200
                       ADD 1 TO PASS-COUNT
                       SET PASS-IDX TO PASS-COUNT
                       MOVE PASS-ID-NUMBER TO PT-ID-NUMBER (PASS-IDX)
                       MOVE PASS-VIN TO PT-VIN (PASS-IDX)
                       MOVE PASS-LOT TO PT-LOT (PASS-IDX)
                       MOVE PASS-CLASS TO PT-CLASS (PASS-IDX)
                       IF PASS-PAID-THRU IS NUMERIC
                           MOVE PASS-PAID-THRU
                               TO PT-PAID-THRU (PASS-IDX)
                       ELSE
                           MOVE ZERO TO PT-PAID-THRU (PASS-IDX)
                       END-IF
                   ELSE
                       DISPLAY "**** PASS TABLE FULL - VIN "
                           PASS-VIN " OMITTED ****"
                   END-IF
           END-READ.

       120-LOAD-SPOT-INVENTORY.
           OPEN INPUT SPOT-INVENTORY-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 121-READ-ONE-SPOT-RECORD
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SPOT-INVENTORY-FILE.

       121-READ-ONE-SPOT-RECORD.
           READ SPOT-INVENTORY-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF SPOT-COUNT < 600
                       ADD 1 TO SPOT-COUNT
                       SET SPOT-IDX TO SPOT-COUNT
                       MOVE SPOT-LOT TO ST-LOT (SPOT-IDX)
                       MOVE SPOT-NUMBER TO ST-NUMBER (SPOT-IDX)
                       MOVE SPOT-CLASS TO ST-CLASS (SPOT-IDX)
                   ELSE
                       DISPLAY "**** SPOT TABLE FULL - LOT "
                           SPOT-LOT " SPOT " SPOT-NUMBER
                           " OMITTED ****"
                   END-IF
           END-READ.

       125-LOAD-VIOLATION-RATES.
           OPEN INPUT VIOLATION-RATE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 126-READ-ONE-VIOLATION-RATE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE VIOLATION-RATE-FILE.

       126-READ-ONE-VIOLATION-RATE.
           READ VIOLATION-RATE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF VIOLATION-COUNT < 20 AND VR-FINE-IN IS NUMERIC
                       ADD 1 TO VIOLATION-COUNT
                       SET VIOLATION-IDX TO VIOLATION-COUNT
                       MOVE VR-CODE-IN TO VT-CODE (VIOLATION-IDX)
                       MOVE VR-DESCRIPTION-IN
                           TO VT-DESCRIPTION (VIOLATION-IDX)
                       MOVE VR-FINE-IN TO VT-FINE (VIOLATION-IDX)
                   ELSE
                       DISPLAY "**** VIOLATION RATE ROW " VR-CODE-IN
                           " OMITTED ****"
                   END-IF
           END-READ.

       130-LOAD-CUSTOMER-IDS.
           OPEN INPUT OLD-MASTER-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 131-READ-ONE-CUSTOMER
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-MASTER-FILE.

       131-READ-ONE-CUSTOMER.
           READ OLD-MASTER-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CUSTOMER-ID-COUNT < 500
                       ADD 1 TO CUSTOMER-ID-COUNT
                       SET CUST-ID-IDX TO CUSTOMER-ID-COUNT
                       MOVE OLD-CUSTOMER-ID
                           TO KNOWN-CUSTOMER-ID (CUST-ID-IDX)
                       MOVE OLD-CUSTOMER-NAME (1:20)
                           TO KNOWN-CUSTOMER-NAME (CUST-ID-IDX)
                   ELSE
                       DISPLAY "**** CUSTOMER ID TABLE FULL - "
                           OLD-CUSTOMER-ID " OMITTED ****"
                   END-IF
           END-READ.

      *   ONLY STANDING CITATIONS COUNT TOWARD A REPEAT OFFENCE.
       135-LOAD-PRIOR-CITATIONS.
           OPEN INPUT CITATION-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 136-READ-ONE-PRIOR-CITATION
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE CITATION-FILE.

       136-READ-ONE-PRIOR-CITATION.
           READ CITATION-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CIT-STANDS AND CIT-DATE IS NUMERIC
                       IF PRIOR-COUNT < 3000
                           ADD 1 TO PRIOR-COUNT
                           SET PRIOR-IDX TO PRIOR-COUNT
                           MOVE CIT-VIN TO PC-VIN (PRIOR-IDX)
                           MOVE CIT-DATE TO PC-DATE (PRIOR-IDX)
                       ELSE
                           DISPLAY "**** CITATION HISTORY TABLE FULL "
                               "- " CIT-VIN " OMITTED ****"
                       END-IF
                   END-IF
           END-READ.

       140-LOAD-WATCHLIST.
           OPEN INPUT VIN-WATCHLIST-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 141-READ-ONE-WATCH-ENTRY
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE VIN-WATCHLIST-FILE.

       141-READ-ONE-WATCH-ENTRY.
           READ VIN-WATCHLIST-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF WATCH-COUNT < 200
                       ADD 1 TO WATCH-COUNT
                       SET WATCH-IDX TO WATCH-COUNT
                       MOVE WATCH-VIN TO WV-VIN (WATCH-IDX)
                   END-IF
           END-READ.

      *   ONE TICKET: VIN, LOT, SPOT AND VIOLATION CODE ARE KEYED AND
      *   CHECKED, THE FILES JUDGE WHETHER THE CITATION STANDS, AND
      *   THE RESULT IS WRITTEN EITHER WAY.
       200-TAKE-ONE-CITATION.
           DISPLAY "ENTER THE 17-CHARACTER VIN, OR END TO FINISH"
           ACCEPT WS-ENTRY-VIN
           INSPECT WS-ENTRY-VIN CONVERTING
               "abcdefghijklmnopqrstuvwxyz" TO
               "ABCDEFGHIJKLMNOPQRSTUVWXYZ"
           IF WS-ENTRY-VIN = "END" OR WS-ENTRY-VIN = SPACES
               MOVE 'YES' TO WS-SESSION-DONE
           ELSE
               PERFORM 210-KEY-THE-CITATION
               IF WS-ENTRY-GOOD = 'YES'
                   PERFORM 220-GATHER-THE-EVIDENCE
                   PERFORM 230-JUDGE-THE-VIOLATION
                   PERFORM 250-WRITE-THE-CITATION
               END-IF
           END-IF.

       210-KEY-THE-CITATION.
           MOVE 'YES' TO WS-ENTRY-GOOD
           DISPLAY "ENTER THE LOT (A, B OR C)"
           ACCEPT WS-ENTRY-LOT
           INSPECT WS-ENTRY-LOT CONVERTING "abc" TO "ABC"
           DISPLAY "ENTER THE THREE-DIGIT SPOT NUMBER"
           ACCEPT WS-ENTRY-SPOT-X
           DISPLAY "ENTER THE VIOLATION - U UNASSIGNED, W WRONG "
               "CLASS, O OVERSTAY"
           ACCEPT WS-ENTRY-CODE
           INSPECT WS-ENTRY-CODE CONVERTING "uwo" TO "UWO"
           MOVE SPACES TO WS-FINDING
           IF WS-ENTRY-SPOT-X IS NUMERIC
               MOVE WS-ENTRY-SPOT-X TO WS-ENTRY-SPOT
           ELSE
               MOVE ZERO TO WS-ENTRY-SPOT
           END-IF
           EVALUATE TRUE
               WHEN WS-ENTRY-LOT NOT = 'A' AND
                       WS-ENTRY-LOT NOT = 'B' AND
                       WS-ENTRY-LOT NOT = 'C'
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** LOT MUST BE A, B OR C - RE-KEY ****"
               WHEN WS-ENTRY-SPOT-X IS NOT NUMERIC
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** SPOT MUST BE THREE DIGITS - RE-KEY "
                       "****"
               WHEN WS-ENTRY-CODE NOT = 'U' AND
                       WS-ENTRY-CODE NOT = 'W' AND
                       WS-ENTRY-CODE NOT = 'O'
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** VIOLATION MUST BE U, W OR O - RE-KEY "
                       "****"
               WHEN OTHER
                   PERFORM 215-CHECK-SPOT-AND-CODE
           END-EVALUATE.

      *   THE SPOT MUST BE A REAL ONE AND THE CODE MUST HAVE A FINE.
      *   WITH NO SPOT INVENTORY ON DISK ANY SPOT IS ACCEPTED.
       215-CHECK-SPOT-AND-CODE.
           MOVE 'NO ' TO WS-SPOT-FOUND
           MOVE SPACE TO WS-SPOT-CLASS
           SET SPOT-IDX TO 1
           IF SPOT-COUNT > ZERO
               SEARCH SPOT-TABLE
                   AT END
                       CONTINUE
                   WHEN ST-LOT (SPOT-IDX) = WS-ENTRY-LOT AND
                           ST-NUMBER (SPOT-IDX) = WS-ENTRY-SPOT
                       MOVE 'YES' TO WS-SPOT-FOUND
                       MOVE ST-CLASS (SPOT-IDX) TO WS-SPOT-CLASS
               END-SEARCH
               IF WS-SPOT-FOUND = 'NO '
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** LOT " WS-ENTRY-LOT " SPOT "
                       WS-ENTRY-SPOT " IS NOT ON THE SPOT INVENTORY "
                       "- RE-KEY ****"
               END-IF
           END-IF
           MOVE ZERO TO WS-FINE
           SET VIOLATION-IDX TO 1
           SEARCH VIOLATION-TABLE
               AT END
                   MOVE 'NO ' TO WS-ENTRY-GOOD
                   DISPLAY "**** NO FINE ON THE RATE TABLE FOR "
                       "VIOLATION " WS-ENTRY-CODE " ****"
               WHEN VT-CODE (VIOLATION-IDX) = WS-ENTRY-CODE
                   MOVE VT-FINE (VIOLATION-IDX) TO WS-FINE
                   MOVE VT-DESCRIPTION (VIOLATION-IDX)
                       TO WS-VIOLATION-NAME
           END-SEARCH.

      *   THE ROSTER ENTRY AND PASS FOR THE VIN, AND THE OWNER THEY
      *   NAME - THE ROSTER FIRST, SINCE IT IS TODAY'S PARKER.
       220-GATHER-THE-EVIDENCE.
           MOVE 'NO ' TO WS-ROSTER-FOUND
           MOVE 'NO ' TO WS-PASS-FOUND
           MOVE 'NO ' TO WS-PASS-CURRENT
           MOVE SPACES TO WS-OWNER-ID
           MOVE SPACES TO WS-OWNER-NAME
           SET PASS-IDX TO 1
           IF PASS-COUNT > ZERO
               SEARCH PASS-TABLE
                   AT END
                       CONTINUE
                   WHEN PT-VIN (PASS-IDX) = WS-ENTRY-VIN
                       MOVE 'YES' TO WS-PASS-FOUND
                       MOVE PT-ID-NUMBER (PASS-IDX) TO WS-OWNER-ID
                       IF PT-PAID-THRU (PASS-IDX) >=
                               WS-BUSINESS-DATE-NUM
                           MOVE 'YES' TO WS-PASS-CURRENT
                       END-IF
               END-SEARCH
           END-IF
           SET ROSTER-IDX TO 1
           IF ROSTER-COUNT > ZERO
               SEARCH ROSTER-TABLE
                   AT END
                       CONTINUE
                   WHEN RT-VIN (ROSTER-IDX) = WS-ENTRY-VIN
                       MOVE 'YES' TO WS-ROSTER-FOUND
                       MOVE RT-ID-NUMBER (ROSTER-IDX) TO WS-OWNER-ID
                       MOVE RT-NAME (ROSTER-IDX) TO WS-OWNER-NAME
               END-SEARCH
           END-IF
           MOVE 'N' TO WS-CUSTOMER-VALID
           SET CUST-ID-IDX TO 1
           IF CUSTOMER-ID-COUNT > ZERO AND WS-OWNER-ID NOT = SPACES
               SEARCH CUSTOMER-ID-TABLE
                   AT END
                       CONTINUE
                   WHEN KNOWN-CUSTOMER-ID (CUST-ID-IDX) = WS-OWNER-ID
                       MOVE 'Y' TO WS-CUSTOMER-VALID
                       IF WS-OWNER-NAME = SPACES
                           MOVE KNOWN-CUSTOMER-NAME (CUST-ID-IDX)
                               TO WS-OWNER-NAME
                       END-IF
               END-SEARCH
           END-IF.

      *   THE VIOLATION STANDS ONLY WHEN THE FILES BEAR IT OUT - THE
      *   FINDING SAYS WHY, EITHER WAY.
       230-JUDGE-THE-VIOLATION.
           MOVE 'NO ' TO WS-CITATION-STANDS
           EVALUATE WS-ENTRY-CODE
               WHEN 'U'
                   PERFORM 231-JUDGE-UNASSIGNED
               WHEN 'W'
                   PERFORM 232-JUDGE-WRONG-CLASS
               WHEN 'O'
                   PERFORM 233-JUDGE-OVERSTAY
           END-EVALUATE.

       231-JUDGE-UNASSIGNED.
           EVALUATE TRUE
               WHEN WS-ROSTER-FOUND = 'YES' AND
                       RT-LOT (ROSTER-IDX) = WS-ENTRY-LOT
                   MOVE "ASSIGNED TO THIS LOT ON ROSTER" TO WS-FINDING
               WHEN WS-PASS-CURRENT = 'YES' AND
                       PT-LOT (PASS-IDX) = WS-ENTRY-LOT
                   MOVE "CURRENT PASS FOR THIS LOT" TO WS-FINDING
               WHEN WS-ROSTER-FOUND = 'YES'
                   MOVE 'YES' TO WS-CITATION-STANDS
                   STRING "ASSIGNED TO LOT " RT-LOT (ROSTER-IDX)
                       " NOT THIS LOT" DELIMITED BY SIZE
                       INTO WS-FINDING
               WHEN OTHER
                   MOVE 'YES' TO WS-CITATION-STANDS
                   MOVE "NO ASSIGNMENT AND NO PASS" TO WS-FINDING
           END-EVALUATE.

      *   A GENERAL SPOT IS OPEN TO EVERY CLASS.  A RESERVED OR
      *   ACCESSIBLE SPOT IS A VIOLATION FOR A CAR ENTITLED TO
      *   ANOTHER CLASS - ITS CURRENT PASS'S CLASS, OR THE CLASS OF
      *   THE SPOT PROGRAM12 ASSIGNED IT, OR GENERAL IF NEITHER.
       232-JUDGE-WRONG-CLASS.
           MOVE 'G' TO WS-ENTITLED-CLASS
           IF WS-PASS-CURRENT = 'YES'
               MOVE PT-CLASS (PASS-IDX) TO WS-ENTITLED-CLASS
           ELSE
               IF WS-ROSTER-FOUND = 'YES'
                   PERFORM 234-CLASS-OF-ASSIGNED-SPOT
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN SPOT-COUNT = ZERO
                   MOVE "NO SPOT INVENTORY TO CHECK" TO WS-FINDING
               WHEN WS-SPOT-CLASS NOT = 'R' AND
                       WS-SPOT-CLASS NOT = 'H'
                   MOVE "GENERAL SPOT - OPEN TO ALL" TO WS-FINDING
               WHEN WS-ENTITLED-CLASS = WS-SPOT-CLASS
                   MOVE "CAR ENTITLED TO THIS CLASS" TO WS-FINDING
               WHEN OTHER
                   MOVE 'YES' TO WS-CITATION-STANDS
                   STRING "CLASS " WS-SPOT-CLASS " SPOT, CAR IS CLASS "
                       WS-ENTITLED-CLASS DELIMITED BY SIZE
                       INTO WS-FINDING
           END-EVALUATE.

       233-JUDGE-OVERSTAY.
           IF WS-ROSTER-FOUND = 'NO '
               MOVE "NOT ON ROSTER - CITE AS U" TO WS-FINDING
           ELSE
               MOVE ZERO TO WS-DAYS-PARKED
               IF RT-DATE (ROSTER-IDX) > ZERO
                   COMPUTE WS-DATE-INT = FUNCTION INTEGER-OF-DATE
                       (RT-DATE (ROSTER-IDX))
                   COMPUTE WS-DAYS-PARKED = WS-TODAY-INT - WS-DATE-INT
               END-IF
               MOVE WS-DAYS-PARKED TO WS-DAYS-PARKED-OUT
               IF WS-DAYS-PARKED > WS-OVERSTAY-DAYS
                   MOVE 'YES' TO WS-CITATION-STANDS
                   STRING "PARKED " WS-DAYS-PARKED-OUT " DAYS"
                       DELIMITED BY SIZE INTO WS-FINDING
               ELSE
                   STRING "WITHIN LIMIT - " WS-DAYS-PARKED-OUT " DAYS"
                       DELIMITED BY SIZE INTO WS-FINDING
               END-IF
           END-IF.

       234-CLASS-OF-ASSIGNED-SPOT.
           SET SPOT-IDX TO 1
           IF SPOT-COUNT > ZERO AND RT-SPOT (ROSTER-IDX) > ZERO
               SEARCH SPOT-TABLE
                   AT END
                       CONTINUE
                   WHEN ST-LOT (SPOT-IDX) = RT-LOT (ROSTER-IDX) AND
                           ST-NUMBER (SPOT-IDX) = RT-SPOT (ROSTER-IDX)
                       MOVE ST-CLASS (SPOT-IDX) TO WS-ENTITLED-CLASS
               END-SEARCH
           END-IF.

      *   EVERY TICKET IS KEPT.  A STANDING ONE IS INVOICED AND
      *   COUNTED TOWARD THE REPEAT-OFFENDER WATCH.
       250-WRITE-THE-CITATION.
           ADD 1 TO WS-KEYED-COUNT
           MOVE SPACES TO CIT-CITATION-REC
           MOVE WS-BUSINESS-DATE-NUM TO CIT-DATE
           MOVE WS-OPERATOR-ID TO CIT-OFFICER
           MOVE WS-ENTRY-VIN TO CIT-VIN
           MOVE WS-ENTRY-LOT TO CIT-LOT
           MOVE WS-ENTRY-SPOT TO CIT-SPOT
           MOVE WS-ENTRY-CODE TO CIT-VIOLATION-CODE
           MOVE WS-OWNER-ID TO CIT-OWNER-ID
           MOVE WS-OWNER-NAME TO CIT-OWNER-NAME
           MOVE WS-FINDING TO CIT-FINDING
           IF WS-CITATION-STANDS = 'YES'
               MOVE WS-FINE TO CIT-FINE
               MOVE 'S' TO CIT-DISPOSITION
           ELSE
               MOVE ZERO TO CIT-FINE
               MOVE 'D' TO CIT-DISPOSITION
           END-IF
           WRITE CIT-CITATION-REC
           IF WS-CITATION-STANDS = 'YES'
               ADD 1 TO WS-STANDING-COUNT
               DISPLAY "CITATION STANDS - " WS-VIOLATION-NAME
                   " - FINE " WS-FINE
               DISPLAY "  " WS-FINDING
               PERFORM 260-INVOICE-THE-FINE
               PERFORM 270-CHECK-REPEAT-OFFENDER
           ELSE
               ADD 1 TO WS-DISMISSED-COUNT
               DISPLAY "**** CITATION DOES NOT STAND - " WS-FINDING
                   " ****"
           END-IF.

      *   THE FINE GOES THROUGH THE SAME INVOICE FILE PROGRAM12
      *   WRITES AND PROGRAM56 BRIDGES - PRICED IN THE LOT AND CLASS
      *   OF THE SPOT, SO IT COUNTS AS THAT LOT'S PARKING REVENUE.
       260-INVOICE-THE-FINE.
           MOVE SPACES TO PARKING-INVOICE-REC
           MOVE WS-OWNER-ID TO INV-ID-NUMBER
           MOVE WS-OWNER-NAME TO INV-NAME
           MOVE WS-ENTRY-VIN TO INV-VIN
           MOVE WS-ENTRY-LOT TO INV-LOT
           MOVE WS-ENTRY-SPOT TO INV-SPOT
           IF WS-SPOT-CLASS = SPACE
               MOVE 'G' TO INV-CLASS
           ELSE
               MOVE WS-SPOT-CLASS TO INV-CLASS
           END-IF
           MOVE WS-FINE TO INV-RATE
           MOVE WS-BUSINESS-DATE-NUM TO INV-DATE
           MOVE WS-CUSTOMER-VALID TO INV-CUSTOMER-VALID
           WRITE PARKING-INVOICE-REC
           ADD WS-FINE TO WS-FINES-INVOICED
           IF WS-CUSTOMER-VALID = 'N'
               DISPLAY "  OWNER NOT ON THE CUSTOMER MASTER - FINE "
                   "GOES TO THE UNBILLABLE LIST"
           END-IF.

      *   STANDING CITATIONS FOR THE VIN INSIDE THE REPEAT WINDOW,
      *   THIS ONE INCLUDED.  AT THE REPEAT COUNT THE CAR IS SENT TO
      *   PROGRAM58 AS A WATCH-LIST ADD, ONCE.
       270-CHECK-REPEAT-OFFENDER.
           IF PRIOR-COUNT < 3000
               ADD 1 TO PRIOR-COUNT
               SET PRIOR-IDX TO PRIOR-COUNT
               MOVE WS-ENTRY-VIN TO PC-VIN (PRIOR-IDX)
               MOVE WS-BUSINESS-DATE-NUM TO PC-DATE (PRIOR-IDX)
           END-IF
           MOVE ZERO TO WS-OFFENCE-COUNT
           PERFORM 271-COUNT-ONE-PRIOR
               VARYING WS-PRIOR-SUB FROM 1 BY 1
               UNTIL WS-PRIOR-SUB > PRIOR-COUNT
           IF WS-OFFENCE-COUNT >= WS-REPEAT-COUNT
               MOVE 'NO ' TO WS-WATCH-FOUND
               SET WATCH-IDX TO 1
               IF WATCH-COUNT > ZERO
                   SEARCH WATCH-TABLE
                       AT END
                           CONTINUE
                       WHEN WV-VIN (WATCH-IDX) = WS-ENTRY-VIN
                           MOVE 'YES' TO WS-WATCH-FOUND
                   END-SEARCH
               END-IF
               IF WS-WATCH-FOUND = 'NO '
                   PERFORM 275-SEND-TO-WATCH-LIST
               END-IF
           END-IF.

       271-COUNT-ONE-PRIOR.
           SET PRIOR-IDX TO WS-PRIOR-SUB
           IF PC-VIN (PRIOR-IDX) = WS-ENTRY-VIN AND
                   PC-DATE (PRIOR-IDX) > ZERO
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE (PC-DATE (PRIOR-IDX))
               IF WS-TODAY-INT - WS-DATE-INT <= WS-REPEAT-WINDOW
                   ADD 1 TO WS-OFFENCE-COUNT
               END-IF
           END-IF.

       275-SEND-TO-WATCH-LIST.
           MOVE SPACES TO WATCHLIST-TRANS-REC
           MOVE 'A' TO WLT-ACTION
           MOVE WS-ENTRY-VIN TO WLT-VIN
           MOVE "PC" TO WLT-REASON-CODE
           MOVE WS-BUSINESS-DATE-NUM TO WLT-DATE-LISTED
           MOVE "PARKING ENFORCEMENT" TO WLT-CONTACT
           WRITE WATCHLIST-TRANS-REC
           ADD 1 TO WS-WATCH-SENT-COUNT
           IF WATCH-COUNT < 200
               ADD 1 TO WATCH-COUNT
               SET WATCH-IDX TO WATCH-COUNT
               MOVE WS-ENTRY-VIN TO WV-VIN (WATCH-IDX)
           END-IF
           DISPLAY "  REPEAT OFFENDER - " WS-OFFENCE-COUNT
               " CITATIONS - SENT TO THE VIN WATCH LIST".

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE "PROGRAM10" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-WORK (1:8) TO RL-RUN-DATE
           MOVE RUN-DATE-WORK (9:6) TO RL-RUN-TIME
           MOVE WS-KEYED-COUNT TO RL-RECORDS-READ
           MOVE WS-DISMISSED-COUNT TO RL-RECORDS-REJECTED
           MOVE ZERO TO RL-CONDITION-CODE
           MOVE WS-FINES-INVOICED TO RL-CONTROL-TOTAL
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM10.
