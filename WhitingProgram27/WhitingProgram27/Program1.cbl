      *supervisor level ('S' role).  The adjustment log line names
      *the operator and the level that approved the adoption, and a
      *clerk's refused attempt goes to the common exception file.
      *Each lot's line also shows how many of its spots on the spot
      *inventory (PARKING-SPOTS.DAT) a planned closure on
      *PARKING-CLOSURES.DAT takes out of service today, and the
      *sellable capacity left - the inventory less the closed spots.
      *A closed spot is out of service, never occupied, so a row
      *being repaved no longer has to be faked into the counts.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.
      *The count sheet now carries the ID of whoever counted each
      *lot behind the cars, and the adjustment log line carries it
      *as COUNTED BY beside the operator who adopted it, so the
      *nightly segregation-of-duties check can see one person both
      *counting a lot and adopting that count.  A sheet keyed
      *before the field was added reads with it blank.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL ADJUSTMENT-LOG
               ASSIGN TO "..\..\..\..\WhitingPARKING-ADJUST.LOG"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOT-INVENTORY-FILE
               ASSIGN TO "..\..\..\..\PARKING-SPOTS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SPOT-CLOSURE-FILE
               ASSIGN TO "..\..\..\..\PARKING-CLOSURES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
       01  PHYSICAL-COUNT-REC.
           05  COUNT-LOT                   PIC X.
           05  COUNT-CARS                  PIC 9(4).
      *    WHO COUNTED THE LOT - BLANK ON A SHEET KEYED BEFORE IT.
           05  COUNT-COUNTED-BY            PIC X(5).

       FD  RECON-REPORT.
       01  RECON-REPORT-REC                PIC X(80).

       FD  ADJUSTMENT-LOG.
       01  ADJUSTMENT-LOG-REC              PIC X(90).

       FD  SPOT-INVENTORY-FILE.
       01  SPOT-INVENTORY-REC.
           05  SPOT-LOT                    PIC X.
           05  SPOT-NUMBER                 PIC 9(3).
           05  SPOT-CLASS                  PIC X.
           05  SPOT-STATUS                 PIC X.
           05  SPOT-VIN                    PIC X(17).

       FD  SPOT-CLOSURE-FILE.
       COPY SPOTCLOS REPLACING ==:PFX:== BY ==CLS==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.
           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.
               88  OPERATOR-IS-SUPERVISOR              VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  PROGRAM-DATE-AND-TIME.
           05  DATE-TIME-WORK.
               10  MONTH-WORK              PIC 9(2).
               10  DAY-WORK                PIC 9(2).
               10                          PIC X(13).
           05  DATE-TIME-DATE REDEFINES DATE-TIME-WORK.
               10  WS-TODAY-NUM            PIC 9(8).
               10                          PIC X(13).

      *   ONE ROW PER LOT - THE SYSTEM COUNT FROM THE OCCUPANCY FILE,
      *   THE NUMBER OF LIVE ROSTER ENTRIES, AND THE PHYSICAL COUNT,
      *   WITH THE LOT'S SPOTS ON THE INVENTORY AND HOW MANY OF THEM
      *   ARE CLOSED TODAY.
       01  LOT-COMPARE-AREAS.
           05  LOT-ROW OCCURS 3 TIMES.
               10  LR-SYSTEM-COUNT         PIC 9(4).
               10  LR-ROSTER-COUNT         PIC 9(4).
               10  LR-PHYSICAL-COUNT       PIC 9(4).
               10  LR-COUNT-SUPPLIED       PIC X.
               10  LR-SPOT-TOTAL           PIC 9(4).
               10  LR-CLOSED-COUNT         PIC 9(4).
               10  LR-COUNTED-BY           PIC X(5).
           05  WS-LOT-SUB                  PIC 9.
           05  WS-WAITLIST-HOLD            PIC 9(4)    VALUE ZERO.
           05  WS-SELLABLE                 PIC S9(4)   VALUE ZERO.

      *   THE PLANNED CLOSURES IN FORCE TODAY.
       01  CLOSURE-AREAS.
           05  CLOSURE-COUNT               PIC 9(3)    VALUE ZERO.
           05  CLOSURE-TABLE OCCURS 200 TIMES
                   INDEXED BY CLOSURE-IDX.
               10  CT-LOT                  PIC X.
               10  CT-FROM-SPOT            PIC 9(3).
               10  CT-TO-SPOT              PIC 9(3).
           05  WS-SPOT-CLOSED              PIC X(3)    VALUE 'NO '.

       01  REPORT-LINES.
           05  RECON-HEADING-LINE          PIC X(44)
               10  FILLER                  PIC X(9)  VALUE "SYSTEM   ".
               10  FILLER                  PIC X(9)  VALUE "ROSTER   ".
               10  FILLER                  PIC X(9)  VALUE "PHYSICAL ".
               10  FILLER                  PIC X(9)  VALUE "CLOSED   ".
               10  FILLER                  PIC X(9)  VALUE "SELLABLE ".
               10  FILLER                  PIC X(12)
                   VALUE "DISCREPANCY ".
               10                          PIC X(26) VALUE SPACES.
           05  RECON-DETAIL-LINE.
               10                          PIC X(2)    VALUE SPACES.
               10  DETAIL-LOT-OUT          PIC X.
               10                          PIC X(5)    VALUE SPACES.
               10  DETAIL-PHYSICAL-OUT     PIC ZZZ9.
               10                          PIC X(5)    VALUE SPACES.
               10  DETAIL-CLOSED-OUT       PIC ZZZ9.
               10                          PIC X(5)    VALUE SPACES.
               10  DETAIL-SELLABLE-OUT     PIC ZZZ9.
               10                          PIC X(5)    VALUE SPACES.
               10  DETAIL-FLAG-OUT         PIC X(12).
               10                          PIC X(16)   VALUE SPACES.
           05  ADJUSTMENT-LINE.
               10  ADJ-DATE-OUT            PIC 9(8).
               10  FILLER                  PIC X(6)
               10  FILLER                  PIC X(7)
                   VALUE " LEVEL ".
               10  ADJ-LEVEL-OUT           PIC X.
               10  FILLER                  PIC X(12)
                   VALUE " COUNTED BY ".
               10  ADJ-COUNTED-BY-OUT      PIC X(5).
               10                          PIC X(4)    VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           PERFORM 105-READ-OCCUPANCY
           PERFORM 110-COUNT-ROSTER-ENTRIES
           PERFORM 120-READ-PHYSICAL-COUNTS
           PERFORM 130-LOAD-TODAYS-CLOSURES
           PERFORM 140-TALLY-SPOT-INVENTORY
           PERFORM 200-REPORT-COMPARISON
           IF WS-DISCREPANCY-FOUND = 'YES'
               DISPLAY "DISCREPANCIES FOUND - ADOPT THE PHYSICAL "
      *   BE ON OPERATORS.DAT, AND THE RECORD'S ROLE BYTE DECIDES
      *   WHETHER THE COUNTS MAY BE ADOPTED THIS SESSION.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM27' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       105-READ-OCCUPANCY.
           PERFORM 106-ZERO-ONE-LOT-ROW
           MOVE ZERO TO LR-SYSTEM-COUNT (WS-LOT-SUB)
           MOVE ZERO TO LR-ROSTER-COUNT (WS-LOT-SUB)
           MOVE ZERO TO LR-PHYSICAL-COUNT (WS-LOT-SUB)
           MOVE SPACE TO LR-COUNT-SUPPLIED (WS-LOT-SUB)
           MOVE ZERO TO LR-SPOT-TOTAL (WS-LOT-SUB)
           MOVE ZERO TO LR-CLOSED-COUNT (WS-LOT-SUB)
           MOVE SPACES TO LR-COUNTED-BY (WS-LOT-SUB).

       110-COUNT-ROSTER-ENTRIES.
           OPEN INPUT LOT-ROSTER-FILE
                               MOVE COUNT-CARS
                                   TO LR-PHYSICAL-COUNT (1)
                               MOVE 'Y' TO LR-COUNT-SUPPLIED (1)
                               MOVE COUNT-COUNTED-BY
                                   TO LR-COUNTED-BY (1)
                           WHEN 'B'
                               MOVE COUNT-CARS
                                   TO LR-PHYSICAL-COUNT (2)
                               MOVE 'Y' TO LR-COUNT-SUPPLIED (2)
                               MOVE COUNT-COUNTED-BY
                                   TO LR-COUNTED-BY (2)
                           WHEN 'C'
                               MOVE COUNT-CARS
                                   TO LR-PHYSICAL-COUNT (3)
                               MOVE 'Y' TO LR-COUNT-SUPPLIED (3)
                               MOVE COUNT-COUNTED-BY
                                   TO LR-COUNTED-BY (3)
                           WHEN OTHER
                               DISPLAY "**** COUNT FOR UNKNOWN LOT "
                                   COUNT-LOT " IGNORED ****"
                   END-IF
           END-READ.

       130-LOAD-TODAYS-CLOSURES.
           OPEN INPUT SPOT-CLOSURE-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 131-READ-ONE-CLOSURE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SPOT-CLOSURE-FILE.

       131-READ-ONE-CLOSURE.
           READ SPOT-CLOSURE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   IF CLS-START-DATE <= WS-TODAY-NUM AND
                           CLS-END-DATE >= WS-TODAY-NUM AND
                           CLOSURE-COUNT < 200
                       ADD 1 TO CLOSURE-COUNT
                       SET CLOSURE-IDX TO CLOSURE-COUNT
                       MOVE CLS-LOT TO CT-LOT (CLOSURE-IDX)
                       MOVE CLS-FROM-SPOT TO CT-FROM-SPOT (CLOSURE-IDX)
                       MOVE CLS-TO-SPOT TO CT-TO-SPOT (CLOSURE-IDX)
                   END-IF
           END-READ.

      *   EVERY SPOT ON THE INVENTORY JOINS ITS LOT'S TOTAL; ONE A
      *   CLOSURE COVERS TODAY ALSO JOINS THE CLOSED COUNT, WHATEVER
      *   ITS STATUS BYTE SAYS.
       140-TALLY-SPOT-INVENTORY.
           OPEN INPUT SPOT-INVENTORY-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 141-TALLY-ONE-SPOT
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE SPOT-INVENTORY-FILE.

       141-TALLY-ONE-SPOT.
           READ SPOT-INVENTORY-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   MOVE ZERO TO WS-LOT-SUB
                   EVALUATE SPOT-LOT
                       WHEN 'A' MOVE 1 TO WS-LOT-SUB
                       WHEN 'B' MOVE 2 TO WS-LOT-SUB
                       WHEN 'C' MOVE 3 TO WS-LOT-SUB
                   END-EVALUATE
                   IF WS-LOT-SUB > ZERO
                       ADD 1 TO LR-SPOT-TOTAL (WS-LOT-SUB)
                       MOVE 'NO ' TO WS-SPOT-CLOSED
                       SET CLOSURE-IDX TO 1
                       IF CLOSURE-COUNT > ZERO
                           SEARCH CLOSURE-TABLE
                               AT END
                                   CONTINUE
                               WHEN CT-LOT (CLOSURE-IDX) = SPOT-LOT AND
                                       CT-FROM-SPOT (CLOSURE-IDX) <=
                                       SPOT-NUMBER AND
                                       CT-TO-SPOT (CLOSURE-IDX) >=
                                       SPOT-NUMBER
                                   MOVE 'YES' TO WS-SPOT-CLOSED
                           END-SEARCH
                       END-IF
                       IF WS-SPOT-CLOSED = 'YES'
                           ADD 1 TO LR-CLOSED-COUNT (WS-LOT-SUB)
                       END-IF
                   END-IF
           END-READ.

      *   ONE COMPARISON LINE PER LOT - A LOT WITH NO COUNT SHEET IS
      *   SHOWN AS NOT COUNTED AND NEVER FLAGS A DISCREPANCY OR GETS
      *   ADJUSTED.
           MOVE LR-SYSTEM-COUNT (WS-LOT-SUB) TO DETAIL-SYSTEM-OUT
           MOVE LR-ROSTER-COUNT (WS-LOT-SUB) TO DETAIL-ROSTER-OUT
           MOVE LR-PHYSICAL-COUNT (WS-LOT-SUB) TO DETAIL-PHYSICAL-OUT
           MOVE LR-CLOSED-COUNT (WS-LOT-SUB) TO DETAIL-CLOSED-OUT
           COMPUTE WS-SELLABLE = LR-SPOT-TOTAL (WS-LOT-SUB) -
               LR-CLOSED-COUNT (WS-LOT-SUB)
           MOVE WS-SELLABLE TO DETAIL-SELLABLE-OUT
           EVALUATE TRUE
               WHEN LR-COUNT-SUPPLIED (WS-LOT-SUB) = SPACE
                   MOVE "NOT COUNTED " TO DETAIL-FLAG-OUT
               MOVE LR-PHYSICAL-COUNT (WS-LOT-SUB) TO ADJ-NEW-OUT
               MOVE WS-OPERATOR-ID TO ADJ-OPERATOR-OUT
               MOVE WS-OPERATOR-ROLE TO ADJ-LEVEL-OUT
               MOVE LR-COUNTED-BY (WS-LOT-SUB) TO ADJ-COUNTED-BY-OUT
               WRITE ADJUSTMENT-LOG-REC FROM ADJUSTMENT-LINE
           END-IF.

