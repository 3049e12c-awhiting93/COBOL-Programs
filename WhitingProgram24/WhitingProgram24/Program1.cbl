      *lock left by a crashed run - the clearance is logged to the
      *common exception file - and the session's own hold is
      *released when it ends.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.
      *Each audit data record now carries the wall-clock moment it
      *was written, so a correction made today is rolled forward in
      *its place by the CUSTRCVR recovery.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL AUDIT-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingAUDIT-DATA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  AUDIT-DATA-FILE.
       COPY AUDITDTA REPLACING ==:PFX:== BY ==AD==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.
               88  OPERATOR-IS-SUPERVISOR              VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON       PIC X(3)    VALUE 'NO '.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  MASTER-LOCK-AREAS.
           05  WS-LOCK-HELD                PIC X(3)    VALUE 'NO '.
       01  AUDIT-TRAIL-AREAS.
           05  WS-AUDIT-OLD-MAXCREDIT      PIC 9(5)    VALUE ZERO.
           05  WS-AUDIT-OLD-BALANCE        PIC S9(5)V99 VALUE ZERO.
           05  WS-AUDIT-STAMP              PIC X(21)   VALUE SPACES.
           05  AUDIT-TRAIL-LINE.
               10  AUDIT-DATE-OUT          PIC X(18).
               10  FILLER                  PIC X       VALUE SPACE.
      *   WITH A SIGN-ON VALIDATED AGAINST OPERATORS.DAT AND EVERY
      *   MANUAL AUDIT LINE CARRIES THE OPERATOR.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM24' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       110-DATE-ROUTINE.
           MOVE FUNCTION CURRENT-DATE TO DATE-TIME-WORK
           MOVE OLD-MAX-CREDIT TO AD-NEW-MAX-CREDIT
           MOVE OLD-BALANCE TO AD-NEW-BALANCE
           MOVE WS-OPERATOR-ROLE TO AD-OPERATOR-LEVEL
           MOVE FUNCTION CURRENT-DATE TO WS-AUDIT-STAMP
           MOVE WS-AUDIT-STAMP (1:14) TO AD-STAMP
           WRITE AD-REC.

       END PROGRAM PROGRAM24.
