      *proposal runs, so its own order cannot be trusted.  Run
      *before the day's transactions are keyed so
      *CUSTOMER-TRANS.DAT stays in ID order.
      *The held release is one byte longer for the mail preference
      *now riding at the end of the CUSTMTRN layout.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT WRITEOFF-PENDING-FILE
               ASSIGN TO "..\..\..\..\WhitingWRITEOFF-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           05  WO-STATUS             PIC X.
           05  WO-OPERATOR           PIC X(5).

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

               88  OPERATOR-IS-SUPERVISOR        VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON PIC X(3)    VALUE 'NO '.
           05  WS-SESSION-STAMP      PIC X(21)   VALUE SPACES.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  ENTRY-WORK-AREAS.
           05  WS-ANSWER             PIC X(10).
           05  WS-RELEASE-SCAN       PIC 9(3) VALUE ZERO.
           05  WS-RELEASE-TABLE OCCURS 100 TIMES
                   INDEXED BY RELEASE-IDX.
               10  WS-RELEASE-REC    PIC X(128).
           05  WS-RELEASE-SWAP       PIC X(128).

       01  PENDING-TABLE-AREAS.
           05  PENDING-COUNT         PIC 9(3) VALUE ZERO.
           STOP RUN.

       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM55' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       105-LOAD-PENDING-FILE.
           OPEN INPUT WRITEOFF-PENDING-FILE
