      *rides the sign-on file, so the programs that gate sensitive
      *actions to supervisor level can read the level straight off
      *this session's record.
      *The sign-on itself is now the common OPERPIN module, which
      *asks for the PIN behind the ID, makes the operator change an
      *issued or expired PIN, and locks an ID after repeated bad PINs
      *across sessions.  A locked ID, or three bad tries, still ends
      *the session with the non-zero condition code.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID              PIC X(5).
           05  SO-OPERATOR-ROLE            PIC X.

       WORKING-STORAGE SECTION.
       01  SIGNON-WORK-AREAS.
           05  WS-OPERATOR-ID              PIC X(5).
           05  WS-OPERATOR-NAME            PIC X(20)   VALUE SPACES.
           05  WS-OPERATOR-ROLE            PIC X       VALUE SPACE.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM34' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF OS-SIGNED-ON
               MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
               MOVE OS-OPERATOR-NAME TO WS-OPERATOR-NAME
               MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
               PERFORM 900-WRITE-SIGNON
               MOVE 0 TO RETURN-CODE
           ELSE
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               MOVE 16 TO RETURN-CODE
           END-IF
           STOP RUN.

       900-WRITE-SIGNON.
           OPEN OUTPUT SIGNON-FILE
           MOVE WS-OPERATOR-ID TO SO-OPERATOR-ID
