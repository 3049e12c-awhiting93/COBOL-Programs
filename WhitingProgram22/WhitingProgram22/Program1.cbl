      *('S' in the operator record's role byte).  A clerk's refused
      *drop is logged to the common exception file and the record
      *is kept.
      *The held record is one byte longer for the mail preference
      *now riding at the end of the CUSTMTRN layout; it is carried
      *through the session untouched.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT SUSPENSE-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-SUSPENSE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
       FD  SUSPENSE-FILE.
       COPY CUSTMTRN REPLACING ==:PFX:== BY ==SUSP==.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

               88  OPERATOR-IS-SUPERVISOR      VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON PIC X(3)  VALUE 'NO '.
           05  WS-SESSION-STAMP      PIC X(21) VALUE SPACES.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  ENTRY-WORK-AREAS.
           05  WS-ANSWER             PIC X(27).
           05  SUSPENSE-ENTRY OCCURS 200 TIMES
                   INDEXED BY SUSPENSE-IDX.
               10  ENTRY-DROPPED     PIC X.
               10  ENTRY-TRANS-REC   PIC X(128).

      *   THE RECORD BEING SHOWN OR FIXED IS STAGED HERE SO ITS
      *   FIELDS CAN BE NAMED - THE SAME CUSTMTRN LAYOUT THE FILE
      *   BE ON OPERATORS.DAT, AND THE RECORD'S ROLE BYTE DECIDES
      *   WHETHER DROPS ARE ALLOWED THIS SESSION.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM22' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       105-LOAD-SUSPENSE-FILE.
           OPEN INPUT SUSPENSE-FILE
