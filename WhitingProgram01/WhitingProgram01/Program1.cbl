      *The session ends EMP.DAT with the common seal trailer (record
      *count and amount hash) so PROGRAM02 can refuse a truncated
      *copy of the file instead of quietly paying part of it.
      *An employee carried as salaried (pay type S on the master) is
      *refused at entry time - PROGRAM02 pays salaried staff from the
      *master with no timecard, so a keyed card would pay them twice.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL. SELECT WAGE-SESSION-FILE
             SELECT EMPLOYEE-DATA
               ASSIGN TO "..\..\..\..\EMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  WAGES-OUT               PICTURE 99999.99.

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

       FD  EMPLOYEE-DATA.
           05  HOURLY-RATE-OUT         PICTURE 9V99.
           05  EMPLOYEE-NUM-OUT        PICTURE X(5).

       WORKING-STORAGE SECTION.
       01  HOURS         PIC 99.
       01  RATE          PIC 99V99.
       01  MAXIMUM-HOURLY-RATE PIC 9V99 VALUE 9.99.
       01  OPERATOR-ID PIC X(5) VALUE SPACES.
       01  OPERATOR-SIGNED-ON PIC XXX VALUE "NO ".
       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.
       01  SEAL-AREAS.
           05  SEAL-RECORD-COUNT   PIC 9(7)  VALUE ZERO.
           05  SEAL-HASH-TOTAL     PIC 9(11) VALUE ZERO.
               10  MASTER-EMP-NAME     PIC X(20).
               10  MASTER-HOURLY-RATE  PIC 99V99.
               10  MASTER-STATUS       PIC X.
               10  MASTER-PAY-TYPE     PIC X.
       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 102-OPERATOR-SIGN-ON
      *   THE SESSION STARTS WITH A SIGN-ON - THE OPERATOR ID MUST
      *   BE ON OPERATORS.DAT BEFORE ANY TIME CAN BE KEYED.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE "S" TO OS-FUNCTION
           MOVE "PROGRAM01" TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO OPERATOR-ID
           MOVE "YES" TO OPERATOR-SIGNED-ON.
      *   LOADS EVERY EMPLOYEE'S NUMBER, NAME, AND HOURLY RATE FROM
      *   THE PAYROLL MASTER SO AN ENTRY CAN BE KEYED BY EMPLOYEE
      *   NUMBER ALONE.  THE HOURLY RATE IS THE ANNUAL SALARY OVER
      *   2080 HOURS; AN EMPLOYEE CARRIED AS SALARIED, OR WHOSE RATE
      *   COMES OUT PAST $9.99, IS REFUSED AT ENTRY TIME - THE ONE IS
      *   PAID FROM THE MASTER AND THE OTHER'S RATE WILL NOT FIT
      *   EMP.DAT'S RATE FIELD.
       105-LOAD-PAYROLL-MASTER.
           OPEN INPUT PAYROLL-MASTER-FILE
           PERFORM 106-READ-MASTER-RECORD
                       COMPUTE MASTER-HOURLY-RATE (MASTER-IDX)
                           ROUNDED = PM-ANNUAL-SALARY / HOURS-PER-YEAR
                       MOVE PM-EMP-STATUS TO MASTER-STATUS (MASTER-IDX)
                       MOVE PM-PAY-TYPE
                           TO MASTER-PAY-TYPE (MASTER-IDX)
                   ELSE
                       DISPLAY "MASTER TABLE FULL - " PM-EMP-NUM
                           " OMITTED"
                       DISPLAY "EMPLOYEE " EMPLOYEE-NUMBER
                           " IS TERMINATED - NOT VALID FOR TIME ENTRY"
                   ELSE
                   IF MASTER-PAY-TYPE (MASTER-IDX) = "S" OR
                           MASTER-HOURLY-RATE (MASTER-IDX) >
                           MAXIMUM-HOURLY-RATE
                       DISPLAY "EMPLOYEE " EMPLOYEE-NUMBER
                           " IS SALARIED - NOT VALID FOR TIME ENTRY"
