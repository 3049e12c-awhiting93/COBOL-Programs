      *The department / cost-center code rides on the transaction
      *behind the dates and is applied the same way, so the labor
      *distribution has a code to split on.
      *The pay type (H hourly, S salaried) rides on the transaction
      *behind the department.  An add with a blank pay type is
      *hourly; a change applies only a non-blank H or S, and any
      *other value is refused with its own message so a salaried
      *manager is never half-set-up.
      *The employee's mailing address (street, city, state, zip)
      *rides on the transaction behind the pay type and is carried
      *on the master, which grows to 132 bytes; a change applies
      *only the non-blank lines.  The unclaimed-wage notices and
      *the state's unclaimed-property report mail to it.
      *The taxpayer ID (SSN) rides behind the address and takes the
      *master to 141 bytes.  It must be nine digits when it is
      *given - anything else is refused with its own message - and
      *a change applies it only when non-blank.  The full ID is
      *never printed: a successful add or change that sets it
      *confirms it on the good report masked to the last four.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PAYROLL-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==OLD==.

       FD  EMPLOYEE-TRANS-FILE.
           05  TRANS-HIRE-DATE             PIC 9(8).
           05  TRANS-TERM-DATE             PIC 9(8).
           05  TRANS-DEPT                  PIC X(4).
           05  TRANS-PAY-TYPE              PIC X.
               88  TRANS-PAY-TYPE-VALID          VALUES 'H', 'S', ' '.
      *    THE MAILING ADDRESS RIDES BEHIND THE PAY TYPE.  ON A CHANGE
      *    EACH LINE IS APPLIED ONLY WHEN NON-BLANK, SO A MOVE ACROSS
      *    TOWN CAN SEND JUST THE STREET.
           05  TRANS-STREET                PIC X(25).
           05  TRANS-CITY                  PIC X(15).
           05  TRANS-STATE                 PIC XX.
           05  TRANS-ZIP                   PIC X(10).
      *    THE TAXPAYER ID RIDES BEHIND THE ADDRESS - NINE DIGITS, OR
      *    BLANK TO LEAVE IT AS IT IS.
           05  TRANS-TAXPAYER-ID           PIC X(9).

       FD  NEW-PAYROLL-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==NEW==.

       FD  BAD-TRANSACTION-REPORT.
       01  AUDIT-TRAIL-REC                 PIC X(154).

       FD  MASTER-GENERATION-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       01  MASTER-GENERATION-REC           PIC X(141).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
                   VALUE "UNSUCCESSFUL - TRANSACTION TYP".
               10  FILLER              PIC X(30)
                   VALUE "E MUST BE A, C, OR D          ".
           05  BAD-PAY-TYPE-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - PAY TYPE MUST B".
               10  FILLER              PIC X(30)
                   VALUE "E H (HOURLY) OR S (SALARIED)  ".
           05  BAD-TAXPAYER-ID-ERR.
               10  FILLER              PIC X(30)
                   VALUE "UNSUCCESSFUL - TAXPAYER ID MUS".
               10  FILLER              PIC X(30)
                   VALUE "T BE NINE DIGITS              ".
           05  TAXPAYER-ID-SET-MSG.
               10  FILLER              PIC X(22)
                   VALUE "TAXPAYER ID SET TO    ".
               10  FILLER              PIC X(7)    VALUE "XXX-XX-".
               10  TAXPAYER-ID-LAST-FOUR-OUT
                                       PIC X(4).
           05  SUCCESSFUL-CHANGE-MSG       PIC X(17)
               VALUE "SUCCESSFUL CHANGE".
           05  SUCCESSFUL-DELETE-MSG       PIC X(17)
       01  PROGRAM-WORK-AREAS.
           05  ERROR-FOUND                 PIC X       VALUE 'N'.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-TAXPAYER-ID-OK           PIC X       VALUE 'Y'.

       01  DYNAMIC-FILE-NAMES.
           05  WS-GENERATION-FILE-NAME     PIC X(50).
           IF TRANS-DEPT NOT = SPACES
               MOVE TRANS-DEPT TO NEW-DEPT
           END-IF
           IF TRANS-PAY-TYPE NOT = SPACES
               IF TRANS-PAY-TYPE-VALID
                   MOVE TRANS-PAY-TYPE TO NEW-PAY-TYPE
               ELSE
                   IF ERROR-FOUND = 'N'
                       MOVE 'P' TO ERROR-FOUND
                   END-IF
               END-IF
           END-IF
           IF TRANS-STREET NOT = SPACES
               MOVE TRANS-STREET TO NEW-STREET
           END-IF
           IF TRANS-CITY NOT = SPACES
               MOVE TRANS-CITY TO NEW-CITY
           END-IF
           IF TRANS-STATE NOT = SPACES
               MOVE TRANS-STATE TO NEW-STATE
           END-IF
           IF TRANS-ZIP NOT = SPACES
               MOVE TRANS-ZIP TO NEW-ZIP
           END-IF
           PERFORM 660-EDIT-TAXPAYER-ID
           IF TRANS-TAXPAYER-ID NOT = SPACES
               IF WS-TAXPAYER-ID-OK = 'Y'
                   MOVE TRANS-TAXPAYER-ID TO NEW-TAXPAYER-ID
               ELSE
                   IF ERROR-FOUND = 'N'
                       MOVE 'T' TO ERROR-FOUND
                   END-IF
               END-IF
           END-IF

           IF ERROR-FOUND NOT = 'N'
               MOVE OLD-PAYROLL-REC TO NEW-PAYROLL-REC
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               EVALUATE ERROR-FOUND
                   WHEN 'P'
                       WRITE BAD-TRANSACTION-REC FROM BAD-PAY-TYPE-ERR
                   WHEN 'T'
                       WRITE BAD-TRANSACTION-REC
                           FROM BAD-TAXPAYER-ID-ERR
                   WHEN OTHER
                       WRITE BAD-TRANSACTION-REC FROM BAD-SALARY-ERR
               END-EVALUATE
               ADD 2 TO BAD-LINES-PRINTED
           ELSE
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-CHANGE-MSG
               ADD 2 TO GOOD-LINES-PRINTED
               PERFORM 665-CONFIRM-TAXPAYER-ID
               MOVE "CHANGE" TO WS-AUDIT-TYPE
               MOVE OLD-EMP-NUM TO WS-AUDIT-EMP-NUM
               MOVE OLD-ANNUAL-SALARY TO WS-AUDIT-OLD-SALARY
           PERFORM 710-READ-TRANSACTION.

       600-GREATER-THAN-ADD-ROUTINE.
           PERFORM 660-EDIT-TAXPAYER-ID
           IF TRANS-ANNUAL-SALARY IS NUMERIC AND
                   TRANS-ANNUAL-SALARY <= MAX-ANNUAL-SALARY AND
                   TRANS-UNION-DUES IS NUMERIC AND
                   TRANS-INSURANCE IS NUMERIC AND
                   TRANS-PAY-TYPE-VALID AND
                   WS-TAXPAYER-ID-OK = 'Y'
               MOVE SPACES TO NEW-PAYROLL-REC
               MOVE TRANS-EMP-NUM TO NEW-EMP-NUM
               MOVE TRANS-EMP-NAME TO NEW-EMP-NAME
                   MOVE ZERO TO NEW-TERM-DATE
               END-IF
               MOVE TRANS-DEPT TO NEW-DEPT
               IF TRANS-PAY-TYPE = SPACES
                   MOVE 'H' TO NEW-PAY-TYPE
               ELSE
                   MOVE TRANS-PAY-TYPE TO NEW-PAY-TYPE
               END-IF
               MOVE TRANS-STREET TO NEW-STREET
               MOVE TRANS-CITY TO NEW-CITY
               MOVE TRANS-STATE TO NEW-STATE
               MOVE TRANS-ZIP TO NEW-ZIP
               MOVE TRANS-TAXPAYER-ID TO NEW-TAXPAYER-ID
               WRITE NEW-PAYROLL-REC
               PERFORM 650-MOVE-TRANS-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               WRITE GOOD-TRANSACTION-REC FROM SUCCESSFUL-ADD-MSG
               ADD 2 TO GOOD-LINES-PRINTED
               PERFORM 665-CONFIRM-TAXPAYER-ID
               MOVE "ADD   " TO WS-AUDIT-TYPE
               MOVE TRANS-EMP-NUM TO WS-AUDIT-EMP-NUM
               MOVE ZERO TO WS-AUDIT-OLD-SALARY
           ELSE
               PERFORM 650-MOVE-TRANS-TO-REPORT
               WRITE BAD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               EVALUATE TRUE
                   WHEN NOT TRANS-PAY-TYPE-VALID
                       WRITE BAD-TRANSACTION-REC FROM BAD-PAY-TYPE-ERR
                   WHEN WS-TAXPAYER-ID-OK = 'N'
                       WRITE BAD-TRANSACTION-REC
                           FROM BAD-TAXPAYER-ID-ERR
                   WHEN OTHER
                       WRITE BAD-TRANSACTION-REC FROM BAD-SALARY-ERR
               END-EVALUATE
               ADD 2 TO BAD-LINES-PRINTED
           END-IF
           PERFORM 710-READ-TRANSACTION.
           MOVE OLD-UNION-DUES TO REPORT-DUES
           MOVE OLD-INSURANCE TO REPORT-INSUR.

      *   A TAXPAYER ID ON THE TRANSACTION MUST BE NINE DIGITS.  A
      *   BLANK ONE PASSES - ON A CHANGE IT LEAVES THE MASTER AS IT IS,
      *   AND ON AN ADD THE W-2 RUN LISTS THE EMPLOYEE UNTIL IT COMES.
       660-EDIT-TAXPAYER-ID.
           MOVE 'Y' TO WS-TAXPAYER-ID-OK
           IF TRANS-TAXPAYER-ID NOT = SPACES AND
                   TRANS-TAXPAYER-ID IS NOT NUMERIC
               MOVE 'N' TO WS-TAXPAYER-ID-OK
           END-IF.

      *   THE FULL TAXPAYER ID IS NEVER PRINTED - THE GOOD REPORT
      *   CONFIRMS A NEW ONE BY ITS LAST FOUR DIGITS ONLY.
       665-CONFIRM-TAXPAYER-ID.
           IF TRANS-TAXPAYER-ID NOT = SPACES
               MOVE TRANS-TAXPAYER-ID (6:4)
                   TO TAXPAYER-ID-LAST-FOUR-OUT
               WRITE GOOD-TRANSACTION-REC FROM TAXPAYER-ID-SET-MSG
               ADD 1 TO GOOD-LINES-PRINTED
           END-IF.

       700-READ-OLD-MASTER.
           READ OLD-PAYROLL-FILE
               AT END MOVE HIGH-VALUES TO OLD-EMP-NUM
