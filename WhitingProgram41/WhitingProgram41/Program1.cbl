      *transaction behind the type code - an add takes the address
      *as given, a change applies only the non-blank fields - so the
      *report cards and standing letters have somewhere to be sent.
      *The master also carries the student's program of study and
      *planned graduation term for the degree audit, keyed on the
      *transaction behind the address under the same add-as-given,
      *change-if-non-blank rule.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           05  TRANS-CITY                  PIC X(15).
           05  TRANS-STATE                 PIC XX.
           05  TRANS-ZIP                   PIC X(10).
           05  TRANS-PROGRAM-CODE          PIC X(6).
           05  TRANS-PLANNED-GRAD-TERM     PIC X(5).

       FD  NEW-STUDENT-FILE.
       COPY STUMAST REPLACING ==:PFX:== BY ==NEW==.
       01  AUDIT-TRAIL-REC                 PIC X(90).

       FD  MASTER-GENERATION-FILE.
       01  MASTER-GENERATION-REC           PIC X(88).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           IF TRANS-ZIP NOT = SPACES
               MOVE TRANS-ZIP TO NEW-ZIP
           END-IF
           IF TRANS-PROGRAM-CODE NOT = SPACES
               MOVE TRANS-PROGRAM-CODE TO NEW-PROGRAM-CODE
           END-IF
           IF TRANS-PLANNED-GRAD-TERM NOT = SPACES
               MOVE TRANS-PLANNED-GRAD-TERM TO NEW-PLANNED-GRAD-TERM
           END-IF
           PERFORM 650-MOVE-TRANS-TO-REPORT
           MOVE NEW-STUDENT-NAME TO REPORT-STUDENT-NAME
           WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
               MOVE TRANS-CITY TO NEW-CITY
               MOVE TRANS-STATE TO NEW-STATE
               MOVE TRANS-ZIP TO NEW-ZIP
               MOVE TRANS-PROGRAM-CODE TO NEW-PROGRAM-CODE
               MOVE TRANS-PLANNED-GRAD-TERM TO NEW-PLANNED-GRAD-TERM
               WRITE NEW-STUDENT-REC
               PERFORM 650-MOVE-TRANS-TO-REPORT
               WRITE GOOD-TRANSACTION-REC FROM PROGRAM-REPORT-LINE
