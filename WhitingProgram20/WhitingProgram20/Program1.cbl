      *When the section master SECTION-MASTER.DAT is on disk, the
      *section prompt only accepts codes on it and shows the section
      *title back, so a mistyped code is caught at the keyboard.
      *Once PROGRAM43 has closed a term on WhitingTERM-STATUS.DAT
      *(the shared TERMSTAT copybook) its grade records are frozen.
      *Grades keyed for a closed term no longer replace anything -
      *they are taken, with a reason code and the requesting
      *instructor, as a grade change request on
      *WhitingGRADE-CHANGE-PENDING.DAT (the shared GRDCHG copybook)
      *for PROGRAM09's supervisor approval, and the record on file
      *is left exactly as it was.  The audit trail layout is now
      *the shared GRDAUDIT copybook.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
             SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL TERM-STATUS-FILE
               ASSIGN TO "..\..\..\..\WhitingTERM-STATUS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
             SELECT OPTIONAL GRADE-CHANGE-FILE
               ASSIGN TO "..\..\..\..\WhitingGRADE-CHANGE-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
      *   EXTEND, NEVER REWRITTEN.  PROGRAM44 ANSWERS INQUIRIES
      *   AGAINST IT THE WAY PROGRAM23 DOES FOR CUSTOMERS.
       FD  GRADE-AUDIT-FILE.
       COPY GRDAUDIT REPLACING ==:PFX:== BY ==GA==.

      *   TERMS CLOSED BY THE STANDING RUN - THEIR GRADES ARE FROZEN.
       FD  TERM-STATUS-FILE.
       COPY TERMSTAT REPLACING ==:PFX:== BY ==TS==.

      *   LATE CHANGES TO A CLOSED TERM WAIT HERE FOR A SUPERVISOR.
       FD  GRADE-CHANGE-FILE.
       COPY GRDCHG REPLACING ==:PFX:== BY ==GC==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  WS-GRADE-ANSWER       PIC X(3).
           05  WS-GRADE-VALUE        PIC 9(3).
           05  WS-CATEGORY-ANSWER    PIC X.
           05  WS-GRADE-SUB          PIC 99.
           05  WS-ENTRY-SUB          PIC 9(3).

      *   THE BEFORE IMAGE OF A RECORD BEING REPLACED, HELD UNTIL
           05  WS-AUDIT-DATE         PIC 9(8)  VALUE ZERO.
           05  WS-BEFORE-COUNT       PIC 9     VALUE ZERO.
           05  WS-BEFORE-GRADE       PIC 999 OCCURS 9 TIMES.
           05  WS-BEFORE-CATEGORY    PIC X   OCCURS 9 TIMES.
           05  WS-RUN-STAMP          PIC X(21).

      *   THE CLOSED TERMS, AND THE ANSWERS A CHANGE REQUEST TAKES.
       01  TERM-STATUS-AREAS.
           05  CLOSED-TERM-COUNT     PIC 9(3) VALUE ZERO.
           05  CLOSED-TERM-TABLE OCCURS 100 TIMES
                   INDEXED BY CLOSED-TERM-IDX.
               10  CLOSED-TERM-ID        PIC X(5).
           05  WS-TERM-CLOSED        PIC X(3) VALUE 'NO '.
           05  WS-REASON-ANSWER      PIC X.
               88  REASON-IS-VALID   VALUES 'C', 'K', 'I', 'R', 'M'.
           05  WS-INSTRUCTOR-ANSWER  PIC X(20).
           05  WS-SECTION-INSTRUCTOR PIC X(20) VALUE SPACES.
           05  WS-REQUEST-COUNT      PIC 9(3) VALUE ZERO.

      *   THE REGISTRATION-TIME ROSTER - WITH NO FILE ON DISK THE
      *   TABLE STAYS EMPTY AND ANY SECTION/TERM IS ACCEPTED.
       01  ENROLLMENT-TABLE-AREAS.
                   INDEXED BY SECTION-MASTER-IDX.
               10  SEC-TBL-CODE          PIC X(6).
               10  SEC-TBL-TITLE         PIC X(20).
               10  SEC-TBL-INSTRUCTOR    PIC X(20).
           05  WS-SECTION-KNOWN      PIC X(3) VALUE 'NO '.

       01  STUDENT-MASTER-TABLE-AREAS.
           PERFORM 107-LOAD-ENROLLMENT
           PERFORM 109-LOAD-SECTION-MASTER
           PERFORM 110-LOAD-GRADE-FILE
           PERFORM 114-LOAD-CLOSED-TERMS
           OPEN EXTEND GRADE-AUDIT-FILE
                       GRADE-CHANGE-FILE
           PERFORM UNTIL MORE-DATA = "NO "
               PERFORM 120-GET-STUDENT
               PERFORM 130-GET-SECTION-AND-TERM
               PERFORM 140-FIND-OR-ADD-ENTRY
               PERFORM 150-ENTER-GRADES
               IF WS-TERM-CLOSED = "YES"
                   PERFORM 170-TAKE-CHANGE-REQUEST
               ELSE
                   IF WS-RECORD-FOUND = "YES"
                       PERFORM 160-WRITE-GRADE-AUDIT
                   END-IF
               END-IF
               DISPLAY "IS THERE MORE DATA (YES/NO)?"
               ACCEPT MORE-DATA
           END-PERFORM
           CLOSE GRADE-AUDIT-FILE
                 GRADE-CHANGE-FILE
           PERFORM 900-REWRITE-GRADE-FILE
           DISPLAY "GRADE FILE REWRITTEN - RECORDS: "
               GRADE-ENTRY-COUNT
           IF WS-REQUEST-COUNT > ZERO
               DISPLAY "GRADE CHANGE REQUESTS FILED FOR APPROVAL: "
                   WS-REQUEST-COUNT
           END-IF
           STOP RUN.

       102-READ-OPERATOR-SIGNON.
                           TO SEC-TBL-CODE (SECTION-MASTER-IDX)
                       MOVE SEC-TITLE
                           TO SEC-TBL-TITLE (SECTION-MASTER-IDX)
                       MOVE SEC-INSTRUCTOR
                           TO SEC-TBL-INSTRUCTOR (SECTION-MASTER-IDX)
                   ELSE
                       DISPLAY "SECTION MASTER TABLE FULL - "
                           SEC-SECTION-CODE " OMITTED"
               END-IF
           END-IF.

      *   ONLY THE CLOSED TERMS ARE KEPT - A TERM NOT ON THE FILE,
      *   OR NO FILE AT ALL, IS OPEN FOR ENTRY.
       114-LOAD-CLOSED-TERMS.
           MOVE "YES" TO WS-LOAD-MORE-RECORDS
           OPEN INPUT TERM-STATUS-FILE
           PERFORM 115-READ-TERM-STATUS
               UNTIL WS-LOAD-MORE-RECORDS = "NO "
           CLOSE TERM-STATUS-FILE.

       115-READ-TERM-STATUS.
           READ TERM-STATUS-FILE
               AT END
                   MOVE "NO " TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF TS-IS-CLOSED AND CLOSED-TERM-COUNT < 100
                       ADD 1 TO CLOSED-TERM-COUNT
                       SET CLOSED-TERM-IDX TO CLOSED-TERM-COUNT
                       MOVE TS-TERM-ID
                           TO CLOSED-TERM-ID (CLOSED-TERM-IDX)
                   END-IF
           END-READ.

       120-GET-STUDENT.
           MOVE "NO " TO VALID-INPUT
           PERFORM UNTIL VALID-INPUT = "YES"
                       " IS NOT ENROLLED IN " WS-SECTION-CODE
                       " FOR TERM " WS-TERM-ID
               END-IF
           END-IF
           IF WS-ENROLLED = "YES"
               PERFORM 134-CHECK-TERM-STATUS
           END-IF.

      *   A CLOSED TERM'S GRADES ARE FROZEN - WHAT IS KEYED NOW
      *   BECOMES A CHANGE REQUEST, NOT A REPLACEMENT.
       134-CHECK-TERM-STATUS.
           MOVE "NO " TO WS-TERM-CLOSED
           SET CLOSED-TERM-IDX TO 1
           IF CLOSED-TERM-COUNT > ZERO
               SEARCH CLOSED-TERM-TABLE
                   AT END
                       CONTINUE
                   WHEN CLOSED-TERM-ID (CLOSED-TERM-IDX) = WS-TERM-ID
                       MOVE "YES" TO WS-TERM-CLOSED
               END-SEARCH
           END-IF
           IF WS-TERM-CLOSED = "YES"
               DISPLAY "TERM " WS-TERM-ID " IS CLOSED - THE GRADES "
                   "KEYED WILL BE A CHANGE REQUEST FOR APPROVAL"
           END-IF.

       133-CHECK-SECTION-MASTER.
           MOVE SPACES TO WS-SECTION-INSTRUCTOR
           IF SECTION-MASTER-COUNT = ZERO
               MOVE "YES" TO WS-SECTION-KNOWN
           ELSE
                           WS-SECTION-CODE
                       DISPLAY "SECTION: "
                           SEC-TBL-TITLE (SECTION-MASTER-IDX)
                       MOVE SEC-TBL-INSTRUCTOR (SECTION-MASTER-IDX)
                           TO WS-SECTION-INSTRUCTOR
                       MOVE "YES" TO WS-SECTION-KNOWN
               END-SEARCH
           END-IF.
                       UNTIL WS-GRADE-SUB > 9
                   MOVE ENTRY-GRADE (GRADE-ENTRY-IDX WS-GRADE-SUB)
                       TO WS-BEFORE-GRADE (WS-GRADE-SUB)
                   MOVE ENTRY-CATEGORY (GRADE-ENTRY-IDX WS-GRADE-SUB)
                       TO WS-BEFORE-CATEGORY (WS-GRADE-SUB)
               END-PERFORM
           ELSE
               MOVE ZERO TO WS-BEFORE-COUNT
               IF GRADE-ENTRY-COUNT < 200
                   ADD 1 TO GRADE-ENTRY-COUNT
                   SET GRADE-ENTRY-IDX TO GRADE-ENTRY-COUNT
      *   THEY STOOD, THE GRADES AS KEYED, WHO, AND WHEN.  GRADES
      *   ARE EXACTLY THE DATA WE GET CHALLENGED ON.
       160-WRITE-GRADE-AUDIT.
           MOVE SPACES TO GA-GRADE-AUDIT-REC
           MOVE WS-AUDIT-DATE TO GA-DATE
           MOVE WS-OPERATOR-ID TO GA-OPERATOR
           MOVE WS-STUDENT-ID TO GA-STUDENT-ID
               MOVE ENTRY-GRADE (GRADE-ENTRY-IDX WS-GRADE-SUB)
                   TO GA-NEW-GRADE (WS-GRADE-SUB)
           END-PERFORM
           WRITE GA-GRADE-AUDIT-REC.

      *   THE GRADES JUST KEYED FOR A CLOSED TERM GO TO THE PENDING
      *   FILE WITH A REASON AND THE REQUESTING INSTRUCTOR, AND THE
      *   SESSION'S COPY OF THE RECORD IS PUT BACK AS IT WAS - A
      *   RECORD THAT WAS NOT ON FILE IS TAKEN BACK OFF THE TABLE.
      *   NOTHING CHANGES UNTIL PROGRAM09 APPROVES THE REQUEST.
       170-TAKE-CHANGE-REQUEST.
           PERFORM 171-GET-REASON-CODE
           PERFORM 172-GET-INSTRUCTOR
           MOVE SPACES TO GC-CHANGE-REC
           MOVE WS-AUDIT-DATE TO GC-REQUEST-DATE
           MOVE WS-OPERATOR-ID TO GC-REQUESTED-BY
           MOVE WS-STUDENT-ID TO GC-STUDENT-ID
           MOVE WS-SECTION-CODE TO GC-SECTION-CODE
           MOVE WS-TERM-ID TO GC-TERM-ID
           MOVE WS-INSTRUCTOR-ANSWER TO GC-INSTRUCTOR
           MOVE WS-REASON-ANSWER TO GC-REASON-CODE
           MOVE WS-BEFORE-COUNT TO GC-OLD-COUNT
           MOVE ENTRY-GRADE-COUNT (GRADE-ENTRY-IDX) TO GC-NEW-COUNT
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > 9
               MOVE ZERO TO GC-OLD-GRADE (WS-GRADE-SUB)
               MOVE ZERO TO GC-NEW-GRADE (WS-GRADE-SUB)
               MOVE SPACE TO GC-NEW-CATEGORY (WS-GRADE-SUB)
           END-PERFORM
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > WS-BEFORE-COUNT
               MOVE WS-BEFORE-GRADE (WS-GRADE-SUB)
                   TO GC-OLD-GRADE (WS-GRADE-SUB)
           END-PERFORM
           PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                   UNTIL WS-GRADE-SUB > GC-NEW-COUNT
               MOVE ENTRY-GRADE (GRADE-ENTRY-IDX WS-GRADE-SUB)
                   TO GC-NEW-GRADE (WS-GRADE-SUB)
               MOVE ENTRY-CATEGORY (GRADE-ENTRY-IDX WS-GRADE-SUB)
                   TO GC-NEW-CATEGORY (WS-GRADE-SUB)
           END-PERFORM
           MOVE 'P' TO GC-STATUS
           MOVE ZERO TO GC-DECIDED-DATE
           WRITE GC-CHANGE-REC
           ADD 1 TO WS-REQUEST-COUNT
           IF WS-RECORD-FOUND = "YES"
               MOVE WS-BEFORE-COUNT
                   TO ENTRY-GRADE-COUNT (GRADE-ENTRY-IDX)
               PERFORM VARYING WS-GRADE-SUB FROM 1 BY 1
                       UNTIL WS-GRADE-SUB > 9
                   MOVE WS-BEFORE-GRADE (WS-GRADE-SUB)
                       TO ENTRY-GRADE (GRADE-ENTRY-IDX WS-GRADE-SUB)
                   MOVE WS-BEFORE-CATEGORY (WS-GRADE-SUB)
                       TO ENTRY-CATEGORY (GRADE-ENTRY-IDX WS-GRADE-SUB)
               END-PERFORM
           ELSE
               SUBTRACT 1 FROM GRADE-ENTRY-COUNT
           END-IF
           DISPLAY "CHANGE REQUEST FILED FOR SUPERVISOR APPROVAL - "
               "GRADES ON FILE UNCHANGED".

       171-GET-REASON-CODE.
           MOVE "NO " TO VALID-INPUT
           PERFORM UNTIL VALID-INPUT = "YES"
               DISPLAY "ENTER THE REASON FOR THE CHANGE: C CALCULATION"
                   " ERROR, K KEYING ERROR, I INCOMPLETE FINISHED,"
               DISPLAY "    R REGRADE OR APPEAL, M MISSED WORK"
               ACCEPT WS-REASON-ANSWER
               IF REASON-IS-VALID
                   MOVE "YES" TO VALID-INPUT
               ELSE
                   DISPLAY "REASON MUST BE C, K, I, R, OR M"
               END-IF
           END-PERFORM.

      *   THE SECTION'S OWN INSTRUCTOR IS OFFERED - BLANK TAKES IT.
       172-GET-INSTRUCTOR.
           MOVE "NO " TO VALID-INPUT
           PERFORM UNTIL VALID-INPUT = "YES"
               DISPLAY "ENTER THE REQUESTING INSTRUCTOR (BLANK FOR "
                   WS-SECTION-INSTRUCTOR ")"
               ACCEPT WS-INSTRUCTOR-ANSWER
               IF WS-INSTRUCTOR-ANSWER = SPACES
                   MOVE WS-SECTION-INSTRUCTOR TO WS-INSTRUCTOR-ANSWER
               END-IF
               IF WS-INSTRUCTOR-ANSWER = SPACES
                   DISPLAY "THE REQUESTING INSTRUCTOR IS REQUIRED"
               ELSE
                   MOVE "YES" TO VALID-INPUT
               END-IF
           END-PERFORM.

       900-REWRITE-GRADE-FILE.
           OPEN OUTPUT STUDENT-FILE
