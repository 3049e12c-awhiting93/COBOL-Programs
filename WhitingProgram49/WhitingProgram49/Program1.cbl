      *DECLINEs it, or SKIPs it for another day.  The deciding
      *operator's ID is recorded on the entry either way, and the
      *file is rewritten at session end.
      *The selling clerk's employee number now rides on each queued
      *entry behind the deciding operator; it is shown with the sale
      *and carried through the rewrite untouched, so an approved
      *sale still earns its clerk the commission when PROGRAM04
      *processes it.
      *Every approval and decline is also appended, as it is made,
      *to CUSTOMER-CREDIT-DECISIONS.DAT (the CREDDEC copybook) with
      *the session date - PROGRAM04 empties the queue of what it
      *processes, and the loss-prevention run (PROGRAM85) needs to
      *know which receipts were overrides long after.
      *A held sale that tendered a store-credit voucher now carries
      *the voucher number and amount behind the clerk; they are shown
      *with the sale and carried through the rewrite untouched.
      *The sign-on is now the common OPERPIN module: the operator
      *keys a PIN behind the ID, must change an issued or expired
      *PIN, and is locked out after repeated bad PINs across
      *sessions.  A locked ID, or three bad tries, ends the run.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT CREDIT-PENDING-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-CREDIT-PENDING.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL EXCEPTION-FILE
               ASSIGN TO "..\..\..\..\WhitingEXCEPTIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL DECISION-LOG-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-CREDIT-DECISIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
               88  PA-IS-APPROVED            VALUE 'A'.
               88  PA-IS-DECLINED            VALUE 'D'.
           05  PA-OPERATOR           PIC X(5).
           05  PA-CLERK-NUM          PIC X(5).
           05  PA-VOUCHER-NUM        PIC X(7).
           05  PA-VOUCHER-AMT        PIC 9(4)V99.

       FD  EXCEPTION-FILE.
       COPY EXCEPTRC REPLACING ==:PFX:== BY ==EX==.

       FD  DECISION-LOG-FILE.
       COPY CREDDEC REPLACING ==:PFX:== BY ==CD==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS  PIC XXX VALUE "YES".
               88  OPERATOR-IS-SUPERVISOR        VALUE 'S'.
           05  WS-OPERATOR-SIGNED-ON PIC X(3)    VALUE 'NO '.
           05  WS-SESSION-STAMP      PIC X(21)   VALUE SPACES.

       COPY OPERSIGN REPLACING ==:PFX:== BY ==OS==.

       01  ENTRY-WORK-AREAS.
           05  WS-ANSWER             PIC X(10).
               10  ENTRY-TRANS       PIC X(29).
               10  ENTRY-STATUS      PIC X.
               10  ENTRY-OPERATOR    PIC X(5).
               10  ENTRY-CLERK       PIC X(5).
               10  ENTRY-VOUCHER-NUM PIC X(7).
               10  ENTRY-VOUCHER-AMT PIC 9(4)V99.

       PROCEDURE DIVISION.
       100-MAIN.
           PERFORM 102-OPERATOR-SIGN-ON
           MOVE FUNCTION CURRENT-DATE TO WS-SESSION-STAMP
           OPEN EXTEND EXCEPTION-FILE
                       DECISION-LOG-FILE
           PERFORM 105-LOAD-PENDING-FILE
           IF PENDING-COUNT = ZERO
               DISPLAY "NO SALES WAITING FOR APPROVAL"
                  OR WS-SESSION-DONE = "YES"
           PERFORM 900-REWRITE-PENDING-FILE
           CLOSE EXCEPTION-FILE
                 DECISION-LOG-FILE
           DISPLAY "APPROVED: " WS-APPROVED-COUNT
               "  DECLINED: " WS-DECLINED-COUNT
               "  LEFT PENDING: " WS-SKIPPED-COUNT
      *   ITSELF - THE SESSION STARTS WITH A SIGN-ON AND THE
      *   DECIDING OPERATOR RIDES ON EVERY ENTRY.
       102-OPERATOR-SIGN-ON.
           MOVE SPACES TO OS-SIGNON-AREA
           MOVE 'S' TO OS-FUNCTION
           MOVE 'PROGRAM49' TO OS-CALLER
           CALL "OPERPIN" USING OS-SIGNON-AREA
           IF NOT OS-SIGNED-ON
               DISPLAY "NOT SIGNED ON - SESSION ENDED"
               STOP RUN
           END-IF
           MOVE OS-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE OS-OPERATOR-ROLE TO WS-OPERATOR-ROLE
           MOVE 'YES' TO WS-OPERATOR-SIGNED-ON.

       105-LOAD-PENDING-FILE.
           OPEN INPUT CREDIT-PENDING-FILE
                       MOVE PA-STATUS TO ENTRY-STATUS (PENDING-IDX)
                       MOVE PA-OPERATOR
                           TO ENTRY-OPERATOR (PENDING-IDX)
                       MOVE PA-CLERK-NUM TO ENTRY-CLERK (PENDING-IDX)
                       MOVE PA-VOUCHER-NUM
                           TO ENTRY-VOUCHER-NUM (PENDING-IDX)
                       IF PA-VOUCHER-AMT IS NUMERIC
                           MOVE PA-VOUCHER-AMT
                               TO ENTRY-VOUCHER-AMT (PENDING-IDX)
                       ELSE
                           MOVE ZERO TO ENTRY-VOUCHER-AMT (PENDING-IDX)
                       END-IF
                   ELSE
                       DISPLAY "QUEUE TABLE FULL - ENTRY LEFT FOR "
                           "THE NEXT SESSION"
           DISPLAY "  DATE: " WORK-TRANS-DATE
               "  RECEIPT: " WORK-RECEIPT-NUM
               "  STORE: " WORK-STORE-CODE
               "  CLERK: " ENTRY-CLERK (PENDING-IDX)
           IF ENTRY-VOUCHER-NUM (PENDING-IDX) NOT = SPACES
               DISPLAY "  STORE CREDIT VOUCHER: "
                   ENTRY-VOUCHER-NUM (PENDING-IDX)
                   "  TENDERED: " ENTRY-VOUCHER-AMT (PENDING-IDX)
           END-IF
           DISPLAY "APPROVE, DECLINE, SKIP, OR END?"
           ACCEPT WS-ANSWER
           EVALUATE WS-ANSWER
                       MOVE WS-OPERATOR-ID
                           TO ENTRY-OPERATOR (PENDING-IDX)
                       ADD 1 TO WS-APPROVED-COUNT
                       PERFORM 230-LOG-THE-DECISION
                   ELSE
                       PERFORM 220-REFUSE-THE-DECISION
                   END-IF
                       MOVE WS-OPERATOR-ID
                           TO ENTRY-OPERATOR (PENDING-IDX)
                       ADD 1 TO WS-DECLINED-COUNT
                       PERFORM 230-LOG-THE-DECISION
                   ELSE
                       PERFORM 220-REFUSE-THE-DECISION
                   END-IF
               INTO EX-ORIGINAL-REC
           WRITE EX-REC.

      *   THE DECISION IS KEPT THE MOMENT IT IS MADE, NOT AT THE
      *   REWRITE - THE QUEUE ENTRY IS GONE ONCE PROGRAM04 RUNS.
       230-LOG-THE-DECISION.
           MOVE SPACES TO CD-REC
           MOVE ENTRY-TRANS (PENDING-IDX) TO CD-ORIGINAL-TRANS
           MOVE ENTRY-STATUS (PENDING-IDX) TO CD-STATUS
           MOVE WS-OPERATOR-ID TO CD-OPERATOR
           MOVE ENTRY-CLERK (PENDING-IDX) TO CD-CLERK-NUM
           MOVE WS-SESSION-STAMP (1:8) TO CD-DECIDED-DATE
           WRITE CD-REC.

       900-REWRITE-PENDING-FILE.
           OPEN OUTPUT CREDIT-PENDING-FILE
           PERFORM 910-WRITE-ONE-PENDING
           MOVE ENTRY-TRANS (PENDING-IDX) TO PA-ORIGINAL-TRANS
           MOVE ENTRY-STATUS (PENDING-IDX) TO PA-STATUS
           MOVE ENTRY-OPERATOR (PENDING-IDX) TO PA-OPERATOR
           MOVE ENTRY-CLERK (PENDING-IDX) TO PA-CLERK-NUM
           MOVE ENTRY-VOUCHER-NUM (PENDING-IDX) TO PA-VOUCHER-NUM
           MOVE ENTRY-VOUCHER-AMT (PENDING-IDX) TO PA-VOUCHER-AMT
           WRITE CREDIT-PENDING-REC.

       END PROGRAM PROGRAM49.
