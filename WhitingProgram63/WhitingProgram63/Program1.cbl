      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM63.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program rebuilds a positive-pay issue file for a day the
      *bank never received, so the checks PROGRAM36 printed that day
      *are not refused when they are presented.
      *The day wanted is keyed in POSPAY-RESEND.DAT.  The day must
      *have an original entry on WhitingPOSPAY-XMIT-LOG.DAT; its
      *issue and void records are pulled back out of
      *WhitingPOSITIVE-PAY-HIST.DAT and written, with a fresh trailer
      *and seal, to WhitingPOSITIVE-PAY-RESEND.DAT - never over the
      *current day's WhitingPOSITIVE-PAY.DAT.  The rebuilt counts,
      *totals, and seal hash must equal what was logged when the
      *day's file first went out; if they do not, the run ends
      *condition code 8 and the resend is not logged.  The account
      *is taken from POSITIVE-PAY-PARMS.DAT when it is on disk, so a
      *day first sent with a blank account goes back out correct.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL RESEND-REQUEST-FILE
               ASSIGN TO "..\..\..\..\POSPAY-RESEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-PARM-FILE
               ASSIGN TO "..\..\..\..\POSITIVE-PAY-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-XMIT-LOG
               ASSIGN TO "..\..\..\..\WhitingPOSPAY-XMIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-RESEND-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY-RESEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  RESEND-REQUEST-FILE.
       01  RESEND-REQUEST-REC.
           05  RR-FILE-DATE          PIC 9(8).

       FD  POSPAY-PARM-FILE.
       01  POSPAY-PARM-REC.
           05  PPM-ROUTING-NUMBER    PIC 9(9).
           05  PPM-ACCOUNT-NUMBER    PIC X(17).

       FD  POSPAY-XMIT-LOG.
       COPY PPXMIT REPLACING ==:PFX:== BY ==XL==.

       FD  POSPAY-HISTORY-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PH==.

       FD  POSITIVE-PAY-RESEND-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PP==.

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-REQUEST-FOUND            PIC X(3)    VALUE 'NO '.
           05  WS-LOGGED-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-PARMS-FOUND              PIC X(3)    VALUE 'NO '.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).

       01  RESEND-WORK-AREAS.
           05  WS-FILE-DATE                PIC 9(8)    VALUE ZERO.
           05  WS-ROUTING                  PIC 9(9)    VALUE ZERO.
           05  WS-ACCOUNT                  PIC X(17)   VALUE SPACES.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-POSPAY-CENTS             PIC 9(10)   VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

      *   WHAT THE DAY'S ORIGINAL FILE CARRIED, SUMMED OVER EVERY
      *   ORIGINAL ENTRY LOGGED FOR THE DATE (A RERUN DAY HAS MORE
      *   THAN ONE), AGAINST WHAT THE HISTORY REBUILDS.
       01  LOGGED-TOTALS.
           05  LOG-ISSUE-COUNT             PIC 9(7)    VALUE ZERO.
           05  LOG-ISSUE-TOTAL             PIC 9(8)V99 VALUE ZERO.
           05  LOG-VOID-COUNT              PIC 9(7)    VALUE ZERO.
           05  LOG-VOID-TOTAL              PIC 9(8)V99 VALUE ZERO.
           05  LOG-SEAL-HASH               PIC 9(11)   VALUE ZERO.

       01  REBUILT-TOTALS.
           05  NEW-ISSUE-COUNT             PIC 9(7)    VALUE ZERO.
           05  NEW-ISSUE-TOTAL             PIC 9(8)V99 VALUE ZERO.
           05  NEW-VOID-COUNT              PIC 9(7)    VALUE ZERO.
           05  NEW-VOID-TOTAL              PIC 9(8)V99 VALUE ZERO.
           05  NEW-SEAL-COUNT              PIC 9(7)    VALUE ZERO.
           05  NEW-SEAL-HASH               PIC 9(11)   VALUE ZERO.
       COPY SEALTRLR REPLACING ==:PFX:== BY ==SL==.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 105-READ-SIGNON
           PERFORM 110-READ-RESEND-REQUEST
           IF WS-REQUEST-FOUND = 'NO '
               DISPLAY "**** NO VALID DATE IN POSPAY-RESEND.DAT - "
                   "NOTHING RESENT ****"
               MOVE 8 TO WS-CONDITION-CODE
           ELSE
               PERFORM 120-LOAD-LOGGED-TOTALS
               IF WS-LOGGED-FOUND = 'NO '
                   DISPLAY "**** NO POSITIVE PAY FILE WAS LOGGED FOR "
                       WS-FILE-DATE " - NOTHING RESENT ****"
                   MOVE 8 TO WS-CONDITION-CODE
               ELSE
                   PERFORM 130-READ-POSPAY-PARMS
                   PERFORM 200-REBUILD-RESEND-FILE
                   PERFORM 300-PROVE-AGAINST-LOG
               END-IF
           END-IF
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

       110-READ-RESEND-REQUEST.
           OPEN INPUT RESEND-REQUEST-FILE
           READ RESEND-REQUEST-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RR-FILE-DATE IS NUMERIC AND RR-FILE-DATE > ZERO
                       MOVE RR-FILE-DATE TO WS-FILE-DATE
                       MOVE 'YES' TO WS-REQUEST-FOUND
                   END-IF
           END-READ
           CLOSE RESEND-REQUEST-FILE.

      *   ONLY THE ORIGINAL ENTRIES COUNT - AN EARLIER RESEND OF THE
      *   SAME DAY CARRIES THE SAME FIGURES AND WOULD DOUBLE THEM.
       120-LOAD-LOGGED-TOTALS.
           OPEN INPUT POSPAY-XMIT-LOG
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-LOG-ENTRY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE POSPAY-XMIT-LOG.

       121-READ-ONE-LOG-ENTRY.
           READ POSPAY-XMIT-LOG
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF XL-FILE-DATE = WS-FILE-DATE AND XL-IS-ORIGINAL
                       MOVE 'YES' TO WS-LOGGED-FOUND
                       ADD XL-ISSUE-COUNT TO LOG-ISSUE-COUNT
                       ADD XL-ISSUE-TOTAL TO LOG-ISSUE-TOTAL
                       ADD XL-VOID-COUNT TO LOG-VOID-COUNT
                       ADD XL-VOID-TOTAL TO LOG-VOID-TOTAL
                       ADD XL-SEAL-HASH TO LOG-SEAL-HASH
                   END-IF
           END-READ.

       130-READ-POSPAY-PARMS.
           OPEN INPUT POSPAY-PARM-FILE
           READ POSPAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PPM-ROUTING-NUMBER IS NUMERIC AND
                           PPM-ACCOUNT-NUMBER NOT = SPACES
                       MOVE PPM-ROUTING-NUMBER TO WS-ROUTING
                       MOVE PPM-ACCOUNT-NUMBER TO WS-ACCOUNT
                       MOVE 'YES' TO WS-PARMS-FOUND
                   END-IF
           END-READ
           CLOSE POSPAY-PARM-FILE
           IF WS-PARMS-FOUND = 'NO '
               DISPLAY "**** NO POSITIVE PAY ACCOUNT - RESEND KEEPS "
                   "THE ACCOUNT IT WAS FIRST SENT WITH ****"
           END-IF.

      *   THE DAY'S DETAILS COME BACK OUT OF HISTORY IN THE ORDER
      *   THEY WERE FIRST WRITTEN, UNDER THE CURRENT ACCOUNT.
       200-REBUILD-RESEND-FILE.
           OPEN INPUT POSPAY-HISTORY-FILE
                OUTPUT POSITIVE-PAY-RESEND-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 210-READ-ONE-HISTORY
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           MOVE SPACES TO PP-POSPAY-REC
           MOVE 'T' TO PP-RECORD-TYPE
           MOVE WS-ROUTING TO PP-ROUTING-NUMBER
           MOVE WS-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE NEW-ISSUE-COUNT TO PP-ISSUE-COUNT
           MOVE NEW-ISSUE-TOTAL TO PP-ISSUE-TOTAL
           MOVE NEW-VOID-COUNT TO PP-VOID-COUNT
           MOVE NEW-VOID-TOTAL TO PP-VOID-TOTAL
           WRITE PP-POSPAY-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE NEW-SEAL-COUNT TO SL-SEAL-COUNT
           MOVE NEW-SEAL-HASH TO SL-SEAL-HASH
           WRITE PP-POSPAY-REC FROM SL-SEAL-REC
           CLOSE POSPAY-HISTORY-FILE
                 POSITIVE-PAY-RESEND-FILE.

       210-READ-ONE-HISTORY.
           READ POSPAY-HISTORY-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF PH-IS-DETAIL AND PH-ISSUE-DATE = WS-FILE-DATE
                       PERFORM 220-WRITE-ONE-DETAIL
                   END-IF
           END-READ.

       220-WRITE-ONE-DETAIL.
           MOVE PH-POSPAY-REC TO PP-POSPAY-REC
           IF WS-PARMS-FOUND = 'YES'
               MOVE WS-ROUTING TO PP-ROUTING-NUMBER
               MOVE WS-ACCOUNT TO PP-ACCOUNT-NUMBER
           ELSE
               MOVE PH-ROUTING-NUMBER TO WS-ROUTING
               MOVE PH-ACCOUNT-NUMBER TO WS-ACCOUNT
           END-IF
           WRITE PP-POSPAY-REC
           IF PP-IS-VOID
               ADD 1 TO NEW-VOID-COUNT
               ADD PP-AMOUNT TO NEW-VOID-TOTAL
           ELSE
               ADD 1 TO NEW-ISSUE-COUNT
               ADD PP-AMOUNT TO NEW-ISSUE-TOTAL
           END-IF
           ADD 1 TO NEW-SEAL-COUNT
           COMPUTE WS-POSPAY-CENTS = PP-AMOUNT * 100
           ADD WS-POSPAY-CENTS TO NEW-SEAL-HASH.

      *   THE REBUILT FILE MUST CARRY EXACTLY WHAT THE BANK WAS
      *   FIRST SENT - A SHORT HISTORY MEANS A CHECK THE BANK WOULD
      *   STILL REFUSE, SO THE RESEND IS HELD BACK AND NOT LOGGED.
       300-PROVE-AGAINST-LOG.
           IF NEW-ISSUE-COUNT = LOG-ISSUE-COUNT AND
                   NEW-ISSUE-TOTAL = LOG-ISSUE-TOTAL AND
                   NEW-VOID-COUNT = LOG-VOID-COUNT AND
                   NEW-VOID-TOTAL = LOG-VOID-TOTAL AND
                   NEW-SEAL-HASH = LOG-SEAL-HASH
               PERFORM 310-LOG-RESEND
               DISPLAY "POSITIVE PAY FOR " WS-FILE-DATE
                   " REBUILT - ISSUES: " NEW-ISSUE-COUNT
                   " VOIDS: " NEW-VOID-COUNT
                   " - SEND WhitingPOSITIVE-PAY-RESEND.DAT"
           ELSE
               DISPLAY "**** REBUILT FILE FOR " WS-FILE-DATE
                   " DOES NOT MATCH THE LOG - DO NOT SEND ****"
               DISPLAY "LOGGED  ISSUES " LOG-ISSUE-COUNT " "
                   LOG-ISSUE-TOTAL " VOIDS " LOG-VOID-COUNT " "
                   LOG-VOID-TOTAL
               DISPLAY "REBUILT ISSUES " NEW-ISSUE-COUNT " "
                   NEW-ISSUE-TOTAL " VOIDS " NEW-VOID-COUNT " "
                   NEW-VOID-TOTAL
               MOVE 8 TO WS-CONDITION-CODE
           END-IF.

       310-LOG-RESEND.
           OPEN EXTEND POSPAY-XMIT-LOG
           MOVE SPACES TO XL-XMIT-REC
           MOVE WS-FILE-DATE TO XL-FILE-DATE
           MOVE 'R' TO XL-XMIT-TYPE
           MOVE RUN-DATE-YMD TO XL-RUN-DATE
           MOVE RUN-TIME-HMS TO XL-RUN-TIME
           MOVE WS-OPERATOR-ID TO XL-OPERATOR-ID
           MOVE NEW-ISSUE-COUNT TO XL-ISSUE-COUNT
           MOVE NEW-ISSUE-TOTAL TO XL-ISSUE-TOTAL
           MOVE NEW-VOID-COUNT TO XL-VOID-COUNT
           MOVE NEW-VOID-TOTAL TO XL-VOID-TOTAL
           MOVE NEW-SEAL-HASH TO XL-SEAL-HASH
           WRITE XL-XMIT-REC
           CLOSE POSPAY-XMIT-LOG.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM63" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE NEW-SEAL-COUNT TO RL-RECORDS-READ
           MOVE ZERO TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE NEW-ISSUE-TOTAL TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM63.
