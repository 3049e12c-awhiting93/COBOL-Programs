      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM90.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program is the weekly accounts payable check run.  It
      *pays the approved invoices on WhitingAP-INVOICES.DAT that are
      *due by the next run date - AP-RUN-PARMS.DAT, or a week from
      *the business date without one - along with any whose cash
      *discount would be lost by waiting for that run.  The discount
      *is taken whenever the check is dated on or before the
      *discount date.
      *Each vendor gets one check for all of its invoices paid, on
      *the same check stock and under the same CHECK-CONTROL.DAT
      *numbering PROGRAM36 uses, printed to WhitingAP-CHECKS.LIS
      *addressed from the vendor master with a remittance stub
      *listing every invoice, its discount, and what was paid on it.
      *A vendor on hold, not on the master, or owed more than one
      *check can carry is not paid and is listed on the register;
      *the last two end the run with condition code 4.
      *The vendor check register goes to WhitingAP-CHECK-REGISTER.LIS.
      *Every check is appended to WhitingAP-CHECKS.DAT, the sibling
      *of WhitingEMP-CHECKS.DAT that PROGRAM39 reconciles alongside
      *it, and sent to the bank on WhitingPOSITIVE-PAY-AP.DAT, kept
      *in the positive-pay history and transmission log so PROGRAM63
      *can resend it.  The invoices paid are marked paid with the
      *check number, and the day's payments are handed to PROGRAM31
      *on WhitingAP-PAYMENTS-GL.DAT, sealed, to post out of accounts
      *payable into cash and purchase discounts.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL OLD-INVOICE-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT NEW-INVOICE-FILE
               ASSIGN TO "..\..\..\..\WhitingNEW-AP-INVOICES.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT MASTER-GENERATION-FILE
               ASSIGN TO WS-GENERATION-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL VENDOR-FILE
               ASSIGN TO "..\..\..\..\VENDOR-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL AP-RUN-PARM-FILE
               ASSIGN TO "..\..\..\..\AP-RUN-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-CONTROL-FILE
               ASSIGN TO "..\..\..\..\CHECK-CONTROL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-PRINT-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-CHECKS.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT CHECK-REGISTER-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-CHECK-REGISTER.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL CHECK-DATA-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-CHECKS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-PARM-FILE
               ASSIGN TO "..\..\..\..\POSITIVE-PAY-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT POSITIVE-PAY-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY-AP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-HISTORY-FILE
               ASSIGN TO "..\..\..\..\WhitingPOSITIVE-PAY-HIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL POSPAY-XMIT-LOG
               ASSIGN TO "..\..\..\..\WhitingPOSPAY-XMIT-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT AP-PAY-HANDOFF-FILE
               ASSIGN TO "..\..\..\..\WhitingAP-PAYMENTS-GL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL BUSINESS-DATE-FILE
               ASSIGN TO "..\..\..\..\BUSINESS-DATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL RUN-LOG-FILE
               ASSIGN TO "..\..\..\..\WhitingRUN-LOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL SIGNON-FILE
               ASSIGN TO "..\..\..\..\WhitingOPERATOR-SIGNON.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
       FD  OLD-INVOICE-FILE.
       COPY APINVC REPLACING ==:PFX:== BY ==OLD==.

       FD  NEW-INVOICE-FILE.
       COPY APINVC REPLACING ==:PFX:== BY ==NEW==.

       FD  MASTER-GENERATION-FILE.
       01  MASTER-GENERATION-REC     PIC X(161).

       FD  VENDOR-FILE.
       COPY VENDMAST REPLACING ==:PFX:== BY ==VM==.

       FD  AP-RUN-PARM-FILE.
       01  AP-RUN-PARM-REC.
           05  ARP-NEXT-RUN-DATE     PIC 9(8).

       FD  CHECK-CONTROL-FILE.
       01  CHECK-CONTROL-REC.
           05  CC-NEXT-CHECK-NUMBER  PIC 9(6).

       FD  CHECK-PRINT-FILE.
       01  CHECK-PRINT-REC           PIC X(90).

       FD  CHECK-REGISTER-FILE.
       01  CHECK-REGISTER-REC        PIC X(120).

      *   THE SAME CHECK STATE RECORD PROGRAM36 APPENDS TO
      *   WhitingEMP-CHECKS.DAT, WITH THE VENDOR NUMBER WHERE THE
      *   EMPLOYEE NUMBER WOULD BE.  THE LAST RECORD PER NUMBER
      *   TELLS THE NUMBER'S CURRENT STATE.
       FD  CHECK-DATA-FILE.
       01  CHECK-DATA-REC.
           05  CK-NUMBER             PIC 9(6).
           05  CK-PAYEE              PIC X(20).
           05  CK-AMOUNT             PIC 9(5)V99.
           05  CK-ISSUE-DATE         PIC 9(8).
           05  CK-STATUS             PIC X.
           05  CK-CLEAR-DATE         PIC 9(8).
           05  CK-VENDOR-NUM         PIC X(5).

       FD  POSPAY-PARM-FILE.
       01  POSPAY-PARM-REC.
           05  PPM-ROUTING-NUMBER    PIC 9(9).
           05  PPM-ACCOUNT-NUMBER    PIC X(17).

       FD  POSITIVE-PAY-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PP==.

       FD  POSPAY-HISTORY-FILE.
       COPY POSPAY REPLACING ==:PFX:== BY ==PH==.

       FD  POSPAY-XMIT-LOG.
       COPY PPXMIT REPLACING ==:PFX:== BY ==XL==.

      *   THE HAND-OFF TO THE GL POSTING, SEALED LIKE EVERY OTHER.
       FD  AP-PAY-HANDOFF-FILE.
       01  AP-PAY-HANDOFF-REC.
           05  APP-RUN-DATE          PIC 9(8).
           05  APP-GROSS             PIC 9(9)V99.
           05  APP-DISCOUNT          PIC 9(9)V99.
           05  APP-COUNT             PIC 9(5).
       01  AP-PAY-SEAL-REC           PIC X(22).

       FD  BUSINESS-DATE-FILE.
       01  BUSINESS-DATE-REC.
           05  BD-DATE               PIC 9(8).

       FD  RUN-LOG-FILE.
       COPY RUNLOG REPLACING ==:PFX:== BY ==RL==.

       FD  SIGNON-FILE.
       01  SIGNON-REC.
           05  SO-OPERATOR-ID        PIC X(5).
           05  SO-OPERATOR-NAME      PIC X(20).

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE 'YES'.
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-FIRST-CHECK              PIC X(3)    VALUE 'YES'.
           05  WS-VENDOR-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-VENDOR-OVERFLOW          PIC X       VALUE 'N'.
           05  WS-SEQUENCE-ERROR           PIC X       VALUE 'N'.
               88  SEQUENCE-ERROR-FOUND                VALUE 'Y'.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-YEAR                PIC 9(4).
               10  RUN-MONTH               PIC 9(2).
               10  RUN-DAY                 PIC 9(2).
               10                          PIC X(13).
           05  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
           05  WS-RUN-DATE-INT             PIC 9(7)    VALUE ZERO.
           05  WS-NEXT-RUN-DATE            PIC 9(8)    VALUE ZERO.
           05  WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).
           05  WS-GENERATION-FILE-NAME     PIC X(55).

       01  PROGRAM-CHECK-AREAS.
           05  WS-NEXT-CHECK-NUMBER        PIC 9(6)    VALUE 1.
           05  WS-THIS-CHECK-NUMBER        PIC 9(6)    VALUE ZERO.
           05  WS-CHECK-AMOUNT             PIC 9(5)V99 VALUE ZERO.
           05  WS-CHECK-LIMIT              PIC 9(5)V99 VALUE 99999.99.

      *   EVERY VENDOR ON THE MASTER - WHO TO PAY, WHERE TO MAIL IT,
      *   AND WHETHER IT MAY BE PAID AT ALL.
       01  VENDOR-TABLE-AREAS.
           05  WS-VENDOR-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-VENDOR-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-VENDOR-IDX.
               10  WS-VT-NUM               PIC X(5).
               10  WS-VT-NAME              PIC X(25).
               10  WS-VT-STREET            PIC X(25).
               10  WS-VT-CITY              PIC X(15).
               10  WS-VT-STATE             PIC XX.
               10  WS-VT-ZIP               PIC X(10).
               10  WS-VT-STATUS            PIC X.

      *   ONE VENDOR'S INVOICES AS THEY ARE READ, SO THE CHECK CAN BE
      *   NUMBERED BEFORE THE INVOICES IT PAYS ARE MARKED.  A VENDOR
      *   WITH MORE INVOICES THAN THE TABLE HOLDS IS PAID ON MORE
      *   THAN ONE CHECK.
       01  VENDOR-GROUP-AREAS.
           05  WS-GROUP-VENDOR             PIC X(5)    VALUE SPACES.
           05  WS-GROUP-NAME               PIC X(25)   VALUE SPACES.
           05  WS-GROUP-COUNT              PIC 9(3)    VALUE ZERO.
           05  WS-GROUP-PAID-COUNT         PIC 9(3)    VALUE ZERO.
           05  WS-GROUP-GROSS              PIC 9(7)V99 VALUE ZERO.
           05  WS-GROUP-DISCOUNT           PIC 9(7)V99 VALUE ZERO.
           05  WS-GROUP-NET                PIC 9(7)V99 VALUE ZERO.
           05  WS-GROUP-NOTE               PIC X(31)   VALUE SPACES.
           05  WS-GROUP-TABLE OCCURS 100 TIMES
                   INDEXED BY WS-GROUP-IDX.
               10  WS-GROUP-RECORD         PIC X(161).
               10  WS-GROUP-SELECTED       PIC X.
               10  WS-GROUP-TAKEN          PIC 9(7)V99.
       COPY APINVC REPLACING ==:PFX:== BY ==GRP==.

       01  PROGRAM-ACCUMULATORS.
           05  INVOICES-READ               PIC 9(5)    VALUE ZERO.
           05  INVOICES-PAID               PIC 9(5)    VALUE ZERO.
           05  CHECKS-ISSUED               PIC 9(5)    VALUE ZERO.
           05  VENDORS-HELD                PIC 9(5)    VALUE ZERO.
           05  TOTAL-GROSS                 PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-DISCOUNT              PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-ISSUED                PIC 9(9)V99 VALUE ZERO.
           05  TOTAL-HELD                  PIC 9(9)V99 VALUE ZERO.
           05  DAY-GROSS                   PIC 9(9)V99 VALUE ZERO.
           05  DAY-DISCOUNT                PIC 9(9)V99 VALUE ZERO.
           05  DAY-COUNT                   PIC 9(5)    VALUE ZERO.

      *   THE POSITIVE-PAY FILE'S OWN COUNTS - THE ISSUE SIDE MUST
      *   COME TO TOTAL ISSUED, THE SEAL COVERS EVERY DETAIL.
       01  POSITIVE-PAY-AREAS.
           05  WS-POSPAY-ROUTING           PIC 9(9)    VALUE ZERO.
           05  WS-POSPAY-ACCOUNT           PIC X(17)   VALUE SPACES.
           05  WS-POSPAY-PARMS-FOUND       PIC X(3)    VALUE 'NO '.
           05  WS-POSPAY-ISSUE-COUNT       PIC 9(7)    VALUE ZERO.
           05  WS-POSPAY-ISSUE-TOTAL       PIC 9(8)V99 VALUE ZERO.
           05  WS-POSPAY-SEAL-COUNT        PIC 9(7)    VALUE ZERO.
           05  WS-POSPAY-SEAL-HASH         PIC 9(11)   VALUE ZERO.
           05  WS-POSPAY-CENTS             PIC 9(10)   VALUE ZERO.
       COPY SEALTRLR REPLACING ==:PFX:== BY ==SL==.

      *   THE AMOUNT-IN-WORDS WORK AREAS - PROGRAM36'S, CARRIED TO
      *   THOUSANDS BY SPELLING THE THOUSANDS AND THE UNITS AS TWO
      *   THREE-DIGIT GROUPS.
       01  AMOUNT-IN-WORDS-AREAS.
           05  WS-AMOUNT-DOLLARS           PIC 9(5).
           05  WS-AMOUNT-CENTS             PIC 99.
           05  WS-THOUSANDS-GROUP          PIC 999.
           05  WS-UNITS-GROUP              PIC 999.
           05  WS-SPELL-GROUP              PIC 999.
           05  WS-HUNDREDS-DIGIT           PIC 9.
           05  WS-TENS-REMAINDER           PIC 99.
           05  WS-TENS-DIGIT               PIC 9.
           05  WS-UNITS-DIGIT              PIC 9.
           05  WS-WORDS-LINE               PIC X(70).
           05  WS-WORDS-POINTER            PIC 99.

       01  PROGRAM-WORD-TABLES.
           05  UNIT-WORD-CONSTANTS.
               10  FILLER                  PIC X(9)    VALUE "ONE".
               10  FILLER                  PIC X(9)    VALUE "TWO".
               10  FILLER                  PIC X(9)    VALUE "THREE".
               10  FILLER                  PIC X(9)    VALUE "FOUR".
               10  FILLER                  PIC X(9)    VALUE "FIVE".
               10  FILLER                  PIC X(9)    VALUE "SIX".
               10  FILLER                  PIC X(9)    VALUE "SEVEN".
               10  FILLER                  PIC X(9)    VALUE "EIGHT".
               10  FILLER                  PIC X(9)    VALUE "NINE".
               10  FILLER                  PIC X(9)    VALUE "TEN".
               10  FILLER                  PIC X(9)    VALUE "ELEVEN".
               10  FILLER                  PIC X(9)    VALUE "TWELVE".
               10  FILLER                  PIC X(9)    VALUE "THIRTEEN".
               10  FILLER                  PIC X(9)    VALUE "FOURTEEN".
               10  FILLER                  PIC X(9)    VALUE "FIFTEEN".
               10  FILLER                  PIC X(9)    VALUE "SIXTEEN".
               10  FILLER                  PIC X(9)   VALUE "SEVENTEEN".
               10  FILLER                  PIC X(9)    VALUE "EIGHTEEN".
               10  FILLER                  PIC X(9)    VALUE "NINETEEN".
           05  UNIT-WORD-TABLE REDEFINES UNIT-WORD-CONSTANTS
                                           PIC X(9)  OCCURS 19 TIMES.
           05  TENS-WORD-CONSTANTS.
               10  FILLER                  PIC X(7)    VALUE "TWENTY".
               10  FILLER                  PIC X(7)    VALUE "THIRTY".
               10  FILLER                  PIC X(7)    VALUE "FORTY".
               10  FILLER                  PIC X(7)    VALUE "FIFTY".
               10  FILLER                  PIC X(7)    VALUE "SIXTY".
               10  FILLER                  PIC X(7)    VALUE "SEVENTY".
               10  FILLER                  PIC X(7)    VALUE "EIGHTY".
               10  FILLER                  PIC X(7)    VALUE "NINETY".
           05  TENS-WORD-TABLE REDEFINES TENS-WORD-CONSTANTS
                                           PIC X(7)  OCCURS 8 TIMES.

       01  CHECK-FACE-LINES.
           05  CHECK-TOP-LINE              PIC X(74)   VALUE ALL "=".
           05  CHECK-HEAD-LINE.
               10  FILLER                  PIC X(40)
                   VALUE "WHITING COMPANY ACCOUNTS PAYABLE        ".
               10  FILLER                  PIC X(10)
                   VALUE "CHECK NO. ".
               10  CHECK-NUMBER-OUT        PIC 9(6).
               10                          PIC X(18)   VALUE SPACES.
           05  CHECK-DATE-LINE.
               10  FILLER                  PIC X(6)    VALUE "DATE: ".
               10  CHECK-DATE-OUT          PIC X(10).
               10                          PIC X(58)   VALUE SPACES.
           05  CHECK-PAYEE-LINE.
               10  FILLER                  PIC X(18)
                   VALUE "PAY TO THE ORDER  ".
               10  CHECK-PAYEE-OUT         PIC X(25).
               10                          PIC X(5)    VALUE SPACES.
               10  CHECK-AMOUNT-OUT        PIC $$$,$$9.99.
               10                          PIC X(16)   VALUE SPACES.
           05  CHECK-WORDS-LINE.
               10  FILLER                  PIC X(4)    VALUE SPACES.
               10  CHECK-WORDS-OUT         PIC X(70).
           05  CHECK-STREET-LINE.
               10  FILLER                  PIC X(18)   VALUE SPACES.
               10  CHECK-STREET-OUT        PIC X(25).
               10                          PIC X(31)   VALUE SPACES.
           05  CHECK-CITY-LINE.
               10  FILLER                  PIC X(18)   VALUE SPACES.
               10  CHECK-CITY-OUT          PIC X(15).
               10                          PIC X       VALUE SPACE.
               10  CHECK-STATE-OUT         PIC XX.
               10                          PIC X(2)    VALUE SPACES.
               10  CHECK-ZIP-OUT           PIC X(10).
               10                          PIC X(26)   VALUE SPACES.

      *   THE REMITTANCE STUB UNDER THE CHECK - WHAT THE VENDOR IS
      *   BEING PAID FOR, INVOICE BY INVOICE.
       01  CHECK-STUB-LINES.
           05  STUB-HEADING-LINE.
               10  FILLER                  PIC X(20)
                   VALUE "REMITTANCE - VENDOR ".
               10  STUB-VENDOR-OUT         PIC X(5).
               10                          PIC X(2)    VALUE SPACES.
               10  STUB-NAME-OUT           PIC X(25).
               10                          PIC X(22)   VALUE SPACES.
           05  STUB-COLUMN-LINE.
               10  FILLER                  PIC X(37)
                   VALUE "INVOICE NUMBER   INVOICE DATE      GR".
               10  FILLER                  PIC X(37)
                   VALUE "OSS     DISCOUNT         PAID        ".
           05  STUB-DETAIL-LINE.
               10  STUB-INVOICE-OUT        PIC X(15).
               10                          PIC X(2)    VALUE SPACES.
               10  STUB-DATE-OUT           PIC X(10).
               10                          PIC X(2)    VALUE SPACES.
               10  STUB-GROSS-OUT          PIC ZZ,ZZZ,ZZ9.99.
               10                          PIC X(2)    VALUE SPACES.
               10  STUB-DISCOUNT-OUT       PIC ZZZ,ZZ9.99.
               10                          PIC X(2)    VALUE SPACES.
               10  STUB-PAID-OUT           PIC ZZ,ZZZ,ZZ9.99.
               10                          PIC X(5)    VALUE SPACES.
           05  STUB-TOTAL-LINE.
               10  FILLER                  PIC X(29)
                   VALUE "TOTAL THIS CHECK".
               10  STUB-TOTAL-GROSS-OUT    PIC ZZ,ZZZ,ZZ9.99.
               10                          PIC X(2)    VALUE SPACES.
               10  STUB-TOTAL-DISC-OUT     PIC ZZZ,ZZ9.99.
               10                          PIC X(2)    VALUE SPACES.
               10  STUB-TOTAL-PAID-OUT     PIC ZZ,ZZZ,ZZ9.99.
               10                          PIC X(5)    VALUE SPACES.

       01  REGISTER-HEADING-LINE.
           05                              PIC X(34)
               VALUE "VENDOR CHECK REGISTER - CHECK RUN ".
           05  HEADING-DATE-OUT            PIC X(10).
           05                              PIC X(26)
               VALUE "   PAYING INVOICES DUE BY ".
           05  HEADING-NEXT-DATE-OUT       PIC X(10).
           05                              PIC X(40)   VALUE SPACES.

       01  REGISTER-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "CHECK   VENDOR NAME                     ".
           05                              PIC X(40)
               VALUE "    INVS          GROSS    DISCOUNT     ".
           05                              PIC X(40)
               VALUE "      NET  NOTE                         ".

       01  REGISTER-DETAIL-LINE.
           05  REG-CHECK-OUT               PIC X(6).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-VENDOR-OUT              PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-NAME-OUT                PIC X(25).
           05                              PIC X(2)    VALUE SPACES.
           05  REG-COUNT-OUT               PIC ZZZ9.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-GROSS-OUT               PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-DISCOUNT-OUT            PIC ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-NET-OUT                 PIC Z,ZZZ,ZZ9.99.
           05                              PIC X(2)    VALUE SPACES.
           05  REG-NOTE-OUT                PIC X(31).
           05                              PIC X(3)    VALUE SPACES.

       01  REGISTER-TOTAL-LINE.
           05  REG-TOTAL-LABEL             PIC X(31).
           05  REG-TOTAL-COUNT-OUT         PIC ZZ,ZZ9.
           05                              PIC X(3)    VALUE SPACES.
           05  REG-TOTAL-AMOUNT-OUT        PIC $$,$$$,$$9.99.
           05                              PIC X(3)    VALUE SPACES.
           05  REG-TOTAL-NOTE              PIC X(40).
           05                              PIC X(24)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           PERFORM 095-GET-BUSINESS-DATE
           MOVE RUN-DATE-WORK (1:8) TO WS-RUN-DATE
           COMPUTE WS-RUN-DATE-INT =
               FUNCTION INTEGER-OF-DATE (WS-RUN-DATE)
           PERFORM 105-READ-SIGNON
           PERFORM 106-READ-RUN-PARMS
           PERFORM 110-LOAD-VENDORS
           PERFORM 120-CHECK-INVOICE-SEQUENCE
           IF WS-VENDOR-OVERFLOW = 'Y' OR SEQUENCE-ERROR-FOUND
               DISPLAY "**** VENDOR TABLE OVERFLOWED OR INVOICE FILE "
                   "OUT OF SEQUENCE - NO CHECKS PRINTED ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 107-READ-CHECK-CONTROL
           PERFORM 108-READ-POSPAY-PARMS
           OPEN INPUT  OLD-INVOICE-FILE
                OUTPUT NEW-INVOICE-FILE
                       CHECK-PRINT-FILE
                       CHECK-REGISTER-FILE
                       POSITIVE-PAY-FILE
           OPEN EXTEND CHECK-DATA-FILE
                       POSPAY-HISTORY-FILE
           PERFORM 150-PRINT-REGISTER-HEADINGS
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
           PERFORM 200-READ-ONE-INVOICE
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           IF WS-GROUP-COUNT > ZERO
               PERFORM 300-CLOSE-OUT-VENDOR
           END-IF
           PERFORM 400-REGISTER-TOTALS
           PERFORM 410-POSITIVE-PAY-TRAILER
           CLOSE OLD-INVOICE-FILE
                 NEW-INVOICE-FILE
                 CHECK-PRINT-FILE
                 CHECK-REGISTER-FILE
                 CHECK-DATA-FILE
                 POSITIVE-PAY-FILE
                 POSPAY-HISTORY-FILE
           PERFORM 900-REWRITE-CHECK-CONTROL
           PERFORM 910-UPDATE-INVOICE-FILE
           PERFORM 920-LOG-TRANSMISSION
           PERFORM 930-WRITE-GL-HANDOFF
           DISPLAY "AP CHECKS ISSUED: " CHECKS-ISSUED
               " INVOICES PAID: " INVOICES-PAID
               " VENDORS HELD: " VENDORS-HELD
           DISPLAY "AP CHECK TOTAL: " TOTAL-ISSUED
               " DISCOUNTS TAKEN: " TOTAL-DISCOUNT
           PERFORM 950-WRITE-RUN-LOG
           MOVE WS-CONDITION-CODE TO RETURN-CODE
           STOP RUN.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK, SO A RERUN OR LATE RUN
      *   DATES ITS CHECKS FOR THE BUSINESS DAY THEY BELONG TO.
       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE (1:4) TO RUN-YEAR
                       MOVE BD-DATE (5:2) TO RUN-MONTH
                       MOVE BD-DATE (7:2) TO RUN-DAY
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       105-READ-SIGNON.
           OPEN INPUT SIGNON-FILE
           READ SIGNON-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE SO-OPERATOR-ID TO WS-OPERATOR-ID
           END-READ
           CLOSE SIGNON-FILE.

      *   THE NEXT RUN DATE BOUNDS WHAT THIS RUN PAYS.  WITHOUT A
      *   USABLE ONE LATER THAN TODAY THE RUN IS TAKEN AS WEEKLY.
       106-READ-RUN-PARMS.
           COMPUTE WS-NEXT-RUN-DATE =
               FUNCTION DATE-OF-INTEGER (WS-RUN-DATE-INT + 7)
           OPEN INPUT AP-RUN-PARM-FILE
           READ AP-RUN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF ARP-NEXT-RUN-DATE IS NUMERIC AND
                           ARP-NEXT-RUN-DATE > WS-RUN-DATE
                       IF FUNCTION INTEGER-OF-DATE (ARP-NEXT-RUN-DATE)
                               > ZERO
                           MOVE ARP-NEXT-RUN-DATE TO WS-NEXT-RUN-DATE
                       END-IF
                   END-IF
           END-READ
           CLOSE AP-RUN-PARM-FILE.

      *   THE NEXT CHECK NUMBER CARRIES ACROSS RUNS IN THE CONTROL
      *   FILE PROGRAM36 KEEPS, SO PAYROLL AND AP CHECKS ON THE SAME
      *   STOCK NEVER SHARE A NUMBER.
       107-READ-CHECK-CONTROL.
           OPEN INPUT CHECK-CONTROL-FILE
           READ CHECK-CONTROL-FILE
               AT END
                   DISPLAY "******* NO CHECK CONTROL FILE - NUMBERING "
                       "STARTS AT 000001 *******"
               NOT AT END
                   IF CC-NEXT-CHECK-NUMBER IS NUMERIC AND
                           CC-NEXT-CHECK-NUMBER > ZERO
                       MOVE CC-NEXT-CHECK-NUMBER
                           TO WS-NEXT-CHECK-NUMBER
                   END-IF
           END-READ
           CLOSE CHECK-CONTROL-FILE.

      *   A MISSING PARAMETER STILL LETS THE CHECKS PRINT, THE SAME
      *   AS PROGRAM36, BUT THE RUN ENDS CONDITION CODE 4 SO THE
      *   ACCOUNT IS FIXED AND THE DAY RESENT THROUGH PROGRAM63.
       108-READ-POSPAY-PARMS.
           OPEN INPUT POSPAY-PARM-FILE
           READ POSPAY-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF PPM-ROUTING-NUMBER IS NUMERIC AND
                           PPM-ACCOUNT-NUMBER NOT = SPACES
                       MOVE PPM-ROUTING-NUMBER TO WS-POSPAY-ROUTING
                       MOVE PPM-ACCOUNT-NUMBER TO WS-POSPAY-ACCOUNT
                       MOVE 'YES' TO WS-POSPAY-PARMS-FOUND
                   END-IF
           END-READ
           CLOSE POSPAY-PARM-FILE
           IF WS-POSPAY-PARMS-FOUND = 'NO '
               DISPLAY "**** NO POSITIVE PAY ACCOUNT - ISSUE FILE "
                   "SENT BLANK, RESEND AFTER FIXING ****"
               MOVE 4 TO WS-CONDITION-CODE
           END-IF.

       110-LOAD-VENDORS.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT VENDOR-FILE
           PERFORM 111-READ-ONE-VENDOR
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE VENDOR-FILE.

       111-READ-ONE-VENDOR.
           READ VENDOR-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-VENDOR-COUNT < 500
                       ADD 1 TO WS-VENDOR-COUNT
                       SET WS-VENDOR-IDX TO WS-VENDOR-COUNT
                       MOVE VM-VENDOR-NUM TO WS-VT-NUM (WS-VENDOR-IDX)
                       MOVE VM-VENDOR-NAME
                           TO WS-VT-NAME (WS-VENDOR-IDX)
                       MOVE VM-REMIT-STREET
                           TO WS-VT-STREET (WS-VENDOR-IDX)
                       MOVE VM-REMIT-CITY TO WS-VT-CITY (WS-VENDOR-IDX)
                       MOVE VM-REMIT-STATE
                           TO WS-VT-STATE (WS-VENDOR-IDX)
                       MOVE VM-REMIT-ZIP TO WS-VT-ZIP (WS-VENDOR-IDX)
                       MOVE VM-STATUS TO WS-VT-STATUS (WS-VENDOR-IDX)
                   ELSE
                       MOVE 'Y' TO WS-VENDOR-OVERFLOW
                   END-IF
           END-READ.

      *   THE INVOICE FILE IS PROVED IN ORDER BEFORE A SINGLE CHECK
      *   IS NUMBERED - FOUND OUT OF ORDER HALFWAY, THE CHECKS
      *   ALREADY PRINTED COULD NOT BE TAKEN BACK.
       120-CHECK-INVOICE-SEQUENCE.
           MOVE LOW-VALUES TO GRP-INVOICE-KEY
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OLD-INVOICE-FILE
           PERFORM 121-CHECK-ONE-INVOICE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OLD-INVOICE-FILE.

       121-CHECK-ONE-INVOICE.
           READ OLD-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF OLD-INVOICE-KEY < GRP-INVOICE-KEY
                       DISPLAY "******* AP INVOICE FILE OUT OF "
                           "SEQUENCE AT " OLD-INVOICE-KEY " *******"
                       MOVE 'Y' TO WS-SEQUENCE-ERROR
                       MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
                   ELSE
                       MOVE OLD-INVOICE-KEY TO GRP-INVOICE-KEY
                   END-IF
           END-READ.

       150-PRINT-REGISTER-HEADINGS.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-DATE-OUT TO HEADING-DATE-OUT
           MOVE WS-NEXT-RUN-DATE TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-DATE-OUT TO HEADING-NEXT-DATE-OUT
           WRITE CHECK-REGISTER-REC FROM REGISTER-HEADING-LINE
           MOVE SPACES TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC FROM REGISTER-COLUMN-LINE.

       200-READ-ONE-INVOICE.
           READ OLD-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO ARE-THERE-MORE-RECORDS
               NOT AT END
                   ADD 1 TO INVOICES-READ
                   PERFORM 210-TAKE-ONE-INVOICE
           END-READ.

      *   A NEW VENDOR, OR A FULL TABLE, CLOSES OUT THE INVOICES IN
      *   HAND BEFORE THIS ONE JOINS THE GROUP.
       210-TAKE-ONE-INVOICE.
           IF WS-GROUP-COUNT > ZERO AND
                   (OLD-VENDOR-NUM NOT = WS-GROUP-VENDOR OR
                    WS-GROUP-COUNT = 100)
               PERFORM 300-CLOSE-OUT-VENDOR
           END-IF
           IF WS-GROUP-COUNT = ZERO
               MOVE OLD-VENDOR-NUM TO WS-GROUP-VENDOR
               PERFORM 220-FIND-VENDOR
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           SET WS-GROUP-IDX TO WS-GROUP-COUNT
           MOVE OLD-INVOICE-REC TO WS-GROUP-RECORD (WS-GROUP-IDX)
           MOVE 'N' TO WS-GROUP-SELECTED (WS-GROUP-IDX)
           MOVE ZERO TO WS-GROUP-TAKEN (WS-GROUP-IDX)
           PERFORM 230-SELECT-FOR-PAYMENT.

       220-FIND-VENDOR.
           MOVE 'NO ' TO WS-VENDOR-FOUND
           MOVE "** NOT ON VENDOR MASTER **" TO WS-GROUP-NAME
           IF WS-VENDOR-COUNT > ZERO
               SET WS-VENDOR-IDX TO 1
               SEARCH WS-VENDOR-TABLE
                   AT END
                       CONTINUE
                   WHEN WS-VENDOR-IDX > WS-VENDOR-COUNT
                       CONTINUE
                   WHEN WS-VT-NUM (WS-VENDOR-IDX) = WS-GROUP-VENDOR
                       MOVE 'YES' TO WS-VENDOR-FOUND
                       MOVE WS-VT-NAME (WS-VENDOR-IDX) TO WS-GROUP-NAME
               END-SEARCH
           END-IF.

      *   AN APPROVED INVOICE IS PAID WHEN IT FALLS DUE BY THE NEXT
      *   RUN, OR WHEN ITS DISCOUNT RUNS OUT BEFORE THE NEXT RUN AND
      *   CAN STILL BE HAD TODAY.  THE DISCOUNT IS TAKEN WHENEVER
      *   TODAY IS ON OR BEFORE THE DISCOUNT DATE.
       230-SELECT-FOR-PAYMENT.
           IF OLD-IS-APPROVED
               IF OLD-DUE-DATE NOT > WS-NEXT-RUN-DATE OR
                       (OLD-DISCOUNT-AMT > ZERO AND
                        OLD-DISCOUNT-DATE NOT < WS-RUN-DATE AND
                        OLD-DISCOUNT-DATE < WS-NEXT-RUN-DATE)
                   MOVE 'Y' TO WS-GROUP-SELECTED (WS-GROUP-IDX)
                   IF OLD-DISCOUNT-AMT > ZERO AND
                           OLD-DISCOUNT-DATE NOT < WS-RUN-DATE
                       MOVE OLD-DISCOUNT-AMT
                           TO WS-GROUP-TAKEN (WS-GROUP-IDX)
                   END-IF
                   ADD 1 TO WS-GROUP-PAID-COUNT
                   ADD OLD-AMOUNT TO WS-GROUP-GROSS
                   ADD WS-GROUP-TAKEN (WS-GROUP-IDX)
                       TO WS-GROUP-DISCOUNT
                   COMPUTE WS-GROUP-NET =
                       WS-GROUP-GROSS - WS-GROUP-DISCOUNT
               END-IF
           END-IF.

      *   ONE CHECK FOR EVERYTHING SELECTED FOR THE VENDOR, UNLESS
      *   THE VENDOR CANNOT BE PAID - THEN THE INVOICES STAY
      *   APPROVED FOR A LATER RUN AND THE REGISTER SAYS WHY.
      *   EITHER WAY EVERY INVOICE IN HAND GOES TO THE NEW FILE.
       300-CLOSE-OUT-VENDOR.
           IF WS-GROUP-PAID-COUNT > ZERO
               MOVE SPACES TO WS-GROUP-NOTE
               EVALUATE TRUE
                   WHEN WS-VENDOR-FOUND = 'NO '
                       MOVE "VENDOR NOT ON MASTER - NOT PAID"
                           TO WS-GROUP-NOTE
                       MOVE 4 TO WS-CONDITION-CODE
                   WHEN WS-VT-STATUS (WS-VENDOR-IDX) = 'H'
                       MOVE "VENDOR ON HOLD - NOT PAID"
                           TO WS-GROUP-NOTE
                   WHEN WS-GROUP-NET > WS-CHECK-LIMIT
                       MOVE "OVER CHECK LIMIT - PAY MANUALLY"
                           TO WS-GROUP-NOTE
                       MOVE 4 TO WS-CONDITION-CODE
               END-EVALUATE
               IF WS-GROUP-NOTE = SPACES
                   PERFORM 310-ISSUE-VENDOR-CHECK
               ELSE
                   PERFORM 320-REGISTER-HELD-VENDOR
               END-IF
           END-IF
           PERFORM 330-WRITE-ONE-GROUP-INVOICE
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-COUNT
           MOVE ZERO TO WS-GROUP-PAID-COUNT
           MOVE ZERO TO WS-GROUP-GROSS
           MOVE ZERO TO WS-GROUP-DISCOUNT
           MOVE ZERO TO WS-GROUP-NET.

       310-ISSUE-VENDOR-CHECK.
           MOVE WS-NEXT-CHECK-NUMBER TO WS-THIS-CHECK-NUMBER
           ADD 1 TO WS-NEXT-CHECK-NUMBER
           MOVE WS-GROUP-NET TO WS-CHECK-AMOUNT
           PERFORM 270-BUILD-AMOUNT-IN-WORDS
           PERFORM 250-PRINT-ONE-CHECK
           PERFORM 260-REGISTER-ISSUED-CHECK
           PERFORM 315-MARK-ONE-INVOICE-PAID
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT.

       315-MARK-ONE-INVOICE-PAID.
           IF WS-GROUP-SELECTED (WS-GROUP-IDX) = 'Y'
               MOVE WS-GROUP-RECORD (WS-GROUP-IDX) TO GRP-INVOICE-REC
               MOVE 'P' TO GRP-STATUS
               MOVE WS-RUN-DATE TO GRP-PAID-DATE
               MOVE WS-THIS-CHECK-NUMBER TO GRP-CHECK-NUM
               MOVE WS-GROUP-TAKEN (WS-GROUP-IDX)
                   TO GRP-DISCOUNT-TAKEN
               COMPUTE GRP-PAID-AMT =
                   GRP-AMOUNT - WS-GROUP-TAKEN (WS-GROUP-IDX)
               MOVE GRP-INVOICE-REC TO WS-GROUP-RECORD (WS-GROUP-IDX)
               ADD 1 TO INVOICES-PAID
           END-IF.

       320-REGISTER-HELD-VENDOR.
           MOVE SPACES TO REG-CHECK-OUT
           MOVE WS-GROUP-NOTE TO REG-NOTE-OUT
           PERFORM 325-WRITE-REGISTER-LINE
           ADD 1 TO VENDORS-HELD
           ADD WS-GROUP-NET TO TOTAL-HELD.

       325-WRITE-REGISTER-LINE.
           MOVE WS-GROUP-VENDOR TO REG-VENDOR-OUT
           MOVE WS-GROUP-NAME TO REG-NAME-OUT
           MOVE WS-GROUP-PAID-COUNT TO REG-COUNT-OUT
           MOVE WS-GROUP-GROSS TO REG-GROSS-OUT
           MOVE WS-GROUP-DISCOUNT TO REG-DISCOUNT-OUT
           MOVE WS-GROUP-NET TO REG-NET-OUT
           WRITE CHECK-REGISTER-REC FROM REGISTER-DETAIL-LINE.

       330-WRITE-ONE-GROUP-INVOICE.
           WRITE NEW-INVOICE-REC FROM WS-GROUP-RECORD (WS-GROUP-IDX).

      *   THE CHECK FACE AS PROGRAM36 PRINTS IT, ADDRESSED TO THE
      *   VENDOR'S REMIT ADDRESS, WITH THE STUB BENEATH.
       250-PRINT-ONE-CHECK.
           IF WS-FIRST-CHECK = 'YES'
               MOVE 'NO ' TO WS-FIRST-CHECK
               WRITE CHECK-PRINT-REC FROM CHECK-TOP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE CHECK-PRINT-REC FROM CHECK-TOP-LINE
                   AFTER ADVANCING PAGE
           END-IF
           MOVE WS-THIS-CHECK-NUMBER TO CHECK-NUMBER-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-HEAD-LINE
           MOVE SPACES TO CHECK-DATE-OUT
           STRING RUN-MONTH "/" RUN-DAY "/" RUN-YEAR
               DELIMITED BY SIZE INTO CHECK-DATE-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-DATE-LINE
           MOVE WS-GROUP-NAME TO CHECK-PAYEE-OUT
           MOVE WS-CHECK-AMOUNT TO CHECK-AMOUNT-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-PAYEE-LINE
           MOVE WS-VT-STREET (WS-VENDOR-IDX) TO CHECK-STREET-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-STREET-LINE
           MOVE WS-VT-CITY (WS-VENDOR-IDX) TO CHECK-CITY-OUT
           MOVE WS-VT-STATE (WS-VENDOR-IDX) TO CHECK-STATE-OUT
           MOVE WS-VT-ZIP (WS-VENDOR-IDX) TO CHECK-ZIP-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-CITY-LINE
           MOVE WS-WORDS-LINE TO CHECK-WORDS-OUT
           WRITE CHECK-PRINT-REC FROM CHECK-WORDS-LINE
           WRITE CHECK-PRINT-REC FROM CHECK-TOP-LINE
           MOVE SPACES TO CHECK-PRINT-REC
           WRITE CHECK-PRINT-REC
           MOVE WS-GROUP-VENDOR TO STUB-VENDOR-OUT
           MOVE WS-GROUP-NAME TO STUB-NAME-OUT
           WRITE CHECK-PRINT-REC FROM STUB-HEADING-LINE
           WRITE CHECK-PRINT-REC FROM STUB-COLUMN-LINE
           PERFORM 255-PRINT-ONE-STUB-LINE
               VARYING WS-GROUP-IDX FROM 1 BY 1
               UNTIL WS-GROUP-IDX > WS-GROUP-COUNT
           MOVE WS-GROUP-GROSS TO STUB-TOTAL-GROSS-OUT
           MOVE WS-GROUP-DISCOUNT TO STUB-TOTAL-DISC-OUT
           MOVE WS-GROUP-NET TO STUB-TOTAL-PAID-OUT
           WRITE CHECK-PRINT-REC FROM STUB-TOTAL-LINE.

       255-PRINT-ONE-STUB-LINE.
           IF WS-GROUP-SELECTED (WS-GROUP-IDX) = 'Y'
               MOVE WS-GROUP-RECORD (WS-GROUP-IDX) TO GRP-INVOICE-REC
               MOVE GRP-INVOICE-NUM TO STUB-INVOICE-OUT
               MOVE GRP-INVOICE-DATE TO WS-DATE-IN
               PERFORM 290-FORMAT-DATE
               MOVE WS-DATE-OUT TO STUB-DATE-OUT
               MOVE GRP-AMOUNT TO STUB-GROSS-OUT
               MOVE WS-GROUP-TAKEN (WS-GROUP-IDX) TO STUB-DISCOUNT-OUT
               COMPUTE STUB-PAID-OUT =
                   GRP-AMOUNT - WS-GROUP-TAKEN (WS-GROUP-IDX)
               WRITE CHECK-PRINT-REC FROM STUB-DETAIL-LINE
           END-IF.

       260-REGISTER-ISSUED-CHECK.
           MOVE WS-THIS-CHECK-NUMBER TO REG-CHECK-OUT
           MOVE SPACES TO REG-NOTE-OUT
           PERFORM 325-WRITE-REGISTER-LINE
           MOVE SPACES TO CHECK-DATA-REC
           MOVE WS-THIS-CHECK-NUMBER TO CK-NUMBER
           MOVE WS-GROUP-NAME TO CK-PAYEE
           MOVE WS-CHECK-AMOUNT TO CK-AMOUNT
           MOVE WS-RUN-DATE TO CK-ISSUE-DATE
           MOVE 'I' TO CK-STATUS
           MOVE ZERO TO CK-CLEAR-DATE
           MOVE WS-GROUP-VENDOR TO CK-VENDOR-NUM
           WRITE CHECK-DATA-REC
           PERFORM 280-WRITE-POSITIVE-PAY
           ADD 1 TO CHECKS-ISSUED
           ADD WS-GROUP-GROSS TO TOTAL-GROSS
           ADD WS-GROUP-DISCOUNT TO TOTAL-DISCOUNT
           ADD WS-CHECK-AMOUNT TO TOTAL-ISSUED.

      *   SPELLS THE CHECK AMOUNT OUT - THE THOUSANDS AND THE UNITS
      *   EACH AS A HUNDREDS, TENS, AND UNITS GROUP FROM THE WORD
      *   TABLES, THE CENTS AS NN/100.
       270-BUILD-AMOUNT-IN-WORDS.
           MOVE WS-CHECK-AMOUNT TO WS-AMOUNT-DOLLARS
           COMPUTE WS-AMOUNT-CENTS =
               (WS-CHECK-AMOUNT - WS-AMOUNT-DOLLARS) * 100
           DIVIDE WS-AMOUNT-DOLLARS BY 1000
               GIVING WS-THOUSANDS-GROUP REMAINDER WS-UNITS-GROUP
           MOVE SPACES TO WS-WORDS-LINE
           MOVE 1 TO WS-WORDS-POINTER
           IF WS-AMOUNT-DOLLARS = ZERO
               STRING "ZERO " DELIMITED BY SIZE
                   INTO WS-WORDS-LINE
                   WITH POINTER WS-WORDS-POINTER
           END-IF
           IF WS-THOUSANDS-GROUP > ZERO
               MOVE WS-THOUSANDS-GROUP TO WS-SPELL-GROUP
               PERFORM 271-SPELL-ONE-GROUP
               STRING "THOUSAND " DELIMITED BY SIZE
                   INTO WS-WORDS-LINE
                   WITH POINTER WS-WORDS-POINTER
           END-IF
           IF WS-UNITS-GROUP > ZERO
               MOVE WS-UNITS-GROUP TO WS-SPELL-GROUP
               PERFORM 271-SPELL-ONE-GROUP
           END-IF
           STRING "AND " WS-AMOUNT-CENTS "/100 DOLLARS"
               DELIMITED BY SIZE
               INTO WS-WORDS-LINE
               WITH POINTER WS-WORDS-POINTER.

       271-SPELL-ONE-GROUP.
           DIVIDE WS-SPELL-GROUP BY 100
               GIVING WS-HUNDREDS-DIGIT REMAINDER WS-TENS-REMAINDER
           IF WS-HUNDREDS-DIGIT > ZERO
               STRING UNIT-WORD-TABLE (WS-HUNDREDS-DIGIT)
                   DELIMITED BY SPACE
                   " HUNDRED " DELIMITED BY SIZE
                   INTO WS-WORDS-LINE
                   WITH POINTER WS-WORDS-POINTER
           END-IF
           IF WS-TENS-REMAINDER > ZERO AND WS-TENS-REMAINDER < 20
               STRING UNIT-WORD-TABLE (WS-TENS-REMAINDER)
                   DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-WORDS-LINE
                   WITH POINTER WS-WORDS-POINTER
           END-IF
           IF WS-TENS-REMAINDER >= 20
               DIVIDE WS-TENS-REMAINDER BY 10
                   GIVING WS-TENS-DIGIT REMAINDER WS-UNITS-DIGIT
               STRING TENS-WORD-TABLE (WS-TENS-DIGIT - 1)
                   DELIMITED BY SPACE
                   " " DELIMITED BY SIZE
                   INTO WS-WORDS-LINE
                   WITH POINTER WS-WORDS-POINTER
               IF WS-UNITS-DIGIT > ZERO
                   STRING UNIT-WORD-TABLE (WS-UNITS-DIGIT)
                       DELIMITED BY SPACE
                       " " DELIMITED BY SIZE
                       INTO WS-WORDS-LINE
                       WITH POINTER WS-WORDS-POINTER
               END-IF
           END-IF.

      *   THE BANK'S COPY OF THE CHECK STATE RECORD JUST WRITTEN,
      *   AND THE SAME RECORD KEPT IN HISTORY FOR A RESEND.
       280-WRITE-POSITIVE-PAY.
           MOVE SPACES TO PP-POSPAY-REC
           MOVE 'D' TO PP-RECORD-TYPE
           MOVE WS-POSPAY-ROUTING TO PP-ROUTING-NUMBER
           MOVE WS-POSPAY-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE CK-NUMBER TO PP-CHECK-NUMBER
           MOVE CK-AMOUNT TO PP-AMOUNT
           MOVE CK-ISSUE-DATE TO PP-ISSUE-DATE
           MOVE CK-PAYEE TO PP-PAYEE-NAME
           MOVE 'I' TO PP-ISSUE-VOID
           WRITE PP-POSPAY-REC
           WRITE PH-POSPAY-REC FROM PP-POSPAY-REC
           ADD 1 TO WS-POSPAY-ISSUE-COUNT
           ADD PP-AMOUNT TO WS-POSPAY-ISSUE-TOTAL
           ADD 1 TO WS-POSPAY-SEAL-COUNT
           COMPUTE WS-POSPAY-CENTS = PP-AMOUNT * 100
           ADD WS-POSPAY-CENTS TO WS-POSPAY-SEAL-HASH.

       290-FORMAT-DATE.
           MOVE WS-DATE-IN (5:2) TO WS-DATE-OUT-MM
           MOVE WS-DATE-IN (7:2) TO WS-DATE-OUT-DD
           MOVE WS-DATE-IN (1:4) TO WS-DATE-OUT-YYYY.

       400-REGISTER-TOTALS.
           MOVE SPACES TO CHECK-REGISTER-REC
           WRITE CHECK-REGISTER-REC
           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE "INVOICES PAID - GROSS          " TO REG-TOTAL-LABEL
           MOVE INVOICES-PAID TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-GROSS TO REG-TOTAL-AMOUNT-OUT
           WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE "  LESS DISCOUNTS TAKEN         " TO REG-TOTAL-LABEL
           MOVE TOTAL-DISCOUNT TO REG-TOTAL-AMOUNT-OUT
           WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE "CHECKS ISSUED                  " TO REG-TOTAL-LABEL
           MOVE CHECKS-ISSUED TO REG-TOTAL-COUNT-OUT
           MOVE TOTAL-ISSUED TO REG-TOTAL-AMOUNT-OUT
           WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
           IF VENDORS-HELD > ZERO
               MOVE SPACES TO REGISTER-TOTAL-LINE
               MOVE "VENDORS NOT PAID               "
                   TO REG-TOTAL-LABEL
               MOVE VENDORS-HELD TO REG-TOTAL-COUNT-OUT
               MOVE TOTAL-HELD TO REG-TOTAL-AMOUNT-OUT
               MOVE "STILL APPROVED FOR A LATER RUN"
                   TO REG-TOTAL-NOTE
               WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE
           END-IF.

      *   THE BANK FILE CLOSES WITH ITS COUNT-AND-TOTAL TRAILER AND
      *   THE COMMON SEAL, AND THE REGISTER SAYS WHAT WENT TO THE
      *   BANK.  A MISMATCH MEANS A RECORD WAS LOST.
       410-POSITIVE-PAY-TRAILER.
           MOVE SPACES TO PP-POSPAY-REC
           MOVE 'T' TO PP-RECORD-TYPE
           MOVE WS-POSPAY-ROUTING TO PP-ROUTING-NUMBER
           MOVE WS-POSPAY-ACCOUNT TO PP-ACCOUNT-NUMBER
           MOVE WS-POSPAY-ISSUE-COUNT TO PP-ISSUE-COUNT
           MOVE WS-POSPAY-ISSUE-TOTAL TO PP-ISSUE-TOTAL
           MOVE ZERO TO PP-VOID-COUNT
           MOVE ZERO TO PP-VOID-TOTAL
           WRITE PP-POSPAY-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE WS-POSPAY-SEAL-COUNT TO SL-SEAL-COUNT
           MOVE WS-POSPAY-SEAL-HASH TO SL-SEAL-HASH
           WRITE PP-POSPAY-REC FROM SL-SEAL-REC
           MOVE SPACES TO REGISTER-TOTAL-LINE
           MOVE "POSITIVE PAY ISSUES SENT       " TO REG-TOTAL-LABEL
           MOVE WS-POSPAY-ISSUE-COUNT TO REG-TOTAL-COUNT-OUT
           MOVE WS-POSPAY-ISSUE-TOTAL TO REG-TOTAL-AMOUNT-OUT
           IF WS-POSPAY-ISSUE-TOTAL = TOTAL-ISSUED AND
                   WS-POSPAY-ISSUE-COUNT = CHECKS-ISSUED
               MOVE "TIES TO CHECKS ISSUED" TO REG-TOTAL-NOTE
           ELSE
               MOVE "**** DOES NOT TIE TO CHECKS ISSUED"
                   TO REG-TOTAL-NOTE
               DISPLAY "**** POSITIVE PAY FILE DOES NOT TIE TO "
                   "CHECKS ISSUED ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF
           WRITE CHECK-REGISTER-REC FROM REGISTER-TOTAL-LINE.

       900-REWRITE-CHECK-CONTROL.
           OPEN OUTPUT CHECK-CONTROL-FILE
           MOVE WS-NEXT-CHECK-NUMBER TO CC-NEXT-CHECK-NUMBER
           WRITE CHECK-CONTROL-REC
           CLOSE CHECK-CONTROL-FILE.

      *   THE INVOICE FILE AS IT STOOD BEFORE THE RUN IS KEPT AS A
      *   DATED GENERATION, THEN THE MARKED-PAID FILE REPLACES IT.
       910-UPDATE-INVOICE-FILE.
           STRING "..\..\..\..\WhitingAP-INVOICES-PRECHECK.G"
                                                       DELIMITED SIZE
                  WS-RUN-DATE                          DELIMITED SIZE
                  ".DAT"                               DELIMITED SIZE
                      INTO WS-GENERATION-FILE-NAME
           OPEN INPUT OLD-INVOICE-FILE
                OUTPUT MASTER-GENERATION-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 911-COPY-GENERATION-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OLD-INVOICE-FILE
                 MASTER-GENERATION-FILE
           OPEN INPUT NEW-INVOICE-FILE
                OUTPUT OLD-INVOICE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 912-COPY-NEW-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE NEW-INVOICE-FILE
                 OLD-INVOICE-FILE.

       911-COPY-GENERATION-RECORD.
           READ OLD-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   WRITE MASTER-GENERATION-REC FROM OLD-INVOICE-REC
           END-READ.

       912-COPY-NEW-RECORD.
           READ NEW-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   WRITE OLD-INVOICE-REC FROM NEW-INVOICE-REC
           END-READ.

      *   ONE LOG ENTRY FOR THE AP ISSUE FILE, AN ORIGINAL FOR THE
      *   DAY LIKE PROGRAM36'S, SO A RESEND REBUILDS BOTH TOGETHER.
       920-LOG-TRANSMISSION.
           OPEN EXTEND POSPAY-XMIT-LOG
           MOVE SPACES TO XL-XMIT-REC
           MOVE WS-RUN-DATE TO XL-FILE-DATE
           MOVE 'O' TO XL-XMIT-TYPE
           MOVE FUNCTION CURRENT-DATE (1:8) TO XL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO XL-RUN-TIME
           MOVE WS-OPERATOR-ID TO XL-OPERATOR-ID
           MOVE WS-POSPAY-ISSUE-COUNT TO XL-ISSUE-COUNT
           MOVE WS-POSPAY-ISSUE-TOTAL TO XL-ISSUE-TOTAL
           MOVE ZERO TO XL-VOID-COUNT
           MOVE ZERO TO XL-VOID-TOTAL
           MOVE WS-POSPAY-SEAL-HASH TO XL-SEAL-HASH
           WRITE XL-XMIT-REC
           CLOSE POSPAY-XMIT-LOG.

      *   EVERY INVOICE PAID ON THE BUSINESS DATE, FROM THE FILE AS
      *   IT NOW STANDS, SO A SECOND RUN THE SAME DAY HANDS OVER THE
      *   WHOLE DAY.  WRITTEN EVERY RUN, SO A DAY WITH NOTHING PAID
      *   HANDS PROGRAM31 A ZERO.  THE HASH COVERS BOTH AMOUNTS.
       930-WRITE-GL-HANDOFF.
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           OPEN INPUT OLD-INVOICE-FILE
           PERFORM 931-READ-ONE-PAYMENT
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE OLD-INVOICE-FILE
           OPEN OUTPUT AP-PAY-HANDOFF-FILE
           MOVE WS-RUN-DATE TO APP-RUN-DATE
           MOVE DAY-GROSS TO APP-GROSS
           MOVE DAY-DISCOUNT TO APP-DISCOUNT
           MOVE DAY-COUNT TO APP-COUNT
           WRITE AP-PAY-HANDOFF-REC
           MOVE 'SEAL' TO SL-SEAL-TAG
           MOVE 1 TO SL-SEAL-COUNT
           COMPUTE SL-SEAL-HASH = (DAY-GROSS + DAY-DISCOUNT) * 100
           WRITE AP-PAY-SEAL-REC FROM SL-SEAL-REC
           CLOSE AP-PAY-HANDOFF-FILE.

       931-READ-ONE-PAYMENT.
           READ OLD-INVOICE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF OLD-IS-PAID AND OLD-PAID-DATE = WS-RUN-DATE
                       ADD OLD-AMOUNT TO DAY-GROSS
                       ADD OLD-DISCOUNT-TAKEN TO DAY-DISCOUNT
                       ADD 1 TO DAY-COUNT
                   END-IF
           END-READ.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM90" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE (1:8) TO RL-RUN-DATE
           MOVE FUNCTION CURRENT-DATE (9:6) TO RL-RUN-TIME
           MOVE INVOICES-READ TO RL-RECORDS-READ
           MOVE VENDORS-HELD TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE TOTAL-ISSUED TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

       END PROGRAM PROGRAM90.
