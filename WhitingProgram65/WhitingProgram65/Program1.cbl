      **********************************************************************
      *                                                                    *
      * I PLEDGE THAT ALL OF THIS PROGRAM IS MY ORIGINAL WORK, AND THAT    *
      * NONE OF THE PROGRAM HAS BEEN COPIED FROM ANYWHERE OR ANYONE UNLESS *
      * I WAS SPECIFICALLY AUTHORIZED TO DO SO BY MY COBOL INSTRUCTOR.     *
      *                                                                    *
      **********************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID. PROGRAM65.
       AUTHOR. Whiting.
       DATE-WRITTEN. OCTOBER 15, 2026.
      *This program builds the year's electronic W-2 submission for
      *the Social Security Administration from the dated annual
      *generation of WhitingEMP-YTD.DAT that PROGRAM18 archives at
      *the year-end close.
      *W2-PARMS.DAT carries the tax year being filed and who we are
      *to SSA - the employer EIN, the BSO user id, the employer's
      *name and address, a contact, and the state's numeric code and
      *our state withholding account.  Without it nothing is built
      *and the run ends condition code 8.
      *Each employee with wages or withholding for the year is joined
      *to the payroll master by employee number (by name for a YTD
      *record from before the number rode it) for the taxpayer ID,
      *name, and address.  An employee whose taxpayer ID is missing,
      *not nine digits, or not a number SSA issues - area 000, 666,
      *or 900-999, group 00, serial 0000 - or who is not on the
      *master at all goes to WhitingW2-BAD-TIN.LIS, with the ID
      *masked.
      *A reconciliation page, WhitingW2-RECONCILE.LIS, sets the
      *file's wages and withholding beside the sum of the four
      *quarterly reports PROGRAM17 recorded on
      *WhitingQTR-TAX-TOTALS.DAT for the year.
      *Only when there are no taxpayer ID exceptions and every
      *figure ties is WhitingW2-EFW2.DAT released, in SSA's 512-byte
      *EFW2 layout: the RA submitter, the RE employer, one RW wage
      *record per employee, the RT total, one RS state record per
      *employee, and the RF final record.  Otherwise the file is left
      *empty and the run ends condition code 8.
      *The full taxpayer ID appears on the filing alone; every print
      *shows it as XXX-XX- and the last four.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPTIONAL W2-PARM-FILE
               ASSIGN TO "..\..\..\..\W2-PARMS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL PAYROLL-MASTER-FILE
               ASSIGN TO "..\..\..\..\PAYROLL-MASTER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL ANNUAL-ARCHIVE-FILE
               ASSIGN TO WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL QUARTER-TOTALS-FILE
               ASSIGN TO "..\..\..\..\WhitingQTR-TAX-TOTALS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT EFW2-FILE
               ASSIGN TO "..\..\..\..\WhitingW2-EFW2.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT RECONCILE-FILE
               ASSIGN TO "..\..\..\..\WhitingW2-RECONCILE.LIS"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT BAD-TIN-FILE
               ASSIGN TO "..\..\..\..\WhitingW2-BAD-TIN.LIS"
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
      *   THE YEAR BEING FILED AND WHO WE ARE TO SSA AND THE STATE,
      *   LAID OUT IN W2-PARM-AREAS.
       FD  W2-PARM-FILE.
       01  W2-PARM-REC               PIC X(233).

       FD  PAYROLL-MASTER-FILE
           RECORD CONTAINS 80 TO 141 CHARACTERS.
       COPY PAYMAST REPLACING ==:PFX:== BY ==PM==.

      *   THE YEAR'S FINAL YTD FIGURES AS PROGRAM18 ARCHIVED THEM.
       FD  ANNUAL-ARCHIVE-FILE.
       COPY EMPYTD REPLACING ==:PFX:== BY ==YTD==.

       FD  QUARTER-TOTALS-FILE.
       COPY QTRTAX REPLACING ==:PFX:== BY ==QT==.

      *   SSA'S EFW2 RECORDS - EVERY ONE 512 BYTES, AMOUNTS IN CENTS,
      *   ZERO-FILLED, NO DECIMAL POINT.  SSA COUNTS EVERY BYTE, SO
      *   THE FILE IS WRITTEN WITH TRAILING SPACES KEPT (FIXED-LENGTH
      *   LINES), NOT TRIMMED.
       FD  EFW2-FILE.
       01  RA-SUBMITTER-REC.
           05  RA-RECORD-ID          PIC XX.
           05  RA-EIN                PIC X(9).
           05  RA-USER-ID            PIC X(8).
           05  RA-VENDOR-CODE        PIC X(4).
           05                        PIC X(5).
           05  RA-RESUB-INDICATOR    PIC X.
           05  RA-RESUB-WFID         PIC X(6).
           05  RA-SOFTWARE-CODE      PIC XX.
           05  RA-COMPANY-NAME       PIC X(57).
           05  RA-COMPANY-LOCATION   PIC X(22).
           05  RA-COMPANY-DELIVERY   PIC X(22).
           05  RA-COMPANY-CITY       PIC X(22).
           05  RA-COMPANY-STATE      PIC XX.
           05  RA-COMPANY-ZIP        PIC X(5).
           05  RA-COMPANY-ZIP-EXT    PIC X(4).
           05                        PIC X(5).
           05                        PIC X(40).
           05  RA-SUBMITTER-NAME     PIC X(57).
           05  RA-SUBMITTER-LOCATION PIC X(22).
           05  RA-SUBMITTER-DELIVERY PIC X(22).
           05  RA-SUBMITTER-CITY     PIC X(22).
           05  RA-SUBMITTER-STATE    PIC XX.
           05  RA-SUBMITTER-ZIP      PIC X(5).
           05  RA-SUBMITTER-ZIP-EXT  PIC X(4).
           05                        PIC X(5).
           05                        PIC X(40).
           05  RA-CONTACT-NAME       PIC X(27).
           05  RA-CONTACT-PHONE      PIC X(15).
           05  RA-CONTACT-EXT        PIC X(5).
           05                        PIC X(3).
           05  RA-CONTACT-EMAIL      PIC X(40).
           05                        PIC X(3).
           05  RA-CONTACT-FAX        PIC X(10).
           05                        PIC X.
           05  RA-PREPARER-CODE      PIC X.
           05                        PIC X(12).
       01  RE-EMPLOYER-REC.
           05  RE-RECORD-ID          PIC XX.
           05  RE-TAX-YEAR           PIC 9(4).
           05  RE-AGENT-INDICATOR    PIC X.
           05  RE-EIN                PIC X(9).
           05  RE-AGENT-EIN          PIC X(9).
           05  RE-TERMINATING        PIC X.
           05  RE-ESTABLISHMENT      PIC X(4).
           05  RE-OTHER-EIN          PIC X(9).
           05  RE-EMPLOYER-NAME      PIC X(57).
           05  RE-LOCATION           PIC X(22).
           05  RE-DELIVERY           PIC X(22).
           05  RE-CITY               PIC X(22).
           05  RE-STATE              PIC XX.
           05  RE-ZIP                PIC X(5).
           05  RE-ZIP-EXT            PIC X(4).
           05  RE-KIND-OF-EMPLOYER   PIC X.
           05                        PIC X(4).
           05                        PIC X(40).
           05  RE-EMPLOYMENT-CODE    PIC X.
           05  RE-TAX-JURISDICTION   PIC X.
           05  RE-THIRD-PARTY-SICK   PIC X.
           05  RE-CONTACT-NAME       PIC X(27).
           05  RE-CONTACT-PHONE      PIC X(15).
           05  RE-CONTACT-EXT        PIC X(5).
           05  RE-CONTACT-FAX        PIC X(10).
           05  RE-CONTACT-EMAIL      PIC X(40).
           05                        PIC X(194).
       01  RW-WAGE-REC.
           05  RW-RECORD-ID          PIC XX.
           05  RW-SSN                PIC X(9).
           05  RW-FIRST-NAME         PIC X(15).
           05  RW-MIDDLE-NAME        PIC X(15).
           05  RW-LAST-NAME          PIC X(20).
           05  RW-SUFFIX             PIC X(4).
           05  RW-LOCATION           PIC X(22).
           05  RW-DELIVERY           PIC X(22).
           05  RW-CITY               PIC X(22).
           05  RW-STATE              PIC XX.
           05  RW-ZIP                PIC X(5).
           05  RW-ZIP-EXT            PIC X(4).
           05                        PIC X(5).
           05                        PIC X(40).
           05  RW-WAGES              PIC 9(9)V99.
           05  RW-FED-TAX            PIC 9(9)V99.
           05  RW-SS-WAGES           PIC 9(9)V99.
           05  RW-SS-TAX             PIC 9(9)V99.
           05  RW-MEDICARE-WAGES     PIC 9(9)V99.
           05  RW-MEDICARE-TAX       PIC 9(9)V99.
           05  RW-ZERO-FILL-1        PIC X(11).
           05                        PIC X(11).
           05  RW-ZERO-FILL-2        PIC X(66).
           05                        PIC X(11).
           05  RW-ZERO-FILL-3        PIC X(44).
           05                        PIC X(11).
           05  RW-ZERO-FILL-4        PIC X(77).
           05                        PIC X.
           05  RW-STATUTORY-EMPLOYEE PIC X.
           05                        PIC X.
           05  RW-RETIREMENT-PLAN    PIC X.
           05  RW-THIRD-PARTY-SICK   PIC X.
           05                        PIC X(23).
       01  RT-TOTAL-REC.
           05  RT-RECORD-ID          PIC XX.
           05  RT-RW-COUNT           PIC 9(7).
           05  RT-WAGES              PIC 9(13)V99.
           05  RT-FED-TAX            PIC 9(13)V99.
           05  RT-SS-WAGES           PIC 9(13)V99.
           05  RT-SS-TAX             PIC 9(13)V99.
           05  RT-MEDICARE-WAGES     PIC 9(13)V99.
           05  RT-MEDICARE-TAX       PIC 9(13)V99.
           05  RT-ZERO-FILL-1        PIC X(15).
           05                        PIC X(15).
           05  RT-ZERO-FILL-2        PIC X(255).
           05                        PIC X(128).
       01  RS-STATE-REC.
           05  RS-RECORD-ID          PIC XX.
           05  RS-STATE-CODE         PIC XX.
           05  RS-TAXING-ENTITY      PIC X(5).
           05  RS-SSN                PIC X(9).
           05  RS-FIRST-NAME         PIC X(15).
           05  RS-MIDDLE-NAME        PIC X(15).
           05  RS-LAST-NAME          PIC X(20).
           05  RS-SUFFIX             PIC X(4).
           05  RS-LOCATION           PIC X(22).
           05  RS-DELIVERY           PIC X(22).
           05  RS-CITY               PIC X(22).
           05  RS-STATE              PIC XX.
           05  RS-ZIP                PIC X(5).
           05  RS-ZIP-EXT            PIC X(4).
           05                        PIC X(5).
           05                        PIC X(40).
           05  RS-OPTIONAL-CODE      PIC XX.
           05  RS-REPORTING-PERIOD   PIC X(6).
           05  RS-SUI-WAGES          PIC 9(9)V99.
           05  RS-SUI-TAXABLE-WAGES  PIC 9(9)V99.
           05  RS-WEEKS-WORKED       PIC XX.
           05  RS-FIRST-EMPLOYED     PIC X(8).
           05  RS-SEPARATION-DATE    PIC X(8).
           05                        PIC X(5).
           05  RS-STATE-ACCOUNT      PIC X(20).
           05                        PIC X(6).
           05  RS-INCOME-STATE-CODE  PIC XX.
           05  RS-STATE-WAGES        PIC 9(9)V99.
           05  RS-STATE-TAX          PIC 9(8)V99.
           05  RS-OTHER-STATE-DATA   PIC X(10).
           05  RS-TAX-TYPE-CODE      PIC X.
           05  RS-LOCAL-WAGES        PIC 9(9)V99.
           05  RS-LOCAL-TAX          PIC 9(8)V99.
           05  RS-CONTROL-NUMBER     PIC X(7).
           05                        PIC X(177).
       01  RF-FINAL-REC.
           05  RF-RECORD-ID          PIC XX.
           05                        PIC X(5).
           05  RF-RW-COUNT           PIC 9(9).
           05                        PIC X(496).

       FD  RECONCILE-FILE.
       01  RECONCILE-REC             PIC X(100).

       FD  BAD-TIN-FILE.
       01  BAD-TIN-REC               PIC X(100).

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
           05  WS-LOAD-MORE-RECORDS        PIC X(3)    VALUE 'YES'.
           05  WS-PARMS-FOUND              PIC X(3)    VALUE 'NO '.
           05  WS-MASTER-FOUND             PIC X(3)    VALUE 'NO '.
           05  WS-HAS-W2                   PIC X(3)    VALUE 'NO '.
           05  WS-OUT-OF-BALANCE           PIC X       VALUE 'N'.
           05  WS-TIN-STATUS               PIC X       VALUE 'V'.
               88  TIN-IS-VALID                    VALUE 'V'.
               88  TIN-NOT-ON-MASTER               VALUE 'N'.
               88  TIN-IS-MISSING                  VALUE 'M'.
               88  TIN-NOT-NINE-DIGITS             VALUE 'B'.
               88  TIN-BAD-AREA                    VALUE 'A'.
               88  TIN-BAD-GROUP                   VALUE 'G'.
               88  TIN-BAD-SERIAL                  VALUE 'S'.

       01  PROGRAM-RUN-DATE.
           05  RUN-DATE-WORK.
               10  RUN-DATE-YMD            PIC 9(8).
               10  RUN-TIME-HMS            PIC 9(6).
               10                          PIC X(7).
           05  WS-RUN-DATE                 PIC 9(8)    VALUE ZERO.
           05  WS-DATE-IN                  PIC 9(8)    VALUE ZERO.
           05  WS-DATE-OUT.
               10  WS-DATE-OUT-MM          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-DD          PIC 99.
               10                          PIC X       VALUE '/'.
               10  WS-DATE-OUT-YYYY        PIC 9(4).

      *   THE PARAMETER RECORD, HELD FOR THE LIFE OF THE RUN.
       01  W2-PARM-AREAS.
           05  WS-PARM-TAX-YEAR            PIC 9(4).
           05  WS-PARM-EIN                 PIC X(9).
           05  WS-PARM-USER-ID             PIC X(8).
           05  WS-PARM-EMPLOYER-NAME       PIC X(57).
           05  WS-PARM-STREET              PIC X(22).
           05  WS-PARM-CITY                PIC X(22).
           05  WS-PARM-STATE               PIC XX.
           05  WS-PARM-ZIP                 PIC X(5).
           05  WS-PARM-CONTACT-NAME        PIC X(27).
           05  WS-PARM-CONTACT-PHONE       PIC X(15).
           05  WS-PARM-CONTACT-EMAIL       PIC X(40).
           05  WS-PARM-STATE-CODE          PIC XX.
           05  WS-PARM-STATE-ACCOUNT       PIC X(20).

       01  PROGRAM-WORK-AREAS.
           05  WS-OPERATOR-ID              PIC X(5)    VALUE SPACES.
           05  WS-CONDITION-CODE           PIC 9(2)    VALUE ZERO.
           05  WS-ARCHIVE-FILE-NAME        PIC X(50)   VALUE SPACES.
           05  WS-QTR-SUB                  PIC 9       VALUE ZERO.

      *   EVERY EMPLOYEE ON THE PAYROLL MASTER - WHERE THE TAXPAYER
      *   ID, THE NAME AS FILED, AND THE ADDRESS COME FROM.
       01  MASTER-TABLE-AREAS.
           05  WS-MASTER-COUNT             PIC 9(3)    VALUE ZERO.
           05  WS-MASTER-TABLE OCCURS 500 TIMES
                   INDEXED BY WS-MASTER-IDX.
               10  WS-MAST-EMP-NUM         PIC X(5).
               10  WS-MAST-NAME            PIC X(20).
               10  WS-MAST-TIN             PIC X(9).
               10  WS-MAST-STREET          PIC X(25).
               10  WS-MAST-CITY            PIC X(15).
               10  WS-MAST-STATE           PIC XX.
               10  WS-MAST-ZIP             PIC X(10).

      *   THE FOUR QUARTERLY REPORTS PROGRAM17 RECORDED FOR THE TAX
      *   YEAR - THE LAST RECORD FOR A QUARTER IS THE ONE FILED.
       01  QUARTER-TABLE-AREAS.
           05  WS-QTR-TABLE OCCURS 4 TIMES
                   INDEXED BY WS-QTR-IDX.
               10  WS-QTR-FOUND            PIC X(3).
               10  WS-QTR-RUN-DATE         PIC 9(8).
               10  WS-QTR-WAGES            PIC 9(9)V99.
               10  WS-QTR-FED              PIC 9(7)V99.
               10  WS-QTR-FICA             PIC 9(7)V99.
               10  WS-QTR-STATE            PIC 9(7)V99.
               10  WS-QTR-LOCAL            PIC 9(7)V99.

      *   ONE EMPLOYEE'S W-2, BUILT THE SAME WAY ON EVERY PASS.
      *   FICA IS WITHHELD AT ONE COMBINED RATE, SO IT IS SPLIT
      *   BETWEEN SOCIAL SECURITY (6.2) AND MEDICARE (1.45) IN
      *   PROPORTION, MEDICARE TAKING THE ROUNDING.
       01  EMPLOYEE-W2-AREAS.
           05  WS-W2-WAGES                 PIC 9(9)V99 VALUE ZERO.
           05  WS-W2-FED                   PIC 9(9)V99 VALUE ZERO.
           05  WS-W2-FICA                  PIC 9(9)V99 VALUE ZERO.
           05  WS-W2-SS-TAX                PIC 9(9)V99 VALUE ZERO.
           05  WS-W2-MEDICARE-TAX          PIC 9(9)V99 VALUE ZERO.
           05  WS-W2-STATE-TAX             PIC 9(9)V99 VALUE ZERO.
           05  WS-W2-LOCAL-TAX             PIC 9(9)V99 VALUE ZERO.
           05  WS-W2-EMP-NUM               PIC X(5)    VALUE SPACES.
           05  WS-W2-NAME                  PIC X(20)   VALUE SPACES.
           05  WS-W2-TIN                   PIC X(9)    VALUE SPACES.
           05  WS-W2-STREET                PIC X(25)   VALUE SPACES.
           05  WS-W2-CITY                  PIC X(15)   VALUE SPACES.
           05  WS-W2-STATE                 PIC XX      VALUE SPACES.
           05  WS-W2-ZIP                   PIC X(10)   VALUE SPACES.
           05  WS-W2-FIRST-NAME            PIC X(15)   VALUE SPACES.
           05  WS-W2-MIDDLE-NAME           PIC X(15)   VALUE SPACES.
           05  WS-W2-LAST-NAME             PIC X(20)   VALUE SPACES.
           05  WS-NAME-PART-1              PIC X(20)   VALUE SPACES.
           05  WS-NAME-PART-2              PIC X(20)   VALUE SPACES.
           05  WS-NAME-PART-3              PIC X(20)   VALUE SPACES.
           05  WS-MASKED-TIN.
               10                          PIC X(7)    VALUE "XXX-XX-".
               10  WS-MASKED-LAST-FOUR     PIC X(4)    VALUE SPACES.

       01  PROGRAM-ACCUMULATORS.
           05  EMPLOYEES-READ              PIC 9(7)    VALUE ZERO.
           05  EMPLOYEES-NOT-FILED         PIC 9(7)    VALUE ZERO.
           05  BAD-TIN-COUNT               PIC 9(7)    VALUE ZERO.
           05  QUARTERS-MISSING            PIC 9       VALUE ZERO.
           05  RW-RECORDS-WRITTEN          PIC 9(7)    VALUE ZERO.
           05  RS-RECORDS-WRITTEN          PIC 9(7)    VALUE ZERO.
           05  FILE-EMPLOYEE-COUNT         PIC 9(7)    VALUE ZERO.
           05  FILE-WAGES                  PIC 9(11)V99 VALUE ZERO.
           05  FILE-FED                    PIC 9(11)V99 VALUE ZERO.
           05  FILE-SS-TAX                 PIC 9(11)V99 VALUE ZERO.
           05  FILE-MEDICARE-TAX           PIC 9(11)V99 VALUE ZERO.
           05  FILE-FICA                   PIC 9(11)V99 VALUE ZERO.
           05  FILE-STATE-TAX              PIC 9(11)V99 VALUE ZERO.
           05  FILE-LOCAL-TAX              PIC 9(11)V99 VALUE ZERO.
           05  QTRS-WAGES                  PIC 9(11)V99 VALUE ZERO.
           05  QTRS-FED                    PIC 9(11)V99 VALUE ZERO.
           05  QTRS-FICA                   PIC 9(11)V99 VALUE ZERO.
           05  QTRS-STATE                  PIC 9(11)V99 VALUE ZERO.
           05  QTRS-LOCAL                  PIC 9(11)V99 VALUE ZERO.
           05  WS-COMPARE-FILE             PIC 9(11)V99 VALUE ZERO.
           05  WS-COMPARE-QTRS             PIC 9(11)V99 VALUE ZERO.
           05  WS-COMPARE-DIFFERENCE       PIC S9(11)V99 VALUE ZERO.

       01  RECONCILE-HEADING-LINE.
           05                              PIC X(30)
               VALUE "W-2 RECONCILIATION - TAX YEAR ".
           05  RCH-TAX-YEAR-OUT            PIC 9(4).
           05                              PIC X(8)    VALUE "   EIN  ".
           05  RCH-EIN-OUT                 PIC X(9).
           05                              PIC X(7)    VALUE "   RUN ".
           05  RCH-RUN-DATE-OUT            PIC X(10).

       01  RECONCILE-QTR-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "QUARTER  REPORTED            WAGES      ".
           05                              PIC X(40)
               VALUE " FED TAX          FICA         STATE    ".
           05                              PIC X(10)
               VALUE "     LOCAL".

       01  RECONCILE-QTR-LINE.
           05                              PIC X(3)    VALUE SPACES.
           05  RCQ-QUARTER-OUT             PIC 9.
           05                              PIC X(5)    VALUE SPACES.
           05  RCQ-RUN-DATE-OUT            PIC X(11).
           05  RCQ-WAGES-OUT               PIC $$$,$$$,$$9.99.
           05                              PIC X       VALUE SPACE.
           05  RCQ-FED-OUT                 PIC $$,$$$,$$9.99.
           05                              PIC X       VALUE SPACE.
           05  RCQ-FICA-OUT                PIC $$,$$$,$$9.99.
           05                              PIC X       VALUE SPACE.
           05  RCQ-STATE-OUT               PIC $$,$$$,$$9.99.
           05                              PIC X       VALUE SPACE.
           05  RCQ-LOCAL-OUT               PIC $$,$$$,$$9.99.

       01  RECONCILE-QTR-MISSING-LINE.
           05                              PIC X(3)    VALUE SPACES.
           05  RCM-QUARTER-OUT             PIC 9.
           05                              PIC X(5)    VALUE SPACES.
           05                              PIC X(40)
               VALUE "** NO QUARTERLY REPORT ON FILE **".

       01  RECONCILE-COMPARE-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "                             W-2 FILE   ".
           05                              PIC X(40)
               VALUE "   FOUR QUARTERS         DIFFERENCE     ".

       01  RECONCILE-COMPARE-LINE.
           05  RCC-LABEL-OUT               PIC X(22).
           05  RCC-FILE-OUT                PIC $$$$,$$$,$$9.99.
           05                              PIC X(4)    VALUE SPACES.
           05  RCC-QTRS-OUT                PIC $$$$,$$$,$$9.99.
           05                              PIC X(4)    VALUE SPACES.
           05  RCC-DIFFERENCE-OUT          PIC $$$$,$$$,$$9.99-.
           05                              PIC X(2)    VALUE SPACES.
           05  RCC-FLAG-OUT                PIC X(12).

       01  RECONCILE-COUNT-LINE.
           05  RCN-LABEL-OUT               PIC X(40).
           05  RCN-COUNT-OUT               PIC Z,ZZZ,ZZ9.

       01  RECONCILE-RESULT-LINE           PIC X(60).

       01  BAD-TIN-HEADING-LINE.
           05                              PIC X(30)
               VALUE "W-2 TAXPAYER ID EXCEPTIONS - T".
           05                              PIC X(8)    VALUE "AX YEAR ".
           05  BTH-TAX-YEAR-OUT            PIC 9(4).
           05                              PIC X(7)    VALUE "   RUN ".
           05  BTH-RUN-DATE-OUT            PIC X(10).

       01  BAD-TIN-COLUMN-LINE.
           05                              PIC X(40)
               VALUE "EMP #  EMPLOYEE NAME         TAXPAYER ID".
           05                              PIC X(40)
               VALUE "   REASON                             W-".
           05                              PIC X(7)    VALUE "2 WAGES".

       01  BAD-TIN-DETAIL-LINE.
           05  BTD-EMP-NUM-OUT             PIC X(5).
           05                              PIC X(2)    VALUE SPACES.
           05  BTD-NAME-OUT                PIC X(20).
           05                              PIC X(2)    VALUE SPACES.
           05  BTD-TIN-OUT                 PIC X(11).
           05                              PIC X(3)    VALUE SPACES.
           05  BTD-REASON-OUT              PIC X(30).
           05  BTD-WAGES-OUT               PIC $$$,$$$,$$9.99.

       01  BAD-TIN-TOTAL-LINE.
           05  BTT-COUNT-OUT               PIC Z,ZZZ,ZZ9.
           05                              PIC X(40)
               VALUE " EMPLOYEES LISTED - W-2 FILE HELD".

       01  BAD-TIN-NONE-LINE               PIC X(40)
               VALUE "NO TAXPAYER ID EXCEPTIONS".

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO WS-RUN-DATE
           PERFORM 095-GET-BUSINESS-DATE
           PERFORM 105-READ-SIGNON
           PERFORM 107-READ-W2-PARMS
           IF WS-PARMS-FOUND = 'NO '
               DISPLAY "**** NO VALID W2-PARMS.DAT - NO W-2 FILE "
                   "BUILT ****"
               MOVE 8 TO WS-CONDITION-CODE
               PERFORM 950-WRITE-RUN-LOG
               MOVE WS-CONDITION-CODE TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "..\..\..\..\WhitingEMP-YTD.G"   DELIMITED SIZE
                  WS-PARM-TAX-YEAR                    DELIMITED SIZE
                  ".DAT"                              DELIMITED SIZE
                      INTO WS-ARCHIVE-FILE-NAME
           PERFORM 110-LOAD-MASTER
           PERFORM 120-LOAD-QUARTER-TOTALS
           OPEN OUTPUT RECONCILE-FILE
                       BAD-TIN-FILE
           PERFORM 150-WRITE-HEADINGS
           OPEN INPUT ANNUAL-ARCHIVE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 200-EDIT-ONE-EMPLOYEE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ANNUAL-ARCHIVE-FILE
           PERFORM 300-PRINT-RECONCILIATION
           IF BAD-TIN-COUNT > ZERO
               MOVE BAD-TIN-COUNT TO BTT-COUNT-OUT
               WRITE BAD-TIN-REC FROM BAD-TIN-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           ELSE
               WRITE BAD-TIN-REC FROM BAD-TIN-NONE-LINE
                   AFTER ADVANCING 2 LINES
           END-IF
           OPEN OUTPUT EFW2-FILE
           IF FILE-EMPLOYEE-COUNT = ZERO
               DISPLAY "**** NO W-2 WAGES IN " WS-ARCHIVE-FILE-NAME
                   " - NO W-2 FILE BUILT ****"
               MOVE 8 TO WS-CONDITION-CODE
           ELSE
               IF BAD-TIN-COUNT > ZERO OR WS-OUT-OF-BALANCE = 'Y'
                   DISPLAY "**** W-2 FILE HELD - SEE "
                       "WhitingW2-BAD-TIN.LIS AND "
                       "WhitingW2-RECONCILE.LIS ****"
                   MOVE 8 TO WS-CONDITION-CODE
               ELSE
                   PERFORM 400-RELEASE-W2-FILE
               END-IF
           END-IF
           CLOSE EFW2-FILE
                 RECONCILE-FILE
                 BAD-TIN-FILE
           DISPLAY "W-2 - EMPLOYEES: " EMPLOYEES-READ
               " FILED: " RW-RECORDS-WRITTEN
               " BAD TAXPAYER IDS: " BAD-TIN-COUNT
               " WAGES: " FILE-WAGES
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

      *   THE TAX YEAR PICKS THE ARCHIVE GENERATION, AND SSA WILL NOT
      *   TAKE A FILE WITHOUT A NUMERIC EIN AND AN EMPLOYER NAME.
       107-READ-W2-PARMS.
           OPEN INPUT W2-PARM-FILE
           READ W2-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE W2-PARM-REC TO W2-PARM-AREAS
                   IF WS-PARM-TAX-YEAR IS NUMERIC AND
                           WS-PARM-TAX-YEAR > ZERO AND
                           WS-PARM-EIN IS NUMERIC AND
                           WS-PARM-EMPLOYER-NAME NOT = SPACES
                       MOVE 'YES' TO WS-PARMS-FOUND
                   END-IF
           END-READ
           CLOSE W2-PARM-FILE.

       110-LOAD-MASTER.
           OPEN INPUT PAYROLL-MASTER-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 111-READ-ONE-EMPLOYEE
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE PAYROLL-MASTER-FILE.

       111-READ-ONE-EMPLOYEE.
           READ PAYROLL-MASTER-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF WS-MASTER-COUNT < 500
                       ADD 1 TO WS-MASTER-COUNT
                       SET WS-MASTER-IDX TO WS-MASTER-COUNT
                       MOVE PM-EMP-NUM
                           TO WS-MAST-EMP-NUM (WS-MASTER-IDX)
                       MOVE PM-EMP-NAME
                           TO WS-MAST-NAME (WS-MASTER-IDX)
                       MOVE PM-TAXPAYER-ID
                           TO WS-MAST-TIN (WS-MASTER-IDX)
                       MOVE PM-STREET
                           TO WS-MAST-STREET (WS-MASTER-IDX)
                       MOVE PM-CITY
                           TO WS-MAST-CITY (WS-MASTER-IDX)
                       MOVE PM-STATE
                           TO WS-MAST-STATE (WS-MASTER-IDX)
                       MOVE PM-ZIP
                           TO WS-MAST-ZIP (WS-MASTER-IDX)
                   ELSE
                       DISPLAY "**** MASTER TABLE FULL - "
                           PM-EMP-NUM " NOT LOADED ****"
                       MOVE 8 TO WS-CONDITION-CODE
                   END-IF
           END-READ.

       120-LOAD-QUARTER-TOTALS.
           PERFORM 122-CLEAR-ONE-QUARTER
               VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > 4
           OPEN INPUT QUARTER-TOTALS-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 121-READ-ONE-QUARTER
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE QUARTER-TOTALS-FILE.

      *   ONLY THE TAX YEAR'S QUARTERS ARE KEPT, AND A LATER RECORD
      *   FOR THE SAME QUARTER - A RERUN OF THE REPORT - REPLACES THE
      *   EARLIER ONE.
       121-READ-ONE-QUARTER.
           READ QUARTER-TOTALS-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   IF QT-TAX-YEAR IS NUMERIC AND
                           QT-TAX-YEAR = WS-PARM-TAX-YEAR AND
                           QT-QUARTER IS NUMERIC AND
                           QT-QUARTER >= 1 AND QT-QUARTER <= 4
                       SET WS-QTR-IDX TO QT-QUARTER
                       MOVE 'YES' TO WS-QTR-FOUND (WS-QTR-IDX)
                       MOVE QT-RUN-DATE
                           TO WS-QTR-RUN-DATE (WS-QTR-IDX)
                       MOVE QT-WAGES TO WS-QTR-WAGES (WS-QTR-IDX)
                       MOVE QT-FED TO WS-QTR-FED (WS-QTR-IDX)
                       MOVE QT-FICA TO WS-QTR-FICA (WS-QTR-IDX)
                       MOVE QT-STATE TO WS-QTR-STATE (WS-QTR-IDX)
                       MOVE QT-LOCAL TO WS-QTR-LOCAL (WS-QTR-IDX)
                   END-IF
           END-READ.

       122-CLEAR-ONE-QUARTER.
           MOVE 'NO ' TO WS-QTR-FOUND (WS-QTR-IDX)
           MOVE ZERO TO WS-QTR-RUN-DATE (WS-QTR-IDX)
                        WS-QTR-WAGES (WS-QTR-IDX)
                        WS-QTR-FED (WS-QTR-IDX)
                        WS-QTR-FICA (WS-QTR-IDX)
                        WS-QTR-STATE (WS-QTR-IDX)
                        WS-QTR-LOCAL (WS-QTR-IDX).

       150-WRITE-HEADINGS.
           MOVE WS-RUN-DATE TO WS-DATE-IN
           PERFORM 290-FORMAT-DATE
           MOVE WS-PARM-TAX-YEAR TO RCH-TAX-YEAR-OUT
           MOVE WS-PARM-EIN TO RCH-EIN-OUT
           MOVE WS-DATE-OUT TO RCH-RUN-DATE-OUT
           WRITE RECONCILE-REC FROM RECONCILE-HEADING-LINE
               AFTER ADVANCING 1 LINE
           MOVE WS-PARM-TAX-YEAR TO BTH-TAX-YEAR-OUT
           MOVE WS-DATE-OUT TO BTH-RUN-DATE-OUT
           WRITE BAD-TIN-REC FROM BAD-TIN-HEADING-LINE
               AFTER ADVANCING 1 LINE
           WRITE BAD-TIN-REC FROM BAD-TIN-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO BAD-TIN-REC
           WRITE BAD-TIN-REC
               AFTER ADVANCING 1 LINE.

      *   FIRST PASS - EVERY EMPLOYEE WHO WILL GET A W-2 IS EDITED
      *   AND ADDED TO THE FILE TOTALS.  A NAME CARRIED INTO THE YEAR
      *   WITH NOTHING PAID AND NOTHING WITHHELD GETS NO W-2.
       200-EDIT-ONE-EMPLOYEE.
           READ ANNUAL-ARCHIVE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   ADD 1 TO EMPLOYEES-READ
                   PERFORM 205-BUILD-EMPLOYEE-W2
                   IF WS-HAS-W2 = 'NO '
                       ADD 1 TO EMPLOYEES-NOT-FILED
                   ELSE
                       PERFORM 220-EDIT-TAXPAYER-ID
                       IF NOT TIN-IS-VALID
                           PERFORM 230-LIST-BAD-TAXPAYER-ID
                       END-IF
                       PERFORM 240-ADD-TO-FILE-TOTALS
                   END-IF
           END-READ.

      *   WAGES ARE THE YEAR'S RUNNING FIGURE; THE WITHHOLDING IS THE
      *   SUM OF THE FOUR QUARTERLY BUCKETS.  A YTD RECORD FROM BEFORE
      *   THE BUCKETS READS SHORT - NON-NUMERIC FIGURES COUNT AS ZERO.
       205-BUILD-EMPLOYEE-W2.
           MOVE ZERO TO WS-W2-WAGES
                        WS-W2-FED
                        WS-W2-FICA
                        WS-W2-STATE-TAX
                        WS-W2-LOCAL-TAX
           IF YTD-WAGES IS NUMERIC
               MOVE YTD-WAGES TO WS-W2-WAGES
           END-IF
           PERFORM 206-ADD-ONE-QUARTER
               VARYING WS-QTR-SUB FROM 1 BY 1
               UNTIL WS-QTR-SUB > 4
           COMPUTE WS-W2-SS-TAX ROUNDED = WS-W2-FICA * 620 / 765
           COMPUTE WS-W2-MEDICARE-TAX = WS-W2-FICA - WS-W2-SS-TAX
           IF WS-W2-WAGES = ZERO AND WS-W2-FED = ZERO AND
                   WS-W2-FICA = ZERO AND WS-W2-STATE-TAX = ZERO AND
                   WS-W2-LOCAL-TAX = ZERO
               MOVE 'NO ' TO WS-HAS-W2
           ELSE
               MOVE 'YES' TO WS-HAS-W2
           END-IF
           PERFORM 210-FIND-MASTER
           PERFORM 215-SPLIT-NAME.

       206-ADD-ONE-QUARTER.
           IF YTD-QTR-FED (WS-QTR-SUB) IS NUMERIC
               ADD YTD-QTR-FED (WS-QTR-SUB) TO WS-W2-FED
           END-IF
           IF YTD-QTR-FICA (WS-QTR-SUB) IS NUMERIC
               ADD YTD-QTR-FICA (WS-QTR-SUB) TO WS-W2-FICA
           END-IF
           IF YTD-QTR-STATE (WS-QTR-SUB) IS NUMERIC
               ADD YTD-QTR-STATE (WS-QTR-SUB) TO WS-W2-STATE-TAX
           END-IF
           IF YTD-QTR-LOCAL (WS-QTR-SUB) IS NUMERIC
               ADD YTD-QTR-LOCAL (WS-QTR-SUB) TO WS-W2-LOCAL-TAX
           END-IF.

      *   BY EMPLOYEE NUMBER, OR BY NAME FOR A YTD RECORD FROM BEFORE
      *   THE NUMBER RODE IT.  NOT FOUND LEAVES THE YTD NAME AND NO
      *   TAXPAYER ID OR ADDRESS.
       210-FIND-MASTER.
           MOVE 'NO ' TO WS-MASTER-FOUND
           MOVE YTD-EMP-NUM TO WS-W2-EMP-NUM
           MOVE YTD-NAME TO WS-W2-NAME
           MOVE SPACES TO WS-W2-TIN
                          WS-W2-STREET
                          WS-W2-CITY
                          WS-W2-STATE
                          WS-W2-ZIP
           IF WS-MASTER-COUNT > ZERO
               PERFORM 211-MATCH-ONE-EMPLOYEE
                   VARYING WS-MASTER-IDX FROM 1 BY 1
                   UNTIL WS-MASTER-IDX > WS-MASTER-COUNT
                       OR WS-MASTER-FOUND = 'YES'
           END-IF.

       211-MATCH-ONE-EMPLOYEE.
           IF (YTD-EMP-NUM NOT = SPACES AND
                   WS-MAST-EMP-NUM (WS-MASTER-IDX) = YTD-EMP-NUM) OR
              (YTD-EMP-NUM = SPACES AND
                   WS-MAST-NAME (WS-MASTER-IDX) = YTD-NAME)
               MOVE 'YES' TO WS-MASTER-FOUND
               MOVE WS-MAST-EMP-NUM (WS-MASTER-IDX) TO WS-W2-EMP-NUM
               MOVE WS-MAST-NAME (WS-MASTER-IDX) TO WS-W2-NAME
               MOVE WS-MAST-TIN (WS-MASTER-IDX) TO WS-W2-TIN
               MOVE WS-MAST-STREET (WS-MASTER-IDX) TO WS-W2-STREET
               MOVE WS-MAST-CITY (WS-MASTER-IDX) TO WS-W2-CITY
               MOVE WS-MAST-STATE (WS-MASTER-IDX) TO WS-W2-STATE
               MOVE WS-MAST-ZIP (WS-MASTER-IDX) TO WS-W2-ZIP
           END-IF.

      *   THE MASTER CARRIES ONE NAME FIELD, FIRST NAME FIRST.  SSA
      *   WANTS IT IN PIECES: ONE WORD IS A LAST NAME, TWO ARE FIRST
      *   AND LAST, THREE ARE FIRST, MIDDLE, AND LAST.
       215-SPLIT-NAME.
           MOVE SPACES TO WS-NAME-PART-1
                          WS-NAME-PART-2
                          WS-NAME-PART-3
                          WS-W2-FIRST-NAME
                          WS-W2-MIDDLE-NAME
                          WS-W2-LAST-NAME
           UNSTRING WS-W2-NAME DELIMITED BY ALL SPACE
               INTO WS-NAME-PART-1
                    WS-NAME-PART-2
                    WS-NAME-PART-3
           END-UNSTRING
           EVALUATE TRUE
               WHEN WS-NAME-PART-3 NOT = SPACES
                   MOVE WS-NAME-PART-1 TO WS-W2-FIRST-NAME
                   MOVE WS-NAME-PART-2 TO WS-W2-MIDDLE-NAME
                   MOVE WS-NAME-PART-3 TO WS-W2-LAST-NAME
               WHEN WS-NAME-PART-2 NOT = SPACES
                   MOVE WS-NAME-PART-1 TO WS-W2-FIRST-NAME
                   MOVE WS-NAME-PART-2 TO WS-W2-LAST-NAME
               WHEN OTHER
                   MOVE WS-NAME-PART-1 TO WS-W2-LAST-NAME
           END-EVALUATE.

      *   SSA NEVER ISSUES AREA 000, 666, OR 900-999, GROUP 00, OR
      *   SERIAL 0000 - ANY OF THEM WOULD BOUNCE THE WHOLE FILE.
       220-EDIT-TAXPAYER-ID.
           EVALUATE TRUE
               WHEN WS-MASTER-FOUND = 'NO '
                   SET TIN-NOT-ON-MASTER TO TRUE
               WHEN WS-W2-TIN = SPACES
                   SET TIN-IS-MISSING TO TRUE
               WHEN WS-W2-TIN IS NOT NUMERIC
                   SET TIN-NOT-NINE-DIGITS TO TRUE
               WHEN WS-W2-TIN (1:3) = "000" OR
                    WS-W2-TIN (1:3) = "666" OR
                    WS-W2-TIN (1:1) = "9"
                   SET TIN-BAD-AREA TO TRUE
               WHEN WS-W2-TIN (4:2) = "00"
                   SET TIN-BAD-GROUP TO TRUE
               WHEN WS-W2-TIN (6:4) = "0000"
                   SET TIN-BAD-SERIAL TO TRUE
               WHEN OTHER
                   SET TIN-IS-VALID TO TRUE
           END-EVALUATE.

      *   THE LISTING SHOWS THE ID MASKED TO ITS LAST FOUR, LIKE
      *   EVERY OTHER PRINT - ONLY THE FILING CARRIES IT WHOLE.
       230-LIST-BAD-TAXPAYER-ID.
           ADD 1 TO BAD-TIN-COUNT
           MOVE WS-W2-EMP-NUM TO BTD-EMP-NUM-OUT
           MOVE WS-W2-NAME TO BTD-NAME-OUT
           IF WS-W2-TIN = SPACES
               MOVE "(NONE)" TO BTD-TIN-OUT
           ELSE
               MOVE WS-W2-TIN (6:4) TO WS-MASKED-LAST-FOUR
               MOVE WS-MASKED-TIN TO BTD-TIN-OUT
           END-IF
           EVALUATE TRUE
               WHEN TIN-NOT-ON-MASTER
                   MOVE "NOT ON THE PAYROLL MASTER" TO BTD-REASON-OUT
               WHEN TIN-IS-MISSING
                   MOVE "TAXPAYER ID MISSING" TO BTD-REASON-OUT
               WHEN TIN-NOT-NINE-DIGITS
                   MOVE "NOT NINE DIGITS" TO BTD-REASON-OUT
               WHEN TIN-BAD-AREA
                   MOVE "AREA NUMBER NEVER ISSUED" TO BTD-REASON-OUT
               WHEN TIN-BAD-GROUP
                   MOVE "GROUP NUMBER 00" TO BTD-REASON-OUT
               WHEN TIN-BAD-SERIAL
                   MOVE "SERIAL NUMBER 0000" TO BTD-REASON-OUT
           END-EVALUATE
           MOVE WS-W2-WAGES TO BTD-WAGES-OUT
           WRITE BAD-TIN-REC FROM BAD-TIN-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

       240-ADD-TO-FILE-TOTALS.
           ADD 1 TO FILE-EMPLOYEE-COUNT
           ADD WS-W2-WAGES TO FILE-WAGES
           ADD WS-W2-FED TO FILE-FED
           ADD WS-W2-SS-TAX TO FILE-SS-TAX
           ADD WS-W2-MEDICARE-TAX TO FILE-MEDICARE-TAX
           ADD WS-W2-STATE-TAX TO FILE-STATE-TAX
           ADD WS-W2-LOCAL-TAX TO FILE-LOCAL-TAX.

       290-FORMAT-DATE.
           MOVE WS-DATE-IN (5:2) TO WS-DATE-OUT-MM
           MOVE WS-DATE-IN (7:2) TO WS-DATE-OUT-DD
           MOVE WS-DATE-IN (1:4) TO WS-DATE-OUT-YYYY.

      *   THE FOUR QUARTERS AS PROGRAM17 REPORTED THEM, THEN EACH OF
      *   THE FILE'S FIGURES BESIDE THEIR SUM.  A QUARTER NEVER
      *   REPORTED OR ANY DIFFERENCE AT ALL HOLDS THE FILE.
       300-PRINT-RECONCILIATION.
           WRITE RECONCILE-REC FROM RECONCILE-QTR-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RECONCILE-REC
           WRITE RECONCILE-REC
               AFTER ADVANCING 1 LINE
           PERFORM 305-PRINT-ONE-QUARTER
               VARYING WS-QTR-IDX FROM 1 BY 1
               UNTIL WS-QTR-IDX > 4
           COMPUTE FILE-FICA = FILE-SS-TAX + FILE-MEDICARE-TAX
           WRITE RECONCILE-REC FROM RECONCILE-COMPARE-COLUMN-LINE
               AFTER ADVANCING 2 LINES
           MOVE SPACES TO RECONCILE-REC
           WRITE RECONCILE-REC
               AFTER ADVANCING 1 LINE
           MOVE "WAGES" TO RCC-LABEL-OUT
           MOVE FILE-WAGES TO WS-COMPARE-FILE
           MOVE QTRS-WAGES TO WS-COMPARE-QTRS
           PERFORM 310-PRINT-COMPARE-LINE
           MOVE "FEDERAL TAX WITHHELD" TO RCC-LABEL-OUT
           MOVE FILE-FED TO WS-COMPARE-FILE
           MOVE QTRS-FED TO WS-COMPARE-QTRS
           PERFORM 310-PRINT-COMPARE-LINE
           MOVE "FICA (SS + MEDICARE)" TO RCC-LABEL-OUT
           MOVE FILE-FICA TO WS-COMPARE-FILE
           MOVE QTRS-FICA TO WS-COMPARE-QTRS
           PERFORM 310-PRINT-COMPARE-LINE
           MOVE "STATE TAX WITHHELD" TO RCC-LABEL-OUT
           MOVE FILE-STATE-TAX TO WS-COMPARE-FILE
           MOVE QTRS-STATE TO WS-COMPARE-QTRS
           PERFORM 310-PRINT-COMPARE-LINE
           MOVE "LOCAL TAX WITHHELD" TO RCC-LABEL-OUT
           MOVE FILE-LOCAL-TAX TO WS-COMPARE-FILE
           MOVE QTRS-LOCAL TO WS-COMPARE-QTRS
           PERFORM 310-PRINT-COMPARE-LINE
           MOVE "EMPLOYEES ON THE ARCHIVE" TO RCN-LABEL-OUT
           MOVE EMPLOYEES-READ TO RCN-COUNT-OUT
           WRITE RECONCILE-REC FROM RECONCILE-COUNT-LINE
               AFTER ADVANCING 2 LINES
           MOVE "  NO WAGES OR WITHHOLDING - NO W-2" TO RCN-LABEL-OUT
           MOVE EMPLOYEES-NOT-FILED TO RCN-COUNT-OUT
           WRITE RECONCILE-REC FROM RECONCILE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  W-2S ON THE FILE" TO RCN-LABEL-OUT
           MOVE FILE-EMPLOYEE-COUNT TO RCN-COUNT-OUT
           WRITE RECONCILE-REC FROM RECONCILE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           MOVE "  TAXPAYER ID EXCEPTIONS" TO RCN-LABEL-OUT
           MOVE BAD-TIN-COUNT TO RCN-COUNT-OUT
           WRITE RECONCILE-REC FROM RECONCILE-COUNT-LINE
               AFTER ADVANCING 1 LINE
           EVALUATE TRUE
               WHEN WS-OUT-OF-BALANCE = 'Y'
                   MOVE "** OUT OF BALANCE - W-2 FILE HELD **"
                       TO RECONCILE-RESULT-LINE
               WHEN BAD-TIN-COUNT > ZERO
                   MOVE "IN BALANCE - W-2 FILE HELD FOR TAXPAYER IDS"
                       TO RECONCILE-RESULT-LINE
               WHEN OTHER
                   MOVE "IN BALANCE - W-2 FILE RELEASED"
                       TO RECONCILE-RESULT-LINE
           END-EVALUATE
           WRITE RECONCILE-REC FROM RECONCILE-RESULT-LINE
               AFTER ADVANCING 2 LINES.

       305-PRINT-ONE-QUARTER.
           IF WS-QTR-FOUND (WS-QTR-IDX) = 'YES'
               SET WS-QTR-SUB TO WS-QTR-IDX
               MOVE WS-QTR-SUB TO RCQ-QUARTER-OUT
               MOVE WS-QTR-RUN-DATE (WS-QTR-IDX) TO WS-DATE-IN
               PERFORM 290-FORMAT-DATE
               MOVE WS-DATE-OUT TO RCQ-RUN-DATE-OUT
               MOVE WS-QTR-WAGES (WS-QTR-IDX) TO RCQ-WAGES-OUT
               MOVE WS-QTR-FED (WS-QTR-IDX) TO RCQ-FED-OUT
               MOVE WS-QTR-FICA (WS-QTR-IDX) TO RCQ-FICA-OUT
               MOVE WS-QTR-STATE (WS-QTR-IDX) TO RCQ-STATE-OUT
               MOVE WS-QTR-LOCAL (WS-QTR-IDX) TO RCQ-LOCAL-OUT
               WRITE RECONCILE-REC FROM RECONCILE-QTR-LINE
                   AFTER ADVANCING 1 LINE
               ADD WS-QTR-WAGES (WS-QTR-IDX) TO QTRS-WAGES
               ADD WS-QTR-FED (WS-QTR-IDX) TO QTRS-FED
               ADD WS-QTR-FICA (WS-QTR-IDX) TO QTRS-FICA
               ADD WS-QTR-STATE (WS-QTR-IDX) TO QTRS-STATE
               ADD WS-QTR-LOCAL (WS-QTR-IDX) TO QTRS-LOCAL
           ELSE
               SET WS-QTR-SUB TO WS-QTR-IDX
               MOVE WS-QTR-SUB TO RCM-QUARTER-OUT
               WRITE RECONCILE-REC FROM RECONCILE-QTR-MISSING-LINE
                   AFTER ADVANCING 1 LINE
               ADD 1 TO QUARTERS-MISSING
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF.

       310-PRINT-COMPARE-LINE.
           COMPUTE WS-COMPARE-DIFFERENCE =
               WS-COMPARE-FILE - WS-COMPARE-QTRS
           MOVE WS-COMPARE-FILE TO RCC-FILE-OUT
           MOVE WS-COMPARE-QTRS TO RCC-QTRS-OUT
           MOVE WS-COMPARE-DIFFERENCE TO RCC-DIFFERENCE-OUT
           IF WS-COMPARE-DIFFERENCE = ZERO
               MOVE SPACES TO RCC-FLAG-OUT
           ELSE
               MOVE "** OUT **" TO RCC-FLAG-OUT
               MOVE 'Y' TO WS-OUT-OF-BALANCE
           END-IF
           WRITE RECONCILE-REC FROM RECONCILE-COMPARE-LINE
               AFTER ADVANCING 1 LINE.

      *   SSA'S ORDER: SUBMITTER, EMPLOYER, THE WAGE RECORDS, THEIR
      *   TOTAL, THE STATE RECORDS, AND THE FINAL RECORD.  THE ARCHIVE
      *   IS READ AGAIN FOR EACH RUN OF EMPLOYEE RECORDS.
       400-RELEASE-W2-FILE.
           PERFORM 405-WRITE-SUBMITTER
           PERFORM 410-WRITE-EMPLOYER
           OPEN INPUT ANNUAL-ARCHIVE-FILE
           MOVE 'YES' TO WS-LOAD-MORE-RECORDS
           PERFORM 420-WRITE-ONE-WAGE-RECORD
               UNTIL WS-LOAD-MORE-RECORDS = 'NO '
           CLOSE ANNUAL-ARCHIVE-FILE
           PERFORM 430-WRITE-TOTAL-RECORD
           IF WS-PARM-STATE-CODE IS NUMERIC
               OPEN INPUT ANNUAL-ARCHIVE-FILE
               MOVE 'YES' TO WS-LOAD-MORE-RECORDS
               PERFORM 440-WRITE-ONE-STATE-RECORD
                   UNTIL WS-LOAD-MORE-RECORDS = 'NO '
               CLOSE ANNUAL-ARCHIVE-FILE
           ELSE
               DISPLAY "**** NO STATE CODE IN W2-PARMS.DAT - STATE "
                   "RECORDS NOT WRITTEN ****"
               IF WS-CONDITION-CODE < 4
                   MOVE 4 TO WS-CONDITION-CODE
               END-IF
           END-IF
           PERFORM 450-WRITE-FINAL-RECORD
           IF RW-RECORDS-WRITTEN NOT = FILE-EMPLOYEE-COUNT
               DISPLAY "**** W-2 RECORDS WRITTEN DO NOT TIE TO THE "
                   "EMPLOYEES EDITED ****"
               MOVE 8 TO WS-CONDITION-CODE
           END-IF.

      *   WE FILE FOR OURSELVES, SO THE SUBMITTER IS THE EMPLOYER.
      *   SOFTWARE CODE 98 IS IN-HOUSE; PREPARER CODE L IS SELF-
      *   PREPARED.
       405-WRITE-SUBMITTER.
           MOVE SPACES TO RA-SUBMITTER-REC
           MOVE "RA" TO RA-RECORD-ID
           MOVE WS-PARM-EIN TO RA-EIN
           MOVE WS-PARM-USER-ID TO RA-USER-ID
           MOVE "0" TO RA-RESUB-INDICATOR
           MOVE "98" TO RA-SOFTWARE-CODE
           MOVE WS-PARM-EMPLOYER-NAME TO RA-COMPANY-NAME
           MOVE WS-PARM-STREET TO RA-COMPANY-DELIVERY
           MOVE WS-PARM-CITY TO RA-COMPANY-CITY
           MOVE WS-PARM-STATE TO RA-COMPANY-STATE
           MOVE WS-PARM-ZIP TO RA-COMPANY-ZIP
           MOVE WS-PARM-EMPLOYER-NAME TO RA-SUBMITTER-NAME
           MOVE WS-PARM-STREET TO RA-SUBMITTER-DELIVERY
           MOVE WS-PARM-CITY TO RA-SUBMITTER-CITY
           MOVE WS-PARM-STATE TO RA-SUBMITTER-STATE
           MOVE WS-PARM-ZIP TO RA-SUBMITTER-ZIP
           MOVE WS-PARM-CONTACT-NAME TO RA-CONTACT-NAME
           MOVE WS-PARM-CONTACT-PHONE TO RA-CONTACT-PHONE
           MOVE WS-PARM-CONTACT-EMAIL TO RA-CONTACT-EMAIL
           MOVE "L" TO RA-PREPARER-CODE
           WRITE RA-SUBMITTER-REC.

      *   KIND OF EMPLOYER N (NONE OF THE SPECIAL KINDS), EMPLOYMENT
      *   CODE R (REGULAR), NO THIRD-PARTY SICK PAY.
       410-WRITE-EMPLOYER.
           MOVE SPACES TO RE-EMPLOYER-REC
           MOVE "RE" TO RE-RECORD-ID
           MOVE WS-PARM-TAX-YEAR TO RE-TAX-YEAR
           MOVE WS-PARM-EIN TO RE-EIN
           MOVE "0" TO RE-TERMINATING
           MOVE WS-PARM-EMPLOYER-NAME TO RE-EMPLOYER-NAME
           MOVE WS-PARM-STREET TO RE-DELIVERY
           MOVE WS-PARM-CITY TO RE-CITY
           MOVE WS-PARM-STATE TO RE-STATE
           MOVE WS-PARM-ZIP TO RE-ZIP
           MOVE "N" TO RE-KIND-OF-EMPLOYER
           MOVE "R" TO RE-EMPLOYMENT-CODE
           MOVE "0" TO RE-THIRD-PARTY-SICK
           MOVE WS-PARM-CONTACT-NAME TO RE-CONTACT-NAME
           MOVE WS-PARM-CONTACT-PHONE TO RE-CONTACT-PHONE
           MOVE WS-PARM-CONTACT-EMAIL TO RE-CONTACT-EMAIL
           WRITE RE-EMPLOYER-REC.

      *   THERE IS NO SOCIAL SECURITY WAGE BASE IN THE WITHHOLDING,
      *   SO SOCIAL SECURITY AND MEDICARE WAGES ARE THE FULL WAGES.
       420-WRITE-ONE-WAGE-RECORD.
           READ ANNUAL-ARCHIVE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   PERFORM 205-BUILD-EMPLOYEE-W2
                   IF WS-HAS-W2 = 'YES'
                       MOVE SPACES TO RW-WAGE-REC
                       MOVE "RW" TO RW-RECORD-ID
                       MOVE WS-W2-TIN TO RW-SSN
                       MOVE WS-W2-FIRST-NAME TO RW-FIRST-NAME
                       MOVE WS-W2-MIDDLE-NAME TO RW-MIDDLE-NAME
                       MOVE WS-W2-LAST-NAME TO RW-LAST-NAME
                       MOVE WS-W2-STREET TO RW-DELIVERY
                       MOVE WS-W2-CITY TO RW-CITY
                       MOVE WS-W2-STATE TO RW-STATE
                       MOVE WS-W2-ZIP (1:5) TO RW-ZIP
                       IF WS-W2-ZIP (6:1) = "-"
                           MOVE WS-W2-ZIP (7:4) TO RW-ZIP-EXT
                       END-IF
                       MOVE WS-W2-WAGES TO RW-WAGES
                                           RW-SS-WAGES
                                           RW-MEDICARE-WAGES
                       MOVE WS-W2-FED TO RW-FED-TAX
                       MOVE WS-W2-SS-TAX TO RW-SS-TAX
                       MOVE WS-W2-MEDICARE-TAX TO RW-MEDICARE-TAX
                       MOVE ALL "0" TO RW-ZERO-FILL-1
                                       RW-ZERO-FILL-2
                                       RW-ZERO-FILL-3
                                       RW-ZERO-FILL-4
                       MOVE "0" TO RW-STATUTORY-EMPLOYEE
                                   RW-RETIREMENT-PLAN
                                   RW-THIRD-PARTY-SICK
                       WRITE RW-WAGE-REC
                       ADD 1 TO RW-RECORDS-WRITTEN
                   END-IF
           END-READ.

       430-WRITE-TOTAL-RECORD.
           MOVE SPACES TO RT-TOTAL-REC
           MOVE "RT" TO RT-RECORD-ID
           MOVE RW-RECORDS-WRITTEN TO RT-RW-COUNT
           MOVE FILE-WAGES TO RT-WAGES
                              RT-SS-WAGES
                              RT-MEDICARE-WAGES
           MOVE FILE-FED TO RT-FED-TAX
           MOVE FILE-SS-TAX TO RT-SS-TAX
           MOVE FILE-MEDICARE-TAX TO RT-MEDICARE-TAX
           MOVE ALL "0" TO RT-ZERO-FILL-1
                           RT-ZERO-FILL-2
           WRITE RT-TOTAL-REC.

      *   ONE STATE RECORD PER W-2, FOR THE DECEMBER REPORTING PERIOD
      *   OF THE TAX YEAR.  LOCAL WAGES AND TAX ARE CARRIED AS A CITY
      *   TAX (TYPE C) WHEN ANY LOCAL TAX WAS WITHHELD.
       440-WRITE-ONE-STATE-RECORD.
           READ ANNUAL-ARCHIVE-FILE
               AT END
                   MOVE 'NO ' TO WS-LOAD-MORE-RECORDS
               NOT AT END
                   PERFORM 205-BUILD-EMPLOYEE-W2
                   IF WS-HAS-W2 = 'YES'
                       MOVE SPACES TO RS-STATE-REC
                       MOVE "RS" TO RS-RECORD-ID
                       MOVE WS-PARM-STATE-CODE TO RS-STATE-CODE
                                                  RS-INCOME-STATE-CODE
                       MOVE WS-W2-TIN TO RS-SSN
                       MOVE WS-W2-FIRST-NAME TO RS-FIRST-NAME
                       MOVE WS-W2-MIDDLE-NAME TO RS-MIDDLE-NAME
                       MOVE WS-W2-LAST-NAME TO RS-LAST-NAME
                       MOVE WS-W2-STREET TO RS-DELIVERY
                       MOVE WS-W2-CITY TO RS-CITY
                       MOVE WS-W2-STATE TO RS-STATE
                       MOVE WS-W2-ZIP (1:5) TO RS-ZIP
                       IF WS-W2-ZIP (6:1) = "-"
                           MOVE WS-W2-ZIP (7:4) TO RS-ZIP-EXT
                       END-IF
                       MOVE "12" TO RS-REPORTING-PERIOD (1:2)
                       MOVE WS-PARM-TAX-YEAR
                           TO RS-REPORTING-PERIOD (3:4)
                       MOVE ZERO TO RS-SUI-WAGES
                                    RS-SUI-TAXABLE-WAGES
                       MOVE WS-PARM-STATE-ACCOUNT TO RS-STATE-ACCOUNT
                       MOVE WS-W2-WAGES TO RS-STATE-WAGES
                       MOVE WS-W2-STATE-TAX TO RS-STATE-TAX
                       IF WS-W2-LOCAL-TAX > ZERO
                           MOVE "C" TO RS-TAX-TYPE-CODE
                           MOVE WS-W2-WAGES TO RS-LOCAL-WAGES
                       ELSE
                           MOVE ZERO TO RS-LOCAL-WAGES
                       END-IF
                       MOVE WS-W2-LOCAL-TAX TO RS-LOCAL-TAX
                       WRITE RS-STATE-REC
                       ADD 1 TO RS-RECORDS-WRITTEN
                   END-IF
           END-READ.

       450-WRITE-FINAL-RECORD.
           MOVE SPACES TO RF-FINAL-REC
           MOVE "RF" TO RF-RECORD-ID
           MOVE RW-RECORDS-WRITTEN TO RF-RW-COUNT
           WRITE RF-FINAL-REC.

       950-WRITE-RUN-LOG.
           OPEN EXTEND RUN-LOG-FILE
           MOVE SPACES TO RL-REC
           MOVE WS-OPERATOR-ID TO RL-OPERATOR-ID
           MOVE "PROGRAM65" TO RL-PROGRAM-ID
           MOVE FUNCTION CURRENT-DATE TO RUN-DATE-WORK
           MOVE RUN-DATE-YMD TO RL-RUN-DATE
           MOVE RUN-TIME-HMS TO RL-RUN-TIME
           MOVE EMPLOYEES-READ TO RL-RECORDS-READ
           MOVE BAD-TIN-COUNT TO RL-RECORDS-REJECTED
           MOVE WS-CONDITION-CODE TO RL-CONDITION-CODE
           MOVE FILE-WAGES TO RL-CONTROL-TOTAL
           WRITE RL-REC
           CLOSE RUN-LOG-FILE.

      *   THE STREAM'S BUSINESS DATE OVERRIDES THE WALL-CLOCK DATE
      *   WHEN THE CONTROL FILE IS ON DISK, SO THE PRINTS CARRY THE
      *   DATE OF THE BUSINESS DAY THE RUN BELONGS TO.
       095-GET-BUSINESS-DATE.
           OPEN INPUT BUSINESS-DATE-FILE
           READ BUSINESS-DATE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BD-DATE IS NUMERIC AND BD-DATE > ZERO
                       MOVE BD-DATE TO WS-RUN-DATE
                   END-IF
           END-READ
           CLOSE BUSINESS-DATE-FILE.

       END PROGRAM PROGRAM65.
