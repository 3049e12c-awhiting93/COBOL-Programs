      *packed fields are unpacked on the way out and repacked on the
      *way back - so no binary byte can collide with the backup
      *file's record framing.
      *The customer's mail preference, now on the master behind the
      *address block, is carried through the backup and back.
      *Every customer unload is entered on the master copy catalog
      *(WhitingMASTER-GENERATIONS.DAT) with the moment it was taken
      *and its record count and balance hash, so the CUSTRCVR
      *recovery can start from the unload and roll it forward.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
           SELECT OPTIONAL SALES-BACKUP-FILE
               ASSIGN TO "..\..\..\..\CUSTOMER-SALES-BACKUP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.
           SELECT OPTIONAL MASTER-CATALOG-FILE
               ASSIGN TO "..\..\..\..\WhitingMASTER-GENERATIONS.DAT"
               ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.
           05  BKP-BALANCE                 PIC S9(5)V99
                                           SIGN IS LEADING SEPARATE.
           05  BKP-ADDRESS-BLOCK           PIC X(64).
           05  BKP-MAIL-PREFERENCE         PIC X.

       FD  SALES-BACKUP-FILE.
       01  SALES-BACKUP-REC                PIC X(18).

       FD  MASTER-CATALOG-FILE.
       COPY MASTGEN REPLACING ==:PFX:== BY ==MG==.

       WORKING-STORAGE SECTION.
       01  PROGRAM-INDICATORS.
           05  ARE-THERE-MORE-RECORDS      PIC X(3)    VALUE  'YES'.
       01  CONTROL-FIGURE-AREAS.
           05  WS-RECORD-COUNT             PIC 9(7)    VALUE ZERO.
           05  WS-BALANCE-HASH             PIC S9(11)V99 VALUE ZERO.
           05  WS-UNLOAD-STAMP             PIC X(21)   VALUE SPACES.

       PROCEDURE DIVISION.
       100-MAIN-MODULE.
           END-IF.

       200-UNLOAD-CUSTOMER-MASTER.
           MOVE FUNCTION CURRENT-DATE TO WS-UNLOAD-STAMP
           OPEN INPUT OLD-MASTER-FILE
           OPEN OUTPUT CUSTOMER-BACKUP-FILE
           MOVE 'YES' TO ARE-THERE-MORE-RECORDS
               UNTIL ARE-THERE-MORE-RECORDS = 'NO '
           CLOSE OLD-MASTER-FILE
                 CUSTOMER-BACKUP-FILE
           PERFORM 220-CATALOG-UNLOAD
           DISPLAY "CUSTOMER MASTER UNLOADED TO FLAT BACKUP".

       210-UNLOAD-ONE-CUSTOMER.
                   MOVE OLD-CREDIT-CODE TO BKP-CREDIT-CODE
                   MOVE OLD-BALANCE TO BKP-BALANCE
                   MOVE OLD-ADDRESS-BLOCK TO BKP-ADDRESS-BLOCK
                   MOVE OLD-MAIL-PREFERENCE TO BKP-MAIL-PREFERENCE
                   WRITE BKP-MASTER-REC
                   ADD 1 TO WS-RECORD-COUNT
                   ADD OLD-BALANCE TO WS-BALANCE-HASH
           END-READ.

      *   THE UNLOAD STANDS FOR THE MASTER AS IT WAS WHEN THE UNLOAD
      *   STARTED - AUDIT DATA STAMPED FROM THEN ON IS NOT IN IT.
       220-CATALOG-UNLOAD.
           OPEN EXTEND MASTER-CATALOG-FILE
           MOVE SPACES TO MG-REC
           MOVE 'U' TO MG-SOURCE
           MOVE WS-UNLOAD-STAMP (1:8) TO MG-FILE-DATE
           MOVE WS-UNLOAD-STAMP (1:14) TO MG-AS-OF-STAMP
           MOVE "PROGRAM32" TO MG-PROGRAM-ID
           MOVE WS-RECORD-COUNT TO MG-RECORD-COUNT
           MOVE WS-BALANCE-HASH TO MG-BALANCE-TOTAL
           WRITE MG-REC
           CLOSE MASTER-CATALOG-FILE.

      *   THE RELOAD BUILDS THE INDEXED FILE FRESH - OPEN OUTPUT
      *   THROWS AWAY WHATEVER (POSSIBLY UNREADABLE) INDEX WAS THERE
      *   AND EVERY RECORD COMES BACK FROM THE FLAT BACKUP IN KEY
                   MOVE BKP-CREDIT-CODE TO OLD-CREDIT-CODE
                   MOVE BKP-BALANCE TO OLD-BALANCE
                   MOVE BKP-ADDRESS-BLOCK TO OLD-ADDRESS-BLOCK
                   MOVE BKP-MAIL-PREFERENCE TO OLD-MAIL-PREFERENCE
                   WRITE OLD-MASTER-REC
                       INVALID KEY
                           DISPLAY "**** DUPLICATE OR OUT-OF-ORDER "
