      * THE STATEMENT, INQUIRY, AND MERGE PROGRAMS READ THIS FILE -        *
      * PLAIN NUMBERS, FIXED POSITIONS - SO A COSMETIC CHANGE TO THE       *
      * PRINTED TRAIL CAN NEVER CORRUPT A STATEMENT AGAIN.                 *
      *                                                                    *
      * THE STAMP AND THE AFTER-IMAGE RIDE BEHIND THE OPERATOR LEVEL SO    *
      * THE RECOVERY PROGRAM (CUSTRCVR) CAN ROLL A RESTORED MASTER         *
      * FORWARD TO A POINT IN TIME.  RECORDS FROM BEFORE THEM READ AS      *
      * BLANK; A BLANK AFTER-IMAGE MEANS ONLY THE CREDIT LIMIT AND         *
      * BALANCE CHANGED (OR NOTHING DID, FOR A NOTE-ONLY TYPE).            *
      *                                                                    *
      * PROGRAM25 WRITES A MERGE OR RENUM RECORD UNDER THE SURVIVING ID    *
      * FOR EVERY MASTER IT MAPS, NAMING THE ID THAT WENT INTO IT, SO THE  *
      * RECOVERY CAN REPLAY THE MERGE LIKE ANY OTHER CHANGE.               *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
      *    RIDES BEHIND THE ORIGINAL LAYOUT SO OLDER RECORDS READ
      *    AS BLANK.
           05  :PFX:-OPERATOR-LEVEL        PIC X.
      *    WALL-CLOCK CCYYMMDDHHMMSS WHEN THE RECORD WAS WRITTEN.
           05  :PFX:-STAMP                 PIC X(14).
      *    THE NON-NUMERIC FIELDS OF THE MASTER RECORD AFTER THE
      *    CHANGE - FILLED BY PROGRAM13 FOR EVERY TYPE IT WRITES.
           05  :PFX:-NEW-IMAGE.
               10  :PFX:-NEW-NAME          PIC X(27).
               10  :PFX:-NEW-CREDIT-CODE   PIC XX.
               10  :PFX:-NEW-STREET        PIC X(25).
               10  :PFX:-NEW-CITY          PIC X(15).
               10  :PFX:-NEW-STATE         PIC XX.
               10  :PFX:-NEW-ZIP           PIC X(10).
               10  :PFX:-NEW-PHONE         PIC X(12).
               10  :PFX:-NEW-MAIL-PREFERENCE
                                           PIC X.
      *    ON A MERGE OR RENUM RECORD, THE OLD ID MAPPED ONTO THE
      *    CUSTOMER ID ABOVE.  BLANK ON EVERY OTHER TYPE.
           05  :PFX:-FROM-ID               PIC X(5).
