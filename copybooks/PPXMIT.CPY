      **********************************************************************
      * PPXMIT - ONE ENTRY PER POSITIVE-PAY FILE SENT TO THE BANK          *
      * (WhitingPOSPAY-XMIT-LOG.DAT), APPENDED BY PROGRAM36 FOR EACH       *
      * ORIGINAL FILE AND BY PROGRAM63 FOR EACH RESEND, SO A MISSED        *
      * DAY CAN BE FOUND AND ITS FILE REBUILT TO THE SAME FIGURES.         *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY PPXMIT REPLACING ==:PFX:== BY ==XL==.                     *
      *                                                                    *
      * THE FILE DATE IS THE ISSUE DATE ON THE FILE'S DETAILS; THE RUN     *
      * DATE AND TIME ARE WHEN THIS COPY OF THE FILE WAS BUILT.            *
      **********************************************************************
       01  :PFX:-XMIT-REC.
           05  :PFX:-FILE-DATE             PIC 9(8).
           05  :PFX:-XMIT-TYPE             PIC X.
               88  :PFX:-IS-ORIGINAL               VALUE 'O'.
               88  :PFX:-IS-RESEND                 VALUE 'R'.
           05  :PFX:-RUN-DATE              PIC 9(8).
           05  :PFX:-RUN-TIME              PIC 9(6).
           05  :PFX:-OPERATOR-ID           PIC X(5).
           05  :PFX:-ISSUE-COUNT           PIC 9(7).
           05  :PFX:-ISSUE-TOTAL           PIC 9(8)V99.
           05  :PFX:-VOID-COUNT            PIC 9(7).
           05  :PFX:-VOID-TOTAL            PIC 9(8)V99.
           05  :PFX:-SEAL-HASH             PIC 9(11).
