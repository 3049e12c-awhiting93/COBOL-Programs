      **********************************************************************
      * POSPAY - THE POSITIVE-PAY ISSUE RECORD IN THE BANK'S LAYOUT        *
      * (WhitingPOSITIVE-PAY.DAT), WRITTEN BY PROGRAM36 FOR EVERY CHECK    *
      * NUMBER ISSUED OR VOIDED AND REBUILT BY PROGRAM63 FOR A RESEND.     *
      * THE SAME LAYOUT IS KEPT IN WhitingPOSITIVE-PAY-HIST.DAT.           *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY POSPAY REPLACING ==:PFX:== BY ==PP==.                     *
      *                                                                    *
      * ONE 'D' DETAIL PER NUMBER TOUCHED (A REISSUE IS A VOID OF THE      *
      * OLD NUMBER AND AN ISSUE OF THE NEW ONE), THEN ONE 'T' TRAILER      *
      * WHOSE ISSUE TOTAL TIES TO THE REGISTER'S TOTAL ISSUED, THEN THE    *
      * COMMON SEAL TRAILER.  THE BANK PAYS NO CHECK NOT ON THE FILE.      *
      **********************************************************************
       01  :PFX:-POSPAY-REC.
           05  :PFX:-RECORD-TYPE           PIC X.
               88  :PFX:-IS-DETAIL                 VALUE 'D'.
               88  :PFX:-IS-TRAILER                VALUE 'T'.
           05  :PFX:-ROUTING-NUMBER        PIC 9(9).
           05  :PFX:-ACCOUNT-NUMBER        PIC X(17).
           05  :PFX:-DETAIL-AREA.
               10  :PFX:-CHECK-NUMBER      PIC 9(10).
               10  :PFX:-AMOUNT            PIC 9(8)V99.
               10  :PFX:-ISSUE-DATE        PIC 9(8).
               10  :PFX:-PAYEE-NAME        PIC X(20).
               10  :PFX:-ISSUE-VOID        PIC X.
                   88  :PFX:-IS-ISSUE              VALUE 'I'.
                   88  :PFX:-IS-VOID               VALUE 'V'.
           05  :PFX:-TRAILER-AREA REDEFINES :PFX:-DETAIL-AREA.
               10  :PFX:-ISSUE-COUNT       PIC 9(7).
               10  :PFX:-ISSUE-TOTAL       PIC 9(8)V99.
               10  :PFX:-VOID-COUNT        PIC 9(7).
               10  :PFX:-VOID-TOTAL        PIC 9(8)V99.
               10                          PIC X(15).
