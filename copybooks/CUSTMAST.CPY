      *                                                                    *
      * THE ADDRESS BLOCK RIDES BEHIND THE ORIGINAL FIELDS SO EVERY        *
      * PRE-ADDRESS READER KEEPS WORKING ON THE LEADING BYTES.             *
      *                                                                    *
      * THE MAIL PREFERENCE RIDES BEHIND THE ADDRESS BLOCK THE SAME WAY:   *
      * N WHEN THE CUSTOMER HAS ASKED NOT TO BE SENT MARKETING MAIL, Y OR  *
      * BLANK (EVERY RECORD FROM BEFORE THE FLAG) WHEN THEY MAY BE.        *
      * STATEMENTS AND DUNNING ARE NOT MARKETING AND IGNORE IT.            *
      **********************************************************************
       01  :PFX:-MASTER-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
               10  :PFX:-STATE             PIC XX.
               10  :PFX:-ZIP               PIC X(10).
               10  :PFX:-PHONE             PIC X(12).
           05  :PFX:-MAIL-PREFERENCE       PIC X.
               88  :PFX:-DO-NOT-MAIL               VALUE 'N'.
