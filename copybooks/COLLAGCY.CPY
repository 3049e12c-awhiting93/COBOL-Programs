      **********************************************************************
      * COLLAGCY - ONE OUTSIDE COLLECTION AGENCY WE PLACE ACCOUNTS WITH    *
      * (COLLECTION-AGENCIES.DAT), ONE RECORD PER AGENCY CODE.  PROGRAM78  *
      * NAMES THE AGENCY ON ITS PLACEMENT FILE AND PROGRAM79 CHECKS THE    *
      * AGENCY'S REMITTED COMMISSION AGAINST THE CONTRACT RATE.            *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY COLLAGCY REPLACING ==:PFX:== BY ==AG==.                   *
      *                                                                    *
      * THE COMMISSION RATE IS THE SHARE OF EVERY DOLLAR RECOVERED THE     *
      * AGENCY KEEPS (.3000 IS THIRTY PERCENT).                            *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-AGENCY-CODE           PIC X(3).
           05  :PFX:-AGENCY-NAME           PIC X(25).
           05  :PFX:-COMMISSION-RATE       PIC V9(4).
