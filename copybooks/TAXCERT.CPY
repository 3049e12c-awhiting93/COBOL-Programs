      **********************************************************************
      * TAXCERT - ONE SALES TAX EXEMPTION CERTIFICATE ON FILE FOR A        *
      * CUSTOMER (TAX-EXEMPT-CERTS.DAT), HELD IN CUSTOMER-ID ORDER BY      *
      * THE SALES DESK.  PROGRAM04 CHARGES NO TAX ON A SALE OR RETURN      *
      * DATED ON OR BEFORE THE CERTIFICATE'S EXPIRY, AND PROGRAM82         *
      * LISTS THE CERTIFICATES COMING UP FOR RENEWAL EACH MONTH END.       *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY TAXCERT REPLACING ==:PFX:== BY ==TC==.                    *
      *                                                                    *
      * A CUSTOMER HOLDS ONE CERTIFICATE - A RENEWAL REPLACES THE ROW.     *
      **********************************************************************
       01  :PFX:-REC.
           05  :PFX:-CUSTOMER-ID           PIC X(5).
           05  :PFX:-CERT-NUM              PIC X(15).
           05  :PFX:-EXEMPT-TYPE           PIC X.
               88  :PFX:-RESALE                        VALUE 'R'.
               88  :PFX:-NONPROFIT                     VALUE 'N'.
               88  :PFX:-TYPE-VALID                    VALUES 'R', 'N'.
           05  :PFX:-ISSUE-STATE           PIC X(2).
           05  :PFX:-EXPIRY-DATE           PIC 9(8).
