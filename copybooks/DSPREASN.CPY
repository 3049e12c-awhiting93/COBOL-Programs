      **********************************************************************
      * DSPREASN - THE REASON CODES A DISPUTED OPEN ITEM MAY CARRY         *
      * (THE DISPUTE FIELDS ON THE OPENITEM RECORD).  PROGRAM74 ACCEPTS    *
      * ONLY THESE CODES AND THE OPEN-DISPUTES REPORT PRINTS THEIR         *
      * DESCRIPTIONS, SO BOTH READ THE SAME LIST FROM HERE.                *
      *                                                                    *
      * COPY INTO WORKING-STORAGE WITH A PREFIX, E.G.:                     *
      *     COPY DSPREASN REPLACING ==:PFX:== BY ==DR==.                   *
      *                                                                    *
      * A NEW CODE IS ADDED AS ONE MORE CONSTANT ROW AND THE COUNT AND     *
      * OCCURS RAISED TO MATCH.                                            *
      **********************************************************************
       01  :PFX:-REASON-TABLE-AREAS.
           05  :PFX:-REASON-COUNT          PIC 9(2)    VALUE 7.
           05  :PFX:-REASON-CONSTANTS.
               10                          PIC X(32)   VALUE
                   "PRPRICE DIFFERS FROM AGREEMENT  ".
               10                          PIC X(32)   VALUE
                   "QTQUANTITY SHORT OR OVER-BILLED ".
               10                          PIC X(32)   VALUE
                   "DMGOODS DAMAGED OR DEFECTIVE    ".
               10                          PIC X(32)   VALUE
                   "NRGOODS NOT RECEIVED            ".
               10                          PIC X(32)   VALUE
                   "DBDUPLICATE BILLING             ".
               10                          PIC X(32)   VALUE
                   "PDPAYMENT ALREADY MADE          ".
               10                          PIC X(32)   VALUE
                   "OTOTHER - SEE CUSTOMER FILE     ".
           05  :PFX:-REASON-TABLE REDEFINES :PFX:-REASON-CONSTANTS
                   OCCURS 7 TIMES INDEXED BY :PFX:-REASON-IDX.
               10  :PFX:-REASON-CODE       PIC XX.
               10  :PFX:-REASON-TEXT       PIC X(30).
