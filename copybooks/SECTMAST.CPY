      **********************************************************************
      * SECTMAST - THE SECTION MASTER RECORD (SECTION-MASTER.DAT), ONE     *
      * PER COURSE SECTION, KEYED BY HAND AND READ BY THE GRADE AND        *
      * ENROLLMENT PROGRAMS.                                               *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY SECTMAST REPLACING ==:PFX:== BY ==SEC==.                  *
      *                                                                    *
      * THE SEAT CAPACITY RIDES BEHIND THE ORIGINAL 54 BYTES - THE SAME    *
      * CONVENTION AS STUMAST - SO THE READERS THAT CARRY THE OLD LAYOUT   *
      * (PROGRAM03, PROGRAM20) KEEP WORKING ON THE LEADING BYTES.  A       *
      * BLANK OR ZERO CAPACITY IS A SECTION WITH NO SEAT LIMIT.            *
      *                                                                    *
      * THE MEETING PATTERN FOLLOWS THE CAPACITY.  THE DAYS ARE SEVEN      *
      * POSITIONS, MONDAY THROUGH SUNDAY, NON-BLANK ON A DAY THE SECTION   *
      * MEETS (E.G. 'M W F  ' OR ' T R   ').  THE TIMES ARE 24-HOUR HHMM.  *
      * THE ROOM IS A 4-BYTE BUILDING CODE AND A 4-BYTE ROOM NUMBER.  A    *
      * SECTION WITH NO DAYS OR NO TIMES MEETS BY ARRANGEMENT AND NEVER    *
      * CONFLICTS; ONE WITH NO ROOM HOLDS NO ROOM.                         *
      *                                                                    *
      * THE BILLING FIELDS FOLLOW THE ROOM: THE CREDIT HOURS (99V9) THE    *
      * TERM'S PER-HOUR TUITION RATE IS CHARGED ON, AND A FLAT SECTION     *
      * FEE (LAB, STUDIO, MATERIALS) BILLED ON TOP.  BLANK IS ZERO.        *
      **********************************************************************
       01  :PFX:-SECTION-REC.
           05  :PFX:-SECTION-CODE          PIC X(6).
           05  :PFX:-TITLE                 PIC X(20).
           05  :PFX:-INSTRUCTOR            PIC X(20).
           05  :PFX:-TERM-OFFERED          PIC X(5).
           05  :PFX:-PASSING-MARK          PIC 9(3).
           05  :PFX:-CAPACITY              PIC 9(3).
           05  :PFX:-MEETING-DAYS          PIC X(7).
           05  :PFX:-MEETING-DAY-FLAGS REDEFINES :PFX:-MEETING-DAYS.
               10  :PFX:-MEETS-ON          PIC X    OCCURS 7 TIMES.
           05  :PFX:-START-TIME            PIC 9(4).
           05  :PFX:-END-TIME              PIC 9(4).
           05  :PFX:-ROOM.
               10  :PFX:-BUILDING          PIC X(4).
               10  :PFX:-ROOM-NUMBER       PIC X(4).
           05  :PFX:-CREDIT-HOURS          PIC 99V9.
           05  :PFX:-SECTION-FEE           PIC 9(4)V99.
