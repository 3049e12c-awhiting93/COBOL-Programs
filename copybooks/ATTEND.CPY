      **********************************************************************
      * ATTEND - ONE STUDENT'S MARK FOR ONE MEETING OF ONE SECTION ON THE  *
      * ATTENDANCE FILE (WhitingATTENDANCE.DAT), KEYED BY STUDENT,         *
      * SECTION, TERM AND MEETING DATE.  KEYED THROUGH PROGRAM98 AND READ  *
      * BY THE WEEKLY ABSENCE RUN (PROGRAM99) AND THE REPORT CARDS.        *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY ATTEND REPLACING ==:PFX:== BY ==ATT==.                    *
      *                                                                    *
      * THE ATTENDANCE PERCENTAGE IS THE MEETINGS PRESENT OR TARDY OVER    *
      * THE MEETINGS MARKED, LEAVING OUT EXCUSED ABSENCES; A SECTION WITH  *
      * EVERY MEETING EXCUSED IS 100 PERCENT.                              *
      **********************************************************************
       01  :PFX:-ATTEND-REC.
           05  :PFX:-STUDENT-ID            PIC X(5).
           05  :PFX:-SECTION-CODE          PIC X(6).
           05  :PFX:-TERM-ID               PIC X(5).
           05  :PFX:-MEETING-DATE          PIC 9(8).
           05  :PFX:-STATUS                PIC X.
               88  :PFX:-IS-PRESENT                VALUE 'P'.
               88  :PFX:-IS-ABSENT                 VALUE 'A'.
               88  :PFX:-IS-TARDY                  VALUE 'T'.
               88  :PFX:-IS-EXCUSED                VALUE 'E'.
               88  :PFX:-IS-VALID-STATUS  VALUES 'P', 'A', 'T', 'E'.
           05  :PFX:-KEYED-BY              PIC X(5).
           05  :PFX:-KEYED-DATE            PIC 9(8).
