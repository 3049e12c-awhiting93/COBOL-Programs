      **********************************************************************
      * GRDAUDIT - ONE PERMANENT RECORD ON THE GRADE AUDIT TRAIL           *
      * (WhitingGRADE-AUDIT-TRAIL.DAT) PER GRADE RECORD REPLACED - THE     *
      * GRADES AS THEY STOOD BEFORE AND AFTER, WHO, AND WHEN.  WRITTEN BY  *
      * PROGRAM20 FOR AN OPEN TERM AND BY PROGRAM09 WHEN A SUPERVISOR      *
      * APPROVES A CHANGE TO A CLOSED TERM; PROGRAM44 ANSWERS INQUIRIES.   *
      *                                                                    *
      * COPY WITH A PREFIX, E.G.:                                          *
      *     COPY GRDAUDIT REPLACING ==:PFX:== BY ==GA==.                   *
      *                                                                    *
      * THE REASON CODE AND APPROVING OPERATOR RIDE BEHIND THE ORIGINAL    *
      * 85 BYTES, SO PROGRAM44'S LAYOUT STILL READS THE LEADING BYTES.     *
      * FOR AN APPROVED LATE CHANGE THE OPERATOR IS THE ONE WHO KEYED THE  *
      * REQUEST AND THE APPROVER IS THE SUPERVISOR WHO RELEASED IT; FOR AN *
      * OPEN-TERM REPLACEMENT BOTH ARE BLANK.                              *
      **********************************************************************
       01  :PFX:-GRADE-AUDIT-REC.
           05  :PFX:-DATE                  PIC 9(8).
           05  :PFX:-OPERATOR              PIC X(5).
           05  :PFX:-STUDENT-ID            PIC X(5).
           05  :PFX:-SECTION-CODE          PIC X(6).
           05  :PFX:-TERM-ID               PIC X(5).
           05  :PFX:-OLD-COUNT             PIC 9.
           05  :PFX:-OLD-GRADE             PIC 999 OCCURS 9 TIMES.
           05  :PFX:-NEW-COUNT             PIC 9.
           05  :PFX:-NEW-GRADE             PIC 999 OCCURS 9 TIMES.
           05  :PFX:-REASON-CODE           PIC X.
           05  :PFX:-APPROVED-BY           PIC X(5).
