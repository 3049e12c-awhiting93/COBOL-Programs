      *step in the step table has a completion for the date.
      *The step table comes from STREAM-STEPS.DAT (step number and
      *program name per line); with no file on disk the stream's
      *known fourteen steps are built in.
      *Every record is keyed to the business date current when it is
      *written, so the date-advance step must be the stream's FIRST
      *step - that way every completion, including the advance's
      *own, lands under the date the stream actually ran under and
      *FINISH can find them all.
      *PROGRAM71, the federal tax deposit run, is now the stream's
      *step 08 in the built-in table, so a deposit day that fails is
      *resumed by the rerun and a completed one is never paid twice.
      *PROGRAM77, the nightly promise-to-pay check, follows it as
      *step 09, so a rerun never marks the same day's installments
      *twice.
      *PROGRAM81, the nightly receiving and reorder run, is step 10,
      *so a rerun never books the same delivery into stock twice.
      *PROGRAM85, the nightly loss-prevention scoring of the day's
      *returns, is step 11.
      *SODCHECK, the nightly segregation-of-duties check, is step 12.
      *REFCHECK, the nightly cross-file referential integrity sweep,
      *is step 13.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
               10  FILLER            PIC X(12) VALUE "05 PROGRAM31".
               10  FILLER            PIC X(12) VALUE "06 PROGRAM50".
               10  FILLER            PIC X(12) VALUE "07 PROGRAM28".
               10  FILLER            PIC X(12) VALUE "08 PROGRAM71".
               10  FILLER            PIC X(12) VALUE "09 PROGRAM77".
               10  FILLER            PIC X(12) VALUE "10 PROGRAM81".
               10  FILLER            PIC X(12) VALUE "11 PROGRAM85".
               10  FILLER            PIC X(12) VALUE "12 SODCHECK ".
               10  FILLER            PIC X(12) VALUE "13 REFCHECK ".
           05  DEFAULT-STEP REDEFINES DEFAULT-STEP-TABLE
                                           PIC X(12)   OCCURS 14 TIMES.

       01  REQUEST-HOLD-AREAS.
           05  WS-REQ-VERB                 PIC X(6)    VALUE SPACES.
           IF STEP-COUNT = ZERO
               PERFORM 125-BUILD-DEFAULT-TABLE
                   VARYING WS-STEP-SUB FROM 1 BY 1
                   UNTIL WS-STEP-SUB > 14
           END-IF.

       121-READ-ONE-STEP.
