      *****************************************************************
      *  DAY1CAL   - PROCESSING-CALENDAR CONTROL RECORD
      *
      *  ONE RECORD PER BUSINESS DATE, KEYED BY CAL-BUSINESS-DATE.
      *  DAY1LOAD OPENS A NEW BUSINESS DATE ONLY WHEN THE PREVIOUS
      *  ONE IS COMPLETE, AND EACH NIGHTLY STEP THEN MARKS ITS OWN
      *  SLOT STARTED ('O') WHEN IT BEGINS AND COMPLETE ('C') WHEN
      *  IT REACHES NORMAL END.  THE SLOTS RUN IN JOB ORDER:
      *    1 DAY1LOAD  2 DAY1  3 DAY1ADJ  4 DAY1TLD  5 DAY1RPT
      *  ON A NIGHT SPLIT BY ELF-ID RANGE, SLOT 2 BELONGS TO THE
      *  DAY1MRG MERGE; THE DAY1 SLICES CHECK IT BUT NEVER MARK IT.
      *  A STEP REFUSES TO RUN UNTIL THE SLOT BEFORE IT IS COMPLETE,
      *  AND REFUSES A SLOT ALREADY COMPLETE UNLESS AN AUTHORIZED
      *  OVERRIDE CARD (DAY1OVRD) NAMES THE DATE.  A SLOT LEFT
      *  STARTED BY AN ABEND MAY RUN AGAIN - THAT IS A RESTART.
      *  DAY1RPT COMPLETING ITS SLOT COMPLETES THE BUSINESS DATE.
      *****************************************************************
       01  DAY1-CALENDAR-RECORD.
           05  CAL-BUSINESS-DATE         PIC 9(08).
           05  CAL-DATE-STATUS           PIC X(01).
               88  CAL-DATE-OPEN         VALUE 'O'.
               88  CAL-DATE-COMPLETE     VALUE 'C'.
           05  CAL-STEP-AREA.
               10  CAL-LOAD-STATUS       PIC X(01).
               10  CAL-DAY1-STATUS       PIC X(01).
               10  CAL-ADJ-STATUS        PIC X(01).
               10  CAL-TLD-STATUS        PIC X(01).
               10  CAL-RPT-STATUS        PIC X(01).
           05  CAL-STEP-TABLE REDEFINES CAL-STEP-AREA.
               10  CAL-STEP-STATUS       PIC X(01) OCCURS 5 TIMES.
                   88  CAL-STEP-NOT-RUN  VALUE SPACE.
                   88  CAL-STEP-STARTED  VALUE 'O'.
                   88  CAL-STEP-COMPLETE VALUE 'C'.
           05  CAL-OVERRIDE-COUNT        PIC 9(03).
           05  CAL-LAST-OVERRIDE-AUTH    PIC X(08).
           05  CAL-LAST-PROGRAM          PIC X(08).
           05  CAL-LAST-UPDATE-DATE      PIC 9(08).
           05  CAL-LAST-UPDATE-TIME      PIC 9(06).
           05  FILLER                    PIC X(03).
