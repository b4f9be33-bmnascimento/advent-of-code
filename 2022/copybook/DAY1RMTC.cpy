      *****************************************************************
      *  DAY1RMTC  - ROSTER MAINTENANCE TRANSACTION RECORD (DAY1RMNT)
      *
      *  ONE CARD PER MAINTENANCE ACTION AGAINST THE ELF ROSTER
      *  MASTER (ELFROST), KEYED BY RMT-ELF-ID.
      *    ADD       NEW ELF - RMT-ELF-NAME AND RMT-DEPOT REQUIRED;
      *              THE ELF IS ADDED ACTIVE.
      *    CHGNAME   REPLACE ROST-ELF-NAME WITH RMT-ELF-NAME.
      *    ACTIVATE  SET ROST-STATUS TO 'A'.
      *    DEACTIV   SET ROST-STATUS TO 'I'.
      *    TRANSFER  MOVE THE ELF TO RMT-DEPOT AS OF RMT-EFF-DATE
      *              (BLANK MEANS THE RUN DATE).  A TRANSFER BACK TO
      *              THE PRIOR DEPOT WHILE A MOVE IS STILL PENDING
      *              CANCELS THE PENDING MOVE.
      *    CAPACITY  SET ROST-CAPACITY TO RMT-CAPACITY.  BLANK OR
      *              ZERO CLEARS IT, SO THE ELF FALLS BACK TO ITS
      *              DEPOT'S DEFAULT CAPACITY.
      *  AN ADD MAY ALSO CARRY RMT-CAPACITY; BLANK LEAVES IT NOT SET.
      *  FIELDS NOT USED BY AN ACTION ARE IGNORED.
      *****************************************************************
       01  DAY1-ROST-TRAN-RECORD.
           05  RMT-ACTION                PIC X(08).
               88  RMT-ACTION-ADD        VALUE 'ADD'.
               88  RMT-ACTION-CHGNAME    VALUE 'CHGNAME'.
               88  RMT-ACTION-ACTIVATE   VALUE 'ACTIVATE'.
               88  RMT-ACTION-DEACTIV    VALUE 'DEACTIV'.
               88  RMT-ACTION-TRANSFER   VALUE 'TRANSFER'.
               88  RMT-ACTION-CAPACITY   VALUE 'CAPACITY'.
           05  FILLER                    PIC X(01).
           05  RMT-ELF-ID                PIC X(05).
           05  FILLER                    PIC X(01).
           05  RMT-ELF-NAME              PIC X(20).
           05  FILLER                    PIC X(01).
           05  RMT-DEPOT                 PIC X(03).
           05  FILLER                    PIC X(01).
           05  RMT-EFF-DATE              PIC X(08).
           05  FILLER                    PIC X(01).
           05  RMT-CAPACITY              PIC X(07).
           05  FILLER                    PIC X(04).
