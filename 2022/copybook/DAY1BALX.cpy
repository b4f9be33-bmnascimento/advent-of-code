      *****************************************************************
      *  DAY1BALX  - LOAD-REBALANCING PROPOSAL RECORD (DAY1BAL)
      *
      *  ONE RECORD PER FOOD CATEGORY OF EACH PROPOSED MOVE: THE
      *  OVERLOADED ELF (FROM) HANDS THE CALORIES TO A LIGHTLY
      *  LOADED ELF (TO) AT THE SAME STAGING DEPOT.  BOTH ELVES ARE
      *  ACTIVE ON THE ROSTER AND THE DEPOT IS THEIR ROSTER DEPOT AS
      *  OF BALX-DATE, THE INVENTORY DATE BEING DISPATCHED.
      *  ONLY WHAT THE FROM-ELF HAD SCANNED AT THAT DEPOT IS EVER
      *  MOVED - SUPPLIES SCANNED AT ANY OTHER DEPOT ARE STAGED
      *  THERE AND NEVER APPEAR HERE.  BALX-MOVE-NO NUMBERS THE
      *  FROM/TO PAIRINGS; A MOVE SPREAD OVER SEVERAL CATEGORIES
      *  SHARES ONE MOVE NUMBER.  THE CATEGORIES ARE THE FROM-ELF'S
      *  OWN SCANNED MIX AT THE DEPOT FOR THE DATE, LARGEST FIRST;
      *  'UN' IS UNCATEGORIZED.  LRECL 40.
      *****************************************************************
       01  DAY1-BAL-PROPOSAL-RECORD.
           05  BALX-DATE                 PIC X(08).
           05  BALX-DEPOT                PIC X(03).
           05  BALX-MOVE-NO              PIC 9(05).
           05  BALX-FROM-ELF             PIC 9(05).
           05  BALX-TO-ELF               PIC 9(05).
           05  BALX-CATEGORY             PIC X(02).
           05  BALX-CALORIES             PIC 9(07).
           05  FILLER                    PIC X(05).
