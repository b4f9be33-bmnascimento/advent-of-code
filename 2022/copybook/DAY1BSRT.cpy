      *****************************************************************
      *  DAY1BSRT  - SORT WORK RECORD FOR DAY1BAL
      *
      *  ONE ACTIVE ELF'S NET LOAD FOR THE NIGHT, UNDER ITS ROSTER
      *  DEPOT AS OF THE NIGHT.  SORTED BY DEPOT THEN HEAVIEST
      *  FIRST, SO EACH DEPOT ARRIVES WITH ITS GIVERS AT THE FRONT
      *  AND ITS TAKERS AT THE BACK.
      *****************************************************************
       01  SD-BAL-ELF-RECORD.
           05  BSRT-DEPOT                PIC X(03).
           05  BSRT-NET-TOTAL            PIC 9(07).
           05  BSRT-ELF-ID               PIC 9(05).
