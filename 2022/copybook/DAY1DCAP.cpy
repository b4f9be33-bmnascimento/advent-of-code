      *****************************************************************
      *  DAY1DCAP  - DEPOT DEFAULT-CAPACITY CARD (DAY1CAPR)
      *
      *  ONE CARD PER STAGING DEPOT GIVING THE CARRYING CAPACITY, IN
      *  CALORIES PER NIGHT, OF AN ELF AT THAT DEPOT WHOSE ROSTER
      *  RECORD HAS NO ROST-CAPACITY OF ITS OWN.  AN ELF WITH
      *  NEITHER IS NOT CAPACITY-CHECKED AND IS COUNTED AS SUCH.
      *****************************************************************
       01  DAY1-DEPOT-CAP-RECORD.
           05  DCAP-DEPOT                PIC X(03).
           05  FILLER                    PIC X(01).
           05  DCAP-DEFAULT-CAPACITY     PIC X(07).
           05  FILLER                    PIC X(69).
