      *****************************************************************
      *  DAY1HOLD  - OVER-CAPACITY HOLD RECORD
      *
      *  WRITTEN BY DAY1CAPR FOR EVERY ELF WHOSE NET TOTAL FOR AN
      *  INVENTORY DATE (ALL DEPOTS TOGETHER) IS OVER THE ELF'S
      *  CARRYING CAPACITY.  DAY1RPT HOLDS EVERY ELF/DATE ON THIS
      *  FILE OUT OF THE TOP-N ALLOCATION FEED (DAY1TOPN), TONIGHT'S
      *  ENTRIES AND RETRANSMISSIONS ALIKE.  HOLD-DEPOT IS THE
      *  ELF'S ROSTER DEPOT AS OF THE INVENTORY DATE.  HOLD-CAP-
      *  SOURCE SAYS WHETHER THE CAPACITY CAME FROM THE ELF'S OWN
      *  ROSTER RECORD ('E') OR ITS DEPOT DEFAULT ('D').  LRECL 40.
      *****************************************************************
       01  DAY1-HOLD-RECORD.
           05  HOLD-ELF-ID               PIC 9(05).
           05  HOLD-DATE                 PIC X(08).
           05  HOLD-DEPOT                PIC X(03).
           05  HOLD-NET-TOTAL            PIC 9(07).
           05  HOLD-CAPACITY             PIC 9(07).
           05  HOLD-EXCESS               PIC 9(07).
           05  HOLD-CAP-SOURCE           PIC X(01).
               88  HOLD-CAP-FROM-ELF     VALUE 'E'.
               88  HOLD-CAP-FROM-DEPOT   VALUE 'D'.
           05  FILLER                    PIC X(02).
