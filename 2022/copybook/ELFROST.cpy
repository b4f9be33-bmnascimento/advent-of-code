      *  TOTALS FOR ELVES THAT DO NOT EXIST OR ARE NO LONGER
      *  ACTIVE.  ROST-DEPOT-CODE IS THE ELF'S HOME STAGING DEPOT,
      *  USED WHEN AN INVENTORY ITEM ARRIVES WITHOUT A DEPOT CODE.
      *
      *  A DEPOT TRANSFER (DAY1RMNT) MOVES THE OLD HOME DEPOT TO
      *  ROST-PRIOR-DEPOT AND STAMPS ROST-DEPOT-EFF-DATE WITH THE
      *  NIGHT THE NEW ROST-DEPOT-CODE TAKES EFFECT.  FOR ANY
      *  INVENTORY DATE BEFORE ROST-DEPOT-EFF-DATE THE ELF STILL
      *  BELONGS TO ROST-PRIOR-DEPOT, SO A MOVE BOOKED AHEAD OF TIME
      *  CHANGES NOTHING UNTIL ITS NIGHT ARRIVES.  BOTH FIELDS ARE
      *  SPACES FOR AN ELF THAT HAS NEVER BEEN TRANSFERRED.  ONLY
      *  THE LAST MOVE IS KEPT, SO DAY1RMNT REFUSES ANOTHER TRANSFER
      *  WHILE THE ELF STILL HAS INVENTORY ITEMS DATED BEFORE
      *  ROST-DEPOT-EFF-DATE ON THE MASTER: EVERY DATE A READER CAN
      *  STILL RESOLVE THEN FALLS ON ONE SIDE OF THIS ONE MOVE.
      *
      *  ROST-CAPACITY IS THE MOST CALORIES THE ELF CAN CARRY ON ONE
      *  NIGHT.  ZERO, OR SPACES ON A RECORD WRITTEN BEFORE THE
      *  FIELD EXISTED, MEANS NOT SET - THE ELF THEN TAKES ITS
      *  DEPOT'S DEFAULT FROM THE DAY1DCAP CARDS (DAY1CAPR).
      *****************************************************************
       01  ELF-ROSTER-RECORD.
           05  ROST-ELF-ID               PIC 9(05).
               88  ROST-INACTIVE         VALUE 'I'.
           05  ROST-ELF-NAME             PIC X(20).
           05  ROST-DEPOT-CODE           PIC X(03).
           05  ROST-PRIOR-DEPOT          PIC X(03).
           05  ROST-DEPOT-EFF-DATE       PIC X(08).
           05  ROST-CAPACITY             PIC 9(07).
           05  FILLER                    PIC X(01).
