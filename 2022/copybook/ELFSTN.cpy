      *****************************************************************
      *  ELFSTN    - SCANNER-STATION MASTER RECORD
      *
      *  ONE RECORD PER PACK-SCANNER STATION, KEYED BY
      *  STN-STATION-ID (THE SAME CODE THE STATION PUTS ON ITS
      *  BATCH HEADER AND TRAILER IN THE DAY1SCAN EXTRACT).
      *  STN-DEPOT-CODE IS THE DEPOT THE STATION SCANS FOR, AND
      *  STN-EXPECTED-BATCHES IS HOW MANY BATCHES AN ACTIVE
      *  STATION SENDS ON A NORMAL NIGHT.  DAY1LOAD LOADS THIS
      *  MASTER AT INITIALIZATION TO REPORT ACTIVE STATIONS THAT
      *  SENT NOTHING OR TOO LITTLE, AND TO FLAG A BATCH FROM A
      *  STATION NOT ON THE MASTER OR WHOSE DETAILS CARRY ANOTHER
      *  DEPOT'S CODE.  AN INACTIVE STATION IS NEVER EXPECTED.
      *****************************************************************
       01  SCAN-STATION-RECORD.
           05  STN-STATION-ID            PIC X(04).
           05  STN-STATUS                PIC X(01).
               88  STN-ACTIVE            VALUE 'A'.
               88  STN-INACTIVE          VALUE 'I'.
           05  STN-DEPOT-CODE            PIC X(03).
           05  STN-EXPECTED-BATCHES      PIC 9(02).
           05  STN-DESCRIPTION           PIC X(20).
           05  FILLER                    PIC X(10).
