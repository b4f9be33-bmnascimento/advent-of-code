      *****************************************************************
      *  DAY1SIMI  - WHAT-IF SIMULATION ITEM RECORD
      *
      *  WRITTEN BY DAY1 ONLY ON A SIMULATION RUN (DAY1-SIM-MODE 'S'
      *  ON THE CONTROL CARD): ONE RECORD PER INVENTORY ITEM KEPT
      *  OUT OF THE TOTALS, WITH ITS FULL MASTER KEY AND FOOD
      *  CATEGORY SO TWO RUNS UNDER DIFFERENT EDIT RULES CAN BE
      *  MATCHED ITEM FOR ITEM BY DAY1SIMC.  ITEM RECORDS COME OUT
      *  IN MASTER KEY ORDER.  A REFUSED ISSUE CARD (NEGISS) IS
      *  WRITTEN WHEN ITS ELF/DATE GROUP COMPLETES, AFTER THAT
      *  GROUP'S ITEMS, WITH ITEM-SEQ 000 - IT IS NOT AN ITEM AND
      *  IS ONLY COUNTED.  THE TYPE VALUES ARE THOSE OF DAY1EXCP.
      *  A BLANK ITEM CATEGORY IS CARRIED AS 'UN', THE RULE IT
      *  VALIDATES UNDER.
      *****************************************************************
       01  DAY1-SIM-ITEM-RECORD.
           05  SIMI-TYPE                 PIC X(07).
               88  SIMI-TYPE-NONNUM      VALUE 'NONNUM'.
               88  SIMI-TYPE-ROSTER      VALUE 'ROSTER'.
               88  SIMI-TYPE-OUTLIER     VALUE 'OUTLIER'.
               88  SIMI-TYPE-BADCAT      VALUE 'BADCAT'.
               88  SIMI-TYPE-NEGISS      VALUE 'NEGISS'.
           05  SIMI-ITEM-KEY.
               10  SIMI-ELF-ID           PIC 9(05).
               10  SIMI-ELF-DATE         PIC X(08).
               10  SIMI-ITEM-SEQ         PIC 9(03).
           05  SIMI-CATEGORY             PIC X(02).
           05  SIMI-RAW-VALUE            PIC X(05).
           05  FILLER                    PIC X(10).
