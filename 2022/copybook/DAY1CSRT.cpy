      *****************************************************************
      *  DAY1CSRT  - SORT WORK RECORD FOR DAY1CHGB
      *
      *  ONE ELF CATEGORY LINE FROM THE ACCUMULATING DAY1CATR
      *  LISTING.  CSRT-RUN-SEQ NUMBERS THE DAY1 RUNS IN THE ORDER
      *  THEY APPEAR ON THE LISTING AND CSRT-LINE-SEQ THE LINES, SO
      *  SORTING BOTH DESCENDING UNDER ELF-ID/DATE BRINGS EACH
      *  ELF/DATE'S NEWEST FIGURES TO THE FRONT.
      *****************************************************************
       01  SD-CATEGORY-RECORD.
           05  CSRT-KEY.
               10  CSRT-ELF-ID           PIC 9(05).
               10  CSRT-DATE             PIC X(08).
           05  CSRT-RUN-SEQ              PIC 9(05).
           05  CSRT-CATEGORY             PIC X(02).
           05  CSRT-LINE-SEQ             PIC 9(09).
           05  CSRT-TOTAL                PIC 9(09).
