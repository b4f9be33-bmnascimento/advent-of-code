      *****************************************************************
      *  DAY1SPRM  - CONTROL CARD FOR THE SEASON CLOSE (DAY1SCLS)
      *
      *  SPRM-SEASON-ID NAMES THE SEASON BEING CLOSED (NORMALLY THE
      *  YEAR, AND THE SAME VALUE AS THE SEASON STAMP ON DAY1CJOB'S
      *  ARCHIVE DATASETS).  SPRM-FROM-DATE AND SPRM-TO-DATE
      *  (YYYYMMDD) BOUND THE SEASON'S INVENTORY DATES: ONLY
      *  TOTALS AND ITEMS INSIDE THE WINDOW ARE SUMMARIZED, SO THE
      *  INVENTORY ARCHIVE GENERATIONS OF EARLIER SEASONS ARE
      *  IGNORED.  A BLANK SEASON OR A MISSING, NON-NUMERIC OR
      *  BACKWARDS WINDOW IS REFUSED BEFORE ANY FILE IS TOUCHED.
      *****************************************************************
       01  DAY1-SEASON-CARD-RECORD.
           05  SPRM-SEASON-ID            PIC X(04).
           05  SPRM-FROM-DATE            PIC X(08).
           05  SPRM-TO-DATE              PIC X(08).
           05  FILLER                    PIC X(60).
