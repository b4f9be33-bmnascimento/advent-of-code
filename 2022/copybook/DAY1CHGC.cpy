      *****************************************************************
      *  DAY1CHGC  - CONTROL CARD FOR THE MONTHLY CHARGEBACK (DAY1CHGB)
      *
      *  CHGC-BILL-MONTH (YYYYMM) NAMES THE MONTH OF INVENTORY DATES
      *  TO PRICE.  A BLANK CARD, OR NO CARD, PRICES THE CALENDAR
      *  MONTH BEFORE THE RUN DATE - THE NORMAL MONTH-END RUN.  A
      *  MONTH THAT IS NOT A VALID YYYYMM IS REFUSED.
      *****************************************************************
       01  DAY1-CHGB-CARD-RECORD.
           05  CHGC-BILL-MONTH           PIC X(06).
           05  FILLER                    PIC X(74).
