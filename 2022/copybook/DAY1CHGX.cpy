      *****************************************************************
      *  DAY1CHGX  - MONTHLY DEPOT CHARGEBACK EXTRACT RECORD
      *
      *  WRITTEN BY DAY1CHGB FOR THE COST-ACCOUNTING SYSTEM.  ONE
      *  HEADER ('H'), THEN ONE DETAIL ('D') PER DEPOT AND FOOD
      *  CATEGORY IN DEPOT/CATEGORY ORDER, THEN ONE TRAILER ('T')
      *  CARRYING THE DETAIL COUNT AND THE CALORIE AND COST
      *  CONTROL TOTALS THE RECEIVING SYSTEM MUST BALANCE TO.
      *
      *  A CATEGORY WHOSE RATE CHANGED DURING THE MONTH HAS ONE
      *  DETAIL PER RATE, EACH CARRYING ITS RATE'S EFFECTIVE DATE.
      *  CHGX-RATE-STATUS 'N' MEANS NO RATE WAS ON FILE FOR THE
      *  CATEGORY - THE CALORIES ARE REPORTED AT A ZERO RATE SO
      *  THE CALORIE TOTALS STILL BALANCE, AND FINANCE MUST PRICE
      *  THEM BY HAND.  EXTENDED COST IS CALORIES TIMES THE RATE
      *  PER 1,000 CALORIES, ROUNDED TO THE CENT.  LRECL 80.
      *****************************************************************
       01  DAY1-CHGB-EXTRACT-RECORD.
           05  CHGX-REC-TYPE             PIC X(01).
               88  CHGX-HEADER           VALUE 'H'.
               88  CHGX-DETAIL           VALUE 'D'.
               88  CHGX-TRAILER          VALUE 'T'.
           05  CHGX-BILL-MONTH           PIC X(06).
           05  CHGX-REC-BODY             PIC X(73).
           05  CHGX-HEADER-BODY REDEFINES CHGX-REC-BODY.
               10  CHGX-RUN-DATE         PIC 9(08).
               10  CHGX-SOURCE-ID        PIC X(08).
               10  FILLER                PIC X(57).
           05  CHGX-DETAIL-BODY REDEFINES CHGX-REC-BODY.
               10  CHGX-DEPOT            PIC X(03).
               10  CHGX-CATEGORY         PIC X(02).
               10  CHGX-CALORIES         PIC 9(11).
               10  CHGX-RATE             PIC 9(03)V9(04).
               10  CHGX-RATE-EFF-DATE    PIC X(08).
               10  CHGX-EXTENDED-COST    PIC 9(11)V99.
               10  CHGX-RATE-STATUS      PIC X(01).
                   88  CHGX-RATE-ON-FILE VALUE 'R'.
                   88  CHGX-NO-RATE      VALUE 'N'.
               10  FILLER                PIC X(28).
           05  CHGX-TRAILER-BODY REDEFINES CHGX-REC-BODY.
               10  CHGX-DETAIL-COUNT     PIC 9(07).
               10  CHGX-TOTAL-CALORIES   PIC 9(13).
               10  CHGX-TOTAL-COST       PIC 9(13)V99.
               10  FILLER                PIC X(38).
