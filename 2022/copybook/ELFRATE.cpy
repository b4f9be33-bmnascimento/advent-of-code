      *****************************************************************
      *  ELFRATE   - FOOD-CATEGORY COST-RATE MASTER RECORD
      *
      *  ONE RECORD PER FOOD-CATEGORY CODE PER EFFECTIVE DATE,
      *  KEYED BY RATE-KEY, GIVING WHAT FINANCE CHARGES A DEPOT
      *  FOR EVERY 1,000 CALORIES OF THAT CATEGORY IT STAGES.  A
      *  NEW RATE IS ADDED AS A NEW RECORD WITH ITS OWN EFFECTIVE
      *  DATE SO EARLIER MONTHS CAN STILL BE PRICED AS THEY WERE.
      *  THE RATE THAT APPLIES TO AN INVENTORY DATE IS THE ONE WITH
      *  THE LATEST RATE-EFF-DATE ON OR BEFORE IT.  CALORIES WITH
      *  NO CATEGORY ARE PRICED AT THE 'UN' RATE.  DAY1CHGB LOADS
      *  THIS MASTER AT INITIALIZATION.
      *****************************************************************
       01  COST-RATE-RECORD.
           05  RATE-KEY.
               10  RATE-CATEGORY         PIC X(02).
               10  RATE-EFF-DATE         PIC X(08).
           05  RATE-DESCRIPTION          PIC X(20).
           05  RATE-PER-1000-CAL         PIC 9(03)V9(04).
           05  FILLER                    PIC X(03).
