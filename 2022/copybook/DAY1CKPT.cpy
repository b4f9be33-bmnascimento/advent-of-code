      *  CKPT-CAT-ENTRY SO THE CATEGORY BREAKDOWN ALSO SURVIVES A
      *  RESTART.  THE RUNNING SCANNED-IN AND ISSUED-OUT CALORIE
      *  TOTALS RIDE ALONG TOO SO THE SCANS/ISSUES/NET CONTROL
      *  TOTALS STILL BALANCE AFTER A RESTART.  CKPT-PART-RECORDS IS
      *  THE COUNT OF MASTER RECORDS PASSED UP TO CKPT-LAST-KEY, SO
      *  A RESTARTED PARTITION STILL REPORTS ITS WHOLE SLICE ON THE
      *  DAY1CTL RECORD.
      *****************************************************************
       01  DAY1-CHECKPOINT-RECORD.
           05  CKPT-LAST-KEY.
               10  CKPT-CAT-FLEET-TOT    PIC 9(09).
           05  CKPT-SCANS-IN             PIC 9(11).
           05  CKPT-ISSUES-OUT           PIC 9(11).
           05  CKPT-PART-RECORDS         PIC 9(09).
