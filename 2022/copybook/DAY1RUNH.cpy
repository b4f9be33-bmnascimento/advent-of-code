      *  ENDED, HOW MUCH IT PROCESSED, WHETHER IT WAS A RESTART,
      *  AND HOW IT FINISHED.  DAY1RUNR REPORTS OVER THIS HISTORY
      *  TO PROVE THE JOB FITS ITS BATCH WINDOW.
      *
      *  RUN-BUSINESS-DATE IS THE PROCESSING-CALENDAR (DAY1CAL) DATE
      *  THE STEP RAN FOR - ZERO FOR A PROGRAM OUTSIDE THE NIGHTLY
      *  CALENDAR OR ONE REFUSED BEFORE A DATE WAS SETTLED.  WHEN AN
      *  AUTHORIZED OVERRIDE CARD LET A STEP RERUN A COMPLETED DATE,
      *  RUN-OVERRIDE-FLAG IS 'Y' AND THE CARD'S AUTHORIZING ID AND
      *  REASON ARE KEPT WITH THE RUN.
      *****************************************************************
       01  DAY1-RUN-RECORD.
           05  RUN-PROGRAM-ID            PIC X(08).
           05  RUN-RESTART-FLAG          PIC X(01).
               88  RUN-WAS-RESTART       VALUE 'Y'.
           05  RUN-RETURN-CODE           PIC 9(03).
           05  RUN-BUSINESS-DATE         PIC 9(08).
           05  RUN-OVERRIDE-FLAG         PIC X(01).
               88  RUN-WAS-OVERRIDE      VALUE 'Y'.
           05  RUN-OVERRIDE-AUTH         PIC X(08).
           05  RUN-OVERRIDE-REASON       PIC X(40).
