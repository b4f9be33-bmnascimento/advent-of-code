      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  09/02/2026 RC    ORIGINAL PROGRAM.
      *  10/15/2026 RC    DAY1RUNH LRECL NOW 119 (BUSINESS DATE AND
      *                   OVERRIDE FIELDS ADDED AT THE END).
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
           01  DAY1-TREND-PRINT-LINE         PIC X(80).

           FD  DAY1-RUNH-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  DAY1-SUMMARY-FILE
