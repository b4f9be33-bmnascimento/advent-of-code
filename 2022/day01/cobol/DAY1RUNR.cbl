       DATE-COMPILED.
      *****************************************************************
      *  DAY1RUNR REPORTS OVER THE RUN-CONTROL AUDIT HISTORY WRITTEN
      *  BY THE NIGHTLY STEPS: ONE LINE PER EXECUTION WITH START/END
      *  TIMES, ELAPSED SECONDS, VOLUMES, THE RESTART FLAG, THE
      *  CALENDAR-OVERRIDE FLAG, AND THE FINAL RETURN CODE, PLUS THE
      *  LONGEST ELAPSED TIME SEEN - SO
      *  OPERATIONS CAN PROVE THE JOB FITS ITS BATCH WINDOW AND SPOT
      *  THE SLOW CREEP AS THE INVENTORY MASTER GROWS.
      *
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  08/21/2026 RC    ORIGINAL PROGRAM.
      *  10/15/2026 RC    DAY1RUNH LRECL NOW 119.  A RUN MADE UNDER A
      *                   PROCESSING-CALENDAR OVERRIDE IS FLAGGED
      *                   'O' AND FOLLOWED BY A LINE NAMING THE
      *                   BUSINESS DATE, WHO AUTHORIZED IT AND WHY;
      *                   THE OVERRIDE COUNT IS ADDED TO THE SUMMARY.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       FILE SECTION.
           FD  DAY1-RUNH-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  DAY1-RUNR-FILE
           05  WS-ELAPSED-SECONDS        PIC 9(06).
           05  WS-RUN-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-LONGEST-SECONDS        PIC 9(06) VALUE ZERO.
           05  WS-OVERRIDE-COUNT         PIC 9(07) VALUE ZERO.

       01  WS-RUN-DATE                   PIC 9(08).

           05  FILLER                    PIC X(07) VALUE '  EXCP'.
           05  FILLER                    PIC X(07) VALUE '  OUTL'.
           05  FILLER                    PIC X(02) VALUE 'R'.
           05  FILLER                    PIC X(04) VALUE 'RC'.
           05  FILLER                    PIC X(01) VALUE 'O'.
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  WS-RUN-DETAIL.
           05  RUNL-PROGRAM              PIC X(08).
           05  RUNL-RESTART              PIC X(01).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RUNL-RC                   PIC 9(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RUNL-OVERRIDE             PIC X(01).
           05  FILLER                    PIC X(02) VALUE SPACES.

       01  WS-OVERRIDE-DETAIL.
           05  FILLER                    PIC X(11) VALUE
               '  OVERRIDE '.
           05  OVRL-BUSINESS-DATE        PIC 9(08).
           05  FILLER                    PIC X(04) VALUE ' BY '.
           05  OVRL-AUTH                 PIC X(08).
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  OVRL-REASON               PIC X(40).
           05  FILLER                    PIC X(06) VALUE SPACES.

       01  WS-REPORT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           MOVE RUN-OUTL-COUNT TO RUNL-OUTL.
           MOVE RUN-RESTART-FLAG TO RUNL-RESTART.
           MOVE RUN-RETURN-CODE TO RUNL-RC.
           IF RUN-WAS-OVERRIDE
               MOVE 'O' TO RUNL-OVERRIDE
           ELSE
               MOVE SPACE TO RUNL-OVERRIDE
           END-IF.
           MOVE WS-RUN-DETAIL TO DAY1-RUNR-LINE.
           WRITE DAY1-RUNR-LINE.
           IF RUN-WAS-OVERRIDE
               ADD 1 TO WS-OVERRIDE-COUNT
               MOVE RUN-BUSINESS-DATE TO OVRL-BUSINESS-DATE
               MOVE RUN-OVERRIDE-AUTH TO OVRL-AUTH
               MOVE RUN-OVERRIDE-REASON TO OVRL-REASON
               MOVE WS-OVERRIDE-DETAIL TO DAY1-RUNR-LINE
               WRITE DAY1-RUNR-LINE
           END-IF.
           PERFORM 1400-READ-RUN-RECORD THRU 1400-EXIT.
       2000-EXIT.
           EXIT.
           MOVE WS-LONGEST-SECONDS TO SUM-COUNT.
           MOVE WS-REPORT-SUMMARY TO DAY1-RUNR-LINE.
           WRITE DAY1-RUNR-LINE.
           MOVE 'CALENDAR OVERRIDES' TO SUM-LABEL.
           MOVE WS-OVERRIDE-COUNT TO SUM-COUNT.
           MOVE WS-REPORT-SUMMARY TO DAY1-RUNR-LINE.
           WRITE DAY1-RUNR-LINE.
           CLOSE DAY1-RUNH-FILE.
           CLOSE DAY1-RUNR-FILE.
           DISPLAY 'DAY1RUNR - ' WS-RUN-COUNT ' RUNS REPORTED'.
