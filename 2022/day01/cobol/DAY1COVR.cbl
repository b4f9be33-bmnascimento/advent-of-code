      *                   ADJUSTED WORK FILE, WHOSE RE-CREATED
      *                   GROUPS SIT OUT OF KEY ORDER AND BROKE
      *                   THE BALANCE LINE.
      *  10/15/2026 RC    THE NOSCAN DEPOT IS NOW THE ELF'S DEPOT AS
      *                   OF THE NIGHT BEING SWEPT, SO A TRANSFER
      *                   BOOKED AHEAD THROUGH DAY1RMNT SHOWS THE
      *                   ELF AT THE RIGHT DEPOT (ELFROST NOW LRECL
      *                   48).
      *  10/15/2026 RC    DAY1PRM IS NOW LRECL 30 (DAY1 PARTITION
      *                   ELF-ID RANGE); THE RANGE IS NOT USED HERE.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       FILE SECTION.
           FD  ELF-ROSTER-FILE
               RECORD CONTAINS 48 CHARACTERS.
           COPY ELFROST.

           FD  DAY1-WORK-FILE
           COPY ELFTOTW.

           FD  DAY1-PARM-FILE
               RECORD CONTAINS 30 CHARACTERS.
           COPY DAY1PARM.

           FD  DAY1-COVERAGE-FILE

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-AS-OF-DATE                 PIC X(08).

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           MOVE WS-RUN-DATE TO WS-AS-OF-DATE.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
           OPEN OUTPUT DAY1-COVERAGE-FILE.
           IF WS-CVRP-STATUS NOT = '00'
           END-IF.
           IF DAY1-SEL-TO-DATE IS NUMERIC
               MOVE DAY1-SEL-TO-DATE TO WS-SEL-TO-DATE
               MOVE DAY1-SEL-TO-DATE TO WS-AS-OF-DATE
               SET WS-DATE-SELECTION TO TRUE
           ELSE
               MOVE '99999999' TO WS-SEL-TO-DATE
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-REPORT-MISSING-ELF - PRINT THE NOSCAN LINE.  THE
      *  DEPOT IS THE ONE THE ELF BELONGS TO ON THE AS-OF DATE (THE
      *  RUN DATE, OR THE END OF THE DATE WINDOW ON A RERUN), SO A
      *  TRANSFER NOT YET IN EFFECT STILL SHOWS THE PRIOR DEPOT.
      *-----------------------------------------------------------*
       2300-REPORT-MISSING-ELF.
           MOVE ROST-ELF-ID TO CVR-ELF-ID.
           MOVE ROST-ELF-NAME TO CVR-ELF-NAME.
           IF ROST-PRIOR-DEPOT NOT = SPACES
              AND WS-AS-OF-DATE < ROST-DEPOT-EFF-DATE
               MOVE ROST-PRIOR-DEPOT TO CVR-DEPOT
           ELSE
               MOVE ROST-DEPOT-CODE TO CVR-DEPOT
           END-IF.
           MOVE 'NOSCAN' TO CVR-FLAG.
           MOVE WS-COVERAGE-DETAIL TO DAY1-COVERAGE-LINE.
           WRITE DAY1-COVERAGE-LINE.
