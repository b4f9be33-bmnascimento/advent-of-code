      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1CAPR.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1CAPR CHECKS EVERY ELF'S NET CALORIE TOTAL FOR THE NIGHT
      *  AGAINST WHAT THE ELF CAN ACTUALLY CARRY.  THE ONLY LIMITS
      *  BEFORE THIS WERE THE PER-ITEM RANGES ON ELFRULE, SO DAY1RPT
      *  WOULD PUT AN ELF INTO THE TOP-N ALLOCATION FEED EVEN WHEN
      *  THE ELF WAS ALREADY PAST ITS PHYSICAL LIMIT AND THE
      *  ALLOCATION SYSTEM SENT MORE SUPPLIES TO AN ELF WHO COULD
      *  NOT TAKE THEM.
      *
      *  THE ADJUSTED TOTALS ARE SORTED INTO ELF-ID/DATE ORDER AND
      *  AN ELF SCANNED AT TWO DEPOTS ON ONE DATE IS SUMMED ACROSS
      *  BOTH - THE ELF CARRIES ALL OF IT.  THE CAPACITY IS THE
      *  ELF'S OWN ROST-CAPACITY, OR WHEN THAT IS NOT SET THE
      *  DEFAULT ON THE DAY1DCAP CARD FOR THE ELF'S ROSTER DEPOT AS
      *  OF THE INVENTORY DATE.  EVERY ELF/DATE OVER CAPACITY IS
      *  PRINTED ON THE OVER-CAPACITY REPORT (DAY1CAPP) WITH ITS
      *  NET TOTAL, CAPACITY, EXCESS, AND DEPOT, AND WRITTEN TO THE
      *  HOLD FILE (DAY1HOLD) THAT DAY1RPT USES TO KEEP IT OUT OF
      *  THE FEED.  AN ELF WITH NO CAPACITY AND NO DEPOT DEFAULT IS
      *  NOT CHECKED AND IS COUNTED IN THE TRAILER.
      *
      *  RC=4 WHEN ANY ELF IS HELD, SO THE OPERATORS KNOW THE FEED
      *  IS SHORT BY DESIGN.  RC=8 WHEN THE DEPOT-DEFAULT TABLE
      *  OVERFLOWS - ELVES AT THE DEPOTS LEFT OUT WOULD GO
      *  UNCHECKED.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY1-WORK-FILE
               ASSIGN TO DAY1WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ELF-ROSTER-FILE
               ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROST-ELF-ID
               FILE STATUS IS WS-ROST-STATUS.

           SELECT DAY1-DEPOT-CAP-FILE
               ASSIGN TO DAY1DCAP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DCAP-STATUS.

           SELECT DAY1-CAPACITY-FILE
               ASSIGN TO DAY1CAPP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAPP-STATUS.

           SELECT DAY1-HOLD-FILE
               ASSIGN TO DAY1HOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWK01.

       DATA DIVISION.

       FILE SECTION.
           SD  SORT-WORK-FILE.
           COPY DAY1SRT.

           FD  DAY1-WORK-FILE
               RECORD CONTAINS 24 CHARACTERS.
           COPY ELFTOTW.

           FD  ELF-ROSTER-FILE
               RECORD CONTAINS 48 CHARACTERS.
           COPY ELFROST.

           FD  DAY1-DEPOT-CAP-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1DCAP.

           FD  DAY1-CAPACITY-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-CAPACITY-LINE            PIC X(80).

           FD  DAY1-HOLD-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1HOLD.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-WORK-STATUS            PIC X(02).
           05  WS-ROST-STATUS            PIC X(02).
           05  WS-DCAP-STATUS            PIC X(02).
           05  WS-CAPP-STATUS            PIC X(02).
           05  WS-HOLD-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF           VALUE 'Y'.
           05  WS-DCAP-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-DCAP-EOF           VALUE 'Y'.
           05  WS-DCAP-OVFL-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-DCAP-OVERFLOWED    VALUE 'Y'.
           05  WS-DCAP-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DCAP-FOUND         VALUE 'Y' FALSE 'N'.

      *    DEPOT DEFAULT CAPACITIES FROM THE DAY1DCAP CARDS.  SIZED
      *    FOR THE SAME 20 DEPOTS DAY1STAT AND DAY1RPT ALLOW FOR.
       01  WS-DCAP-TABLE.
           05  WS-DCAP-MAX               PIC 9(03) VALUE 20.
           05  WS-DCAP-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-DCAP-IX                PIC 9(03).
           05  WS-DCAP-FOUND-IX          PIC 9(03).
           05  WS-DCAP-ENTRY OCCURS 20 TIMES.
               10  WS-DCAP-DEPOT         PIC X(03).
               10  WS-DCAP-CAPACITY      PIC 9(07).

       01  WS-COUNTERS-AND-TOTALS.
           05  WS-CHECKED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-HELD-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-NO-CAPACITY-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-ROSTER-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-DCAP-REJECT-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-TOTAL-EXCESS           PIC 9(09) VALUE ZERO.

      *    THE ELF/DATE BEING SUMMED, AND WHAT IS KNOWN ABOUT IT.
       01  WS-CURRENT-GROUP.
           05  WS-CUR-ELF-ID             PIC 9(05).
           05  WS-CUR-DATE               PIC X(08).
           05  WS-CUR-NET-TOTAL          PIC 9(07).
           05  WS-CUR-DEPOT              PIC X(03).
           05  WS-CUR-CAPACITY           PIC 9(07).
           05  WS-CUR-EXCESS             PIC 9(07).
           05  WS-CUR-CAP-SOURCE         PIC X(01).

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(41) VALUE
               'DAY1CAPR ELF OVER-CAPACITY REPORT -      '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(31) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(08) VALUE 'ELF-ID  '.
           05  FILLER                    PIC X(10) VALUE 'DATE'.
           05  FILLER                    PIC X(05) VALUE 'DEP'.
           05  FILLER                    PIC X(11) VALUE '  NET TOTAL'.
           05  FILLER                    PIC X(11) VALUE '   CAPACITY'.
           05  FILLER                    PIC X(11) VALUE '     EXCESS'.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  FILLER                    PIC X(06) VALUE 'SOURCE'.
           05  FILLER                    PIC X(16) VALUE SPACES.

       01  WS-CAPACITY-DETAIL.
           05  CAPL-ELF-ID               PIC 9(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  CAPL-DATE                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CAPL-DEPOT                PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CAPL-NET-TOTAL            PIC Z(09)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CAPL-CAPACITY             PIC Z(09)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CAPL-EXCESS               PIC Z(09)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CAPL-SOURCE               PIC X(05).
           05  FILLER                    PIC X(18) VALUE SPACES.

       01  WS-REPORT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-COUNT                 PIC Z(08)9.
           05  FILLER                    PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY SRT-ELF-ID
               ON ASCENDING KEY SRT-DATE
               USING DAY1-WORK-FILE
               OUTPUT PROCEDURE IS 3000-CHECK-CAPACITY THRU 3000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - LOAD THE DEPOT DEFAULTS, OPEN THE
      *  ROSTER, THE REPORT, AND THE HOLD FILE, AND PRINT THE
      *  HEADINGS.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-LOAD-DEPOT-DEFAULTS THRU 1100-EXIT.
           OPEN INPUT ELF-ROSTER-FILE.
           IF WS-ROST-STATUS NOT = '00'
               MOVE 'ELFROST' TO WS-ABEND-FILE-ID
               MOVE WS-ROST-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-CAPACITY-FILE.
           IF WS-CAPP-STATUS NOT = '00'
               MOVE 'DAY1CAPP' TO WS-ABEND-FILE-ID
               MOVE WS-CAPP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'DAY1HOLD' TO WS-ABEND-FILE-ID
               MOVE WS-HOLD-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO DAY1-CAPACITY-LINE.
           WRITE DAY1-CAPACITY-LINE.
           MOVE WS-COLUMN-HEADING TO DAY1-CAPACITY-LINE.
           WRITE DAY1-CAPACITY-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-LOAD-DEPOT-DEFAULTS - A MISSING CARD FILE ONLY WARNS:
      *  ELVES WITH THEIR OWN CAPACITY ARE STILL CHECKED.  A CARD
      *  WITH A BLANK DEPOT OR A NON-NUMERIC CAPACITY IS SKIPPED
      *  AND COUNTED.
      *-----------------------------------------------------------*
       1100-LOAD-DEPOT-DEFAULTS.
           OPEN INPUT DAY1-DEPOT-CAP-FILE.
           IF WS-DCAP-STATUS NOT = '00'
               DISPLAY 'DAY1CAPR - DEPOT DEFAULT CARDS UNAVAILABLE - '
                   'STATUS ' WS-DCAP-STATUS ' - ONLY ELVES WITH '
                   'THEIR OWN CAPACITY ARE CHECKED'
               GO TO 1100-EXIT
           END-IF.
           PERFORM 1150-READ-DEPOT-DEFAULT THRU 1150-EXIT.
           PERFORM 1200-STORE-DEPOT-DEFAULT THRU 1200-EXIT
               UNTIL WS-DCAP-EOF.
           CLOSE DAY1-DEPOT-CAP-FILE.
       1100-EXIT.
           EXIT.

       1150-READ-DEPOT-DEFAULT.
           READ DAY1-DEPOT-CAP-FILE
               AT END
                   SET WS-DCAP-EOF TO TRUE
           END-READ.
       1150-EXIT.
           EXIT.

       1200-STORE-DEPOT-DEFAULT.
           IF DCAP-DEPOT = SPACES
              OR DCAP-DEFAULT-CAPACITY IS NOT NUMERIC
               ADD 1 TO WS-DCAP-REJECT-COUNT
               DISPLAY 'DAY1CAPR - DEPOT DEFAULT CARD SKIPPED - '
                   DAY1-DEPOT-CAP-RECORD
               PERFORM 1150-READ-DEPOT-DEFAULT THRU 1150-EXIT
               GO TO 1200-EXIT
           END-IF.
           IF WS-DCAP-COUNT >= WS-DCAP-MAX
               IF NOT WS-DCAP-OVERFLOWED
                   SET WS-DCAP-OVERFLOWED TO TRUE
                   DISPLAY 'DAY1CAPR - DEPOT DEFAULT TABLE FULL AT '
                       WS-DCAP-MAX ' - LATER DEPOTS HAVE NO DEFAULT'
               END-IF
               PERFORM 1150-READ-DEPOT-DEFAULT THRU 1150-EXIT
               GO TO 1200-EXIT
           END-IF.
           ADD 1 TO WS-DCAP-COUNT.
           MOVE DCAP-DEPOT TO WS-DCAP-DEPOT (WS-DCAP-COUNT).
           MOVE DCAP-DEFAULT-CAPACITY
               TO WS-DCAP-CAPACITY (WS-DCAP-COUNT).
           PERFORM 1150-READ-DEPOT-DEFAULT THRU 1150-EXIT.
       1200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-CHECK-CAPACITY - SORT OUTPUT PROCEDURE.  THE TOTALS
      *  COME BACK IN ELF-ID/DATE ORDER; EACH ELF/DATE GROUP IS
      *  SUMMED ACROSS ITS DEPOTS AND JUDGED AS ONE LOAD.
      *-----------------------------------------------------------*
       3000-CHECK-CAPACITY.
           PERFORM 3050-RETURN-TOTAL THRU 3050-EXIT.
           PERFORM 3100-CHECK-ONE-ELF-DATE THRU 3100-EXIT
               UNTIL WS-SORT-EOF.
       3000-EXIT.
           EXIT.

       3050-RETURN-TOTAL.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-CHECK-ONE-ELF-DATE.
           MOVE SRT-ELF-ID TO WS-CUR-ELF-ID.
           MOVE SRT-DATE TO WS-CUR-DATE.
           MOVE ZERO TO WS-CUR-NET-TOTAL.
           PERFORM 3200-ADD-DEPOT-TOTAL THRU 3200-EXIT
               UNTIL WS-SORT-EOF
                  OR SRT-ELF-ID NOT = WS-CUR-ELF-ID
                  OR SRT-DATE NOT = WS-CUR-DATE.
           ADD 1 TO WS-CHECKED-COUNT.
           PERFORM 3300-JUDGE-ELF-DATE THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-ADD-DEPOT-TOTAL.
           ADD SRT-TOTAL TO WS-CUR-NET-TOTAL.
           PERFORM 3050-RETURN-TOTAL THRU 3050-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-JUDGE-ELF-DATE - FIND THE ELF'S CAPACITY AND DEPOT ON
      *  THE ROSTER.  THE DEPOT IS THE ONE THE ELF BELONGED TO ON
      *  THE INVENTORY DATE, SO A TRANSFER NOT YET IN EFFECT STILL
      *  USES THE PRIOR DEPOT AND ITS DEFAULT.
      *-----------------------------------------------------------*
       3300-JUDGE-ELF-DATE.
           MOVE WS-CUR-ELF-ID TO ROST-ELF-ID.
           READ ELF-ROSTER-FILE
               INVALID KEY
                   ADD 1 TO WS-NOT-ON-ROSTER-COUNT
                   GO TO 3300-EXIT
           END-READ.
           IF ROST-PRIOR-DEPOT NOT = SPACES
              AND WS-CUR-DATE < ROST-DEPOT-EFF-DATE
               MOVE ROST-PRIOR-DEPOT TO WS-CUR-DEPOT
           ELSE
               MOVE ROST-DEPOT-CODE TO WS-CUR-DEPOT
           END-IF.
           IF ROST-CAPACITY IS NUMERIC
              AND ROST-CAPACITY > ZERO
               MOVE ROST-CAPACITY TO WS-CUR-CAPACITY
               MOVE 'E' TO WS-CUR-CAP-SOURCE
           ELSE
               PERFORM 3400-FIND-DEPOT-DEFAULT THRU 3400-EXIT
               IF NOT WS-DCAP-FOUND
                   ADD 1 TO WS-NO-CAPACITY-COUNT
                   GO TO 3300-EXIT
               END-IF
               MOVE WS-DCAP-CAPACITY (WS-DCAP-FOUND-IX)
                   TO WS-CUR-CAPACITY
               MOVE 'D' TO WS-CUR-CAP-SOURCE
           END-IF.
           IF WS-CUR-NET-TOTAL > WS-CUR-CAPACITY
               COMPUTE WS-CUR-EXCESS =
                   WS-CUR-NET-TOTAL - WS-CUR-CAPACITY
               PERFORM 3500-HOLD-ELF-DATE THRU 3500-EXIT
           END-IF.
       3300-EXIT.
           EXIT.

       3400-FIND-DEPOT-DEFAULT.
           SET WS-DCAP-FOUND TO FALSE.
           PERFORM 3450-MATCH-DEPOT-DEFAULT THRU 3450-EXIT
               VARYING WS-DCAP-IX FROM 1 BY 1
               UNTIL WS-DCAP-IX > WS-DCAP-COUNT
                  OR WS-DCAP-FOUND.
       3400-EXIT.
           EXIT.

       3450-MATCH-DEPOT-DEFAULT.
           IF WS-DCAP-DEPOT (WS-DCAP-IX) = WS-CUR-DEPOT
               MOVE WS-DCAP-IX TO WS-DCAP-FOUND-IX
               SET WS-DCAP-FOUND TO TRUE
           END-IF.
       3450-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3500-HOLD-ELF-DATE - PRINT THE OVER-CAPACITY LINE AND
      *  WRITE THE HOLD RECORD DAY1RPT READS.
      *-----------------------------------------------------------*
       3500-HOLD-ELF-DATE.
           ADD 1 TO WS-HELD-COUNT.
           ADD WS-CUR-EXCESS TO WS-TOTAL-EXCESS.
           MOVE WS-CUR-ELF-ID TO CAPL-ELF-ID.
           MOVE WS-CUR-DATE TO CAPL-DATE.
           MOVE WS-CUR-DEPOT TO CAPL-DEPOT.
           MOVE WS-CUR-NET-TOTAL TO CAPL-NET-TOTAL.
           MOVE WS-CUR-CAPACITY TO CAPL-CAPACITY.
           MOVE WS-CUR-EXCESS TO CAPL-EXCESS.
           IF WS-CUR-CAP-SOURCE = 'E'
               MOVE 'ELF' TO CAPL-SOURCE
           ELSE
               MOVE 'DEPOT' TO CAPL-SOURCE
           END-IF.
           MOVE WS-CAPACITY-DETAIL TO DAY1-CAPACITY-LINE.
           WRITE DAY1-CAPACITY-LINE.
           MOVE SPACES TO DAY1-HOLD-RECORD.
           MOVE WS-CUR-ELF-ID TO HOLD-ELF-ID.
           MOVE WS-CUR-DATE TO HOLD-DATE.
           MOVE WS-CUR-DEPOT TO HOLD-DEPOT.
           MOVE WS-CUR-NET-TOTAL TO HOLD-NET-TOTAL.
           MOVE WS-CUR-CAPACITY TO HOLD-CAPACITY.
           MOVE WS-CUR-EXCESS TO HOLD-EXCESS.
           MOVE WS-CUR-CAP-SOURCE TO HOLD-CAP-SOURCE.
           WRITE DAY1-HOLD-RECORD.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PRINT THE COUNTS, CLOSE, AND SET THE
      *  RETURN CODE: RC=4 WHEN ANY ELF WAS HELD, RC=8 WHEN SOME
      *  DEPOT DEFAULTS COULD NOT BE LOADED.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE 'ELF/DATES CHECKED' TO SUM-LABEL.
           MOVE WS-CHECKED-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'OVER CAPACITY - HELD' TO SUM-LABEL.
           MOVE WS-HELD-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'TOTAL EXCESS CALORIES' TO SUM-LABEL.
           MOVE WS-TOTAL-EXCESS TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'NO CAPACITY SET' TO SUM-LABEL.
           MOVE WS-NO-CAPACITY-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'NOT ON ROSTER' TO SUM-LABEL.
           MOVE WS-NOT-ON-ROSTER-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'DEPOT DEFAULTS LOADED' TO SUM-LABEL.
           MOVE WS-DCAP-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'DEPOT CARDS SKIPPED' TO SUM-LABEL.
           MOVE WS-DCAP-REJECT-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           CLOSE ELF-ROSTER-FILE.
           CLOSE DAY1-CAPACITY-FILE.
           CLOSE DAY1-HOLD-FILE.
           DISPLAY 'DAY1CAPR - ' WS-CHECKED-COUNT ' ELF/DATES CHECKED, '
               WS-HELD-COUNT ' HELD OVER CAPACITY'.
           IF WS-HELD-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-DCAP-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY.
           MOVE WS-REPORT-SUMMARY TO DAY1-CAPACITY-LINE.
           WRITE DAY1-CAPACITY-LINE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  DISPLAY THE STATUS AND END THE RUN ABNORMALLY SO
      *  THE JCL CONDITION-CODE CHECK IN DAY1JOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1CAPR - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
