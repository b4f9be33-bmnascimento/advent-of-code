      *                   WITH RC=8 ON OVERFLOW INSTEAD OF SILENTLY
      *                   LETTING A RETRANSMITTED ENTRY DUPLICATE
      *                   TONIGHT'S FEED.
      *  10/15/2026 RC    THE PROCESSING CALENDAR (DAY1CAL) IS NOW
      *                   CHECKED BEFORE THE REPORT AND FEED ARE
      *                   OPENED: THE RUN IS REFUSED WITH RC=12
      *                   UNTIL DAY1TLD HAS COMPLETED THE BUSINESS
      *                   DATE, WHEN DAY1RPT HAS ALREADY REPORTED
      *                   THAT DATE AND NO AUTHORIZED OVERRIDE CARD
      *                   (DAY1OVRD) NAMES IT, AND ALWAYS FOR A
      *                   DATE-WINDOWED RERUN ON A NIGHT NOT YET
      *                   COMPLETE.  NORMAL END COMPLETES THE
      *                   BUSINESS DATE.  THE DATE AND ANY OVERRIDE
      *                   USED RIDE THE RUN RECORD (DAY1RUNH NOW
      *                   LRECL 119).
      *  10/15/2026 RC    ELF/DATES DAY1CAPR FOUND OVER CARRYING
      *                   CAPACITY (DAY1HOLD) ARE HELD OUT OF THE
      *                   TOP-N FEED - TONIGHT'S ENTRIES AND
      *                   RETRANSMISSIONS ALIKE - AND MARKED 'HELD'
      *                   ON THEIR RANKED LINE.  A HELD ELF NO
      *                   LONGER TAKES A TOP-N SLOT, SO THE DEPOT'S
      *                   NEXT ELF IS FED IN ITS PLACE.  THE HELD
      *                   COUNT IS PRINTED AFTER THE TRAILER.
      *  10/15/2026 RC    DAY1PRM (NOW LRECL 30) CARRIES THE DAY1
      *                   PARTITION ELF-ID RANGE AND DAY1CTL (NOW
      *                   LRECL 500) THE SLICE COUNTS AND TOP-N
      *                   TABLE; THIS PROGRAM READS NEITHER NEW
      *                   FIELD.
      *  10/15/2026 RC    A HOLD FILE LARGER THAN THE HOLD TABLE NOW
      *                   ENDS THE RUN RC=16 BEFORE THE REPORT AND
      *                   FEED ARE OPENED, SO NO HELD ELF CAN BE FED.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT DAY1-CALENDAR-FILE
               ASSIGN TO DAY1CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CAL-BUSINESS-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT DAY1-OVERRIDE-FILE
               ASSIGN TO DAY1OVRD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OVRD-STATUS.

           SELECT DAY1-CONTROL-FILE
               ASSIGN TO DAY1CTL
               ORGANIZATION IS LINE SEQUENTIAL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RTRN-STATUS.

           SELECT DAY1-HOLD-FILE
               ASSIGN TO DAY1HOLD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWK01.

           COPY ELFTOTW.

           FD  DAY1-PARM-FILE
               RECORD CONTAINS 30 CHARACTERS.
           COPY DAY1PARM.

           FD  DAY1-REPORT-FILE
           COPY DAY1TOPN.

           FD  DAY1-RUN-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  DAY1-CALENDAR-FILE
               RECORD CONTAINS 50 CHARACTERS.
           COPY DAY1CAL.

           FD  DAY1-OVERRIDE-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1OVRD.

           FD  DAY1-CONTROL-FILE
               RECORD CONTAINS 500 CHARACTERS.
           COPY DAY1CTLT.

           FD  DAY1-RETRAN-FILE
           COPY DAY1TOPN REPLACING ==DAY1-TOPN-LINE==
                                BY ==DAY1-RETRAN-LINE==.

           FD  DAY1-HOLD-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1HOLD.

       WORKING-STORAGE SECTION.
       COPY DAY1TOPT.

           05  WS-RPT-STATUS             PIC X(02).
           05  WS-TOPN-STATUS            PIC X(02).
           05  WS-RUNH-STATUS            PIC X(02).
           05  WS-CAL-STATUS             PIC X(02).
           05  WS-OVRD-STATUS            PIC X(02).
           05  WS-CTL-STATUS             PIC X(02).
           05  WS-RTRN-STATUS            PIC X(02).
           05  WS-HOLD-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FED-FOUND          VALUE 'Y' FALSE 'N'.
           05  WS-FED-OVFL-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-FED-OVERFLOWED     VALUE 'Y'.
           05  WS-WINDOW-SWITCH          PIC X(01) VALUE 'N'.
               88  WS-WINDOWED-RUN       VALUE 'Y'.
           05  WS-CAL-OPEN-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CALENDAR-OPEN      VALUE 'Y' FALSE 'N'.
           05  WS-CAL-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CAL-EOF            VALUE 'Y'.
           05  WS-OVRD-CARD-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-OVRD-CARD-PRESENT  VALUE 'Y'.
           05  WS-OVRD-VALID-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-OVERRIDE-AUTHORIZED
                                         VALUE 'Y'.
           05  WS-OVRD-USED-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-OVERRIDE-USED      VALUE 'Y'.
           05  WS-HOLD-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-HOLD-EOF           VALUE 'Y'.
           05  WS-HELD-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-ELF-HELD           VALUE 'Y' FALSE 'N'.

      *    EVERY ELF/DATE/DEPOT WRITTEN TO TONIGHT'S FEED IS
      *    REMEMBERED HERE SO RETRANSMITTED PRIOR-NIGHT ENTRIES FOR
       01  WS-RETRAN-COUNTS.
           05  WS-RETRAN-SENT-COUNT      PIC 9(05) VALUE ZERO.
           05  WS-RETRAN-DUP-COUNT       PIC 9(05) VALUE ZERO.
           05  WS-RETRAN-HELD-COUNT      PIC 9(05) VALUE ZERO.

      *    ELF/DATES DAY1CAPR FOUND OVER CARRYING CAPACITY.  NONE OF
      *    THEM MAY REACH THE FEED.  A HOLD FILE LARGER THAN THE
      *    TABLE ENDS THE RUN RC=16 (1290) BEFORE THE FEED IS OPENED
      *    - AN ELF LEFT OUT OF THE TABLE COULD OTHERWISE BE FED.
       01  WS-HOLD-TABLE.
           05  WS-HOLD-MAX               PIC 9(03) VALUE 500.
           05  WS-HOLD-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-HOLD-IX                PIC 9(03).
           05  WS-HOLD-ENTRY OCCURS 500 TIMES.
               10  WS-HOLD-ELF-ID        PIC 9(05).
               10  WS-HOLD-DATE          PIC X(08).

       01  WS-HOLD-KEY.
           05  WS-HOLD-KEY-ELF-ID        PIC 9(05).
           05  WS-HOLD-KEY-DATE          PIC X(08).

       01  WS-HELD-FROM-FEED-COUNT       PIC 9(05) VALUE ZERO.

       01  WS-HOLD-SUMMARY.
           05  FILLER                    PIC X(22) VALUE
               'HELD OVER CAPACITY'.
           05  HSUM-HELD-COUNT           PIC Z(06)9.
           05  FILLER                    PIC X(51) VALUE SPACES.

       01  WS-COUNTERS-AND-TOTALS.
           05  WS-TOP-N-ACTUAL           PIC 9(03) VALUE 3.
           05  WS-RANK-COUNTER           PIC 9(07) VALUE ZERO.
           05  WS-DEPOT-FED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ELF-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-GRAND-TOTAL            PIC 9(09) VALUE ZERO.

           05  HDG-DEPOT-CODE            PIC X(03).
           05  FILLER                    PIC X(71) VALUE SPACES.

      *    PROCESSING-CALENDAR CONTROL.  WS-CAL-STEP-NO IS THIS
      *    PROGRAM'S SLOT ON THE DAY1CAL RECORD; WS-CAL-PRIOR-STEP
      *    IS THE SLOT THAT MUST BE COMPLETE BEFORE IT MAY RUN.
       01  WS-CALENDAR-CONTROL.
           05  WS-CAL-STEP-NO            PIC 9(01) VALUE 5.
           05  WS-CAL-PRIOR-STEP         PIC 9(01) VALUE 4.
           05  WS-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                         PIC X(08).
           05  WS-CAL-REFUSAL            PIC X(50) VALUE SPACES.
           05  WS-OVRD-DATE              PIC X(08) VALUE SPACES.
           05  WS-OVRD-AUTH              PIC X(08) VALUE SPACES.
           05  WS-OVRD-REASON            PIC X(40) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-START-TIME-RAW             PIC X(08).
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
           PERFORM 1900-CHECK-RUN-CALENDAR THRU 1900-EXIT.
           PERFORM 1200-LOAD-HOLDS THRU 1200-EXIT.
           OPEN OUTPUT DAY1-REPORT-FILE.
           IF WS-RPT-STATUS NOT = '00'
               MOVE 'DAY1RPT' TO WS-ABEND-FILE-ID
                       NEXT SENTENCE
                   NOT AT END
                       MOVE DAY1-TOP-N TO WS-TOP-N-ACTUAL
                       IF DAY1-SEL-FROM-DATE IS NUMERIC
                          OR DAY1-SEL-TO-DATE IS NUMERIC
                           SET WS-WINDOWED-RUN TO TRUE
                       END-IF
               END-READ
               CLOSE DAY1-PARM-FILE
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-LOAD-HOLDS - TABLE THE ELF/DATES DAY1CAPR HELD FOR
      *  OVER-CAPACITY.  THE HOLD FILE IS REQUIRED: WITHOUT IT AN
      *  ELF WHO CANNOT TAKE MORE WOULD BE FED, SO AN OPEN FAILURE
      *  ABENDS THE RUN.  AN EMPTY FILE MEANS NOBODY IS HELD.
      *-----------------------------------------------------------*
       1200-LOAD-HOLDS.
           OPEN INPUT DAY1-HOLD-FILE.
           IF WS-HOLD-STATUS NOT = '00'
               MOVE 'DAY1HOLD' TO WS-ABEND-FILE-ID
               MOVE WS-HOLD-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 1260-READ-HOLD THRU 1260-EXIT.
           PERFORM 1250-STORE-HOLD THRU 1250-EXIT
               UNTIL WS-HOLD-EOF.
           CLOSE DAY1-HOLD-FILE.
       1200-EXIT.
           EXIT.

       1250-STORE-HOLD.
           IF WS-HOLD-COUNT >= WS-HOLD-MAX
               GO TO 1290-HOLD-TABLE-FULL
           END-IF.
           ADD 1 TO WS-HOLD-COUNT.
           MOVE HOLD-ELF-ID TO WS-HOLD-ELF-ID (WS-HOLD-COUNT).
           MOVE HOLD-DATE TO WS-HOLD-DATE (WS-HOLD-COUNT).
           PERFORM 1260-READ-HOLD THRU 1260-EXIT.
       1250-EXIT.
           EXIT.

       1260-READ-HOLD.
           READ DAY1-HOLD-FILE
               AT END
                   SET WS-HOLD-EOF TO TRUE
           END-READ.
       1260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1290-HOLD-TABLE-FULL - MORE HOLDS THAN THE TABLE CARRIES.
      *  AN ELF PAST THE LIMIT COULD NOT BE HELD OUT, SO NEITHER
      *  THE REPORT NOR THE FEED IS OPENED: END RC=16, LEAVING THE
      *  CALENDAR SLOT STARTED SO THE STEP MAY RUN AGAIN.
      *-----------------------------------------------------------*
       1290-HOLD-TABLE-FULL.
           CLOSE DAY1-HOLD-FILE.
           DISPLAY 'DAY1RPT - MORE THAN ' WS-HOLD-MAX
               ' OVER-CAPACITY HOLDS ON DAY1HOLD - NO FEED WRITTEN'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1900-CHECK-RUN-CALENDAR - THE PROCESSING CALENDAR (DAY1CAL)
      *  DECIDES WHETHER THIS STEP MAY RUN FOR THE LATEST BUSINESS
      *  DATE DAY1LOAD OPENED.  IT IS REFUSED UNTIL DAY1TLD
      *  HAS COMPLETED THAT DATE, AND REFUSED ONCE THIS STEP HAS
      *  COMPLETED IT UNLESS AN AUTHORIZED OVERRIDE CARD NAMES THE
      *  DATE.  A SLOT LEFT STARTED BY AN ABEND MAY RUN AGAIN
      *  WITHOUT ONE - THAT IS A RESTART, NOT A DUPLICATE.  CHECKED
      *  BEFORE ANY OUTPUT FILE IS OPENED, SO A REFUSED RUN CHANGES
      *  NOTHING.
      *-----------------------------------------------------------*
       1900-CHECK-RUN-CALENDAR.
           PERFORM 1910-READ-OVERRIDE-CARD THRU 1910-EXIT.
           OPEN I-O DAY1-CALENDAR-FILE.
           IF WS-CAL-STATUS = '35'
               MOVE 'NO BUSINESS DATE HAS BEEN OPENED BY DAY1LOAD'
                   TO WS-CAL-REFUSAL
               GO TO 1990-REFUSE-RUN
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'DAY1CAL' TO WS-ABEND-FILE-ID
               MOVE WS-CAL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-CALENDAR-OPEN TO TRUE.
           PERFORM 1920-FIND-LATEST-DATE THRU 1920-EXIT.
           IF WS-BUSINESS-DATE = ZERO
               MOVE 'NO BUSINESS DATE HAS BEEN OPENED BY DAY1LOAD'
                   TO WS-CAL-REFUSAL
               GO TO 1990-REFUSE-RUN
           END-IF.
           PERFORM 1940-CHECK-OVERRIDE-CARD THRU 1940-EXIT.
           IF NOT CAL-STEP-COMPLETE (WS-CAL-PRIOR-STEP)
               MOVE 'DAY1TLD HAS NOT COMPLETED THIS BUSINESS DATE'
                   TO WS-CAL-REFUSAL
               GO TO 1990-REFUSE-RUN
           END-IF.
      *    A DATE-WINDOWED RERUN GOES ON TOP OF A CLOSED NIGHT ONLY
      *    - ON AN OPEN ONE IT WOULD DOUBLE THE NIGHT'S LISTINGS.
           IF WS-WINDOWED-RUN
              AND NOT CAL-DATE-COMPLETE
               MOVE 'WINDOWED RERUN ON A NIGHT NOT YET COMPLETE'
                   TO WS-CAL-REFUSAL
               GO TO 1990-REFUSE-RUN
           END-IF.
           IF CAL-STEP-COMPLETE (WS-CAL-STEP-NO)
               IF WS-OVERRIDE-AUTHORIZED
                   SET WS-OVERRIDE-USED TO TRUE
               ELSE
                   MOVE 'STEP ALREADY COMPLETE - OVERRIDE CARD REQUIRED'
                       TO WS-CAL-REFUSAL
                   GO TO 1990-REFUSE-RUN
               END-IF
           END-IF.
           PERFORM 1950-MARK-STEP-STARTED THRU 1950-EXIT.
       1900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1910-READ-OVERRIDE-CARD - THE CARD IS OPTIONAL; A MISSING
      *  OR EMPTY DAY1OVRD MEANS NO OVERRIDE WAS REQUESTED.
      *-----------------------------------------------------------*
       1910-READ-OVERRIDE-CARD.
           OPEN INPUT DAY1-OVERRIDE-FILE.
           IF WS-OVRD-STATUS NOT = '00'
               GO TO 1910-EXIT
           END-IF.
           READ DAY1-OVERRIDE-FILE
               AT END
                   CONTINUE
               NOT AT END
                   SET WS-OVRD-CARD-PRESENT TO TRUE
                   MOVE OVRD-BUSINESS-DATE TO WS-OVRD-DATE
                   MOVE OVRD-AUTH-ID TO WS-OVRD-AUTH
                   MOVE OVRD-REASON TO WS-OVRD-REASON
           END-READ.
           CLOSE DAY1-OVERRIDE-FILE.
       1910-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1920-FIND-LATEST-DATE - THE CALENDAR IS KEYED BY BUSINESS
      *  DATE, SO THE LAST KEY READ IS THE NIGHT IN PROGRESS (OR
      *  THE LAST ONE CLOSED).  ITS RECORD IS LEFT IN THE RECORD
      *  AREA FOR THE CHECKS THAT FOLLOW.
      *-----------------------------------------------------------*
       1920-FIND-LATEST-DATE.
           MOVE ZERO TO WS-BUSINESS-DATE.
           MOVE ZERO TO CAL-BUSINESS-DATE.
           START DAY1-CALENDAR-FILE
               KEY IS NOT LESS THAN CAL-BUSINESS-DATE
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START.
           PERFORM 1930-READ-NEXT-DATE THRU 1930-EXIT
               UNTIL WS-CAL-EOF.
           IF WS-BUSINESS-DATE NOT = ZERO
               MOVE WS-BUSINESS-DATE TO CAL-BUSINESS-DATE
               READ DAY1-CALENDAR-FILE
                   INVALID KEY
                       MOVE ZERO TO WS-BUSINESS-DATE
               END-READ
           END-IF.
       1920-EXIT.
           EXIT.

       1930-READ-NEXT-DATE.
           READ DAY1-CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   MOVE CAL-BUSINESS-DATE TO WS-BUSINESS-DATE
           END-READ.
       1930-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1940-CHECK-OVERRIDE-CARD - A CARD IS HONORED ONLY FOR THE
      *  BUSINESS DATE IT NAMES, AND ONLY WITH AN AUTHORIZING ID
      *  AND A REASON.  ANY OTHER CARD IS REPORTED AND IGNORED.
      *-----------------------------------------------------------*
       1940-CHECK-OVERRIDE-CARD.
           IF NOT WS-OVRD-CARD-PRESENT
               GO TO 1940-EXIT
           END-IF.
           IF WS-OVRD-DATE NOT = WS-BUSINESS-DATE-X
               DISPLAY 'DAY1RPT - OVERRIDE CARD FOR ' WS-OVRD-DATE
                   ' DOES NOT MATCH BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           IF WS-OVRD-AUTH = SPACES
              OR WS-OVRD-REASON = SPACES
               DISPLAY 'DAY1RPT - OVERRIDE CARD LACKS AN AUTHORIZING '
                   'ID OR A REASON - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           SET WS-OVERRIDE-AUTHORIZED TO TRUE.
       1940-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1950-MARK-STEP-STARTED - THE SLOT STAYS 'O' UNTIL NORMAL
      *  END, SO AN ABEND LEAVES IT OPEN FOR A RESTART.  A RERUN
      *  UNDER OVERRIDE IS COUNTED ON THE CALENDAR RECORD.
      *-----------------------------------------------------------*
       1950-MARK-STEP-STARTED.
           MOVE 'O' TO CAL-STEP-STATUS (WS-CAL-STEP-NO).
           IF WS-OVERRIDE-USED
               ADD 1 TO CAL-OVERRIDE-COUNT
               MOVE WS-OVRD-AUTH TO CAL-LAST-OVERRIDE-AUTH
               DISPLAY 'DAY1RPT - RERUNNING BUSINESS DATE '
                   WS-BUSINESS-DATE ' UNDER OVERRIDE BY '
                   WS-OVRD-AUTH ' - ' WS-OVRD-REASON
           END-IF.
           MOVE 'DAY1RPT' TO CAL-LAST-PROGRAM.
           MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE.
           MOVE WS-START-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME.
           REWRITE DAY1-CALENDAR-RECORD.
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'DAY1CAL' TO WS-ABEND-FILE-ID
               MOVE WS-CAL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           CLOSE DAY1-CALENDAR-FILE.
           SET WS-CALENDAR-OPEN TO FALSE.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1990-REFUSE-RUN - THE CALENDAR SAYS THIS STEP MUST NOT RUN.
      *  END WITH RC=12 - DISTINCT FROM A FILE ABEND (RC=16) - SO
      *  THE JOB SKIPS EVERYTHING DOWNSTREAM AND THE OPERATORS CAN
      *  SEE THE STEP WAS STOPPED ON PURPOSE.
      *-----------------------------------------------------------*
       1990-REFUSE-RUN.
           DISPLAY 'DAY1RPT - RUN REFUSED BY PROCESSING CALENDAR - '
               WS-CAL-REFUSAL.
           DISPLAY 'DAY1RPT - BUSINESS DATE ' WS-BUSINESS-DATE
               ' - NOTHING WAS PROCESSED'.
           IF WS-CALENDAR-OPEN
               CLOSE DAY1-CALENDAR-FILE
           END-IF.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  3000-BUILD-REPORT - SORT OUTPUT PROCEDURE.  RETURNS EACH
      *  ELF TOTAL IN DESCENDING ORDER, NUMBERS ITS RANK, WRITES THE
      *  3200-WRITE-RANK-LINE - A DEPOT CHANGE OPENS A NEW RANKED
      *  SECTION AND RESTARTS BOTH THE RANK NUMBERS AND THE TOP-N
      *  FEED COUNT, SO EVERY DEPOT GETS ITS OWN TOP DAY1-TOP-N.
      *  AN ELF HELD OVER CAPACITY IS STILL RANKED BUT NEVER FED,
      *  AND DOES NOT USE UP ONE OF THE DEPOT'S TOP-N SLOTS.
      *-----------------------------------------------------------*
       3200-WRITE-RANK-LINE.
           IF NOT WS-DEPOT-STARTED
               SET WS-DEPOT-STARTED TO TRUE
               MOVE SRT-DEPOT TO WS-CURRENT-DEPOT
               MOVE ZERO TO WS-RANK-COUNTER
               MOVE ZERO TO WS-DEPOT-FED-COUNT
               MOVE SRT-DEPOT TO HDG-DEPOT-CODE
               MOVE WS-DEPOT-HEADING TO DAY1-REPORT-LINE
               WRITE DAY1-REPORT-LINE
           ELSE
               MOVE SPACES TO RANK-SUSPECT-MARK
           END-IF.
           MOVE SRT-ELF-ID TO WS-HOLD-KEY-ELF-ID.
           MOVE SRT-DATE TO WS-HOLD-KEY-DATE.
           PERFORM 3600-CHECK-HOLD THRU 3600-EXIT.
           IF WS-ELF-HELD
               MOVE 'HELD' TO RANK-HOLD-MARK
           ELSE
               MOVE SPACES TO RANK-HOLD-MARK
           END-IF.
           MOVE DAY1-RANK-LINE TO DAY1-REPORT-LINE.
           WRITE DAY1-REPORT-LINE.
           IF WS-ELF-HELD
               IF WS-DEPOT-FED-COUNT < WS-TOP-N-ACTUAL
                   ADD 1 TO WS-HELD-FROM-FEED-COUNT
               END-IF
               GO TO 3200-EXIT
           END-IF.
           IF WS-DEPOT-FED-COUNT < WS-TOP-N-ACTUAL
               ADD 1 TO WS-DEPOT-FED-COUNT
               MOVE SRT-ELF-ID TO TOPN-ELF-ID OF DAY1-TOPN-LINE
               MOVE SRT-DATE TO TOPN-ELF-DATE OF DAY1-TOPN-LINE
               MOVE SRT-TOTAL TO TOPN-TOTAL OF DAY1-TOPN-LINE
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-CHECK-HOLD - IS THE ELF/DATE IN WS-HOLD-KEY ON THE
      *  OVER-CAPACITY HOLD LIST?  THE HOLD COVERS THE ELF'S
      *  ENTRIES AT EVERY DEPOT FOR THAT DATE.
      *-----------------------------------------------------------*
       3600-CHECK-HOLD.
           SET WS-ELF-HELD TO FALSE.
           PERFORM 3650-MATCH-HOLD THRU 3650-EXIT
               VARYING WS-HOLD-IX FROM 1 BY 1
               UNTIL WS-HOLD-IX > WS-HOLD-COUNT
                  OR WS-ELF-HELD.
       3600-EXIT.
           EXIT.

       3650-MATCH-HOLD.
           IF WS-HOLD-ELF-ID (WS-HOLD-IX) = WS-HOLD-KEY-ELF-ID
              AND WS-HOLD-DATE (WS-HOLD-IX) = WS-HOLD-KEY-DATE
               SET WS-ELF-HELD TO TRUE
           END-IF.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - WRITE THE CONTROL-TOTAL TRAILER AND CLOSE.
      *-----------------------------------------------------------*
           MOVE DAY1-TRAILER-RECORD TO DAY1-REPORT-LINE.
           WRITE DAY1-REPORT-LINE.
           PERFORM 8100-WRITE-NET-TRAILER THRU 8100-EXIT.
           PERFORM 8200-MERGE-RETRANSMITS THRU 8200-EXIT.
           ADD WS-RETRAN-HELD-COUNT TO WS-HELD-FROM-FEED-COUNT.
           MOVE WS-HELD-FROM-FEED-COUNT TO HSUM-HELD-COUNT.
           MOVE WS-HOLD-SUMMARY TO DAY1-REPORT-LINE.
           WRITE DAY1-REPORT-LINE.
           CLOSE DAY1-REPORT-FILE.
           CLOSE DAY1-TOPN-FILE.
           PERFORM 8500-CLOSE-CALENDAR-STEP THRU 8500-EXIT.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           DISPLAY "RANKED REPORT WRITTEN - " WS-ELF-COUNT " ELVES".
       8000-EXIT.
           CLOSE DAY1-RETRAN-FILE.
           IF WS-RETRAN-SENT-COUNT > ZERO
              OR WS-RETRAN-DUP-COUNT > ZERO
              OR WS-RETRAN-HELD-COUNT > ZERO
               DISPLAY 'DAY1RPT - ' WS-RETRAN-SENT-COUNT
                   ' RETRANSMITTED, ' WS-RETRAN-DUP-COUNT
                   ' SUPERSEDED BY TONIGHT, ' WS-RETRAN-HELD-COUNT
                   ' HELD OVER CAPACITY'
           END-IF.
       8200-EXIT.
           EXIT.
               VARYING WS-FED-IX FROM 1 BY 1
               UNTIL WS-FED-IX > WS-FED-COUNT
                  OR WS-FED-FOUND.
           MOVE TOPN-ELF-ID OF DAY1-RETRAN-LINE TO WS-HOLD-KEY-ELF-ID.
           MOVE TOPN-ELF-DATE OF DAY1-RETRAN-LINE TO WS-HOLD-KEY-DATE.
           PERFORM 3600-CHECK-HOLD THRU 3600-EXIT.
           EVALUATE TRUE
               WHEN WS-FED-FOUND
                   ADD 1 TO WS-RETRAN-DUP-COUNT
               WHEN WS-ELF-HELD
                   ADD 1 TO WS-RETRAN-HELD-COUNT
               WHEN OTHER
                   MOVE DAY1-RETRAN-LINE TO DAY1-TOPN-LINE
                   WRITE DAY1-TOPN-LINE
                   ADD 1 TO WS-RETRAN-SENT-COUNT
                   PERFORM 8230-RECORD-RETRAN-FED THRU 8230-EXIT
           END-EVALUATE.
           PERFORM 8260-READ-RETRAN THRU 8260-EXIT.
       8210-EXIT.
           EXIT.
           MOVE ZERO TO RUN-OUTL-COUNT.
           MOVE 'N' TO RUN-RESTART-FLAG.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           MOVE WS-BUSINESS-DATE TO RUN-BUSINESS-DATE.
           IF WS-OVERRIDE-USED
               MOVE 'Y' TO RUN-OVERRIDE-FLAG
               MOVE WS-OVRD-AUTH TO RUN-OVERRIDE-AUTH
               MOVE WS-OVRD-REASON TO RUN-OVERRIDE-REASON
           ELSE
               MOVE 'N' TO RUN-OVERRIDE-FLAG
               MOVE SPACES TO RUN-OVERRIDE-AUTH
               MOVE SPACES TO RUN-OVERRIDE-REASON
           END-IF.
           WRITE DAY1-RUN-RECORD.
           CLOSE DAY1-RUN-FILE.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8500-CLOSE-CALENDAR-STEP - NORMAL END MARKS THIS STEP'S
      *  SLOT COMPLETE SO THIS STEP CANNOT RUN THE DATE AGAIN, AND
      *  AS THE LAST STEP OF THE NIGHT IT COMPLETES THE BUSINESS
      *  DATE SO DAY1LOAD MAY OPEN THE NEXT ONE.  IF THE CALENDAR
      *  CANNOT BE UPDATED THE NEXT NIGHT WOULD BE REFUSED, SO IT
      *  IS RAISED HERE AS RC=8 RATHER THAN LEFT FOR THE OPERATORS
      *  TO FIND.
      *-----------------------------------------------------------*
       8500-CLOSE-CALENDAR-STEP.
           OPEN I-O DAY1-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1RPT - PROCESSING CALENDAR UNAVAILABLE - '
                   'STATUS ' WS-CAL-STATUS ' - STEP NOT MARKED '
                   'COMPLETE'
               MOVE 8 TO RETURN-CODE
               GO TO 8500-EXIT
           END-IF.
           MOVE WS-BUSINESS-DATE TO CAL-BUSINESS-DATE.
           READ DAY1-CALENDAR-FILE
               INVALID KEY
                   MOVE '23' TO WS-CAL-STATUS
           END-READ.
           IF WS-CAL-STATUS = '00'
               MOVE 'C' TO CAL-STEP-STATUS (WS-CAL-STEP-NO)
               SET CAL-DATE-COMPLETE TO TRUE
               ACCEPT WS-END-TIME-RAW FROM TIME
               MOVE 'DAY1RPT' TO CAL-LAST-PROGRAM
               MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE
               MOVE WS-END-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME
               REWRITE DAY1-CALENDAR-RECORD
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1RPT - BUSINESS DATE ' WS-BUSINESS-DATE
                   ' COULD NOT BE UPDATED ON THE PROCESSING '
                   'CALENDAR - STATUS ' WS-CAL-STATUS
               MOVE 8 TO RETURN-CODE
           END-IF.
           CLOSE DAY1-CALENDAR-FILE.
       8500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  DISPLAY THE STATUS AND END THE RUN ABNORMALLY SO
