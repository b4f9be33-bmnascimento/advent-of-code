      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1BAL.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1BAL PROPOSES HOW EACH DEPOT'S LOAD COULD BE EVENED OUT
      *  FOR THE MORNING DISPATCH.  DAY1STAT SHOWS HOW LOPSIDED THE
      *  DEPOT LOAD BANDS ARE AND DAY1RPT WHO IS HEAVIEST, BUT
      *  DISPATCH STILL WORKED OUT BY HAND WHICH OVERLOADED ELVES
      *  SHOULD HAND SUPPLIES TO LIGHTLY LOADED ELVES.
      *
      *  THE NIGHT DISPATCHED IS THE LATEST INVENTORY DATE ON THE
      *  ADJUSTED TOTALS.  THE ROSTER IS SWEPT AGAINST THOSE TOTALS
      *  IN ELF-ID ORDER, AS DAY1COVR DOES, SO THE TOTALS SIDE IS
      *  THE NIGHT'S SORTED TOTALS-HISTORY GENERATION (THE ADJUSTED
      *  WORK FILE IN KEY ORDER).  EVERY ACTIVE ELF - SCANNED OR
      *  NOT - IS PLACED AT ITS ROSTER DEPOT AS OF THE NIGHT WITH
      *  ITS NET TOTAL AT THAT DEPOT ONLY.  SUPPLIES AN ELF HAD
      *  SCANNED AT ANOTHER DEPOT ARE STAGED THERE, NOT WITH THE
      *  ELF, SO THEY ARE NEVER PROPOSED FOR A MOVE; THEY ARE
      *  COUNTED AND PRINTED AS OFF-DEPOT.  WITHIN EACH DEPOT THE
      *  TARGET IS THE AVERAGE LOAD, AND THE BAND IS THE DAY1BALC
      *  PERCENTAGE EITHER SIDE OF IT.  THE HEAVIEST ELF ABOVE THE
      *  BAND IS PAIRED WITH THE LIGHTEST ELF BELOW IT AND GIVES
      *  WHAT BRINGS ONE OF THEM TO THE TARGET, THEN THE NEXT PAIR,
      *  UNTIL ONE SIDE RUNS OUT.  A MOVE IS SPLIT BY THE GIVING
      *  ELF'S OWN SCANNED FOOD-CATEGORY MIX FOR THE NIGHT AT THAT
      *  DEPOT (LARGEST CATEGORY FIRST) FROM THE INVENTORY MASTER.
      *
      *  A MOVE NEVER CROSSES A DEPOT AND NEVER GOES TO AN INACTIVE
      *  ELF: ONLY ACTIVE ROSTER ELVES ARE PAIRED AND ONLY WITHIN
      *  THEIR OWN DEPOT.  THE PROPOSAL FILE (DAY1BALX) AND THE
      *  PRINTED PROPOSAL (DAY1BALP), WITH EACH DEPOT'S SPREAD
      *  BEFORE AND AFTER, ARE ADVICE ONLY - NO TOTAL IS CHANGED.
      *
      *  RC=8 WHEN A DEPOT HAS MORE ACTIVE ELVES THAN THE DEPOT
      *  TABLE HOLDS - THE LIGHTEST ELVES THERE WERE LEFT OUT OF THE
      *  PAIRING.  RC=16 ON A BAD DAY1BALC CARD OR A FILE ERROR.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY1-BAL-CARD-FILE
               ASSIGN TO DAY1BALC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALC-STATUS.

           SELECT ELF-ROSTER-FILE
               ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ROST-ELF-ID
               FILE STATUS IS WS-ROST-STATUS.

           SELECT DAY1-WORK-FILE
               ASSIGN TO DAY1WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT ELF-INVENTORY-FILE
               ASSIGN TO ELFINVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELF-INV-KEY
               FILE STATUS IS WS-ELFINV-STATUS.

           SELECT DAY1-BAL-PROPOSAL-FILE
               ASSIGN TO DAY1BALX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALX-STATUS.

           SELECT DAY1-BAL-REPORT-FILE
               ASSIGN TO DAY1BALP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BALP-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWK01.

       DATA DIVISION.

       FILE SECTION.
           SD  SORT-WORK-FILE.
           COPY DAY1BSRT.

           FD  DAY1-BAL-CARD-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1BALC.

           FD  ELF-ROSTER-FILE
               RECORD CONTAINS 48 CHARACTERS.
           COPY ELFROST.

           FD  DAY1-WORK-FILE
               RECORD CONTAINS 24 CHARACTERS.
           COPY ELFTOTW.

           FD  ELF-INVENTORY-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFINV.

           FD  DAY1-BAL-PROPOSAL-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1BALX.

           FD  DAY1-BAL-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-BAL-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-BALC-STATUS            PIC X(02).
           05  WS-ROST-STATUS            PIC X(02).
           05  WS-WORK-STATUS            PIC X(02).
           05  WS-ELFINV-STATUS          PIC X(02).
           05  WS-BALX-STATUS            PIC X(02).
           05  WS-BALP-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-ROST-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ROST-EOF           VALUE 'Y'.
           05  WS-WORK-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-WORK-EOF           VALUE 'Y' FALSE 'N'.
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF           VALUE 'Y'.
           05  WS-ITEM-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ITEM-EOF           VALUE 'Y' FALSE 'N'.
           05  WS-MIX-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-MIX-FOUND          VALUE 'Y' FALSE 'N'.
           05  WS-ELF-OVFL-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ELVES-OVERFLOWED   VALUE 'Y'.

       01  WS-BAL-PARMS.
           05  WS-BAND-PCT               PIC 9(03) VALUE 10.
           05  WS-MIN-MOVE               PIC 9(07) VALUE 1000.

      *    THE INVENTORY DATE BEING DISPATCHED - THE LATEST ON THE
      *    NIGHT'S TOTALS.
       01  WS-TARGET-DATE                PIC X(08) VALUE LOW-VALUES.

      *    THE TOTALS-SIDE ELF-ID, HIGH-VALUES AT END OF FILE.
       01  WS-WORK-KEY.
           05  WS-WORK-ELF-ID            PIC 9(05).
       01  WS-ROST-KEY.
           05  WS-ROST-ELF-ID            PIC 9(05).
       01  WS-ELF-NET-TOTAL              PIC 9(07).
       01  WS-ELF-OFF-TOTAL              PIC 9(07).
       01  WS-ELF-OFF-COUNT              PIC 9(03).
       01  WS-ELF-DEPOT                  PIC X(03).

      *    ONE DEPOT'S ACTIVE ELVES, HEAVIEST FIRST AS THE SORT
      *    RETURNS THEM.  WS-ELF-TOTAL IS WORKED DOWN (OR UP) AS
      *    MOVES ARE PROPOSED; WS-ELF-BEFORE KEEPS THE NIGHT'S LOAD.
       01  WS-DEPOT-ELVES.
           05  WS-ELF-MAX                PIC 9(05) VALUE 5000.
           05  WS-ELF-COUNT              PIC 9(05) VALUE ZERO.
           05  WS-ELF-IX                 PIC 9(05).
           05  WS-GIVE-IX                PIC 9(05).
           05  WS-TAKE-IX                PIC 9(05).
           05  WS-ELF-ENTRY OCCURS 5000 TIMES.
               10  WS-ELF-ID             PIC 9(05).
               10  WS-ELF-BEFORE         PIC 9(07).
               10  WS-ELF-TOTAL          PIC 9(07).

       01  WS-DEPOT-WORK.
           05  WS-CUR-DEPOT              PIC X(03).
           05  WS-DEPOT-LOAD             PIC 9(11).
           05  WS-DEPOT-LEFT-OUT         PIC 9(07).
           05  WS-TARGET                 PIC 9(07).
           05  WS-BAND-WIDTH             PIC 9(07).
           05  WS-BAND-LOW               PIC 9(07).
           05  WS-BAND-HIGH              PIC 9(07).
           05  WS-SURPLUS                PIC 9(07).
           05  WS-DEFICIT                PIC 9(07).
           05  WS-MOVE-AMOUNT            PIC 9(07).
           05  WS-MOVE-LEFT              PIC 9(07).
           05  WS-LINE-AMOUNT            PIC 9(07).
           05  WS-DEPOT-MOVES            PIC 9(05).

      *    SPREAD FIGURES FOR ONE DEPOT, BEFORE (1) AND AFTER (2).
       01  WS-SPREAD-TABLE.
           05  WS-SPREAD-IX              PIC 9(01).
           05  WS-SPREAD-ENTRY OCCURS 2 TIMES.
               10  WS-SPR-LIGHTEST       PIC 9(07).
               10  WS-SPR-HEAVIEST       PIC 9(07).
               10  WS-SPR-SPREAD         PIC 9(07).
               10  WS-SPR-ABOVE          PIC 9(05).
               10  WS-SPR-BELOW          PIC 9(05).
       01  WS-SPREAD-VALUE               PIC 9(07).

      *    THE GIVING ELF'S SCANNED CATEGORY MIX FOR THE NIGHT.
      *    A CATEGORY PAST THE TABLE IS LUMPED INTO 'UN'.
       01  WS-MIX-TABLE.
           05  WS-MIX-ELF-ID             PIC 9(05) VALUE ZERO.
           05  WS-MIX-MAX                PIC 9(02) VALUE 10.
           05  WS-MIX-COUNT              PIC 9(02) VALUE ZERO.
           05  WS-MIX-IX                 PIC 9(02).
           05  WS-MIX-FOUND-IX           PIC 9(02).
           05  WS-MIX-ENTRY OCCURS 10 TIMES.
               10  WS-MIX-CATEGORY       PIC X(02).
               10  WS-MIX-LEFT           PIC 9(07).
           05  WS-MIX-CATEGORY-WORK      PIC X(02).
           05  WS-MIX-CAL-WORK           PIC 9(07).

       01  WS-COUNTERS-AND-TOTALS.
           05  WS-DEPOT-COUNT            PIC 9(05) VALUE ZERO.
           05  WS-ACTIVE-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-UNSCANNED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-INACTIVE-LOAD-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-NOT-ON-ROSTER-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-LEFT-OUT-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-OFF-DEPOT-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-OFF-DEPOT-CALORIES     PIC 9(11) VALUE ZERO.
           05  WS-MOVE-COUNT             PIC 9(05) VALUE ZERO.
           05  WS-LINE-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-CALORIES-MOVED         PIC 9(11) VALUE ZERO.

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(35) VALUE
               'DAY1BAL DEPOT REBALANCING PROPOSAL '.
           05  FILLER                    PIC X(09) VALUE '- NIGHT  '.
           05  HDG-TARGET-DATE           PIC X(08).
           05  FILLER                    PIC X(06) VALUE '  RUN '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(14) VALUE SPACES.

       01  WS-PARM-HEADING.
           05  FILLER                    PIC X(18) VALUE
               'TARGET BAND +/-'.
           05  HDG-BAND-PCT              PIC ZZ9.
           05  FILLER                    PIC X(25) VALUE
               ' PCT OF DEPOT AVERAGE,  '.
           05  FILLER                    PIC X(14) VALUE
               'SMALLEST MOVE '.
           05  HDG-MIN-MOVE              PIC Z(06)9.
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-DEPOT-HEADING.
           05  FILLER                    PIC X(06) VALUE 'DEPOT '.
           05  DHD-DEPOT                 PIC X(03).
           05  FILLER                    PIC X(08) VALUE '  ELVES '.
           05  DHD-ELVES                 PIC ZZZZ9.
           05  FILLER                    PIC X(09) VALUE '  TARGET '.
           05  DHD-TARGET                PIC Z(06)9.
           05  FILLER                    PIC X(07) VALUE '  BAND '.
           05  DHD-BAND-LOW              PIC Z(06)9.
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  DHD-BAND-HIGH             PIC Z(06)9.
           05  FILLER                    PIC X(18) VALUE SPACES.

       01  WS-MOVE-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               '  MOVE    FROM    TO     CAT    CALORIES'.
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  WS-MOVE-DETAIL.
           05  MVD-MOVE-NO               PIC ZZZZZ9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  MVD-FROM-ELF              PIC 9(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  MVD-TO-ELF                PIC 9(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  MVD-CATEGORY              PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  MVD-CALORIES              PIC Z(09)9.
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  WS-SPREAD-COLUMNS.
           05  FILLER                    PIC X(26) VALUE '  SPREAD'.
           05  FILLER                    PIC X(12) VALUE 'BEFORE'.
           05  FILLER                    PIC X(42) VALUE 'AFTER'.

       01  WS-SPREAD-DETAIL.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SPD-LABEL                 PIC X(20).
           05  SPD-BEFORE                PIC Z(09)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  SPD-AFTER                 PIC Z(09)9.
           05  FILLER                    PIC X(37) VALUE SPACES.

       01  WS-REPORT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-COUNT                 PIC Z(08)9.
           05  FILLER                    PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           IF WS-TARGET-DATE = LOW-VALUES
               MOVE 'NO ELF TOTALS THIS RUN - NOTHING PROPOSED'
                   TO DAY1-BAL-REPORT-LINE
               WRITE DAY1-BAL-REPORT-LINE
               PERFORM 8900-CLOSE-UP THRU 8900-EXIT
               STOP RUN
           END-IF.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY BSRT-DEPOT
               ON DESCENDING KEY BSRT-NET-TOTAL
               ON ASCENDING KEY BSRT-ELF-ID
               INPUT PROCEDURE IS 2000-RELEASE-ACTIVE-ELVES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-BALANCE-DEPOTS THRU 3000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           PERFORM 8900-CLOSE-UP THRU 8900-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - READ THE CARD, FIND THE NIGHT TO
      *  DISPATCH, OPEN THE FILES AND PRINT THE HEADINGS.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-READ-CARD THRU 1100-EXIT.
           PERFORM 1200-FIND-TARGET-DATE THRU 1200-EXIT.
           OPEN OUTPUT DAY1-BAL-PROPOSAL-FILE.
           IF WS-BALX-STATUS NOT = '00'
               MOVE 'DAY1BALX' TO WS-ABEND-FILE-ID
               MOVE WS-BALX-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-BAL-REPORT-FILE.
           IF WS-BALP-STATUS NOT = '00'
               MOVE 'DAY1BALP' TO WS-ABEND-FILE-ID
               MOVE WS-BALP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-TARGET-DATE TO HDG-TARGET-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
           MOVE WS-BAND-PCT TO HDG-BAND-PCT.
           MOVE WS-MIN-MOVE TO HDG-MIN-MOVE.
           MOVE WS-PARM-HEADING TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
           IF WS-TARGET-DATE = LOW-VALUES
               GO TO 1000-EXIT
           END-IF.
           OPEN INPUT ELF-ROSTER-FILE.
           IF WS-ROST-STATUS NOT = '00'
               MOVE 'ELFROST' TO WS-ABEND-FILE-ID
               MOVE WS-ROST-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT ELF-INVENTORY-FILE.
           IF WS-ELFINV-STATUS NOT = '00'
               MOVE 'ELFINVT' TO WS-ABEND-FILE-ID
               MOVE WS-ELFINV-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-READ-CARD - NO CARD, OR A BLANK FIELD, TAKES THE
      *  DEFAULT.  A FIELD THAT IS NOT A NUMBER, OR A BAND OUTSIDE
      *  1-99 PCT, ENDS THE RUN BEFORE ANYTHING IS WRITTEN.
      *-----------------------------------------------------------*
       1100-READ-CARD.
           OPEN INPUT DAY1-BAL-CARD-FILE.
           IF WS-BALC-STATUS NOT = '00'
               DISPLAY 'DAY1BAL - CONTROL CARD UNAVAILABLE - STATUS '
                   WS-BALC-STATUS ' - DEFAULT BAND AND MOVE USED'
               GO TO 1100-EXIT
           END-IF.
           READ DAY1-BAL-CARD-FILE
               AT END
                   MOVE SPACES TO DAY1-BAL-CARD-RECORD
           END-READ.
           CLOSE DAY1-BAL-CARD-FILE.
           IF BALC-BAND-PCT NOT = SPACES
               IF BALC-BAND-PCT IS NOT NUMERIC
                   GO TO 1190-BAD-CARD
               END-IF
               MOVE BALC-BAND-PCT TO WS-BAND-PCT
               IF WS-BAND-PCT < 1 OR WS-BAND-PCT > 99
                   GO TO 1190-BAD-CARD
               END-IF
           END-IF.
           IF BALC-MIN-MOVE NOT = SPACES
               IF BALC-MIN-MOVE IS NOT NUMERIC
                   GO TO 1190-BAD-CARD
               END-IF
               MOVE BALC-MIN-MOVE TO WS-MIN-MOVE
           END-IF.
           IF WS-MIN-MOVE = ZERO
               MOVE 1 TO WS-MIN-MOVE
           END-IF.
           GO TO 1100-EXIT.
       1190-BAD-CARD.
           DISPLAY 'DAY1BAL - CONTROL CARD REFUSED - BAND PCT MUST '
               'BE 001-099 AND SMALLEST MOVE NUMERIC - '
               DAY1-BAL-CARD-RECORD.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-FIND-TARGET-DATE - ONE PASS OF THE TOTALS FOR THE
      *  LATEST INVENTORY DATE.  THE TOTALS CARRY EVERY DATE STILL
      *  ON THE MASTER; ONLY THE NEWEST NIGHT IS DISPATCHED.
      *-----------------------------------------------------------*
       1200-FIND-TARGET-DATE.
           OPEN INPUT DAY1-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'DAY1WORK' TO WS-ABEND-FILE-ID
               MOVE WS-WORK-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-WORK-EOF TO FALSE.
           PERFORM 1210-NOTE-DATE THRU 1210-EXIT
               UNTIL WS-WORK-EOF.
           CLOSE DAY1-WORK-FILE.
       1200-EXIT.
           EXIT.

       1210-NOTE-DATE.
           READ DAY1-WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           IF ELFTOT-DATE > WS-TARGET-DATE
               MOVE ELFTOT-DATE TO WS-TARGET-DATE
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-ACTIVE-ELVES - SORT INPUT PROCEDURE.  BALANCE
      *  LINE OF THE ROSTER AGAINST THE NIGHT'S TOTALS, BOTH IN
      *  ELF-ID ORDER.  EVERY ACTIVE ELF IS RELEASED UNDER ITS
      *  DEPOT AS OF THE NIGHT, WITH ZERO IF NOTHING WAS SCANNED.
      *  TOTALS FOR INACTIVE OR UNKNOWN ELVES ARE ONLY COUNTED -
      *  THEY CAN NEITHER GIVE NOR TAKE.
      *-----------------------------------------------------------*
       2000-RELEASE-ACTIVE-ELVES.
           OPEN INPUT DAY1-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'DAY1WORK' TO WS-ABEND-FILE-ID
               MOVE WS-WORK-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-WORK-EOF TO FALSE.
           PERFORM 2800-READ-NIGHT-TOTAL THRU 2800-EXIT.
           PERFORM 2900-READ-ROSTER THRU 2900-EXIT.
           PERFORM 2100-MATCH-ELF THRU 2100-EXIT
               UNTIL WS-ROST-EOF.
           PERFORM 2300-SKIP-UNKNOWN-ELF THRU 2300-EXIT
               UNTIL WS-WORK-KEY = HIGH-VALUES.
           CLOSE DAY1-WORK-FILE.
       2000-EXIT.
           EXIT.

       2100-MATCH-ELF.
           PERFORM 2300-SKIP-UNKNOWN-ELF THRU 2300-EXIT
               UNTIL WS-WORK-KEY NOT < WS-ROST-KEY.
           IF ROST-PRIOR-DEPOT NOT = SPACES
              AND WS-TARGET-DATE < ROST-DEPOT-EFF-DATE
               MOVE ROST-PRIOR-DEPOT TO WS-ELF-DEPOT
           ELSE
               MOVE ROST-DEPOT-CODE TO WS-ELF-DEPOT
           END-IF.
           MOVE ZERO TO WS-ELF-NET-TOTAL.
           MOVE ZERO TO WS-ELF-OFF-TOTAL.
           MOVE ZERO TO WS-ELF-OFF-COUNT.
           PERFORM 2200-ADD-NIGHT-TOTAL THRU 2200-EXIT
               UNTIL WS-WORK-KEY NOT = WS-ROST-KEY.
           IF NOT ROST-ACTIVE
               IF WS-ELF-NET-TOTAL > ZERO
                  OR WS-ELF-OFF-TOTAL > ZERO
                   ADD 1 TO WS-INACTIVE-LOAD-COUNT
               END-IF
               GO TO 2190-NEXT-ELF
           END-IF.
           ADD 1 TO WS-ACTIVE-COUNT.
           ADD WS-ELF-OFF-COUNT TO WS-OFF-DEPOT-COUNT.
           ADD WS-ELF-OFF-TOTAL TO WS-OFF-DEPOT-CALORIES.
           IF WS-ELF-NET-TOTAL = ZERO
               ADD 1 TO WS-UNSCANNED-COUNT
           END-IF.
           MOVE WS-ELF-DEPOT TO BSRT-DEPOT.
           MOVE WS-ELF-NET-TOTAL TO BSRT-NET-TOTAL.
           MOVE ROST-ELF-ID TO BSRT-ELF-ID.
           RELEASE SD-BAL-ELF-RECORD.
       2190-NEXT-ELF.
           PERFORM 2900-READ-ROSTER THRU 2900-EXIT.
       2100-EXIT.
           EXIT.

      *    AN ELF SCANNED AT TWO DEPOTS HAS TWO TOTALS FOR THE
      *    NIGHT.  ONLY THE TOTAL AT THE ELF'S ROSTER DEPOT CAN BE
      *    MOVED; THE OTHER DEPOT'S SUPPLIES ARE SET ASIDE.
       2200-ADD-NIGHT-TOTAL.
           IF ELFTOT-DEPOT = WS-ELF-DEPOT
               ADD ELFTOT-TOTAL TO WS-ELF-NET-TOTAL
           ELSE
               ADD ELFTOT-TOTAL TO WS-ELF-OFF-TOTAL
               ADD 1 TO WS-ELF-OFF-COUNT
           END-IF.
           PERFORM 2800-READ-NIGHT-TOTAL THRU 2800-EXIT.
       2200-EXIT.
           EXIT.

       2300-SKIP-UNKNOWN-ELF.
           ADD 1 TO WS-NOT-ON-ROSTER-COUNT.
           PERFORM 2800-READ-NIGHT-TOTAL THRU 2800-EXIT.
       2300-EXIT.
           EXIT.

      *    NEXT TOTAL FOR THE NIGHT BEING DISPATCHED; TOTALS FOR
      *    EARLIER DATES ARE PASSED OVER.
       2800-READ-NIGHT-TOTAL.
           PERFORM 2810-READ-TOTAL THRU 2810-EXIT.
           PERFORM 2810-READ-TOTAL THRU 2810-EXIT
               UNTIL WS-WORK-EOF
                  OR ELFTOT-DATE = WS-TARGET-DATE.
           IF WS-WORK-EOF
               MOVE HIGH-VALUES TO WS-WORK-KEY
           ELSE
               MOVE ELFTOT-ELF-ID TO WS-WORK-ELF-ID
           END-IF.
       2800-EXIT.
           EXIT.

       2810-READ-TOTAL.
           READ DAY1-WORK-FILE
               AT END
                   SET WS-WORK-EOF TO TRUE
           END-READ.
       2810-EXIT.
           EXIT.

       2900-READ-ROSTER.
           READ ELF-ROSTER-FILE
               AT END
                   SET WS-ROST-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-ROST-KEY
               NOT AT END
                   MOVE ROST-ELF-ID TO WS-ROST-ELF-ID
           END-READ.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-BALANCE-DEPOTS - SORT OUTPUT PROCEDURE.  THE ELVES
      *  COME BACK ONE DEPOT AT A TIME, HEAVIEST FIRST; EACH DEPOT
      *  IS GATHERED INTO THE TABLE AND BALANCED ON ITS OWN.
      *-----------------------------------------------------------*
       3000-BALANCE-DEPOTS.
           PERFORM 3050-RETURN-ELF THRU 3050-EXIT.
           PERFORM 3100-GATHER-DEPOT THRU 3100-EXIT
               UNTIL WS-SORT-EOF.
       3000-EXIT.
           EXIT.

       3050-RETURN-ELF.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3050-EXIT.
           EXIT.

       3100-GATHER-DEPOT.
           MOVE BSRT-DEPOT TO WS-CUR-DEPOT.
           MOVE ZERO TO WS-ELF-COUNT.
           MOVE ZERO TO WS-DEPOT-LOAD.
           MOVE ZERO TO WS-DEPOT-LEFT-OUT.
           PERFORM 3200-STORE-ELF THRU 3200-EXIT
               UNTIL WS-SORT-EOF
                  OR BSRT-DEPOT NOT = WS-CUR-DEPOT.
           ADD 1 TO WS-DEPOT-COUNT.
           PERFORM 4000-BALANCE-ONE-DEPOT THRU 4000-EXIT.
       3100-EXIT.
           EXIT.

      *    PAST THE TABLE LIMIT THE LIGHTEST ELVES ARE LEFT OUT OF
      *    THE DEPOT, SO THE AVERAGE AND PAIRING COVER ONLY THE
      *    ELVES HELD.
       3200-STORE-ELF.
           IF WS-ELF-COUNT >= WS-ELF-MAX
               ADD 1 TO WS-DEPOT-LEFT-OUT
               ADD 1 TO WS-LEFT-OUT-COUNT
               IF NOT WS-ELVES-OVERFLOWED
                   SET WS-ELVES-OVERFLOWED TO TRUE
                   DISPLAY 'DAY1BAL - MORE THAN ' WS-ELF-MAX
                       ' ACTIVE ELVES AT DEPOT ' WS-CUR-DEPOT
                       ' - LIGHTEST ELVES LEFT OUT'
               END-IF
               PERFORM 3050-RETURN-ELF THRU 3050-EXIT
               GO TO 3200-EXIT
           END-IF.
           ADD 1 TO WS-ELF-COUNT.
           MOVE BSRT-ELF-ID TO WS-ELF-ID (WS-ELF-COUNT).
           MOVE BSRT-NET-TOTAL TO WS-ELF-BEFORE (WS-ELF-COUNT).
           MOVE BSRT-NET-TOTAL TO WS-ELF-TOTAL (WS-ELF-COUNT).
           ADD BSRT-NET-TOTAL TO WS-DEPOT-LOAD.
           PERFORM 3050-RETURN-ELF THRU 3050-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-BALANCE-ONE-DEPOT - SET THE DEPOT'S TARGET AND BAND,
      *  TAKE THE BEFORE SPREAD, PAIR GIVERS WITH TAKERS, TAKE THE
      *  AFTER SPREAD, AND PRINT THE DEPOT'S SECTION.
      *-----------------------------------------------------------*
       4000-BALANCE-ONE-DEPOT.
           COMPUTE WS-TARGET = WS-DEPOT-LOAD / WS-ELF-COUNT.
           COMPUTE WS-BAND-WIDTH = (WS-TARGET * WS-BAND-PCT) / 100.
           COMPUTE WS-BAND-LOW = WS-TARGET - WS-BAND-WIDTH.
           COMPUTE WS-BAND-HIGH = WS-TARGET + WS-BAND-WIDTH.
           MOVE SPACES TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
           MOVE WS-CUR-DEPOT TO DHD-DEPOT.
           MOVE WS-ELF-COUNT TO DHD-ELVES.
           MOVE WS-TARGET TO DHD-TARGET.
           MOVE WS-BAND-LOW TO DHD-BAND-LOW.
           MOVE WS-BAND-HIGH TO DHD-BAND-HIGH.
           MOVE WS-DEPOT-HEADING TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
           MOVE 1 TO WS-SPREAD-IX.
           PERFORM 4500-MEASURE-SPREAD THRU 4500-EXIT.
           MOVE ZERO TO WS-DEPOT-MOVES.
           MOVE 1 TO WS-GIVE-IX.
           MOVE WS-ELF-COUNT TO WS-TAKE-IX.
           PERFORM 4100-PAIR-NEXT THRU 4100-EXIT
               UNTIL WS-GIVE-IX >= WS-TAKE-IX
                  OR WS-ELF-TOTAL (WS-GIVE-IX) NOT > WS-BAND-HIGH
                  OR WS-ELF-TOTAL (WS-TAKE-IX) NOT < WS-BAND-LOW.
           IF WS-DEPOT-MOVES = ZERO
               MOVE '  NO MOVES PROPOSED' TO DAY1-BAL-REPORT-LINE
               WRITE DAY1-BAL-REPORT-LINE
           END-IF.
           MOVE 2 TO WS-SPREAD-IX.
           PERFORM 4500-MEASURE-SPREAD THRU 4500-EXIT.
           PERFORM 4700-PRINT-SPREAD THRU 4700-EXIT.
       4000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4100-PAIR-NEXT - THE HEAVIEST REMAINING GIVER AND THE
      *  LIGHTEST REMAINING TAKER.  THE MOVE BRINGS WHICHEVER IS
      *  NEARER THE TARGET ALL THE WAY TO IT; THAT ELF IS DONE AND
      *  THE OTHER CARRIES ON WITH THE NEXT PARTNER.  A MOVE TOO
      *  SMALL TO BE WORTH SENDING RETIRES THE SMALLER SIDE.
      *-----------------------------------------------------------*
       4100-PAIR-NEXT.
           COMPUTE WS-SURPLUS = WS-ELF-TOTAL (WS-GIVE-IX) - WS-TARGET.
           COMPUTE WS-DEFICIT = WS-TARGET - WS-ELF-TOTAL (WS-TAKE-IX).
           IF WS-SURPLUS < WS-DEFICIT
               MOVE WS-SURPLUS TO WS-MOVE-AMOUNT
           ELSE
               MOVE WS-DEFICIT TO WS-MOVE-AMOUNT
           END-IF.
           IF WS-MOVE-AMOUNT < WS-MIN-MOVE
               IF WS-SURPLUS < WS-DEFICIT
                   ADD 1 TO WS-GIVE-IX
               ELSE
                   SUBTRACT 1 FROM WS-TAKE-IX
               END-IF
               GO TO 4100-EXIT
           END-IF.
           PERFORM 4200-PROPOSE-MOVE THRU 4200-EXIT.
           SUBTRACT WS-MOVE-AMOUNT FROM WS-ELF-TOTAL (WS-GIVE-IX).
           ADD WS-MOVE-AMOUNT TO WS-ELF-TOTAL (WS-TAKE-IX).
           IF WS-SURPLUS NOT > WS-DEFICIT
               ADD 1 TO WS-GIVE-IX
           END-IF.
           IF WS-DEFICIT NOT > WS-SURPLUS
               SUBTRACT 1 FROM WS-TAKE-IX
           END-IF.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4200-PROPOSE-MOVE - SPLIT THE MOVE OVER THE GIVER'S
      *  CATEGORIES, LARGEST REMAINING FIRST, ONE PROPOSAL RECORD
      *  AND REPORT LINE PER CATEGORY.  A NET TOTAL RAISED ABOVE
      *  THE SCANNED MIX BY A REVIEWED CORRECTION LEAVES A
      *  REMAINDER, PROPOSED AS 'UN'.
      *-----------------------------------------------------------*
       4200-PROPOSE-MOVE.
           IF WS-ELF-ID (WS-GIVE-IX) NOT = WS-MIX-ELF-ID
               PERFORM 4300-LOAD-CATEGORY-MIX THRU 4300-EXIT
           END-IF.
           ADD 1 TO WS-MOVE-COUNT.
           ADD 1 TO WS-DEPOT-MOVES.
           IF WS-DEPOT-MOVES = 1
               MOVE WS-MOVE-COLUMNS TO DAY1-BAL-REPORT-LINE
               WRITE DAY1-BAL-REPORT-LINE
           END-IF.
           ADD WS-MOVE-AMOUNT TO WS-CALORIES-MOVED.
           MOVE WS-MOVE-AMOUNT TO WS-MOVE-LEFT.
           PERFORM 4250-PROPOSE-CATEGORY THRU 4250-EXIT
               UNTIL WS-MOVE-LEFT = ZERO.
       4200-EXIT.
           EXIT.

       4250-PROPOSE-CATEGORY.
           MOVE ZERO TO WS-MIX-FOUND-IX.
           PERFORM 4260-FIND-LARGEST THRU 4260-EXIT
               VARYING WS-MIX-IX FROM 1 BY 1
               UNTIL WS-MIX-IX > WS-MIX-COUNT.
           IF WS-MIX-FOUND-IX = ZERO
               MOVE 'UN' TO BALX-CATEGORY
               MOVE WS-MOVE-LEFT TO WS-LINE-AMOUNT
           ELSE
               MOVE WS-MIX-CATEGORY (WS-MIX-FOUND-IX) TO BALX-CATEGORY
               IF WS-MIX-LEFT (WS-MIX-FOUND-IX) < WS-MOVE-LEFT
                   MOVE WS-MIX-LEFT (WS-MIX-FOUND-IX)
                       TO WS-LINE-AMOUNT
               ELSE
                   MOVE WS-MOVE-LEFT TO WS-LINE-AMOUNT
               END-IF
               SUBTRACT WS-LINE-AMOUNT
                   FROM WS-MIX-LEFT (WS-MIX-FOUND-IX)
           END-IF.
           SUBTRACT WS-LINE-AMOUNT FROM WS-MOVE-LEFT.
           MOVE WS-TARGET-DATE TO BALX-DATE.
           MOVE WS-CUR-DEPOT TO BALX-DEPOT.
           MOVE WS-MOVE-COUNT TO BALX-MOVE-NO.
           MOVE WS-ELF-ID (WS-GIVE-IX) TO BALX-FROM-ELF.
           MOVE WS-ELF-ID (WS-TAKE-IX) TO BALX-TO-ELF.
           MOVE WS-LINE-AMOUNT TO BALX-CALORIES.
           WRITE DAY1-BAL-PROPOSAL-RECORD.
           IF WS-BALX-STATUS NOT = '00'
               DISPLAY 'DAY1BAL - WRITE FAILED ON DAY1BALX - FILE '
                   'STATUS ' WS-BALX-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
           ADD 1 TO WS-LINE-COUNT.
           MOVE WS-MOVE-COUNT TO MVD-MOVE-NO.
           MOVE BALX-FROM-ELF TO MVD-FROM-ELF.
           MOVE BALX-TO-ELF TO MVD-TO-ELF.
           MOVE BALX-CATEGORY TO MVD-CATEGORY.
           MOVE WS-LINE-AMOUNT TO MVD-CALORIES.
           MOVE WS-MOVE-DETAIL TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
       4250-EXIT.
           EXIT.

      *    LARGEST CATEGORY STILL HOLDING CALORIES; THE FIRST SEEN
      *    WINS A TIE.
       4260-FIND-LARGEST.
           IF WS-MIX-LEFT (WS-MIX-IX) = ZERO
               GO TO 4260-EXIT
           END-IF.
           IF WS-MIX-FOUND-IX = ZERO
               MOVE WS-MIX-IX TO WS-MIX-FOUND-IX
               GO TO 4260-EXIT
           END-IF.
           IF WS-MIX-LEFT (WS-MIX-IX) > WS-MIX-LEFT (WS-MIX-FOUND-IX)
               MOVE WS-MIX-IX TO WS-MIX-FOUND-IX
           END-IF.
       4260-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4300-LOAD-CATEGORY-MIX - THE GIVER'S ITEMS FOR THE NIGHT
      *  AT THIS DEPOT, STRAIGHT FROM THE INVENTORY MASTER BY KEY,
      *  SUMMED BY FOOD CATEGORY.  AN ITEM SCANNED WITHOUT A DEPOT
      *  TAKES THE ELF'S ROSTER DEPOT AS OF THE NIGHT, AS DAY1 DOES
      *  - THE DEPOT THE ELF WAS PLACED AT.  NON-NUMERIC CALORIES
      *  WERE NEVER TOTALED AND ARE PASSED OVER; A BLANK CATEGORY
      *  IS UNCATEGORIZED.
      *-----------------------------------------------------------*
       4300-LOAD-CATEGORY-MIX.
           MOVE WS-ELF-ID (WS-GIVE-IX) TO WS-MIX-ELF-ID.
           MOVE ZERO TO WS-MIX-COUNT.
           MOVE WS-MIX-ELF-ID TO ELF-ID.
           MOVE WS-TARGET-DATE TO INVENTORY-DATE.
           MOVE ZERO TO ITEM-SEQ-NO.
           SET WS-ITEM-EOF TO FALSE.
           START ELF-INVENTORY-FILE KEY IS NOT LESS THAN ELF-INV-KEY
               INVALID KEY
                   SET WS-ITEM-EOF TO TRUE
           END-START.
           PERFORM 4310-READ-ITEM THRU 4310-EXIT
               UNTIL WS-ITEM-EOF.
       4300-EXIT.
           EXIT.

       4310-READ-ITEM.
           READ ELF-INVENTORY-FILE NEXT RECORD
               AT END
                   SET WS-ITEM-EOF TO TRUE
                   GO TO 4310-EXIT
           END-READ.
           IF ELF-ID NOT = WS-MIX-ELF-ID
              OR INVENTORY-DATE NOT = WS-TARGET-DATE
               SET WS-ITEM-EOF TO TRUE
               GO TO 4310-EXIT
           END-IF.
           IF INV-DEPOT-CODE NOT = SPACES
              AND INV-DEPOT-CODE NOT = WS-CUR-DEPOT
               GO TO 4310-EXIT
           END-IF.
           IF ITEM-CALORIES IS NOT NUMERIC
               GO TO 4310-EXIT
           END-IF.
           COMPUTE WS-MIX-CAL-WORK = FUNCTION NUMVAL (ITEM-CALORIES).
           MOVE ITEM-CATEGORY TO WS-MIX-CATEGORY-WORK.
           IF WS-MIX-CATEGORY-WORK = SPACES
               MOVE 'UN' TO WS-MIX-CATEGORY-WORK
           END-IF.
           SET WS-MIX-FOUND TO FALSE.
           PERFORM 4320-MATCH-CATEGORY THRU 4320-EXIT
               VARYING WS-MIX-IX FROM 1 BY 1
               UNTIL WS-MIX-IX > WS-MIX-COUNT
                  OR WS-MIX-FOUND.
           IF NOT WS-MIX-FOUND
               IF WS-MIX-COUNT >= WS-MIX-MAX
                   MOVE 'UN' TO WS-MIX-CATEGORY-WORK
                   PERFORM 4320-MATCH-CATEGORY THRU 4320-EXIT
                       VARYING WS-MIX-IX FROM 1 BY 1
                       UNTIL WS-MIX-IX > WS-MIX-COUNT
                          OR WS-MIX-FOUND
               END-IF
           END-IF.
           IF NOT WS-MIX-FOUND
               IF WS-MIX-COUNT >= WS-MIX-MAX
                   MOVE WS-MIX-MAX TO WS-MIX-FOUND-IX
               ELSE
                   ADD 1 TO WS-MIX-COUNT
                   MOVE WS-MIX-COUNT TO WS-MIX-FOUND-IX
                   MOVE WS-MIX-CATEGORY-WORK
                       TO WS-MIX-CATEGORY (WS-MIX-FOUND-IX)
                   MOVE ZERO TO WS-MIX-LEFT (WS-MIX-FOUND-IX)
               END-IF
           END-IF.
           ADD WS-MIX-CAL-WORK TO WS-MIX-LEFT (WS-MIX-FOUND-IX).
       4310-EXIT.
           EXIT.

       4320-MATCH-CATEGORY.
           IF WS-MIX-CATEGORY (WS-MIX-IX) = WS-MIX-CATEGORY-WORK
               MOVE WS-MIX-IX TO WS-MIX-FOUND-IX
               SET WS-MIX-FOUND TO TRUE
           END-IF.
       4320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-MEASURE-SPREAD - LIGHTEST, HEAVIEST, SPREAD AND THE
      *  ELVES OUTSIDE THE BAND, FROM THE CURRENT TABLE TOTALS INTO
      *  SPREAD ENTRY WS-SPREAD-IX (1 = BEFORE, 2 = AFTER).
      *-----------------------------------------------------------*
       4500-MEASURE-SPREAD.
           MOVE 9999999 TO WS-SPR-LIGHTEST (WS-SPREAD-IX).
           MOVE ZERO TO WS-SPR-HEAVIEST (WS-SPREAD-IX).
           MOVE ZERO TO WS-SPR-ABOVE (WS-SPREAD-IX).
           MOVE ZERO TO WS-SPR-BELOW (WS-SPREAD-IX).
           PERFORM 4510-MEASURE-ELF THRU 4510-EXIT
               VARYING WS-ELF-IX FROM 1 BY 1
               UNTIL WS-ELF-IX > WS-ELF-COUNT.
           COMPUTE WS-SPR-SPREAD (WS-SPREAD-IX) =
               WS-SPR-HEAVIEST (WS-SPREAD-IX)
               - WS-SPR-LIGHTEST (WS-SPREAD-IX).
       4500-EXIT.
           EXIT.

       4510-MEASURE-ELF.
           MOVE WS-ELF-TOTAL (WS-ELF-IX) TO WS-SPREAD-VALUE.
           IF WS-SPREAD-VALUE < WS-SPR-LIGHTEST (WS-SPREAD-IX)
               MOVE WS-SPREAD-VALUE TO WS-SPR-LIGHTEST (WS-SPREAD-IX)
           END-IF.
           IF WS-SPREAD-VALUE > WS-SPR-HEAVIEST (WS-SPREAD-IX)
               MOVE WS-SPREAD-VALUE TO WS-SPR-HEAVIEST (WS-SPREAD-IX)
           END-IF.
           IF WS-SPREAD-VALUE > WS-BAND-HIGH
               ADD 1 TO WS-SPR-ABOVE (WS-SPREAD-IX)
           END-IF.
           IF WS-SPREAD-VALUE < WS-BAND-LOW
               ADD 1 TO WS-SPR-BELOW (WS-SPREAD-IX)
           END-IF.
       4510-EXIT.
           EXIT.

       4700-PRINT-SPREAD.
           MOVE WS-SPREAD-COLUMNS TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
           MOVE 'LIGHTEST ELF' TO SPD-LABEL.
           MOVE WS-SPR-LIGHTEST (1) TO SPD-BEFORE.
           MOVE WS-SPR-LIGHTEST (2) TO SPD-AFTER.
           PERFORM 4710-WRITE-SPREAD-LINE THRU 4710-EXIT.
           MOVE 'HEAVIEST ELF' TO SPD-LABEL.
           MOVE WS-SPR-HEAVIEST (1) TO SPD-BEFORE.
           MOVE WS-SPR-HEAVIEST (2) TO SPD-AFTER.
           PERFORM 4710-WRITE-SPREAD-LINE THRU 4710-EXIT.
           MOVE 'SPREAD (MAX - MIN)' TO SPD-LABEL.
           MOVE WS-SPR-SPREAD (1) TO SPD-BEFORE.
           MOVE WS-SPR-SPREAD (2) TO SPD-AFTER.
           PERFORM 4710-WRITE-SPREAD-LINE THRU 4710-EXIT.
           MOVE 'ELVES ABOVE BAND' TO SPD-LABEL.
           MOVE WS-SPR-ABOVE (1) TO SPD-BEFORE.
           MOVE WS-SPR-ABOVE (2) TO SPD-AFTER.
           PERFORM 4710-WRITE-SPREAD-LINE THRU 4710-EXIT.
           MOVE 'ELVES BELOW BAND' TO SPD-LABEL.
           MOVE WS-SPR-BELOW (1) TO SPD-BEFORE.
           MOVE WS-SPR-BELOW (2) TO SPD-AFTER.
           PERFORM 4710-WRITE-SPREAD-LINE THRU 4710-EXIT.
           IF WS-DEPOT-LEFT-OUT > ZERO
               MOVE 'ELVES LEFT OUT' TO SPD-LABEL
               MOVE WS-DEPOT-LEFT-OUT TO SPD-BEFORE
               MOVE WS-DEPOT-LEFT-OUT TO SPD-AFTER
               PERFORM 4710-WRITE-SPREAD-LINE THRU 4710-EXIT
           END-IF.
       4700-EXIT.
           EXIT.

       4710-WRITE-SPREAD-LINE.
           MOVE WS-SPREAD-DETAIL TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
       4710-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PRINT THE COUNTS AND SET THE RETURN CODE:
      *  RC=8 WHEN SOME DEPOT HAD ELVES LEFT OUT OF THE TABLE.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
           MOVE 'DEPOTS BALANCED' TO SUM-LABEL.
           MOVE WS-DEPOT-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ACTIVE ELVES' TO SUM-LABEL.
           MOVE WS-ACTIVE-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ACTIVE - NO LOAD' TO SUM-LABEL.
           MOVE WS-UNSCANNED-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'MOVES PROPOSED' TO SUM-LABEL.
           MOVE WS-MOVE-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'PROPOSAL RECORDS' TO SUM-LABEL.
           MOVE WS-LINE-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'CALORIES TO MOVE' TO SUM-LABEL.
           MOVE WS-CALORIES-MOVED TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'INACTIVE WITH LOAD' TO SUM-LABEL.
           MOVE WS-INACTIVE-LOAD-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'TOTALS NOT ON ROSTER' TO SUM-LABEL.
           MOVE WS-NOT-ON-ROSTER-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ELVES LEFT OUT' TO SUM-LABEL.
           MOVE WS-LEFT-OUT-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'OFF-DEPOT TOTALS' TO SUM-LABEL.
           MOVE WS-OFF-DEPOT-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'OFF-DEPOT CALORIES' TO SUM-LABEL.
           MOVE WS-OFF-DEPOT-CALORIES TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           IF WS-ELVES-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY.
           MOVE WS-REPORT-SUMMARY TO DAY1-BAL-REPORT-LINE.
           WRITE DAY1-BAL-REPORT-LINE.
       8100-EXIT.
           EXIT.

       8900-CLOSE-UP.
           IF WS-TARGET-DATE NOT = LOW-VALUES
               CLOSE ELF-ROSTER-FILE
               CLOSE ELF-INVENTORY-FILE
           END-IF.
           CLOSE DAY1-BAL-PROPOSAL-FILE.
           CLOSE DAY1-BAL-REPORT-FILE.
           DISPLAY 'DAY1BAL - NIGHT ' WS-TARGET-DATE ' - '
               WS-MOVE-COUNT ' MOVES PROPOSED, ' WS-CALORIES-MOVED
               ' CALORIES'.
       8900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  DISPLAY THE STATUS AND END THE RUN ABNORMALLY SO
      *  THE JCL CONDITION-CODE CHECK IN DAY1JOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1BAL - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
