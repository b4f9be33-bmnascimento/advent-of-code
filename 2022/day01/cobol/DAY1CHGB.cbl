      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1CHGB.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1CHGB PRICES A MONTH OF STAGED CALORIES BACK TO THE
      *  DEPOTS THAT STAGED THEM.  THE MONTH'S ADJUSTED NET TOTALS
      *  PER ELF/DATE/DEPOT COME FROM THE NEWEST TOTALS-HISTORY
      *  GENERATION (EVERY NIGHT TOTALS THE WHOLE MASTER, SO THE
      *  NEWEST GENERATION CARRIES EVERY DATE STILL ON IT), AND THE
      *  FOOD-CATEGORY MIX OF EACH ELF/DATE COMES FROM THE ELF
      *  LINES OF THE ACCUMULATING DAY1CATR LISTING.  EACH DEPOT'S
      *  SHARE OF AN ELF/DATE IS SPLIT ACROSS THE CATEGORIES IN THE
      *  SAME PROPORTION AS THE ELF'S CATEGORY FIGURES, THE LAST
      *  CATEGORY TAKING THE ROUNDING REMAINDER SO NOT ONE CALORIE
      *  IS GAINED OR LOST, AND PRICED AT THE ELFRATE COST RATE IN
      *  EFFECT ON THE INVENTORY DATE.
      *
      *  THE LISTING GROWS EVERY NIGHT AND REPEATS EVERY DATE STILL
      *  ON THE MASTER, SO ONLY THE NEWEST DAY1 RUN'S LINES FOR AN
      *  ELF/DATE ARE USED.  RUNS ARE TOLD APART BY THE FLEET LINES
      *  THAT CLOSE EACH ONE.  AN ELF/DATE WITH NO CATEGORY LINES
      *  IS PRICED WHOLE AT THE 'UN' RATE.
      *
      *  OUTPUT IS THE CHARGEBACK EXTRACT (DAY1CHGX) FOR THE COST-
      *  ACCOUNTING SYSTEM - HEADER, ONE DETAIL PER DEPOT/CATEGORY,
      *  TRAILER WITH CONTROL TOTALS - AND THE PRINTED CHARGEBACK
      *  SUMMARY (DAY1CHGP), ONE SIGN-OFF BLOCK PER DEPOT.
      *
      *  RC=4 WHEN CATEGORY LINES HAD NO HISTORY TOTAL OR AN
      *  ELF/DATE HAD NO CATEGORY MIX.  RC=8 WHEN A CATEGORY HAD NO
      *  RATE ON FILE OR A TABLE OVERFLOWED - FINANCE MUST NOT POST
      *  THE EXTRACT WITHOUT REVIEW.  RC=16 FOR A FILE ERROR, A BAD
      *  CONTROL CARD, OR EXTRACT TOTALS THAT DO NOT BALANCE TO THE
      *  HISTORY.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY1-CHGB-CARD-FILE
               ASSIGN TO DAY1CHGC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGC-STATUS.

           SELECT COST-RATE-FILE
               ASSIGN TO ELFRATE
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RATE-KEY
               FILE STATUS IS WS-RATE-STATUS.

           SELECT DAY1-TOTALS-FILE
               ASSIGN TO DAY1TOTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTS-STATUS.

           SELECT DAY1-CATR-FILE
               ASSIGN TO DAY1CATR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATR-STATUS.

           SELECT DAY1-CHGB-EXTRACT-FILE
               ASSIGN TO DAY1CHGX
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGX-STATUS.

           SELECT DAY1-CHGB-REPORT-FILE
               ASSIGN TO DAY1CHGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHGP-STATUS.

           SELECT SORT-WORK-FILE
               ASSIGN TO SRTWK01.

       DATA DIVISION.

       FILE SECTION.
           SD  SORT-WORK-FILE.
           COPY DAY1CSRT.

           FD  DAY1-CHGB-CARD-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1CHGC.

           FD  COST-RATE-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY ELFRATE.

           FD  DAY1-TOTALS-FILE
               RECORD CONTAINS 24 CHARACTERS.
           COPY ELFTOTW.

           FD  DAY1-CATR-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-CATR-RECORD              PIC X(80).

           FD  DAY1-CHGB-EXTRACT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1CHGX.

           FD  DAY1-CHGB-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-CHGB-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CHGC-STATUS            PIC X(02).
           05  WS-RATE-STATUS            PIC X(02).
           05  WS-TOTS-STATUS            PIC X(02).
           05  WS-CATR-STATUS            PIC X(02).
           05  WS-CHGX-STATUS            PIC X(02).
           05  WS-CHGP-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-RATE-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-RATE-EOF           VALUE 'Y'.
           05  WS-TOTS-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-TOTS-EOF           VALUE 'Y'.
           05  WS-CATR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CATR-EOF           VALUE 'Y'.
           05  WS-SORT-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-SORT-EOF           VALUE 'Y'.
           05  WS-IN-MONTH-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-TOTAL-IN-MONTH     VALUE 'Y' FALSE 'N'.
           05  WS-FLEET-SEEN-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-FLEET-SEEN         VALUE 'Y' FALSE 'N'.
           05  WS-RATE-OVFL-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-RATE-OVERFLOWED    VALUE 'Y'.
           05  WS-GDEP-OVFL-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-GDEP-OVERFLOWED    VALUE 'Y'.
           05  WS-GCAT-OVFL-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-GCAT-OVERFLOWED    VALUE 'Y'.
           05  WS-ACC-OVFL-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ACC-OVERFLOWED     VALUE 'Y'.
           05  WS-GDEP-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-GDEP-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-ACC-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-ACC-FOUND          VALUE 'Y' FALSE 'N'.
           05  WS-ACC-POS-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-ACC-POS-FOUND      VALUE 'Y' FALSE 'N'.

      *    THE MONTH BEING PRICED, AND THE RUN DATE IT DEFAULTS FROM.
       01  WS-RUN-DATE                   PIC 9(08).
       01  WS-RUN-DATE-PARTS REDEFINES WS-RUN-DATE.
           05  WS-RUN-YEAR               PIC 9(04).
           05  WS-RUN-MONTH              PIC 9(02).
           05  WS-RUN-DAY                PIC 9(02).

       01  WS-BILL-MONTH                 PIC X(06).
       01  WS-BILL-MONTH-PARTS REDEFINES WS-BILL-MONTH.
           05  WS-BILL-YEAR              PIC 9(04).
           05  WS-BILL-MM                PIC 9(02).

      *    COST RATES FROM ELFRATE, IN CATEGORY/EFFECTIVE-DATE
      *    ORDER AS THE MASTER IS READ.
       01  WS-RATE-TABLE.
           05  WS-RATE-MAX               PIC 9(03) VALUE 200.
           05  WS-RATE-COUNT             PIC 9(03) VALUE ZERO.
           05  WS-RATE-IX                PIC 9(03).
           05  WS-RATE-ENTRY OCCURS 200 TIMES.
               10  WS-RATE-CATEGORY      PIC X(02).
               10  WS-RATE-EFF-DATE      PIC X(08).
               10  WS-RATE-DESCRIPTION   PIC X(20).
               10  WS-RATE-VALUE         PIC 9(03)V9(04).

      *    THE RATE CHOSEN FOR THE CATEGORY BEING ALLOCATED.
       01  WS-USE-RATE.
           05  WS-USE-RATE-VALUE         PIC 9(03)V9(04).
           05  WS-USE-EFF-DATE           PIC X(08).
           05  WS-USE-DESCRIPTION        PIC X(20).
           05  WS-USE-RATE-STATUS        PIC X(01).

      *    THE ELF/DATE BEING PRICED: ITS DEPOT TOTALS FROM THE
      *    HISTORY AND ITS CATEGORY MIX FROM THE LISTING.
       01  WS-GROUP-KEY.
           05  WS-GRP-ELF-ID             PIC 9(05).
           05  WS-GRP-DATE               PIC X(08).

       01  WS-GROUP-WORK.
           05  WS-GRP-TOTAL              PIC 9(09).
           05  WS-GRP-RUN-SEQ            PIC 9(05).
           05  WS-GRP-LAST-CATEGORY      PIC X(02).
           05  WS-GRP-MIX-TOTAL          PIC 9(11).
           05  WS-SHARE-LEFT             PIC 9(09).
           05  WS-ALLOC-CALORIES         PIC 9(09).
           05  WS-ALLOC-CATEGORY         PIC X(02).
           05  WS-ALLOC-DEPOT            PIC X(03).

       01  WS-GROUP-DEPOT-TABLE.
           05  WS-GDEP-MAX               PIC 9(02) VALUE 20.
           05  WS-GDEP-COUNT             PIC 9(02) VALUE ZERO.
           05  WS-GDEP-IX                PIC 9(02).
           05  WS-GDEP-FOUND-IX          PIC 9(02).
           05  WS-GDEP-ENTRY OCCURS 20 TIMES.
               10  WS-GDEP-CODE          PIC X(03).
               10  WS-GDEP-TOTAL         PIC 9(09).

       01  WS-GROUP-CATEGORY-TABLE.
           05  WS-GCAT-MAX               PIC 9(02) VALUE 20.
           05  WS-GCAT-COUNT             PIC 9(02) VALUE ZERO.
           05  WS-GCAT-IX                PIC 9(02).
           05  WS-GCAT-ENTRY OCCURS 20 TIMES.
               10  WS-GCAT-CODE          PIC X(02).
               10  WS-GCAT-TOTAL         PIC 9(09).

      *    THE MONTH'S CHARGES, ONE ENTRY PER DEPOT/CATEGORY/RATE,
      *    KEPT IN KEY ORDER SO THE EXTRACT AND THE PRINTED SUMMARY
      *    COME OUT BY DEPOT AND CATEGORY.
       01  WS-CHARGE-TABLE.
           05  WS-ACC-MAX                PIC 9(03) VALUE 500.
           05  WS-ACC-COUNT              PIC 9(03) VALUE ZERO.
           05  WS-ACC-IX                 PIC 9(03).
           05  WS-ACC-JX                 PIC 9(03).
           05  WS-ACC-POS                PIC 9(03).
           05  WS-ACC-ENTRY OCCURS 500 TIMES.
               10  WS-ACC-KEY.
                   15  WS-ACC-DEPOT      PIC X(03).
                   15  WS-ACC-CATEGORY   PIC X(02).
                   15  WS-ACC-EFF-DATE   PIC X(08).
               10  WS-ACC-DESCRIPTION    PIC X(20).
               10  WS-ACC-RATE           PIC 9(03)V9(04).
               10  WS-ACC-RATE-STATUS    PIC X(01).
               10  WS-ACC-CALORIES       PIC 9(11).
               10  WS-ACC-COST           PIC 9(11)V99.

       01  WS-NEW-ACC-KEY.
           05  WS-NEW-ACC-DEPOT          PIC X(03).
           05  WS-NEW-ACC-CATEGORY       PIC X(02).
           05  WS-NEW-ACC-EFF-DATE       PIC X(08).

      *    THE ELF CATEGORY LINES OF THE ACCUMULATING LISTING.
       01  WS-CATR-LINE                  PIC X(80).
       01  WS-CATR-FIELDS REDEFINES WS-CATR-LINE.
           05  CATW-SCOPE                PIC X(05).
           05  FILLER                    PIC X(02).
           05  CATW-ELF-ID               PIC X(05).
           05  FILLER                    PIC X(02).
           05  CATW-DATE                 PIC X(08).
           05  CATW-DATE-PARTS REDEFINES CATW-DATE.
               10  CATW-MONTH            PIC X(06).
               10  FILLER                PIC X(02).
           05  FILLER                    PIC X(02).
           05  CATW-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(02).
           05  CATW-TOTAL                PIC X(09).
           05  FILLER                    PIC X(43).

       01  WS-CATR-SEQUENCE.
           05  WS-CATR-RUN-SEQ           PIC 9(05) VALUE 1.
           05  WS-CATR-LINE-SEQ          PIC 9(09) VALUE ZERO.

       01  WS-COUNTERS-AND-TOTALS.
           05  WS-RATE-REJECT-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-TOTS-READ-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-TOTS-MONTH-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-ELF-DATE-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-NO-MIX-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-CATR-RELEASED-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-CATR-SKIPPED-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-CATR-USED-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-CATR-OLDER-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-CATR-NO-HIST-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-DETAIL-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-NO-RATE-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-HIST-CALORIES          PIC 9(13) VALUE ZERO.
           05  WS-DROPPED-CALORIES       PIC 9(13) VALUE ZERO.
           05  WS-EXTRACT-CALORIES       PIC 9(13) VALUE ZERO.
           05  WS-EXTRACT-COST           PIC 9(13)V99 VALUE ZERO.
           05  WS-BALANCE-CALORIES       PIC 9(13) VALUE ZERO.

      *    DEPOT CONTROL BREAK FOR THE PRINTED SUMMARY.
       01  WS-PRINT-BREAK.
           05  WS-PRINT-DEPOT            PIC X(03).
           05  WS-DEPOT-CALORIES         PIC 9(13).
           05  WS-DEPOT-COST             PIC 9(13)V99.

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(42) VALUE
               'DAY1CHGB DEPOT CHARGEBACK SUMMARY - MONTH '.
           05  HDG-BILL-MONTH            PIC X(06).
           05  FILLER                    PIC X(06) VALUE '  RUN '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(18) VALUE SPACES.

       01  WS-DEPOT-HEADING.
           05  FILLER                    PIC X(06) VALUE 'DEPOT '.
           05  DPTH-DEPOT                PIC X(03).
           05  FILLER                    PIC X(71) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(04) VALUE 'CAT'.
           05  FILLER                    PIC X(21) VALUE 'DESCRIPTION'.
           05  FILLER                    PIC X(11) VALUE '   CALORIES'.
           05  FILLER                    PIC X(10) VALUE '  RATE/1K '.
           05  FILLER                    PIC X(11) VALUE ' EFF DATE'.
           05  FILLER                    PIC X(16) VALUE
               '   EXTENDED COST'.
           05  FILLER                    PIC X(07) VALUE SPACES.

       01  WS-CHARGE-DETAIL.
           05  CHGD-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CHGD-DESCRIPTION          PIC X(20).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CHGD-CALORIES             PIC Z(10)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CHGD-RATE                 PIC ZZ9.9999.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CHGD-EFF-DATE             PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CHGD-COST                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CHGD-FLAG                 PIC X(06).

       01  WS-CHARGE-TOTAL-LINE.
           05  CHGT-LABEL                PIC X(25).
           05  CHGT-CALORIES             PIC Z(10)9.
           05  FILLER                    PIC X(21) VALUE SPACES.
           05  CHGT-COST                 PIC Z,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                    PIC X(07) VALUE SPACES.

       01  WS-SIGN-OFF-LINE.
           05  FILLER                    PIC X(40) VALUE
               'FINANCE SIGN-OFF  ______________________'.
           05  FILLER                    PIC X(40) VALUE
               '  DATE __________'.

       01  WS-REPORT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-COUNT                 PIC Z(08)9.
           05  FILLER                    PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           SORT SORT-WORK-FILE
               ON ASCENDING KEY CSRT-ELF-ID
               ON ASCENDING KEY CSRT-DATE
               ON DESCENDING KEY CSRT-RUN-SEQ
               ON ASCENDING KEY CSRT-CATEGORY
               ON DESCENDING KEY CSRT-LINE-SEQ
               INPUT PROCEDURE IS 2000-RELEASE-CATEGORIES
                   THRU 2000-EXIT
               OUTPUT PROCEDURE IS 3000-PRICE-MONTH THRU 3000-EXIT.
           PERFORM 5000-WRITE-EXTRACT THRU 5000-EXIT.
           PERFORM 6000-PRINT-SUMMARY THRU 6000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - SETTLE THE BILLING MONTH, LOAD THE COST
      *  RATES, AND OPEN THE HISTORY, THE EXTRACT, AND THE REPORT.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1100-SET-BILL-MONTH THRU 1100-EXIT.
           PERFORM 1200-LOAD-RATES THRU 1200-EXIT.
           OPEN INPUT DAY1-TOTALS-FILE.
           IF WS-TOTS-STATUS NOT = '00'
               MOVE 'DAY1TOTS' TO WS-ABEND-FILE-ID
               MOVE WS-TOTS-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-CHGB-EXTRACT-FILE.
           IF WS-CHGX-STATUS NOT = '00'
               MOVE 'DAY1CHGX' TO WS-ABEND-FILE-ID
               MOVE WS-CHGX-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-CHGB-REPORT-FILE.
           IF WS-CHGP-STATUS NOT = '00'
               MOVE 'DAY1CHGP' TO WS-ABEND-FILE-ID
               MOVE WS-CHGP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-BILL-MONTH TO HDG-BILL-MONTH.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-SET-BILL-MONTH - THE MONTH COMES FROM THE DAY1CHGC
      *  CARD.  NO CARD OR A BLANK MONTH MEANS THE CALENDAR MONTH
      *  BEFORE THE RUN DATE.  A MONTH THAT IS NOT A VALID YYYYMM
      *  IS REFUSED RATHER THAN GUESSED AT - THE EXTRACT POSTS TO
      *  THE LEDGER.
      *-----------------------------------------------------------*
       1100-SET-BILL-MONTH.
           MOVE SPACES TO WS-BILL-MONTH.
           OPEN INPUT DAY1-CHGB-CARD-FILE.
           IF WS-CHGC-STATUS = '00'
               READ DAY1-CHGB-CARD-FILE
                   NOT AT END
                       MOVE CHGC-BILL-MONTH TO WS-BILL-MONTH
               END-READ
               CLOSE DAY1-CHGB-CARD-FILE
           END-IF.
           IF WS-BILL-MONTH = SPACES
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-BILL-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-BILL-MM
               ELSE
                   MOVE WS-RUN-YEAR TO WS-BILL-YEAR
                   COMPUTE WS-BILL-MM = WS-RUN-MONTH - 1
               END-IF
               DISPLAY 'DAY1CHGB - NO BILLING MONTH ON DAY1CHGC - '
                   'PRICING ' WS-BILL-MONTH
               GO TO 1100-EXIT
           END-IF.
           IF WS-BILL-MONTH IS NOT NUMERIC
              OR WS-BILL-MM < 1
              OR WS-BILL-MM > 12
               DISPLAY 'DAY1CHGB - BILLING MONTH ' WS-BILL-MONTH
                   ' ON DAY1CHGC IS NOT A VALID YYYYMM - RUN REFUSED'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-LOAD-RATES - THE WHOLE COST-RATE MASTER, IN KEY
      *  ORDER.  A RECORD WITH A NON-NUMERIC RATE OR EFFECTIVE DATE
      *  IS SKIPPED AND COUNTED.
      *-----------------------------------------------------------*
       1200-LOAD-RATES.
           OPEN INPUT COST-RATE-FILE.
           IF WS-RATE-STATUS NOT = '00'
               MOVE 'ELFRATE' TO WS-ABEND-FILE-ID
               MOVE WS-RATE-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 1250-READ-RATE THRU 1250-EXIT.
           PERFORM 1300-STORE-RATE THRU 1300-EXIT
               UNTIL WS-RATE-EOF.
           CLOSE COST-RATE-FILE.
       1200-EXIT.
           EXIT.

       1250-READ-RATE.
           READ COST-RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
           END-READ.
       1250-EXIT.
           EXIT.

       1300-STORE-RATE.
           IF RATE-PER-1000-CAL IS NOT NUMERIC
              OR RATE-EFF-DATE IS NOT NUMERIC
               ADD 1 TO WS-RATE-REJECT-COUNT
               DISPLAY 'DAY1CHGB - COST RATE SKIPPED - '
                   COST-RATE-RECORD
               PERFORM 1250-READ-RATE THRU 1250-EXIT
               GO TO 1300-EXIT
           END-IF.
           IF WS-RATE-COUNT >= WS-RATE-MAX
               IF NOT WS-RATE-OVERFLOWED
                   SET WS-RATE-OVERFLOWED TO TRUE
                   DISPLAY 'DAY1CHGB - COST RATE TABLE FULL AT '
                       WS-RATE-MAX ' - LATER RATES NOT LOADED'
               END-IF
               PERFORM 1250-READ-RATE THRU 1250-EXIT
               GO TO 1300-EXIT
           END-IF.
           ADD 1 TO WS-RATE-COUNT.
           MOVE RATE-CATEGORY TO WS-RATE-CATEGORY (WS-RATE-COUNT).
           MOVE RATE-EFF-DATE TO WS-RATE-EFF-DATE (WS-RATE-COUNT).
           MOVE RATE-DESCRIPTION
               TO WS-RATE-DESCRIPTION (WS-RATE-COUNT).
           MOVE RATE-PER-1000-CAL TO WS-RATE-VALUE (WS-RATE-COUNT).
           PERFORM 1250-READ-RATE THRU 1250-EXIT.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-RELEASE-CATEGORIES - SORT INPUT PROCEDURE.  EVERY ELF
      *  LINE OF THE LISTING DATED IN THE BILLING MONTH IS RELEASED
      *  WITH THE NUMBER OF THE DAY1 RUN THAT WROTE IT.  A RUN ENDS
      *  WITH ITS FLEET LINES, SO AN ELF LINE AFTER A FLEET LINE
      *  STARTS THE NEXT RUN.
      *-----------------------------------------------------------*
       2000-RELEASE-CATEGORIES.
           OPEN INPUT DAY1-CATR-FILE.
           IF WS-CATR-STATUS NOT = '00'
               MOVE 'DAY1CATR' TO WS-ABEND-FILE-ID
               MOVE WS-CATR-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 2050-READ-CATR THRU 2050-EXIT.
           PERFORM 2100-RELEASE-ONE-LINE THRU 2100-EXIT
               UNTIL WS-CATR-EOF.
           CLOSE DAY1-CATR-FILE.
       2000-EXIT.
           EXIT.

       2050-READ-CATR.
           READ DAY1-CATR-FILE INTO WS-CATR-LINE
               AT END
                   SET WS-CATR-EOF TO TRUE
                   GO TO 2050-EXIT
           END-READ.
           ADD 1 TO WS-CATR-LINE-SEQ.
       2050-EXIT.
           EXIT.

       2100-RELEASE-ONE-LINE.
           IF CATW-SCOPE = 'FLEET'
               SET WS-FLEET-SEEN TO TRUE
               PERFORM 2050-READ-CATR THRU 2050-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CATW-SCOPE NOT = 'ELF'
               PERFORM 2050-READ-CATR THRU 2050-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF WS-FLEET-SEEN
               ADD 1 TO WS-CATR-RUN-SEQ
               SET WS-FLEET-SEEN TO FALSE
           END-IF.
           IF CATW-MONTH NOT = WS-BILL-MONTH
               PERFORM 2050-READ-CATR THRU 2050-EXIT
               GO TO 2100-EXIT
           END-IF.
           IF CATW-ELF-ID IS NOT NUMERIC
              OR CATW-TOTAL = SPACES
               ADD 1 TO WS-CATR-SKIPPED-COUNT
               PERFORM 2050-READ-CATR THRU 2050-EXIT
               GO TO 2100-EXIT
           END-IF.
           MOVE CATW-ELF-ID TO CSRT-ELF-ID.
           MOVE CATW-DATE TO CSRT-DATE.
           MOVE WS-CATR-RUN-SEQ TO CSRT-RUN-SEQ.
           IF CATW-CATEGORY = SPACES
               MOVE 'UN' TO CSRT-CATEGORY
           ELSE
               MOVE CATW-CATEGORY TO CSRT-CATEGORY
           END-IF.
           MOVE WS-CATR-LINE-SEQ TO CSRT-LINE-SEQ.
           COMPUTE CSRT-TOTAL = FUNCTION NUMVAL (CATW-TOTAL).
           RELEASE SD-CATEGORY-RECORD.
           ADD 1 TO WS-CATR-RELEASED-COUNT.
           PERFORM 2050-READ-CATR THRU 2050-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-PRICE-MONTH - SORT OUTPUT PROCEDURE.  THE CATEGORY
      *  LINES COME BACK IN ELF-ID/DATE ORDER, THE SAME ORDER AS
      *  THE TOTALS HISTORY, SO THE TWO ARE MATCHED IN ONE PASS.
      *  LINES FOR AN ELF/DATE THE HISTORY DOES NOT CARRY ARE
      *  COUNTED AND LEFT UNPRICED - THERE IS NO DEPOT TO CHARGE.
      *-----------------------------------------------------------*
       3000-PRICE-MONTH.
           PERFORM 3050-RETURN-CATEGORY THRU 3050-EXIT.
           PERFORM 3070-NEXT-MONTH-TOTAL THRU 3070-EXIT.
           PERFORM 3100-PRICE-ONE-ELF-DATE THRU 3100-EXIT
               UNTIL WS-TOTS-EOF.
           PERFORM 3350-SKIP-NO-HISTORY THRU 3350-EXIT
               UNTIL WS-SORT-EOF.
           CLOSE DAY1-TOTALS-FILE.
       3000-EXIT.
           EXIT.

       3050-RETURN-CATEGORY.
           RETURN SORT-WORK-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
           END-RETURN.
       3050-EXIT.
           EXIT.

       3060-READ-TOTAL.
           READ DAY1-TOTALS-FILE
               AT END
                   SET WS-TOTS-EOF TO TRUE
                   GO TO 3060-EXIT
           END-READ.
           ADD 1 TO WS-TOTS-READ-COUNT.
           IF ELFTOT-DATE (1:6) = WS-BILL-MONTH
               SET WS-TOTAL-IN-MONTH TO TRUE
               ADD 1 TO WS-TOTS-MONTH-COUNT
           END-IF.
       3060-EXIT.
           EXIT.

       3070-NEXT-MONTH-TOTAL.
           SET WS-TOTAL-IN-MONTH TO FALSE.
           PERFORM 3060-READ-TOTAL THRU 3060-EXIT
               UNTIL WS-TOTS-EOF
                  OR WS-TOTAL-IN-MONTH.
       3070-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100-PRICE-ONE-ELF-DATE - GATHER THE ELF/DATE'S DEPOT
      *  TOTALS AND CATEGORY MIX, THEN SPLIT AND PRICE EACH DEPOT'S
      *  SHARE.  WITH NO CATEGORY LINES THE WHOLE ELF/DATE IS
      *  PRICED AS UNCATEGORIZED ('UN').
      *-----------------------------------------------------------*
       3100-PRICE-ONE-ELF-DATE.
           MOVE ELFTOT-ELF-ID TO WS-GRP-ELF-ID.
           MOVE ELFTOT-DATE TO WS-GRP-DATE.
           MOVE ZERO TO WS-GRP-TOTAL.
           MOVE ZERO TO WS-GDEP-COUNT.
           MOVE ZERO TO WS-GCAT-COUNT.
           MOVE ZERO TO WS-GRP-MIX-TOTAL.
           PERFORM 3200-ADD-DEPOT-TOTAL THRU 3200-EXIT
               UNTIL WS-TOTS-EOF
                  OR ELFTOT-ELF-ID NOT = WS-GRP-ELF-ID
                  OR ELFTOT-DATE NOT = WS-GRP-DATE.
           ADD 1 TO WS-ELF-DATE-COUNT.
           ADD WS-GRP-TOTAL TO WS-HIST-CALORIES.
           PERFORM 3300-GATHER-CATEGORIES THRU 3300-EXIT.
           IF WS-GRP-MIX-TOTAL = ZERO
               IF WS-GRP-TOTAL > ZERO
                   ADD 1 TO WS-NO-MIX-COUNT
               END-IF
               MOVE 1 TO WS-GCAT-COUNT
               MOVE 'UN' TO WS-GCAT-CODE (1)
               MOVE WS-GRP-TOTAL TO WS-GCAT-TOTAL (1)
               MOVE WS-GRP-TOTAL TO WS-GRP-MIX-TOTAL
           END-IF.
           PERFORM 3400-PRICE-DEPOT-SHARE THRU 3400-EXIT
               VARYING WS-GDEP-IX FROM 1 BY 1
               UNTIL WS-GDEP-IX > WS-GDEP-COUNT.
       3100-EXIT.
           EXIT.

       3200-ADD-DEPOT-TOTAL.
           ADD ELFTOT-TOTAL TO WS-GRP-TOTAL.
           SET WS-GDEP-FOUND TO FALSE.
           PERFORM 3210-MATCH-GROUP-DEPOT THRU 3210-EXIT
               VARYING WS-GDEP-IX FROM 1 BY 1
               UNTIL WS-GDEP-IX > WS-GDEP-COUNT
                  OR WS-GDEP-FOUND.
           IF NOT WS-GDEP-FOUND
               IF WS-GDEP-COUNT >= WS-GDEP-MAX
                   IF NOT WS-GDEP-OVERFLOWED
                       SET WS-GDEP-OVERFLOWED TO TRUE
                       DISPLAY 'DAY1CHGB - MORE THAN ' WS-GDEP-MAX
                           ' DEPOTS FOR ONE ELF/DATE - EXTRA DEPOTS '
                           'NOT CHARGED'
                   END-IF
                   ADD ELFTOT-TOTAL TO WS-DROPPED-CALORIES
                   PERFORM 3070-NEXT-MONTH-TOTAL THRU 3070-EXIT
                   GO TO 3200-EXIT
               END-IF
               ADD 1 TO WS-GDEP-COUNT
               MOVE WS-GDEP-COUNT TO WS-GDEP-FOUND-IX
               MOVE ELFTOT-DEPOT TO WS-GDEP-CODE (WS-GDEP-FOUND-IX)
               MOVE ZERO TO WS-GDEP-TOTAL (WS-GDEP-FOUND-IX)
           END-IF.
           ADD ELFTOT-TOTAL TO WS-GDEP-TOTAL (WS-GDEP-FOUND-IX).
           PERFORM 3070-NEXT-MONTH-TOTAL THRU 3070-EXIT.
       3200-EXIT.
           EXIT.

       3210-MATCH-GROUP-DEPOT.
           IF WS-GDEP-CODE (WS-GDEP-IX) = ELFTOT-DEPOT
               MOVE WS-GDEP-IX TO WS-GDEP-FOUND-IX
               SET WS-GDEP-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-GATHER-CATEGORIES - PASS OVER LINES FOR ELF/DATES
      *  BEFORE THIS ONE (NO HISTORY), THEN TAKE THIS ELF/DATE'S
      *  LINES FROM ITS NEWEST RUN ONLY, THE NEWEST LINE PER
      *  CATEGORY.  OLDER RUNS' LINES ARE COUNTED AS SUPERSEDED.
      *-----------------------------------------------------------*
       3300-GATHER-CATEGORIES.
           PERFORM 3350-SKIP-NO-HISTORY THRU 3350-EXIT
               UNTIL WS-SORT-EOF
                  OR CSRT-KEY NOT < WS-GROUP-KEY.
           IF WS-SORT-EOF
              OR CSRT-KEY NOT = WS-GROUP-KEY
               GO TO 3300-EXIT
           END-IF.
           MOVE CSRT-RUN-SEQ TO WS-GRP-RUN-SEQ.
           MOVE SPACES TO WS-GRP-LAST-CATEGORY.
           PERFORM 3360-TAKE-CATEGORY-LINE THRU 3360-EXIT
               UNTIL WS-SORT-EOF
                  OR CSRT-KEY NOT = WS-GROUP-KEY.
       3300-EXIT.
           EXIT.

       3350-SKIP-NO-HISTORY.
           ADD 1 TO WS-CATR-NO-HIST-COUNT.
           PERFORM 3050-RETURN-CATEGORY THRU 3050-EXIT.
       3350-EXIT.
           EXIT.

       3360-TAKE-CATEGORY-LINE.
           IF CSRT-RUN-SEQ NOT = WS-GRP-RUN-SEQ
              OR CSRT-CATEGORY = WS-GRP-LAST-CATEGORY
               ADD 1 TO WS-CATR-OLDER-COUNT
               PERFORM 3050-RETURN-CATEGORY THRU 3050-EXIT
               GO TO 3360-EXIT
           END-IF.
           MOVE CSRT-CATEGORY TO WS-GRP-LAST-CATEGORY.
           IF CSRT-TOTAL = ZERO
               PERFORM 3050-RETURN-CATEGORY THRU 3050-EXIT
               GO TO 3360-EXIT
           END-IF.
           IF WS-GCAT-COUNT >= WS-GCAT-MAX
               IF NOT WS-GCAT-OVERFLOWED
                   SET WS-GCAT-OVERFLOWED TO TRUE
                   DISPLAY 'DAY1CHGB - MORE THAN ' WS-GCAT-MAX
                       ' CATEGORIES FOR ONE ELF/DATE - MIX SHORTENED'
               END-IF
               PERFORM 3050-RETURN-CATEGORY THRU 3050-EXIT
               GO TO 3360-EXIT
           END-IF.
           ADD 1 TO WS-GCAT-COUNT.
           MOVE CSRT-CATEGORY TO WS-GCAT-CODE (WS-GCAT-COUNT).
           MOVE CSRT-TOTAL TO WS-GCAT-TOTAL (WS-GCAT-COUNT).
           ADD CSRT-TOTAL TO WS-GRP-MIX-TOTAL.
           ADD 1 TO WS-CATR-USED-COUNT.
           PERFORM 3050-RETURN-CATEGORY THRU 3050-EXIT.
       3360-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3400-PRICE-DEPOT-SHARE - SPLIT ONE DEPOT'S SHARE OF THE
      *  ELF/DATE ACROSS THE CATEGORY MIX.  EVERY CATEGORY BUT THE
      *  LAST GETS ITS PROPORTION, TRUNCATED; THE LAST GETS WHAT IS
      *  LEFT, SO THE DEPOT'S SHARE IS CHARGED EXACTLY.
      *-----------------------------------------------------------*
       3400-PRICE-DEPOT-SHARE.
           IF WS-GDEP-TOTAL (WS-GDEP-IX) = ZERO
               GO TO 3400-EXIT
           END-IF.
           MOVE WS-GDEP-CODE (WS-GDEP-IX) TO WS-ALLOC-DEPOT.
           MOVE WS-GDEP-TOTAL (WS-GDEP-IX) TO WS-SHARE-LEFT.
           PERFORM 3500-ALLOCATE-CATEGORY THRU 3500-EXIT
               VARYING WS-GCAT-IX FROM 1 BY 1
               UNTIL WS-GCAT-IX > WS-GCAT-COUNT.
       3400-EXIT.
           EXIT.

       3500-ALLOCATE-CATEGORY.
           IF WS-GCAT-IX = WS-GCAT-COUNT
               MOVE WS-SHARE-LEFT TO WS-ALLOC-CALORIES
           ELSE
               COMPUTE WS-ALLOC-CALORIES =
                   WS-GDEP-TOTAL (WS-GDEP-IX)
                   * WS-GCAT-TOTAL (WS-GCAT-IX)
                   / WS-GRP-MIX-TOTAL
           END-IF.
           SUBTRACT WS-ALLOC-CALORIES FROM WS-SHARE-LEFT.
           IF WS-ALLOC-CALORIES = ZERO
               GO TO 3500-EXIT
           END-IF.
           MOVE WS-GCAT-CODE (WS-GCAT-IX) TO WS-ALLOC-CATEGORY.
           PERFORM 3600-FIND-RATE THRU 3600-EXIT.
           PERFORM 3700-POST-CHARGE THRU 3700-EXIT.
       3500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3600-FIND-RATE - THE RATE IN EFFECT FOR THE CATEGORY ON
      *  THE INVENTORY DATE: THE TABLE IS IN EFFECTIVE-DATE ORDER
      *  WITHIN CATEGORY, SO THE LAST MATCH NOT AFTER THE DATE
      *  WINS.  NO MATCH LEAVES A ZERO RATE FLAGGED 'N'.
      *-----------------------------------------------------------*
       3600-FIND-RATE.
           MOVE ZERO TO WS-USE-RATE-VALUE.
           MOVE SPACES TO WS-USE-EFF-DATE.
           MOVE 'NO RATE ON FILE' TO WS-USE-DESCRIPTION.
           MOVE 'N' TO WS-USE-RATE-STATUS.
           PERFORM 3650-MATCH-RATE THRU 3650-EXIT
               VARYING WS-RATE-IX FROM 1 BY 1
               UNTIL WS-RATE-IX > WS-RATE-COUNT.
       3600-EXIT.
           EXIT.

       3650-MATCH-RATE.
           IF WS-RATE-CATEGORY (WS-RATE-IX) = WS-ALLOC-CATEGORY
              AND WS-RATE-EFF-DATE (WS-RATE-IX) NOT > WS-GRP-DATE
               MOVE WS-RATE-VALUE (WS-RATE-IX) TO WS-USE-RATE-VALUE
               MOVE WS-RATE-EFF-DATE (WS-RATE-IX) TO WS-USE-EFF-DATE
               MOVE WS-RATE-DESCRIPTION (WS-RATE-IX)
                   TO WS-USE-DESCRIPTION
               MOVE 'R' TO WS-USE-RATE-STATUS
           END-IF.
       3650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3700-POST-CHARGE - ADD THE CALORIES TO THE DEPOT/CATEGORY/
      *  RATE ENTRY, INSERTING A NEW ENTRY IN KEY ORDER WHEN THIS
      *  IS THE FIRST.  A FULL TABLE DROPS THE CALORIES INTO THE
      *  NOT-EXTRACTED TOTAL SO THE BALANCE STILL SHOWS THEM.
      *-----------------------------------------------------------*
       3700-POST-CHARGE.
           MOVE WS-ALLOC-DEPOT TO WS-NEW-ACC-DEPOT.
           MOVE WS-ALLOC-CATEGORY TO WS-NEW-ACC-CATEGORY.
           MOVE WS-USE-EFF-DATE TO WS-NEW-ACC-EFF-DATE.
           SET WS-ACC-FOUND TO FALSE.
           SET WS-ACC-POS-FOUND TO FALSE.
           MOVE WS-ACC-COUNT TO WS-ACC-POS.
           ADD 1 TO WS-ACC-POS.
           PERFORM 3710-LOCATE-CHARGE THRU 3710-EXIT
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT
                  OR WS-ACC-FOUND
                  OR WS-ACC-POS-FOUND.
           IF WS-ACC-FOUND
               ADD WS-ALLOC-CALORIES TO WS-ACC-CALORIES (WS-ACC-POS)
               GO TO 3700-EXIT
           END-IF.
           IF WS-ACC-COUNT >= WS-ACC-MAX
               IF NOT WS-ACC-OVERFLOWED
                   SET WS-ACC-OVERFLOWED TO TRUE
                   DISPLAY 'DAY1CHGB - CHARGE TABLE FULL AT '
                       WS-ACC-MAX ' - LATER CHARGES NOT EXTRACTED'
               END-IF
               ADD WS-ALLOC-CALORIES TO WS-DROPPED-CALORIES
               GO TO 3700-EXIT
           END-IF.
           PERFORM 3720-SHIFT-CHARGE THRU 3720-EXIT
               VARYING WS-ACC-JX FROM WS-ACC-COUNT BY -1
               UNTIL WS-ACC-JX < WS-ACC-POS.
           ADD 1 TO WS-ACC-COUNT.
           MOVE WS-NEW-ACC-KEY TO WS-ACC-KEY (WS-ACC-POS).
           MOVE WS-USE-DESCRIPTION TO WS-ACC-DESCRIPTION (WS-ACC-POS).
           MOVE WS-USE-RATE-VALUE TO WS-ACC-RATE (WS-ACC-POS).
           MOVE WS-USE-RATE-STATUS TO WS-ACC-RATE-STATUS (WS-ACC-POS).
           MOVE WS-ALLOC-CALORIES TO WS-ACC-CALORIES (WS-ACC-POS).
           MOVE ZERO TO WS-ACC-COST (WS-ACC-POS).
       3700-EXIT.
           EXIT.

       3710-LOCATE-CHARGE.
           IF WS-ACC-KEY (WS-ACC-IX) = WS-NEW-ACC-KEY
               MOVE WS-ACC-IX TO WS-ACC-POS
               SET WS-ACC-FOUND TO TRUE
               GO TO 3710-EXIT
           END-IF.
           IF WS-ACC-KEY (WS-ACC-IX) > WS-NEW-ACC-KEY
               MOVE WS-ACC-IX TO WS-ACC-POS
               SET WS-ACC-POS-FOUND TO TRUE
           END-IF.
       3710-EXIT.
           EXIT.

       3720-SHIFT-CHARGE.
           MOVE WS-ACC-ENTRY (WS-ACC-JX)
               TO WS-ACC-ENTRY (WS-ACC-JX + 1).
       3720-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-WRITE-EXTRACT - HEADER, ONE DETAIL PER CHARGE ENTRY
      *  WITH ITS EXTENDED COST, AND THE CONTROL-TOTAL TRAILER.
      *-----------------------------------------------------------*
       5000-WRITE-EXTRACT.
           MOVE SPACES TO DAY1-CHGB-EXTRACT-RECORD.
           SET CHGX-HEADER TO TRUE.
           MOVE WS-BILL-MONTH TO CHGX-BILL-MONTH.
           MOVE WS-RUN-DATE TO CHGX-RUN-DATE.
           MOVE 'DAY1CHGB' TO CHGX-SOURCE-ID.
           WRITE DAY1-CHGB-EXTRACT-RECORD.
           PERFORM 5100-WRITE-DETAIL THRU 5100-EXIT
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT.
           MOVE SPACES TO DAY1-CHGB-EXTRACT-RECORD.
           SET CHGX-TRAILER TO TRUE.
           MOVE WS-BILL-MONTH TO CHGX-BILL-MONTH.
           MOVE WS-DETAIL-COUNT TO CHGX-DETAIL-COUNT.
           MOVE WS-EXTRACT-CALORIES TO CHGX-TOTAL-CALORIES.
           MOVE WS-EXTRACT-COST TO CHGX-TOTAL-COST.
           WRITE DAY1-CHGB-EXTRACT-RECORD.
           CLOSE DAY1-CHGB-EXTRACT-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-DETAIL.
           COMPUTE WS-ACC-COST (WS-ACC-IX) ROUNDED =
               WS-ACC-CALORIES (WS-ACC-IX)
               * WS-ACC-RATE (WS-ACC-IX) / 1000.
           MOVE SPACES TO DAY1-CHGB-EXTRACT-RECORD.
           SET CHGX-DETAIL TO TRUE.
           MOVE WS-BILL-MONTH TO CHGX-BILL-MONTH.
           MOVE WS-ACC-DEPOT (WS-ACC-IX) TO CHGX-DEPOT.
           MOVE WS-ACC-CATEGORY (WS-ACC-IX) TO CHGX-CATEGORY.
           MOVE WS-ACC-CALORIES (WS-ACC-IX) TO CHGX-CALORIES.
           MOVE WS-ACC-RATE (WS-ACC-IX) TO CHGX-RATE.
           MOVE WS-ACC-EFF-DATE (WS-ACC-IX) TO CHGX-RATE-EFF-DATE.
           MOVE WS-ACC-COST (WS-ACC-IX) TO CHGX-EXTENDED-COST.
           MOVE WS-ACC-RATE-STATUS (WS-ACC-IX) TO CHGX-RATE-STATUS.
           WRITE DAY1-CHGB-EXTRACT-RECORD.
           ADD 1 TO WS-DETAIL-COUNT.
           ADD WS-ACC-CALORIES (WS-ACC-IX) TO WS-EXTRACT-CALORIES.
           ADD WS-ACC-COST (WS-ACC-IX) TO WS-EXTRACT-COST.
           IF WS-ACC-RATE-STATUS (WS-ACC-IX) = 'N'
               ADD 1 TO WS-NO-RATE-COUNT
           END-IF.
       5100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-PRINT-SUMMARY - ONE BLOCK PER DEPOT: ITS CATEGORY
      *  CHARGES, ITS TOTAL, AND A FINANCE SIGN-OFF LINE; THEN THE
      *  ALL-DEPOT TOTAL, WHICH MATCHES THE EXTRACT TRAILER.
      *-----------------------------------------------------------*
       6000-PRINT-SUMMARY.
           MOVE HIGH-VALUES TO WS-PRINT-DEPOT.
           PERFORM 6100-PRINT-CHARGE THRU 6100-EXIT
               VARYING WS-ACC-IX FROM 1 BY 1
               UNTIL WS-ACC-IX > WS-ACC-COUNT.
           IF WS-ACC-COUNT > ZERO
               PERFORM 6200-CLOSE-DEPOT THRU 6200-EXIT
           END-IF.
           MOVE SPACES TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           MOVE 'ALL DEPOTS TOTAL' TO CHGT-LABEL.
           MOVE WS-EXTRACT-CALORIES TO CHGT-CALORIES.
           MOVE WS-EXTRACT-COST TO CHGT-COST.
           MOVE WS-CHARGE-TOTAL-LINE TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
       6000-EXIT.
           EXIT.

       6100-PRINT-CHARGE.
           IF WS-ACC-DEPOT (WS-ACC-IX) NOT = WS-PRINT-DEPOT
               IF WS-PRINT-DEPOT NOT = HIGH-VALUES
                   PERFORM 6200-CLOSE-DEPOT THRU 6200-EXIT
               END-IF
               PERFORM 6300-OPEN-DEPOT THRU 6300-EXIT
           END-IF.
           MOVE WS-ACC-CATEGORY (WS-ACC-IX) TO CHGD-CATEGORY.
           MOVE WS-ACC-DESCRIPTION (WS-ACC-IX) TO CHGD-DESCRIPTION.
           MOVE WS-ACC-CALORIES (WS-ACC-IX) TO CHGD-CALORIES.
           MOVE WS-ACC-RATE (WS-ACC-IX) TO CHGD-RATE.
           MOVE WS-ACC-EFF-DATE (WS-ACC-IX) TO CHGD-EFF-DATE.
           MOVE WS-ACC-COST (WS-ACC-IX) TO CHGD-COST.
           IF WS-ACC-RATE-STATUS (WS-ACC-IX) = 'N'
               MOVE 'NORATE' TO CHGD-FLAG
           ELSE
               MOVE SPACES TO CHGD-FLAG
           END-IF.
           MOVE WS-CHARGE-DETAIL TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           ADD WS-ACC-CALORIES (WS-ACC-IX) TO WS-DEPOT-CALORIES.
           ADD WS-ACC-COST (WS-ACC-IX) TO WS-DEPOT-COST.
       6100-EXIT.
           EXIT.

       6200-CLOSE-DEPOT.
           MOVE 'DEPOT TOTAL' TO CHGT-LABEL.
           MOVE WS-DEPOT-CALORIES TO CHGT-CALORIES.
           MOVE WS-DEPOT-COST TO CHGT-COST.
           MOVE WS-CHARGE-TOTAL-LINE TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           MOVE SPACES TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           MOVE WS-SIGN-OFF-LINE TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
       6200-EXIT.
           EXIT.

       6300-OPEN-DEPOT.
           MOVE WS-ACC-DEPOT (WS-ACC-IX) TO WS-PRINT-DEPOT.
           MOVE ZERO TO WS-DEPOT-CALORIES.
           MOVE ZERO TO WS-DEPOT-COST.
           MOVE SPACES TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           MOVE WS-PRINT-DEPOT TO DPTH-DEPOT.
           MOVE WS-DEPOT-HEADING TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           MOVE WS-COLUMN-HEADING TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
       6300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PROVE THE EXTRACT AGAINST THE HISTORY,
      *  PRINT THE CONTROL COUNTS, CLOSE, AND SET THE RETURN CODE.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           MOVE 'HISTORY NET CALORIES' TO CHGT-LABEL.
           MOVE WS-HIST-CALORIES TO CHGT-CALORIES.
           MOVE WS-CHARGE-TOTAL-LINE TO DAY1-CHGB-REPORT-LINE.
           MOVE SPACES TO DAY1-CHGB-REPORT-LINE (37:44).
           WRITE DAY1-CHGB-REPORT-LINE.
           IF WS-DROPPED-CALORIES > ZERO
               MOVE 'CALORIES NOT EXTRACTED' TO CHGT-LABEL
               MOVE WS-DROPPED-CALORIES TO CHGT-CALORIES
               MOVE WS-CHARGE-TOTAL-LINE TO DAY1-CHGB-REPORT-LINE
               MOVE SPACES TO DAY1-CHGB-REPORT-LINE (37:44)
               WRITE DAY1-CHGB-REPORT-LINE
           END-IF.
           COMPUTE WS-BALANCE-CALORIES =
               WS-EXTRACT-CALORIES + WS-DROPPED-CALORIES.
           MOVE SPACES TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
           MOVE 'TOTALS RECORDS READ' TO SUM-LABEL.
           MOVE WS-TOTS-READ-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'TOTALS IN MONTH' TO SUM-LABEL.
           MOVE WS-TOTS-MONTH-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ELF/DATES PRICED' TO SUM-LABEL.
           MOVE WS-ELF-DATE-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'PRICED AS UN - NO MIX' TO SUM-LABEL.
           MOVE WS-NO-MIX-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'CAT LINES IN MONTH' TO SUM-LABEL.
           MOVE WS-CATR-RELEASED-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'CATEGORY LINES USED' TO SUM-LABEL.
           MOVE WS-CATR-USED-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'SUPERSEDED BY RERUN' TO SUM-LABEL.
           MOVE WS-CATR-OLDER-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'LINES WITH NO HISTORY' TO SUM-LABEL.
           MOVE WS-CATR-NO-HIST-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'LINES UNREADABLE' TO SUM-LABEL.
           MOVE WS-CATR-SKIPPED-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'COST RATES LOADED' TO SUM-LABEL.
           MOVE WS-RATE-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'COST RATES SKIPPED' TO SUM-LABEL.
           MOVE WS-RATE-REJECT-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'EXTRACT DETAILS' TO SUM-LABEL.
           MOVE WS-DETAIL-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'DETAILS WITH NO RATE' TO SUM-LABEL.
           MOVE WS-NO-RATE-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           IF WS-BALANCE-CALORIES NOT = WS-HIST-CALORIES
               MOVE SPACES TO DAY1-CHGB-REPORT-LINE
               WRITE DAY1-CHGB-REPORT-LINE
               MOVE '*** EXTRACT DOES NOT BALANCE TO HISTORY ***'
                   TO DAY1-CHGB-REPORT-LINE
               WRITE DAY1-CHGB-REPORT-LINE
           END-IF.
           CLOSE DAY1-CHGB-REPORT-FILE.
           DISPLAY 'DAY1CHGB - MONTH ' WS-BILL-MONTH ' - '
               WS-DETAIL-COUNT ' CHARGES, '
               WS-EXTRACT-CALORIES ' CALORIES'.
           IF WS-CATR-NO-HIST-COUNT > ZERO
              OR WS-NO-MIX-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-NO-RATE-COUNT > ZERO
              OR WS-RATE-OVERFLOWED
              OR WS-GDEP-OVERFLOWED
              OR WS-GCAT-OVERFLOWED
              OR WS-ACC-OVERFLOWED
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-BALANCE-CALORIES NOT = WS-HIST-CALORIES
               DISPLAY 'DAY1CHGB - EXTRACT CALORIES '
                   WS-BALANCE-CALORIES ' DO NOT BALANCE TO HISTORY '
                   WS-HIST-CALORIES
               MOVE 16 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY.
           MOVE WS-REPORT-SUMMARY TO DAY1-CHGB-REPORT-LINE.
           WRITE DAY1-CHGB-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  DISPLAY THE STATUS AND END THE RUN ABNORMALLY SO
      *  THE JCL CONDITION-CODE CHECK IN DAY1MJOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1CHGB - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
