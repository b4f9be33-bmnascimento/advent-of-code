      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1SCLS.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1SCLS CLOSES A SEASON.  THE NIGHTLY FILES THAT GROW ALL
      *  SEASON - THE DAY1CATR CATEGORY LISTING, THE DAY1CMPL
      *  COMPLETENESS LISTING, THE DAY1RUNH RUN HISTORY, THE ELFTOTM
      *  INQUIRY MASTER AND THE CARRIED-FORWARD DAY1EXCP/DAY1OUTL
      *  LISTINGS - ARE EACH COPIED TO A SEASON-STAMPED ARCHIVE
      *  DATASET, AND A SEASON SUMMARY (FILE DAY1SSUM, REPORT
      *  DAY1SRPT) IS BUILT FROM:
      *    - ELFTOTM, FOR EACH ELF'S SEASON NET TOTAL, NIGHTS AND
      *      PEAK NIGHT;
      *    - THE TOTALS-HISTORY GENERATIONS (DE-DUPLICATED AND
      *      SORTED BY DAY1CJOB), FOR THE PER-DEPOT SPLIT OF EACH
      *      ELF-NIGHT;
      *    - THE DAY1PRG INVENTORY ARCHIVE GENERATIONS PLUS THE
      *      ITEMS STILL ON THE MASTER, FOR SCANNED CALORIES BY
      *      FOOD CATEGORY;
      *    - THE DAY1EXCP/DAY1OUTL ENTRIES NEVER DISPOSITIONED.
      *  ONCE WRITTEN AND CLOSED, EVERY ARCHIVE AND THE SEASON FILE
      *  ARE READ BACK.  ONLY WHEN EACH ARCHIVE, RECOUNTED, HOLDS
      *  WHAT WAS READ FROM ITS LIVE FILE, THE SEASON FILE'S OWN
      *  RECORDS ADD UP TO ITS TRAILER AND TO THOSE INPUTS, AND NO
      *  IN-SEASON TOTALS HISTORY IS MISSING FROM ELFTOTM ARE THE
      *  LIVE FILES RESET TO EMPTY; OTHERWISE NOTHING IS RESET AND
      *  THE RUN ENDS RC=16.
      *  THE CLOSE REFUSES (RC=12) WHILE ANY BUSINESS DATE IS STILL
      *  OPEN ON THE PROCESSING CALENDAR - A NIGHT IN FLIGHT OR
      *  AWAITING RESTART STILL NEEDS THOSE FILES.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  10/15/2026 RC    PROVE BALANCE FROM THE ARCHIVES AND SEASON
      *                   FILE AS READ BACK; HISTORY NOT ON ELFTOTM
      *                   NOW FAILS THE CLOSE.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY1-SEASON-CARD-FILE
               ASSIGN TO DAY1SPRM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SPRM-STATUS.

           SELECT DAY1-CALENDAR-FILE
               ASSIGN TO DAY1CAL
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS CAL-BUSINESS-DATE
               FILE STATUS IS WS-CAL-STATUS.

           SELECT ELF-TOTALS-MASTER
               ASSIGN TO ELFTOTM
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS TOTM-KEY
               FILE STATUS IS WS-TOTM-STATUS.

           SELECT DAY1-TOTALS-FILE
               ASSIGN TO DAY1TOTS
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TOTS-STATUS.

           SELECT DAY1-INV-ARCHIVE-FILE
               ASSIGN TO DAY1INVA
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INVA-STATUS.

           SELECT ELF-INVENTORY-FILE
               ASSIGN TO ELFINVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELF-INV-KEY OF ELF-INVENTORY-RECORD
               FILE STATUS IS WS-ELFINV-STATUS.

           SELECT DAY1-CATEGORY-FILE
               ASSIGN TO DAY1CATR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATR-STATUS.

           SELECT DAY1-COMPLETENESS-FILE
               ASSIGN TO DAY1CMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPL-STATUS.

           SELECT DAY1-RUN-FILE
               ASSIGN TO DAY1RUNH
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT DAY1-EXCEPTION-FILE
               ASSIGN TO DAY1EXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT DAY1-OUTLIER-FILE
               ASSIGN TO DAY1OUTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTL-STATUS.

           SELECT SEAS-TOTM-ARCHIVE
               ASSIGN TO DAY1STOT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STOT-STATUS.

           SELECT SEAS-CATR-ARCHIVE
               ASSIGN TO DAY1SCAT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAT-STATUS.

           SELECT SEAS-CMPL-ARCHIVE
               ASSIGN TO DAY1SCMP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCMP-STATUS.

           SELECT SEAS-RUNH-ARCHIVE
               ASSIGN TO DAY1SRUN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRUN-STATUS.

           SELECT SEAS-EXCP-ARCHIVE
               ASSIGN TO DAY1SEXC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEXC-STATUS.

           SELECT SEAS-OUTL-ARCHIVE
               ASSIGN TO DAY1SOUT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SOUT-STATUS.

           SELECT DAY1-SEASON-SUMMARY-FILE
               ASSIGN TO DAY1SSUM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SSUM-STATUS.

           SELECT DAY1-SEASON-REPORT-FILE
               ASSIGN TO DAY1SRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           FD  DAY1-SEASON-CARD-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1SPRM.

           FD  DAY1-CALENDAR-FILE
               RECORD CONTAINS 50 CHARACTERS.
           COPY DAY1CAL.

           FD  ELF-TOTALS-MASTER
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFTOTM.

           FD  DAY1-TOTALS-FILE
               RECORD CONTAINS 24 CHARACTERS.
           COPY ELFTOTW.

           FD  DAY1-INV-ARCHIVE-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFINV REPLACING ==ELF-INVENTORY-RECORD==
                              BY ==ARCH-INVENTORY-RECORD==.

           FD  ELF-INVENTORY-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFINV.

           FD  DAY1-CATEGORY-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-CATEGORY-REPORT-LINE     PIC X(80).

           FD  DAY1-COMPLETENESS-FILE
               RECORD CONTAINS 35 CHARACTERS.
           COPY DAY1CMPL.

           FD  DAY1-RUN-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  DAY1-EXCEPTION-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY DAY1EXCP.

           FD  DAY1-OUTLIER-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY DAY1EXCP REPLACING ==DAY1-EXCEPTION-RECORD==
                                BY ==DAY1-OUTLIER-RECORD==.

           FD  SEAS-TOTM-ARCHIVE
               RECORD CONTAINS 28 CHARACTERS.
           01  SEAS-TOTM-ARCHIVE-RECORD      PIC X(28).

           FD  SEAS-CATR-ARCHIVE
               RECORD CONTAINS 80 CHARACTERS.
           01  SEAS-CATR-ARCHIVE-RECORD      PIC X(80).

           FD  SEAS-CMPL-ARCHIVE
               RECORD CONTAINS 35 CHARACTERS.
           01  SEAS-CMPL-ARCHIVE-RECORD      PIC X(35).

           FD  SEAS-RUNH-ARCHIVE
               RECORD CONTAINS 119 CHARACTERS.
           01  SEAS-RUNH-ARCHIVE-RECORD      PIC X(119).

           FD  SEAS-EXCP-ARCHIVE
               RECORD CONTAINS 28 CHARACTERS.
           01  SEAS-EXCP-ARCHIVE-RECORD      PIC X(28).

           FD  SEAS-OUTL-ARCHIVE
               RECORD CONTAINS 28 CHARACTERS.
           01  SEAS-OUTL-ARCHIVE-RECORD      PIC X(28).

           FD  DAY1-SEASON-SUMMARY-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1SSUM.

           FD  DAY1-SEASON-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-SEASON-REPORT-LINE       PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SPRM-STATUS            PIC X(02).
           05  WS-CAL-STATUS             PIC X(02).
           05  WS-TOTM-STATUS            PIC X(02).
           05  WS-TOTS-STATUS            PIC X(02).
           05  WS-INVA-STATUS            PIC X(02).
           05  WS-ELFINV-STATUS          PIC X(02).
           05  WS-CATR-STATUS            PIC X(02).
           05  WS-CMPL-STATUS            PIC X(02).
           05  WS-RUNH-STATUS            PIC X(02).
           05  WS-EXCP-STATUS            PIC X(02).
           05  WS-OUTL-STATUS            PIC X(02).
           05  WS-STOT-STATUS            PIC X(02).
           05  WS-SCAT-STATUS            PIC X(02).
           05  WS-SCMP-STATUS            PIC X(02).
           05  WS-SRUN-STATUS            PIC X(02).
           05  WS-SEXC-STATUS            PIC X(02).
           05  WS-SOUT-STATUS            PIC X(02).
           05  WS-SSUM-STATUS            PIC X(02).
           05  WS-SRPT-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE        VALUE 'Y' FALSE 'N'.
           05  WS-ELF-ACTIVE-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ELF-ACTIVE         VALUE 'Y' FALSE 'N'.
           05  WS-SPLIT-OVERFLOW-SWITCH  PIC X(01) VALUE 'N'.
               88  WS-SPLIT-OVERFLOW     VALUE 'Y' FALSE 'N'.
           05  WS-FOUND-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-FOUND              VALUE 'Y' FALSE 'N'.
           05  WS-BALANCED-SWITCH        PIC X(01) VALUE 'Y'.
               88  WS-BALANCED           VALUE 'Y' FALSE 'N'.
           05  WS-RESET-SWITCH           PIC X(01) VALUE 'N'.
               88  WS-FILES-RESET        VALUE 'Y' FALSE 'N'.

       01  WS-SEASON-WINDOW.
           05  WS-SEASON-ID              PIC X(04).
           05  WS-FROM-DATE              PIC X(08).
           05  WS-TO-DATE                PIC X(08).

       01  WS-CALENDAR-CHECK.
           05  WS-OPEN-DATE-COUNT        PIC 9(05) VALUE ZERO.
           05  WS-LATEST-OPEN-DATE       PIC 9(08) VALUE ZERO.
           05  WS-LATEST-CAL-DATE        PIC 9(08) VALUE ZERO.

      *    THE ELF BEING SUMMED FROM ELFTOTM.
       01  WS-ELF-ACCUM.
           05  WS-CUR-ELF-ID             PIC 9(05).
           05  WS-CUR-NIGHTS             PIC 9(05).
           05  WS-CUR-TOTAL              PIC 9(11).
           05  WS-CUR-PEAK-DATE          PIC X(08).
           05  WS-CUR-PEAK-TOTAL         PIC 9(07).
           05  WS-CUR-SUSPECT            PIC 9(05).

      *    THE TOTALS-HISTORY DEPOT RECORDS FOR ONE ELFTOTM
      *    ELF/DATE, GATHERED BEFORE THEY ARE BOOKED.  HIGH-VALUES
      *    IN WS-TOTS-KEY MARKS END OF FILE.
       01  WS-DEPOT-SPLIT.
           05  WS-TOTM-MATCH-KEY         PIC X(13).
           05  WS-TOTS-KEY.
               10  WS-TOTS-KEY-ELF       PIC 9(05).
               10  WS-TOTS-KEY-DATE      PIC X(08).
           05  WS-SPLIT-MAX              PIC 9(02) VALUE 10.
           05  WS-SPLIT-COUNT            PIC 9(02).
           05  WS-SPLIT-IX               PIC 9(02).
           05  WS-SPLIT-SUM              PIC 9(09).
           05  WS-SPLIT-ENTRY OCCURS 10 TIMES.
               10  WS-SPLIT-DEPOT        PIC X(03).
               10  WS-SPLIT-TOTAL        PIC 9(07).
           05  WS-BOOK-DEPOT             PIC X(03).
           05  WS-BOOK-TOTAL             PIC 9(07).

       01  WS-DEPOT-TABLE.
           05  WS-DEP-MAX                PIC 9(02) VALUE 50.
           05  WS-DEP-COUNT              PIC 9(02) VALUE ZERO.
           05  WS-DEP-IX                 PIC 9(02).
           05  WS-DEP-FOUND-IX           PIC 9(02).
           05  WS-DEP-ENTRY OCCURS 50 TIMES.
               10  WS-DEP-CODE           PIC X(03).
               10  WS-DEP-NIGHTS         PIC 9(07).
               10  WS-DEP-TOTAL          PIC 9(13).

       01  WS-CATEGORY-TABLE.
           05  WS-CAT-MAX                PIC 9(02) VALUE 30.
           05  WS-CAT-COUNT              PIC 9(02) VALUE ZERO.
           05  WS-CAT-IX                 PIC 9(02).
           05  WS-CAT-FOUND-IX           PIC 9(02).
           05  WS-CAT-ENTRY OCCURS 30 TIMES.
               10  WS-CAT-CODE           PIC X(02).
               10  WS-CAT-ITEMS          PIC 9(09).
               10  WS-CAT-CALORIES       PIC 9(13).

      *    THE INVENTORY ITEM BEING TALLIED, FROM EITHER SOURCE.
       01  WS-ITEM-WORK.
           05  WS-ITEM-DATE              PIC X(08).
           05  WS-ITEM-CATEGORY          PIC X(02).
           05  WS-ITEM-CALORIES          PIC X(05).
           05  WS-CAL-WORK               PIC 9(07).

      *    UNDISPOSITIONED EXCEPTIONS BY TYPE.  THE SIXTH SLOT
      *    CATCHES A TYPE THIS PROGRAM DOES NOT KNOW.
       01  WS-XTYPE-NAMES.
           05  FILLER                    PIC X(07) VALUE 'NONNUM'.
           05  FILLER                    PIC X(07) VALUE 'ROSTER'.
           05  FILLER                    PIC X(07) VALUE 'OUTLIER'.
           05  FILLER                    PIC X(07) VALUE 'BADCAT'.
           05  FILLER                    PIC X(07) VALUE 'NEGISS'.
           05  FILLER                    PIC X(07) VALUE 'OTHER'.
       01  WS-XTYPE-NAME-TABLE REDEFINES WS-XTYPE-NAMES.
           05  WS-XTYPE-NAME             PIC X(07) OCCURS 6 TIMES.

       01  WS-XTYPE-TABLE.
           05  WS-XTYPE-MAX              PIC 9(01) VALUE 6.
           05  WS-XTYPE-IX               PIC 9(01).
           05  WS-XTYPE-FOUND-IX         PIC 9(01).
           05  WS-XTYPE-LOOKUP           PIC X(07).
           05  WS-XTYPE-COUNT            PIC 9(07) OCCURS 6 TIMES.

       01  WS-COUNTERS-AND-TOTALS.
           05  WS-TOTM-READ              PIC 9(09) VALUE ZERO.
           05  WS-TOTM-READ-CALORIES     PIC 9(13) VALUE ZERO.
           05  WS-TOTM-SEASON-CALORIES   PIC 9(13) VALUE ZERO.
           05  WS-TOTM-OUTSIDE-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-TOTS-READ              PIC 9(09) VALUE ZERO.
           05  WS-TOTS-UNMATCHED         PIC 9(09) VALUE ZERO.
           05  WS-SPLIT-UNRESOLVED       PIC 9(09) VALUE ZERO.
           05  WS-DEP-OVERFLOW-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-ITEMS-READ             PIC 9(09) VALUE ZERO.
           05  WS-ITEMS-OUTSIDE          PIC 9(09) VALUE ZERO.
           05  WS-ITEMS-NONNUM           PIC 9(09) VALUE ZERO.
           05  WS-ITEMS-SCANNED          PIC 9(09) VALUE ZERO.
           05  WS-ITEMS-SCANNED-CALORIES PIC 9(13) VALUE ZERO.
           05  WS-CAT-OVERFLOW-COUNT     PIC 9(09) VALUE ZERO.
           05  WS-CATR-READ              PIC 9(09) VALUE ZERO.
           05  WS-CMPL-READ              PIC 9(09) VALUE ZERO.
           05  WS-RUNH-READ              PIC 9(09) VALUE ZERO.
           05  WS-EXCP-READ              PIC 9(09) VALUE ZERO.
           05  WS-OUTL-READ              PIC 9(09) VALUE ZERO.

      *    WHAT THE SEASON FILE ITSELF ADDS UP TO, ACCUMULATED AS
      *    EACH DETAIL RECORD IS WRITTEN.
       01  WS-SEASON-FILE-TOTALS.
           05  WS-SSUM-DETAIL-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-SSUM-ELF-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-SSUM-ELF-SUM           PIC 9(13) VALUE ZERO.
           05  WS-SSUM-DEPOT-SUM         PIC 9(13) VALUE ZERO.
           05  WS-SSUM-CAT-SUM           PIC 9(13) VALUE ZERO.
           05  WS-SSUM-EXCP-SUM          PIC 9(07) VALUE ZERO.

      *    WHAT THE ARCHIVES AND THE SEASON FILE HOLD WHEN READ
      *    BACK AFTER THEY ARE CLOSED.
       01  WS-READ-BACK-TOTALS.
           05  WS-STOT-REREAD            PIC 9(09) VALUE ZERO.
           05  WS-STOT-REREAD-CALORIES   PIC 9(13) VALUE ZERO.
           05  WS-SCAT-REREAD            PIC 9(09) VALUE ZERO.
           05  WS-SCMP-REREAD            PIC 9(09) VALUE ZERO.
           05  WS-SRUN-REREAD            PIC 9(09) VALUE ZERO.
           05  WS-SEXC-REREAD            PIC 9(09) VALUE ZERO.
           05  WS-SOUT-REREAD            PIC 9(09) VALUE ZERO.
           05  WS-SSUM-ENDS-REREAD       PIC 9(07) VALUE ZERO.
           05  WS-SSUM-DETAIL-REREAD     PIC 9(07) VALUE ZERO.
           05  WS-SSUM-ELF-REREAD        PIC 9(07) VALUE ZERO.
           05  WS-SSUM-ELF-SUM-REREAD    PIC 9(13) VALUE ZERO.
           05  WS-SSUM-DEPOT-SUM-REREAD  PIC 9(13) VALUE ZERO.
           05  WS-SSUM-CAT-SUM-REREAD    PIC 9(13) VALUE ZERO.
           05  WS-SSUM-EXCP-SUM-REREAD   PIC 9(07) VALUE ZERO.

      *    THE SEASON-FILE TRAILER AS READ BACK.  LEFT AT ZERO IF
      *    NO TRAILER COMES BACK, WHICH FAILS THE BALANCE.
       01  WS-SSUM-TRAILER-READ.
           05  WS-TRL-DETAIL-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-TRL-ELF-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-TRL-NET-TOTAL          PIC 9(13) VALUE ZERO.
           05  WS-TRL-DEPOT-TOTAL        PIC 9(13) VALUE ZERO.
           05  WS-TRL-SCANNED-TOTAL      PIC 9(13) VALUE ZERO.
           05  WS-TRL-OPEN-EXCP-TOTAL    PIC 9(07) VALUE ZERO.

      *    A DAY1STOT RECORD AS READ BACK - THE ELFTOTM LAYOUT.
       01  WS-STOT-IMAGE.
           05  STOT-ELF-ID               PIC 9(05).
           05  STOT-DATE                 PIC X(08).
           05  STOT-TOTAL                PIC 9(07).
           05  FILLER                    PIC X(08).

       01  WS-LIVE-EXCP-TOTAL            PIC 9(09).

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-START-TIME-RAW             PIC X(08).
       01  WS-START-TIME-PARTS REDEFINES WS-START-TIME-RAW.
           05  WS-START-TIME-HHMMSS      PIC 9(06).
           05  FILLER                    PIC X(02).

       01  WS-END-TIME-RAW               PIC X(08).
       01  WS-END-TIME-PARTS REDEFINES WS-END-TIME-RAW.
           05  WS-END-TIME-HHMMSS        PIC 9(06).
           05  FILLER                    PIC X(02).

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(31) VALUE
               'DAY1SCLS SEASON CLOSE - SEASON '.
           05  HDG-SEASON-ID             PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  HDG-FROM-DATE             PIC X(08).
           05  FILLER                    PIC X(04) VALUE ' TO '.
           05  HDG-TO-DATE               PIC X(08).
           05  FILLER                    PIC X(06) VALUE '  RUN '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(09) VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  SEC-TITLE                 PIC X(50).
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  WS-ELF-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'ELF-ID  NIGHTS    SEASON TOTAL  PEAK NIG'.
           05  FILLER                    PIC X(40) VALUE
               'HT  PEAK TOTAL  SUSPECT'.

       01  WS-ELF-DETAIL.
           05  ELFD-ELF-ID               PIC 9(05).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  ELFD-NIGHTS               PIC ZZZZ9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ELFD-TOTAL                PIC Z(13)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ELFD-PEAK-DATE            PIC X(08).
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  ELFD-PEAK-TOTAL           PIC Z(07)9.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  ELFD-SUSPECT              PIC ZZZZ9.
           05  FILLER                    PIC X(21) VALUE SPACES.

       01  WS-DEPOT-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'DEPOT  ELF-NIGHTS      SEASON TOTAL     '.
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  WS-DEPOT-DETAIL.
           05  DEPD-DEPOT                PIC X(03).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  DEPD-NIGHTS               PIC Z(09)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  DEPD-TOTAL                PIC Z(15)9.
           05  FILLER                    PIC X(45) VALUE SPACES.

       01  WS-CAT-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'CATEGORY       ITEMS  SCANNED CALORIES  '.
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  WS-CAT-DETAIL.
           05  CATD-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  CATD-ITEMS                PIC Z(13)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CATD-CALORIES             PIC Z(15)9.
           05  FILLER                    PIC X(42) VALUE SPACES.

       01  WS-XTYPE-DETAIL.
           05  XTYD-TYPE                 PIC X(07).
           05  FILLER                    PIC X(09) VALUE SPACES.
           05  XTYD-COUNT                PIC Z(10)9.
           05  FILLER                    PIC X(53) VALUE SPACES.

       01  WS-BALANCE-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'BALANCE CHECK                 EXPECTED  '.
           05  FILLER                    PIC X(40) VALUE
               '      READ BACK  RESULT'.

       01  WS-BALANCE-DETAIL.
           05  BALD-LABEL                PIC X(22).
           05  BALD-INPUT                PIC Z(15)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  BALD-OUTPUT               PIC Z(15)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  BALD-RESULT               PIC X(06).
           05  FILLER                    PIC X(17) VALUE SPACES.

       01  WS-REPORT-COUNT.
           05  CNT-LABEL                 PIC X(22).
           05  CNT-VALUE                 PIC Z(12)9.
           05  FILLER                    PIC X(45) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-SUMMARIZE-ELVES THRU 2000-EXIT.
           PERFORM 3000-SUMMARIZE-CATEGORIES THRU 3000-EXIT.
           PERFORM 4000-ARCHIVE-LISTINGS THRU 4000-EXIT.
           PERFORM 5000-WRITE-SEASON-TOTALS THRU 5000-EXIT.
           PERFORM 5500-READ-BACK-ARCHIVES THRU 5500-EXIT.
           PERFORM 5600-READ-BACK-SEASON-FILE THRU 5600-EXIT.
           PERFORM 6000-PROVE-BALANCE THRU 6000-EXIT.
           IF WS-BALANCED
               PERFORM 7000-RESET-FILES THRU 7000-EXIT
           END-IF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - VALIDATE THE SEASON CARD AND THE
      *  CALENDAR BEFORE ANYTHING IS OPENED FOR OUTPUT, THEN OPEN
      *  THE SEASON FILE AND REPORT AND WRITE THEIR HEADINGS.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           PERFORM 1050-INIT-XTYPE-ENTRY THRU 1050-EXIT
               VARYING WS-XTYPE-IX FROM 1 BY 1
               UNTIL WS-XTYPE-IX > WS-XTYPE-MAX.
           PERFORM 1100-READ-SEASON-CARD THRU 1100-EXIT.
           PERFORM 1200-CHECK-CALENDAR THRU 1200-EXIT.
           OPEN OUTPUT DAY1-SEASON-REPORT-FILE.
           IF WS-SRPT-STATUS NOT = '00'
               MOVE 'DAY1SRPT' TO WS-ABEND-FILE-ID
               MOVE WS-SRPT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-SEASON-SUMMARY-FILE.
           IF WS-SSUM-STATUS NOT = '00'
               MOVE 'DAY1SSUM' TO WS-ABEND-FILE-ID
               MOVE WS-SSUM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-SEASON-ID TO HDG-SEASON-ID.
           MOVE WS-FROM-DATE TO HDG-FROM-DATE.
           MOVE WS-TO-DATE TO HDG-TO-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           MOVE SPACES TO DAY1-SEASON-SUMMARY-RECORD.
           SET SSUM-HEADER TO TRUE.
           MOVE WS-SEASON-ID TO SSUM-SEASON-ID.
           MOVE WS-RUN-DATE TO SSUM-RUN-DATE.
           MOVE WS-FROM-DATE TO SSUM-FROM-DATE.
           MOVE WS-TO-DATE TO SSUM-TO-DATE.
           PERFORM 5900-WRITE-SEASON-RECORD THRU 5900-EXIT.
       1000-EXIT.
           EXIT.

       1050-INIT-XTYPE-ENTRY.
           MOVE ZERO TO WS-XTYPE-COUNT (WS-XTYPE-IX).
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1100-READ-SEASON-CARD - A MISSING OR BAD CARD ENDS THE
      *  RUN BEFORE ANY FILE IS ARCHIVED OR RESET.
      *-----------------------------------------------------------*
       1100-READ-SEASON-CARD.
           OPEN INPUT DAY1-SEASON-CARD-FILE.
           IF WS-SPRM-STATUS NOT = '00'
               MOVE 'DAY1SPRM' TO WS-ABEND-FILE-ID
               MOVE WS-SPRM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           READ DAY1-SEASON-CARD-FILE
               AT END
                   MOVE SPACES TO DAY1-SEASON-CARD-RECORD
           END-READ.
           CLOSE DAY1-SEASON-CARD-FILE.
           IF SPRM-SEASON-ID = SPACES
              OR SPRM-FROM-DATE IS NOT NUMERIC
              OR SPRM-TO-DATE IS NOT NUMERIC
              OR SPRM-FROM-DATE > SPRM-TO-DATE
               DISPLAY 'DAY1SCLS - SEASON CARD ON DAY1SPRM IS '
                   'MISSING, BLANK OR HAS A BAD DATE WINDOW - '
                   'RUN ENDED, NOTHING ARCHIVED OR RESET'
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT
               STOP RUN
           END-IF.
           MOVE SPRM-SEASON-ID TO WS-SEASON-ID.
           MOVE SPRM-FROM-DATE TO WS-FROM-DATE.
           MOVE SPRM-TO-DATE TO WS-TO-DATE.
           DISPLAY 'DAY1SCLS - CLOSING SEASON ' WS-SEASON-ID
               ' - INVENTORY DATES ' WS-FROM-DATE ' THRU '
               WS-TO-DATE.
       1100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1200-CHECK-CALENDAR - EVERY BUSINESS DATE ON THE
      *  PROCESSING CALENDAR MUST BE COMPLETE.  AN OPEN DATE IS A
      *  NIGHT STILL RUNNING OR WAITING ON A RESTART, AND THOSE
      *  STEPS STILL NEED THE FILES THIS RUN WOULD EMPTY.
      *-----------------------------------------------------------*
       1200-CHECK-CALENDAR.
           OPEN INPUT DAY1-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'DAY1CAL' TO WS-ABEND-FILE-ID
               MOVE WS-CAL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 1210-READ-CALENDAR THRU 1210-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-CALENDAR-FILE.
           IF WS-OPEN-DATE-COUNT > ZERO
               DISPLAY 'DAY1SCLS - ' WS-OPEN-DATE-COUNT
                   ' BUSINESS DATE(S) STILL OPEN ON THE CALENDAR, '
                   'LATEST ' WS-LATEST-OPEN-DATE ' - FINISH OR '
                   'RESTART THAT NIGHT FIRST - NOTHING ARCHIVED OR '
                   'RESET'
               MOVE 12 TO RETURN-CODE
               PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT
               STOP RUN
           END-IF.
           DISPLAY 'DAY1SCLS - CALENDAR COMPLETE THROUGH '
               WS-LATEST-CAL-DATE.
       1200-EXIT.
           EXIT.

       1210-READ-CALENDAR.
           READ DAY1-CALENDAR-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 1210-EXIT
           END-READ.
           MOVE CAL-BUSINESS-DATE TO WS-LATEST-CAL-DATE.
           IF CAL-DATE-OPEN
               ADD 1 TO WS-OPEN-DATE-COUNT
               MOVE CAL-BUSINESS-DATE TO WS-LATEST-OPEN-DATE
           END-IF.
       1210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-SUMMARIZE-ELVES - ONE PASS OF ELFTOTM IN KEY ORDER.
      *  EVERY RECORD IS COPIED TO THE SEASON ARCHIVE; THOSE INSIDE
      *  THE SEASON WINDOW ARE SUMMED BY ELF AND SPLIT BY DEPOT
      *  AGAINST THE SORTED TOTALS HISTORY, A BALANCE LINE ON
      *  ELF-ID/DATE.
      *-----------------------------------------------------------*
       2000-SUMMARIZE-ELVES.
           OPEN INPUT ELF-TOTALS-MASTER.
           IF WS-TOTM-STATUS NOT = '00'
               MOVE 'ELFTOTM' TO WS-ABEND-FILE-ID
               MOVE WS-TOTM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT DAY1-TOTALS-FILE.
           IF WS-TOTS-STATUS NOT = '00'
               MOVE 'DAY1TOTS' TO WS-ABEND-FILE-ID
               MOVE WS-TOTS-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT SEAS-TOTM-ARCHIVE.
           IF WS-STOT-STATUS NOT = '00'
               MOVE 'DAY1STOT' TO WS-ABEND-FILE-ID
               MOVE WS-STOT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE 'SEASON TOTALS BY ELF (NET CALORIES)' TO SEC-TITLE.
           PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
           MOVE WS-ELF-COLUMNS TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           PERFORM 2900-READ-TOTS THRU 2900-EXIT.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 2800-READ-TOTM THRU 2800-EXIT.
           PERFORM 2100-PROCESS-TOTM THRU 2100-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 2500-END-ELF THRU 2500-EXIT.
           PERFORM 2950-COUNT-TOTS-LEFT THRU 2950-EXIT
               UNTIL WS-TOTS-KEY = HIGH-VALUES.
           CLOSE ELF-TOTALS-MASTER.
           CLOSE DAY1-TOTALS-FILE.
           CLOSE SEAS-TOTM-ARCHIVE.
       2000-EXIT.
           EXIT.

       2100-PROCESS-TOTM.
           MOVE ELF-TOTALS-MASTER-RECORD TO SEAS-TOTM-ARCHIVE-RECORD.
           WRITE SEAS-TOTM-ARCHIVE-RECORD.
           IF WS-STOT-STATUS NOT = '00'
               MOVE 'DAY1STOT' TO WS-ABEND-FILE-ID
               MOVE WS-STOT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9100-ABEND-WRITE-ERROR
           END-IF.
           IF TOTM-DATE < WS-FROM-DATE
              OR TOTM-DATE > WS-TO-DATE
               ADD 1 TO WS-TOTM-OUTSIDE-COUNT
               GO TO 2190-NEXT-TOTM
           END-IF.
           IF WS-ELF-ACTIVE
              AND TOTM-ELF-ID NOT = WS-CUR-ELF-ID
               PERFORM 2500-END-ELF THRU 2500-EXIT
           END-IF.
           IF NOT WS-ELF-ACTIVE
               MOVE TOTM-ELF-ID TO WS-CUR-ELF-ID
               MOVE ZERO TO WS-CUR-NIGHTS WS-CUR-TOTAL
                            WS-CUR-PEAK-TOTAL WS-CUR-SUSPECT
               MOVE SPACES TO WS-CUR-PEAK-DATE
               SET WS-ELF-ACTIVE TO TRUE
           END-IF.
           ADD 1 TO WS-CUR-NIGHTS.
           ADD TOTM-TOTAL TO WS-CUR-TOTAL.
           ADD TOTM-TOTAL TO WS-TOTM-SEASON-CALORIES.
           IF WS-CUR-NIGHTS = 1
              OR TOTM-TOTAL > WS-CUR-PEAK-TOTAL
               MOVE TOTM-DATE TO WS-CUR-PEAK-DATE
               MOVE TOTM-TOTAL TO WS-CUR-PEAK-TOTAL
           END-IF.
           IF TOTM-SUSPECT
               ADD 1 TO WS-CUR-SUSPECT
           END-IF.
           PERFORM 2200-SPLIT-BY-DEPOT THRU 2200-EXIT.
       2190-NEXT-TOTM.
           PERFORM 2800-READ-TOTM THRU 2800-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-SPLIT-BY-DEPOT - GATHER THE TOTALS-HISTORY DEPOT
      *  RECORDS FOR THIS ELF/DATE.  WHEN THEY ADD UP TO THE
      *  ELFTOTM TOTAL THEY ARE BOOKED DEPOT BY DEPOT; OTHERWISE
      *  (NO HISTORY, OR A HISTORY THAT DISAGREES) THE ELFTOTM
      *  TOTAL IS BOOKED WHOLE TO ITS OWN DEPOT, SO THE DEPOT
      *  TOTALS ALWAYS ADD BACK TO THE ELF TOTALS.
      *-----------------------------------------------------------*
       2200-SPLIT-BY-DEPOT.
           MOVE TOTM-KEY TO WS-TOTM-MATCH-KEY.
           PERFORM 2210-SKIP-TOTS THRU 2210-EXIT
               UNTIL WS-TOTS-KEY NOT < WS-TOTM-MATCH-KEY.
           MOVE ZERO TO WS-SPLIT-COUNT.
           MOVE ZERO TO WS-SPLIT-SUM.
           SET WS-SPLIT-OVERFLOW TO FALSE.
           PERFORM 2220-GATHER-SPLIT THRU 2220-EXIT
               UNTIL WS-TOTS-KEY NOT = WS-TOTM-MATCH-KEY.
           IF WS-SPLIT-COUNT > ZERO
              AND NOT WS-SPLIT-OVERFLOW
              AND WS-SPLIT-SUM = TOTM-TOTAL
               PERFORM 2230-BOOK-SPLIT-ENTRY THRU 2230-EXIT
                   VARYING WS-SPLIT-IX FROM 1 BY 1
                   UNTIL WS-SPLIT-IX > WS-SPLIT-COUNT
           ELSE
               MOVE TOTM-DEPOT TO WS-BOOK-DEPOT
               MOVE TOTM-TOTAL TO WS-BOOK-TOTAL
               PERFORM 2300-BOOK-DEPOT THRU 2300-EXIT
               ADD 1 TO WS-SPLIT-UNRESOLVED
           END-IF.
       2200-EXIT.
           EXIT.

      *    A HISTORY ELF/DATE WITH NO ELFTOTM RECORD.  ONLY THOSE
      *    INSIDE THE SEASON WINDOW ARE COUNTED, AND ANY ONE OF THEM
      *    FAILS THE BALANCE - ITS CALORIES ARE IN NO ELF TOTAL.
       2210-SKIP-TOTS.
           IF WS-TOTS-KEY-DATE NOT < WS-FROM-DATE
              AND WS-TOTS-KEY-DATE NOT > WS-TO-DATE
               ADD 1 TO WS-TOTS-UNMATCHED
           END-IF.
           PERFORM 2900-READ-TOTS THRU 2900-EXIT.
       2210-EXIT.
           EXIT.

       2220-GATHER-SPLIT.
           IF WS-SPLIT-COUNT < WS-SPLIT-MAX
               ADD 1 TO WS-SPLIT-COUNT
               MOVE ELFTOT-DEPOT TO WS-SPLIT-DEPOT (WS-SPLIT-COUNT)
               MOVE ELFTOT-TOTAL TO WS-SPLIT-TOTAL (WS-SPLIT-COUNT)
           ELSE
               SET WS-SPLIT-OVERFLOW TO TRUE
           END-IF.
           ADD ELFTOT-TOTAL TO WS-SPLIT-SUM.
           PERFORM 2900-READ-TOTS THRU 2900-EXIT.
       2220-EXIT.
           EXIT.

       2230-BOOK-SPLIT-ENTRY.
           MOVE WS-SPLIT-DEPOT (WS-SPLIT-IX) TO WS-BOOK-DEPOT.
           MOVE WS-SPLIT-TOTAL (WS-SPLIT-IX) TO WS-BOOK-TOTAL.
           PERFORM 2300-BOOK-DEPOT THRU 2300-EXIT.
       2230-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-BOOK-DEPOT - ADD ONE ELF-NIGHT'S SHARE TO ITS DEPOT.
      *  A FULL TABLE IS COUNTED; THE SEASON FILE THEN CANNOT
      *  BALANCE AND NOTHING IS RESET.
      *-----------------------------------------------------------*
       2300-BOOK-DEPOT.
           SET WS-FOUND TO FALSE.
           PERFORM 2310-MATCH-DEPOT THRU 2310-EXIT
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX > WS-DEP-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-DEP-COUNT >= WS-DEP-MAX
                   ADD 1 TO WS-DEP-OVERFLOW-COUNT
                   GO TO 2300-EXIT
               END-IF
               ADD 1 TO WS-DEP-COUNT
               MOVE WS-BOOK-DEPOT TO WS-DEP-CODE (WS-DEP-COUNT)
               MOVE ZERO TO WS-DEP-NIGHTS (WS-DEP-COUNT)
               MOVE ZERO TO WS-DEP-TOTAL (WS-DEP-COUNT)
               MOVE WS-DEP-COUNT TO WS-DEP-FOUND-IX
           END-IF.
           ADD 1 TO WS-DEP-NIGHTS (WS-DEP-FOUND-IX).
           ADD WS-BOOK-TOTAL TO WS-DEP-TOTAL (WS-DEP-FOUND-IX).
       2300-EXIT.
           EXIT.

       2310-MATCH-DEPOT.
           IF WS-DEP-CODE (WS-DEP-IX) = WS-BOOK-DEPOT
               MOVE WS-DEP-IX TO WS-DEP-FOUND-IX
               SET WS-FOUND TO TRUE
           END-IF.
       2310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-END-ELF - WRITE THE FINISHED ELF'S SEASON RECORD AND
      *  REPORT LINE.
      *-----------------------------------------------------------*
       2500-END-ELF.
           IF NOT WS-ELF-ACTIVE
               GO TO 2500-EXIT
           END-IF.
           MOVE SPACES TO DAY1-SEASON-SUMMARY-RECORD.
           SET SSUM-ELF TO TRUE.
           MOVE WS-SEASON-ID TO SSUM-SEASON-ID.
           MOVE WS-CUR-ELF-ID TO SSUM-ELF-ID.
           MOVE WS-CUR-NIGHTS TO SSUM-ELF-NIGHTS.
           MOVE WS-CUR-TOTAL TO SSUM-ELF-TOTAL.
           MOVE WS-CUR-PEAK-DATE TO SSUM-PEAK-DATE.
           MOVE WS-CUR-PEAK-TOTAL TO SSUM-PEAK-TOTAL.
           MOVE WS-CUR-SUSPECT TO SSUM-SUSPECT-NIGHTS.
           PERFORM 5900-WRITE-SEASON-RECORD THRU 5900-EXIT.
           ADD 1 TO WS-SSUM-DETAIL-COUNT.
           ADD 1 TO WS-SSUM-ELF-COUNT.
           ADD WS-CUR-TOTAL TO WS-SSUM-ELF-SUM.
           MOVE WS-CUR-ELF-ID TO ELFD-ELF-ID.
           MOVE WS-CUR-NIGHTS TO ELFD-NIGHTS.
           MOVE WS-CUR-TOTAL TO ELFD-TOTAL.
           MOVE WS-CUR-PEAK-DATE TO ELFD-PEAK-DATE.
           MOVE WS-CUR-PEAK-TOTAL TO ELFD-PEAK-TOTAL.
           MOVE WS-CUR-SUSPECT TO ELFD-SUSPECT.
           MOVE WS-ELF-DETAIL TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           SET WS-ELF-ACTIVE TO FALSE.
       2500-EXIT.
           EXIT.

       2800-READ-TOTM.
           READ ELF-TOTALS-MASTER
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TOTM-READ
                   ADD TOTM-TOTAL TO WS-TOTM-READ-CALORIES
           END-READ.
       2800-EXIT.
           EXIT.

       2900-READ-TOTS.
           READ DAY1-TOTALS-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-TOTS-KEY
               NOT AT END
                   ADD 1 TO WS-TOTS-READ
                   MOVE ELFTOT-ELF-ID TO WS-TOTS-KEY-ELF
                   MOVE ELFTOT-DATE TO WS-TOTS-KEY-DATE
           END-READ.
       2900-EXIT.
           EXIT.

       2950-COUNT-TOTS-LEFT.
           PERFORM 2210-SKIP-TOTS THRU 2210-EXIT.
       2950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-SUMMARIZE-CATEGORIES - SCANNED CALORIES BY FOOD
      *  CATEGORY OVER EVERY SEASON ITEM: FIRST THE ITEMS DAY1PRG
      *  HAS ARCHIVED OFF THE MASTER, THEN THE ITEMS STILL ON IT.
      *-----------------------------------------------------------*
       3000-SUMMARIZE-CATEGORIES.
           OPEN INPUT DAY1-INV-ARCHIVE-FILE.
           IF WS-INVA-STATUS NOT = '00'
               MOVE 'DAY1INVA' TO WS-ABEND-FILE-ID
               MOVE WS-INVA-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 3100-READ-ARCHIVE-ITEM THRU 3100-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-INV-ARCHIVE-FILE.
           OPEN INPUT ELF-INVENTORY-FILE.
           IF WS-ELFINV-STATUS NOT = '00'
               MOVE 'ELFINVT' TO WS-ABEND-FILE-ID
               MOVE WS-ELFINV-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 3200-READ-MASTER-ITEM THRU 3200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE ELF-INVENTORY-FILE.
       3000-EXIT.
           EXIT.

       3100-READ-ARCHIVE-ITEM.
           READ DAY1-INV-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3100-EXIT
           END-READ.
           MOVE INVENTORY-DATE OF ARCH-INVENTORY-RECORD
               TO WS-ITEM-DATE.
           MOVE ITEM-CATEGORY OF ARCH-INVENTORY-RECORD
               TO WS-ITEM-CATEGORY.
           MOVE ITEM-CALORIES OF ARCH-INVENTORY-RECORD
               TO WS-ITEM-CALORIES.
           PERFORM 3300-TALLY-ITEM THRU 3300-EXIT.
       3100-EXIT.
           EXIT.

       3200-READ-MASTER-ITEM.
           READ ELF-INVENTORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 3200-EXIT
           END-READ.
           MOVE INVENTORY-DATE OF ELF-INVENTORY-RECORD
               TO WS-ITEM-DATE.
           MOVE ITEM-CATEGORY OF ELF-INVENTORY-RECORD
               TO WS-ITEM-CATEGORY.
           MOVE ITEM-CALORIES OF ELF-INVENTORY-RECORD
               TO WS-ITEM-CALORIES.
           PERFORM 3300-TALLY-ITEM THRU 3300-EXIT.
       3200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-TALLY-ITEM - ITEMS OUTSIDE THE SEASON WINDOW BELONG
      *  TO ANOTHER SEASON'S ARCHIVE GENERATIONS; A NON-NUMERIC
      *  VALUE WAS NEVER TOTALED.  BOTH ARE COUNTED AND SKIPPED.
      *  AN ITEM WITHOUT A CATEGORY IS UNCATEGORIZED, AS IN DAY1.
      *-----------------------------------------------------------*
       3300-TALLY-ITEM.
           ADD 1 TO WS-ITEMS-READ.
           IF WS-ITEM-DATE < WS-FROM-DATE
              OR WS-ITEM-DATE > WS-TO-DATE
               ADD 1 TO WS-ITEMS-OUTSIDE
               GO TO 3300-EXIT
           END-IF.
           IF WS-ITEM-CALORIES IS NOT NUMERIC
               ADD 1 TO WS-ITEMS-NONNUM
               GO TO 3300-EXIT
           END-IF.
           COMPUTE WS-CAL-WORK = FUNCTION NUMVAL (WS-ITEM-CALORIES).
           IF WS-ITEM-CATEGORY = SPACES
               MOVE 'UN' TO WS-ITEM-CATEGORY
           END-IF.
           ADD 1 TO WS-ITEMS-SCANNED.
           ADD WS-CAL-WORK TO WS-ITEMS-SCANNED-CALORIES.
           SET WS-FOUND TO FALSE.
           PERFORM 3310-MATCH-CATEGORY THRU 3310-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT
                  OR WS-FOUND.
           IF NOT WS-FOUND
               IF WS-CAT-COUNT >= WS-CAT-MAX
                   ADD 1 TO WS-CAT-OVERFLOW-COUNT
                   GO TO 3300-EXIT
               END-IF
               ADD 1 TO WS-CAT-COUNT
               MOVE WS-ITEM-CATEGORY TO WS-CAT-CODE (WS-CAT-COUNT)
               MOVE ZERO TO WS-CAT-ITEMS (WS-CAT-COUNT)
               MOVE ZERO TO WS-CAT-CALORIES (WS-CAT-COUNT)
               MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IX
           END-IF.
           ADD 1 TO WS-CAT-ITEMS (WS-CAT-FOUND-IX).
           ADD WS-CAL-WORK TO WS-CAT-CALORIES (WS-CAT-FOUND-IX).
       3300-EXIT.
           EXIT.

       3310-MATCH-CATEGORY.
           IF WS-CAT-CODE (WS-CAT-IX) = WS-ITEM-CATEGORY
               MOVE WS-CAT-IX TO WS-CAT-FOUND-IX
               SET WS-FOUND TO TRUE
           END-IF.
       3310-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-ARCHIVE-LISTINGS - COPY EACH ACCUMULATING LISTING TO
      *  ITS SEASON ARCHIVE, COUNTING BOTH SIDES.  THE EXCEPTION
      *  AND OUTLIER ENTRIES ARE ALSO COUNTED BY TYPE - WHATEVER IS
      *  STILL ON THEM WAS NEVER DISPOSITIONED.
      *-----------------------------------------------------------*
       4000-ARCHIVE-LISTINGS.
           OPEN INPUT DAY1-CATEGORY-FILE.
           IF WS-CATR-STATUS NOT = '00'
               MOVE 'DAY1CATR' TO WS-ABEND-FILE-ID
               MOVE WS-CATR-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT SEAS-CATR-ARCHIVE.
           IF WS-SCAT-STATUS NOT = '00'
               MOVE 'DAY1SCAT' TO WS-ABEND-FILE-ID
               MOVE WS-SCAT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 4100-COPY-CATEGORY-LINE THRU 4100-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-CATEGORY-FILE.
           CLOSE SEAS-CATR-ARCHIVE.
           OPEN INPUT DAY1-COMPLETENESS-FILE.
           IF WS-CMPL-STATUS NOT = '00'
               MOVE 'DAY1CMPL' TO WS-ABEND-FILE-ID
               MOVE WS-CMPL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT SEAS-CMPL-ARCHIVE.
           IF WS-SCMP-STATUS NOT = '00'
               MOVE 'DAY1SCMP' TO WS-ABEND-FILE-ID
               MOVE WS-SCMP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 4200-COPY-COMPLETENESS THRU 4200-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-COMPLETENESS-FILE.
           CLOSE SEAS-CMPL-ARCHIVE.
           OPEN INPUT DAY1-RUN-FILE.
           IF WS-RUNH-STATUS NOT = '00'
               MOVE 'DAY1RUNH' TO WS-ABEND-FILE-ID
               MOVE WS-RUNH-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT SEAS-RUNH-ARCHIVE.
           IF WS-SRUN-STATUS NOT = '00'
               MOVE 'DAY1SRUN' TO WS-ABEND-FILE-ID
               MOVE WS-SRUN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 4300-COPY-RUN-RECORD THRU 4300-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-RUN-FILE.
           CLOSE SEAS-RUNH-ARCHIVE.
           OPEN INPUT DAY1-EXCEPTION-FILE.
           IF WS-EXCP-STATUS NOT = '00'
               MOVE 'DAY1EXCP' TO WS-ABEND-FILE-ID
               MOVE WS-EXCP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT SEAS-EXCP-ARCHIVE.
           IF WS-SEXC-STATUS NOT = '00'
               MOVE 'DAY1SEXC' TO WS-ABEND-FILE-ID
               MOVE WS-SEXC-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 4400-COPY-EXCEPTION THRU 4400-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-EXCEPTION-FILE.
           CLOSE SEAS-EXCP-ARCHIVE.
           OPEN INPUT DAY1-OUTLIER-FILE.
           IF WS-OUTL-STATUS NOT = '00'
               MOVE 'DAY1OUTL' TO WS-ABEND-FILE-ID
               MOVE WS-OUTL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT SEAS-OUTL-ARCHIVE.
           IF WS-SOUT-STATUS NOT = '00'
               MOVE 'DAY1SOUT' TO WS-ABEND-FILE-ID
               MOVE WS-SOUT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 4500-COPY-OUTLIER THRU 4500-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-OUTLIER-FILE.
           CLOSE SEAS-OUTL-ARCHIVE.
       4000-EXIT.
           EXIT.

       4100-COPY-CATEGORY-LINE.
           READ DAY1-CATEGORY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4100-EXIT
           END-READ.
           ADD 1 TO WS-CATR-READ.
           MOVE DAY1-CATEGORY-REPORT-LINE TO SEAS-CATR-ARCHIVE-RECORD.
           WRITE SEAS-CATR-ARCHIVE-RECORD.
           IF WS-SCAT-STATUS NOT = '00'
               MOVE 'DAY1SCAT' TO WS-ABEND-FILE-ID
               MOVE WS-SCAT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9100-ABEND-WRITE-ERROR
           END-IF.
       4100-EXIT.
           EXIT.

       4200-COPY-COMPLETENESS.
           READ DAY1-COMPLETENESS-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4200-EXIT
           END-READ.
           ADD 1 TO WS-CMPL-READ.
           MOVE DAY1-COMPLETENESS-RECORD TO SEAS-CMPL-ARCHIVE-RECORD.
           WRITE SEAS-CMPL-ARCHIVE-RECORD.
           IF WS-SCMP-STATUS NOT = '00'
               MOVE 'DAY1SCMP' TO WS-ABEND-FILE-ID
               MOVE WS-SCMP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9100-ABEND-WRITE-ERROR
           END-IF.
       4200-EXIT.
           EXIT.

       4300-COPY-RUN-RECORD.
           READ DAY1-RUN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4300-EXIT
           END-READ.
           ADD 1 TO WS-RUNH-READ.
           MOVE DAY1-RUN-RECORD TO SEAS-RUNH-ARCHIVE-RECORD.
           WRITE SEAS-RUNH-ARCHIVE-RECORD.
           IF WS-SRUN-STATUS NOT = '00'
               MOVE 'DAY1SRUN' TO WS-ABEND-FILE-ID
               MOVE WS-SRUN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9100-ABEND-WRITE-ERROR
           END-IF.
       4300-EXIT.
           EXIT.

       4400-COPY-EXCEPTION.
           READ DAY1-EXCEPTION-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4400-EXIT
           END-READ.
           ADD 1 TO WS-EXCP-READ.
           MOVE DAY1-EXCEPTION-RECORD TO SEAS-EXCP-ARCHIVE-RECORD.
           WRITE SEAS-EXCP-ARCHIVE-RECORD.
           IF WS-SEXC-STATUS NOT = '00'
               MOVE 'DAY1SEXC' TO WS-ABEND-FILE-ID
               MOVE WS-SEXC-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9100-ABEND-WRITE-ERROR
           END-IF.
           MOVE EXCP-TYPE OF DAY1-EXCEPTION-RECORD TO WS-XTYPE-LOOKUP.
           PERFORM 4900-COUNT-XTYPE THRU 4900-EXIT.
       4400-EXIT.
           EXIT.

       4500-COPY-OUTLIER.
           READ DAY1-OUTLIER-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 4500-EXIT
           END-READ.
           ADD 1 TO WS-OUTL-READ.
           MOVE DAY1-OUTLIER-RECORD TO SEAS-OUTL-ARCHIVE-RECORD.
           WRITE SEAS-OUTL-ARCHIVE-RECORD.
           IF WS-SOUT-STATUS NOT = '00'
               MOVE 'DAY1SOUT' TO WS-ABEND-FILE-ID
               MOVE WS-SOUT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9100-ABEND-WRITE-ERROR
           END-IF.
           MOVE EXCP-TYPE OF DAY1-OUTLIER-RECORD TO WS-XTYPE-LOOKUP.
           PERFORM 4900-COUNT-XTYPE THRU 4900-EXIT.
       4500-EXIT.
           EXIT.

      *    AN UNKNOWN TYPE FALLS THROUGH TO THE LAST SLOT, 'OTHER'.
       4900-COUNT-XTYPE.
           MOVE WS-XTYPE-MAX TO WS-XTYPE-FOUND-IX.
           SET WS-FOUND TO FALSE.
           PERFORM 4910-MATCH-XTYPE THRU 4910-EXIT
               VARYING WS-XTYPE-IX FROM 1 BY 1
               UNTIL WS-XTYPE-IX >= WS-XTYPE-MAX
                  OR WS-FOUND.
           ADD 1 TO WS-XTYPE-COUNT (WS-XTYPE-FOUND-IX).
       4900-EXIT.
           EXIT.

       4910-MATCH-XTYPE.
           IF WS-XTYPE-NAME (WS-XTYPE-IX) = WS-XTYPE-LOOKUP
               MOVE WS-XTYPE-IX TO WS-XTYPE-FOUND-IX
               SET WS-FOUND TO TRUE
           END-IF.
       4910-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-WRITE-SEASON-TOTALS - THE DEPOT, CATEGORY AND
      *  EXCEPTION RECORDS AND REPORT SECTIONS, THEN THE TRAILER.
      *-----------------------------------------------------------*
       5000-WRITE-SEASON-TOTALS.
           MOVE 'SEASON TOTALS BY DEPOT (NET CALORIES)' TO SEC-TITLE.
           PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
           MOVE WS-DEPOT-COLUMNS TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           PERFORM 5100-WRITE-DEPOT THRU 5100-EXIT
               VARYING WS-DEP-IX FROM 1 BY 1
               UNTIL WS-DEP-IX > WS-DEP-COUNT.
           MOVE 'SEASON SCANNED CALORIES BY FOOD CATEGORY'
               TO SEC-TITLE.
           PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
           MOVE WS-CAT-COLUMNS TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           PERFORM 5200-WRITE-CATEGORY THRU 5200-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT.
           MOVE 'EXCEPTIONS NEVER DISPOSITIONED AT CLOSE'
               TO SEC-TITLE.
           PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
           PERFORM 5300-WRITE-XTYPE THRU 5300-EXIT
               VARYING WS-XTYPE-IX FROM 1 BY 1
               UNTIL WS-XTYPE-IX > WS-XTYPE-MAX.
           MOVE SPACES TO DAY1-SEASON-SUMMARY-RECORD.
           SET SSUM-TRAILER TO TRUE.
           MOVE WS-SEASON-ID TO SSUM-SEASON-ID.
           MOVE WS-SSUM-DETAIL-COUNT TO SSUM-DETAIL-COUNT.
           MOVE WS-SSUM-ELF-COUNT TO SSUM-ELF-COUNT.
           MOVE WS-SSUM-ELF-SUM TO SSUM-NET-TOTAL.
           MOVE WS-SSUM-DEPOT-SUM TO SSUM-DEPOT-NET-TOTAL.
           MOVE WS-SSUM-CAT-SUM TO SSUM-SCANNED-TOTAL.
           MOVE WS-SSUM-EXCP-SUM TO SSUM-OPEN-EXCP-TOTAL.
           PERFORM 5900-WRITE-SEASON-RECORD THRU 5900-EXIT.
           CLOSE DAY1-SEASON-SUMMARY-FILE.
       5000-EXIT.
           EXIT.

       5100-WRITE-DEPOT.
           MOVE SPACES TO DAY1-SEASON-SUMMARY-RECORD.
           SET SSUM-DEPOT TO TRUE.
           MOVE WS-SEASON-ID TO SSUM-SEASON-ID.
           MOVE WS-DEP-CODE (WS-DEP-IX) TO SSUM-DEPOT-CODE.
           MOVE WS-DEP-NIGHTS (WS-DEP-IX) TO SSUM-DEPOT-NIGHTS.
           MOVE WS-DEP-TOTAL (WS-DEP-IX) TO SSUM-DEPOT-TOTAL.
           PERFORM 5900-WRITE-SEASON-RECORD THRU 5900-EXIT.
           ADD 1 TO WS-SSUM-DETAIL-COUNT.
           ADD WS-DEP-TOTAL (WS-DEP-IX) TO WS-SSUM-DEPOT-SUM.
           MOVE WS-DEP-CODE (WS-DEP-IX) TO DEPD-DEPOT.
           MOVE WS-DEP-NIGHTS (WS-DEP-IX) TO DEPD-NIGHTS.
           MOVE WS-DEP-TOTAL (WS-DEP-IX) TO DEPD-TOTAL.
           MOVE WS-DEPOT-DETAIL TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
       5100-EXIT.
           EXIT.

       5200-WRITE-CATEGORY.
           MOVE SPACES TO DAY1-SEASON-SUMMARY-RECORD.
           SET SSUM-CATEGORY TO TRUE.
           MOVE WS-SEASON-ID TO SSUM-SEASON-ID.
           MOVE WS-CAT-CODE (WS-CAT-IX) TO SSUM-CATEGORY-CODE.
           MOVE WS-CAT-ITEMS (WS-CAT-IX) TO SSUM-CAT-ITEMS.
           MOVE WS-CAT-CALORIES (WS-CAT-IX) TO SSUM-CAT-CALORIES.
           PERFORM 5900-WRITE-SEASON-RECORD THRU 5900-EXIT.
           ADD 1 TO WS-SSUM-DETAIL-COUNT.
           ADD WS-CAT-CALORIES (WS-CAT-IX) TO WS-SSUM-CAT-SUM.
           MOVE WS-CAT-CODE (WS-CAT-IX) TO CATD-CATEGORY.
           MOVE WS-CAT-ITEMS (WS-CAT-IX) TO CATD-ITEMS.
           MOVE WS-CAT-CALORIES (WS-CAT-IX) TO CATD-CALORIES.
           MOVE WS-CAT-DETAIL TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
       5200-EXIT.
           EXIT.

      *    THE 'OTHER' SLOT IS WRITTEN ONLY WHEN SOMETHING LANDED
      *    IN IT; THE KNOWN TYPES ALWAYS APPEAR, EVEN AT ZERO.
       5300-WRITE-XTYPE.
           IF WS-XTYPE-IX = WS-XTYPE-MAX
              AND WS-XTYPE-COUNT (WS-XTYPE-IX) = ZERO
               GO TO 5300-EXIT
           END-IF.
           MOVE SPACES TO DAY1-SEASON-SUMMARY-RECORD.
           SET SSUM-EXCEPTION TO TRUE.
           MOVE WS-SEASON-ID TO SSUM-SEASON-ID.
           MOVE WS-XTYPE-NAME (WS-XTYPE-IX) TO SSUM-EXCP-TYPE.
           MOVE WS-XTYPE-COUNT (WS-XTYPE-IX) TO SSUM-EXCP-OPEN-COUNT.
           PERFORM 5900-WRITE-SEASON-RECORD THRU 5900-EXIT.
           ADD 1 TO WS-SSUM-DETAIL-COUNT.
           ADD WS-XTYPE-COUNT (WS-XTYPE-IX) TO WS-SSUM-EXCP-SUM.
           MOVE WS-XTYPE-NAME (WS-XTYPE-IX) TO XTYD-TYPE.
           MOVE WS-XTYPE-COUNT (WS-XTYPE-IX) TO XTYD-COUNT.
           MOVE WS-XTYPE-DETAIL TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
       5300-EXIT.
           EXIT.

       5900-WRITE-SEASON-RECORD.
           WRITE DAY1-SEASON-SUMMARY-RECORD.
           IF WS-SSUM-STATUS NOT = '00'
               MOVE 'DAY1SSUM' TO WS-ABEND-FILE-ID
               MOVE WS-SSUM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9100-ABEND-WRITE-ERROR
           END-IF.
       5900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5500-READ-BACK-ARCHIVES - EVERY ARCHIVE IS CLOSED BY NOW.
      *  OPEN EACH AGAIN FOR INPUT AND RECOUNT IT, AND RE-ADD THE
      *  ELFTOTM TOTALS FROM DAY1STOT, SO THE PROOF IS OF WHAT
      *  LANDED ON THE ARCHIVE RATHER THAN WHAT WAS WRITTEN TO IT.
      *-----------------------------------------------------------*
       5500-READ-BACK-ARCHIVES.
           OPEN INPUT SEAS-TOTM-ARCHIVE.
           IF WS-STOT-STATUS NOT = '00'
               MOVE 'DAY1STOT' TO WS-ABEND-FILE-ID
               MOVE WS-STOT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 5510-REREAD-STOT THRU 5510-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SEAS-TOTM-ARCHIVE.
           OPEN INPUT SEAS-CATR-ARCHIVE.
           IF WS-SCAT-STATUS NOT = '00'
               MOVE 'DAY1SCAT' TO WS-ABEND-FILE-ID
               MOVE WS-SCAT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 5520-REREAD-SCAT THRU 5520-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SEAS-CATR-ARCHIVE.
           OPEN INPUT SEAS-CMPL-ARCHIVE.
           IF WS-SCMP-STATUS NOT = '00'
               MOVE 'DAY1SCMP' TO WS-ABEND-FILE-ID
               MOVE WS-SCMP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 5530-REREAD-SCMP THRU 5530-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SEAS-CMPL-ARCHIVE.
           OPEN INPUT SEAS-RUNH-ARCHIVE.
           IF WS-SRUN-STATUS NOT = '00'
               MOVE 'DAY1SRUN' TO WS-ABEND-FILE-ID
               MOVE WS-SRUN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 5540-REREAD-SRUN THRU 5540-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SEAS-RUNH-ARCHIVE.
           OPEN INPUT SEAS-EXCP-ARCHIVE.
           IF WS-SEXC-STATUS NOT = '00'
               MOVE 'DAY1SEXC' TO WS-ABEND-FILE-ID
               MOVE WS-SEXC-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 5550-REREAD-SEXC THRU 5550-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SEAS-EXCP-ARCHIVE.
           OPEN INPUT SEAS-OUTL-ARCHIVE.
           IF WS-SOUT-STATUS NOT = '00'
               MOVE 'DAY1SOUT' TO WS-ABEND-FILE-ID
               MOVE WS-SOUT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 5560-REREAD-SOUT THRU 5560-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE SEAS-OUTL-ARCHIVE.
       5500-EXIT.
           EXIT.

       5510-REREAD-STOT.
           READ SEAS-TOTM-ARCHIVE INTO WS-STOT-IMAGE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5510-EXIT
           END-READ.
           ADD 1 TO WS-STOT-REREAD.
           ADD STOT-TOTAL TO WS-STOT-REREAD-CALORIES.
       5510-EXIT.
           EXIT.

       5520-REREAD-SCAT.
           READ SEAS-CATR-ARCHIVE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5520-EXIT
           END-READ.
           ADD 1 TO WS-SCAT-REREAD.
       5520-EXIT.
           EXIT.

       5530-REREAD-SCMP.
           READ SEAS-CMPL-ARCHIVE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5530-EXIT
           END-READ.
           ADD 1 TO WS-SCMP-REREAD.
       5530-EXIT.
           EXIT.

       5540-REREAD-SRUN.
           READ SEAS-RUNH-ARCHIVE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5540-EXIT
           END-READ.
           ADD 1 TO WS-SRUN-REREAD.
       5540-EXIT.
           EXIT.

       5550-REREAD-SEXC.
           READ SEAS-EXCP-ARCHIVE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5550-EXIT
           END-READ.
           ADD 1 TO WS-SEXC-REREAD.
       5550-EXIT.
           EXIT.

       5560-REREAD-SOUT.
           READ SEAS-OUTL-ARCHIVE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5560-EXIT
           END-READ.
           ADD 1 TO WS-SOUT-REREAD.
       5560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5600-READ-BACK-SEASON-FILE - OPEN DAY1SSUM AGAIN FOR INPUT
      *  AND RE-ADD ITS DETAIL RECORDS BY TYPE, KEEPING THE TRAILER
      *  THEY MUST BALANCE TO.  THE HEADER AND TRAILER ARE COUNTED
      *  TOGETHER; A SOUND FILE HAS EXACTLY ONE OF EACH.
      *-----------------------------------------------------------*
       5600-READ-BACK-SEASON-FILE.
           OPEN INPUT DAY1-SEASON-SUMMARY-FILE.
           IF WS-SSUM-STATUS NOT = '00'
               MOVE 'DAY1SSUM' TO WS-ABEND-FILE-ID
               MOVE WS-SSUM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-END-OF-FILE TO FALSE.
           PERFORM 5610-REREAD-SSUM THRU 5610-EXIT
               UNTIL WS-END-OF-FILE.
           CLOSE DAY1-SEASON-SUMMARY-FILE.
       5600-EXIT.
           EXIT.

       5610-REREAD-SSUM.
           READ DAY1-SEASON-SUMMARY-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
                   GO TO 5610-EXIT
           END-READ.
           EVALUATE TRUE
               WHEN SSUM-HEADER
                   ADD 1 TO WS-SSUM-ENDS-REREAD
               WHEN SSUM-TRAILER
                   ADD 1 TO WS-SSUM-ENDS-REREAD
                   MOVE SSUM-DETAIL-COUNT TO WS-TRL-DETAIL-COUNT
                   MOVE SSUM-ELF-COUNT TO WS-TRL-ELF-COUNT
                   MOVE SSUM-NET-TOTAL TO WS-TRL-NET-TOTAL
                   MOVE SSUM-DEPOT-NET-TOTAL TO WS-TRL-DEPOT-TOTAL
                   MOVE SSUM-SCANNED-TOTAL TO WS-TRL-SCANNED-TOTAL
                   MOVE SSUM-OPEN-EXCP-TOTAL TO WS-TRL-OPEN-EXCP-TOTAL
               WHEN SSUM-ELF
                   ADD 1 TO WS-SSUM-DETAIL-REREAD
                   ADD 1 TO WS-SSUM-ELF-REREAD
                   ADD SSUM-ELF-TOTAL TO WS-SSUM-ELF-SUM-REREAD
               WHEN SSUM-DEPOT
                   ADD 1 TO WS-SSUM-DETAIL-REREAD
                   ADD SSUM-DEPOT-TOTAL TO WS-SSUM-DEPOT-SUM-REREAD
               WHEN SSUM-CATEGORY
                   ADD 1 TO WS-SSUM-DETAIL-REREAD
                   ADD SSUM-CAT-CALORIES TO WS-SSUM-CAT-SUM-REREAD
               WHEN SSUM-EXCEPTION
                   ADD 1 TO WS-SSUM-DETAIL-REREAD
                   ADD SSUM-EXCP-OPEN-COUNT TO WS-SSUM-EXCP-SUM-REREAD
               WHEN OTHER
                   ADD 1 TO WS-SSUM-DETAIL-REREAD
           END-EVALUATE.
       5610-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-PROVE-BALANCE - EACH LINE SETS A FIGURE FROM THE LIVE
      *  FILES (OR THE SEASON-FILE TRAILER) AGAINST THE SAME FIGURE
      *  AS READ BACK: EVERY ARCHIVE AGAINST ITS LIVE FILE; THE
      *  SEASON FILE'S ELF, DEPOT, CATEGORY AND EXCEPTION RECORDS
      *  AGAINST ELFTOTM, THE SEASON ITEMS AND THE LIVE LISTINGS;
      *  AND THOSE RECORDS AGAINST THEIR OWN TRAILER.  IN-SEASON
      *  HISTORY NOT ON ELFTOTM, RECORDS OUTSIDE THE WINDOW AND
      *  TABLE OVERFLOWS MUST ALL BE ZERO.  ONE FAILED CHECK AND
      *  NOTHING IS RESET.
      *-----------------------------------------------------------*
       6000-PROVE-BALANCE.
           MOVE 'BALANCE OF THE ARCHIVES AND SEASON FILE READ BACK'
               TO SEC-TITLE.
           PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
           MOVE WS-BALANCE-COLUMNS TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           MOVE 'ELFTOTM RECORDS' TO BALD-LABEL.
           MOVE WS-TOTM-READ TO BALD-INPUT.
           MOVE WS-STOT-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'ELFTOTM CALORIES' TO BALD-LABEL.
           MOVE WS-TOTM-READ-CALORIES TO BALD-INPUT.
           MOVE WS-STOT-REREAD-CALORIES TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'DAY1CATR RECORDS' TO BALD-LABEL.
           MOVE WS-CATR-READ TO BALD-INPUT.
           MOVE WS-SCAT-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'DAY1CMPL RECORDS' TO BALD-LABEL.
           MOVE WS-CMPL-READ TO BALD-INPUT.
           MOVE WS-SCMP-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'DAY1RUNH RECORDS' TO BALD-LABEL.
           MOVE WS-RUNH-READ TO BALD-INPUT.
           MOVE WS-SRUN-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'DAY1EXCP RECORDS' TO BALD-LABEL.
           MOVE WS-EXCP-READ TO BALD-INPUT.
           MOVE WS-SEXC-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'DAY1OUTL RECORDS' TO BALD-LABEL.
           MOVE WS-OUTL-READ TO BALD-INPUT.
           MOVE WS-SOUT-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'ELF NET CALORIES' TO BALD-LABEL.
           MOVE WS-TOTM-SEASON-CALORIES TO BALD-INPUT.
           MOVE WS-SSUM-ELF-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'DEPOT NET CALORIES' TO BALD-LABEL.
           MOVE WS-TOTM-SEASON-CALORIES TO BALD-INPUT.
           MOVE WS-SSUM-DEPOT-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'CATEGORY CALORIES' TO BALD-LABEL.
           MOVE WS-ITEMS-SCANNED-CALORIES TO BALD-INPUT.
           MOVE WS-SSUM-CAT-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           COMPUTE WS-LIVE-EXCP-TOTAL = WS-EXCP-READ + WS-OUTL-READ.
           MOVE 'OPEN EXCEPTIONS' TO BALD-LABEL.
           MOVE WS-LIVE-EXCP-TOTAL TO BALD-INPUT.
           MOVE WS-SSUM-EXCP-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'HEADER AND TRAILER' TO BALD-LABEL.
           MOVE 2 TO BALD-INPUT.
           MOVE WS-SSUM-ENDS-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'TRAILER DETAIL COUNT' TO BALD-LABEL.
           MOVE WS-TRL-DETAIL-COUNT TO BALD-INPUT.
           MOVE WS-SSUM-DETAIL-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'TRAILER ELF COUNT' TO BALD-LABEL.
           MOVE WS-TRL-ELF-COUNT TO BALD-INPUT.
           MOVE WS-SSUM-ELF-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'TRAILER NET TOTAL' TO BALD-LABEL.
           MOVE WS-TRL-NET-TOTAL TO BALD-INPUT.
           MOVE WS-SSUM-ELF-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'TRAILER DEPOT TOTAL' TO BALD-LABEL.
           MOVE WS-TRL-DEPOT-TOTAL TO BALD-INPUT.
           MOVE WS-SSUM-DEPOT-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'TRAILER SCANNED TOTAL' TO BALD-LABEL.
           MOVE WS-TRL-SCANNED-TOTAL TO BALD-INPUT.
           MOVE WS-SSUM-CAT-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'TRAILER OPEN EXCP' TO BALD-LABEL.
           MOVE WS-TRL-OPEN-EXCP-TOTAL TO BALD-INPUT.
           MOVE WS-SSUM-EXCP-SUM-REREAD TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'HISTORY NOT ON ELFTOTM' TO BALD-LABEL.
           MOVE WS-TOTS-UNMATCHED TO BALD-INPUT.
           MOVE ZERO TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'ELFTOTM OUTSIDE SEASON' TO BALD-LABEL.
           MOVE WS-TOTM-OUTSIDE-COUNT TO BALD-INPUT.
           MOVE ZERO TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'DEPOT TABLE OVERFLOW' TO BALD-LABEL.
           MOVE WS-DEP-OVERFLOW-COUNT TO BALD-INPUT.
           MOVE ZERO TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           MOVE 'CATEGORY OVERFLOW' TO BALD-LABEL.
           MOVE WS-CAT-OVERFLOW-COUNT TO BALD-INPUT.
           MOVE ZERO TO BALD-OUTPUT.
           PERFORM 6100-WRITE-BALANCE-LINE THRU 6100-EXIT.
           IF NOT WS-BALANCED
               DISPLAY 'DAY1SCLS - THE ARCHIVES OR SEASON FILE AS READ '
                   'BACK DO NOT BALANCE TO THE LIVE INPUTS - SEE '
                   'DAY1SRPT - NOTHING RESET'
               MOVE 16 TO RETURN-CODE
               GO TO 6000-EXIT
           END-IF.
           IF WS-SPLIT-UNRESOLVED > ZERO
              OR WS-ITEMS-NONNUM > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       6000-EXIT.
           EXIT.

      *    BALD-INPUT AND BALD-OUTPUT ARE EDITED, SO THE TWO SIDES
      *    ARE COMPARED ON THE PRINT LINE ITSELF.
       6100-WRITE-BALANCE-LINE.
           IF BALD-INPUT = BALD-OUTPUT
               MOVE 'OK' TO BALD-RESULT
           ELSE
               MOVE 'FAILED' TO BALD-RESULT
               SET WS-BALANCED TO FALSE
           END-IF.
           MOVE WS-BALANCE-DETAIL TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
       6100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-RESET-FILES - THE SEASON BALANCES, SO EMPTY EVERY
      *  ACCUMULATING FILE FOR THE NEW SEASON.  A FILE THAT WILL
      *  NOT RESET IS NAMED AND THE RUN ENDS RC=16 - ITS SEASON
      *  ARCHIVE IS COMPLETE, SO NOTHING IS LOST, BUT THE RESET
      *  MUST BE FINISHED BY HAND BEFORE THE FIRST NIGHT.
      *-----------------------------------------------------------*
       7000-RESET-FILES.
           OPEN OUTPUT DAY1-CATEGORY-FILE.
           IF WS-CATR-STATUS NOT = '00'
               MOVE 'DAY1CATR' TO WS-ABEND-FILE-ID
               MOVE WS-CATR-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 7900-RESET-FAILED
           END-IF.
           CLOSE DAY1-CATEGORY-FILE.
           OPEN OUTPUT DAY1-COMPLETENESS-FILE.
           IF WS-CMPL-STATUS NOT = '00'
               MOVE 'DAY1CMPL' TO WS-ABEND-FILE-ID
               MOVE WS-CMPL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 7900-RESET-FAILED
           END-IF.
           CLOSE DAY1-COMPLETENESS-FILE.
           OPEN OUTPUT DAY1-EXCEPTION-FILE.
           IF WS-EXCP-STATUS NOT = '00'
               MOVE 'DAY1EXCP' TO WS-ABEND-FILE-ID
               MOVE WS-EXCP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 7900-RESET-FAILED
           END-IF.
           CLOSE DAY1-EXCEPTION-FILE.
           OPEN OUTPUT DAY1-OUTLIER-FILE.
           IF WS-OUTL-STATUS NOT = '00'
               MOVE 'DAY1OUTL' TO WS-ABEND-FILE-ID
               MOVE WS-OUTL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 7900-RESET-FAILED
           END-IF.
           CLOSE DAY1-OUTLIER-FILE.
           OPEN OUTPUT ELF-TOTALS-MASTER.
           IF WS-TOTM-STATUS NOT = '00'
               MOVE 'ELFTOTM' TO WS-ABEND-FILE-ID
               MOVE WS-TOTM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 7900-RESET-FAILED
           END-IF.
           CLOSE ELF-TOTALS-MASTER.
      *    THE RUN HISTORY GOES LAST; THIS RUN'S OWN RECORD, WRITTEN
      *    AT FINALIZE, THEN OPENS THE NEW SEASON'S HISTORY.
           OPEN OUTPUT DAY1-RUN-FILE.
           IF WS-RUNH-STATUS NOT = '00'
               MOVE 'DAY1RUNH' TO WS-ABEND-FILE-ID
               MOVE WS-RUNH-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 7900-RESET-FAILED
           END-IF.
           CLOSE DAY1-RUN-FILE.
           SET WS-FILES-RESET TO TRUE.
           GO TO 7000-EXIT.
       7900-RESET-FAILED.
           DISPLAY 'DAY1SCLS - UNABLE TO RESET ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS ' - ITS '
               'SEASON ARCHIVE IS COMPLETE; FINISH THE RESET BY '
               'HAND BEFORE THE FIRST NIGHT OF THE NEW SEASON'.
           MOVE 16 TO RETURN-CODE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7900-WRITE-SECTION - BLANK LINE THEN THE SECTION TITLE.
      *-----------------------------------------------------------*
       7900-WRITE-SECTION.
           MOVE SPACES TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           MOVE WS-SECTION-HEADING TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
       7900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - THE SOURCE COUNTS, WHETHER THE FILES WERE
      *  RESET, AND THE RUN-CONTROL RECORD.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE 'SOURCE COUNTS' TO SEC-TITLE.
           PERFORM 7900-WRITE-SECTION THRU 7900-EXIT.
           MOVE 'ELVES SUMMARIZED' TO CNT-LABEL.
           MOVE WS-SSUM-ELF-COUNT TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE 'HISTORY RECORDS READ' TO CNT-LABEL.
           MOVE WS-TOTS-READ TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE 'HISTORY NOT ON ELFTOTM' TO CNT-LABEL.
           MOVE WS-TOTS-UNMATCHED TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE 'DEPOT SPLIT UNPROVED' TO CNT-LABEL.
           MOVE WS-SPLIT-UNRESOLVED TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE 'INVENTORY ITEMS READ' TO CNT-LABEL.
           MOVE WS-ITEMS-READ TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE 'ITEMS OUTSIDE SEASON' TO CNT-LABEL.
           MOVE WS-ITEMS-OUTSIDE TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE 'ITEMS NON-NUMERIC' TO CNT-LABEL.
           MOVE WS-ITEMS-NONNUM TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE 'ITEMS SUMMARIZED' TO CNT-LABEL.
           MOVE WS-ITEMS-SCANNED TO CNT-VALUE.
           PERFORM 8100-WRITE-COUNT THRU 8100-EXIT.
           MOVE SPACES TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
           IF WS-FILES-RESET
               MOVE 'LIVE FILES RESET FOR THE NEW SEASON'
                   TO DAY1-SEASON-REPORT-LINE
           ELSE
               MOVE 'LIVE FILES NOT RESET - SEE MESSAGES ABOVE'
                   TO DAY1-SEASON-REPORT-LINE
           END-IF.
           WRITE DAY1-SEASON-REPORT-LINE.
           CLOSE DAY1-SEASON-REPORT-FILE.
           DISPLAY 'DAY1SCLS - SEASON ' WS-SEASON-ID ' - '
               WS-SSUM-ELF-COUNT ' ELVES, NET ' WS-SSUM-ELF-SUM
               ', ' WS-SSUM-EXCP-SUM ' OPEN EXCEPTIONS'.
           IF WS-FILES-RESET
               DISPLAY 'DAY1SCLS - LIVE FILES RESET FOR THE NEW '
                   'SEASON'
           END-IF.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
       8000-EXIT.
           EXIT.

       8100-WRITE-COUNT.
           MOVE WS-REPORT-COUNT TO DAY1-SEASON-REPORT-LINE.
           WRITE DAY1-SEASON-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8300-WRITE-RUN-RECORD - APPEND THE RUN-CONTROL AUDIT
      *  RECORD.  SELF-CONTAINED (OPEN/WRITE/CLOSE) SO THE ABEND
      *  PATH CAN CALL IT TOO; A HISTORY-FILE PROBLEM ONLY WARNS.
      *  AFTER A RESET THIS IS THE FIRST RECORD OF THE NEW SEASON.
      *-----------------------------------------------------------*
       8300-WRITE-RUN-RECORD.
           OPEN EXTEND DAY1-RUN-FILE.
           IF WS-RUNH-STATUS NOT = '00'
               DISPLAY 'DAY1SCLS - RUN-HISTORY FILE UNAVAILABLE - '
                   'STATUS ' WS-RUNH-STATUS ' - RUN NOT RECORDED'
               GO TO 8300-EXIT
           END-IF.
           ACCEPT WS-END-TIME-RAW FROM TIME.
           MOVE 'DAY1SCLS' TO RUN-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-START-TIME-HHMMSS TO RUN-START-TIME.
           MOVE WS-END-TIME-HHMMSS TO RUN-END-TIME.
           COMPUTE RUN-RECORDS-READ = WS-TOTM-READ + WS-ITEMS-READ.
           MOVE WS-SSUM-ELF-COUNT TO RUN-ELVES-TOTALED.
           MOVE WS-EXCP-READ TO RUN-EXCP-COUNT.
           MOVE WS-OUTL-READ TO RUN-OUTL-COUNT.
           MOVE 'N' TO RUN-RESTART-FLAG.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           MOVE ZERO TO RUN-BUSINESS-DATE.
           MOVE 'N' TO RUN-OVERRIDE-FLAG.
           MOVE SPACES TO RUN-OVERRIDE-AUTH.
           MOVE SPACES TO RUN-OVERRIDE-REASON.
           WRITE DAY1-RUN-RECORD.
           CLOSE DAY1-RUN-FILE.
       8300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  NOTHING HAS BEEN RESET AT THIS POINT.  DISPLAY
      *  THE STATUS AND END THE RUN ABNORMALLY SO THE JCL
      *  CONDITION-CODE CHECK IN DAY1CJOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1SCLS - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS
               ' - NOTHING RESET'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  9100-ABEND-WRITE-ERROR - AN ARCHIVE OR SEASON-FILE WRITE
      *  FAILED.  THE ARCHIVE CANNOT BE TRUSTED, SO NOTHING IS
      *  RESET.
      *-----------------------------------------------------------*
       9100-ABEND-WRITE-ERROR.
           DISPLAY 'DAY1SCLS - WRITE FAILED ON ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS
               ' - NOTHING RESET'.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.
