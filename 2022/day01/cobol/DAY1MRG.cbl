      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1MRG.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1MRG COMBINES THE PARTITIONS OF A SPLIT NIGHT - SEVERAL
      *  DAY1 RUNS, EACH TOTALING ONE ELF-ID SLICE OF THE MASTER
      *  (DAY1XJOB) - INTO THE SINGLE SET OF FILES DAY1ADJ AND
      *  DAY1RPT READ AFTER A SINGLE-PASS DAY1: THE WORK FILE, THE
      *  EXCEPTION/OUTLIER/COMPLETENESS LISTINGS, THE CATEGORY
      *  LISTING WITH ONE SET OF FLEET LINES FOR THE NIGHT, AND ONE
      *  DAY1CTL CONTROL RECORD WITH A RE-RANKED TOP-N TABLE.
      *
      *  NOTHING IS MERGED UNTIL THE PARTITIONS ARE PROVEN TO HAVE
      *  COVERED THE MASTER EXACTLY ONCE:
      *    - EVERY PARTITION CONTROL RECORD IS FOR TONIGHT'S
      *      BUSINESS DATE (A PARTITION THAT DID NOT FINISH LEAVES
      *      AN OLDER RECORD BEHIND);
      *    - THE SLICES, IN ELF-ID ORDER, RUN FROM 00000 TO 99999
      *      WITH NO GAP AND NO OVERLAP;
      *    - EACH PARTITION'S RECORD COUNT EQUALS THE MASTER RECORDS
      *      COUNTED HERE IN ITS SLICE, SO THE PARTITION COUNTS ADD
      *      UP TO THE WHOLE MASTER;
      *    - EVERY WORK RECORD FALLS IN ITS PARTITION'S SLICE AND
      *      EACH PARTITION'S WORK TOTALS ADD UP TO ITS NET TOTAL.
      *  A PROOF FAILURE ENDS THE RUN RC=16 WITH THE CARRIED-
      *  FORWARD LISTINGS UNTOUCHED AND THE CALENDAR SLOT OPEN, SO
      *  THE NIGHT STOPS HERE UNTIL THE BAD PARTITION IS RERUN.
      *
      *  ON A SPLIT NIGHT THIS PROGRAM, NOT THE PARTITIONS, OWNS
      *  THE DAY1 SLOT ON THE PROCESSING CALENDAR.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PART-CONTROL-FILE
               ASSIGN TO DAY1CTLI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTLI-STATUS.

           SELECT ELF-INVENTORY-FILE
               ASSIGN TO ELFINVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS ELF-INV-KEY
               FILE STATUS IS WS-ELFINV-STATUS.

           SELECT PART-WORK-FILE
               ASSIGN TO DAY1WKIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WKIN-STATUS.

           SELECT PART-EXCEPTION-FILE
               ASSIGN TO DAY1EXIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXIN-STATUS.

           SELECT PART-OUTLIER-FILE
               ASSIGN TO DAY1OLIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OLIN-STATUS.

           SELECT PART-COMPLETENESS-FILE
               ASSIGN TO DAY1CMIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMIN-STATUS.

           SELECT PART-CATEGORY-FILE
               ASSIGN TO DAY1CRIN
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CRIN-STATUS.

           SELECT DAY1-CONTROL-FILE
               ASSIGN TO DAY1CTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-STATUS.

           SELECT DAY1-WORK-FILE
               ASSIGN TO DAY1WORK
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WORK-STATUS.

           SELECT DAY1-EXCEPTION-FILE
               ASSIGN TO DAY1EXCP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXCP-STATUS.

           SELECT DAY1-OUTLIER-FILE
               ASSIGN TO DAY1OUTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OUTL-STATUS.

           SELECT DAY1-COMPLETENESS-FILE
               ASSIGN TO DAY1CMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPL-STATUS.

           SELECT DAY1-CATEGORY-FILE
               ASSIGN TO DAY1CATR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATR-STATUS.

           SELECT DAY1-MERGE-REPORT-FILE
               ASSIGN TO DAY1MRGP
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MRGP-STATUS.

           SELECT DAY1-RUN-FILE
               ASSIGN TO DAY1RUNH
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

       DATA DIVISION.

       FILE SECTION.
           FD  PART-CONTROL-FILE
               RECORD CONTAINS 500 CHARACTERS.
           COPY DAY1CTLT REPLACING ==DAY1-CONTROL-RECORD==
                                BY ==PART-CONTROL-RECORD==.

           FD  ELF-INVENTORY-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFINV.

           FD  PART-WORK-FILE
               RECORD CONTAINS 24 CHARACTERS.
           COPY ELFTOTW.

           FD  PART-EXCEPTION-FILE
               RECORD CONTAINS 28 CHARACTERS.
           01  PART-EXCEPTION-RECORD         PIC X(28).

           FD  PART-OUTLIER-FILE
               RECORD CONTAINS 28 CHARACTERS.
           01  PART-OUTLIER-RECORD           PIC X(28).

           FD  PART-COMPLETENESS-FILE
               RECORD CONTAINS 35 CHARACTERS.
           01  PART-COMPLETENESS-RECORD      PIC X(35).

           FD  PART-CATEGORY-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  PART-CATEGORY-RECORD          PIC X(80).

           FD  DAY1-CONTROL-FILE
               RECORD CONTAINS 500 CHARACTERS.
           COPY DAY1CTLT.

           FD  DAY1-WORK-FILE
               RECORD CONTAINS 24 CHARACTERS.
           01  DAY1-WORK-RECORD              PIC X(24).

           FD  DAY1-EXCEPTION-FILE
               RECORD CONTAINS 28 CHARACTERS.
           01  DAY1-EXCEPTION-RECORD         PIC X(28).

           FD  DAY1-OUTLIER-FILE
               RECORD CONTAINS 28 CHARACTERS.
           01  DAY1-OUTLIER-RECORD           PIC X(28).

           FD  DAY1-COMPLETENESS-FILE
               RECORD CONTAINS 35 CHARACTERS.
           01  DAY1-COMPLETENESS-RECORD      PIC X(35).

           FD  DAY1-CATEGORY-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-CATEGORY-REPORT-LINE     PIC X(80).

           FD  DAY1-MERGE-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-MERGE-REPORT-LINE        PIC X(80).

           FD  DAY1-RUN-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  DAY1-CALENDAR-FILE
               RECORD CONTAINS 50 CHARACTERS.
           COPY DAY1CAL.

           FD  DAY1-OVERRIDE-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1OVRD.

       WORKING-STORAGE SECTION.
       COPY DAY1TOPT.

       COPY DAY1CATL.

       01  WS-FILE-STATUSES.
           05  WS-CTLI-STATUS            PIC X(02).
           05  WS-ELFINV-STATUS          PIC X(02).
           05  WS-WKIN-STATUS            PIC X(02).
           05  WS-EXIN-STATUS            PIC X(02).
           05  WS-OLIN-STATUS            PIC X(02).
           05  WS-CMIN-STATUS            PIC X(02).
           05  WS-CRIN-STATUS            PIC X(02).
           05  WS-CTL-STATUS             PIC X(02).
           05  WS-WORK-STATUS            PIC X(02).
           05  WS-EXCP-STATUS            PIC X(02).
           05  WS-OUTL-STATUS            PIC X(02).
           05  WS-CMPL-STATUS            PIC X(02).
           05  WS-CATR-STATUS            PIC X(02).
           05  WS-MRGP-STATUS            PIC X(02).
           05  WS-RUNH-STATUS            PIC X(02).
           05  WS-CAL-STATUS             PIC X(02).
           05  WS-OVRD-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-CTLI-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CTLI-EOF           VALUE 'Y'.
           05  WS-ELFINV-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ELFINV-EOF         VALUE 'Y'.
           05  WS-WKIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-WKIN-EOF           VALUE 'Y'.
           05  WS-EXIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-EXIN-EOF           VALUE 'Y'.
           05  WS-OLIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-OLIN-EOF           VALUE 'Y'.
           05  WS-CMIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CMIN-EOF           VALUE 'Y'.
           05  WS-CRIN-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CRIN-EOF           VALUE 'Y'.
           05  WS-PROOF-SWITCH           PIC X(01) VALUE 'Y'.
               88  WS-COVERAGE-PROVEN    VALUE 'Y' FALSE 'N'.
           05  WS-PT-FOUND-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PT-FOUND           VALUE 'Y' FALSE 'N'.
           05  WS-SLOT-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-SLOT-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-CAT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CAT-FOUND          VALUE 'Y' FALSE 'N'.
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

      *    ONE ENTRY PER PARTITION CONTROL RECORD, KEPT IN FROM-ELF
      *    ORDER AS THEY ARE LOADED SO THE SLICES CAN BE WALKED END
      *    TO END.  THE MASTER AND WORK-FILE FIGURES ARE GATHERED
      *    HERE AGAINST THE FIGURES EACH PARTITION REPORTED.
       01  WS-PARTITION-TABLE.
           05  WS-PT-MAX                 PIC 9(02) VALUE 10.
           05  WS-PT-COUNT               PIC 9(02) VALUE ZERO.
           05  WS-PT-IX                  PIC 9(02).
           05  WS-PT-JX                  PIC 9(02).
           05  WS-PT-POS                 PIC 9(02).
           05  WS-PT-HIT-IX              PIC 9(02) VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 10 TIMES.
               10  WS-PT-FROM-ELF        PIC 9(05).
               10  WS-PT-TO-ELF          PIC 9(05).
               10  WS-PT-BUSINESS-DATE   PIC 9(08).
               10  WS-PT-CTL-RECORDS     PIC 9(09).
               10  WS-PT-MAST-RECORDS    PIC 9(09).
               10  WS-PT-ELF-COUNT       PIC 9(07).
               10  WS-PT-SCANS-IN        PIC 9(11).
               10  WS-PT-ISSUES-OUT      PIC 9(11).
               10  WS-PT-NET-TOTAL       PIC 9(11).
               10  WS-PT-WORK-TOTAL      PIC 9(11).
               10  WS-PT-ISSUES-APPLIED  PIC 9(07).
               10  WS-PT-ISSUES-UNMATCH  PIC 9(07).
               10  WS-PT-STATUS          PIC X(22).
               10  WS-PT-TOP-N-ACTUAL    PIC 9(03).
               10  WS-PT-TOP-ENTRY OCCURS 20 TIMES.
                   15  WS-PT-TOP-ELF-ID  PIC 9(05).
                   15  WS-PT-TOP-DATE    PIC X(08).
                   15  WS-PT-TOP-TOTAL   PIC 9(07).

      *    THE NEXT ELF-ID THE SLICES MUST START AT WHILE THEY ARE
      *    WALKED - ONE PAST 99999 ONCE THE LAST SLICE ENDS THERE.
       01  WS-EXPECTED-FROM-ELF          PIC 9(06) VALUE ZERO.

      *    THE ELF-ID BEING PLACED IN A SLICE BY 3200-FIND-SLICE.
       01  WS-SLICE-ELF-ID               PIC 9(05).

      *    THE NIGHT'S FLEET CATEGORY TOTALS, SUMMED FROM THE
      *    PARTITIONS' OWN FLEET LINES.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-MAX                PIC 9(02) VALUE 20.
           05  WS-CAT-COUNT              PIC 9(02) VALUE ZERO.
           05  WS-CAT-IX                 PIC 9(02).
           05  WS-CAT-FOUND-IX           PIC 9(02).
           05  WS-CAT-ENTRY OCCURS 20 TIMES.
               10  WS-CAT-CODE           PIC X(02).
               10  WS-CAT-FLEET-TOT      PIC 9(09).

       01  WS-CATR-LINE                  PIC X(80).
       01  WS-CATR-FIELDS REDEFINES WS-CATR-LINE.
           05  CATW-SCOPE                PIC X(05).
           05  FILLER                    PIC X(02).
           05  CATW-ELF-ID               PIC X(05).
           05  FILLER                    PIC X(02).
           05  CATW-DATE                 PIC X(08).
           05  FILLER                    PIC X(02).
           05  CATW-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(02).
           05  CATW-TOTAL                PIC X(09).
           05  FILLER                    PIC X(43).

       01  WS-COUNTERS-AND-TOTALS.
           05  WS-MASTER-COUNT           PIC 9(09) VALUE ZERO.
           05  WS-UNCOVERED-COUNT        PIC 9(09) VALUE ZERO.
           05  WS-CTL-RECORDS-SUM        PIC 9(09) VALUE ZERO.
           05  WS-WORK-COUNT             PIC 9(09) VALUE ZERO.
           05  WS-WORK-STRAY-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-STALE-COUNT            PIC 9(02) VALUE ZERO.
           05  WS-RANGE-ERROR-COUNT      PIC 9(02) VALUE ZERO.
           05  WS-EXCP-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-OUTL-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-CMPL-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-CATR-ELF-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-CATR-FLEET-IN-COUNT    PIC 9(07) VALUE ZERO.
           05  WS-CATR-FLEET-OUT-COUNT   PIC 9(07) VALUE ZERO.
           05  WS-CAT-OVERFLOW-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-CAT-WORK-TOTAL         PIC 9(09).
           05  WS-ELF-COUNT              PIC 9(07) VALUE ZERO.
           05  WS-SCANS-IN-TOTAL         PIC 9(11) VALUE ZERO.
           05  WS-ISSUES-OUT-TOTAL       PIC 9(11) VALUE ZERO.
           05  WS-NET-TOTAL              PIC 9(11) VALUE ZERO.
           05  WS-ISSUES-APPLIED         PIC 9(07) VALUE ZERO.
           05  WS-ISSUES-UNMATCHED       PIC 9(07) VALUE ZERO.
           05  WS-TOP-N-ACTUAL           PIC 9(03) VALUE ZERO.
           05  WS-TOP-IX                 PIC 9(03).
           05  WS-INSERT-IX              PIC 9(03).
           05  WS-SHIFT-IX               PIC 9(03).

      *    THE CANDIDATE BEING RANKED INTO THE MERGED TOP-N TABLE.
       01  WS-CANDIDATE.
           05  WS-CAND-ELF-ID            PIC 9(05).
           05  WS-CAND-DATE              PIC X(08).
           05  WS-CAND-TOTAL             PIC 9(07).

      *    PROCESSING-CALENDAR CONTROL.  ON A SPLIT NIGHT THIS
      *    PROGRAM HOLDS THE DAY1 SLOT IN PLACE OF THE PARTITIONS.
       01  WS-CALENDAR-CONTROL.
           05  WS-CAL-STEP-NO            PIC 9(01) VALUE 2.
           05  WS-CAL-PRIOR-STEP         PIC 9(01) VALUE 1.
           05  WS-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                         PIC X(08).
           05  WS-CAL-REFUSAL            PIC X(50) VALUE SPACES.
           05  WS-OVRD-DATE              PIC X(08) VALUE SPACES.
           05  WS-OVRD-AUTH              PIC X(08) VALUE SPACES.
           05  WS-OVRD-REASON            PIC X(40) VALUE SPACES.

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
           05  FILLER                    PIC X(40) VALUE
               'DAY1MRG PARTITION MERGE - BUSINESS DATE '.
           05  HDG-BUSINESS-DATE         PIC 9(08).
           05  FILLER                    PIC X(06) VALUE '  RUN '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(18) VALUE SPACES.

       01  WS-COLUMN-HEADING.
           05  FILLER                    PIC X(14) VALUE 'FROM   THRU'.
           05  FILLER                    PIC X(11) VALUE
               'CTL RECORDS'.
           05  FILLER                    PIC X(12) VALUE
               ' MASTER RECS'.
           05  FILLER                    PIC X(09) VALUE
               '   GROUPS'.
           05  FILLER                    PIC X(14) VALUE
               '  NET CALORIES'.
           05  FILLER                    PIC X(20) VALUE '  STATUS'.

       01  WS-PARTITION-DETAIL.
           05  PRTD-FROM-ELF             PIC 9(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PRTD-TO-ELF               PIC 9(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PRTD-CTL-RECORDS          PIC Z(08)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PRTD-MAST-RECORDS         PIC Z(08)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PRTD-ELF-COUNT            PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PRTD-NET-TOTAL            PIC Z(10)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  PRTD-STATUS               PIC X(22).

       01  WS-TOP-HEADING.
           05  FILLER                    PIC X(40) VALUE
               'MERGED TOP-N     RANK  ELF-ID  DATE    '.
           05  FILLER                    PIC X(40) VALUE
               '    CALORIES'.

       01  WS-TOP-DETAIL.
           05  FILLER                    PIC X(17) VALUE SPACES.
           05  TOPD-RANK                 PIC ZZ9.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  TOPD-ELF-ID               PIC 9(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TOPD-DATE                 PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TOPD-TOTAL                PIC Z(06)9.
           05  FILLER                    PIC X(33) VALUE SPACES.

       01  WS-REPORT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-COUNT                 PIC Z(10)9.
           05  FILLER                    PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-LOAD-PARTITIONS THRU 2000-EXIT.
           PERFORM 2500-CHECK-SLICES THRU 2500-EXIT.
           PERFORM 3000-COUNT-MASTER THRU 3000-EXIT.
           PERFORM 4000-MERGE-WORK THRU 4000-EXIT.
           PERFORM 4500-PROVE-PARTITIONS THRU 4500-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT.
           IF WS-COVERAGE-PROVEN
               PERFORM 5000-MERGE-LISTINGS THRU 5000-EXIT
               PERFORM 6000-MERGE-TOP-N THRU 6000-EXIT
               PERFORM 7000-WRITE-CONTROL-RECORD THRU 7000-EXIT
           END-IF.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - CHECK THE PROCESSING CALENDAR BEFORE
      *  ANYTHING IS OPENED FOR OUTPUT, THEN START THE REPORT.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           PERFORM 1050-INIT-TOP-ENTRY THRU 1050-EXIT
               VARYING DAY1-TOP-IX FROM 1 BY 1
               UNTIL DAY1-TOP-IX > DAY1-TOP-MAX.
           PERFORM 1900-CHECK-RUN-CALENDAR THRU 1900-EXIT.
           OPEN OUTPUT DAY1-MERGE-REPORT-FILE.
           IF WS-MRGP-STATUS NOT = '00'
               MOVE 'DAY1MRGP' TO WS-ABEND-FILE-ID
               MOVE WS-MRGP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-BUSINESS-DATE TO HDG-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
           MOVE SPACES TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
       1000-EXIT.
           EXIT.

       1050-INIT-TOP-ENTRY.
           MOVE ZERO TO TOP-ELF-ID (DAY1-TOP-IX).
           MOVE SPACES TO TOP-ELF-DATE (DAY1-TOP-IX).
           MOVE ZERO TO TOP-ELF-TOTAL (DAY1-TOP-IX).
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1900-CHECK-RUN-CALENDAR - THE SAME RULES DAY1 APPLIES TO A
      *  SINGLE PASS: REFUSED UNTIL DAY1LOAD HAS COMPLETED THE
      *  LATEST BUSINESS DATE, AND REFUSED ONCE THE DAY1 SLOT IS
      *  COMPLETE UNLESS AN AUTHORIZED OVERRIDE CARD NAMES THE
      *  DATE.  A SLOT LEFT STARTED BY A FAILED MERGE MAY RUN AGAIN
      *  WITHOUT ONE.
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
               MOVE 'DAY1LOAD HAS NOT COMPLETED THIS BUSINESS DATE'
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
      *  1920-FIND-LATEST-DATE - THE LAST KEY ON THE CALENDAR IS
      *  THE NIGHT IN PROGRESS.  ITS RECORD IS LEFT IN THE RECORD
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
               DISPLAY 'DAY1MRG - OVERRIDE CARD FOR ' WS-OVRD-DATE
                   ' DOES NOT MATCH BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           IF WS-OVRD-AUTH = SPACES
              OR WS-OVRD-REASON = SPACES
               DISPLAY 'DAY1MRG - OVERRIDE CARD LACKS AN AUTHORIZING '
                   'ID OR A REASON - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           SET WS-OVERRIDE-AUTHORIZED TO TRUE.
       1940-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1950-MARK-STEP-STARTED - THE SLOT STAYS 'O' UNTIL THE
      *  MERGE ENDS NORMALLY, SO A FAILED PROOF LEAVES IT OPEN FOR
      *  THE RERUN.  A RERUN UNDER OVERRIDE IS COUNTED.
      *-----------------------------------------------------------*
       1950-MARK-STEP-STARTED.
           MOVE 'O' TO CAL-STEP-STATUS (WS-CAL-STEP-NO).
           IF WS-OVERRIDE-USED
               ADD 1 TO CAL-OVERRIDE-COUNT
               MOVE WS-OVRD-AUTH TO CAL-LAST-OVERRIDE-AUTH
               DISPLAY 'DAY1MRG - RERUNNING BUSINESS DATE '
                   WS-BUSINESS-DATE ' UNDER OVERRIDE BY '
                   WS-OVRD-AUTH ' - ' WS-OVRD-REASON
           END-IF.
           MOVE 'DAY1MRG' TO CAL-LAST-PROGRAM.
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
      *  1990-REFUSE-RUN - THE CALENDAR SAYS THE MERGE MUST NOT
      *  RUN.  RC=12, NOTHING TOUCHED.
      *-----------------------------------------------------------*
       1990-REFUSE-RUN.
           DISPLAY 'DAY1MRG - RUN REFUSED BY PROCESSING CALENDAR - '
               WS-CAL-REFUSAL.
           DISPLAY 'DAY1MRG - BUSINESS DATE ' WS-BUSINESS-DATE
               ' - NOTHING WAS MERGED'.
           IF WS-CALENDAR-OPEN
               CLOSE DAY1-CALENDAR-FILE
           END-IF.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  2000-LOAD-PARTITIONS - ONE CONTROL RECORD PER PARTITION,
      *  INSERTED INTO THE TABLE IN FROM-ELF ORDER.  A RECORD FOR
      *  ANY OTHER BUSINESS DATE IS A PARTITION THAT DID NOT FINISH
      *  TONIGHT.
      *-----------------------------------------------------------*
       2000-LOAD-PARTITIONS.
           OPEN INPUT PART-CONTROL-FILE.
           IF WS-CTLI-STATUS NOT = '00'
               MOVE 'DAY1CTLI' TO WS-ABEND-FILE-ID
               MOVE WS-CTLI-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 2090-READ-PART-CONTROL THRU 2090-EXIT.
           PERFORM 2100-STORE-PARTITION THRU 2100-EXIT
               UNTIL WS-CTLI-EOF.
           CLOSE PART-CONTROL-FILE.
           IF WS-PT-COUNT = ZERO
               DISPLAY 'DAY1MRG - NO PARTITION CONTROL RECORDS - '
                   'NOTHING TO MERGE'
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
       2000-EXIT.
           EXIT.

       2090-READ-PART-CONTROL.
           READ PART-CONTROL-FILE
               AT END
                   SET WS-CTLI-EOF TO TRUE
           END-READ.
       2090-EXIT.
           EXIT.

       2100-STORE-PARTITION.
           IF WS-PT-COUNT >= WS-PT-MAX
               DISPLAY 'DAY1MRG - MORE THAN ' WS-PT-MAX
                   ' PARTITION CONTROL RECORDS - MERGE REFUSED'
               SET WS-COVERAGE-PROVEN TO FALSE
               SET WS-CTLI-EOF TO TRUE
               GO TO 2100-EXIT
           END-IF.
           MOVE 1 TO WS-PT-POS.
           SET WS-SLOT-FOUND TO FALSE.
           PERFORM 2110-FIND-PART-SLOT THRU 2110-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
                  OR WS-SLOT-FOUND.
           IF NOT WS-SLOT-FOUND
               COMPUTE WS-PT-POS = WS-PT-COUNT + 1
           END-IF.
           ADD 1 TO WS-PT-COUNT.
           PERFORM 2120-SHIFT-PART-DOWN THRU 2120-EXIT
               VARYING WS-PT-JX FROM WS-PT-COUNT BY -1
               UNTIL WS-PT-JX <= WS-PT-POS.
           MOVE CTL-PART-FROM-ELF OF PART-CONTROL-RECORD
               TO WS-PT-FROM-ELF (WS-PT-POS).
           MOVE CTL-PART-TO-ELF OF PART-CONTROL-RECORD
               TO WS-PT-TO-ELF (WS-PT-POS).
           MOVE CTL-BUSINESS-DATE OF PART-CONTROL-RECORD
               TO WS-PT-BUSINESS-DATE (WS-PT-POS).
           MOVE CTL-RECORDS-READ OF PART-CONTROL-RECORD
               TO WS-PT-CTL-RECORDS (WS-PT-POS).
           MOVE ZERO TO WS-PT-MAST-RECORDS (WS-PT-POS).
           MOVE CTL-ELF-COUNT OF PART-CONTROL-RECORD
               TO WS-PT-ELF-COUNT (WS-PT-POS).
           MOVE CTL-SCANS-IN OF PART-CONTROL-RECORD
               TO WS-PT-SCANS-IN (WS-PT-POS).
           MOVE CTL-ISSUES-OUT OF PART-CONTROL-RECORD
               TO WS-PT-ISSUES-OUT (WS-PT-POS).
           MOVE CTL-NET-TOTAL OF PART-CONTROL-RECORD
               TO WS-PT-NET-TOTAL (WS-PT-POS).
           MOVE ZERO TO WS-PT-WORK-TOTAL (WS-PT-POS).
           MOVE CTL-ISSUES-APPLIED OF PART-CONTROL-RECORD
               TO WS-PT-ISSUES-APPLIED (WS-PT-POS).
           MOVE CTL-ISSUES-UNMATCHED OF PART-CONTROL-RECORD
               TO WS-PT-ISSUES-UNMATCH (WS-PT-POS).
           MOVE 'OK' TO WS-PT-STATUS (WS-PT-POS).
           MOVE CTL-TOP-N-ACTUAL OF PART-CONTROL-RECORD
               TO WS-PT-TOP-N-ACTUAL (WS-PT-POS).
           PERFORM 2130-STORE-PART-TOP THRU 2130-EXIT
               VARYING WS-TOP-IX FROM 1 BY 1
               UNTIL WS-TOP-IX > DAY1-TOP-MAX.
           IF WS-PT-BUSINESS-DATE (WS-PT-POS) NOT = WS-BUSINESS-DATE
               MOVE 'NOT TONIGHT - STALE' TO WS-PT-STATUS (WS-PT-POS)
               ADD 1 TO WS-STALE-COUNT
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
           PERFORM 2090-READ-PART-CONTROL THRU 2090-EXIT.
       2100-EXIT.
           EXIT.

       2110-FIND-PART-SLOT.
           IF CTL-PART-FROM-ELF OF PART-CONTROL-RECORD
                   < WS-PT-FROM-ELF (WS-PT-IX)
               MOVE WS-PT-IX TO WS-PT-POS
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
       2110-EXIT.
           EXIT.

       2120-SHIFT-PART-DOWN.
           MOVE WS-PT-ENTRY (WS-PT-JX - 1) TO WS-PT-ENTRY (WS-PT-JX).
       2120-EXIT.
           EXIT.

       2130-STORE-PART-TOP.
           MOVE CTL-TOP-ELF-ID OF PART-CONTROL-RECORD (WS-TOP-IX)
               TO WS-PT-TOP-ELF-ID (WS-PT-POS WS-TOP-IX).
           MOVE CTL-TOP-ELF-DATE OF PART-CONTROL-RECORD (WS-TOP-IX)
               TO WS-PT-TOP-DATE (WS-PT-POS WS-TOP-IX).
           MOVE CTL-TOP-ELF-TOTAL OF PART-CONTROL-RECORD (WS-TOP-IX)
               TO WS-PT-TOP-TOTAL (WS-PT-POS WS-TOP-IX).
       2130-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-CHECK-SLICES - WALK THE SLICES IN ELF-ID ORDER.  EACH
      *  MUST START ONE PAST WHERE THE LAST ONE ENDED - LATER IS A
      *  GAP NO PARTITION TOTALED, EARLIER IS AN OVERLAP TWO
      *  PARTITIONS BOTH TOTALED - AND THE LAST MUST END AT 99999.
      *-----------------------------------------------------------*
       2500-CHECK-SLICES.
           MOVE ZERO TO WS-EXPECTED-FROM-ELF.
           PERFORM 2510-CHECK-ONE-SLICE THRU 2510-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT.
           IF WS-PT-COUNT > ZERO
              AND WS-EXPECTED-FROM-ELF NOT = 100000
               DISPLAY 'DAY1MRG - NO PARTITION COVERS ELF-IDS FROM '
                   WS-EXPECTED-FROM-ELF ' THROUGH 99999'
               ADD 1 TO WS-RANGE-ERROR-COUNT
               MOVE 'ENDS SHORT OF 99999' TO WS-PT-STATUS (WS-PT-COUNT)
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
       2500-EXIT.
           EXIT.

       2510-CHECK-ONE-SLICE.
           IF WS-PT-FROM-ELF (WS-PT-IX) > WS-EXPECTED-FROM-ELF
               DISPLAY 'DAY1MRG - NO PARTITION COVERS ELF-IDS FROM '
                   WS-EXPECTED-FROM-ELF ' UP TO '
                   WS-PT-FROM-ELF (WS-PT-IX)
               ADD 1 TO WS-RANGE-ERROR-COUNT
               MOVE 'GAP BEFORE THIS SLICE' TO WS-PT-STATUS (WS-PT-IX)
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
           IF WS-PT-FROM-ELF (WS-PT-IX) < WS-EXPECTED-FROM-ELF
               DISPLAY 'DAY1MRG - SLICE ' WS-PT-FROM-ELF (WS-PT-IX)
                   '-' WS-PT-TO-ELF (WS-PT-IX)
                   ' OVERLAPS THE SLICE BEFORE IT'
               ADD 1 TO WS-RANGE-ERROR-COUNT
               MOVE 'OVERLAPS PRIOR SLICE' TO WS-PT-STATUS (WS-PT-IX)
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
           IF WS-PT-TO-ELF (WS-PT-IX) >= WS-EXPECTED-FROM-ELF
               COMPUTE WS-EXPECTED-FROM-ELF =
                   WS-PT-TO-ELF (WS-PT-IX) + 1
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-COUNT-MASTER - COUNT EVERY MASTER RECORD INTO THE
      *  SLICE THAT OWNS ITS ELF-ID.  THESE COUNTS ARE THE
      *  INDEPENDENT SIDE OF THE PROOF: EACH MUST EQUAL THE COUNT
      *  ITS PARTITION REPORTED.
      *-----------------------------------------------------------*
       3000-COUNT-MASTER.
           IF WS-PT-COUNT = ZERO
               GO TO 3000-EXIT
           END-IF.
           OPEN INPUT ELF-INVENTORY-FILE.
           IF WS-ELFINV-STATUS NOT = '00'
               MOVE 'ELFINVT' TO WS-ABEND-FILE-ID
               MOVE WS-ELFINV-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE 1 TO WS-PT-HIT-IX.
           PERFORM 3090-READ-MASTER THRU 3090-EXIT.
           PERFORM 3100-COUNT-ONE-RECORD THRU 3100-EXIT
               UNTIL WS-ELFINV-EOF.
           CLOSE ELF-INVENTORY-FILE.
           IF WS-UNCOVERED-COUNT > ZERO
               DISPLAY 'DAY1MRG - ' WS-UNCOVERED-COUNT
                   ' MASTER RECORDS FALL IN NO PARTITION''S SLICE'
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
       3000-EXIT.
           EXIT.

       3090-READ-MASTER.
           READ ELF-INVENTORY-FILE NEXT RECORD
               AT END
                   SET WS-ELFINV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-MASTER-COUNT
           END-READ.
       3090-EXIT.
           EXIT.

       3100-COUNT-ONE-RECORD.
           MOVE ELF-ID TO WS-SLICE-ELF-ID.
           PERFORM 3200-FIND-SLICE THRU 3200-EXIT.
           IF WS-PT-FOUND
               ADD 1 TO WS-PT-MAST-RECORDS (WS-PT-HIT-IX)
           ELSE
               ADD 1 TO WS-UNCOVERED-COUNT
           END-IF.
           PERFORM 3090-READ-MASTER THRU 3090-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3200-FIND-SLICE - FIND THE SLICE HOLDING ELF-ID.  THE
      *  MASTER AND THE WORK FILES ARE IN ELF-ID ORDER, SO THE LAST
      *  SLICE FOUND IS TRIED FIRST.  THE CALLER SETS WS-SLICE-ELF-ID.
      *-----------------------------------------------------------*
       3200-FIND-SLICE.
           SET WS-PT-FOUND TO FALSE.
           IF WS-PT-HIT-IX > ZERO
              AND WS-PT-HIT-IX <= WS-PT-COUNT
               IF WS-SLICE-ELF-ID >= WS-PT-FROM-ELF (WS-PT-HIT-IX)
                  AND WS-SLICE-ELF-ID <= WS-PT-TO-ELF (WS-PT-HIT-IX)
                   SET WS-PT-FOUND TO TRUE
                   GO TO 3200-EXIT
               END-IF
           END-IF.
           PERFORM 3210-MATCH-SLICE THRU 3210-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT
                  OR WS-PT-FOUND.
       3200-EXIT.
           EXIT.

       3210-MATCH-SLICE.
           IF WS-SLICE-ELF-ID >= WS-PT-FROM-ELF (WS-PT-IX)
              AND WS-SLICE-ELF-ID <= WS-PT-TO-ELF (WS-PT-IX)
               MOVE WS-PT-IX TO WS-PT-HIT-IX
               SET WS-PT-FOUND TO TRUE
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-MERGE-WORK - COPY THE PARTITIONS' WORK FILES (THE
      *  DAY1WKIN CONCATENATION) TO THE NIGHT'S WORK FILE, SUMMING
      *  EACH RECORD INTO ITS SLICE.  A RECORD OUTSIDE EVERY SLICE
      *  CAME FROM A PARTITION THAT READ PAST ITS RANGE.  IF THE
      *  PROOF FAILS THE WORK FILE IS NOT TRUSTED - THE JOB STOPS
      *  ON THIS STEP'S RETURN CODE BEFORE ANYTHING READS IT.
      *-----------------------------------------------------------*
       4000-MERGE-WORK.
           OPEN INPUT PART-WORK-FILE.
           IF WS-WKIN-STATUS NOT = '00'
               MOVE 'DAY1WKIN' TO WS-ABEND-FILE-ID
               MOVE WS-WKIN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-WORK-FILE.
           IF WS-WORK-STATUS NOT = '00'
               MOVE 'DAY1WORK' TO WS-ABEND-FILE-ID
               MOVE WS-WORK-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE 1 TO WS-PT-HIT-IX.
           PERFORM 4090-READ-PART-WORK THRU 4090-EXIT.
           PERFORM 4100-COPY-ONE-TOTAL THRU 4100-EXIT
               UNTIL WS-WKIN-EOF.
           CLOSE PART-WORK-FILE.
           CLOSE DAY1-WORK-FILE.
           IF WS-WORK-STRAY-COUNT > ZERO
               DISPLAY 'DAY1MRG - ' WS-WORK-STRAY-COUNT
                   ' WORK RECORDS FALL IN NO PARTITION''S SLICE'
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
       4000-EXIT.
           EXIT.

       4090-READ-PART-WORK.
           READ PART-WORK-FILE
               AT END
                   SET WS-WKIN-EOF TO TRUE
           END-READ.
       4090-EXIT.
           EXIT.

       4100-COPY-ONE-TOTAL.
           MOVE ELFTOT-ELF-ID TO WS-SLICE-ELF-ID.
           PERFORM 3200-FIND-SLICE THRU 3200-EXIT.
           IF WS-PT-FOUND
               ADD ELFTOT-TOTAL TO WS-PT-WORK-TOTAL (WS-PT-HIT-IX)
           ELSE
               ADD 1 TO WS-WORK-STRAY-COUNT
           END-IF.
           MOVE ELF-TOTAL-RECORD TO DAY1-WORK-RECORD.
           WRITE DAY1-WORK-RECORD.
           ADD 1 TO WS-WORK-COUNT.
           PERFORM 4090-READ-PART-WORK THRU 4090-EXIT.
       4100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4500-PROVE-PARTITIONS - ONE ITERATION PER SLICE: ITS
      *  REPORTED RECORD COUNT MUST MATCH THE MASTER, AND ITS WORK
      *  RECORDS MUST ADD UP TO ITS NET TOTAL.  THE NIGHT'S CONTROL
      *  TOTALS ARE SUMMED HERE AT THE SAME TIME.
      *-----------------------------------------------------------*
       4500-PROVE-PARTITIONS.
           IF WS-PT-CTL-RECORDS (WS-PT-IX)
                   NOT = WS-PT-MAST-RECORDS (WS-PT-IX)
               IF WS-PT-STATUS (WS-PT-IX) = 'OK'
                   MOVE 'RECORD COUNT MISMATCH'
                       TO WS-PT-STATUS (WS-PT-IX)
               END-IF
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
           IF WS-PT-WORK-TOTAL (WS-PT-IX)
                   NOT = WS-PT-NET-TOTAL (WS-PT-IX)
               IF WS-PT-STATUS (WS-PT-IX) = 'OK'
                   MOVE 'WORK NET MISMATCH' TO WS-PT-STATUS (WS-PT-IX)
               END-IF
               SET WS-COVERAGE-PROVEN TO FALSE
           END-IF.
           ADD WS-PT-CTL-RECORDS (WS-PT-IX) TO WS-CTL-RECORDS-SUM.
           ADD WS-PT-ELF-COUNT (WS-PT-IX) TO WS-ELF-COUNT.
           ADD WS-PT-SCANS-IN (WS-PT-IX) TO WS-SCANS-IN-TOTAL.
           ADD WS-PT-ISSUES-OUT (WS-PT-IX) TO WS-ISSUES-OUT-TOTAL.
           ADD WS-PT-NET-TOTAL (WS-PT-IX) TO WS-NET-TOTAL.
           ADD WS-PT-ISSUES-APPLIED (WS-PT-IX) TO WS-ISSUES-APPLIED.
           ADD WS-PT-ISSUES-UNMATCH (WS-PT-IX)
               TO WS-ISSUES-UNMATCHED.
       4500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-MERGE-LISTINGS - COVERAGE IS PROVEN, SO APPEND THE
      *  PARTITIONS' LISTINGS TO THE CARRIED-FORWARD ONES.  THE
      *  PARTITIONS' OWN FLEET CATEGORY LINES ARE SUMMED INTO ONE
      *  SET FOR THE NIGHT, WRITTEN AFTER THE LAST ELF LINE JUST AS
      *  A SINGLE-PASS DAY1 WRITES THEM.
      *-----------------------------------------------------------*
       5000-MERGE-LISTINGS.
           OPEN INPUT PART-EXCEPTION-FILE.
           IF WS-EXIN-STATUS NOT = '00'
               MOVE 'DAY1EXIN' TO WS-ABEND-FILE-ID
               MOVE WS-EXIN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN EXTEND DAY1-EXCEPTION-FILE.
           IF WS-EXCP-STATUS NOT = '00'
               MOVE 'DAY1EXCP' TO WS-ABEND-FILE-ID
               MOVE WS-EXCP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 5190-READ-PART-EXCP THRU 5190-EXIT.
           PERFORM 5100-COPY-EXCEPTION THRU 5100-EXIT
               UNTIL WS-EXIN-EOF.
           CLOSE PART-EXCEPTION-FILE.
           CLOSE DAY1-EXCEPTION-FILE.
           OPEN INPUT PART-OUTLIER-FILE.
           IF WS-OLIN-STATUS NOT = '00'
               MOVE 'DAY1OLIN' TO WS-ABEND-FILE-ID
               MOVE WS-OLIN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN EXTEND DAY1-OUTLIER-FILE.
           IF WS-OUTL-STATUS NOT = '00'
               MOVE 'DAY1OUTL' TO WS-ABEND-FILE-ID
               MOVE WS-OUTL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 5290-READ-PART-OUTL THRU 5290-EXIT.
           PERFORM 5200-COPY-OUTLIER THRU 5200-EXIT
               UNTIL WS-OLIN-EOF.
           CLOSE PART-OUTLIER-FILE.
           CLOSE DAY1-OUTLIER-FILE.
           OPEN INPUT PART-COMPLETENESS-FILE.
           IF WS-CMIN-STATUS NOT = '00'
               MOVE 'DAY1CMIN' TO WS-ABEND-FILE-ID
               MOVE WS-CMIN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN EXTEND DAY1-COMPLETENESS-FILE.
           IF WS-CMPL-STATUS NOT = '00'
               MOVE 'DAY1CMPL' TO WS-ABEND-FILE-ID
               MOVE WS-CMPL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 5390-READ-PART-CMPL THRU 5390-EXIT.
           PERFORM 5300-COPY-COMPLETENESS THRU 5300-EXIT
               UNTIL WS-CMIN-EOF.
           CLOSE PART-COMPLETENESS-FILE.
           CLOSE DAY1-COMPLETENESS-FILE.
           OPEN INPUT PART-CATEGORY-FILE.
           IF WS-CRIN-STATUS NOT = '00'
               MOVE 'DAY1CRIN' TO WS-ABEND-FILE-ID
               MOVE WS-CRIN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN EXTEND DAY1-CATEGORY-FILE.
           IF WS-CATR-STATUS NOT = '00'
               MOVE 'DAY1CATR' TO WS-ABEND-FILE-ID
               MOVE WS-CATR-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 5490-READ-PART-CATR THRU 5490-EXIT.
           PERFORM 5400-COPY-CATEGORY-LINE THRU 5400-EXIT
               UNTIL WS-CRIN-EOF.
           CLOSE PART-CATEGORY-FILE.
           PERFORM 5500-WRITE-FLEET-CAT-LINE THRU 5500-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT.
           CLOSE DAY1-CATEGORY-FILE.
       5000-EXIT.
           EXIT.

       5100-COPY-EXCEPTION.
           MOVE PART-EXCEPTION-RECORD TO DAY1-EXCEPTION-RECORD.
           WRITE DAY1-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           PERFORM 5190-READ-PART-EXCP THRU 5190-EXIT.
       5100-EXIT.
           EXIT.

       5190-READ-PART-EXCP.
           READ PART-EXCEPTION-FILE
               AT END
                   SET WS-EXIN-EOF TO TRUE
           END-READ.
       5190-EXIT.
           EXIT.

       5200-COPY-OUTLIER.
           MOVE PART-OUTLIER-RECORD TO DAY1-OUTLIER-RECORD.
           WRITE DAY1-OUTLIER-RECORD.
           ADD 1 TO WS-OUTL-COUNT.
           PERFORM 5290-READ-PART-OUTL THRU 5290-EXIT.
       5200-EXIT.
           EXIT.

       5290-READ-PART-OUTL.
           READ PART-OUTLIER-FILE
               AT END
                   SET WS-OLIN-EOF TO TRUE
           END-READ.
       5290-EXIT.
           EXIT.

       5300-COPY-COMPLETENESS.
           MOVE PART-COMPLETENESS-RECORD TO DAY1-COMPLETENESS-RECORD.
           WRITE DAY1-COMPLETENESS-RECORD.
           ADD 1 TO WS-CMPL-COUNT.
           PERFORM 5390-READ-PART-CMPL THRU 5390-EXIT.
       5300-EXIT.
           EXIT.

       5390-READ-PART-CMPL.
           READ PART-COMPLETENESS-FILE
               AT END
                   SET WS-CMIN-EOF TO TRUE
           END-READ.
       5390-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5400-COPY-CATEGORY-LINE - ELF LINES GO STRAIGHT ACROSS;
      *  A PARTITION'S FLEET LINE IS ONLY ITS SLICE'S SHARE, SO IT
      *  IS FOLDED INTO THE NIGHT'S CATEGORY TOTAL INSTEAD.
      *-----------------------------------------------------------*
       5400-COPY-CATEGORY-LINE.
           MOVE PART-CATEGORY-RECORD TO WS-CATR-LINE.
           IF CATW-SCOPE = 'FLEET'
               ADD 1 TO WS-CATR-FLEET-IN-COUNT
               PERFORM 5410-ADD-FLEET-CATEGORY THRU 5410-EXIT
           ELSE
               MOVE PART-CATEGORY-RECORD TO DAY1-CATEGORY-REPORT-LINE
               WRITE DAY1-CATEGORY-REPORT-LINE
               ADD 1 TO WS-CATR-ELF-COUNT
           END-IF.
           PERFORM 5490-READ-PART-CATR THRU 5490-EXIT.
       5400-EXIT.
           EXIT.

       5410-ADD-FLEET-CATEGORY.
           COMPUTE WS-CAT-WORK-TOTAL = FUNCTION NUMVAL (CATW-TOTAL).
           SET WS-CAT-FOUND TO FALSE.
           PERFORM 5420-MATCH-CATEGORY THRU 5420-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT
                  OR WS-CAT-FOUND.
           IF WS-CAT-FOUND
               ADD WS-CAT-WORK-TOTAL
                   TO WS-CAT-FLEET-TOT (WS-CAT-FOUND-IX)
               GO TO 5410-EXIT
           END-IF.
           IF WS-CAT-COUNT >= WS-CAT-MAX
               ADD 1 TO WS-CAT-OVERFLOW-COUNT
               GO TO 5410-EXIT
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE CATW-CATEGORY TO WS-CAT-CODE (WS-CAT-COUNT).
           MOVE WS-CAT-WORK-TOTAL TO WS-CAT-FLEET-TOT (WS-CAT-COUNT).
       5410-EXIT.
           EXIT.

       5420-MATCH-CATEGORY.
           IF WS-CAT-CODE (WS-CAT-IX) = CATW-CATEGORY
               MOVE WS-CAT-IX TO WS-CAT-FOUND-IX
               SET WS-CAT-FOUND TO TRUE
           END-IF.
       5420-EXIT.
           EXIT.

       5490-READ-PART-CATR.
           READ PART-CATEGORY-FILE
               AT END
                   SET WS-CRIN-EOF TO TRUE
           END-READ.
       5490-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5500-WRITE-FLEET-CAT-LINE - THE NIGHT'S FLEET LINES CARRY
      *  THE RUN DATE, AS A SINGLE-PASS DAY1'S DO.
      *-----------------------------------------------------------*
       5500-WRITE-FLEET-CAT-LINE.
           IF WS-CAT-FLEET-TOT (WS-CAT-IX) > ZERO
               MOVE 'FLEET' TO CATL-SCOPE
               MOVE SPACES TO CATL-ELF-ID
               MOVE WS-RUN-DATE TO CATL-ELF-DATE
               MOVE WS-CAT-CODE (WS-CAT-IX) TO CATL-CATEGORY
               MOVE WS-CAT-FLEET-TOT (WS-CAT-IX) TO CATL-TOTAL
               MOVE DAY1-CATEGORY-LINE TO DAY1-CATEGORY-REPORT-LINE
               WRITE DAY1-CATEGORY-REPORT-LINE
               ADD 1 TO WS-CATR-FLEET-OUT-COUNT
           END-IF.
       5500-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  6000-MERGE-TOP-N - RE-RANK THE PARTITIONS' TOP-N TABLES.
      *  THE FLEET'S TOP N IS INSIDE THE UNION OF THE PARTITIONS'
      *  TABLES ONLY IF EVERY PARTITION KEPT AT LEAST N, SO THE
      *  SMALLEST TABLE SIZE IS USED IF THE CARDS DISAGREE.  THE
      *  SLICES ARE TAKEN IN ELF-ID ORDER AND A TIE NEVER DISPLACES
      *  AN EARLIER ENTRY, SO TIES RANK AS THEY WOULD IN ONE PASS.
      *-----------------------------------------------------------*
       6000-MERGE-TOP-N.
           MOVE DAY1-TOP-MAX TO WS-TOP-N-ACTUAL.
           PERFORM 6050-FIND-SMALLEST-TOP-N THRU 6050-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT.
           PERFORM 6100-RANK-PARTITION-TOP THRU 6100-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT.
       6000-EXIT.
           EXIT.

       6050-FIND-SMALLEST-TOP-N.
           IF WS-PT-TOP-N-ACTUAL (WS-PT-IX) NOT = WS-TOP-N-ACTUAL
              AND WS-PT-IX > 1
               DISPLAY 'DAY1MRG - PARTITION TOP-N SIZES DIFFER - '
                   'MERGING THE SMALLEST'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-PT-TOP-N-ACTUAL (WS-PT-IX) < WS-TOP-N-ACTUAL
               MOVE WS-PT-TOP-N-ACTUAL (WS-PT-IX) TO WS-TOP-N-ACTUAL
           END-IF.
       6050-EXIT.
           EXIT.

       6100-RANK-PARTITION-TOP.
           PERFORM 6200-RANK-ONE-ENTRY THRU 6200-EXIT
               VARYING WS-TOP-IX FROM 1 BY 1
               UNTIL WS-TOP-IX > WS-TOP-N-ACTUAL.
       6100-EXIT.
           EXIT.

       6200-RANK-ONE-ENTRY.
           MOVE WS-PT-TOP-ELF-ID (WS-PT-IX WS-TOP-IX)
               TO WS-CAND-ELF-ID.
           MOVE WS-PT-TOP-DATE (WS-PT-IX WS-TOP-IX) TO WS-CAND-DATE.
           MOVE WS-PT-TOP-TOTAL (WS-PT-IX WS-TOP-IX)
               TO WS-CAND-TOTAL.
           SET WS-SLOT-FOUND TO FALSE.
           MOVE ZERO TO WS-INSERT-IX.
           PERFORM 6210-FIND-INSERT-SLOT THRU 6210-EXIT
               VARYING DAY1-TOP-IX FROM 1 BY 1
               UNTIL DAY1-TOP-IX > WS-TOP-N-ACTUAL
                  OR WS-SLOT-FOUND.
           IF WS-SLOT-FOUND
               PERFORM 6220-SHIFT-DOWN THRU 6220-EXIT
                   VARYING WS-SHIFT-IX FROM WS-TOP-N-ACTUAL BY -1
                   UNTIL WS-SHIFT-IX <= WS-INSERT-IX
               MOVE WS-CAND-ELF-ID TO TOP-ELF-ID (WS-INSERT-IX)
               MOVE WS-CAND-DATE TO TOP-ELF-DATE (WS-INSERT-IX)
               MOVE WS-CAND-TOTAL TO TOP-ELF-TOTAL (WS-INSERT-IX)
           END-IF.
       6200-EXIT.
           EXIT.

       6210-FIND-INSERT-SLOT.
           IF WS-CAND-TOTAL > TOP-ELF-TOTAL (DAY1-TOP-IX)
               MOVE DAY1-TOP-IX TO WS-INSERT-IX
               SET WS-SLOT-FOUND TO TRUE
           END-IF.
       6210-EXIT.
           EXIT.

       6220-SHIFT-DOWN.
           MOVE TOP-ELF-ID (WS-SHIFT-IX - 1)
               TO TOP-ELF-ID (WS-SHIFT-IX).
           MOVE TOP-ELF-DATE (WS-SHIFT-IX - 1)
               TO TOP-ELF-DATE (WS-SHIFT-IX).
           MOVE TOP-ELF-TOTAL (WS-SHIFT-IX - 1)
               TO TOP-ELF-TOTAL (WS-SHIFT-IX).
       6220-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-CONTROL-RECORD - THE NIGHT'S CONTROL RECORD, IN
      *  THE SAME LAYOUT A SINGLE-PASS DAY1 WRITES, COVERING THE
      *  WHOLE MASTER.  UNLIKE DAY1 A CONTROL-FILE PROBLEM IS FATAL
      *  HERE - THE PARTITION RECORDS ARE NOT WHAT DAY1RPT READS.
      *-----------------------------------------------------------*
       7000-WRITE-CONTROL-RECORD.
           OPEN OUTPUT DAY1-CONTROL-FILE.
           IF WS-CTL-STATUS NOT = '00'
               MOVE 'DAY1CTL' TO WS-ABEND-FILE-ID
               MOVE WS-CTL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE SPACES TO DAY1-CONTROL-RECORD.
           MOVE WS-RUN-DATE TO CTL-RUN-DATE OF DAY1-CONTROL-RECORD.
           MOVE WS-SCANS-IN-TOTAL
               TO CTL-SCANS-IN OF DAY1-CONTROL-RECORD.
           MOVE WS-ISSUES-OUT-TOTAL
               TO CTL-ISSUES-OUT OF DAY1-CONTROL-RECORD.
           MOVE WS-NET-TOTAL TO CTL-NET-TOTAL OF DAY1-CONTROL-RECORD.
           MOVE WS-ISSUES-APPLIED
               TO CTL-ISSUES-APPLIED OF DAY1-CONTROL-RECORD.
           MOVE WS-ISSUES-UNMATCHED
               TO CTL-ISSUES-UNMATCHED OF DAY1-CONTROL-RECORD.
           MOVE WS-BUSINESS-DATE
               TO CTL-BUSINESS-DATE OF DAY1-CONTROL-RECORD.
           MOVE ZERO TO CTL-PART-FROM-ELF OF DAY1-CONTROL-RECORD.
           MOVE 99999 TO CTL-PART-TO-ELF OF DAY1-CONTROL-RECORD.
           MOVE WS-MASTER-COUNT
               TO CTL-RECORDS-READ OF DAY1-CONTROL-RECORD.
           MOVE WS-ELF-COUNT TO CTL-ELF-COUNT OF DAY1-CONTROL-RECORD.
           MOVE WS-TOP-N-ACTUAL
               TO CTL-TOP-N-ACTUAL OF DAY1-CONTROL-RECORD.
           PERFORM 7010-SAVE-CTL-TOP-ENTRY THRU 7010-EXIT
               VARYING DAY1-TOP-IX FROM 1 BY 1
               UNTIL DAY1-TOP-IX > DAY1-TOP-MAX.
           WRITE DAY1-CONTROL-RECORD.
           CLOSE DAY1-CONTROL-FILE.
       7000-EXIT.
           EXIT.

       7010-SAVE-CTL-TOP-ENTRY.
           MOVE TOP-ELF-ID (DAY1-TOP-IX)
               TO CTL-TOP-ELF-ID OF DAY1-CONTROL-RECORD (DAY1-TOP-IX).
           MOVE TOP-ELF-DATE (DAY1-TOP-IX)
               TO CTL-TOP-ELF-DATE OF DAY1-CONTROL-RECORD
                  (DAY1-TOP-IX).
           MOVE TOP-ELF-TOTAL (DAY1-TOP-IX)
               TO CTL-TOP-ELF-TOTAL OF DAY1-CONTROL-RECORD
                  (DAY1-TOP-IX).
       7010-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PRINT THE PARTITION TABLE AND THE PROOF,
      *  THEN EITHER CLOSE THE CALENDAR SLOT OR LEAVE IT OPEN AND
      *  END RC=16.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE WS-COLUMN-HEADING TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
           PERFORM 8050-PRINT-PARTITION THRU 8050-EXIT
               VARYING WS-PT-IX FROM 1 BY 1
               UNTIL WS-PT-IX > WS-PT-COUNT.
           MOVE SPACES TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
           MOVE 'PARTITIONS' TO SUM-LABEL.
           MOVE WS-PT-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'STALE CONTROL RECORDS' TO SUM-LABEL.
           MOVE WS-STALE-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'SLICE GAPS/OVERLAPS' TO SUM-LABEL.
           MOVE WS-RANGE-ERROR-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'MASTER RECORDS' TO SUM-LABEL.
           MOVE WS-MASTER-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'PARTITION RECORDS' TO SUM-LABEL.
           MOVE WS-CTL-RECORDS-SUM TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'RECORDS IN NO SLICE' TO SUM-LABEL.
           MOVE WS-UNCOVERED-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'WORK RECORDS MERGED' TO SUM-LABEL.
           MOVE WS-WORK-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'WORK RECS IN NO SLICE' TO SUM-LABEL.
           MOVE WS-WORK-STRAY-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ELF GROUPS' TO SUM-LABEL.
           MOVE WS-ELF-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'NET CALORIES' TO SUM-LABEL.
           MOVE WS-NET-TOTAL TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           IF WS-COVERAGE-PROVEN
               PERFORM 8060-PRINT-MERGED-COUNTS THRU 8060-EXIT
           END-IF.
           MOVE SPACES TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
           IF WS-COVERAGE-PROVEN
               MOVE '*** PARTITIONS COVER THE MASTER EXACTLY ONCE ***'
                   TO DAY1-MERGE-REPORT-LINE
           ELSE
               MOVE '*** COVERAGE NOT PROVEN - NOTHING MERGED ***'
                   TO DAY1-MERGE-REPORT-LINE
           END-IF.
           WRITE DAY1-MERGE-REPORT-LINE.
           CLOSE DAY1-MERGE-REPORT-FILE.
           DISPLAY 'DAY1MRG - ' WS-PT-COUNT ' PARTITIONS, '
               WS-MASTER-COUNT ' MASTER RECORDS, '
               WS-CTL-RECORDS-SUM ' PARTITION RECORDS'.
           IF NOT WS-COVERAGE-PROVEN
               DISPLAY 'DAY1MRG - COVERAGE NOT PROVEN - LISTINGS AND '
                   'CONTROL RECORD NOT MERGED, SLOT LEFT OPEN'
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT
               GO TO 8000-EXIT
           END-IF.
           IF WS-ISSUES-UNMATCHED > ZERO
               DISPLAY 'DAY1MRG - ' WS-ISSUES-UNMATCHED ' ISSUE '
                   'CARDS MATCHED NO ELF/DATE GROUP THIS NIGHT'
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-CAT-OVERFLOW-COUNT > ZERO
               DISPLAY 'DAY1MRG - ' WS-CAT-OVERFLOW-COUNT ' FLEET '
                   'CATEGORY LINES EXCEEDED THE CATEGORY TABLE'
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8500-CLOSE-CALENDAR-STEP THRU 8500-EXIT.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
       8000-EXIT.
           EXIT.

       8050-PRINT-PARTITION.
           MOVE WS-PT-FROM-ELF (WS-PT-IX) TO PRTD-FROM-ELF.
           MOVE WS-PT-TO-ELF (WS-PT-IX) TO PRTD-TO-ELF.
           MOVE WS-PT-CTL-RECORDS (WS-PT-IX) TO PRTD-CTL-RECORDS.
           MOVE WS-PT-MAST-RECORDS (WS-PT-IX) TO PRTD-MAST-RECORDS.
           MOVE WS-PT-ELF-COUNT (WS-PT-IX) TO PRTD-ELF-COUNT.
           MOVE WS-PT-NET-TOTAL (WS-PT-IX) TO PRTD-NET-TOTAL.
           MOVE WS-PT-STATUS (WS-PT-IX) TO PRTD-STATUS.
           MOVE WS-PARTITION-DETAIL TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
       8050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8060-PRINT-MERGED-COUNTS - WHAT WAS APPENDED TO THE
      *  CARRIED-FORWARD LISTINGS, AND THE MERGED TOP-N.
      *-----------------------------------------------------------*
       8060-PRINT-MERGED-COUNTS.
           MOVE 'EXCEPTIONS MERGED' TO SUM-LABEL.
           MOVE WS-EXCP-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'OUTLIERS MERGED' TO SUM-LABEL.
           MOVE WS-OUTL-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'COMPLETENESS MERGED' TO SUM-LABEL.
           MOVE WS-CMPL-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ELF CATEGORY LINES' TO SUM-LABEL.
           MOVE WS-CATR-ELF-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'PARTITION FLEET LINES' TO SUM-LABEL.
           MOVE WS-CATR-FLEET-IN-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'FLEET LINES WRITTEN' TO SUM-LABEL.
           MOVE WS-CATR-FLEET-OUT-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ISSUES UNMATCHED' TO SUM-LABEL.
           MOVE WS-ISSUES-UNMATCHED TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE SPACES TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
           MOVE WS-TOP-HEADING TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
           PERFORM 8070-PRINT-TOP-ENTRY THRU 8070-EXIT
               VARYING DAY1-TOP-IX FROM 1 BY 1
               UNTIL DAY1-TOP-IX > WS-TOP-N-ACTUAL.
       8060-EXIT.
           EXIT.

       8070-PRINT-TOP-ENTRY.
           IF TOP-ELF-TOTAL (DAY1-TOP-IX) > ZERO
               MOVE DAY1-TOP-IX TO TOPD-RANK
               MOVE TOP-ELF-ID (DAY1-TOP-IX) TO TOPD-ELF-ID
               MOVE TOP-ELF-DATE (DAY1-TOP-IX) TO TOPD-DATE
               MOVE TOP-ELF-TOTAL (DAY1-TOP-IX) TO TOPD-TOTAL
               MOVE WS-TOP-DETAIL TO DAY1-MERGE-REPORT-LINE
               WRITE DAY1-MERGE-REPORT-LINE
           END-IF.
       8070-EXIT.
           EXIT.

       8100-WRITE-SUMMARY.
           MOVE WS-REPORT-SUMMARY TO DAY1-MERGE-REPORT-LINE.
           WRITE DAY1-MERGE-REPORT-LINE.
       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8300-WRITE-RUN-RECORD - APPEND THE RUN-CONTROL AUDIT
      *  RECORD.  SELF-CONTAINED SO THE REFUSAL AND ABEND PATHS
      *  CAN CALL IT TOO; A HISTORY-FILE PROBLEM ONLY WARNS.
      *-----------------------------------------------------------*
       8300-WRITE-RUN-RECORD.
           OPEN EXTEND DAY1-RUN-FILE.
           IF WS-RUNH-STATUS NOT = '00'
               DISPLAY 'DAY1MRG - RUN-HISTORY FILE UNAVAILABLE - '
                   'STATUS ' WS-RUNH-STATUS ' - RUN NOT RECORDED'
               GO TO 8300-EXIT
           END-IF.
           ACCEPT WS-END-TIME-RAW FROM TIME.
           MOVE 'DAY1MRG' TO RUN-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-START-TIME-HHMMSS TO RUN-START-TIME.
           MOVE WS-END-TIME-HHMMSS TO RUN-END-TIME.
           MOVE WS-MASTER-COUNT TO RUN-RECORDS-READ.
           MOVE WS-ELF-COUNT TO RUN-ELVES-TOTALED.
           MOVE WS-EXCP-COUNT TO RUN-EXCP-COUNT.
           MOVE WS-OUTL-COUNT TO RUN-OUTL-COUNT.
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
      *  8500-CLOSE-CALENDAR-STEP - A PROVEN MERGE MARKS THE DAY1
      *  SLOT COMPLETE SO DAY1ADJ MAY RUN.  IF THE CALENDAR CANNOT
      *  BE UPDATED THE NEXT STEP WOULD BE REFUSED, SO IT IS RAISED
      *  HERE AS RC=8.
      *-----------------------------------------------------------*
       8500-CLOSE-CALENDAR-STEP.
           OPEN I-O DAY1-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1MRG - PROCESSING CALENDAR UNAVAILABLE - '
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
               ACCEPT WS-END-TIME-RAW FROM TIME
               MOVE 'DAY1MRG' TO CAL-LAST-PROGRAM
               MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE
               MOVE WS-END-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME
               REWRITE DAY1-CALENDAR-RECORD
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1MRG - BUSINESS DATE ' WS-BUSINESS-DATE
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
      *  THE JCL CONDITION-CODE CHECK IN DAY1JOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1MRG - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.
