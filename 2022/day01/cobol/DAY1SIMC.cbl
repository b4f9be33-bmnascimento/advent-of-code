      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1SIMC.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1SIMC COMPARES TWO DAY1 SIMULATION RUNS (DAY1EJOB) OVER
      *  THE SAME INVENTORY MASTER - ONE UNDER THE PRODUCTION EDIT-
      *  RULES MASTER, ONE UNDER A CANDIDATE - AND PRINTS WHAT THE
      *  CANDIDATE RULES WOULD CHANGE BEFORE ANYONE LOADS THEM:
      *    - THE RULE RECORDS THEMSELVES, ADDED/REMOVED/CHANGED;
      *    - EVERY ITEM THAT WOULD NEWLY BE KEPT OUT OF THE TOTALS
      *      OR WOULD NOW BE TOTALED, OR WHOSE EXCEPTION TYPE WOULD
      *      CHANGE (OUTLIER <-> BADCAT), MATCHED ITEM FOR ITEM ON
      *      THE DAY1SIMI FILES BY ELF-ID/DATE/ITEM-SEQ;
      *    - EXCEPTION COUNTS BY TYPE AND, FOR THE RULE-DRIVEN
      *      TYPES, BY FOOD CATEGORY, WITH THE CHANGE;
      *    - ELF/DATE GROUPS THAT WOULD ENTER, LEAVE OR MOVE IN THE
      *      TOP-N, AND THE CHANGE IN NET CALORIES, FROM THE TWO
      *      RUNS' DAY1CTL CONTROL RECORDS.
      *  READ-ONLY: NOTHING IS WRITTEN BUT THE REPORT, AND NO RUN-
      *  HISTORY RECORD IS LEFT - A WHAT-IF IS NOT A NIGHT'S RUN.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT PROD-RULE-FILE
               ASSIGN TO ELFRULP
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RULE-CATEGORY OF PROD-RULE-RECORD
               FILE STATUS IS WS-RULP-STATUS.

           SELECT CAND-RULE-FILE
               ASSIGN TO ELFRULC
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS RULE-CATEGORY OF CAND-RULE-RECORD
               FILE STATUS IS WS-RULC-STATUS.

           SELECT PROD-SIM-FILE
               ASSIGN TO DAY1PSIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PSIM-STATUS.

           SELECT CAND-SIM-FILE
               ASSIGN TO DAY1CSIM
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSIM-STATUS.

           SELECT PROD-CONTROL-FILE
               ASSIGN TO DAY1PCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PCTL-STATUS.

           SELECT CAND-CONTROL-FILE
               ASSIGN TO DAY1CCTL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CCTL-STATUS.

           SELECT DAY1-SIM-REPORT-FILE
               ASSIGN TO DAY1SIMR
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMR-STATUS.

       DATA DIVISION.

       FILE SECTION.
           FD  PROD-RULE-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY ELFRULE REPLACING ==EDIT-RULE-RECORD==
                               BY ==PROD-RULE-RECORD==.

           FD  CAND-RULE-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY ELFRULE REPLACING ==EDIT-RULE-RECORD==
                               BY ==CAND-RULE-RECORD==.

           FD  PROD-SIM-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1SIMI REPLACING ==DAY1-SIM-ITEM-RECORD==
                                BY ==PROD-SIM-RECORD==.

           FD  CAND-SIM-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1SIMI REPLACING ==DAY1-SIM-ITEM-RECORD==
                                BY ==CAND-SIM-RECORD==.

           FD  PROD-CONTROL-FILE
               RECORD CONTAINS 500 CHARACTERS.
           COPY DAY1CTLT REPLACING ==DAY1-CONTROL-RECORD==
                                BY ==PROD-CONTROL-RECORD==.

           FD  CAND-CONTROL-FILE
               RECORD CONTAINS 500 CHARACTERS.
           COPY DAY1CTLT REPLACING ==DAY1-CONTROL-RECORD==
                                BY ==CAND-CONTROL-RECORD==.

           FD  DAY1-SIM-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-SIM-REPORT-LINE          PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-RULP-STATUS            PIC X(02).
           05  WS-RULC-STATUS            PIC X(02).
           05  WS-PSIM-STATUS            PIC X(02).
           05  WS-CSIM-STATUS            PIC X(02).
           05  WS-PCTL-STATUS            PIC X(02).
           05  WS-CCTL-STATUS            PIC X(02).
           05  WS-SIMR-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-PSIM-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-PSIM-EOF           VALUE 'Y'.
           05  WS-CSIM-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-CSIM-EOF           VALUE 'Y'.
           05  WS-PSIM-SKIP-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-PSIM-SKIP          VALUE 'Y' FALSE 'N'.
           05  WS-CSIM-SKIP-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CSIM-SKIP          VALUE 'Y' FALSE 'N'.
           05  WS-TYPE-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-TYPE-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-CAT-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-CAT-FOUND          VALUE 'Y' FALSE 'N'.
           05  WS-TOP-FOUND-SWITCH       PIC X(01) VALUE 'N'.
               88  WS-TOP-FOUND          VALUE 'Y' FALSE 'N'.

      *    THE RULE RECORDS ARE WALKED AS A BALANCE LINE ON
      *    CATEGORY CODE; HIGH-VALUES MARKS A SIDE AT END OF FILE.
       01  WS-RULE-MATCH.
           05  WS-PROD-RULE-KEY          PIC X(02).
           05  WS-CAND-RULE-KEY          PIC X(02).
           05  WS-RULE-ADDED-COUNT       PIC 9(03) VALUE ZERO.
           05  WS-RULE-REMOVED-COUNT     PIC 9(03) VALUE ZERO.
           05  WS-RULE-CHANGED-COUNT     PIC 9(03) VALUE ZERO.

      *    THE SIMULATION ITEM FILES ARE WALKED THE SAME WAY ON THE
      *    FULL MASTER KEY.  NEGISS RECORDS ARE COUNTED ON READ AND
      *    NEVER REACH THE MATCH.
       01  WS-ITEM-MATCH.
           05  WS-PROD-ITEM-KEY          PIC X(16).
           05  WS-CAND-ITEM-KEY          PIC X(16).
           05  WS-LINE-PROD-TYPE         PIC X(07).
           05  WS-LINE-CAND-TYPE         PIC X(07).
           05  WS-ITEM-SAME-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-ITEM-CHANGE-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-NEW-OUTLIER-COUNT      PIC 9(07) VALUE ZERO.
           05  WS-GONE-OUTLIER-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-NEW-BADCAT-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-GONE-BADCAT-COUNT      PIC 9(07) VALUE ZERO.

      *    EXCEPTION COUNTS BY TYPE, PRODUCTION AND CANDIDATE.
       01  WS-TYPE-NAMES.
           05  FILLER                    PIC X(07) VALUE 'NONNUM'.
           05  FILLER                    PIC X(07) VALUE 'ROSTER'.
           05  FILLER                    PIC X(07) VALUE 'OUTLIER'.
           05  FILLER                    PIC X(07) VALUE 'BADCAT'.
           05  FILLER                    PIC X(07) VALUE 'NEGISS'.
       01  WS-TYPE-NAME-TABLE REDEFINES WS-TYPE-NAMES.
           05  WS-TYPE-NAME              PIC X(07) OCCURS 5 TIMES.

       01  WS-TYPE-TABLE.
           05  WS-TYPE-MAX               PIC 9(01) VALUE 5.
           05  WS-TYPE-IX                PIC 9(01).
           05  WS-TYPE-FOUND-IX          PIC 9(01).
           05  WS-TYPE-ENTRY OCCURS 5 TIMES.
               10  WS-TYPE-PROD-COUNT    PIC 9(07).
               10  WS-TYPE-CAND-COUNT    PIC 9(07).

      *    THE RULE-DRIVEN EXCEPTIONS (OUTLIER AND BADCAT) BY FOOD
      *    CATEGORY, IN THE ORDER CATEGORIES ARE FIRST SEEN.
       01  WS-CATEGORY-TABLE.
           05  WS-CAT-MAX                PIC 9(02) VALUE 30.
           05  WS-CAT-COUNT              PIC 9(02) VALUE ZERO.
           05  WS-CAT-IX                 PIC 9(02).
           05  WS-CAT-FOUND-IX           PIC 9(02).
           05  WS-CAT-OVERFLOW-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-CAT-ENTRY OCCURS 30 TIMES.
               10  WS-CAT-CODE           PIC X(02).
               10  WS-CAT-PROD-OUTL      PIC 9(07).
               10  WS-CAT-CAND-OUTL      PIC 9(07).
               10  WS-CAT-PROD-BADCAT    PIC 9(07).
               10  WS-CAT-CAND-BADCAT    PIC 9(07).

      *    THE RECORD BEING COUNTED BY 3150-COUNT-SIM-RECORD.
       01  WS-COUNT-AREA.
           05  WS-COUNT-SIDE             PIC X(01).
               88  WS-COUNT-PROD         VALUE 'P'.
               88  WS-COUNT-CAND         VALUE 'C'.
           05  WS-COUNT-TYPE             PIC X(07).
           05  WS-COUNT-CATEGORY         PIC X(02).

       01  WS-TOP-MATCH.
           05  WS-PROD-TOP-N             PIC 9(03).
           05  WS-CAND-TOP-N             PIC 9(03).
           05  WS-PROD-TOP-IX            PIC 9(03).
           05  WS-CAND-TOP-IX            PIC 9(03).
           05  WS-TOP-FOUND-IX           PIC 9(03).
           05  WS-TOP-ENTER-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-TOP-LEAVE-COUNT        PIC 9(03) VALUE ZERO.
           05  WS-TOP-MOVE-COUNT         PIC 9(03) VALUE ZERO.

       01  WS-DIFFERENCE                 PIC S9(11).

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(44) VALUE
               'DAY1SIMC EDIT-RULES WHAT-IF COMPARISON  RUN '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  WS-SECTION-HEADING.
           05  SEC-TITLE                 PIC X(50).
           05  FILLER                    PIC X(30) VALUE SPACES.

       01  WS-RULE-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'CAT  PROD MIN  PROD MAX   CAND MIN  CAND'.
           05  FILLER                    PIC X(40) VALUE
               ' MAX  CHANGE'.

       01  WS-RULE-DETAIL.
           05  RULD-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RULD-PROD-MIN             PIC Z(08)9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RULD-PROD-MAX             PIC Z(08)9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RULD-CAND-MIN             PIC Z(08)9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  RULD-CAND-MAX             PIC Z(08)9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RULD-CHANGE               PIC X(10).
           05  FILLER                    PIC X(24) VALUE SPACES.

       01  WS-ITEM-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'CHANGE          ELF-ID DATE     SEQ CAT '.
           05  FILLER                    PIC X(40) VALUE
               'VALUE  PROD     CANDIDATE'.

       01  WS-ITEM-DETAIL.
           05  ITMD-CHANGE               PIC X(15).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  ITMD-ELF-ID               PIC 9(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITMD-DATE                 PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  ITMD-SEQ                  PIC 9(03).
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  ITMD-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITMD-VALUE                PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITMD-PROD-TYPE            PIC X(07).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITMD-CAND-TYPE            PIC X(07).
           05  FILLER                    PIC X(17) VALUE SPACES.

       01  WS-TYPE-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'EXCEPTION TYPE     PRODUCTION   CANDIDAT'.
           05  FILLER                    PIC X(40) VALUE
               'E      CHANGE'.

       01  WS-TYPE-DETAIL.
           05  TYPD-TYPE                 PIC X(07).
           05  FILLER                    PIC X(09) VALUE SPACES.
           05  TYPD-PROD-COUNT           PIC Z(10)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TYPD-CAND-COUNT           PIC Z(10)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TYPD-CHANGE               PIC -(10)9.
           05  FILLER                    PIC X(26) VALUE SPACES.

       01  WS-CAT-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'CAT   OUTLIER PROD    CAND  CHANGE   BAD'.
           05  FILLER                    PIC X(40) VALUE
               'CAT PROD    CAND  CHANGE'.

       01  WS-CAT-DETAIL.
           05  CATD-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(07) VALUE SPACES.
           05  CATD-PROD-OUTL            PIC Z(06)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CATD-CAND-OUTL            PIC Z(06)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CATD-OUTL-CHANGE          PIC -(06)9.
           05  FILLER                    PIC X(05) VALUE SPACES.
           05  CATD-PROD-BADCAT          PIC Z(06)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CATD-CAND-BADCAT          PIC Z(06)9.
           05  FILLER                    PIC X(01) VALUE SPACES.
           05  CATD-BADCAT-CHANGE        PIC -(06)9.
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-TOP-COLUMNS.
           05  FILLER                    PIC X(40) VALUE
               'CHANGE    ELF-ID DATE      PROD RANK   P'.
           05  FILLER                    PIC X(40) VALUE
               'ROD TOTAL  CAND RANK  CAND TOTAL'.

       01  WS-TOP-DETAIL.
           05  TOPD-CHANGE               PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TOPD-ELF-ID               PIC 9(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TOPD-DATE                 PIC X(08).
           05  FILLER                    PIC X(06) VALUE SPACES.
           05  TOPD-PROD-RANK            PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(03) VALUE SPACES.
           05  TOPD-PROD-TOTAL           PIC Z(09)9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(08) VALUE SPACES.
           05  TOPD-CAND-RANK            PIC ZZ9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  TOPD-CAND-TOTAL           PIC Z(09)9 BLANK WHEN ZERO.
           05  FILLER                    PIC X(10) VALUE SPACES.

       01  WS-REPORT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-PROD                  PIC Z(10)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SUM-CAND                  PIC Z(10)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  SUM-CHANGE                PIC -(10)9.
           05  FILLER                    PIC X(21) VALUE SPACES.

       01  WS-REPORT-COUNT.
           05  CNT-LABEL                 PIC X(22).
           05  CNT-VALUE                 PIC Z(10)9.
           05  FILLER                    PIC X(47) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-COMPARE-RULES THRU 2000-EXIT.
           PERFORM 3000-COMPARE-ITEMS THRU 3000-EXIT.
           PERFORM 4000-PRINT-EXCEPTION-COUNTS THRU 4000-EXIT.
           PERFORM 5000-COMPARE-TOP-N THRU 5000-EXIT.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN EVERY INPUT UP FRONT SO A MISSING
      *  SIMULATION OUTPUT ENDS THE RUN BEFORE A PARTIAL REPORT.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           PERFORM 1050-INIT-TYPE-ENTRY THRU 1050-EXIT
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-MAX.
           OPEN INPUT PROD-RULE-FILE.
           IF WS-RULP-STATUS NOT = '00'
               MOVE 'ELFRULP' TO WS-ABEND-FILE-ID
               MOVE WS-RULP-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT CAND-RULE-FILE.
           IF WS-RULC-STATUS NOT = '00'
               MOVE 'ELFRULC' TO WS-ABEND-FILE-ID
               MOVE WS-RULC-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT PROD-SIM-FILE.
           IF WS-PSIM-STATUS NOT = '00'
               MOVE 'DAY1PSIM' TO WS-ABEND-FILE-ID
               MOVE WS-PSIM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT CAND-SIM-FILE.
           IF WS-CSIM-STATUS NOT = '00'
               MOVE 'DAY1CSIM' TO WS-ABEND-FILE-ID
               MOVE WS-CSIM-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT PROD-CONTROL-FILE.
           IF WS-PCTL-STATUS NOT = '00'
               MOVE 'DAY1PCTL' TO WS-ABEND-FILE-ID
               MOVE WS-PCTL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT CAND-CONTROL-FILE.
           IF WS-CCTL-STATUS NOT = '00'
               MOVE 'DAY1CCTL' TO WS-ABEND-FILE-ID
               MOVE WS-CCTL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-SIM-REPORT-FILE.
           IF WS-SIMR-STATUS NOT = '00'
               MOVE 'DAY1SIMR' TO WS-ABEND-FILE-ID
               MOVE WS-SIMR-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       1000-EXIT.
           EXIT.

       1050-INIT-TYPE-ENTRY.
           MOVE ZERO TO WS-TYPE-PROD-COUNT (WS-TYPE-IX).
           MOVE ZERO TO WS-TYPE-CAND-COUNT (WS-TYPE-IX).
       1050-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-COMPARE-RULES - BALANCE LINE OVER THE TWO EDIT-RULES
      *  MASTERS, PRINTING ONLY THE CATEGORIES THAT DIFFER.
      *-----------------------------------------------------------*
       2000-COMPARE-RULES.
           MOVE 'EDIT-RULE CHANGES' TO SEC-TITLE.
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
           MOVE WS-RULE-COLUMNS TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           PERFORM 2100-READ-PROD-RULE THRU 2100-EXIT.
           PERFORM 2200-READ-CAND-RULE THRU 2200-EXIT.
           PERFORM 2300-MATCH-RULE THRU 2300-EXIT
               UNTIL WS-PROD-RULE-KEY = HIGH-VALUES
                 AND WS-CAND-RULE-KEY = HIGH-VALUES.
           CLOSE PROD-RULE-FILE.
           CLOSE CAND-RULE-FILE.
           IF WS-RULE-ADDED-COUNT = ZERO
              AND WS-RULE-REMOVED-COUNT = ZERO
              AND WS-RULE-CHANGED-COUNT = ZERO
               MOVE '  NONE - THE CANDIDATE MATCHES PRODUCTION'
                   TO DAY1-SIM-REPORT-LINE
               WRITE DAY1-SIM-REPORT-LINE
           END-IF.
       2000-EXIT.
           EXIT.

       2100-READ-PROD-RULE.
           READ PROD-RULE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PROD-RULE-KEY
               NOT AT END
                   MOVE RULE-CATEGORY OF PROD-RULE-RECORD
                       TO WS-PROD-RULE-KEY
           END-READ.
       2100-EXIT.
           EXIT.

       2200-READ-CAND-RULE.
           READ CAND-RULE-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CAND-RULE-KEY
               NOT AT END
                   MOVE RULE-CATEGORY OF CAND-RULE-RECORD
                       TO WS-CAND-RULE-KEY
           END-READ.
       2200-EXIT.
           EXIT.

       2300-MATCH-RULE.
           MOVE SPACES TO RULD-CHANGE.
           MOVE ZERO TO RULD-PROD-MIN RULD-PROD-MAX
                        RULD-CAND-MIN RULD-CAND-MAX.
           IF WS-PROD-RULE-KEY < WS-CAND-RULE-KEY
               MOVE WS-PROD-RULE-KEY TO RULD-CATEGORY
               MOVE RULE-MIN-CALORIES OF PROD-RULE-RECORD
                   TO RULD-PROD-MIN
               MOVE RULE-MAX-CALORIES OF PROD-RULE-RECORD
                   TO RULD-PROD-MAX
               MOVE 'REMOVED' TO RULD-CHANGE
               ADD 1 TO WS-RULE-REMOVED-COUNT
               PERFORM 2100-READ-PROD-RULE THRU 2100-EXIT
               GO TO 2390-PRINT-RULE
           END-IF.
           IF WS-PROD-RULE-KEY > WS-CAND-RULE-KEY
               MOVE WS-CAND-RULE-KEY TO RULD-CATEGORY
               MOVE RULE-MIN-CALORIES OF CAND-RULE-RECORD
                   TO RULD-CAND-MIN
               MOVE RULE-MAX-CALORIES OF CAND-RULE-RECORD
                   TO RULD-CAND-MAX
               MOVE 'ADDED' TO RULD-CHANGE
               ADD 1 TO WS-RULE-ADDED-COUNT
               PERFORM 2200-READ-CAND-RULE THRU 2200-EXIT
               GO TO 2390-PRINT-RULE
           END-IF.
           IF RULE-MIN-CALORIES OF PROD-RULE-RECORD
                   = RULE-MIN-CALORIES OF CAND-RULE-RECORD
              AND RULE-MAX-CALORIES OF PROD-RULE-RECORD
                   = RULE-MAX-CALORIES OF CAND-RULE-RECORD
               PERFORM 2100-READ-PROD-RULE THRU 2100-EXIT
               PERFORM 2200-READ-CAND-RULE THRU 2200-EXIT
               GO TO 2300-EXIT
           END-IF.
           MOVE WS-PROD-RULE-KEY TO RULD-CATEGORY.
           MOVE RULE-MIN-CALORIES OF PROD-RULE-RECORD TO RULD-PROD-MIN.
           MOVE RULE-MAX-CALORIES OF PROD-RULE-RECORD TO RULD-PROD-MAX.
           MOVE RULE-MIN-CALORIES OF CAND-RULE-RECORD TO RULD-CAND-MIN.
           MOVE RULE-MAX-CALORIES OF CAND-RULE-RECORD TO RULD-CAND-MAX.
           MOVE 'CHANGED' TO RULD-CHANGE.
           ADD 1 TO WS-RULE-CHANGED-COUNT.
           PERFORM 2100-READ-PROD-RULE THRU 2100-EXIT.
           PERFORM 2200-READ-CAND-RULE THRU 2200-EXIT.
       2390-PRINT-RULE.
           MOVE WS-RULE-DETAIL TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3000-COMPARE-ITEMS - BALANCE LINE OVER THE TWO RUNS'
      *  DAY1SIMI FILES ON ELF-ID/DATE/ITEM-SEQ.  AN ITEM ON ONE
      *  SIDE ONLY WAS TOTALED ON THE OTHER; AN ITEM ON BOTH WITH
      *  DIFFERENT TYPES CHANGED EXCEPTION TYPE.  ONLY DIFFERENCES
      *  ARE PRINTED.
      *-----------------------------------------------------------*
       3000-COMPARE-ITEMS.
           MOVE 'ITEMS WHOSE TREATMENT WOULD CHANGE' TO SEC-TITLE.
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
           MOVE WS-ITEM-COLUMNS TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           PERFORM 3100-READ-PROD-ITEM THRU 3100-EXIT.
           PERFORM 3200-READ-CAND-ITEM THRU 3200-EXIT.
           PERFORM 3300-MATCH-ITEM THRU 3300-EXIT
               UNTIL WS-PSIM-EOF AND WS-CSIM-EOF.
           CLOSE PROD-SIM-FILE.
           CLOSE CAND-SIM-FILE.
           IF WS-ITEM-CHANGE-COUNT = ZERO
               MOVE '  NONE - EVERY ITEM IS TREATED THE SAME'
                   TO DAY1-SIM-REPORT-LINE
               WRITE DAY1-SIM-REPORT-LINE
           END-IF.
       3000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3100/3200 - NEXT ITEM RECORD FROM EACH SIDE.  EVERY RECORD
      *  IS COUNTED AS IT IS READ; NEGISS RECORDS ARE READ PAST.
      *-----------------------------------------------------------*
       3100-READ-PROD-ITEM.
           SET WS-PSIM-SKIP TO TRUE.
           PERFORM 3110-READ-PROD-RECORD THRU 3110-EXIT
               UNTIL NOT WS-PSIM-SKIP.
       3100-EXIT.
           EXIT.

       3110-READ-PROD-RECORD.
           READ PROD-SIM-FILE
               AT END
                   SET WS-PSIM-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-PROD-ITEM-KEY
                   SET WS-PSIM-SKIP TO FALSE
                   GO TO 3110-EXIT
           END-READ.
           SET WS-COUNT-PROD TO TRUE.
           MOVE SIMI-TYPE OF PROD-SIM-RECORD TO WS-COUNT-TYPE.
           MOVE SIMI-CATEGORY OF PROD-SIM-RECORD TO WS-COUNT-CATEGORY.
           PERFORM 3150-COUNT-SIM-RECORD THRU 3150-EXIT.
           IF NOT SIMI-TYPE-NEGISS OF PROD-SIM-RECORD
               MOVE SIMI-ITEM-KEY OF PROD-SIM-RECORD
                   TO WS-PROD-ITEM-KEY
               SET WS-PSIM-SKIP TO FALSE
           END-IF.
       3110-EXIT.
           EXIT.

       3200-READ-CAND-ITEM.
           SET WS-CSIM-SKIP TO TRUE.
           PERFORM 3210-READ-CAND-RECORD THRU 3210-EXIT
               UNTIL NOT WS-CSIM-SKIP.
       3200-EXIT.
           EXIT.

       3210-READ-CAND-RECORD.
           READ CAND-SIM-FILE
               AT END
                   SET WS-CSIM-EOF TO TRUE
                   MOVE HIGH-VALUES TO WS-CAND-ITEM-KEY
                   SET WS-CSIM-SKIP TO FALSE
                   GO TO 3210-EXIT
           END-READ.
           SET WS-COUNT-CAND TO TRUE.
           MOVE SIMI-TYPE OF CAND-SIM-RECORD TO WS-COUNT-TYPE.
           MOVE SIMI-CATEGORY OF CAND-SIM-RECORD TO WS-COUNT-CATEGORY.
           PERFORM 3150-COUNT-SIM-RECORD THRU 3150-EXIT.
           IF NOT SIMI-TYPE-NEGISS OF CAND-SIM-RECORD
               MOVE SIMI-ITEM-KEY OF CAND-SIM-RECORD
                   TO WS-CAND-ITEM-KEY
               SET WS-CSIM-SKIP TO FALSE
           END-IF.
       3210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-COUNT-SIM-RECORD - ADD THE RECORD IN WS-COUNT-AREA TO
      *  ITS SIDE'S TYPE COUNT AND, FOR OUTLIER/BADCAT, TO ITS
      *  FOOD CATEGORY'S COUNT.
      *-----------------------------------------------------------*
       3150-COUNT-SIM-RECORD.
           SET WS-TYPE-FOUND TO FALSE.
           PERFORM 3160-MATCH-TYPE THRU 3160-EXIT
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-MAX
                  OR WS-TYPE-FOUND.
           IF NOT WS-TYPE-FOUND
               GO TO 3150-EXIT
           END-IF.
           IF WS-COUNT-PROD
               ADD 1 TO WS-TYPE-PROD-COUNT (WS-TYPE-FOUND-IX)
           ELSE
               ADD 1 TO WS-TYPE-CAND-COUNT (WS-TYPE-FOUND-IX)
           END-IF.
           IF WS-COUNT-TYPE NOT = 'OUTLIER'
              AND WS-COUNT-TYPE NOT = 'BADCAT'
               GO TO 3150-EXIT
           END-IF.
           PERFORM 3170-FIND-CATEGORY THRU 3170-EXIT.
           IF NOT WS-CAT-FOUND
               GO TO 3150-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN WS-COUNT-PROD AND WS-COUNT-TYPE = 'OUTLIER'
                   ADD 1 TO WS-CAT-PROD-OUTL (WS-CAT-FOUND-IX)
               WHEN WS-COUNT-PROD
                   ADD 1 TO WS-CAT-PROD-BADCAT (WS-CAT-FOUND-IX)
               WHEN WS-COUNT-TYPE = 'OUTLIER'
                   ADD 1 TO WS-CAT-CAND-OUTL (WS-CAT-FOUND-IX)
               WHEN OTHER
                   ADD 1 TO WS-CAT-CAND-BADCAT (WS-CAT-FOUND-IX)
           END-EVALUATE.
       3150-EXIT.
           EXIT.

       3160-MATCH-TYPE.
           IF WS-TYPE-NAME (WS-TYPE-IX) = WS-COUNT-TYPE
               MOVE WS-TYPE-IX TO WS-TYPE-FOUND-IX
               SET WS-TYPE-FOUND TO TRUE
           END-IF.
       3160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3170-FIND-CATEGORY - FIND OR ADD WS-COUNT-CATEGORY.  A
      *  FULL TABLE COUNTS THE OVERFLOW AND LEAVES WS-CAT-FOUND
      *  FALSE.
      *-----------------------------------------------------------*
       3170-FIND-CATEGORY.
           SET WS-CAT-FOUND TO FALSE.
           PERFORM 3180-MATCH-CATEGORY THRU 3180-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT
                  OR WS-CAT-FOUND.
           IF WS-CAT-FOUND
               GO TO 3170-EXIT
           END-IF.
           IF WS-CAT-COUNT >= WS-CAT-MAX
               ADD 1 TO WS-CAT-OVERFLOW-COUNT
               GO TO 3170-EXIT
           END-IF.
           ADD 1 TO WS-CAT-COUNT.
           MOVE WS-COUNT-CATEGORY TO WS-CAT-CODE (WS-CAT-COUNT).
           MOVE ZERO TO WS-CAT-PROD-OUTL (WS-CAT-COUNT).
           MOVE ZERO TO WS-CAT-CAND-OUTL (WS-CAT-COUNT).
           MOVE ZERO TO WS-CAT-PROD-BADCAT (WS-CAT-COUNT).
           MOVE ZERO TO WS-CAT-CAND-BADCAT (WS-CAT-COUNT).
           MOVE WS-CAT-COUNT TO WS-CAT-FOUND-IX.
           SET WS-CAT-FOUND TO TRUE.
       3170-EXIT.
           EXIT.

       3180-MATCH-CATEGORY.
           IF WS-CAT-CODE (WS-CAT-IX) = WS-COUNT-CATEGORY
               MOVE WS-CAT-IX TO WS-CAT-FOUND-IX
               SET WS-CAT-FOUND TO TRUE
           END-IF.
       3180-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3300-MATCH-ITEM - ONE STEP OF THE BALANCE LINE.  THE SIDE
      *  WITHOUT A RECORD FOR THE KEY TOTALED THE ITEM.
      *-----------------------------------------------------------*
       3300-MATCH-ITEM.
           IF WS-PROD-ITEM-KEY < WS-CAND-ITEM-KEY
               MOVE SIMI-TYPE OF PROD-SIM-RECORD TO WS-LINE-PROD-TYPE
               MOVE 'TOTALED' TO WS-LINE-CAND-TYPE
               MOVE 'NOW TOTALED' TO ITMD-CHANGE
               MOVE SIMI-ELF-ID OF PROD-SIM-RECORD TO ITMD-ELF-ID
               MOVE SIMI-ELF-DATE OF PROD-SIM-RECORD TO ITMD-DATE
               MOVE SIMI-ITEM-SEQ OF PROD-SIM-RECORD TO ITMD-SEQ
               MOVE SIMI-CATEGORY OF PROD-SIM-RECORD TO ITMD-CATEGORY
               MOVE SIMI-RAW-VALUE OF PROD-SIM-RECORD TO ITMD-VALUE
               PERFORM 3400-PRINT-ITEM-CHANGE THRU 3400-EXIT
               PERFORM 3100-READ-PROD-ITEM THRU 3100-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF WS-PROD-ITEM-KEY > WS-CAND-ITEM-KEY
               MOVE 'TOTALED' TO WS-LINE-PROD-TYPE
               MOVE SIMI-TYPE OF CAND-SIM-RECORD TO WS-LINE-CAND-TYPE
               MOVE 'NEWLY EXCLUDED' TO ITMD-CHANGE
               MOVE SIMI-ELF-ID OF CAND-SIM-RECORD TO ITMD-ELF-ID
               MOVE SIMI-ELF-DATE OF CAND-SIM-RECORD TO ITMD-DATE
               MOVE SIMI-ITEM-SEQ OF CAND-SIM-RECORD TO ITMD-SEQ
               MOVE SIMI-CATEGORY OF CAND-SIM-RECORD TO ITMD-CATEGORY
               MOVE SIMI-RAW-VALUE OF CAND-SIM-RECORD TO ITMD-VALUE
               PERFORM 3400-PRINT-ITEM-CHANGE THRU 3400-EXIT
               PERFORM 3200-READ-CAND-ITEM THRU 3200-EXIT
               GO TO 3300-EXIT
           END-IF.
           IF SIMI-TYPE OF PROD-SIM-RECORD
                   = SIMI-TYPE OF CAND-SIM-RECORD
               ADD 1 TO WS-ITEM-SAME-COUNT
           ELSE
               MOVE SIMI-TYPE OF PROD-SIM-RECORD TO WS-LINE-PROD-TYPE
               MOVE SIMI-TYPE OF CAND-SIM-RECORD TO WS-LINE-CAND-TYPE
               MOVE 'TYPE CHANGED' TO ITMD-CHANGE
               MOVE SIMI-ELF-ID OF PROD-SIM-RECORD TO ITMD-ELF-ID
               MOVE SIMI-ELF-DATE OF PROD-SIM-RECORD TO ITMD-DATE
               MOVE SIMI-ITEM-SEQ OF PROD-SIM-RECORD TO ITMD-SEQ
               MOVE SIMI-CATEGORY OF PROD-SIM-RECORD TO ITMD-CATEGORY
               MOVE SIMI-RAW-VALUE OF PROD-SIM-RECORD TO ITMD-VALUE
               PERFORM 3400-PRINT-ITEM-CHANGE THRU 3400-EXIT
           END-IF.
           PERFORM 3100-READ-PROD-ITEM THRU 3100-EXIT.
           PERFORM 3200-READ-CAND-ITEM THRU 3200-EXIT.
       3300-EXIT.
           EXIT.

       3400-PRINT-ITEM-CHANGE.
           MOVE WS-LINE-PROD-TYPE TO ITMD-PROD-TYPE.
           MOVE WS-LINE-CAND-TYPE TO ITMD-CAND-TYPE.
           MOVE WS-ITEM-DETAIL TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           ADD 1 TO WS-ITEM-CHANGE-COUNT.
           IF WS-LINE-CAND-TYPE = 'OUTLIER'
               ADD 1 TO WS-NEW-OUTLIER-COUNT
           END-IF.
           IF WS-LINE-PROD-TYPE = 'OUTLIER'
               ADD 1 TO WS-GONE-OUTLIER-COUNT
           END-IF.
           IF WS-LINE-CAND-TYPE = 'BADCAT'
               ADD 1 TO WS-NEW-BADCAT-COUNT
           END-IF.
           IF WS-LINE-PROD-TYPE = 'BADCAT'
               ADD 1 TO WS-GONE-BADCAT-COUNT
           END-IF.
       3400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  4000-PRINT-EXCEPTION-COUNTS - EVERY EXCEPTION TYPE, THEN
      *  THE RULE-DRIVEN TYPES BY FOOD CATEGORY.
      *-----------------------------------------------------------*
       4000-PRINT-EXCEPTION-COUNTS.
           MOVE 'EXCEPTION COUNTS BY TYPE' TO SEC-TITLE.
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
           MOVE WS-TYPE-COLUMNS TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           PERFORM 4100-PRINT-TYPE-LINE THRU 4100-EXIT
               VARYING WS-TYPE-IX FROM 1 BY 1
               UNTIL WS-TYPE-IX > WS-TYPE-MAX.
           MOVE 'OUTLIER AND BADCAT COUNTS BY FOOD CATEGORY'
               TO SEC-TITLE.
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
           MOVE WS-CAT-COLUMNS TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           PERFORM 4200-PRINT-CATEGORY-LINE THRU 4200-EXIT
               VARYING WS-CAT-IX FROM 1 BY 1
               UNTIL WS-CAT-IX > WS-CAT-COUNT.
           IF WS-CAT-OVERFLOW-COUNT > ZERO
               DISPLAY 'DAY1SIMC - ' WS-CAT-OVERFLOW-COUNT
                   ' EXCEPTIONS IN CATEGORIES BEYOND THE TABLE '
                   'LIMIT OF ' WS-CAT-MAX ' - NOT BROKEN OUT'
               MOVE 'CATEGORY OVERFLOW' TO CNT-LABEL
               MOVE WS-CAT-OVERFLOW-COUNT TO CNT-VALUE
               MOVE WS-REPORT-COUNT TO DAY1-SIM-REPORT-LINE
               WRITE DAY1-SIM-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
       4000-EXIT.
           EXIT.

       4100-PRINT-TYPE-LINE.
           MOVE WS-TYPE-NAME (WS-TYPE-IX) TO TYPD-TYPE.
           MOVE WS-TYPE-PROD-COUNT (WS-TYPE-IX) TO TYPD-PROD-COUNT.
           MOVE WS-TYPE-CAND-COUNT (WS-TYPE-IX) TO TYPD-CAND-COUNT.
           COMPUTE WS-DIFFERENCE = WS-TYPE-CAND-COUNT (WS-TYPE-IX)
                                 - WS-TYPE-PROD-COUNT (WS-TYPE-IX).
           MOVE WS-DIFFERENCE TO TYPD-CHANGE.
           MOVE WS-TYPE-DETAIL TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       4100-EXIT.
           EXIT.

       4200-PRINT-CATEGORY-LINE.
           MOVE WS-CAT-CODE (WS-CAT-IX) TO CATD-CATEGORY.
           MOVE WS-CAT-PROD-OUTL (WS-CAT-IX) TO CATD-PROD-OUTL.
           MOVE WS-CAT-CAND-OUTL (WS-CAT-IX) TO CATD-CAND-OUTL.
           COMPUTE WS-DIFFERENCE = WS-CAT-CAND-OUTL (WS-CAT-IX)
                                 - WS-CAT-PROD-OUTL (WS-CAT-IX).
           MOVE WS-DIFFERENCE TO CATD-OUTL-CHANGE.
           MOVE WS-CAT-PROD-BADCAT (WS-CAT-IX) TO CATD-PROD-BADCAT.
           MOVE WS-CAT-CAND-BADCAT (WS-CAT-IX) TO CATD-CAND-BADCAT.
           COMPUTE WS-DIFFERENCE = WS-CAT-CAND-BADCAT (WS-CAT-IX)
                                 - WS-CAT-PROD-BADCAT (WS-CAT-IX).
           MOVE WS-DIFFERENCE TO CATD-BADCAT-CHANGE.
           MOVE WS-CAT-DETAIL TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       4200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5000-COMPARE-TOP-N - THE TWO RUNS' TOP-N TABLES FROM THEIR
      *  CONTROL RECORDS.  AN ELF/DATE GROUP ON ONE TABLE ONLY
      *  ENTERS OR LEAVES; ONE ON BOTH AT A DIFFERENT RANK MOVES.
      *-----------------------------------------------------------*
       5000-COMPARE-TOP-N.
           READ PROD-CONTROL-FILE
               AT END
                   DISPLAY 'DAY1SIMC - PRODUCTION-RULES SIMULATION '
                       'LEFT NO CONTROL RECORD - RUN ENDED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           READ CAND-CONTROL-FILE
               AT END
                   DISPLAY 'DAY1SIMC - CANDIDATE-RULES SIMULATION '
                       'LEFT NO CONTROL RECORD - RUN ENDED'
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE PROD-CONTROL-FILE.
           CLOSE CAND-CONTROL-FILE.
           MOVE CTL-TOP-N-ACTUAL OF PROD-CONTROL-RECORD
               TO WS-PROD-TOP-N.
           MOVE CTL-TOP-N-ACTUAL OF CAND-CONTROL-RECORD
               TO WS-CAND-TOP-N.
           MOVE 'TOP-N CHANGES' TO SEC-TITLE.
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
           IF WS-PROD-TOP-N NOT = WS-CAND-TOP-N
               DISPLAY 'DAY1SIMC - THE TWO SIMULATIONS RAN WITH '
                   'DIFFERENT TOP-N SIZES - ' WS-PROD-TOP-N ' AND '
                   WS-CAND-TOP-N
               MOVE '  WARNING - THE RUNS USED DIFFERENT TOP-N SIZES'
                   TO DAY1-SIM-REPORT-LINE
               WRITE DAY1-SIM-REPORT-LINE
               MOVE 4 TO RETURN-CODE
           END-IF.
           MOVE WS-TOP-COLUMNS TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           PERFORM 5100-CHECK-PROD-ENTRY THRU 5100-EXIT
               VARYING WS-PROD-TOP-IX FROM 1 BY 1
               UNTIL WS-PROD-TOP-IX > WS-PROD-TOP-N.
           PERFORM 5200-CHECK-CAND-ENTRY THRU 5200-EXIT
               VARYING WS-CAND-TOP-IX FROM 1 BY 1
               UNTIL WS-CAND-TOP-IX > WS-CAND-TOP-N.
           IF WS-TOP-ENTER-COUNT = ZERO
              AND WS-TOP-LEAVE-COUNT = ZERO
              AND WS-TOP-MOVE-COUNT = ZERO
               MOVE '  NONE - THE TOP-N IS UNCHANGED'
                   TO DAY1-SIM-REPORT-LINE
               WRITE DAY1-SIM-REPORT-LINE
           END-IF.
       5000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5100-CHECK-PROD-ENTRY - A PRODUCTION ENTRY MISSING FROM
      *  THE CANDIDATE TABLE LEAVES; FOUND AT ANOTHER RANK, MOVES.
      *-----------------------------------------------------------*
       5100-CHECK-PROD-ENTRY.
           IF CTL-TOP-ELF-TOTAL OF PROD-CONTROL-RECORD
                   (WS-PROD-TOP-IX) = ZERO
               GO TO 5100-EXIT
           END-IF.
           SET WS-TOP-FOUND TO FALSE.
           PERFORM 5110-FIND-IN-CAND THRU 5110-EXIT
               VARYING WS-CAND-TOP-IX FROM 1 BY 1
               UNTIL WS-CAND-TOP-IX > WS-CAND-TOP-N
                  OR WS-TOP-FOUND.
           MOVE CTL-TOP-ELF-ID OF PROD-CONTROL-RECORD
               (WS-PROD-TOP-IX) TO TOPD-ELF-ID.
           MOVE CTL-TOP-ELF-DATE OF PROD-CONTROL-RECORD
               (WS-PROD-TOP-IX) TO TOPD-DATE.
           MOVE WS-PROD-TOP-IX TO TOPD-PROD-RANK.
           MOVE CTL-TOP-ELF-TOTAL OF PROD-CONTROL-RECORD
               (WS-PROD-TOP-IX) TO TOPD-PROD-TOTAL.
           IF NOT WS-TOP-FOUND
               MOVE 'LEAVES' TO TOPD-CHANGE
               MOVE ZERO TO TOPD-CAND-RANK
               MOVE ZERO TO TOPD-CAND-TOTAL
               ADD 1 TO WS-TOP-LEAVE-COUNT
               GO TO 5190-PRINT-TOP-LINE
           END-IF.
           IF WS-TOP-FOUND-IX = WS-PROD-TOP-IX
               GO TO 5100-EXIT
           END-IF.
           MOVE 'MOVES' TO TOPD-CHANGE.
           MOVE WS-TOP-FOUND-IX TO TOPD-CAND-RANK.
           MOVE CTL-TOP-ELF-TOTAL OF CAND-CONTROL-RECORD
               (WS-TOP-FOUND-IX) TO TOPD-CAND-TOTAL.
           ADD 1 TO WS-TOP-MOVE-COUNT.
       5190-PRINT-TOP-LINE.
           MOVE WS-TOP-DETAIL TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       5100-EXIT.
           EXIT.

       5110-FIND-IN-CAND.
           IF CTL-TOP-ELF-ID OF CAND-CONTROL-RECORD (WS-CAND-TOP-IX)
                   = CTL-TOP-ELF-ID OF PROD-CONTROL-RECORD
                     (WS-PROD-TOP-IX)
              AND CTL-TOP-ELF-DATE OF CAND-CONTROL-RECORD
                   (WS-CAND-TOP-IX)
                   = CTL-TOP-ELF-DATE OF PROD-CONTROL-RECORD
                     (WS-PROD-TOP-IX)
              AND CTL-TOP-ELF-TOTAL OF CAND-CONTROL-RECORD
                   (WS-CAND-TOP-IX) > ZERO
               MOVE WS-CAND-TOP-IX TO WS-TOP-FOUND-IX
               SET WS-TOP-FOUND TO TRUE
           END-IF.
       5110-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  5200-CHECK-CAND-ENTRY - A CANDIDATE ENTRY MISSING FROM THE
      *  PRODUCTION TABLE ENTERS.  MOVES WERE PRINTED BY 5100.
      *-----------------------------------------------------------*
       5200-CHECK-CAND-ENTRY.
           IF CTL-TOP-ELF-TOTAL OF CAND-CONTROL-RECORD
                   (WS-CAND-TOP-IX) = ZERO
               GO TO 5200-EXIT
           END-IF.
           SET WS-TOP-FOUND TO FALSE.
           PERFORM 5210-FIND-IN-PROD THRU 5210-EXIT
               VARYING WS-PROD-TOP-IX FROM 1 BY 1
               UNTIL WS-PROD-TOP-IX > WS-PROD-TOP-N
                  OR WS-TOP-FOUND.
           IF WS-TOP-FOUND
               GO TO 5200-EXIT
           END-IF.
           MOVE 'ENTERS' TO TOPD-CHANGE.
           MOVE CTL-TOP-ELF-ID OF CAND-CONTROL-RECORD
               (WS-CAND-TOP-IX) TO TOPD-ELF-ID.
           MOVE CTL-TOP-ELF-DATE OF CAND-CONTROL-RECORD
               (WS-CAND-TOP-IX) TO TOPD-DATE.
           MOVE ZERO TO TOPD-PROD-RANK.
           MOVE ZERO TO TOPD-PROD-TOTAL.
           MOVE WS-CAND-TOP-IX TO TOPD-CAND-RANK.
           MOVE CTL-TOP-ELF-TOTAL OF CAND-CONTROL-RECORD
               (WS-CAND-TOP-IX) TO TOPD-CAND-TOTAL.
           ADD 1 TO WS-TOP-ENTER-COUNT.
           MOVE WS-TOP-DETAIL TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       5200-EXIT.
           EXIT.

       5210-FIND-IN-PROD.
           IF CTL-TOP-ELF-ID OF PROD-CONTROL-RECORD (WS-PROD-TOP-IX)
                   = CTL-TOP-ELF-ID OF CAND-CONTROL-RECORD
                     (WS-CAND-TOP-IX)
              AND CTL-TOP-ELF-DATE OF PROD-CONTROL-RECORD
                   (WS-PROD-TOP-IX)
                   = CTL-TOP-ELF-DATE OF CAND-CONTROL-RECORD
                     (WS-CAND-TOP-IX)
              AND CTL-TOP-ELF-TOTAL OF PROD-CONTROL-RECORD
                   (WS-PROD-TOP-IX) > ZERO
               SET WS-TOP-FOUND TO TRUE
           END-IF.
       5210-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-WRITE-SECTION - BLANK LINE THEN THE SECTION TITLE.
      *-----------------------------------------------------------*
       7000-WRITE-SECTION.
           MOVE SPACES TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           MOVE WS-SECTION-HEADING TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       7000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - THE NET EFFECT ON THE NIGHT'S TOTALS AND
      *  THE ITEM/TOP-N CHANGE COUNTS.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE 'SUMMARY           PRODUCTION    CANDIDATE       '
               TO SEC-TITLE.
           PERFORM 7000-WRITE-SECTION THRU 7000-EXIT.
           MOVE 'SCANS IN CALORIES' TO SUM-LABEL.
           MOVE CTL-SCANS-IN OF PROD-CONTROL-RECORD TO SUM-PROD.
           MOVE CTL-SCANS-IN OF CAND-CONTROL-RECORD TO SUM-CAND.
           COMPUTE WS-DIFFERENCE = CTL-SCANS-IN OF CAND-CONTROL-RECORD
                                 - CTL-SCANS-IN OF PROD-CONTROL-RECORD.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'NET CALORIES' TO SUM-LABEL.
           MOVE CTL-NET-TOTAL OF PROD-CONTROL-RECORD TO SUM-PROD.
           MOVE CTL-NET-TOTAL OF CAND-CONTROL-RECORD TO SUM-CAND.
           COMPUTE WS-DIFFERENCE =
               CTL-NET-TOTAL OF CAND-CONTROL-RECORD
             - CTL-NET-TOTAL OF PROD-CONTROL-RECORD.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE 'ELF GROUPS' TO SUM-LABEL.
           MOVE CTL-ELF-COUNT OF PROD-CONTROL-RECORD TO SUM-PROD.
           MOVE CTL-ELF-COUNT OF CAND-CONTROL-RECORD TO SUM-CAND.
           COMPUTE WS-DIFFERENCE =
               CTL-ELF-COUNT OF CAND-CONTROL-RECORD
             - CTL-ELF-COUNT OF PROD-CONTROL-RECORD.
           PERFORM 8100-WRITE-SUMMARY THRU 8100-EXIT.
           MOVE SPACES TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
           MOVE 'RULES ADDED' TO CNT-LABEL.
           MOVE WS-RULE-ADDED-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'RULES REMOVED' TO CNT-LABEL.
           MOVE WS-RULE-REMOVED-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'RULES CHANGED' TO CNT-LABEL.
           MOVE WS-RULE-CHANGED-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'ITEMS CHANGED' TO CNT-LABEL.
           MOVE WS-ITEM-CHANGE-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'ITEMS UNCHANGED' TO CNT-LABEL.
           MOVE WS-ITEM-SAME-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'NEW OUTLIERS' TO CNT-LABEL.
           MOVE WS-NEW-OUTLIER-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'OUTLIERS CLEARED' TO CNT-LABEL.
           MOVE WS-GONE-OUTLIER-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'NEW BADCATS' TO CNT-LABEL.
           MOVE WS-NEW-BADCAT-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'BADCATS CLEARED' TO CNT-LABEL.
           MOVE WS-GONE-BADCAT-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'TOP-N ENTRIES' TO CNT-LABEL.
           MOVE WS-TOP-ENTER-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'TOP-N EXITS' TO CNT-LABEL.
           MOVE WS-TOP-LEAVE-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           MOVE 'TOP-N RANK MOVES' TO CNT-LABEL.
           MOVE WS-TOP-MOVE-COUNT TO CNT-VALUE.
           PERFORM 8200-WRITE-COUNT THRU 8200-EXIT.
           CLOSE DAY1-SIM-REPORT-FILE.
           DISPLAY 'DAY1SIMC - ' WS-ITEM-CHANGE-COUNT
               ' ITEMS WOULD CHANGE TREATMENT, '
               WS-TOP-ENTER-COUNT ' TOP-N ENTRIES, '
               WS-TOP-LEAVE-COUNT ' TOP-N EXITS'.
       8000-EXIT.
           EXIT.

       8100-WRITE-SUMMARY.
           MOVE WS-DIFFERENCE TO SUM-CHANGE.
           MOVE WS-REPORT-SUMMARY TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       8100-EXIT.
           EXIT.

       8200-WRITE-COUNT.
           MOVE WS-REPORT-COUNT TO DAY1-SIM-REPORT-LINE.
           WRITE DAY1-SIM-REPORT-LINE.
       8200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  DISPLAY THE STATUS AND END THE RUN ABNORMALLY SO
      *  THE JCL CONDITION-CODE CHECK IN DAY1EJOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1SIMC - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
