      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1JINQ.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1JINQ ANSWERS "WHAT DID THE INVENTORY MASTER HOLD FOR
      *  THIS ELF, AND WHO CHANGED IT" FROM THE ELFJRNL CHANGE
      *  JOURNAL THAT DAY1LOAD, DAY1MNT, AND DAY1PRG APPEND TO.
      *  ONE REQUEST CARD (DAY1JINC) NAMES AN ELF-ID, AN OPTIONAL
      *  INCLUSIVE RANGE OF CHANGE DATES, AND AN AS-OF DATE.  EVERY
      *  JOURNALED CHANGE FOR THE ELF IN THE RANGE IS PRINTED IN
      *  THE ORDER IT WAS MADE WITH ITS BEFORE AND AFTER VALUES,
      *  THEN THE ELF'S ITEMS ARE REBUILT AS THEY STOOD AT THE END
      *  OF THE AS-OF DATE.
      *
      *  THE REBUILD STARTS FROM THE ELF'S RECORDS ON THE MASTER
      *  TODAY AND BACKS OUT, NEWEST FIRST, EVERY JOURNALED CHANGE
      *  MADE AFTER THE AS-OF DATE - AN ADD IS REMOVED, A CHANGE OR
      *  DELETE PUTS ITS BEFORE IMAGE BACK.  WORKING BACKWARDS FROM
      *  THE MASTER MEANS ITEMS LOADED BEFORE THE JOURNAL BEGAN
      *  STILL SHOW, AS LONG AS NOTHING JOURNALED HAS TOUCHED THEM.
      *
      *  THE JOURNAL IS READ FROM THE TOP FOR EVERY CARD.  IT IS AN
      *  ON-DEMAND LOOKUP, SUBMITTED THROUGH DAY1JJOB.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DAY1-JINQ-CARD-FILE
               ASSIGN TO DAY1JINC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JINC-STATUS.

           SELECT ELF-JOURNAL-FILE
               ASSIGN TO ELFJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

           SELECT ELF-INVENTORY-FILE
               ASSIGN TO ELFINVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELF-INV-KEY
               FILE STATUS IS WS-ELFINV-STATUS.

           SELECT DAY1-JINQ-REPORT-FILE
               ASSIGN TO DAY1JRPT
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRPT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           FD  DAY1-JINQ-CARD-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1JINC.

           FD  ELF-JOURNAL-FILE
               RECORD CONTAINS 120 CHARACTERS.
           COPY ELFJRNL.

           FD  ELF-INVENTORY-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFINV.

           FD  DAY1-JINQ-REPORT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-JINQ-REPORT-LINE         PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-JINC-STATUS            PIC X(02).
           05  WS-JRNL-STATUS            PIC X(02).
           05  WS-ELFINV-STATUS          PIC X(02).
           05  WS-JRPT-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE        VALUE 'Y'.
           05  WS-JRNL-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-JRNL-EOF           VALUE 'Y' FALSE 'N'.
           05  WS-MASTER-EOF-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-MASTER-EOF         VALUE 'Y' FALSE 'N'.
           05  WS-CARD-OK-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CARD-OK            VALUE 'Y' FALSE 'N'.
           05  WS-ITEM-FOUND-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-ITEM-FOUND         VALUE 'Y' FALSE 'N'.
           05  WS-REBUILD-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-REBUILD-INCOMPLETE VALUE 'Y' FALSE 'N'.

       01  WS-REQUEST-WORK.
           05  WS-REQ-ELF-ID             PIC 9(05).
           05  WS-REQ-FROM-DATE          PIC 9(08).
           05  WS-REQ-TO-DATE            PIC 9(08).
           05  WS-REQ-AS-OF-DATE         PIC 9(08).
           05  WS-REQ-CHANGE-COUNT       PIC 9(05).

       01  WS-COUNTERS.
           05  WS-CARDS-READ             PIC 9(05) VALUE ZERO.
           05  WS-CARDS-REJECTED         PIC 9(05) VALUE ZERO.
           05  WS-CHANGES-PRINTED        PIC 9(07) VALUE ZERO.
           05  WS-REBUILDS-INCOMPLETE    PIC 9(05) VALUE ZERO.
           05  WS-CAL-WORK               PIC 9(07).
           05  WS-AS-OF-CALORIES         PIC 9(09).

      *    THE ELF'S ITEMS, KEPT IN MASTER KEY ORDER (INVENTORY-DATE
      *    THEN ITEM-SEQ-NO) WHILE CHANGES ARE BACKED OUT, SO THE
      *    REBUILT LIST PRINTS THE WAY THE MASTER WOULD HAVE.
       01  WS-ITEM-TABLE.
           05  WS-ITEM-MAX               PIC 9(04) VALUE 2000.
           05  WS-ITEM-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-ITEM-IX                PIC 9(04).
           05  WS-ITEM-FOUND-IX          PIC 9(04).
           05  WS-ITEM-PUT-IX            PIC 9(04).
           05  WS-SHIFT-IX               PIC 9(04).
           05  WS-ITEM-ENTRY OCCURS 2000 TIMES.
               10  WS-ITEM-KEY.
                   15  WS-ITEM-INV-DATE  PIC X(08).
                   15  WS-ITEM-SEQ       PIC 9(03).
               10  WS-ITEM-CALORIES      PIC X(05).
               10  WS-ITEM-CATEGORY      PIC X(02).
               10  WS-ITEM-DEPOT         PIC X(03).

      *    JOURNALED CHANGES TO THE ELF MADE AFTER THE AS-OF DATE,
      *    IN THE ORDER THEY WERE MADE.  THEY ARE BACKED OUT FROM
      *    THE LAST ONE TO THE FIRST.
       01  WS-UNDO-TABLE.
           05  WS-UNDO-MAX               PIC 9(04) VALUE 2000.
           05  WS-UNDO-COUNT             PIC 9(04) VALUE ZERO.
           05  WS-UNDO-IX                PIC 9(04).
           05  WS-UNDO-ENTRY OCCURS 2000 TIMES.
               10  WS-UNDO-INV-DATE      PIC X(08).
               10  WS-UNDO-ITEM-SEQ      PIC 9(03).
               10  WS-UNDO-BEFORE-IMAGE  PIC X(28).

       01  WS-SEARCH-KEY.
           05  WS-SRCH-INV-DATE          PIC X(08).
           05  WS-SRCH-ITEM-SEQ          PIC 9(03).

      *    A JOURNAL BEFORE OR AFTER IMAGE LAID OUT AS THE MASTER
      *    RECORD IT WAS TAKEN FROM.
           COPY ELFINV REPLACING ==ELF-INVENTORY-RECORD==
                              BY ==WS-JRNL-IMAGE==.

       01  WS-IMAGE-SHOW.
           05  IMGS-CALORIES             PIC X(05).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  IMGS-CATEGORY             PIC X(02).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  IMGS-DEPOT                PIC X(03).

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).

       01  WS-REPORT-HEADING.
           05  FILLER                    PIC X(44) VALUE
               'DAY1JINQ INVENTORY CHANGE JOURNAL INQUIRY - '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(28) VALUE SPACES.

       01  WS-REQUEST-HEADING.
           05  FILLER                    PIC X(08) VALUE 'REQUEST '.
           05  RQH-ELF-ID                PIC X(05).
           05  FILLER                    PIC X(10) VALUE
               '  CHANGES '.
           05  RQH-FROM-DATE             PIC X(08).
           05  FILLER                    PIC X(03) VALUE ' - '.
           05  RQH-TO-DATE               PIC X(08).
           05  FILLER                    PIC X(08) VALUE '  AS OF '.
           05  RQH-AS-OF-DATE            PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  RQH-NOTE                  PIC X(20) VALUE SPACES.

       01  WS-CHANGE-HEADING.
           05  FILLER                    PIC X(40) VALUE
               '  RUN DATE TIME   PROGRAM  ACTION INV DA'.
           05  FILLER                    PIC X(40) VALUE
               'TE SEQ  BEFORE        AFTER             '.

       01  WS-CHANGE-DETAIL.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CHG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CHG-RUN-TIME              PIC 9(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CHG-PROGRAM               PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CHG-ACTION                PIC X(06).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CHG-INV-DATE              PIC X(08).
           05  FILLER                    PIC X(01) VALUE SPACE.
           05  CHG-ITEM-SEQ              PIC 9(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CHG-BEFORE                PIC X(12).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  CHG-AFTER                 PIC X(12).
           05  FILLER                    PIC X(06) VALUE SPACES.

       01  WS-AS-OF-HEADING.
           05  FILLER                    PIC X(16) VALUE
               '  ITEMS AS OF   '.
           05  AOH-AS-OF-DATE            PIC X(08).
           05  FILLER                    PIC X(56) VALUE SPACES.

       01  WS-ITEM-DETAIL.
           05  FILLER                    PIC X(04) VALUE SPACES.
           05  ITM-INV-DATE              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITM-ITEM-SEQ              PIC 9(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITM-CALORIES              PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITM-CATEGORY              PIC X(02).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITM-DEPOT                 PIC X(03).
           05  FILLER                    PIC X(47) VALUE SPACES.

       01  WS-ITEM-TOTAL.
           05  FILLER                    PIC X(10) VALUE
               '    ITEMS '.
           05  ITT-ITEM-COUNT            PIC Z(04)9.
           05  FILLER                    PIC X(11) VALUE
               '  CALORIES '.
           05  ITT-CALORIES              PIC Z(08)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  ITT-NOTE                  PIC X(30).
           05  FILLER                    PIC X(13) VALUE SPACES.

       01  WS-REPORT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-COUNT                 PIC Z(06)9.
           05  FILLER                    PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-ANSWER-ONE-CARD THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE FILES, PRINT THE HEADING, AND
      *  PRIME THE FIRST REQUEST CARD.  THE JOURNAL IS OPENED
      *  AFRESH FOR EACH CARD IN 2300.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN OUTPUT DAY1-JINQ-REPORT-FILE.
           IF WS-JRPT-STATUS NOT = '00'
               MOVE 'DAY1JRPT' TO WS-ABEND-FILE-ID
               MOVE WS-JRPT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT DAY1-JINQ-CARD-FILE.
           IF WS-JINC-STATUS NOT = '00'
               MOVE 'DAY1JINC' TO WS-ABEND-FILE-ID
               MOVE WS-JINC-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT ELF-INVENTORY-FILE.
           IF WS-ELFINV-STATUS NOT = '00'
               MOVE 'ELFINVT' TO WS-ABEND-FILE-ID
               MOVE WS-ELFINV-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-REPORT-HEADING TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           PERFORM 1400-READ-CARD THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

       1400-READ-CARD.
           READ DAY1-JINQ-CARD-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARDS-READ
           END-READ.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-ANSWER-ONE-CARD - VALIDATE THE CARD, LOAD THE ELF'S
      *  ITEMS FROM THE MASTER, PASS THE JOURNAL (PRINTING THE
      *  CHANGES IN RANGE AND HOLDING THOSE AFTER THE AS-OF DATE),
      *  BACK THOSE OUT, AND PRINT THE REBUILT ITEMS.
      *-----------------------------------------------------------*
       2000-ANSWER-ONE-CARD.
           PERFORM 2100-VALIDATE-CARD THRU 2100-EXIT.
           IF NOT WS-CARD-OK
               ADD 1 TO WS-CARDS-REJECTED
               PERFORM 1400-READ-CARD THRU 1400-EXIT
               GO TO 2000-EXIT
           END-IF.
           MOVE ZERO TO WS-REQ-CHANGE-COUNT.
           MOVE ZERO TO WS-ITEM-COUNT.
           MOVE ZERO TO WS-UNDO-COUNT.
           SET WS-REBUILD-INCOMPLETE TO FALSE.
           PERFORM 2200-LOAD-CURRENT-ITEMS THRU 2200-EXIT.
           PERFORM 2300-SCAN-JOURNAL THRU 2300-EXIT.
           PERFORM 2500-UNDO-LATER-CHANGES THRU 2500-EXIT.
           PERFORM 2600-PRINT-ITEMS THRU 2600-EXIT.
           PERFORM 1400-READ-CARD THRU 1400-EXIT.
       2000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2100-VALIDATE-CARD - THE ELF-ID MUST BE NUMERIC; A DATE
      *  FIELD MUST BE BLANK OR NUMERIC.  BLANK DATES OPEN THE
      *  RANGE AT THAT END; A BLANK AS-OF DATE TAKES THE TO-DATE.
      *-----------------------------------------------------------*
       2100-VALIDATE-CARD.
           SET WS-CARD-OK TO TRUE.
           MOVE SPACES TO RQH-NOTE.
           MOVE JINC-ELF-ID TO RQH-ELF-ID.
           MOVE JINC-FROM-DATE TO RQH-FROM-DATE.
           MOVE JINC-TO-DATE TO RQH-TO-DATE.
           MOVE JINC-AS-OF-DATE TO RQH-AS-OF-DATE.
           IF JINC-ELF-ID IS NOT NUMERIC
               SET WS-CARD-OK TO FALSE
               MOVE 'REJECTED - ELF-ID' TO RQH-NOTE
               GO TO 2100-WRITE-HEADING
           END-IF.
           IF (JINC-FROM-DATE NOT = SPACES
               AND JINC-FROM-DATE IS NOT NUMERIC)
              OR (JINC-TO-DATE NOT = SPACES
               AND JINC-TO-DATE IS NOT NUMERIC)
              OR (JINC-AS-OF-DATE NOT = SPACES
               AND JINC-AS-OF-DATE IS NOT NUMERIC)
               SET WS-CARD-OK TO FALSE
               MOVE 'REJECTED - BAD DATE' TO RQH-NOTE
               GO TO 2100-WRITE-HEADING
           END-IF.
           MOVE JINC-ELF-ID TO WS-REQ-ELF-ID.
           IF JINC-FROM-DATE IS NUMERIC
               MOVE JINC-FROM-DATE TO WS-REQ-FROM-DATE
           ELSE
               MOVE ZERO TO WS-REQ-FROM-DATE
           END-IF.
           IF JINC-TO-DATE IS NUMERIC
               MOVE JINC-TO-DATE TO WS-REQ-TO-DATE
           ELSE
               MOVE 99999999 TO WS-REQ-TO-DATE
           END-IF.
           IF JINC-AS-OF-DATE IS NUMERIC
               MOVE JINC-AS-OF-DATE TO WS-REQ-AS-OF-DATE
           ELSE
               MOVE WS-REQ-TO-DATE TO WS-REQ-AS-OF-DATE
           END-IF.
           IF WS-REQ-FROM-DATE > WS-REQ-TO-DATE
               SET WS-CARD-OK TO FALSE
               MOVE 'REJECTED - RANGE' TO RQH-NOTE
               GO TO 2100-WRITE-HEADING
           END-IF.
           IF WS-REQ-AS-OF-DATE = 99999999
               MOVE 'CURRENT' TO RQH-AS-OF-DATE
           ELSE
               MOVE WS-REQ-AS-OF-DATE TO RQH-AS-OF-DATE
           END-IF.
       2100-WRITE-HEADING.
           MOVE SPACES TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           MOVE WS-REQUEST-HEADING TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-LOAD-CURRENT-ITEMS - TABLE EVERY MASTER RECORD THE
      *  ELF HAS TODAY.  THE REBUILD WORKS BACKWARDS FROM HERE.
      *-----------------------------------------------------------*
       2200-LOAD-CURRENT-ITEMS.
           SET WS-MASTER-EOF TO FALSE.
           MOVE WS-REQ-ELF-ID TO ELF-ID OF ELF-INVENTORY-RECORD.
           MOVE LOW-VALUES TO INVENTORY-DATE
               OF ELF-INVENTORY-RECORD.
           MOVE ZERO TO ITEM-SEQ-NO OF ELF-INVENTORY-RECORD.
           START ELF-INVENTORY-FILE KEY IS NOT LESS THAN
                 ELF-INV-KEY OF ELF-INVENTORY-RECORD
               INVALID KEY
                   SET WS-MASTER-EOF TO TRUE
           END-START.
           IF NOT WS-MASTER-EOF
               PERFORM 2250-READ-MASTER-NEXT THRU 2250-EXIT
           END-IF.
           PERFORM 2210-STORE-CURRENT-ITEM THRU 2210-EXIT
               UNTIL WS-MASTER-EOF
                  OR ELF-ID OF ELF-INVENTORY-RECORD
                     NOT = WS-REQ-ELF-ID.
       2200-EXIT.
           EXIT.

       2210-STORE-CURRENT-ITEM.
           MOVE ELF-INVENTORY-RECORD TO WS-JRNL-IMAGE.
           PERFORM 2800-PUT-ITEM THRU 2800-EXIT.
           PERFORM 2250-READ-MASTER-NEXT THRU 2250-EXIT.
       2210-EXIT.
           EXIT.

       2250-READ-MASTER-NEXT.
           READ ELF-INVENTORY-FILE NEXT RECORD
               AT END
                   SET WS-MASTER-EOF TO TRUE
           END-READ.
       2250-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-SCAN-JOURNAL - ONE PASS OF THE JOURNAL FOR THE ELF.
      *  A CHANGE MADE INSIDE THE REQUESTED RANGE IS PRINTED; A
      *  CHANGE MADE AFTER THE AS-OF DATE IS HELD FOR BACKING OUT.
      *  THE JOURNAL IS REQUIRED - WITHOUT IT THE ANSWER WOULD BE
      *  THE CURRENT MASTER PASSED OFF AS HISTORY.
      *-----------------------------------------------------------*
       2300-SCAN-JOURNAL.
           OPEN INPUT ELF-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'ELFJRNL' TO WS-ABEND-FILE-ID
               MOVE WS-JRNL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-CHANGE-HEADING TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           SET WS-JRNL-EOF TO FALSE.
           PERFORM 2350-READ-JOURNAL THRU 2350-EXIT.
           PERFORM 2310-CHECK-ONE-ENTRY THRU 2310-EXIT
               UNTIL WS-JRNL-EOF.
           CLOSE ELF-JOURNAL-FILE.
           IF WS-REQ-CHANGE-COUNT = ZERO
               MOVE '  NO JOURNALED CHANGES IN RANGE'
                   TO DAY1-JINQ-REPORT-LINE
               WRITE DAY1-JINQ-REPORT-LINE
           END-IF.
       2300-EXIT.
           EXIT.

       2310-CHECK-ONE-ENTRY.
           IF JRNL-ELF-ID = WS-REQ-ELF-ID
               IF JRNL-RUN-DATE NOT < WS-REQ-FROM-DATE
                  AND JRNL-RUN-DATE NOT > WS-REQ-TO-DATE
                   PERFORM 2320-PRINT-CHANGE THRU 2320-EXIT
               END-IF
               IF JRNL-RUN-DATE > WS-REQ-AS-OF-DATE
                   PERFORM 2330-HOLD-FOR-UNDO THRU 2330-EXIT
               END-IF
           END-IF.
           PERFORM 2350-READ-JOURNAL THRU 2350-EXIT.
       2310-EXIT.
           EXIT.

       2320-PRINT-CHANGE.
           ADD 1 TO WS-REQ-CHANGE-COUNT.
           ADD 1 TO WS-CHANGES-PRINTED.
           MOVE JRNL-RUN-DATE TO CHG-RUN-DATE.
           MOVE JRNL-RUN-TIME TO CHG-RUN-TIME.
           MOVE JRNL-PROGRAM-ID TO CHG-PROGRAM.
           MOVE JRNL-ACTION TO CHG-ACTION.
           MOVE JRNL-INV-DATE TO CHG-INV-DATE.
           MOVE JRNL-ITEM-SEQ TO CHG-ITEM-SEQ.
           IF JRNL-BEFORE-IMAGE = SPACES
               MOVE '(NONE)' TO CHG-BEFORE
           ELSE
               MOVE JRNL-BEFORE-IMAGE TO WS-JRNL-IMAGE
               PERFORM 2340-SHOW-IMAGE THRU 2340-EXIT
               MOVE WS-IMAGE-SHOW TO CHG-BEFORE
           END-IF.
           IF JRNL-AFTER-IMAGE = SPACES
               MOVE '(DELETED)' TO CHG-AFTER
           ELSE
               MOVE JRNL-AFTER-IMAGE TO WS-JRNL-IMAGE
               PERFORM 2340-SHOW-IMAGE THRU 2340-EXIT
               MOVE WS-IMAGE-SHOW TO CHG-AFTER
           END-IF.
           MOVE WS-CHANGE-DETAIL TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
       2320-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2330-HOLD-FOR-UNDO - A TABLE TOO SMALL FOR THE ELF'S
      *  LATER CHANGES WOULD REBUILD THE WRONG PICTURE, SO THE
      *  REBUILD IS MARKED INCOMPLETE RATHER THAN PRINTED AS FACT.
      *-----------------------------------------------------------*
       2330-HOLD-FOR-UNDO.
           IF WS-UNDO-COUNT >= WS-UNDO-MAX
               SET WS-REBUILD-INCOMPLETE TO TRUE
               GO TO 2330-EXIT
           END-IF.
           ADD 1 TO WS-UNDO-COUNT.
           MOVE JRNL-INV-DATE TO WS-UNDO-INV-DATE (WS-UNDO-COUNT).
           MOVE JRNL-ITEM-SEQ TO WS-UNDO-ITEM-SEQ (WS-UNDO-COUNT).
           MOVE JRNL-BEFORE-IMAGE
               TO WS-UNDO-BEFORE-IMAGE (WS-UNDO-COUNT).
       2330-EXIT.
           EXIT.

       2340-SHOW-IMAGE.
           MOVE ITEM-CALORIES OF WS-JRNL-IMAGE TO IMGS-CALORIES.
           MOVE ITEM-CATEGORY OF WS-JRNL-IMAGE TO IMGS-CATEGORY.
           MOVE INV-DEPOT-CODE OF WS-JRNL-IMAGE TO IMGS-DEPOT.
       2340-EXIT.
           EXIT.

       2350-READ-JOURNAL.
           READ ELF-JOURNAL-FILE
               AT END
                   SET WS-JRNL-EOF TO TRUE
           END-READ.
       2350-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-UNDO-LATER-CHANGES - BACK OUT THE HELD CHANGES,
      *  NEWEST FIRST.  NO BEFORE IMAGE MEANS THE CHANGE WAS AN
      *  ADD, SO THE ITEM DID NOT YET EXIST AND IS REMOVED;
      *  OTHERWISE THE BEFORE IMAGE IS PUT BACK.
      *-----------------------------------------------------------*
       2500-UNDO-LATER-CHANGES.
           PERFORM 2510-UNDO-ONE-CHANGE THRU 2510-EXIT
               VARYING WS-UNDO-IX FROM WS-UNDO-COUNT BY -1
               UNTIL WS-UNDO-IX < 1.
       2500-EXIT.
           EXIT.

       2510-UNDO-ONE-CHANGE.
           IF WS-UNDO-BEFORE-IMAGE (WS-UNDO-IX) = SPACES
               MOVE WS-UNDO-INV-DATE (WS-UNDO-IX) TO WS-SRCH-INV-DATE
               MOVE WS-UNDO-ITEM-SEQ (WS-UNDO-IX) TO WS-SRCH-ITEM-SEQ
               PERFORM 2700-REMOVE-ITEM THRU 2700-EXIT
           ELSE
               MOVE WS-UNDO-BEFORE-IMAGE (WS-UNDO-IX) TO WS-JRNL-IMAGE
               PERFORM 2800-PUT-ITEM THRU 2800-EXIT
           END-IF.
       2510-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2600-PRINT-ITEMS - THE ELF'S ITEMS AS OF THE REQUESTED
      *  DATE, IN MASTER KEY ORDER, WITH A COUNT AND CALORIE TOTAL.
      *-----------------------------------------------------------*
       2600-PRINT-ITEMS.
           MOVE RQH-AS-OF-DATE TO AOH-AS-OF-DATE.
           MOVE WS-AS-OF-HEADING TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           MOVE ZERO TO WS-AS-OF-CALORIES.
           PERFORM 2650-PRINT-ONE-ITEM THRU 2650-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-ITEM-COUNT.
           IF WS-ITEM-COUNT = ZERO
               MOVE '    NO ITEMS ON THE MASTER AS OF THAT DATE'
                   TO DAY1-JINQ-REPORT-LINE
               WRITE DAY1-JINQ-REPORT-LINE
           END-IF.
           MOVE WS-ITEM-COUNT TO ITT-ITEM-COUNT.
           MOVE WS-AS-OF-CALORIES TO ITT-CALORIES.
           IF WS-REBUILD-INCOMPLETE
               ADD 1 TO WS-REBUILDS-INCOMPLETE
               MOVE 'INCOMPLETE - TABLE FULL' TO ITT-NOTE
           ELSE
               MOVE SPACES TO ITT-NOTE
           END-IF.
           MOVE WS-ITEM-TOTAL TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
       2600-EXIT.
           EXIT.

       2650-PRINT-ONE-ITEM.
           MOVE WS-ITEM-INV-DATE (WS-ITEM-IX) TO ITM-INV-DATE.
           MOVE WS-ITEM-SEQ (WS-ITEM-IX) TO ITM-ITEM-SEQ.
           MOVE WS-ITEM-CALORIES (WS-ITEM-IX) TO ITM-CALORIES.
           MOVE WS-ITEM-CATEGORY (WS-ITEM-IX) TO ITM-CATEGORY.
           MOVE WS-ITEM-DEPOT (WS-ITEM-IX) TO ITM-DEPOT.
           IF WS-ITEM-CALORIES (WS-ITEM-IX) IS NUMERIC
               COMPUTE WS-CAL-WORK = FUNCTION NUMVAL
                   (WS-ITEM-CALORIES (WS-ITEM-IX))
               ADD WS-CAL-WORK TO WS-AS-OF-CALORIES
           END-IF.
           MOVE WS-ITEM-DETAIL TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
       2650-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2700-REMOVE-ITEM - TAKE THE ITEM IN WS-SEARCH-KEY OUT OF
      *  THE TABLE, CLOSING THE GAP.  AN ITEM ALREADY ABSENT IS
      *  LEFT ALONE.
      *-----------------------------------------------------------*
       2700-REMOVE-ITEM.
           PERFORM 2750-FIND-ITEM THRU 2750-EXIT.
           IF NOT WS-ITEM-FOUND
               GO TO 2700-EXIT
           END-IF.
           PERFORM 2720-SHIFT-DOWN THRU 2720-EXIT
               VARYING WS-SHIFT-IX FROM WS-ITEM-FOUND-IX BY 1
               UNTIL WS-SHIFT-IX >= WS-ITEM-COUNT.
           SUBTRACT 1 FROM WS-ITEM-COUNT.
       2700-EXIT.
           EXIT.

       2720-SHIFT-DOWN.
           MOVE WS-ITEM-ENTRY (WS-SHIFT-IX + 1)
               TO WS-ITEM-ENTRY (WS-SHIFT-IX).
       2720-EXIT.
           EXIT.

       2750-FIND-ITEM.
           SET WS-ITEM-FOUND TO FALSE.
           PERFORM 2760-MATCH-ITEM THRU 2760-EXIT
               VARYING WS-ITEM-IX FROM 1 BY 1
               UNTIL WS-ITEM-IX > WS-ITEM-COUNT
                  OR WS-ITEM-FOUND.
       2750-EXIT.
           EXIT.

       2760-MATCH-ITEM.
           IF WS-ITEM-KEY (WS-ITEM-IX) = WS-SEARCH-KEY
               SET WS-ITEM-FOUND TO TRUE
               MOVE WS-ITEM-IX TO WS-ITEM-FOUND-IX
           END-IF.
       2760-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2800-PUT-ITEM - PLACE THE RECORD IN WS-JRNL-IMAGE IN THE
      *  TABLE: REPLACE THE ITEM IF ITS KEY IS THERE, ELSE OPEN A
      *  SLOT AT ITS KEY POSITION.  A FULL TABLE MARKS THE REBUILD
      *  INCOMPLETE.
      *-----------------------------------------------------------*
       2800-PUT-ITEM.
           MOVE INVENTORY-DATE OF WS-JRNL-IMAGE TO WS-SRCH-INV-DATE.
           MOVE ITEM-SEQ-NO OF WS-JRNL-IMAGE TO WS-SRCH-ITEM-SEQ.
           PERFORM 2750-FIND-ITEM THRU 2750-EXIT.
           IF WS-ITEM-FOUND
               MOVE WS-ITEM-FOUND-IX TO WS-ITEM-PUT-IX
               GO TO 2800-FILL-ITEM
           END-IF.
           IF WS-ITEM-COUNT >= WS-ITEM-MAX
               SET WS-REBUILD-INCOMPLETE TO TRUE
               GO TO 2800-EXIT
           END-IF.
           MOVE 1 TO WS-ITEM-PUT-IX.
           PERFORM 2850-STEP-SLOT THRU 2850-EXIT
               UNTIL WS-ITEM-PUT-IX > WS-ITEM-COUNT
                  OR WS-ITEM-KEY (WS-ITEM-PUT-IX) > WS-SEARCH-KEY.
           PERFORM 2870-SHIFT-UP THRU 2870-EXIT
               VARYING WS-SHIFT-IX FROM WS-ITEM-COUNT BY -1
               UNTIL WS-SHIFT-IX < WS-ITEM-PUT-IX.
           ADD 1 TO WS-ITEM-COUNT.
       2800-FILL-ITEM.
           MOVE WS-SEARCH-KEY TO WS-ITEM-KEY (WS-ITEM-PUT-IX).
           MOVE ITEM-CALORIES OF WS-JRNL-IMAGE
               TO WS-ITEM-CALORIES (WS-ITEM-PUT-IX).
           MOVE ITEM-CATEGORY OF WS-JRNL-IMAGE
               TO WS-ITEM-CATEGORY (WS-ITEM-PUT-IX).
           MOVE INV-DEPOT-CODE OF WS-JRNL-IMAGE
               TO WS-ITEM-DEPOT (WS-ITEM-PUT-IX).
       2800-EXIT.
           EXIT.

       2850-STEP-SLOT.
           ADD 1 TO WS-ITEM-PUT-IX.
       2850-EXIT.
           EXIT.

       2870-SHIFT-UP.
           MOVE WS-ITEM-ENTRY (WS-SHIFT-IX)
               TO WS-ITEM-ENTRY (WS-SHIFT-IX + 1).
       2870-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PRINT THE REQUEST COUNTS, CLOSE, AND WARN
      *  ON REJECTED CARDS OR AN INCOMPLETE REBUILD.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE SPACES TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           MOVE 'REQUEST CARDS READ' TO SUM-LABEL.
           MOVE WS-CARDS-READ TO SUM-COUNT.
           MOVE WS-REPORT-SUMMARY TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           MOVE 'CHANGES PRINTED' TO SUM-LABEL.
           MOVE WS-CHANGES-PRINTED TO SUM-COUNT.
           MOVE WS-REPORT-SUMMARY TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           MOVE 'CARDS REJECTED' TO SUM-LABEL.
           MOVE WS-CARDS-REJECTED TO SUM-COUNT.
           MOVE WS-REPORT-SUMMARY TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           MOVE 'REBUILDS INCOMPLETE' TO SUM-LABEL.
           MOVE WS-REBUILDS-INCOMPLETE TO SUM-COUNT.
           MOVE WS-REPORT-SUMMARY TO DAY1-JINQ-REPORT-LINE.
           WRITE DAY1-JINQ-REPORT-LINE.
           CLOSE DAY1-JINQ-CARD-FILE.
           CLOSE ELF-INVENTORY-FILE.
           CLOSE DAY1-JINQ-REPORT-FILE.
           DISPLAY 'DAY1JINQ - ' WS-CARDS-READ ' REQUESTS, '
               WS-CHANGES-PRINTED ' CHANGES PRINTED'.
           IF WS-CARDS-REJECTED > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
           IF WS-REBUILDS-INCOMPLETE > ZERO
               DISPLAY 'DAY1JINQ - ' WS-REBUILDS-INCOMPLETE
                   ' REBUILDS INCOMPLETE - ELF HAS MORE ITEMS OR '
                   'CHANGES THAN THE TABLES HOLD'
               MOVE 8 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  DISPLAY THE STATUS AND END THE RUN ABNORMALLY SO
      *  THE JCL CONDITION-CODE CHECK IN DAY1JJOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1JINQ - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
