      *****************************************************************
       IDENTIFICATION DIVISION.
       PROGRAM-ID.    DAY1RMNT.
       AUTHOR.        R. CARDOSO.
       INSTALLATION.  NORTH POLE SUPPLY LOGISTICS.
       DATE-WRITTEN.  10/15/2026.
       DATE-COMPILED.
      *****************************************************************
      *  DAY1RMNT APPLIES ROSTER MAINTENANCE TRANSACTIONS (DAY1RMTC
      *  CARDS) TO THE ELF ROSTER MASTER (ELFROST): ADD A NEW ELF,
      *  CHANGE AN ELF'S NAME, ACTIVATE OR DEACTIVATE AN ELF,
      *  TRANSFER AN ELF TO ANOTHER DEPOT AS OF AN EFFECTIVE DATE,
      *  AND SET OR CLEAR THE ELF'S CARRYING CAPACITY.
      *  DAY1 AND DAY1COVR BOTH JUDGE THE NIGHT AGAINST THIS ROSTER,
      *  SO IT IS MAINTAINED UNDER PROGRAM CONTROL INSTEAD OF BY
      *  HAND WITH UTILITIES, WHERE ONE TYPO TURNED A WHOLE NIGHT OF
      *  SCANS INTO ROSTER EXCEPTIONS OR FALSE NOSCAN LINES.  EVERY
      *  TRANSACTION - APPLIED OR REJECTED - IS PRINTED TO THE
      *  DAY1RAUD AUDIT LISTING WITH BEFORE AND AFTER RECORD IMAGES.
      *
      *  A TRANSFER KEEPS THE OLD DEPOT IN ROST-PRIOR-DEPOT AND THE
      *  NIGHT OF THE MOVE IN ROST-DEPOT-EFF-DATE; READERS OF THE
      *  ROSTER RESOLVE THE DEPOT FOR THE DATE THEY ARE WORKING ON,
      *  SO A MOVE BOOKED AHEAD OF TIME TAKES EFFECT ON ITS OWN
      *  NIGHT WITHOUT ANOTHER MAINTENANCE RUN.  ONLY ONE MOVE CAN
      *  BE PENDING AT A TIME; A TRANSFER BACK TO THE PRIOR DEPOT
      *  BEFORE THE MOVE TAKES EFFECT CANCELS IT.  THE ROSTER HOLDS
      *  ONE MOVE ONLY, AND DAY1 RE-TOTALS EVERY DATE STILL ON THE
      *  INVENTORY MASTER, SO A NEW TRANSFER IS REFUSED WHILE THE
      *  ELF STILL HAS ITEMS ON THE MASTER DATED BEFORE ITS LAST
      *  MOVE - THOSE NIGHTS WOULD OTHERWISE BE BOOKED TO THE WRONG
      *  DEPOT.  THE MASTER IS ONLY READ, NEVER UPDATED.
      *
      *  RUNS AS ITS OWN STEP AT THE TOP OF DAY1JOB SO THE NIGHTLY
      *  TOTALING AND THE COVERAGE SWEEP SEE THE CORRECTED ROSTER.
      *
      *  MODIFICATION HISTORY
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  10/15/2026 RC    ORIGINAL PROGRAM.
      *  10/15/2026 RC    NEW CAPACITY ACTION SETS OR CLEARS THE
      *                   ELF'S CARRYING CAPACITY (ROST-CAPACITY,
      *                   CHECKED NIGHTLY BY DAY1CAPR); AN ADD MAY
      *                   CARRY ONE TOO.  A NON-NUMERIC CAPACITY
      *                   REJECTS THE CARD.
      *  10/15/2026 RC    A TRANSFER IS REJECTED (EARLIER MOVE STILL
      *                   ON MASTER) WHILE THE ELF HAS INVENTORY
      *                   ITEMS DATED BEFORE ITS LAST MOVE, SO THE
      *                   ONE-MOVE ROSTER HISTORY NEVER LOSES A MOVE
      *                   THE MASTER STILL NEEDS.  READS ELFINVT.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.

       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ELF-ROSTER-FILE
               ASSIGN TO ELFROST
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS ROST-ELF-ID
               FILE STATUS IS WS-ROST-STATUS.

           SELECT ELF-INVENTORY-FILE
               ASSIGN TO ELFINVT
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS ELF-INV-KEY
               FILE STATUS IS WS-ELFINV-STATUS.

           SELECT DAY1-ROST-TRAN-FILE
               ASSIGN TO DAY1RMTC
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-STATUS.

           SELECT DAY1-AUDIT-FILE
               ASSIGN TO DAY1RAUD
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

       DATA DIVISION.

       FILE SECTION.
           FD  ELF-ROSTER-FILE
               RECORD CONTAINS 48 CHARACTERS.
           COPY ELFROST.

           FD  ELF-INVENTORY-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFINV.

           FD  DAY1-ROST-TRAN-FILE
               RECORD CONTAINS 60 CHARACTERS.
           COPY DAY1RMTC.

           FD  DAY1-AUDIT-FILE
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-AUDIT-LINE               PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ROST-STATUS            PIC X(02).
           05  WS-TRAN-STATUS            PIC X(02).
           05  WS-AUDIT-STATUS           PIC X(02).
           05  WS-ELFINV-STATUS          PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-END-OF-FILE        VALUE 'Y'.
           05  WS-TRAN-OK-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-TRAN-OK            VALUE 'Y' FALSE 'N'.
           05  WS-EARLY-ITEM-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-EARLY-ITEM-FOUND   VALUE 'Y' FALSE 'N'.

       01  WS-COUNTERS.
           05  WS-TRAN-READ-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-APPLIED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-PENDING-COUNT          PIC 9(07) VALUE ZERO.

       01  WS-RUN-DATE                   PIC 9(08).
       01  WS-RUN-DATE-X REDEFINES WS-RUN-DATE
                                         PIC X(08).

       01  WS-EFF-DATE                   PIC X(08).

       01  WS-REJECT-REASON              PIC X(28).

       01  WS-APPLY-NOTE                 PIC X(28).

       01  WS-ABEND-INFO.
           05  WS-ABEND-FILE-ID          PIC X(08).
           05  WS-ABEND-FILE-STATUS      PIC X(02).

       01  WS-AUDIT-HEADING.
           05  FILLER                    PIC X(33) VALUE
               'DAY1RMNT ELF ROSTER MAINT -      '.
           05  HDG-RUN-DATE              PIC 9(08).
           05  FILLER                    PIC X(39) VALUE SPACES.

       01  WS-AUDIT-DETAIL.
           05  AUD-DISPOSITION           PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AUD-ACTION                PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AUD-ELF-ID                PIC X(05).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AUD-DEPOT                 PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AUD-EFF-DATE              PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AUD-REASON                PIC X(28).
           05  FILLER                    PIC X(10) VALUE SPACES.

       01  WS-AUDIT-IMAGE.
           05  IMG-LABEL                 PIC X(10).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  IMG-RECORD                PIC X(48).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  WS-AUDIT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-COUNT                 PIC Z(06)9.
           05  FILLER                    PIC X(51) VALUE SPACES.

       PROCEDURE DIVISION.

       0000-MAINLINE.
           PERFORM 1000-INITIALIZE THRU 1000-EXIT.
           PERFORM 2000-PROCESS-TRANS THRU 2000-EXIT
               UNTIL WS-END-OF-FILE.
           PERFORM 8000-FINALIZE THRU 8000-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE FILES AND PRINT THE AUDIT
      *  HEADING, THEN PRIME THE FIRST TRANSACTION.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           OPEN INPUT DAY1-ROST-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'DAY1RMTC' TO WS-ABEND-FILE-ID
               MOVE WS-TRAN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN OUTPUT DAY1-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'DAY1RAUD' TO WS-ABEND-FILE-ID
               MOVE WS-AUDIT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN INPUT ELF-INVENTORY-FILE.
           IF WS-ELFINV-STATUS NOT = '00'
               MOVE 'ELFINVT' TO WS-ABEND-FILE-ID
               MOVE WS-ELFINV-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN I-O ELF-ROSTER-FILE.
           IF WS-ROST-STATUS NOT = '00'
               MOVE 'ELFROST' TO WS-ABEND-FILE-ID
               MOVE WS-ROST-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-AUDIT-HEADING TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           PERFORM 1400-READ-NEXT-TRAN THRU 1400-EXIT.
       1000-EXIT.
           EXIT.

       1400-READ-NEXT-TRAN.
           READ DAY1-ROST-TRAN-FILE
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-TRAN-READ-COUNT
           END-READ.
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2000-PROCESS-TRANS - ONE ITERATION PER TRANSACTION CARD.
      *  A CARD THAT FAILS VALIDATION IS PRINTED AS REJECTED AND
      *  THE RUN GOES ON; THE ROSTER IS NEVER TOUCHED FOR IT.
      *-----------------------------------------------------------*
       2000-PROCESS-TRANS.
           MOVE SPACES TO WS-APPLY-NOTE.
           PERFORM 2100-VALIDATE-TRAN THRU 2100-EXIT.
           IF WS-TRAN-OK
               EVALUATE TRUE
                   WHEN RMT-ACTION-ADD
                       PERFORM 2200-APPLY-ADD THRU 2200-EXIT
                   WHEN RMT-ACTION-CHGNAME
                       PERFORM 2300-APPLY-CHGNAME THRU 2300-EXIT
                   WHEN RMT-ACTION-ACTIVATE
                   WHEN RMT-ACTION-DEACTIV
                       PERFORM 2400-APPLY-STATUS THRU 2400-EXIT
                   WHEN RMT-ACTION-TRANSFER
                       PERFORM 2500-APPLY-TRANSFER THRU 2500-EXIT
                   WHEN RMT-ACTION-CAPACITY
                       PERFORM 2580-APPLY-CAPACITY THRU 2580-EXIT
               END-EVALUATE
           ELSE
               PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
           END-IF.
           PERFORM 1400-READ-NEXT-TRAN THRU 1400-EXIT.
       2000-EXIT.
           EXIT.

       2100-VALIDATE-TRAN.
           SET WS-TRAN-OK TO TRUE.
           MOVE SPACES TO WS-REJECT-REASON.
           IF NOT RMT-ACTION-ADD
              AND NOT RMT-ACTION-CHGNAME
              AND NOT RMT-ACTION-ACTIVATE
              AND NOT RMT-ACTION-DEACTIV
              AND NOT RMT-ACTION-TRANSFER
              AND NOT RMT-ACTION-CAPACITY
               SET WS-TRAN-OK TO FALSE
               MOVE 'UNKNOWN ACTION CODE' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF RMT-ELF-ID IS NOT NUMERIC
               SET WS-TRAN-OK TO FALSE
               MOVE 'ELF-ID NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF (RMT-ACTION-ADD OR RMT-ACTION-CHGNAME)
              AND RMT-ELF-NAME = SPACES
               SET WS-TRAN-OK TO FALSE
               MOVE 'ELF NAME MISSING' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF (RMT-ACTION-ADD OR RMT-ACTION-TRANSFER)
              AND RMT-DEPOT = SPACES
               SET WS-TRAN-OK TO FALSE
               MOVE 'DEPOT CODE MISSING' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF RMT-ACTION-TRANSFER
              AND RMT-EFF-DATE NOT = SPACES
              AND RMT-EFF-DATE IS NOT NUMERIC
               SET WS-TRAN-OK TO FALSE
               MOVE 'EFFECTIVE DATE NOT NUMERIC' TO WS-REJECT-REASON
               GO TO 2100-EXIT
           END-IF.
           IF (RMT-ACTION-ADD OR RMT-ACTION-CAPACITY)
              AND RMT-CAPACITY NOT = SPACES
              AND RMT-CAPACITY IS NOT NUMERIC
               SET WS-TRAN-OK TO FALSE
               MOVE 'CAPACITY NOT NUMERIC' TO WS-REJECT-REASON
           END-IF.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-APPLY-ADD - WRITE A NEW ROSTER RECORD, ACTIVE, AT ITS
      *  HOME DEPOT WITH NO TRANSFER HISTORY.  A DUPLICATE KEY MEANS
      *  THE ELF IS ALREADY ON THE ROSTER AND THE CARD IS REJECTED.
      *-----------------------------------------------------------*
       2200-APPLY-ADD.
           MOVE SPACES TO ELF-ROSTER-RECORD.
           MOVE RMT-ELF-ID TO ROST-ELF-ID.
           SET ROST-ACTIVE TO TRUE.
           MOVE RMT-ELF-NAME TO ROST-ELF-NAME.
           MOVE RMT-DEPOT TO ROST-DEPOT-CODE.
           IF RMT-CAPACITY IS NUMERIC
               MOVE RMT-CAPACITY TO ROST-CAPACITY
           ELSE
               MOVE ZERO TO ROST-CAPACITY
           END-IF.
           WRITE ELF-ROSTER-RECORD
               INVALID KEY
                   MOVE 'ELF ALREADY ON ROSTER' TO WS-REJECT-REASON
                   PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               NOT INVALID KEY
                   PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT
                   MOVE '(NONE)' TO IMG-RECORD
                   PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT
                   MOVE ELF-ROSTER-RECORD TO IMG-RECORD
                   PERFORM 2820-AUDIT-AFTER THRU 2820-EXIT
           END-WRITE.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-APPLY-CHGNAME - READ THE ELF, PRINT ITS BEFORE IMAGE,
      *  REPLACE THE NAME, AND REWRITE.
      *-----------------------------------------------------------*
       2300-APPLY-CHGNAME.
           PERFORM 2600-READ-ROSTER-ELF THRU 2600-EXIT.
           IF NOT WS-TRAN-OK
               GO TO 2300-EXIT
           END-IF.
           PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT.
           MOVE ELF-ROSTER-RECORD TO IMG-RECORD.
           PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT.
           MOVE RMT-ELF-NAME TO ROST-ELF-NAME.
           PERFORM 2700-REWRITE-ROSTER-ELF THRU 2700-EXIT.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2400-APPLY-STATUS - ACTIVATE OR DEACTIVATE THE ELF.  A
      *  CARD THAT WOULD NOT CHANGE THE STATUS IS REJECTED SO A
      *  DUPLICATED CARD DECK SHOWS UP ON THE AUDIT LISTING.
      *-----------------------------------------------------------*
       2400-APPLY-STATUS.
           PERFORM 2600-READ-ROSTER-ELF THRU 2600-EXIT.
           IF NOT WS-TRAN-OK
               GO TO 2400-EXIT
           END-IF.
           IF RMT-ACTION-ACTIVATE AND ROST-ACTIVE
               MOVE 'ELF ALREADY ACTIVE' TO WS-REJECT-REASON
               PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.
           IF RMT-ACTION-DEACTIV AND ROST-INACTIVE
               MOVE 'ELF ALREADY INACTIVE' TO WS-REJECT-REASON
               PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               GO TO 2400-EXIT
           END-IF.
           PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT.
           MOVE ELF-ROSTER-RECORD TO IMG-RECORD.
           PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT.
           IF RMT-ACTION-ACTIVATE
               SET ROST-ACTIVE TO TRUE
           ELSE
               SET ROST-INACTIVE TO TRUE
           END-IF.
           PERFORM 2700-REWRITE-ROSTER-ELF THRU 2700-EXIT.
       2400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2500-APPLY-TRANSFER - MOVE THE ELF TO A NEW DEPOT AS OF
      *  THE CARD'S EFFECTIVE DATE (THE RUN DATE WHEN BLANK).
      *  WHILE A MOVE IS STILL PENDING, A TRANSFER BACK TO THE
      *  PRIOR DEPOT CANCELS IT AND ANY OTHER TRANSFER IS REJECTED.
      *  A NEW EFFECTIVE DATE MUST FALL AFTER THE LAST ONE, OR THE
      *  PRIOR-DEPOT HISTORY WOULD NO LONGER READ IN DATE ORDER,
      *  AND NO ITEM DATED BEFORE THE LAST MOVE MAY STILL BE ON THE
      *  MASTER (2560), SINCE THIS TRANSFER OVERWRITES THAT MOVE.
      *-----------------------------------------------------------*
       2500-APPLY-TRANSFER.
           PERFORM 2600-READ-ROSTER-ELF THRU 2600-EXIT.
           IF NOT WS-TRAN-OK
               GO TO 2500-EXIT
           END-IF.
           IF RMT-EFF-DATE = SPACES
               MOVE WS-RUN-DATE-X TO WS-EFF-DATE
           ELSE
               MOVE RMT-EFF-DATE TO WS-EFF-DATE
           END-IF.
           IF ROST-PRIOR-DEPOT NOT = SPACES
              AND ROST-DEPOT-EFF-DATE > WS-RUN-DATE-X
               IF RMT-DEPOT = ROST-PRIOR-DEPOT
                   PERFORM 2550-CANCEL-PENDING THRU 2550-EXIT
               ELSE
                   MOVE 'TRANSFER ALREADY PENDING' TO WS-REJECT-REASON
                   PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               END-IF
               GO TO 2500-EXIT
           END-IF.
           IF RMT-DEPOT = ROST-DEPOT-CODE
               MOVE 'ELF ALREADY AT THAT DEPOT' TO WS-REJECT-REASON
               PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF ROST-DEPOT-EFF-DATE NOT = SPACES
              AND WS-EFF-DATE NOT > ROST-DEPOT-EFF-DATE
               MOVE 'EFF DATE NOT AFTER LAST MOVE' TO WS-REJECT-REASON
               PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           PERFORM 2560-CHECK-EARLIER-MOVE THRU 2560-EXIT.
           IF WS-EARLY-ITEM-FOUND
               MOVE 'EARLIER MOVE STILL ON MASTER' TO WS-REJECT-REASON
               PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               GO TO 2500-EXIT
           END-IF.
           IF WS-EFF-DATE > WS-RUN-DATE-X
               ADD 1 TO WS-PENDING-COUNT
               MOVE 'PENDING - NOT YET EFFECTIVE' TO WS-APPLY-NOTE
           END-IF.
           PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT.
           MOVE ELF-ROSTER-RECORD TO IMG-RECORD.
           PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT.
           MOVE ROST-DEPOT-CODE TO ROST-PRIOR-DEPOT.
           MOVE RMT-DEPOT TO ROST-DEPOT-CODE.
           MOVE WS-EFF-DATE TO ROST-DEPOT-EFF-DATE.
           PERFORM 2700-REWRITE-ROSTER-ELF THRU 2700-EXIT.
       2500-EXIT.
           EXIT.

       2550-CANCEL-PENDING.
           MOVE 'PENDING TRANSFER CANCELLED' TO WS-APPLY-NOTE.
           PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT.
           MOVE ELF-ROSTER-RECORD TO IMG-RECORD.
           PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT.
           MOVE ROST-PRIOR-DEPOT TO ROST-DEPOT-CODE.
           MOVE SPACES TO ROST-PRIOR-DEPOT.
           MOVE SPACES TO ROST-DEPOT-EFF-DATE.
           PERFORM 2700-REWRITE-ROSTER-ELF THRU 2700-EXIT.
       2550-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2560-CHECK-EARLIER-MOVE - DOES THE ELF STILL HAVE ITEMS ON
      *  THE INVENTORY MASTER DATED BEFORE ITS LAST MOVE?  THE KEY
      *  RUNS ELF THEN DATE, SO THE ELF'S FIRST ITEM IS ITS
      *  EARLIEST.  AN ELF NEVER MOVED HAS NOTHING TO LOSE.
      *-----------------------------------------------------------*
       2560-CHECK-EARLIER-MOVE.
           SET WS-EARLY-ITEM-FOUND TO FALSE.
           IF ROST-DEPOT-EFF-DATE = SPACES
               GO TO 2560-EXIT
           END-IF.
           MOVE ROST-ELF-ID TO ELF-ID.
           MOVE LOW-VALUES TO INVENTORY-DATE.
           MOVE ZERO TO ITEM-SEQ-NO.
           START ELF-INVENTORY-FILE KEY IS NOT LESS THAN ELF-INV-KEY
               INVALID KEY
                   GO TO 2560-EXIT
           END-START.
           READ ELF-INVENTORY-FILE NEXT RECORD
               AT END
                   GO TO 2560-EXIT
           END-READ.
           IF ELF-ID = ROST-ELF-ID
              AND INVENTORY-DATE < ROST-DEPOT-EFF-DATE
               SET WS-EARLY-ITEM-FOUND TO TRUE
           END-IF.
       2560-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2580-APPLY-CAPACITY - SET THE ELF'S CARRYING CAPACITY.  A
      *  BLANK OR ZERO CAPACITY CLEARS IT SO THE DEPOT DEFAULT
      *  APPLIES AGAIN.
      *-----------------------------------------------------------*
       2580-APPLY-CAPACITY.
           PERFORM 2600-READ-ROSTER-ELF THRU 2600-EXIT.
           IF NOT WS-TRAN-OK
               GO TO 2580-EXIT
           END-IF.
           IF RMT-CAPACITY IS NUMERIC
              AND RMT-CAPACITY NOT = ZERO
               MOVE 'CAPACITY SET' TO WS-APPLY-NOTE
           ELSE
               MOVE 'CLEARED - DEPOT DEFAULT' TO WS-APPLY-NOTE
           END-IF.
           PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT.
           MOVE ELF-ROSTER-RECORD TO IMG-RECORD.
           PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT.
           IF RMT-CAPACITY IS NUMERIC
               MOVE RMT-CAPACITY TO ROST-CAPACITY
           ELSE
               MOVE ZERO TO ROST-CAPACITY
           END-IF.
           PERFORM 2700-REWRITE-ROSTER-ELF THRU 2700-EXIT.
       2580-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2600-READ-ROSTER-ELF - READ THE ELF NAMED ON THE CARD.  AN
      *  ELF NOT ON THE ROSTER REJECTS THE CARD.
      *-----------------------------------------------------------*
       2600-READ-ROSTER-ELF.
           MOVE RMT-ELF-ID TO ROST-ELF-ID.
           READ ELF-ROSTER-FILE
               INVALID KEY
                   SET WS-TRAN-OK TO FALSE
                   MOVE 'ELF NOT ON ROSTER' TO WS-REJECT-REASON
                   PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
           END-READ.
       2600-EXIT.
           EXIT.

       2700-REWRITE-ROSTER-ELF.
           REWRITE ELF-ROSTER-RECORD.
           MOVE ELF-ROSTER-RECORD TO IMG-RECORD.
           PERFORM 2820-AUDIT-AFTER THRU 2820-EXIT.
       2700-EXIT.
           EXIT.

       2800-AUDIT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE 'APPLIED' TO AUD-DISPOSITION.
           MOVE WS-APPLY-NOTE TO AUD-REASON.
           PERFORM 2850-WRITE-AUDIT-DETAIL THRU 2850-EXIT.
       2800-EXIT.
           EXIT.

       2810-AUDIT-BEFORE.
           MOVE '  BEFORE' TO IMG-LABEL.
           MOVE WS-AUDIT-IMAGE TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
       2810-EXIT.
           EXIT.

       2820-AUDIT-AFTER.
           MOVE '  AFTER' TO IMG-LABEL.
           MOVE WS-AUDIT-IMAGE TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
       2820-EXIT.
           EXIT.

       2850-WRITE-AUDIT-DETAIL.
           MOVE RMT-ACTION TO AUD-ACTION.
           MOVE RMT-ELF-ID TO AUD-ELF-ID.
           MOVE RMT-DEPOT TO AUD-DEPOT.
           MOVE RMT-EFF-DATE TO AUD-EFF-DATE.
           MOVE WS-AUDIT-DETAIL TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
       2850-EXIT.
           EXIT.

       2900-AUDIT-REJECTED.
           ADD 1 TO WS-REJECTED-COUNT.
           MOVE 'REJECTED' TO AUD-DISPOSITION.
           MOVE WS-REJECT-REASON TO AUD-REASON.
           PERFORM 2850-WRITE-AUDIT-DETAIL THRU 2850-EXIT.
       2900-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PRINT THE TRANSACTION COUNTS, CLOSE THE
      *  FILES, AND SET A WARNING CODE IF ANYTHING WAS REJECTED SO
      *  THE OPERATORS REVIEW THE AUDIT LISTING.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           MOVE 'TRANSACTIONS READ' TO SUM-LABEL.
           MOVE WS-TRAN-READ-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           MOVE 'TRANSACTIONS APPLIED' TO SUM-LABEL.
           MOVE WS-APPLIED-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           MOVE 'TRANSACTIONS REJECTED' TO SUM-LABEL.
           MOVE WS-REJECTED-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           MOVE 'TRANSFERS PENDING' TO SUM-LABEL.
           MOVE WS-PENDING-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           CLOSE DAY1-ROST-TRAN-FILE.
           CLOSE DAY1-AUDIT-FILE.
           CLOSE ELF-ROSTER-FILE.
           CLOSE ELF-INVENTORY-FILE.
           DISPLAY 'DAY1RMNT - ' WS-APPLIED-COUNT ' APPLIED, '
               WS-REJECTED-COUNT ' REJECTED'.
           IF WS-REJECTED-COUNT > ZERO
               MOVE 4 TO RETURN-CODE
           END-IF.
       8000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  9000-ABEND-FILE-ERROR - A REQUIRED FILE COULD NOT BE
      *  OPENED.  DISPLAY THE STATUS AND END THE RUN ABNORMALLY SO
      *  THE JCL CONDITION-CODE CHECK IN DAY1JOB CATCHES IT.
      *-----------------------------------------------------------*
       9000-ABEND-FILE-ERROR.
           DISPLAY 'DAY1RMNT - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
