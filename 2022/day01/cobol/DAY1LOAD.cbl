      *  ALREADY ON THE MASTER IS REJECTED TO SUSPENSE ON ITS OWN.
      *  EVERY BATCH AND EVERY REJECT IS PRINTED TO THE DAY1LAUD
      *  LOAD-AUDIT LISTING, AND THE RUN APPENDS A RUN-CONTROL
      *  RECORD TO DAY1RUNH LIKE DAY1 AND DAY1RPT DO.  EVERY DETAIL
      *  ADDED TO THE MASTER IS ALSO APPENDED TO THE ELFJRNL CHANGE
      *  JOURNAL.
      *
      *  RUNS AS THE FIRST STEP OF DAY1JOB, AHEAD OF STEP005, SO
      *  MAINTENANCE AND TOTALING ALWAYS SEE A BALANCED MASTER.
      *                   HEADER-DETAILS-TRAILER LAYOUT AND CAN BE
      *                   RESUBMITTED INSTEAD OF RE-SUSPENDING AS
      *                   STRAYS FOREVER.
      *  10/15/2026 RC    SCANNER-STATION MASTER (ELFSTN) LOADED AT
      *                   INITIALIZATION.  A BATCH FROM A STATION
      *                   NOT ON THE MASTER, OR WHOSE DETAILS CARRY
      *                   A DEPOT OTHER THAN THE STATION'S, IS
      *                   FLAGGED ON DAY1LAUD (RC=4).  EVERY ACTIVE
      *                   STATION THAT SENT NO BATCH OR FEWER THAN
      *                   ITS EXPECTED BATCHES IS LISTED AS MISSING
      *                   OR SHORT AT END OF RUN (RC=8), SO A DEAD
      *                   SCANNER IS CHASED THE SAME NIGHT.
      *  10/15/2026 RC    THE EXTRACT'S BUSINESS DATE (FIRST HEADER
      *                   BATCH DATE) IS NOW OPENED ON THE NEW
      *                   PROCESSING CALENDAR (DAY1CAL) BEFORE
      *                   ANYTHING IS LOADED.  A DATE ALREADY
      *                   LOADED, ONE EARLIER THAN THE LATEST, OR A
      *                   NEW DATE WHILE THE LATEST NIGHT IS STILL
      *                   OPEN IS REFUSED WITH RC=12; AN AUTHORIZED
      *                   OVERRIDE CARD (DAY1OVRD) ALLOWS A
      *                   DELIBERATE RELOAD OF THE LATEST DATE.
      *                   THE DATE AND ANY OVERRIDE USED RIDE THE
      *                   RUN RECORD (DAY1RUNH NOW LRECL 119).
      *  10/15/2026 RC    EVERY DETAIL ADDED TO THE MASTER IS
      *                   APPENDED TO THE ELFJRNL CHANGE JOURNAL.
      *                   THE JOURNAL IS REQUIRED - NOTHING IS
      *                   LOADED IF IT CANNOT BE OPENED, AND A
      *                   FAILED JOURNAL WRITE ENDS THE RUN RC=16.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SCAN-STATUS.

           SELECT SCAN-STATION-FILE
               ASSIGN TO ELFSTN
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS STN-STATION-ID
               FILE STATUS IS WS-STN-STATUS.

           SELECT ELF-INVENTORY-FILE
               ASSIGN TO ELFINVT
               ORGANIZATION IS INDEXED
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

           SELECT ELF-JOURNAL-FILE
               ASSIGN TO ELFJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.

       FILE SECTION.
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1SCAN.

           FD  SCAN-STATION-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY ELFSTN.

           FD  ELF-INVENTORY-FILE
               RECORD CONTAINS 28 CHARACTERS.
           COPY ELFINV.
           01  DAY1-AUDIT-LINE               PIC X(80).

           FD  DAY1-RUN-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  DAY1-CALENDAR-FILE
               RECORD CONTAINS 50 CHARACTERS.
           COPY DAY1CAL.

           FD  DAY1-OVERRIDE-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1OVRD.

           FD  ELF-JOURNAL-FILE
               RECORD CONTAINS 120 CHARACTERS.
           COPY ELFJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-SCAN-STATUS            PIC X(02).
           05  WS-STN-STATUS             PIC X(02).
           05  WS-ELFINV-STATUS          PIC X(02).
           05  WS-SUSP-STATUS            PIC X(02).
           05  WS-AUDIT-STATUS           PIC X(02).
           05  WS-RUNH-STATUS            PIC X(02).
           05  WS-CAL-STATUS             PIC X(02).
           05  WS-OVRD-STATUS            PIC X(02).
           05  WS-JRNL-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-TRAILER-SEEN       VALUE 'Y' FALSE 'N'.
           05  WS-OVERFLOW-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-BATCH-OVERFLOWED   VALUE 'Y' FALSE 'N'.
           05  WS-STN-EOF-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-STN-EOF            VALUE 'Y'.
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

       01  WS-BATCH-TABLE.
           05  WS-BAT-MAX                PIC 9(04) VALUE 2000.
               10  WS-BAT-CATEGORY       PIC X(02).
               10  WS-BAT-DEPOT          PIC X(03).

       01  WS-STATION-TABLE.
           05  WS-STN-MAX                PIC 9(03) VALUE 200.
           05  WS-STN-COUNT              PIC 9(03) VALUE ZERO.
           05  WS-STN-IX                 PIC 9(03).
           05  WS-STN-ENTRY OCCURS 200 TIMES.
               10  WS-STN-ID             PIC X(04).
               10  WS-STN-ACTIVE-FLAG    PIC X(01).
               10  WS-STN-DEPOT          PIC X(03).
               10  WS-STN-EXPECTED       PIC 9(02).
               10  WS-STN-RECEIVED       PIC 9(03).

       01  WS-BATCH-CONTROL.
           05  WS-BATCH-STATION          PIC X(04).
           05  WS-BATCH-STN-IX           PIC 9(03).
           05  WS-BATCH-DEPOT-OFF        PIC 9(07).
           05  WS-BATCH-DATE             PIC X(08).
           05  WS-BATCH-CAL-HASH         PIC 9(09) VALUE ZERO.
           05  WS-TRL-REC-COUNT-RAW      PIC X(07).
           05  WS-LOADED-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-DUPKEY-COUNT           PIC 9(07) VALUE ZERO.
           05  WS-STRAY-COUNT            PIC 9(07) VALUE ZERO.
           05  WS-STATION-FLAG-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-STATION-MISS-COUNT     PIC 9(07) VALUE ZERO.
           05  WS-JRNL-COUNT             PIC 9(07) VALUE ZERO.

      *    PROCESSING-CALENDAR CONTROL.  WS-CAL-STEP-NO IS THIS
      *    PROGRAM'S SLOT ON THE DAY1CAL RECORD.  WS-LATEST-DATE IS
      *    THE LAST BUSINESS DATE ALREADY ON THE CALENDAR.
       01  WS-CALENDAR-CONTROL.
           05  WS-CAL-STEP-NO            PIC 9(01) VALUE 1.
           05  WS-BUSINESS-DATE          PIC 9(08) VALUE ZERO.
           05  WS-BUSINESS-DATE-X REDEFINES WS-BUSINESS-DATE
                                         PIC X(08).
           05  WS-LATEST-DATE            PIC 9(08) VALUE ZERO.
           05  WS-CAL-REFUSAL            PIC X(50) VALUE SPACES.
           05  WS-OVRD-DATE              PIC X(08) VALUE SPACES.
           05  WS-OVRD-AUTH              PIC X(08) VALUE SPACES.
           05  WS-OVRD-REASON            PIC X(40) VALUE SPACES.

       01  WS-RUN-DATE                   PIC 9(08).

           05  ARJ-REASON                PIC X(21).
           05  FILLER                    PIC X(20) VALUE SPACES.

       01  WS-AUDIT-STATION.
           05  AST-TAG                   PIC X(08).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AST-STATION               PIC X(04).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AST-DEPOT                 PIC X(03).
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AST-EXPECTED              PIC Z9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AST-COUNT                 PIC Z(06)9.
           05  FILLER                    PIC X(02) VALUE SPACES.
           05  AST-REASON                PIC X(23).
           05  FILLER                    PIC X(23) VALUE SPACES.

       01  WS-STATION-HEADING.
           05  FILLER                    PIC X(40) VALUE
               'STATIONS MISSING OR SHORT TONIGHT       '.
           05  FILLER                    PIC X(40) VALUE SPACES.

       01  WS-AUDIT-SUMMARY.
           05  SUM-LABEL                 PIC X(22).
           05  SUM-COUNT                 PIC Z(06)9.
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - PRIME THE FIRST EXTRACT RECORD, OPEN THE
      *  BUSINESS DATE ON THE PROCESSING CALENDAR, OPEN THE OTHER
      *  FILES, AND PRINT THE AUDIT HEADING.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               MOVE WS-SCAN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 1400-READ-NEXT-RECORD THRU 1400-EXIT.
           PERFORM 1900-OPEN-BUSINESS-DATE THRU 1900-EXIT.
           OPEN OUTPUT DAY1-SUSPENSE-FILE.
           IF WS-SUSP-STATUS NOT = '00'
               MOVE 'DAY1LSUS' TO WS-ABEND-FILE-ID
               MOVE WS-AUDIT-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN EXTEND ELF-JOURNAL-FILE.
           IF WS-JRNL-STATUS NOT = '00'
               MOVE 'ELFJRNL' TO WS-ABEND-FILE-ID
               MOVE WS-JRNL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           OPEN I-O ELF-INVENTORY-FILE.
           IF WS-ELFINV-STATUS NOT = '00'
               MOVE 'ELFINVT' TO WS-ABEND-FILE-ID
               MOVE WS-ELFINV-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 1080-LOAD-STATIONS THRU 1080-EXIT.
           MOVE WS-RUN-DATE TO HDG-RUN-DATE.
           MOVE WS-AUDIT-HEADING TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
       1000-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1080-LOAD-STATIONS - LOAD THE ELFSTN SCANNER-STATION
      *  MASTER INTO THE STATION TABLE.  WITHOUT IT NO MISSING
      *  STATION CAN BE DETECTED, SO AN UNREADABLE MASTER OR ONE
      *  TOO BIG FOR THE TABLE ENDS THE RUN BEFORE ANY LOADING.
      *-----------------------------------------------------------*
       1080-LOAD-STATIONS.
           OPEN INPUT SCAN-STATION-FILE.
           IF WS-STN-STATUS NOT = '00'
               MOVE 'ELFSTN' TO WS-ABEND-FILE-ID
               MOVE WS-STN-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           PERFORM 1090-READ-STATION THRU 1090-EXIT.
           PERFORM 1085-STORE-ONE-STATION THRU 1085-EXIT
               UNTIL WS-STN-EOF.
           CLOSE SCAN-STATION-FILE.
       1080-EXIT.
           EXIT.

       1085-STORE-ONE-STATION.
           IF WS-STN-COUNT >= WS-STN-MAX
               DISPLAY 'DAY1LOAD - STATION MASTER EXCEEDS THE '
                   'STATION TABLE LIMIT OF ' WS-STN-MAX ' - RUN ENDED'
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT
               STOP RUN
           END-IF.
           ADD 1 TO WS-STN-COUNT.
           MOVE STN-STATION-ID TO WS-STN-ID (WS-STN-COUNT).
           MOVE STN-STATUS TO WS-STN-ACTIVE-FLAG (WS-STN-COUNT).
           MOVE STN-DEPOT-CODE TO WS-STN-DEPOT (WS-STN-COUNT).
           IF STN-EXPECTED-BATCHES IS NUMERIC
               MOVE STN-EXPECTED-BATCHES
                   TO WS-STN-EXPECTED (WS-STN-COUNT)
           ELSE
               MOVE 1 TO WS-STN-EXPECTED (WS-STN-COUNT)
           END-IF.
           MOVE ZERO TO WS-STN-RECEIVED (WS-STN-COUNT).
           PERFORM 1090-READ-STATION THRU 1090-EXIT.
       1085-EXIT.
           EXIT.

       1090-READ-STATION.
           READ SCAN-STATION-FILE
               AT END
                   SET WS-STN-EOF TO TRUE
           END-READ.
       1090-EXIT.
           EXIT.

       1400-READ-NEXT-RECORD.
           READ DAY1-SCAN-FILE
               AT END
       1400-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1900-OPEN-BUSINESS-DATE - THE BUSINESS DATE IS THE BATCH
      *  DATE ON THE EXTRACT'S FIRST HEADER (THE RUN DATE WHEN THE
      *  EXTRACT DOES NOT OPEN WITH ONE), SO A RESUBMITTED EXTRACT
      *  IS RECOGNIZED HOWEVER LATE IT IS RUN.  AGAINST THE LATEST
      *  DATE ON THE PROCESSING CALENDAR (DAY1CAL):
      *    - AN EARLIER DATE IS OUT OF SEQUENCE - ALWAYS REFUSED;
      *    - THE SAME DATE, ALREADY LOADED, IS REFUSED UNLESS AN
      *      AUTHORIZED OVERRIDE CARD NAMES IT.  A SLOT LEFT
      *      STARTED BY AN ABEND IS A RESTART AND RUNS;
      *    - A LATER DATE IS OPENED ONLY ONCE THE LATEST ONE IS
      *      COMPLETE - A NIGHT NEVER CLOSED MUST BE FINISHED FIRST.
      *  REFUSAL IS RC=12.  CHECKED BEFORE THE SUSPENSE FILE OR
      *  THE MASTER IS OPENED, SO A REFUSED RUN CHANGES NOTHING.
      *-----------------------------------------------------------*
       1900-OPEN-BUSINESS-DATE.
           MOVE WS-RUN-DATE TO WS-BUSINESS-DATE.
           IF NOT WS-END-OF-FILE
               IF SCAN-TYPE-HEADER OF DAY1-SCAN-RECORD
                  AND SCAN-HDR-BATCH-DATE OF DAY1-SCAN-RECORD
                      IS NUMERIC
                   MOVE SCAN-HDR-BATCH-DATE OF DAY1-SCAN-RECORD
                       TO WS-BUSINESS-DATE
               END-IF
           END-IF.
           PERFORM 1910-READ-OVERRIDE-CARD THRU 1910-EXIT.
           OPEN I-O DAY1-CALENDAR-FILE.
      *    FILE STATUS 35 MEANS THE CALENDAR DOES NOT EXIST YET -
      *    THE FIRST NIGHT OF A SEASON CREATES IT.
           IF WS-CAL-STATUS = '35'
               OPEN OUTPUT DAY1-CALENDAR-FILE
               CLOSE DAY1-CALENDAR-FILE
               OPEN I-O DAY1-CALENDAR-FILE
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'DAY1CAL' TO WS-ABEND-FILE-ID
               MOVE WS-CAL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           SET WS-CALENDAR-OPEN TO TRUE.
           PERFORM 1920-FIND-LATEST-DATE THRU 1920-EXIT.
           PERFORM 1940-CHECK-OVERRIDE-CARD THRU 1940-EXIT.
           IF WS-BUSINESS-DATE < WS-LATEST-DATE
               MOVE 'OUT OF SEQUENCE - A LATER BUSINESS DATE IS OPEN'
                   TO WS-CAL-REFUSAL
               GO TO 1990-REFUSE-RUN
           END-IF.
           IF WS-BUSINESS-DATE = WS-LATEST-DATE
               PERFORM 1950-REOPEN-LATEST-DATE THRU 1950-EXIT
           ELSE
               PERFORM 1960-ADD-NEW-DATE THRU 1960-EXIT
           END-IF.
           CLOSE DAY1-CALENDAR-FILE.
           SET WS-CALENDAR-OPEN TO FALSE.
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
      *  DATE, SO THE LAST KEY READ IS THE LATEST NIGHT.  ITS
      *  RECORD IS LEFT IN THE RECORD AREA FOR THE CHECKS THAT
      *  FOLLOW.  AN EMPTY CALENDAR LEAVES WS-LATEST-DATE ZERO.
      *-----------------------------------------------------------*
       1920-FIND-LATEST-DATE.
           MOVE ZERO TO WS-LATEST-DATE.
           MOVE ZERO TO CAL-BUSINESS-DATE.
           START DAY1-CALENDAR-FILE
               KEY IS NOT LESS THAN CAL-BUSINESS-DATE
               INVALID KEY
                   SET WS-CAL-EOF TO TRUE
           END-START.
           PERFORM 1930-READ-NEXT-DATE THRU 1930-EXIT
               UNTIL WS-CAL-EOF.
           IF WS-LATEST-DATE NOT = ZERO
               MOVE WS-LATEST-DATE TO CAL-BUSINESS-DATE
               READ DAY1-CALENDAR-FILE
                   INVALID KEY
                       MOVE 'DAY1CAL' TO WS-ABEND-FILE-ID
                       MOVE WS-CAL-STATUS TO WS-ABEND-FILE-STATUS
                       GO TO 9000-ABEND-FILE-ERROR
               END-READ
           END-IF.
       1920-EXIT.
           EXIT.

       1930-READ-NEXT-DATE.
           READ DAY1-CALENDAR-FILE NEXT RECORD
               AT END
                   SET WS-CAL-EOF TO TRUE
               NOT AT END
                   MOVE CAL-BUSINESS-DATE TO WS-LATEST-DATE
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
               DISPLAY 'DAY1LOAD - OVERRIDE CARD FOR ' WS-OVRD-DATE
                   ' DOES NOT MATCH BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           IF WS-OVRD-AUTH = SPACES
              OR WS-OVRD-REASON = SPACES
               DISPLAY 'DAY1LOAD - OVERRIDE CARD LACKS AN AUTHORIZING '
                   'ID OR A REASON - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           SET WS-OVERRIDE-AUTHORIZED TO TRUE.
       1940-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1950-REOPEN-LATEST-DATE - THE EXTRACT IS FOR THE LATEST
      *  DATE AGAIN.  A RELOAD UNDER OVERRIDE REOPENS THE DATE, SO
      *  A WINDOWED RERUN WAITS UNTIL DAY1RPT COMPLETES IT AGAIN;
      *  EVERY LATER STEP STILL SHOWS COMPLETE AND NEEDS THE
      *  OVERRIDE CARD ITSELF TO RUN THE DATE A SECOND TIME.
      *-----------------------------------------------------------*
       1950-REOPEN-LATEST-DATE.
           IF CAL-STEP-COMPLETE (WS-CAL-STEP-NO)
               IF WS-OVERRIDE-AUTHORIZED
                   SET WS-OVERRIDE-USED TO TRUE
               ELSE
                   MOVE 'DATE ALREADY LOADED - OVERRIDE CARD REQUIRED'
                       TO WS-CAL-REFUSAL
                   GO TO 1990-REFUSE-RUN
               END-IF
           END-IF.
           SET CAL-DATE-OPEN TO TRUE.
           MOVE 'O' TO CAL-STEP-STATUS (WS-CAL-STEP-NO).
           IF WS-OVERRIDE-USED
               ADD 1 TO CAL-OVERRIDE-COUNT
               MOVE WS-OVRD-AUTH TO CAL-LAST-OVERRIDE-AUTH
               DISPLAY 'DAY1LOAD - RERUNNING BUSINESS DATE '
                   WS-BUSINESS-DATE ' UNDER OVERRIDE BY '
                   WS-OVRD-AUTH ' - ' WS-OVRD-REASON
           END-IF.
           MOVE 'DAY1LOAD' TO CAL-LAST-PROGRAM.
           MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE.
           MOVE WS-START-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME.
           REWRITE DAY1-CALENDAR-RECORD.
           IF WS-CAL-STATUS NOT = '00'
               MOVE 'DAY1CAL' TO WS-ABEND-FILE-ID
               MOVE WS-CAL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
       1950-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1960-ADD-NEW-DATE - OPEN A NEW BUSINESS DATE WITH EVERY
      *  STEP SLOT NOT RUN AND THIS STEP'S SLOT STARTED.
      *-----------------------------------------------------------*
       1960-ADD-NEW-DATE.
           IF WS-LATEST-DATE NOT = ZERO
              AND NOT CAL-DATE-COMPLETE
               MOVE 'THE LATEST BUSINESS DATE HAS NOT BEEN COMPLETED'
                   TO WS-CAL-REFUSAL
               GO TO 1990-REFUSE-RUN
           END-IF.
           MOVE SPACES TO DAY1-CALENDAR-RECORD.
           MOVE WS-BUSINESS-DATE TO CAL-BUSINESS-DATE.
           SET CAL-DATE-OPEN TO TRUE.
           MOVE 'O' TO CAL-STEP-STATUS (WS-CAL-STEP-NO).
           MOVE ZERO TO CAL-OVERRIDE-COUNT.
           MOVE 'DAY1LOAD' TO CAL-LAST-PROGRAM.
           MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE.
           MOVE WS-START-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME.
           WRITE DAY1-CALENDAR-RECORD
               INVALID KEY
                   MOVE 'DAY1CAL' TO WS-ABEND-FILE-ID
                   MOVE WS-CAL-STATUS TO WS-ABEND-FILE-STATUS
                   GO TO 9000-ABEND-FILE-ERROR
           END-WRITE.
           DISPLAY 'DAY1LOAD - BUSINESS DATE ' WS-BUSINESS-DATE
               ' OPENED ON THE PROCESSING CALENDAR'.
       1960-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1990-REFUSE-RUN - THE CALENDAR SAYS THE EXTRACT MUST NOT
      *  BE LOADED.  END WITH RC=12 - DISTINCT FROM A FILE ABEND
      *  (RC=16) - SO THE JOB SKIPS EVERYTHING DOWNSTREAM AND THE
      *  OPERATORS CAN SEE THE STEP WAS STOPPED ON PURPOSE.
      *-----------------------------------------------------------*
       1990-REFUSE-RUN.
           DISPLAY 'DAY1LOAD - RUN REFUSED BY PROCESSING CALENDAR - '
               WS-CAL-REFUSAL.
           DISPLAY 'DAY1LOAD - BUSINESS DATE ' WS-BUSINESS-DATE
               ', LATEST ON CALENDAR ' WS-LATEST-DATE
               ' - NOTHING WAS LOADED'.
           IF WS-CALENDAR-OPEN
               CLOSE DAY1-CALENDAR-FILE
           END-IF.
           CLOSE DAY1-SCAN-FILE.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  2000-PROCESS-EXTRACT - ONE ITERATION PER EXTRACT RECORD.
      *  ANYTHING THAT IS NOT A WELL-PLACED HEADER, DETAIL, OR
           MOVE ZERO TO WS-BAT-COUNT.
           MOVE ZERO TO WS-BAT-RECEIVED.
           MOVE ZERO TO WS-BATCH-CAL-HASH.
           MOVE ZERO TO WS-BATCH-DEPOT-OFF.
           ADD 1 TO WS-BATCHES-READ.
           PERFORM 2150-FIND-STATION THRU 2150-EXIT.
       2100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2150-FIND-STATION - LOOK THE HEADER'S STATION UP IN THE
      *  STATION TABLE AND COUNT THE BATCH AGAINST IT.  A STATION
      *  NOT ON THE MASTER LEAVES WS-BATCH-STN-IX AT ZERO AND IS
      *  FLAGGED WHEN THE BATCH LINE IS PRINTED.
      *-----------------------------------------------------------*
       2150-FIND-STATION.
           MOVE ZERO TO WS-BATCH-STN-IX.
           PERFORM 2160-MATCH-STATION THRU 2160-EXIT
               VARYING WS-STN-IX FROM 1 BY 1
               UNTIL WS-STN-IX > WS-STN-COUNT
                  OR WS-BATCH-STN-IX > ZERO.
           IF WS-BATCH-STN-IX > ZERO
               ADD 1 TO WS-STN-RECEIVED (WS-BATCH-STN-IX)
           END-IF.
       2150-EXIT.
           EXIT.

       2160-MATCH-STATION.
           IF WS-STN-ID (WS-STN-IX) = WS-BATCH-STATION
               MOVE WS-STN-IX TO WS-BATCH-STN-IX
           END-IF.
       2160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2200-STORE-DETAIL - HOLD THE DETAIL UNTIL THE TRAILER
      *  PROVES THE BATCH BALANCES.  A DETAIL OUTSIDE ANY BATCH IS
               PERFORM 2900-SUSPEND-STRAY THRU 2900-EXIT
               GO TO 2200-EXIT
           END-IF.
           IF WS-BATCH-STN-IX > ZERO
              AND SCAN-DET-DEPOT OF DAY1-SCAN-RECORD NOT = SPACES
              AND SCAN-DET-DEPOT OF DAY1-SCAN-RECORD
                  NOT = WS-STN-DEPOT (WS-BATCH-STN-IX)
               ADD 1 TO WS-BATCH-DEPOT-OFF
           END-IF.
           IF WS-BATCH-OVERFLOWED
               ADD 1 TO WS-BAT-RECEIVED
               MOVE DAY1-SCAN-RECORD TO DAY1-SUSPENSE-RECORD
                   PERFORM 2600-REJECT-DUPLICATE THRU 2600-EXIT
               NOT INVALID KEY
                   ADD 1 TO WS-LOADED-COUNT
                   PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
           END-WRITE.
       2500-EXIT.
           EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2700-WRITE-JOURNAL - APPEND THE DETAIL JUST ADDED TO THE
      *  ELFJRNL CHANGE JOURNAL (NO BEFORE IMAGE FOR AN ADD).  A
      *  MASTER RECORD THE JOURNAL DOES NOT HOLD CANNOT BE PROVED
      *  LATER, SO A FAILED WRITE ENDS THE RUN.
      *-----------------------------------------------------------*
       2700-WRITE-JOURNAL.
           MOVE SPACES TO ELF-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-COUNT.
           MOVE 'DAY1LOAD' TO JRNL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-START-TIME-HHMMSS TO JRNL-RUN-TIME.
           MOVE WS-JRNL-COUNT TO JRNL-ENTRY-SEQ.
           MOVE 'ADD' TO JRNL-ACTION.
           MOVE ELF-INV-KEY TO JRNL-INV-KEY.
           MOVE SPACES TO JRNL-BEFORE-IMAGE.
           MOVE ELF-INVENTORY-RECORD TO JRNL-AFTER-IMAGE.
           WRITE ELF-JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'DAY1LOAD - JOURNAL WRITE FAILED FOR KEY '
                   ELF-INV-KEY ' - STATUS ' WS-JRNL-STATUS
                   ' - RUN ENDED, RECONCILE DAY1LAUD AGAINST ELFJRNL'
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT
               STOP RUN
           END-IF.
       2700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2900-SUSPEND-STRAY - A RECORD THAT BELONGS TO NO BATCH IS
      *  COPIED TO SUSPENSE AS-IS AND LOGGED.
           MOVE WS-BATCH-CAL-HASH TO ABT-CAL-HASH.
           MOVE WS-AUDIT-BATCH TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           PERFORM 3120-FLAG-BATCH-STATION THRU 3120-EXIT.
       3100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3120-FLAG-BATCH-STATION - UNDER THE BATCH LINE, FLAG A
      *  STATION THAT IS NOT ON THE STATION MASTER, OR DETAILS
      *  CARRYING A DEPOT OTHER THAN THE STATION'S OWN (THE COUNT
      *  IS HOW MANY DETAILS DISAGREED).  THE BATCH ITSELF LOADS
      *  OR SUSPENDS ON ITS BALANCING ALONE.
      *-----------------------------------------------------------*
       3120-FLAG-BATCH-STATION.
           MOVE WS-BATCH-STATION TO AST-STATION.
           MOVE ZERO TO AST-EXPECTED.
           IF WS-BATCH-STN-IX = ZERO
               ADD 1 TO WS-STATION-FLAG-COUNT
               MOVE 'STATION' TO AST-TAG
               MOVE SPACES TO AST-DEPOT
               MOVE WS-BAT-RECEIVED TO AST-COUNT
               MOVE 'STATION NOT ON MASTER' TO AST-REASON
               MOVE WS-AUDIT-STATION TO DAY1-AUDIT-LINE
               WRITE DAY1-AUDIT-LINE
               GO TO 3120-EXIT
           END-IF.
           IF WS-BATCH-DEPOT-OFF > ZERO
               ADD 1 TO WS-STATION-FLAG-COUNT
               MOVE 'STATION' TO AST-TAG
               MOVE WS-STN-DEPOT (WS-BATCH-STN-IX) TO AST-DEPOT
               MOVE WS-BATCH-DEPOT-OFF TO AST-COUNT
               MOVE 'DETAIL DEPOT MISMATCH' TO AST-REASON
               MOVE WS-AUDIT-STATION TO DAY1-AUDIT-LINE
               WRITE DAY1-AUDIT-LINE
           END-IF.
       3120-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  3150-SPILL-HELD-BATCH - THE BATCH'S HEADER AND EVERY HELD
      *  DETAIL, IN EXTRACT LAYOUT, ONTO THE SUSPENSE FILE.  USED
       3300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  7000-REPORT-MISSING-STATIONS - AFTER THE LAST BATCH, LIST
      *  EVERY ACTIVE STATION THAT SENT NO BATCH (MISSING) OR FEWER
      *  BATCHES THAN ITS MASTER EXPECTS (SHORT), WITH ITS DEPOT,
      *  SO THE DEAD SCANNER IS CHASED INSTEAD OF ITS ELVES.
      *-----------------------------------------------------------*
       7000-REPORT-MISSING-STATIONS.
           MOVE WS-STATION-HEADING TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           PERFORM 7100-CHECK-ONE-STATION THRU 7100-EXIT
               VARYING WS-STN-IX FROM 1 BY 1
               UNTIL WS-STN-IX > WS-STN-COUNT.
       7000-EXIT.
           EXIT.

       7100-CHECK-ONE-STATION.
           IF WS-STN-ACTIVE-FLAG (WS-STN-IX) NOT = 'A'
              OR WS-STN-RECEIVED (WS-STN-IX)
                 NOT < WS-STN-EXPECTED (WS-STN-IX)
               GO TO 7100-EXIT
           END-IF.
           ADD 1 TO WS-STATION-MISS-COUNT.
           IF WS-STN-RECEIVED (WS-STN-IX) = ZERO
               MOVE 'MISSING' TO AST-TAG
               MOVE 'NO BATCH RECEIVED' TO AST-REASON
           ELSE
               MOVE 'SHORT' TO AST-TAG
               MOVE 'FEWER BATCHES THAN EXP' TO AST-REASON
           END-IF.
           MOVE WS-STN-ID (WS-STN-IX) TO AST-STATION.
           MOVE WS-STN-DEPOT (WS-STN-IX) TO AST-DEPOT.
           MOVE WS-STN-EXPECTED (WS-STN-IX) TO AST-EXPECTED.
           MOVE WS-STN-RECEIVED (WS-STN-IX) TO AST-COUNT.
           MOVE WS-AUDIT-STATION TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
       7100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PRINT THE LOAD COUNTS, CLOSE, SET THE
      *  CONDITION CODE, AND APPEND THE RUN-CONTROL RECORD.  A
      *  SUSPENDED BATCH OR STRAY RECORD IS RC=8 SO THE OPERATORS
      *  SEE A SHORT LOAD THE SAME NIGHT, AND SO IS AN ACTIVE
      *  STATION THAT WENT MISSING OR SHORT; DUPLICATE-KEY REJECTS
      *  AND FLAGGED STATIONS ALONE ARE RC=4 - THE MASTER IS STILL
      *  WHOLE.
      *-----------------------------------------------------------*
       8000-FINALIZE.
           PERFORM 7000-REPORT-MISSING-STATIONS THRU 7000-EXIT.
           MOVE 'EXTRACT RECORDS READ' TO SUM-LABEL.
           MOVE WS-RECORDS-READ TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           MOVE WS-STRAY-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           MOVE 'BATCHES FLAGGED STATION' TO SUM-LABEL.
           MOVE WS-STATION-FLAG-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           MOVE 'STATIONS MISSING/SHORT' TO SUM-LABEL.
           MOVE WS-STATION-MISS-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           MOVE 'JOURNAL ENTRIES' TO SUM-LABEL.
           MOVE WS-JRNL-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           CLOSE ELF-JOURNAL-FILE.
           CLOSE DAY1-SCAN-FILE.
           CLOSE DAY1-SUSPENSE-FILE.
           CLOSE DAY1-AUDIT-FILE.
               DISPLAY 'DAY1LOAD - SCANNER LOAD INCOMPLETE - '
                   'REVIEW DAY1LAUD AND RESUBMIT DAY1LSUS'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF WS-STATION-MISS-COUNT > ZERO
               DISPLAY 'DAY1LOAD - ' WS-STATION-MISS-COUNT
                   ' ACTIVE STATIONS MISSING OR SHORT - REVIEW '
                   'DAY1LAUD'
               MOVE 8 TO RETURN-CODE
           END-IF.
           IF RETURN-CODE < 8
              AND (WS-DUPKEY-COUNT > ZERO
                   OR WS-STATION-FLAG-COUNT > ZERO)
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8500-CLOSE-CALENDAR-STEP THRU 8500-EXIT.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
       8000-EXIT.
           EXIT.
           MOVE WS-BATCHES-SUSPENDED TO RUN-OUTL-COUNT.
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
      *  SLOT COMPLETE SO THE NEXT STEP MAY RUN AND THIS ONE CANNOT
      *  RUN THE DATE AGAIN.  IF THE CALENDAR CANNOT BE
      *  UPDATED THE NEXT STEP WOULD BE REFUSED, SO IT IS RAISED
      *  HERE AS RC=8 RATHER THAN LEFT FOR THE OPERATORS TO FIND.
      *-----------------------------------------------------------*
       8500-CLOSE-CALENDAR-STEP.
           OPEN I-O DAY1-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1LOAD - PROCESSING CALENDAR UNAVAILABLE - '
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
               MOVE 'DAY1LOAD' TO CAL-LAST-PROGRAM
               MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE
               MOVE WS-END-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME
               REWRITE DAY1-CALENDAR-RECORD
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1LOAD - BUSINESS DATE ' WS-BUSINESS-DATE
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
