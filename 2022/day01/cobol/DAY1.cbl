      *                   DEPOT ACROSS DUPLICATE RECORDS.  ISSUES
      *                   NOW CARRY THEIR OWN DEPOT (DAY1ISSU LRECL
      *                   28) AND COME OFF THAT DEPOT'S SHARE.
      *  10/15/2026 RC    THE HOME-DEPOT FALLBACK NOW HONORS DEPOT
      *                   TRANSFERS BOOKED THROUGH DAY1RMNT: AN ITEM
      *                   DATED BEFORE THE TRANSFER'S EFFECTIVE
      *                   DATE TAKES THE ELF'S PRIOR DEPOT (ELFROST
      *                   NOW LRECL 48).
      *  10/15/2026 RC    THE PROCESSING CALENDAR (DAY1CAL) IS NOW
      *                   CHECKED BEFORE ANY OUTPUT FILE IS OPENED:
      *                   THE RUN IS REFUSED WITH RC=12 UNTIL
      *                   DAY1LOAD HAS COMPLETED THE BUSINESS DATE,
      *                   WHEN DAY1 HAS ALREADY TOTALED THAT DATE
      *                   AND NO AUTHORIZED OVERRIDE CARD (DAY1OVRD)
      *                   NAMES IT, AND ALWAYS FOR A DATE-WINDOWED
      *                   RERUN ON A NIGHT NOT YET COMPLETE.  A
      *                   CHECKPOINT RESTART OF AN ABENDED RUN NEEDS
      *                   NO OVERRIDE.  THE BUSINESS DATE AND ANY
      *                   OVERRIDE USED RIDE THE RUN RECORD
      *                   (DAY1RUNH NOW LRECL 119).
      *  10/15/2026 RC    AN ELF-ID RANGE ON THE DAY1PRM CARD (NOW
      *                   LRECL 30) MAKES THE RUN ONE PARTITION OF A
      *                   SPLIT NIGHT: THE MASTER IS STARTED AT THE
      *                   FROM-ELF AND READ ONLY THROUGH THE TO-ELF,
      *                   ONLY THE SLICE'S ISSUE CARDS ARE LOADED,
      *                   AND THE CALENDAR SLOT IS CHECKED BUT LEFT
      *                   FOR DAY1MRG TO MARK.  DAY1CTL (NOW LRECL
      *                   500) CARRIES THE BUSINESS DATE, THE SLICE,
      *                   ITS RECORD AND ELF-GROUP COUNTS, AND THE
      *                   TOP-N TABLE; THE SLICE RECORD COUNT RIDES
      *                   THE CHECKPOINT (DAY1CKPT NOW LRECL 578).
      *  10/15/2026 RC    DAY1-SIM-MODE 'S' ON THE CONTROL CARD MAKES
      *                   THE RUN A WHAT-IF SIMULATION FOR DAY1EJOB:
      *                   NO CHECKPOINT, NO CALENDAR CHECK OR UPDATE,
      *                   NO RUN-HISTORY RECORD, AND EVERY ITEM KEPT
      *                   OUT OF THE TOTALS IS ALSO WRITTEN WITH ITS
      *                   FULL KEY AND CATEGORY TO NEW FILE DAY1SIMI
      *                   FOR DAY1SIMC TO COMPARE.
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

           SELECT DAY1-COMPLETENESS-FILE
               ASSIGN TO DAY1CMPL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CMPL-STATUS.

           SELECT DAY1-SIM-ITEM-FILE
               ASSIGN TO DAY1SIMI
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SIMI-STATUS.

       DATA DIVISION.

       FILE SECTION.
           COPY ELFINV.

           FD  ELF-ROSTER-FILE
               RECORD CONTAINS 48 CHARACTERS.
           COPY ELFROST.

           FD  EDIT-RULE-FILE
           COPY ELFRULE.

           FD  DAY1-PARM-FILE
               RECORD CONTAINS 30 CHARACTERS.
           COPY DAY1PARM.

           FD  DAY1-ISSUE-FILE
           COPY DAY1ISSU.

           FD  DAY1-CONTROL-FILE
               RECORD CONTAINS 500 CHARACTERS.
           COPY DAY1CTLT.

           FD  DAY1-CHECKPOINT-FILE
               RECORD CONTAINS 578 CHARACTERS.
           COPY DAY1CKPT.

           FD  DAY1-WORK-FILE
           01  DAY1-CATEGORY-REPORT-LINE     PIC X(80).

           FD  DAY1-RUN-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  DAY1-CALENDAR-FILE
               RECORD CONTAINS 50 CHARACTERS.
           COPY DAY1CAL.

           FD  DAY1-OVERRIDE-FILE
               RECORD CONTAINS 80 CHARACTERS.
           COPY DAY1OVRD.

           FD  DAY1-COMPLETENESS-FILE
               RECORD CONTAINS 35 CHARACTERS.
           COPY DAY1CMPL.

           FD  DAY1-SIM-ITEM-FILE
               RECORD CONTAINS 40 CHARACTERS.
           COPY DAY1SIMI.

       WORKING-STORAGE SECTION.
       COPY DAY1TOPT.

           05  WS-OUTL-STATUS            PIC X(02).
           05  WS-CATR-STATUS            PIC X(02).
           05  WS-RUNH-STATUS            PIC X(02).
           05  WS-CAL-STATUS             PIC X(02).
           05  WS-OVRD-STATUS            PIC X(02).
           05  WS-CMPL-STATUS            PIC X(02).
           05  WS-SIMI-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-RECORD-SELECTED    VALUE 'Y' FALSE 'N'.
           05  WS-SEL-ACTIVE-SWITCH      PIC X(01) VALUE 'N'.
               88  WS-DATE-SELECTION     VALUE 'Y'.
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
           05  WS-PART-SWITCH            PIC X(01) VALUE 'N'.
               88  WS-ELF-PARTITION      VALUE 'Y'.
           05  WS-SIM-SWITCH             PIC X(01) VALUE 'N'.
               88  WS-SIMULATION         VALUE 'Y'.

       01  WS-COUNTERS-AND-TOTALS.
           05  WS-FOOD-CAL               PIC 9(07).
           05  WS-UNMATCHED-ISSUE-COUNT  PIC 9(07) VALUE ZERO.
           05  WS-RANGE-SKIP-COUNT       PIC 9(07) VALUE ZERO.
           05  WS-RECORDS-READ           PIC 9(09) VALUE ZERO.
           05  WS-PART-RECORD-COUNT      PIC 9(09) VALUE ZERO.
           05  WS-ISSUE-OTHER-PART-COUNT PIC 9(07) VALUE ZERO.
           05  WS-EXCP-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-OUTL-COUNT             PIC 9(07) VALUE ZERO.
           05  WS-ROST-CHKD-ID           PIC 9(05) VALUE ZERO.
           05  WS-SEL-FROM-DATE          PIC X(08) VALUE SPACES.
           05  WS-SEL-TO-DATE            PIC X(08) VALUE SPACES.

      *    THE ELF-ID SLICE OF THE MASTER THIS RUN COVERS.  WITHOUT
      *    A RANGE ON THE CARD IT IS THE WHOLE MASTER.
       01  WS-PARTITION-RANGE.
           05  WS-PART-FROM-ELF          PIC 9(05) VALUE ZERO.
           05  WS-PART-TO-ELF            PIC 9(05) VALUE 99999.

      *    PROCESSING-CALENDAR CONTROL.  WS-CAL-STEP-NO IS THIS
      *    PROGRAM'S SLOT ON THE DAY1CAL RECORD; WS-CAL-PRIOR-STEP
      *    IS THE SLOT THAT MUST BE COMPLETE BEFORE IT MAY RUN.
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
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - READ THE CONTROL CARD, CHECK THE
      *  PROCESSING CALENDAR, CHECK FOR A PRIOR CHECKPOINT, AND
      *  POSITION THE MASTER FILE ACCORDINGLY.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
               VARYING WS-SEQ-IX FROM 1 BY 1
               UNTIL WS-SEQ-IX > 999.
           PERFORM 1100-READ-PARM THRU 1100-EXIT.
      *    A SIMULATION NEVER RESTARTS AND NEVER TOUCHES THE
      *    CALENDAR OR THE CHECKPOINT.
           IF NOT WS-SIMULATION
               PERFORM 1900-CHECK-RUN-CALENDAR THRU 1900-EXIT
               PERFORM 1200-CHECK-RESTART THRU 1200-EXIT
           END-IF.
           IF WS-RESTART-REQUESTED
               OPEN EXTEND DAY1-WORK-FILE
           ELSE
               MOVE WS-CMPL-STATUS TO WS-ABEND-FILE-STATUS
               GO TO 9000-ABEND-FILE-ERROR
           END-IF.
           IF WS-SIMULATION
               OPEN OUTPUT DAY1-SIM-ITEM-FILE
               IF WS-SIMI-STATUS NOT = '00'
                   MOVE 'DAY1SIMI' TO WS-ABEND-FILE-ID
                   MOVE WS-SIMI-STATUS TO WS-ABEND-FILE-STATUS
                   GO TO 9000-ABEND-FILE-ERROR
               END-IF
           END-IF.
           OPEN INPUT ELF-INVENTORY-FILE.
           IF WS-ELFINV-STATUS NOT = '00'
               MOVE 'ELFINVT' TO WS-ABEND-FILE-ID
               PERFORM 1078-READ-ISSUE THRU 1078-EXIT
               GO TO 1076-EXIT
           END-IF.
      *    ANOTHER PARTITION'S ISSUES ARE ITS OWN TO APPLY - LOADING
      *    THEM HERE WOULD ONLY REPORT THEM UNMATCHED.
           IF ISSU-ELF-ID < WS-PART-FROM-ELF
              OR ISSU-ELF-ID > WS-PART-TO-ELF
               ADD 1 TO WS-ISSUE-OTHER-PART-COUNT
               PERFORM 1078-READ-ISSUE THRU 1078-EXIT
               GO TO 1076-EXIT
           END-IF.
           IF WS-ISS-COUNT >= WS-ISS-MAX
               DISPLAY 'DAY1 - ISSUE TABLE FULL AT ' WS-ISS-MAX
                   ' - REMAINING ISSUE CARDS SKIPPED'
                       NEXT SENTENCE
                   NOT AT END
                       MOVE DAY1-TOP-N TO WS-TOP-N-ACTUAL
                       PERFORM 1170-SET-SIMULATION THRU 1170-EXIT
                       PERFORM 1150-SET-SELECTION THRU 1150-EXIT
                       PERFORM 1160-SET-PARTITION THRU 1160-EXIT
               END-READ
               CLOSE DAY1-PARM-FILE
           END-IF.
       1150-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1160-SET-PARTITION - PICK UP THE OPTIONAL ELF-ID RANGE.
      *  EITHER END ON THE CARD MAKES THIS RUN ONE PARTITION OF A
      *  SPLIT NIGHT.  A RANGE THAT RUNS BACKWARDS CANNOT BE
      *  WIDENED TO THE FULL MASTER THE WAY A BAD DATE WINDOW IS -
      *  IT WOULD COVER ELVES ANOTHER PARTITION OWNS - SO THE RUN
      *  ENDS BEFORE IT TOUCHES ANYTHING.
      *-----------------------------------------------------------*
       1160-SET-PARTITION.
           IF DAY1-SEL-FROM-ELF IS NUMERIC
               MOVE DAY1-SEL-FROM-ELF TO WS-PART-FROM-ELF
               SET WS-ELF-PARTITION TO TRUE
           END-IF.
           IF DAY1-SEL-TO-ELF IS NUMERIC
               MOVE DAY1-SEL-TO-ELF TO WS-PART-TO-ELF
               SET WS-ELF-PARTITION TO TRUE
           END-IF.
           IF NOT WS-ELF-PARTITION
               GO TO 1160-EXIT
           END-IF.
           IF WS-PART-FROM-ELF > WS-PART-TO-ELF
               DISPLAY 'DAY1 - PARTITION FROM-ELF ' WS-PART-FROM-ELF
                   ' IS AFTER TO-ELF ' WS-PART-TO-ELF
                   ' - RUN ENDED'
               MOVE 16 TO RETURN-CODE
               PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT
               STOP RUN
           END-IF.
           DISPLAY 'DAY1 - PARTITION RUN FOR ELF-IDS '
               WS-PART-FROM-ELF ' THROUGH ' WS-PART-TO-ELF.
       1160-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1170-SET-SIMULATION - 'S' IN DAY1-SIM-MODE MAKES THIS A
      *  WHAT-IF RUN.  SET BEFORE THE RANGE CHECKS SO A BAD CARD ON
      *  A SIMULATION LEAVES NO RUN-HISTORY RECORD EITHER.
      *-----------------------------------------------------------*
       1170-SET-SIMULATION.
           IF DAY1-SIMULATION-RUN
               SET WS-SIMULATION TO TRUE
               DISPLAY 'DAY1 - SIMULATION RUN - NO CHECKPOINT, '
                   'CALENDAR OR RUN-HISTORY UPDATE'
           END-IF.
       1170-EXIT.
           EXIT.

       1200-CHECK-RESTART.
           MOVE 1 TO WS-CKPT-RELKEY.
           OPEN I-O DAY1-CHECKPOINT-FILE.
                       UNTIL WS-CAT-IX > WS-CAT-MAX
                   MOVE CKPT-SCANS-IN TO WS-SCANS-IN-TOTAL
                   MOVE CKPT-ISSUES-OUT TO WS-ISSUES-OUT-TOTAL
                   MOVE CKPT-PART-RECORDS TO WS-PART-RECORD-COUNT
           END-READ.
       1200-EXIT.
           EXIT.
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
               GO TO 1300-EXIT
           END-IF.
      *    A FRESH PARTITION STARTS AT THE FIRST KEY OF ITS SLICE.
           IF WS-ELF-PARTITION
               MOVE WS-PART-FROM-ELF TO ELF-ID
               MOVE LOW-VALUES TO INVENTORY-DATE
               MOVE ZERO TO ITEM-SEQ-NO
               START ELF-INVENTORY-FILE KEY IS NOT LESS THAN
                     ELF-INV-KEY
                   INVALID KEY
                       SET WS-END-OF-FILE TO TRUE
               END-START
           END-IF.
       1300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1900-CHECK-RUN-CALENDAR - THE PROCESSING CALENDAR (DAY1CAL)
      *  DECIDES WHETHER THIS STEP MAY RUN FOR THE LATEST BUSINESS
      *  DATE DAY1LOAD OPENED.  IT IS REFUSED UNTIL DAY1LOAD
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
               MOVE 'DAY1LOAD HAS NOT COMPLETED THIS BUSINESS DATE'
                   TO WS-CAL-REFUSAL
               GO TO 1990-REFUSE-RUN
           END-IF.
      *    A DATE-WINDOWED RERUN GOES ON TOP OF A CLOSED NIGHT ONLY
      *    - ON AN OPEN ONE IT WOULD DOUBLE THE NIGHT'S LISTINGS.
           IF WS-DATE-SELECTION
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
      *    PARTITIONS RUN SIDE BY SIDE, SO NONE OF THEM OWNS THE
      *    SLOT - DAY1MRG MARKS IT ONCE THE SLICES ARE PROVEN.
           IF WS-ELF-PARTITION
               CLOSE DAY1-CALENDAR-FILE
               SET WS-CALENDAR-OPEN TO FALSE
               GO TO 1900-EXIT
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
               DISPLAY 'DAY1 - OVERRIDE CARD FOR ' WS-OVRD-DATE
                   ' DOES NOT MATCH BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           IF WS-OVRD-AUTH = SPACES
              OR WS-OVRD-REASON = SPACES
               DISPLAY 'DAY1 - OVERRIDE CARD LACKS AN AUTHORIZING '
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
               DISPLAY 'DAY1 - RERUNNING BUSINESS DATE '
                   WS-BUSINESS-DATE ' UNDER OVERRIDE BY '
                   WS-OVRD-AUTH ' - ' WS-OVRD-REASON
           END-IF.
           MOVE 'DAY1' TO CAL-LAST-PROGRAM.
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
           DISPLAY 'DAY1 - RUN REFUSED BY PROCESSING CALENDAR - '
               WS-CAL-REFUSAL.
           DISPLAY 'DAY1 - BUSINESS DATE ' WS-BUSINESS-DATE
               ' - NOTHING WAS PROCESSED'.
           IF WS-CALENDAR-OPEN
               CLOSE DAY1-CALENDAR-FILE
           END-IF.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  2000-PROCESS-ELVES - ONE ITERATION PER DETAIL RECORD.  A
      *  RECORD THAT FAILS VALIDATION OR IS FLAGGED AS AN OUTLIER IS
           MOVE ELF-ID TO WS-LAST-ELF-ID.
           MOVE INVENTORY-DATE TO WS-LAST-ELF-DATE.
           MOVE ITEM-SEQ-NO TO WS-LAST-ITEM-SEQ.
           ADD 1 TO WS-PART-RECORD-COUNT.
           PERFORM 1400-READ-NEXT-RECORD THRU 1400-EXIT.
       2000-EXIT.
           EXIT.
               AT END
                   SET WS-END-OF-FILE TO TRUE
               NOT AT END
                   IF ELF-ID > WS-PART-TO-ELF
                       SET WS-END-OF-FILE TO TRUE
                   ELSE
                       ADD 1 TO WS-RECORDS-READ
                   END-IF
           END-READ.
       1400-EXIT.
           EXIT.
           END-IF.
      *    THE ROSTER RECORD FOR THIS ELF IS STILL IN ITS BUFFER
      *    FROM 2110, SO A MISSING DEPOT CAN FALL BACK TO THE
      *    ELF'S HOME DEPOT WITHOUT ANOTHER READ.  AN ITEM DATED
      *    BEFORE A TRANSFER TOOK EFFECT BELONGS TO THE PRIOR DEPOT.
           MOVE INV-DEPOT-CODE TO WS-REC-DEPOT.
           IF WS-REC-DEPOT = SPACES
               IF ROST-PRIOR-DEPOT NOT = SPACES
                  AND INVENTORY-DATE < ROST-DEPOT-EFF-DATE
                   MOVE ROST-PRIOR-DEPOT TO WS-REC-DEPOT
               ELSE
                   MOVE ROST-DEPOT-CODE TO WS-REC-DEPOT
               END-IF
           END-IF.
           IF ITEM-CALORIES IS NOT NUMERIC
               PERFORM 2160-WRITE-EXCEPTION THRU 2160-EXIT
           MOVE ITEM-CALORIES TO EXCP-RAW-VALUE OF DAY1-OUTLIER-RECORD.
           WRITE DAY1-OUTLIER-RECORD.
           ADD 1 TO WS-OUTL-COUNT.
           IF WS-SIMULATION
               MOVE EXCP-TYPE OF DAY1-OUTLIER-RECORD TO SIMI-TYPE
               PERFORM 2190-WRITE-SIM-ITEM THRU 2190-EXIT
           END-IF.
       2150-EXIT.
           EXIT.

               TO EXCP-RAW-VALUE OF DAY1-EXCEPTION-RECORD.
           WRITE DAY1-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           IF WS-SIMULATION
               MOVE EXCP-TYPE OF DAY1-EXCEPTION-RECORD TO SIMI-TYPE
               PERFORM 2190-WRITE-SIM-ITEM THRU 2190-EXIT
           END-IF.
       2160-EXIT.
           EXIT.

               TO EXCP-RAW-VALUE OF DAY1-EXCEPTION-RECORD.
           WRITE DAY1-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           IF WS-SIMULATION
               MOVE EXCP-TYPE OF DAY1-EXCEPTION-RECORD TO SIMI-TYPE
               PERFORM 2190-WRITE-SIM-ITEM THRU 2190-EXIT
           END-IF.
       2170-EXIT.
           EXIT.

               TO EXCP-RAW-VALUE OF DAY1-EXCEPTION-RECORD.
           WRITE DAY1-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           IF WS-SIMULATION
               MOVE EXCP-TYPE OF DAY1-EXCEPTION-RECORD TO SIMI-TYPE
               PERFORM 2190-WRITE-SIM-ITEM THRU 2190-EXIT
           END-IF.
       2180-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2190-WRITE-SIM-ITEM - ON A SIMULATION, THE ITEM JUST KEPT
      *  OUT OF THE TOTALS, WITH ITS FULL KEY AND CATEGORY.  THE
      *  CALLER HAS ALREADY SET SIMI-TYPE.
      *-----------------------------------------------------------*
       2190-WRITE-SIM-ITEM.
           MOVE ELF-ID TO SIMI-ELF-ID.
           MOVE INVENTORY-DATE TO SIMI-ELF-DATE.
           MOVE ITEM-SEQ-NO TO SIMI-ITEM-SEQ.
           MOVE ITEM-CATEGORY TO SIMI-CATEGORY.
           IF SIMI-CATEGORY = SPACES
               MOVE 'UN' TO SIMI-CATEGORY
           END-IF.
           MOVE ITEM-CALORIES TO SIMI-RAW-VALUE.
           WRITE DAY1-SIM-ITEM-RECORD.
       2190-EXIT.
           EXIT.

       2200-CHECK-GROUP-BREAK.
           IF WS-FIRST-RECORD
               MOVE ELF-ID TO WS-CURR-ELF-ID
               TO EXCP-RAW-VALUE OF DAY1-EXCEPTION-RECORD.
           WRITE DAY1-EXCEPTION-RECORD.
           ADD 1 TO WS-EXCP-COUNT.
           IF WS-SIMULATION
               SET SIMI-TYPE-NEGISS TO TRUE
               MOVE WS-ISS-ELF-ID (WS-ISS-IX) TO SIMI-ELF-ID
               MOVE WS-ISS-DATE (WS-ISS-IX) TO SIMI-ELF-DATE
               MOVE ZERO TO SIMI-ITEM-SEQ
               MOVE WS-CAT-WORK-CODE TO SIMI-CATEGORY
               MOVE WS-ISS-RAW (WS-ISS-IX) TO SIMI-RAW-VALUE
               WRITE DAY1-SIM-ITEM-RECORD
           END-IF.
       2470-EXIT.
           EXIT.

           EXIT.

       2700-WRITE-CHECKPOINT.
           IF WS-SIMULATION
               GO TO 2700-EXIT
           END-IF.
           MOVE WS-LAST-ELF-ID TO CKPT-LAST-ELF-ID.
           MOVE WS-LAST-ELF-DATE TO CKPT-LAST-DATE.
           MOVE WS-LAST-ITEM-SEQ TO CKPT-LAST-SEQ.
               UNTIL WS-CAT-IX > WS-CAT-MAX.
           MOVE WS-SCANS-IN-TOTAL TO CKPT-SCANS-IN.
           MOVE WS-ISSUES-OUT-TOTAL TO CKPT-ISSUES-OUT.
           MOVE WS-PART-RECORD-COUNT TO CKPT-PART-RECORDS.
           IF WS-CKPT-RECORD-EXISTS
               REWRITE DAY1-CHECKPOINT-RECORD
           ELSE
           CLOSE DAY1-OUTLIER-FILE.
           CLOSE DAY1-CATEGORY-FILE.
           CLOSE DAY1-COMPLETENESS-FILE.
           IF WS-SIMULATION
               CLOSE DAY1-SIM-ITEM-FILE
           ELSE
               PERFORM 8100-CLEAR-CHECKPOINT THRU 8100-EXIT
           END-IF.
           MOVE ZERO TO WS-TOP-N-SUM.
           PERFORM 8200-SUM-TOP-N THRU 8200-EXIT
               VARYING DAY1-TOP-IX FROM 1 BY 1
               DISPLAY "RECORDS OUTSIDE DATE WINDOW "
                   WS-RANGE-SKIP-COUNT
           END-IF.
           IF WS-ELF-PARTITION
               DISPLAY "PARTITION ELF-IDS " WS-PART-FROM-ELF
                   " THROUGH " WS-PART-TO-ELF
               DISPLAY "PARTITION RECORDS PASSED "
                   WS-PART-RECORD-COUNT
               DISPLAY "ISSUE CARDS FOR OTHER PARTITIONS "
                   WS-ISSUE-OTHER-PART-COUNT
           END-IF.
           DISPLAY "SEQUENCE GAPS FOUND " WS-GAP-COUNT.
           DISPLAY "DUPLICATE SCANS FOUND " WS-DUP-COUNT.
           DISPLAY "SUSPECT ELF GROUPS " WS-SUSPECT-ELF-COUNT.
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM 8400-WRITE-CONTROL-RECORD THRU 8400-EXIT.
           PERFORM 8500-CLOSE-CALENDAR-STEP THRU 8500-EXIT.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
       8000-EXIT.
           EXIT.
           MOVE WS-GRAND-TOTAL TO CTL-NET-TOTAL.
           MOVE WS-ISSUE-APPLIED-COUNT TO CTL-ISSUES-APPLIED.
           MOVE WS-UNMATCHED-ISSUE-COUNT TO CTL-ISSUES-UNMATCHED.
           MOVE WS-BUSINESS-DATE TO CTL-BUSINESS-DATE.
           MOVE WS-PART-FROM-ELF TO CTL-PART-FROM-ELF.
           MOVE WS-PART-TO-ELF TO CTL-PART-TO-ELF.
           MOVE WS-PART-RECORD-COUNT TO CTL-RECORDS-READ.
           MOVE WS-ELF-COUNT TO CTL-ELF-COUNT.
           MOVE WS-TOP-N-ACTUAL TO CTL-TOP-N-ACTUAL.
           PERFORM 8410-SAVE-CTL-TOP-ENTRY THRU 8410-EXIT
               VARYING DAY1-TOP-IX FROM 1 BY 1
               UNTIL DAY1-TOP-IX > DAY1-TOP-MAX.
           WRITE DAY1-CONTROL-RECORD.
           CLOSE DAY1-CONTROL-FILE.
       8400-EXIT.
           EXIT.

       8410-SAVE-CTL-TOP-ENTRY.
           MOVE TOP-ELF-ID (DAY1-TOP-IX)
               TO CTL-TOP-ELF-ID (DAY1-TOP-IX).
           MOVE TOP-ELF-DATE (DAY1-TOP-IX)
               TO CTL-TOP-ELF-DATE (DAY1-TOP-IX).
           MOVE TOP-ELF-TOTAL (DAY1-TOP-IX)
               TO CTL-TOP-ELF-TOTAL (DAY1-TOP-IX).
       8410-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8050-WRITE-FLEET-CAT-LINE - FLEET LINES CARRY THE RUN DATE
      *  WHERE ELF LINES CARRY THE INVENTORY DATE, SO NIGHTS REMAIN
      *  8300-WRITE-RUN-RECORD - APPEND THE RUN-CONTROL AUDIT
      *  RECORD.  SELF-CONTAINED (OPEN/WRITE/CLOSE) SO THE ABEND
      *  PATH CAN CALL IT TOO; A HISTORY-FILE PROBLEM ONLY WARNS -
      *  IT MUST NEVER TAKE THE TOTALING RUN DOWN WITH IT.  A
      *  SIMULATION LEAVES NO RECORD.
      *-----------------------------------------------------------*
       8300-WRITE-RUN-RECORD.
           IF WS-SIMULATION
               GO TO 8300-EXIT
           END-IF.
           OPEN EXTEND DAY1-RUN-FILE.
           IF WS-RUNH-STATUS NOT = '00'
               DISPLAY 'DAY1 - RUN-HISTORY FILE UNAVAILABLE - '
           MOVE WS-OUTL-COUNT TO RUN-OUTL-COUNT.
           MOVE WS-RESTART-SWITCH TO RUN-RESTART-FLAG.
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
      *  A PARTITION LEAVES THE SLOT TO DAY1MRG; A SIMULATION
      *  NEVER OWNED IT.
      *-----------------------------------------------------------*
       8500-CLOSE-CALENDAR-STEP.
           IF WS-ELF-PARTITION
              OR WS-SIMULATION
               GO TO 8500-EXIT
           END-IF.
           OPEN I-O DAY1-CALENDAR-FILE.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1 - PROCESSING CALENDAR UNAVAILABLE - '
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
               MOVE 'DAY1' TO CAL-LAST-PROGRAM
               MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE
               MOVE WS-END-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME
               REWRITE DAY1-CALENDAR-RECORD
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1 - BUSINESS DATE ' WS-BUSINESS-DATE
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
