      *                   24); PASSED-THROUGH TOTALS KEEP THEIRS AND
      *                   A RE-CREATED GROUP TAKES THE DEPOT FROM
      *                   ITS CORRECTION CARD (NEW CORR-DEPOT).
      *  10/15/2026 RC    THE PROCESSING CALENDAR (DAY1CAL) IS NOW
      *                   CHECKED BEFORE ANY FILE IS OPENED: THE
      *                   STEP IS REFUSED WITH RC=12 UNTIL DAY1 HAS
      *                   COMPLETED THE BUSINESS DATE, OR WHEN IT
      *                   HAS ALREADY APPLIED THAT DATE AND NO
      *                   AUTHORIZED OVERRIDE CARD (DAY1OVRD) NAMES
      *                   IT.  EVERY EXECUTION NOW APPENDS A RUN-
      *                   CONTROL RECORD (DAY1RUNH) CARRYING THE
      *                   BUSINESS DATE AND ANY OVERRIDE USED - ON
      *                   ABEND AND REFUSAL TOO.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

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
               RECORD CONTAINS 80 CHARACTERS.
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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CORR-STATUS            PIC X(02).
           05  WS-OUTLI-STATUS           PIC X(02).
           05  WS-OUTLO-STATUS           PIC X(02).
           05  WS-AUDIT-STATUS           PIC X(02).
           05  WS-RUNH-STATUS            PIC X(02).
           05  WS-CAL-STATUS             PIC X(02).
           05  WS-OVRD-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-CORR-EOF-SWITCH        PIC X(01) VALUE 'N'.
               88  WS-ENTRY-MATCHED      VALUE 'Y' FALSE 'N'.
           05  WS-CORR-OK-SWITCH         PIC X(01) VALUE 'N'.
               88  WS-CORR-CARD-OK       VALUE 'Y' FALSE 'N'.
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

       01  WS-CORRECTION-TABLE.
           05  WS-CORR-MAX               PIC 9(03) VALUE 200.

       01  WS-CORR-REJECT-REASON         PIC X(20).

      *    PROCESSING-CALENDAR CONTROL.  WS-CAL-STEP-NO IS THIS
      *    PROGRAM'S SLOT ON THE DAY1CAL RECORD; WS-CAL-PRIOR-STEP
      *    IS THE SLOT THAT MUST BE COMPLETE BEFORE IT MAY RUN.
       01  WS-CALENDAR-CONTROL.
           05  WS-CAL-STEP-NO            PIC 9(01) VALUE 3.
           05  WS-CAL-PRIOR-STEP         PIC 9(01) VALUE 2.
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
           STOP RUN.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - CHECK THE PROCESSING CALENDAR, LOAD THE
      *  CORRECTION TABLE, OPEN THE STREAM FILES, PRINT THE AUDIT
      *  HEADING, AND PRIME THE READS.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           PERFORM 1900-CHECK-RUN-CALENDAR THRU 1900-EXIT.
           OPEN OUTPUT DAY1-AUDIT-FILE.
           IF WS-AUDIT-STATUS NOT = '00'
               MOVE 'DAY1AADT' TO WS-ABEND-FILE-ID
       1700-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  1900-CHECK-RUN-CALENDAR - THE PROCESSING CALENDAR (DAY1CAL)
      *  DECIDES WHETHER THIS STEP MAY RUN FOR THE LATEST BUSINESS
      *  DATE DAY1LOAD OPENED.  IT IS REFUSED UNTIL DAY1
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
               MOVE 'DAY1 HAS NOT COMPLETED THIS BUSINESS DATE'
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
               DISPLAY 'DAY1ADJ - OVERRIDE CARD FOR ' WS-OVRD-DATE
                   ' DOES NOT MATCH BUSINESS DATE ' WS-BUSINESS-DATE
                   ' - IGNORED'
               GO TO 1940-EXIT
           END-IF.
           IF WS-OVRD-AUTH = SPACES
              OR WS-OVRD-REASON = SPACES
               DISPLAY 'DAY1ADJ - OVERRIDE CARD LACKS AN AUTHORIZING '
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
               DISPLAY 'DAY1ADJ - RERUNNING BUSINESS DATE '
                   WS-BUSINESS-DATE ' UNDER OVERRIDE BY '
                   WS-OVRD-AUTH ' - ' WS-OVRD-REASON
           END-IF.
           MOVE 'DAY1ADJ' TO CAL-LAST-PROGRAM.
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
           DISPLAY 'DAY1ADJ - RUN REFUSED BY PROCESSING CALENDAR - '
               WS-CAL-REFUSAL.
           DISPLAY 'DAY1ADJ - BUSINESS DATE ' WS-BUSINESS-DATE
               ' - NOTHING WAS PROCESSED'.
           IF WS-CALENDAR-OPEN
               CLOSE DAY1-CALENDAR-FILE
           END-IF.
           MOVE 12 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.

      *-----------------------------------------------------------*
      *  2000-COPY-ADJUST-TOTAL - PASS EACH ELF TOTAL THROUGH,
      *  FOLDING IN EVERY ACCEPTED CORRECTION FOR THE SAME ELF AND
               DISPLAY 'DAY1ADJ - ' WS-REJECT-CARD-COUNT ' CORRECTION '
                   'CARDS REJECTED - REVIEW DAY1AADT'
           END-IF.
           PERFORM 8500-CLOSE-CALENDAR-STEP THRU 8500-EXIT.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
       8000-EXIT.
           EXIT.

       8100-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8300-WRITE-RUN-RECORD - APPEND THE RUN-CONTROL AUDIT
      *  RECORD.  SELF-CONTAINED (OPEN/WRITE/CLOSE) SO THE ABEND
      *  AND REFUSAL PATHS CAN CALL IT TOO; A HISTORY-FILE PROBLEM
      *  ONLY WARNS - IT MUST NEVER TAKE THE APPLY RUN DOWN WITH IT.
      *-----------------------------------------------------------*
       8300-WRITE-RUN-RECORD.
           OPEN EXTEND DAY1-RUN-FILE.
           IF WS-RUNH-STATUS NOT = '00'
               DISPLAY 'DAY1ADJ - RUN-HISTORY FILE UNAVAILABLE - '
                   'STATUS ' WS-RUNH-STATUS ' - RUN NOT RECORDED'
               GO TO 8300-EXIT
           END-IF.
           ACCEPT WS-END-TIME-RAW FROM TIME.
           MOVE 'DAY1ADJ' TO RUN-PROGRAM-ID.
           MOVE WS-RUN-DATE TO RUN-DATE.
           MOVE WS-START-TIME-HHMMSS TO RUN-START-TIME.
           MOVE WS-END-TIME-HHMMSS TO RUN-END-TIME.
           MOVE WS-CORR-READ-COUNT TO RUN-RECORDS-READ.
           MOVE WS-APPLIED-COUNT TO RUN-ELVES-TOTALED.
           MOVE WS-EXCP-AGED-COUNT TO RUN-EXCP-COUNT.
           MOVE WS-OUTL-AGED-COUNT TO RUN-OUTL-COUNT.
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
               DISPLAY 'DAY1ADJ - PROCESSING CALENDAR UNAVAILABLE - '
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
               MOVE 'DAY1ADJ' TO CAL-LAST-PROGRAM
               MOVE WS-RUN-DATE TO CAL-LAST-UPDATE-DATE
               MOVE WS-END-TIME-HHMMSS TO CAL-LAST-UPDATE-TIME
               REWRITE DAY1-CALENDAR-RECORD
           END-IF.
           IF WS-CAL-STATUS NOT = '00'
               DISPLAY 'DAY1ADJ - BUSINESS DATE ' WS-BUSINESS-DATE
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
           DISPLAY 'DAY1ADJ - UNABLE TO OPEN ' WS-ABEND-FILE-ID
               ' - FILE STATUS ' WS-ABEND-FILE-STATUS.
           MOVE 16 TO RETURN-CODE.
           PERFORM 8300-WRITE-RUN-RECORD THRU 8300-EXIT.
           STOP RUN.
