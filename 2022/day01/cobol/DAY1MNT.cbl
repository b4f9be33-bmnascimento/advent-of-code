      *  BE CORRECTED UNDER PROGRAM CONTROL INSTEAD OF BY HAND-
      *  EDITING THE VSAM FILE WITH UTILITIES.  EVERY TRANSACTION -
      *  APPLIED OR REJECTED - IS PRINTED TO THE DAY1MAUD AUDIT
      *  LISTING WITH BEFORE AND AFTER RECORD IMAGES, AND EVERY
      *  APPLIED CHANGE IS ALSO APPENDED TO THE ELFJRNL CHANGE
      *  JOURNAL, WHICH OUTLIVES THE LISTING.
      *
      *  RUNS AS ITS OWN STEP IN DAY1JOB AHEAD OF STEP010 SO THE
      *  NIGHTLY TOTALING SEES THE CORRECTED MASTER.
      *  09/02/2026 RC    ADD AND CHANGE NOW ALSO CARRY THE STAGING
      *                   DEPOT CODE (NEW ON ELFINV AND ON THE
      *                   DAY1TRAN CARD).
      *  10/15/2026 RC    EVERY APPLIED ADD, CHANGE, AND DELETE IS
      *                   APPENDED TO THE ELFJRNL CHANGE JOURNAL
      *                   WITH ITS BEFORE AND AFTER IMAGES.  THE
      *                   JOURNAL IS REQUIRED - NO MASTER CHANGE IS
      *                   MADE IF IT CANNOT BE OPENED, AND A FAILED
      *                   JOURNAL WRITE ENDS THE RUN RC=16.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-STATUS.

           SELECT ELF-JOURNAL-FILE
               ASSIGN TO ELFJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.

       FILE SECTION.
               RECORD CONTAINS 80 CHARACTERS.
           01  DAY1-AUDIT-LINE               PIC X(80).

           FD  ELF-JOURNAL-FILE
               RECORD CONTAINS 120 CHARACTERS.
           COPY ELFJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ELFINV-STATUS          PIC X(02).
           05  WS-TRAN-STATUS            PIC X(02).
           05  WS-AUDIT-STATUS           PIC X(02).
           05  WS-JRNL-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
           05  WS-TRAN-READ-COUNT        PIC 9(07) VALUE ZERO.
           05  WS-APPLIED-COUNT          PIC 9(07) VALUE ZERO.
           05  WS-REJECTED-COUNT         PIC 9(07) VALUE ZERO.
           05  WS-JRNL-COUNT             PIC 9(07) VALUE ZERO.

       01  WS-RUN-DATE                   PIC 9(08).

       01  WS-START-TIME-RAW             PIC X(08).
       01  WS-START-TIME-PARTS REDEFINES WS-START-TIME-RAW.
           05  WS-START-TIME-HHMMSS      PIC 9(06).
           05  FILLER                    PIC X(02).

      *    THE MASTER RECORD AS IT STOOD BEFORE THE CHANGE, HELD
      *    FOR THE JOURNAL ENTRY.  SPACES FOR AN ADD.
       01  WS-JRNL-BEFORE-IMAGE          PIC X(28).

       01  WS-REJECT-REASON              PIC X(28).

       01  WS-ABEND-INFO.

      *-----------------------------------------------------------*
      *  1000-INITIALIZE - OPEN THE FILES AND PRINT THE AUDIT
      *  HEADING, THEN PRIME THE FIRST TRANSACTION.  THE JOURNAL
      *  IS OPENED BEFORE THE MASTER SO NO CHANGE CAN BE MADE
      *  THAT IS NOT JOURNALED.
      *-----------------------------------------------------------*
       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD.
           ACCEPT WS-START-TIME-RAW FROM TIME.
           OPEN INPUT DAY1-TRAN-FILE.
           IF WS-TRAN-STATUS NOT = '00'
               MOVE 'DAY1TRAN' TO WS-ABEND-FILE-ID
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
                   MOVE 'RECORD ALREADY ON MASTER' TO WS-REJECT-REASON
                   PERFORM 2900-AUDIT-REJECTED THRU 2900-EXIT
               NOT INVALID KEY
                   MOVE SPACES TO WS-JRNL-BEFORE-IMAGE
                   PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT
                   PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT
                   MOVE '(NONE)' TO IMG-RECORD
                   PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT
           END-READ.
           PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT.
           MOVE ELF-INVENTORY-RECORD TO IMG-RECORD.
           MOVE ELF-INVENTORY-RECORD TO WS-JRNL-BEFORE-IMAGE.
           PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT.
           MOVE TRAN-ITEM-CALORIES TO ITEM-CALORIES.
           MOVE TRAN-ITEM-CATEGORY TO ITEM-CATEGORY.
           MOVE TRAN-DEPOT TO INV-DEPOT-CODE.
           REWRITE ELF-INVENTORY-RECORD.
           PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
           MOVE ELF-INVENTORY-RECORD TO IMG-RECORD.
           PERFORM 2820-AUDIT-AFTER THRU 2820-EXIT.
       2300-EXIT.
           PERFORM 2800-AUDIT-APPLIED THRU 2800-EXIT.
           MOVE ELF-INVENTORY-RECORD TO IMG-RECORD.
           PERFORM 2810-AUDIT-BEFORE THRU 2810-EXIT.
           MOVE ELF-INVENTORY-RECORD TO WS-JRNL-BEFORE-IMAGE.
           DELETE ELF-INVENTORY-FILE.
           PERFORM 2700-WRITE-JOURNAL THRU 2700-EXIT.
           MOVE '(DELETED)' TO IMG-RECORD.
           PERFORM 2820-AUDIT-AFTER THRU 2820-EXIT.
       2400-EXIT.
       2600-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2700-WRITE-JOURNAL - APPEND THE CHANGE JUST MADE TO THE
      *  ELFJRNL JOURNAL.  THE BEFORE IMAGE IS IN
      *  WS-JRNL-BEFORE-IMAGE; THE AFTER IMAGE IS THE MASTER
      *  RECORD AS WRITTEN, OR SPACES FOR A DELETE.  A MASTER
      *  CHANGE THE JOURNAL DOES NOT HOLD CANNOT BE PROVED LATER,
      *  SO A FAILED WRITE ENDS THE RUN.
      *-----------------------------------------------------------*
       2700-WRITE-JOURNAL.
           MOVE SPACES TO ELF-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-COUNT.
           MOVE 'DAY1MNT' TO JRNL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-START-TIME-HHMMSS TO JRNL-RUN-TIME.
           MOVE WS-JRNL-COUNT TO JRNL-ENTRY-SEQ.
           MOVE TRAN-ACTION TO JRNL-ACTION.
           MOVE ELF-INV-KEY TO JRNL-INV-KEY.
           MOVE WS-JRNL-BEFORE-IMAGE TO JRNL-BEFORE-IMAGE.
           IF TRAN-ACTION-DELETE
               MOVE SPACES TO JRNL-AFTER-IMAGE
           ELSE
               MOVE ELF-INVENTORY-RECORD TO JRNL-AFTER-IMAGE
           END-IF.
           WRITE ELF-JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'DAY1MNT - JOURNAL WRITE FAILED FOR KEY '
                   ELF-INV-KEY ' - STATUS ' WS-JRNL-STATUS
                   ' - RUN ENDED, RECONCILE DAY1MAUD AGAINST ELFJRNL'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.
       2700-EXIT.
           EXIT.

       2800-AUDIT-APPLIED.
           ADD 1 TO WS-APPLIED-COUNT.
           MOVE 'APPLIED' TO AUD-DISPOSITION.
           MOVE WS-REJECTED-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           MOVE 'JOURNAL ENTRIES' TO SUM-LABEL.
           MOVE WS-JRNL-COUNT TO SUM-COUNT.
           MOVE WS-AUDIT-SUMMARY TO DAY1-AUDIT-LINE.
           WRITE DAY1-AUDIT-LINE.
           CLOSE DAY1-TRAN-FILE.
           CLOSE DAY1-AUDIT-FILE.
           CLOSE ELF-JOURNAL-FILE.
           CLOSE ELF-INVENTORY-FILE.
           DISPLAY 'DAY1MNT - ' WS-APPLIED-COUNT ' APPLIED, '
               WS-REJECTED-COUNT ' REJECTED'.
