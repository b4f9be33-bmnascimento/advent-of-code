      *  OR THE RUN ENDS RC=16, SO IT CAN BE PROVED NOTHING WAS
      *  DROPPED.  AN AUDIT LISTING (DAY1PAUD) AND A RUN-CONTROL
      *  RECORD ON DAY1RUNH DOCUMENT EVERY EXECUTION, LIKE DAY1 AND
      *  DAY1RPT, AND EVERY DELETE IS APPENDED TO THE ELFJRNL
      *  CHANGE JOURNAL.  THE POINT IS THE BATCH WINDOW: THE NIGHTLY
      *  TOTALING PASS SHOULD TRACK THE LIVE FLEET, NOT THE WHOLE
      *  SEASON.
      *
      *  -----------------------------------------------------------
      *  DATE       INIT  DESCRIPTION
      *  09/02/2026 RC    ORIGINAL PROGRAM.
      *  10/15/2026 RC    DAY1RUNH LRECL NOW 119 FOR THE BUSINESS
      *                   DATE AND OVERRIDE FIELDS.  THE PURGE RUNS
      *                   OUTSIDE THE NIGHTLY CALENDAR, SO IT
      *                   RECORDS NO BUSINESS DATE AND NO OVERRIDE.
      *  10/15/2026 RC    EVERY PURGE DELETE IS APPENDED TO THE
      *                   ELFJRNL CHANGE JOURNAL WITH THE DELETED
      *                   RECORD AS ITS BEFORE IMAGE.  THE JOURNAL
      *                   IS REQUIRED - NOTHING IS PURGED IF IT
      *                   CANNOT BE OPENED, AND A FAILED JOURNAL
      *                   WRITE ENDS THE RUN RC=16.  THE JOURNAL
      *                   COUNT MUST AGREE WITH THE DELETE COUNT.
      *  -----------------------------------------------------------

       ENVIRONMENT DIVISION.
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUNH-STATUS.

           SELECT ELF-JOURNAL-FILE
               ASSIGN TO ELFJRNL
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JRNL-STATUS.

       DATA DIVISION.

       FILE SECTION.
           01  DAY1-AUDIT-LINE               PIC X(80).

           FD  DAY1-RUN-FILE
               RECORD CONTAINS 119 CHARACTERS.
           COPY DAY1RUNH.

           FD  ELF-JOURNAL-FILE
               RECORD CONTAINS 120 CHARACTERS.
           COPY ELFJRNL.

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-ELFINV-STATUS          PIC X(02).
           05  WS-ARCH-STATUS            PIC X(02).
           05  WS-AUDIT-STATUS           PIC X(02).
           05  WS-RUNH-STATUS            PIC X(02).
           05  WS-JRNL-STATUS            PIC X(02).

       01  WS-SWITCHES.
           05  WS-EOF-SWITCH             PIC X(01) VALUE 'N'.
           05  WS-ARCHIVED-CALORIES      PIC 9(13) VALUE ZERO.
           05  WS-DELETED-CALORIES       PIC 9(13) VALUE ZERO.
           05  WS-NONNUM-CAL-COUNT       PIC 9(09) VALUE ZERO.
           05  WS-JRNL-COUNT             PIC 9(09) VALUE ZERO.

       01  WS-RUN-DATE                   PIC 9(08).

               MOVE WS-ARCH-STATUS TO WS-ABEND-FILE-STATUS
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
               IF ITEM-CALORIES OF ELF-INVENTORY-RECORD IS NUMERIC
                   ADD WS-CAL-WORK TO WS-DELETED-CALORIES
               END-IF
               PERFORM 2300-WRITE-JOURNAL THRU 2300-EXIT
           END-IF.
       2200-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  2300-WRITE-JOURNAL - APPEND THE DELETE JUST MADE TO THE
      *  ELFJRNL CHANGE JOURNAL, THE PURGED RECORD AS ITS BEFORE
      *  IMAGE.  A DELETE THE JOURNAL DOES NOT HOLD CANNOT BE
      *  PROVED LATER, SO A FAILED WRITE ENDS THE RUN.
      *-----------------------------------------------------------*
       2300-WRITE-JOURNAL.
           MOVE SPACES TO ELF-JOURNAL-RECORD.
           ADD 1 TO WS-JRNL-COUNT.
           MOVE 'DAY1PRG' TO JRNL-PROGRAM-ID.
           MOVE WS-RUN-DATE TO JRNL-RUN-DATE.
           MOVE WS-START-TIME-HHMMSS TO JRNL-RUN-TIME.
           MOVE WS-JRNL-COUNT TO JRNL-ENTRY-SEQ.
           MOVE 'DELETE' TO JRNL-ACTION.
           MOVE ELF-INV-KEY OF ELF-INVENTORY-RECORD TO JRNL-INV-KEY.
           MOVE ELF-INVENTORY-RECORD TO JRNL-BEFORE-IMAGE.
           MOVE SPACES TO JRNL-AFTER-IMAGE.
           WRITE ELF-JOURNAL-RECORD.
           IF WS-JRNL-STATUS NOT = '00'
               DISPLAY 'DAY1PRG - JOURNAL WRITE FAILED FOR KEY '
                   ELF-INV-KEY OF ELF-INVENTORY-RECORD
                   ' - STATUS ' WS-JRNL-STATUS ' - RUN ENDED'
               MOVE 16 TO RETURN-CODE
               PERFORM 8000-FINALIZE THRU 8000-EXIT
               STOP RUN
           END-IF.
       2300-EXIT.
           EXIT.

      *-----------------------------------------------------------*
      *  8000-FINALIZE - PRINT THE CONTROL TOTALS FOR BOTH SIDES OF
      *  THE MOVE, PROVE THEY AGREE, CLOSE, AND APPEND THE RUN-
           MOVE 'NON-NUMERIC CAL RECORDS' TO SUM-LABEL.
           MOVE WS-NONNUM-CAL-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
           MOVE 'DELETES JOURNALED' TO SUM-LABEL.
           MOVE WS-JRNL-COUNT TO SUM-COUNT.
           PERFORM 8100-WRITE-SUMMARY-LINE THRU 8100-EXIT.
           IF WS-ARCHIVED-COUNT NOT = WS-DELETED-COUNT
              OR WS-ARCHIVED-CALORIES NOT = WS-DELETED-CALORIES
               DISPLAY 'DAY1PRG - ARCHIVE AND DELETE CONTROL TOTALS '
                   'ARCHIVE BEFORE THE NEXT PURGE'
               MOVE 16 TO RETURN-CODE
           END-IF.
           IF WS-JRNL-COUNT NOT = WS-DELETED-COUNT
               DISPLAY 'DAY1PRG - DELETES JOURNALED DISAGREE WITH '
                   'RECORDS DELETED - RECONCILE DAY1PAUD AGAINST '
                   'ELFJRNL'
               MOVE 16 TO RETURN-CODE
           END-IF.
           CLOSE ELF-JOURNAL-FILE.
           CLOSE ELF-INVENTORY-FILE.
           CLOSE DAY1-ARCHIVE-FILE.
           CLOSE DAY1-AUDIT-FILE.
           MOVE ZERO TO RUN-OUTL-COUNT.
           MOVE 'N' TO RUN-RESTART-FLAG.
           MOVE RETURN-CODE TO RUN-RETURN-CODE.
           MOVE ZERO TO RUN-BUSINESS-DATE.
           MOVE 'N' TO RUN-OVERRIDE-FLAG.
           MOVE SPACES TO RUN-OVERRIDE-AUTH.
           MOVE SPACES TO RUN-OVERRIDE-REASON.
           WRITE DAY1-RUN-RECORD.
           CLOSE DAY1-RUN-FILE.
       8300-EXIT.
