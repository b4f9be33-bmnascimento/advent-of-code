      *****************************************************************
      *  ELFJRNL   - ELF INVENTORY MASTER CHANGE JOURNAL
      *
      *  ONE RECORD FOR EVERY ADD, CHANGE, OR DELETE ACTUALLY MADE
      *  TO THE ELF INVENTORY MASTER (ELFINVT).  DAY1LOAD (ADDS),
      *  DAY1MNT (ADDS, CHANGES, DELETES) AND DAY1PRG (PURGE
      *  DELETES) ALL APPEND TO THE SAME ACCUMULATING JOURNAL, SO
      *  THE FILE IS IN THE ORDER THE CHANGES WERE MADE.  WITHIN A
      *  RUN, JRNL-ENTRY-SEQ NUMBERS THE ENTRIES FROM 1.
      *
      *  THE BEFORE AND AFTER IMAGES ARE WHOLE ELFINV RECORDS.  AN
      *  ADD HAS NO BEFORE IMAGE AND A DELETE NO AFTER IMAGE - THE
      *  MISSING IMAGE IS LEFT AS SPACES.  DAY1JINQ READS THE
      *  JOURNAL TO LIST AN ELF'S CHANGES AND TO REBUILD ITS ITEMS
      *  AS THEY STOOD ON AN EARLIER DATE.
      *****************************************************************
       01  ELF-JOURNAL-RECORD.
           05  JRNL-PROGRAM-ID           PIC X(08).
           05  JRNL-RUN-DATE             PIC 9(08).
           05  JRNL-RUN-TIME             PIC 9(06).
           05  JRNL-ENTRY-SEQ            PIC 9(07).
           05  JRNL-ACTION               PIC X(06).
               88  JRNL-ACTION-ADD       VALUE 'ADD'.
               88  JRNL-ACTION-CHANGE    VALUE 'CHANGE'.
               88  JRNL-ACTION-DELETE    VALUE 'DELETE'.
           05  JRNL-INV-KEY.
               10  JRNL-ELF-ID           PIC 9(05).
               10  JRNL-INV-DATE         PIC X(08).
               10  JRNL-ITEM-SEQ         PIC 9(03).
           05  JRNL-BEFORE-IMAGE         PIC X(28).
           05  JRNL-AFTER-IMAGE          PIC X(28).
           05  FILLER                    PIC X(13).
