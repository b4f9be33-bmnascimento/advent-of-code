      *  SO WITHOUT THIS RECORD DAY1RPT COULD NOT SHOW SCANS IN,
      *  ISSUES OUT, AND NET ON ITS CONTROL-TOTAL TRAILER AND THE
      *  RUN COULD NO LONGER BE BALANCED AGAINST THE EXTRACT.
      *
      *  THE SLICE FIELDS IDENTIFY THE ELF-ID RANGE THE RUN
      *  COVERED (00000-99999 FOR A SINGLE PASS) AND HOW MANY
      *  MASTER RECORDS IT PASSED, AND THE RUN'S TOP-N TABLE RIDES
      *  ALONG, SO DAY1MRG CAN PROVE A SPLIT NIGHT'S PARTITIONS
      *  COVERED THE MASTER EXACTLY ONCE AND RE-RANK THEIR TOP-N.
      *  DAY1MRG WRITES THE SAME LAYOUT FOR THE WHOLE NIGHT.
      *****************************************************************
       01  DAY1-CONTROL-RECORD.
           05  CTL-RUN-DATE              PIC 9(08).
           05  CTL-NET-TOTAL             PIC 9(11).
           05  CTL-ISSUES-APPLIED        PIC 9(07).
           05  CTL-ISSUES-UNMATCHED      PIC 9(07).
           05  CTL-BUSINESS-DATE         PIC 9(08).
           05  CTL-PART-FROM-ELF         PIC 9(05).
           05  CTL-PART-TO-ELF           PIC 9(05).
           05  CTL-RECORDS-READ          PIC 9(09).
           05  CTL-ELF-COUNT             PIC 9(07).
           05  CTL-TOP-N-ACTUAL          PIC 9(03).
           05  CTL-TOP-ENTRY OCCURS 20 TIMES.
               10  CTL-TOP-ELF-ID        PIC 9(05).
               10  CTL-TOP-ELF-DATE      PIC X(08).
               10  CTL-TOP-ELF-TOTAL     PIC 9(07).
           05  FILLER                    PIC X(08).
