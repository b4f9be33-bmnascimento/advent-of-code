      *****************************************************************
      *  DAY1JINC  - CHANGE-JOURNAL INQUIRY REQUEST CARD FOR DAY1JINQ
      *
      *  ONE CARD PER ELF.  JINC-ELF-ID IS REQUIRED.  THE FROM/TO
      *  DATES ARE OPTIONAL AND INCLUSIVE AND SELECT THE CHANGES TO
      *  LIST BY THE DATE THEY WERE MADE (THE JOURNAL RUN DATE) -
      *  BOTH BLANK MEANS EVERY CHANGE ON THE JOURNAL, AS ON THE
      *  DAY1INQC CARD.  JINC-AS-OF-DATE NAMES THE DATE THE ELF'S
      *  ITEMS ARE REBUILT FOR, AS THEY STOOD AT THE END OF THAT
      *  DATE; LEFT BLANK IT DEFAULTS TO THE TO-DATE, AND WITH
      *  BOTH BLANK THE CURRENT MASTER IS SHOWN.
      *****************************************************************
       01  DAY1-JRNL-INQUIRY-RECORD.
           05  JINC-ELF-ID               PIC X(05).
           05  FILLER                    PIC X(01).
           05  JINC-FROM-DATE            PIC X(08).
           05  FILLER                    PIC X(01).
           05  JINC-TO-DATE              PIC X(08).
           05  FILLER                    PIC X(01).
           05  JINC-AS-OF-DATE           PIC X(08).
           05  FILLER                    PIC X(08).
