      *  NUMERIC) THE RUN COVERS THE FULL MASTER AS BEFORE; A BLANK
      *  FROM-DATE MEANS FROM THE BEGINNING, A BLANK TO-DATE MEANS
      *  TO THE END.
      *
      *  DAY1-SEL-FROM-ELF / DAY1-SEL-TO-ELF (INCLUSIVE) MAKE DAY1 A
      *  PARTITION OF A SPLIT NIGHT: IT TOTALS ONLY THAT ELF-ID
      *  SLICE OF THE MASTER, LEAVES THE PROCESSING-CALENDAR SLOT
      *  TO DAY1MRG, AND HANDS ITS SLICE IDENTITY AND COUNTS ON
      *  THE DAY1CTL RECORD FOR DAY1MRG TO PROVE COVERAGE.  LEFT AS
      *  SPACES (THE SINGLE-PASS CARD) THE RUN COVERS EVERY ELF.
      *  A BLANK FROM-ELF MEANS 00000, A BLANK TO-ELF 99999.
      *
      *  DAY1-SIM-MODE 'S' MAKES DAY1 A WHAT-IF SIMULATION (DAY1EJOB):
      *  THE SAME VALIDATION AND TOTALING AGAINST WHATEVER EDIT-RULES
      *  MASTER IS ON DD ELFRULE, BUT NO CHECKPOINT, NO PROCESSING-
      *  CALENDAR CHECK OR UPDATE AND NO RUN-HISTORY RECORD, PLUS AN
      *  ITEM-LEVEL DAY1SIMI FILE OF EVERY ITEM KEPT OUT OF THE
      *  TOTALS.  ITS JOB POINTS EVERY OTHER OUTPUT AT SCRATCH
      *  DATASETS.  ANY OTHER VALUE (THE NIGHTLY CARD) IS A LIVE RUN.
      *****************************************************************
       01  DAY1-PARM-RECORD.
           05  DAY1-TOP-N                PIC 9(03).
           05  DAY1-SEL-FROM-DATE        PIC X(08).
           05  DAY1-SEL-TO-DATE          PIC X(08).
           05  DAY1-SEL-FROM-ELF         PIC X(05).
           05  DAY1-SEL-TO-ELF           PIC X(05).
           05  DAY1-SIM-MODE             PIC X(01).
               88  DAY1-SIMULATION-RUN   VALUE 'S'.
