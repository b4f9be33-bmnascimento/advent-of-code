      *****************************************************************
      *  DAY1SSUM  - SEASON-SUMMARY RECORD (DAY1SCLS OUTPUT)
      *
      *  WRITTEN ONCE PER SEASON BY THE SEASON CLOSE.  ONE HEADER
      *  ('H'), THEN ONE ELF RECORD ('E') PER ELF IN ELF-ID ORDER,
      *  ONE DEPOT RECORD ('D') PER STAGING DEPOT, ONE CATEGORY
      *  RECORD ('C') PER FOOD CATEGORY, ONE EXCEPTION RECORD ('X')
      *  PER EXCEPTION TYPE, THEN ONE TRAILER ('T') CARRYING THE
      *  CONTROL TOTALS THE RECORDS ABOVE MUST BALANCE TO.
      *
      *  ELF AND DEPOT FIGURES ARE NET CALORIES (AFTER ISSUES AND
      *  REVIEWED CORRECTIONS) FROM THE ELFTOTM INQUIRY MASTER, ONE
      *  ELF-NIGHT PER ELF/INVENTORY DATE; THE PEAK NIGHT IS THE
      *  ELF'S HIGHEST SINGLE-NIGHT TOTAL (EARLIEST DATE ON A TIE).
      *  DEPOT FIGURES SPLIT AN ELF-NIGHT SCANNED AT SEVERAL DEPOTS
      *  BY THE TOTALS-HISTORY DEPOT RECORDS; A NIGHT WHOSE SPLIT
      *  CANNOT BE PROVED IS BOOKED WHOLE TO ITS ELFTOTM DEPOT, SO
      *  'MLT' CAN APPEAR AS A DEPOT.  CATEGORY FIGURES ARE GROSS
      *  SCANNED CALORIES FROM THE INVENTORY ITEMS (ARCHIVED AND
      *  STILL ON THE MASTER), SINCE ISSUES ARE NOT CATEGORIZED AT
      *  ITEM LEVEL.  EXCEPTION COUNTS ARE THE ENTRIES STILL ON THE
      *  CARRIED-FORWARD DAY1EXCP/DAY1OUTL LISTINGS AT CLOSE - THAT
      *  IS, NEVER DISPOSITIONED THROUGH DAY1ADJ.  LRECL 80.
      *****************************************************************
       01  DAY1-SEASON-SUMMARY-RECORD.
           05  SSUM-REC-TYPE             PIC X(01).
               88  SSUM-HEADER           VALUE 'H'.
               88  SSUM-ELF              VALUE 'E'.
               88  SSUM-DEPOT            VALUE 'D'.
               88  SSUM-CATEGORY         VALUE 'C'.
               88  SSUM-EXCEPTION        VALUE 'X'.
               88  SSUM-TRAILER          VALUE 'T'.
           05  SSUM-SEASON-ID            PIC X(04).
           05  SSUM-REC-BODY             PIC X(75).
           05  SSUM-HEADER-BODY REDEFINES SSUM-REC-BODY.
               10  SSUM-RUN-DATE         PIC 9(08).
               10  SSUM-FROM-DATE        PIC X(08).
               10  SSUM-TO-DATE          PIC X(08).
               10  FILLER                PIC X(51).
           05  SSUM-ELF-BODY REDEFINES SSUM-REC-BODY.
               10  SSUM-ELF-ID           PIC 9(05).
               10  SSUM-ELF-NIGHTS       PIC 9(05).
               10  SSUM-ELF-TOTAL        PIC 9(11).
               10  SSUM-PEAK-DATE        PIC X(08).
               10  SSUM-PEAK-TOTAL       PIC 9(07).
               10  SSUM-SUSPECT-NIGHTS   PIC 9(05).
               10  FILLER                PIC X(34).
           05  SSUM-DEPOT-BODY REDEFINES SSUM-REC-BODY.
               10  SSUM-DEPOT-CODE       PIC X(03).
               10  SSUM-DEPOT-NIGHTS     PIC 9(07).
               10  SSUM-DEPOT-TOTAL      PIC 9(13).
               10  FILLER                PIC X(52).
           05  SSUM-CATEGORY-BODY REDEFINES SSUM-REC-BODY.
               10  SSUM-CATEGORY-CODE    PIC X(02).
               10  SSUM-CAT-ITEMS        PIC 9(09).
               10  SSUM-CAT-CALORIES     PIC 9(13).
               10  FILLER                PIC X(51).
           05  SSUM-EXCEPTION-BODY REDEFINES SSUM-REC-BODY.
               10  SSUM-EXCP-TYPE        PIC X(07).
               10  SSUM-EXCP-OPEN-COUNT  PIC 9(07).
               10  FILLER                PIC X(61).
           05  SSUM-TRAILER-BODY REDEFINES SSUM-REC-BODY.
               10  SSUM-DETAIL-COUNT     PIC 9(07).
               10  SSUM-ELF-COUNT        PIC 9(07).
               10  SSUM-NET-TOTAL        PIC 9(13).
               10  SSUM-DEPOT-NET-TOTAL  PIC 9(13).
               10  SSUM-SCANNED-TOTAL    PIC 9(13).
               10  SSUM-OPEN-EXCP-TOTAL  PIC 9(07).
               10  FILLER                PIC X(15).
