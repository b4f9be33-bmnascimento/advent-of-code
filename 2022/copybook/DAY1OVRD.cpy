      *****************************************************************
      *  DAY1OVRD  - RUN-CALENDAR OVERRIDE CARD
      *
      *  OPTIONAL CARD THAT AUTHORIZES A DELIBERATE RERUN OF A STEP
      *  THE PROCESSING CALENDAR (DAY1CAL) SHOWS ALREADY COMPLETE.
      *  IT IS HONORED ONLY WHEN OVRD-BUSINESS-DATE (YYYYMMDD)
      *  MATCHES THE BUSINESS DATE THE STEP IS CHECKING AND BOTH
      *  OVRD-AUTH-ID AND OVRD-REASON ARE FILLED IN, SO A CARD LEFT
      *  IN THE PARMLIB FROM AN EARLIER RERUN CANNOT QUIETLY LET A
      *  LATER NIGHT DOUBLE UP.  NO CARD EVER LETS A STEP RUN OUT
      *  OF SEQUENCE.  A MISSING OR EMPTY CARD MEANS NO OVERRIDE.
      *  AN OVERRIDE THAT IS USED IS RECORDED ON DAY1RUNH AND
      *  DAY1CAL.
      *****************************************************************
       01  DAY1-OVERRIDE-RECORD.
           05  OVRD-BUSINESS-DATE        PIC X(08).
           05  FILLER                    PIC X(01).
           05  OVRD-AUTH-ID              PIC X(08).
           05  FILLER                    PIC X(01).
           05  OVRD-REASON               PIC X(40).
           05  FILLER                    PIC X(22).
