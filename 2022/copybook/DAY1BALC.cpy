      *****************************************************************
      *  DAY1BALC  - CONTROL CARD FOR THE REBALANCING PROPOSAL
      *              (DAY1BAL)
      *
      *  BALC-BAND-PCT SETS EACH DEPOT'S TARGET BAND AS A PERCENTAGE
      *  EITHER SIDE OF THE DEPOT'S AVERAGE NET LOAD PER ACTIVE ELF
      *  (001-099).  ONLY ELVES ABOVE THE BAND GIVE AND ONLY ELVES
      *  BELOW IT TAKE.  BALC-MIN-MOVE IS THE SMALLEST MOVE, IN
      *  CALORIES, WORTH SENDING TO DISPATCH.  A BLANK FIELD, OR NO
      *  CARD, TAKES THE DEFAULT (10 PCT, 1000 CALORIES); A VALUE
      *  THAT IS NOT NUMERIC OR OUT OF RANGE IS REFUSED.
      *****************************************************************
       01  DAY1-BAL-CARD-RECORD.
           05  BALC-BAND-PCT             PIC X(03).
           05  FILLER                    PIC X(01).
           05  BALC-MIN-MOVE             PIC X(07).
           05  FILLER                    PIC X(69).
