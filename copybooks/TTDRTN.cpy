      *================================================================
      *  TTDRTN   -- TAPPURGE RETENTION CARD ('RTN', UR-S-RTNCARD)
      *
      *  ONE CARD PER FILE TO BE HOUSEKEPT.  A FILE WITHOUT A CARD IS
      *  NOT TOUCHED, SO THE RUN ONLY EVER ARCHIVES WHAT THE DECK
      *  ASKS FOR.  A RECORD OLDER THAN THE RETENTION IS MOVED TO THE
      *  FILE'S HISTORY AND TAKEN OFF THE LIVE FILE.
      *================================================================
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'RTN'.
           05  RTN-CARD-ID                  PIC X(03).
      *        THE FILE, BY THE LAST PART OF ITS DD NAME: 'AUDIT'
      *        (DA-S-AUDIT), 'REJMST' (DA-S-REJMST), 'CATLG'
      *        (DA-S-CATLG) OR 'REPIMG' (DA-S-REPIMG).
           05  RTN-FILE                     PIC X(08).
      *        RETENTION IN WHOLE DAYS, 00001-99999.  A RECORD IS
      *        ARCHIVED WHEN IT IS MORE THAN THIS MANY DAYS OLD.
           05  RTN-DAYS                     PIC 9(05).
           05  FILLER                       PIC X(64).
