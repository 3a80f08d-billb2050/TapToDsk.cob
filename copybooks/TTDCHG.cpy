      *================================================================
      *  TTDCHG  -- DELTA CHANGE LOG RECORD (DA-S-CHGLOG)
      *
      *  A DELTA RUN (CC-DELTA-SW = 'Y') WRITES ONE RECORD FOR EVERY
      *  KEY IT ADDS TO OR CHANGES ON THE KSDS AND ONE FOR EVERY KSDS
      *  KEY THE TAPE DID NOT SUPPLY.  THE LOG IS REWRITTEN BY EACH
      *  DELTA RUN.  TAPFEED TURNS IT INTO THE DOWNSTREAM TRANSACTION
      *  FEED; TAPTRACE LISTS IT IN A KEY'S TIMELINE.
      *================================================================
      *        'A' = ADD, 'C' = CHANGE, 'D' = KSDS KEY ABSENT FROM
      *        THE TAPE (REPORTED, NOT DELETED).
           05  CHG-ACTION                   PIC X(01).
           05  CHG-KEY                      PIC X(10).
      *        THE RECORD AS IT NOW STANDS ON THE KSDS.
           05  CHG-REC                      PIC X(163).
      *        THE RECORD AS IT STOOD ON THE KSDS BEFORE THE RUN --
      *        THE PRIOR COPY A CHANGE REPLACED, SPACES FOR AN ADD,
      *        THE SAME AS CHG-REC FOR AN ABSENT KEY.
           05  CHG-BEFORE-REC               PIC X(163).
