      *================================================================
      *  TTDTOL   -- TOLERANCE CARD ('TOL', OPTIONAL, ONE PER DECK)
      *
      *  DATA-QUALITY LIMITS A GENERATION RUN (CC-GEN-RETAIN) MUST
      *  MEET BEFORE ITS COPY IS ROTATED INTO THE GENERATION POOL.
      *  WITH THE CARD PRESENT THE COPY IS WRITTEN TO DA-S-QUARANT
      *  FIRST AND ONLY MOVED INTO ITS DA-S-OUTGEN SLOT WHEN EVERY
      *  LIMIT HOLDS; A RUN THAT BREAKS ONE LEAVES THE COPY IN
      *  QUARANTINE, THE CATALOG AND THE SLOTS AS THEY WERE, AND
      *  ENDS WITH RETURN CODE 24.  EACH LIMIT IS A WHOLE PERCENT;
      *  A BLANK LIMIT IS NOT CHECKED.
      *================================================================
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'TOL'.
           05  TOL-CARD-ID                  PIC X(03).
      *        MOST REJECTS ALLOWED, AS A PERCENT OF RECORDS READ.
           05  TOL-MAX-REJ-PCT              PIC 9(03).
      *        MOST DUPLICATE KEYS ALLOWED, AS A PERCENT OF RECORDS
      *        READ (COUNTED ONLY WHEN CC-DUP-DISP ASKS FOR THE
      *        DUPLICATE CHECK).
           05  TOL-MAX-DUP-PCT              PIC 9(03).
      *        MOST THE RECORDS WRITTEN MAY SWING, UP OR DOWN, FROM
      *        THE CAT-REC-CNT OF THE NEWEST GENERATION ON THE
      *        CATALOG.
           05  TOL-MAX-SWING-PCT            PIC 9(03).
           05  FILLER                       PIC X(68).
