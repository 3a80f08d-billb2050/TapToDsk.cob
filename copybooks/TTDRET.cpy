      *================================================================
      *  TTDRET   -- TAPRETRN RETURN CARD ('RET', UR-S-RETCARD,
      *              OPTIONAL, ONE PER DECK)
      *
      *  WITHOUT THE CARD THE RETURN TAPE CARRIES THE REJECT-MASTER
      *  ENTRIES REPAIRED OR WRITTEN OFF SINCE THE LAST RETURN TAPE
      *  AND NOTHING ELSE.  THE CARD ADDS THE FULL CURRENT COPY
      *  BEHIND THEM, OR RESENDS FROM AN EARLIER DATE WHEN A RETURN
      *  TAPE WAS LOST OR REJECTED ON THE OTHER SIDE.
      *================================================================
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'RET'.
           05  RET-CARD-ID                  PIC X(03).
      *        'Y' = ALSO SEND THE FULL CURRENT COPY (DA-S-OUTDISK, OR
      *        DA-S-OUTVSAM WHEN THE COPY RUN WROTE THE KSDS).  BLANK
      *        OR 'N' = REPAIRS AND WRITE-OFFS ONLY.
           05  RET-COPY-SW                  PIC X(01).
      *        RESEND FROM THIS DATE (CCYYMMDD) INSTEAD OF THE DATE OF
      *        THE LAST RETURN TAPE.  BLANK = CARRY ON FROM THE LAST
      *        RETURN TAPE.
           05  RET-FROM-DATE                PIC X(08).
           05  FILLER                       PIC X(68).
