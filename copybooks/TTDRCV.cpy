      *================================================================
      *  TTDRCV   -- TAPE RECEIPT CARD ('RCV', OPTIONAL, ONE PER DECK)
      *
      *  NAMES THE SOURCE SYSTEM THE TAPE CAME FROM, SO ITS ENTRY ON
      *  THE RECEIPT REGISTER (SEE TTDRCP) CAN BE MATCHED TO THE
      *  DELIVERY CALENDAR, AND CARRIES THE OVERRIDE THAT LETS A
      *  TAPE ALREADY ON THE REGISTER BE COPIED AGAIN.  WITHOUT THE
      *  CARD THE RECEIPT IS REGISTERED WITH A BLANK SOURCE AND A
      *  REPEAT TAPE IS REFUSED.
      *================================================================
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'RCV'.
           05  RCV-CARD-ID                  PIC X(03).
      *        SOURCE SYSTEM IDENTIFIER, AS PUNCHED ON THE EXPECTED-
      *        DELIVERY CALENDAR CARDS.
           05  RCV-SOURCE-ID                PIC X(08).
      *        'Y' = COPY THE TAPE EVEN THOUGH ITS FINGERPRINT IS
      *        ALREADY ON THE REGISTER (A DELIBERATE RE-RUN).  TAKE
      *        THE CARD OUT OF THE DECK AGAIN AFTER THE RUN.
           05  RCV-OVERRIDE-SW              PIC X(01).
           05  FILLER                       PIC X(68).
