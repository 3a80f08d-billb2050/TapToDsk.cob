      *================================================================
      *  TTDLKO   -- RUN-LOCK OVERRIDE CARD ('LCK', UR-S-LCKCARD)
      *
      *  CLEARS ONE LOCK LEFT ON DA-S-RUNLOCK (SEE TTDLCK) SO THIS
      *  RUN CAN TAKE ITS PLACE.  THE CARD MUST NAME THE HOLDER AND
      *  THE DATE AND TIME IT TOOK THE LOCK EXACTLY AS THE REFUSAL
      *  MESSAGE PRINTED THEM, SO A CARD LEFT IN THE DECK CAN NEVER
      *  CLEAR SOME LATER RUN'S LOCK.  PUNCH IT ONLY AFTER MAKING
      *  SURE THE HOLDER IS NO LONGER RUNNING -- A STALE LOCK IS
      *  NEARLY ALWAYS AN ABENDED RUN, AND ITS FILES MAY NEED
      *  PUTTING RIGHT BEFORE ANYTHING ELSE TOUCHES THEM.  NORMALLY
      *  THE DD IS DUMMY.  UP TO FIVE CARDS, ONE PER LOCK TO CLEAR.
      *================================================================
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'LCK'.
           05  LKO-CARD-ID                  PIC X(03).
      *        HOLDER TO CLEAR AND THE DATE (MM/DD/CCYY) AND TIME
      *        (HH:MM:SS) ITS LOCK WAS TAKEN.
           05  LKO-PROGRAM                  PIC X(08).
           05  LKO-RUN-DATE                 PIC X(10).
           05  LKO-RUN-TIME                 PIC X(08).
           05  FILLER                       PIC X(51).
