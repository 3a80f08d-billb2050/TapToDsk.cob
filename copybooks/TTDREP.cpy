      *        REPLACEMENT TEXT.  THE FIRST REP-LENGTH BYTES OVERLAY
      *        THE RECORD AT REP-POSITION.
           05  REP-TEXT                     PIC X(40).
      *        FIELD NAME FROM THE SHARED FIELD DICTIONARY (SEE
      *        TTDFLD).  WHEN PRESENT IT SUPPLIES THE POSITION AND
      *        LENGTH AND REP-POSITION AND REP-LENGTH ARE NOT USED.
           05  REP-FIELD-NAME               PIC X(20).
           05  FILLER                       PIC X(05).
