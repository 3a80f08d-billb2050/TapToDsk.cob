           05  MSK-STYLE                    PIC X(01).
      *        FILL CHARACTER FOR STYLE 'F'.  BLANK = '*'.
           05  MSK-FILL-CHAR                PIC X(01).
      *        FIELD NAME FROM THE SHARED FIELD DICTIONARY (SEE
      *        TTDFLD).  WHEN PRESENT IT SUPPLIES THE SLICE AND
      *        MSK-POSITION AND MSK-LENGTH ARE NOT USED -- THE
      *        DICTIONARY POSITION IS ABSOLUTE AND IS CONVERTED TO
      *        TTD-DATA-RELATIVE AT LOAD TIME, SO NOBODY HAS TO DO
      *        THE TEN-BYTE KEY ARITHMETIC BY HAND.
           05  MSK-FIELD-NAME               PIC X(20).
           05  FILLER                       PIC X(49).
