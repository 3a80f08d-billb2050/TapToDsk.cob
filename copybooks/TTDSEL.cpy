      *        EACH VALUE TAKE PART IN THE COMPARE.
           05  SEL-VALUE-1                  PIC X(20).
           05  SEL-VALUE-2                  PIC X(20).
      *        FIELD NAME FROM THE SHARED FIELD DICTIONARY (SEE
      *        TTDFLD).  WHEN PRESENT IT SUPPLIES THE ABSOLUTE
      *        POSITION AND LENGTH AND SEL-FIELD-TYPE, SEL-POSITION
      *        AND SEL-LENGTH ARE NOT USED.
           05  SEL-FIELD-NAME               PIC X(20).
           05  FILLER                       PIC X(09).
