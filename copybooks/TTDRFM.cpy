           05  RFM-LENGTH                   PIC 9(03).
      *        LITERAL TEXT FOR AN 'L' SEGMENT.  IGNORED FOR 'I'.
           05  RFM-LITERAL                  PIC X(40).
      *        FIELD NAME FROM THE SHARED FIELD DICTIONARY (SEE
      *        TTDFLD) FOR AN 'I' SEGMENT.  WHEN PRESENT IT SUPPLIES
      *        THE POSITION AND LENGTH AND RFM-POSITION AND
      *        RFM-LENGTH ARE NOT USED.  IGNORED FOR 'L'.
           05  RFM-FIELD-NAME               PIC X(20).
           05  FILLER                       PIC X(10).
