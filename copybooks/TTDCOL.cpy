           05  COL-POSITION                 PIC 9(03).
           05  COL-LENGTH                   PIC 9(03).
      *        COLUMN NAME FOR THE HEADER ROW.  A BLANK NAME IS
      *        REPLACED WITH THE DICTIONARY FIELD NAME BELOW WHEN ONE
      *        IS GIVEN, OTHERWISE WITH FIELDNN, AT LOAD TIME.
           05  COL-NAME                     PIC X(20).
      *        FIELD NAME FROM THE SHARED FIELD DICTIONARY (SEE
      *        TTDFLD).  WHEN PRESENT IT SUPPLIES THE POSITION AND
      *        LENGTH AND COL-POSITION AND COL-LENGTH ARE NOT USED.
           05  COL-FIELD-NAME               PIC X(20).
           05  FILLER                       PIC X(31).
