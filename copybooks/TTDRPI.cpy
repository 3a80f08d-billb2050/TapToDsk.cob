      *================================================================
      *  TTDRPI  -- REPAIRED-RECORD IMAGE (DA-S-REPIMG)
      *
      *  THE REJECT MASTER KEEPS THE RECORD AS IT WAS REJECTED (SEE
      *  TTDRJM), SO THE CORRECTED RECORD TAPREPAR FED INTO THE COPY
      *  WAS NOWHERE BUT IN THE COPY ITSELF, UNDER WHATEVER KEY THE
      *  REPAIR LEFT IT.  TAPREPAR NOW APPENDS ONE OF THESE FOR EVERY
      *  MASTER ENTRY IT MARKS REPAIRED, AND TAPRETRN SENDS THE
      *  CORRECTED IMAGE BACK TO THE SOURCE ON THE RETURN TAPE.  THE
      *  IMAGE IS THE RECORD AS VALIDATED -- BEFORE ANY EBCDIC
      *  TRANSLATION -- SO IT IS ALREADY IN THE SOURCE'S CHARACTER
      *  SET.  A RECORD REPAIRED TWICE HAS TWO IMAGES; THE LATER ONE
      *  IS THE ONE THAT COUNTS.
      *================================================================
      *        THE REJECT MASTER KEY OF THE ENTRY REPAIRED -- COPY
      *        RUN DATE (CCYYMMDD) AND RECORD NUMBER ON ITS
      *        DA-S-REJECT.
           05  RPI-RJM-KEY.
               10  RPI-RUN-DATE             PIC X(08).
               10  RPI-REC-NBR              PIC 9(07).
      *        DATE (CCYYMMDD) OF THE REPAIR, AS SET ON THE MASTER.
           05  RPI-REPAIR-DATE              PIC X(08).
      *        THE CORRECTED RECORD AND ITS LENGTH, SPACE-PADDED TO
      *        163.
           05  RPI-LENGTH                   PIC 9(03).
           05  RPI-REC                      PIC X(163).
