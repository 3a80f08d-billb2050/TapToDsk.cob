      *================================================================
      *  TTDFLD   -- SHARED FIELD DICTIONARY RECORD (DA-S-FLDDICT,
      *              80-BYTE CARD-IMAGE RECORDS, ONE PER FIELD)
      *
      *  ONE ENTRY PER NAMED FIELD OF THE 163-BYTE TTDREC LAYOUT.
      *  THE INC/OMT, RFM, COL, MSK AND REP CARDS MAY NAME A FIELD
      *  FROM THIS DICTIONARY INSTEAD OF CARRYING ITS POSITION AND
      *  LENGTH, SO EVERY PROGRAM IN THE FAMILY CUTS THE SAME FIELD
      *  FROM THE SAME BYTES AND A LAYOUT CHANGE IS MADE IN ONE
      *  PLACE.  POSITIONS HERE ARE ALWAYS ABSOLUTE WITHIN THE
      *  RECORD -- A PROGRAM WHOSE CARDS ARE RELATIVE TO TTD-DATA
      *  (TAPMASK) CONVERTS AT LOAD TIME AND PRINTS WHAT IT RESOLVED.
      *================================================================
      *        FIELD NAME AS IT IS PUNCHED ON A CONTROL CARD.
           05  FLD-NAME                     PIC X(20).
      *        POSITION (1-RELATIVE WITHIN THE 163-BYTE RECORD) AND
      *        LENGTH OF THE FIELD.  AN ENTRY THAT RUNS PAST THE
      *        RECORD IS REFUSED AT LOAD TIME.
           05  FLD-POSITION                 PIC 9(03).
           05  FLD-LENGTH                   PIC 9(03).
      *        FIELD TYPE -- 'K' = PART OF TTD-KEY, 'C' = CHARACTER,
      *        'N' = ZONED NUMERIC.  CARRIED FOR THE LISTINGS; THE
      *        CARD EDITS DO NOT DEPEND ON IT.
           05  FLD-TYPE                     PIC X(01).
           05  FILLER                       PIC X(53).
