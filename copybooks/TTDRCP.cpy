      *================================================================
      *  TTDRCP   -- TAPE RECEIPT REGISTER RECORD (DA-S-RCPTREG)
      *
      *  TAPTODSK APPENDS ONE ENTRY FOR EVERY TAPE IT IS HANDED --
      *  COPIED OR REFUSED -- DESCRIBING THE TAPE AS RECEIVED, BEFORE
      *  ANY SELECTION, REKEY OR TRANSLATION.  THE FINGERPRINT IS
      *  CHECKED AGAINST EVERY EARLIER ENTRY BEFORE THE COPY STARTS,
      *  SO THE SAME EXTRACT CANNOT BE COPIED TWICE (OR YESTERDAY'S
      *  TAPE LEFT MOUNTED) WITHOUT AN OVERRIDE.  TAPDLVRY READS THE
      *  REGISTER AGAINST THE EXPECTED-DELIVERY CALENDAR.
      *================================================================
      *        SOURCE SYSTEM, FROM THE RCV CARD (BLANK WITHOUT ONE).
           05  RCP-SOURCE-ID                PIC X(08).
      *        RUN DATE AND TIME AS PRINTED ON THE CONTROL REPORT,
      *        AND THE RUN DATE IN KEY FORM (CCYYMMDD) FOR THE
      *        CALENDAR COMPARISON.
           05  RCP-RUN-DATE                 PIC X(10).
           05  RCP-RUN-TIME                 PIC X(08).
           05  RCP-RUN-DATE-KEY             PIC X(08).
      *        COUNT CARRIED ON THE TAPE'S HDR RECORD (ZERO WHEN THE
      *        RUN DID NOT ASK FOR HDR/TLR OR THE TAPE HAD NONE) AND
      *        THE DATA RECORDS ACTUALLY ON THE TAPE.
           05  RCP-HDR-CNT                  PIC 9(07).
           05  RCP-REC-CNT                  PIC 9(07).
      *        FIRST AND LAST TTD-KEY ON THE TAPE, IN TAPE ORDER.
           05  RCP-FIRST-KEY                PIC X(10).
           05  RCP-LAST-KEY                 PIC X(10).
      *        CONTENT FINGERPRINT -- AN ORDERED HASH AND AN
      *        UNORDERED HASH OF EVERY DATA RECORD'S BYTES.  TWO
      *        TAPES MATCH ONLY WHEN BOTH HALVES AND THE RECORD COUNT
      *        AGREE.
           05  RCP-FINGERPRINT.
               10  RCP-FP-SEQ               PIC 9(09).
               10  RCP-FP-SUM               PIC 9(09).
      *        NUMBER OF TAPE VOLUMES READ.
           05  RCP-VOL-CNT                  PIC 9(01).
      *        'A' = NEW TAPE, COPIED.
      *        'O' = REPEAT TAPE, COPIED ON AN RCV OVERRIDE CARD.
      *        'R' = REPEAT TAPE, REFUSED -- NOTHING WAS COPIED.
           05  RCP-DISPOSITION              PIC X(01).
      *        FOR A REPEAT TAPE, WHEN THE EARLIER RECEIPT IT MATCHED
      *        WAS REGISTERED.  BLANK FOR A NEW TAPE.
           05  RCP-DUP-RUN-DATE             PIC X(10).
           05  RCP-DUP-RUN-TIME             PIC X(08).
      *        RETURN CODE THE RUN ENDED WITH.
           05  RCP-RETURN-CODE              PIC 9(03).
