      *  VERIFYING OR REPAIRING -- A VERIFY PASS ONCE RAN AGAINST A
      *  STALE COPY AND REPORTED CLEAN, WHICH IS EXACTLY WHAT THIS
      *  RECORD EXISTS TO PREVENT.
      *
      *  TAPRETRN WRITES ONE IN THE SAME LAYOUT TO DA-S-RETTKT FOR THE
      *  RETURN TAPE: TKT-OUT-DD IS 'UT-S-RETTAPE', TKT-CTL-CARD IS ITS
      *  RET CARD (SEE TTDRET) OR SPACES, AND TKT-SPL-CNT (1) TO (3)
      *  ARE THE REPAIRED, WRITTEN-OFF AND COPY SECTIONS SENT.
      *================================================================
      *        RUN DATE AND TIME AS PRINTED ON THE CONTROL REPORT.
           05  TKT-RUN-DATE                 PIC X(10).
      *        CARDS), SO THE CARD IMAGE ALONE DOES NOT SAY WHETHER
      *        DA-S-DUPFILE WAS WRITTEN -- THIS FIELD DOES.
           05  TKT-DUP-DISP                 PIC X(01).
      *        'Y' WHEN THE RUN WROTE A MANIFEST FOR ITS COPY (SEE
      *        TTDMAN), WITH THE WHOLE-FILE HASH THAT MANIFEST CARRIES,
      *        SO THE MANIFEST CAN BE PROVED TO BE THIS RUN'S.  'N' WHEN
      *        THE COPY WAS HELD IN QUARANTINE.
           05  TKT-MAN-SW                   PIC X(01).
           05  TKT-MAN-FILE-SEQ             PIC 9(09).
           05  TKT-MAN-FILE-SUM             PIC 9(09).
