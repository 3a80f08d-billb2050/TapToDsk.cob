      *================================================================
      *  TTDTRN  -- DOWNSTREAM TRANSACTION FEED RECORD (DA-S-TRANFEED)
      *
      *  TAPFEED BUILDS THE FEED FROM THE DELTA CHANGE LOG (SEE
      *  TTDCHG) SO THE BILLING AND CRM JOBS CAN POST THE NIGHT'S
      *  CHANGES INSTEAD OF RELOADING THE WHOLE KSDS.  ONE HEADER,
      *  ONE DETAIL PER TRANSACTION, ONE TRAILER.  EVERY RECORD --
      *  HEADER AND TRAILER INCLUDED -- CARRIES A SEQUENCE NUMBER
      *  THAT RUNS ON FROM ONE FEED TO THE NEXT, SO A RECEIVING JOB
      *  CAN PROVE IT HAS MISSED OR REPEATED NOTHING.
      *================================================================
      *        'HDR', 'TRN' OR 'TLR'.
           05  TRN-REC-TYPE                 PIC X(03).
               88  TRN-HEADER                         VALUE 'HDR'.
               88  TRN-DETAIL                         VALUE 'TRN'.
               88  TRN-TRAILER                        VALUE 'TLR'.
           05  TRN-SEQ-NBR                  PIC 9(09).
           05  TRN-BODY                     PIC X(337).
      *        DETAIL.  AN ADD CARRIES SPACES AS ITS BEFORE IMAGE, A
      *        DELETE SPACES AS ITS AFTER IMAGE.
           05  TRN-DETAIL-AREA REDEFINES TRN-BODY.
               10  TRN-ACTION               PIC X(01).
                   88  TRN-ADD                        VALUE 'A'.
                   88  TRN-CHANGE                     VALUE 'C'.
                   88  TRN-DELETE                     VALUE 'D'.
               10  TRN-KEY                  PIC X(10).
               10  TRN-BEFORE-REC           PIC X(163).
               10  TRN-AFTER-REC            PIC X(163).
      *        HEADER -- THE COPY RUN THE CHANGES CAME FROM (AS ON
      *        ITS RUN TICKET), WHEN THE FEED WAS BUILT, AND HOW MANY
      *        CONSECUTIVE ABSENT RUNS IT TOOK TO SEND A DELETE.
           05  TRN-HEADER-AREA REDEFINES TRN-BODY.
               10  TRH-RUN-DATE             PIC X(10).
               10  TRH-RUN-TIME             PIC X(08).
               10  TRH-RUN-DATE-KEY         PIC X(08).
               10  TRH-FEED-DATE            PIC X(10).
               10  TRH-FEED-TIME            PIC X(08).
               10  TRH-ABSENT-RUNS          PIC 9(02).
               10  FILLER                   PIC X(291).
      *        TRAILER -- DETAIL COUNT IN TOTAL AND BY ACTION.
           05  TRN-TRAILER-AREA REDEFINES TRN-BODY.
               10  TRT-DETAIL-CNT           PIC 9(07).
               10  TRT-ADD-CNT              PIC 9(07).
               10  TRT-CHANGE-CNT           PIC 9(07).
               10  TRT-DELETE-CNT           PIC 9(07).
               10  FILLER                   PIC X(309).
