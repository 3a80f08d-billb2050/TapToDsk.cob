      *================================================================
      *  TTDMAN  -- COPY MANIFEST RECORD (DA-S-MANDISK, DA-S-MANVSAM,
      *             DA-S-MANGEN1-4)
      *
      *  TAPTODSK WRITES A MANIFEST FOR THE COPY IT PRODUCED -- THE
      *  FLAT COPY, THE KSDS OR THE GENERATION SLOT -- BY READING THE
      *  FINISHED FILE BACK: ONE HEADER, ONE ENTRY PER RECORD IN FILE
      *  ORDER WITH ITS TTD-KEY, LENGTH AND HASH, AND A TRAILER WITH
      *  THE RECORD COUNT AND THE WHOLE-FILE HASH.  THE HASHES ARE
      *  THE ONES THE RECEIPT FINGERPRINT USES (SEE HASH-REC-RTN).
      *  THE WHOLE-FILE HASH IS ALSO CARRIED ON THE RUN TICKET AND
      *  THE CATALOG ENTRY, SO A FILE EDITED ON DISK AND A MANIFEST
      *  REBUILT TO SUIT IT STILL DO NOT AGREE WITH THE RUN.
      *  TAPMANCK CHECKS A COPY AGAINST ITS MANIFEST WITHOUT THE
      *  TAPE; TAPRESTR, TAPEXTRT, TAPMASK AND TAPREPAR REFUSE A
      *  FILE THAT DOES NOT MATCH ITS MANIFEST.
      *================================================================
      *        'MHD', 'MRC' OR 'MTR'.
           05  MAN-REC-TYPE                 PIC X(03).
               88  MAN-HEADER                         VALUE 'MHD'.
               88  MAN-ENTRY                          VALUE 'MRC'.
               88  MAN-TRAILER                        VALUE 'MTR'.
           05  MAN-BODY                     PIC X(77).
      *        HEADER -- THE FILE DESCRIBED, THE COPY RUN IT CAME
      *        FROM (AS ON ITS RUN TICKET AND CATALOG ENTRY; GENERATION
      *        00000 WHEN THE RUN KEPT NO GENERATIONS) AND THE PROGRAM
      *        THAT WROTE THIS MANIFEST -- TAPRESTR WHEN THE FLAT COPY
      *        WAS PUT BACK FROM A GENERATION, TAPREPAR WHEN REPAIRED
      *        RECORDS WERE ADDED AFTER THE RUN.
           05  MAN-HEADER-AREA REDEFINES MAN-BODY.
               10  MHD-COPY-DD              PIC X(20).
               10  MHD-RUN-DATE             PIC X(10).
               10  MHD-RUN-TIME             PIC X(08).
               10  MHD-GEN-NBR              PIC 9(05).
               10  MHD-SLOT                 PIC 9(01).
               10  MHD-WRITER               PIC X(08).
               10  MHD-WRITE-DATE           PIC X(10).
               10  MHD-WRITE-TIME           PIC X(08).
               10  FILLER                   PIC X(07).
      *        ENTRY -- ONE PER RECORD, IN FILE ORDER.
           05  MAN-ENTRY-AREA REDEFINES MAN-BODY.
               10  MRC-REC-NBR              PIC 9(07).
               10  MRC-KEY                  PIC X(10).
               10  MRC-LENGTH               PIC 9(03).
               10  MRC-HASH                 PIC 9(09).
               10  FILLER                   PIC X(48).
      *        TRAILER -- RECORD COUNT AND THE WHOLE-FILE HASH: THE
      *        RECORD HASHES FOLDED IN FILE ORDER, AND THEIR PLAIN SUM.
           05  MAN-TRAILER-AREA REDEFINES MAN-BODY.
               10  MTR-REC-CNT              PIC 9(07).
               10  MTR-FILE-SEQ             PIC 9(09).
               10  MTR-FILE-SUM             PIC 9(09).
               10  FILLER                   PIC X(52).
