           DEPENDING ON fields land on the true 163-byte data length
           with no separate adjustment needed for the delimiter.

           INC/OMT and RFM cards may name their field from the shared
           field dictionary on DA-S-FLDDICT (see TTDFLD) instead of
           punching its position and length, so this program and its
           companions all cut a field from the same bytes.  The
           control report lists the record position every card
           resolved to.

           Before anything is opened for output the whole tape is
           read once to take its receipt: HDR count, first and last
           TTD-KEY, record count and a content fingerprint.  Every
           tape is entered on the receipt register DA-S-RCPTREG (see
           TTDRCP).  A tape whose fingerprint is already registered
           is refused with return code 20 and nothing is copied,
           unless an RCV card (see TTDRCV) carries the override.  The
           RCV card also names the source system, which TAPDLVRY
           uses to check deliveries against the calendar.

           A generation run (CC-GEN-RETAIN) may carry a TOL card (see
           TTDTOL) with the most rejects and duplicates allowed and
           the most the count may swing from the newest generation
           on the catalog.  The copy is then written to DA-S-QUARANT
           and moved into its DA-S-OUTGEN slot only when every limit
           holds.  A run that breaks one leaves the copy in
           quarantine, the catalog and the generations untouched,
           prints the tolerance section and ends with return code 24.

           At end of run the finished copy -- DA-S-OUTDISK, the KSDS
           or the generation slot -- is read back and its manifest
           written (see TTDMAN): every record's TTD-KEY, length and
           hash plus a whole-file hash, on DA-S-MANDISK, DA-S-MANVSAM
           or the DA-S-MANGEN1-4 that goes with the slot.  The
           whole-file hash is also put on the run ticket and the
           catalog entry.  TAPMANCK proves a copy against its
           manifest without the tape, and TAPRESTR, TAPEXTRT, TAPMASK
           and TAPREPAR will not work from a copy that does not
           match.

           Once the tape has been received, and before the catalog,
           the disk copy or the reject master is touched, the run
           takes the shared run lock on DA-S-RUNLOCK (see TTDLCK)
           for DA-S-OUTDISK, DA-S-OUTVSAM, DA-S-CATLG and
           DA-S-REJMST.  TAPRESTR, TAPREPAR and TAPREJAG take the
           same lock, so a rerun released while a restore is still
           going ends with return code 28 naming the job in the way
           instead of rotating the catalog under it.  A lock left by
           a run that never finished is reported stale and is only
           cleared by an LCK card on UR-S-LCKCARD (see TTDLKO).  The
           lock is given back at every end of run except an I/O
           error, which leaves it in place as an abend would.

       DATE-WRITTEN. Oct. 13, 2019
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
           SELECT CONTROL-FILE ASSIGN TO UR-S-CTLCARD.
           SELECT CHECKPOINT-FILE ASSIGN TO DA-S-CHKPT.
           SELECT AUDIT-FILE ASSIGN TO DA-S-AUDIT.
           SELECT LOCK-FILE ASSIGN TO DA-S-RUNLOCK
               FILE STATUS IS LOCK-STATUS.
           SELECT LOCK-CARD-FILE ASSIGN TO UR-S-LCKCARD.
           SELECT TICKET-FILE ASSIGN TO DA-S-RUNTKT.
           SELECT XREF-FILE ASSIGN TO DA-S-XREF
               FILE STATUS IS XRF-STATUS.
           SELECT XREF-ERR-FILE ASSIGN TO DA-S-XREFERR.
           SELECT FIELD-DICT-FILE ASSIGN TO DA-S-FLDDICT
               FILE STATUS IS FLD-STATUS.
           SELECT RECEIPT-FILE ASSIGN TO DA-S-RCPTREG
               FILE STATUS IS RCP-STATUS.
           SELECT QUARANTINE-FILE ASSIGN TO DA-S-QUARANT
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT MAN-FILE-GEN1 ASSIGN TO DA-S-MANGEN1
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-GEN2 ASSIGN TO DA-S-MANGEN2
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-GEN3 ASSIGN TO DA-S-MANGEN3
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-GEN4 ASSIGN TO DA-S-MANGEN4
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-DISK ASSIGN TO DA-S-MANDISK
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-VSAM ASSIGN TO DA-S-MANVSAM
               FILE STATUS IS MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
           COPY TTDSPL.
       01  TYPE-CARD.
           COPY TTDTYP.
       01  RECEIPT-CARD.
           COPY TTDRCV.
       01  TOLERANCE-CARD.
           COPY TTDTOL.
       FD  CHECKPOINT-FILE
           LABEL RECORDS STANDARD.
       01  CHECKPOINT-RECORD                PIC 9(07).
           05  AUD-IN-DD                    PIC X(20).
           05  AUD-OUT-DD                   PIC X(20).
      *================================================================
      *    LOCK-FILE -- THE SHARED RUN LOCK (SEE TTDLCK).
      *    LOCK-CARD-FILE -- THE OVERRIDE CARD THAT CLEARS A LOCK LEFT
      *    BY A RUN THAT DID NOT FINISH (SEE TTDLKO), NORMALLY DUMMY.
      *================================================================
       FD  LOCK-FILE
           LABEL RECORDS STANDARD.
       01  LOCK-RECORD.
           COPY TTDLCK.
       FD  LOCK-CARD-FILE
           LABEL RECORDS OMITTED.
       01  LOCK-CARD.
           COPY TTDLKO.
      *================================================================
      *    TICKET-FILE -- THE RUN TICKET (SEE TTDTKT), REWRITTEN EACH
      *    RUN SO IT ALWAYS DESCRIBES THE COPY CURRENTLY ON DISK.
      *================================================================
           05  XER-KEY                      PIC X(10).
           05  XER-REC-NBR                  PIC 9(07).
      *================================================================
      *    FIELD-DICT-FILE -- THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD), LOADED WHOLE BEFORE THE DECK IS READ.
      *================================================================
       FD  FIELD-DICT-FILE
           LABEL RECORDS STANDARD.
       01  FIELD-DICT-RECORD.
           COPY TTDFLD.
      *================================================================
      *    RECEIPT-FILE -- THE TAPE RECEIPT REGISTER (SEE TTDRCP).
      *    READ THROUGH FOR A MATCHING FINGERPRINT BEFORE THE COPY,
      *    EXTENDED WITH THIS RUN'S ENTRY AT THE END OF IT.
      *================================================================
       FD  RECEIPT-FILE
           LABEL RECORDS STANDARD.
       01  RECEIPT-RECORD.
           COPY TTDRCP.
      *================================================================
      *    QUARANTINE-FILE -- WHERE A GENERATION RUN WITH A TOL CARD
      *    WRITES ITS COPY.  THE COPY IS MOVED INTO THE GENERATION
      *    SLOT ONLY AFTER THE TOLERANCES ARE MET; OTHERWISE IT STAYS
      *    HERE, OUT OF THE ROTATION, UNTIL THE NEXT GATED RUN.
      *================================================================
       FD  QUARANTINE-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON OUT-LENGTH
           LABEL RECORDS STANDARD.
       01  QUARANTINE-RECORD                PIC X(163).
      *================================================================
      *    MANIFEST FILES -- ONE FOR EACH COPY A RUN CAN PRODUCE, SO
      *    A GENERATION'S MANIFEST STAYS WITH ITS SLOT (SEE TTDMAN).
      *    ALL ARE WRITTEN FROM MANIFEST-RECORD.
      *================================================================
       FD  MAN-FILE-GEN1
           LABEL RECORDS STANDARD.
       01  MAN-GEN-RECORD1                  PIC X(80).
       FD  MAN-FILE-GEN2
           LABEL RECORDS STANDARD.
       01  MAN-GEN-RECORD2                  PIC X(80).
       FD  MAN-FILE-GEN3
           LABEL RECORDS STANDARD.
       01  MAN-GEN-RECORD3                  PIC X(80).
       FD  MAN-FILE-GEN4
           LABEL RECORDS STANDARD.
       01  MAN-GEN-RECORD4                  PIC X(80).
       FD  MAN-FILE-DISK
           LABEL RECORDS STANDARD.
       01  MAN-DISK-RECORD                  PIC X(80).
       FD  MAN-FILE-VSAM
           LABEL RECORDS STANDARD.
       01  MAN-VSAM-RECORD                  PIC X(80).
      *================================================================
      *    IN-FILE -- THE LINUX-EXTRACT TAPE.  LINE SEQUENTIAL TREATS
      *    THE TRAILING LINE FEED AS THE RECORD DELIMITER, NOT DATA,
      *    SO EACH READ LANDS THE TRUE 163-BYTE TTDREC LAYOUT IN
           05  CAT-RUN-TIME                 PIC X(08).
           05  CAT-REC-CNT                  PIC 9(07).
           05  CAT-RETURN-CODE              PIC 9(03).
      *        WHOLE-FILE HASH OF THE GENERATION, AS ON ITS MANIFEST.
           05  CAT-MAN-FILE-SEQ             PIC 9(09).
           05  CAT-MAN-FILE-SUM             PIC 9(09).
       FD  CHANGE-LOG-FILE
           BLOCK CONTAINS 100 RECORDS
           LABEL RECORDS STANDARD.
       01  CHANGE-LOG-RECORD.
           COPY TTDCHG.

       WORKING-STORAGE SECTION.
      *    RUN-TIME OPTIONS SAVED FROM THE FIRST (TTDCTL) CARD SO THE
               88  SEL-CARD-MATCHED                   VALUE 'Y'.
           05  SEL-TABLE OCCURS 20 TIMES.
               10  SEL-TYPE                 PIC X(01).
               10  SEL-DICT-NAME            PIC X(20).
               10  SEL-ABS-POS              PIC S9(4) COMP-3.
               10  SEL-CMP-LEN              PIC S9(4) COMP-3.
               10  SEL-OP                   PIC X(02).
           05  RFM-WORK-REC                 PIC X(163).
           05  RFM-TABLE OCCURS 20 TIMES.
               10  RFM-TYPE                 PIC X(01).
               10  RFM-DICT-NAME            PIC X(20).
               10  RFM-SRC-POS              PIC S9(4) COMP-3.
               10  RFM-SEG-LEN              PIC S9(4) COMP-3.
               10  RFM-LIT                  PIC X(40).

      *================================================================
      *    DICT-AREA -- THE SHARED FIELD DICTIONARY (SEE TTDFLD) HELD
      *    FOR THE CARD LOADERS.  A CARD THAT NAMES A FIELD IS
      *    RESOLVED AGAINST THIS TABLE AT LOAD TIME, SO THE REST OF
      *    THE PROGRAM ONLY EVER SEES A POSITION AND LENGTH.  THE
      *    TABLE IS SEARCHED SERIALLY; AN ENTRY PAST 200 IS DROPPED
      *    WITH A MESSAGE AND ANY CARD NAMING IT IS REFUSED.
      *================================================================
       01  DICT-AREA.
           05  FLD-STATUS                   PIC X(02) VALUE '00'.
           05  DICT-ENTRY-CNT               PIC S9(3) VALUE +0 COMP-3.
           05  DICT-IDX                     PIC S9(3) COMP-3.
           05  DICT-EOF-SW                  PIC X(01) VALUE 'N'.
               88  DICT-EOF                           VALUE 'Y'.
           05  DICT-FOUND-SW                PIC X(01) VALUE 'N'.
               88  DICT-FOUND                         VALUE 'Y'.
           05  DICT-WK-NAME                 PIC X(20).
           05  DICT-TABLE OCCURS 200 TIMES.
               10  DICT-T-NAME              PIC X(20).
               10  DICT-T-POS               PIC S9(4) COMP-3.
               10  DICT-T-LEN               PIC S9(4) COMP-3.
               10  DICT-T-TYPE              PIC X(01).

      *================================================================
      *    DELTA-AREA -- INCREMENTAL-COPY BOOKKEEPING.  EACH TAPE
      *    RECORD IS CHECKED AGAINST THE PRIOR COPY ON THE KSDS BY
               10  GEN-T-TIME               PIC X(08).
               10  GEN-T-CNT                PIC S9(7) COMP-3.
               10  GEN-T-RC                 PIC S9(3) COMP-3.
               10  GEN-T-MAN-SEQ            PIC S9(9) COMP-3.
               10  GEN-T-MAN-SUM            PIC S9(9) COMP-3.

      *================================================================
      *    TOLERANCE-AREA -- THE TOL CARD'S LIMITS (-1 = NOT CHECKED)
      *    AND WHAT THIS RUN CAME TO AGAINST THEM.  TOL-GATED IS SET
      *    WHEN THE CARD IS PRESENT ON A GENERATION RUN; TOL-STAGED
      *    ROUTES GEN-WRITE-RTN TO THE QUARANTINE FILE.
      *================================================================
       01  TOLERANCE-AREA.
           05  TOL-CARD-SW                  PIC X(01) VALUE 'N'.
               88  TOL-CARD-SEEN                      VALUE 'Y'.
           05  TOL-GATE-SW                  PIC X(01) VALUE 'N'.
               88  TOL-GATED                          VALUE 'Y'.
           05  TOL-STAGE-SW                 PIC X(01) VALUE 'N'.
               88  TOL-STAGED                         VALUE 'Y'.
           05  TOL-BROKEN-SW                PIC X(01) VALUE 'N'.
               88  TOL-BROKEN                         VALUE 'Y'.
           05  TOL-PRIOR-SW                 PIC X(01) VALUE 'N'.
               88  TOL-PRIOR-FOUND                    VALUE 'Y'.
           05  TOL-EOF-SW                   PIC X(01) VALUE 'N'.
               88  TOL-EOF                            VALUE 'Y'.
           05  TOL-REJ-LIMIT                PIC S9(3) VALUE -1 COMP-3.
           05  TOL-DUP-LIMIT                PIC S9(3) VALUE -1 COMP-3.
           05  TOL-SWING-LIMIT              PIC S9(3) VALUE -1 COMP-3.
           05  TOL-REJ-PCT                  PIC S9(7)V99 VALUE +0
                                             COMP-3.
           05  TOL-DUP-PCT                  PIC S9(7)V99 VALUE +0
                                             COMP-3.
           05  TOL-SWING-PCT                PIC S9(7)V99 VALUE +0
                                             COMP-3.
           05  TOL-PRIOR-NBR                PIC S9(5) VALUE +0 COMP-3.
           05  TOL-PRIOR-CNT                PIC S9(7) VALUE +0 COMP-3.
           05  TOL-DIFF-CNT                 PIC S9(7) VALUE +0 COMP-3.

      *================================================================
      *    RECEIPT-AREA -- THE TAPE AS RECEIVED, TAKEN BY THE SCAN IN
      *    RECEIPT-SCAN-RTN BEFORE THE COPY, AND THE RCV CARD.
      *================================================================
       01  RECEIPT-AREA.
           05  RCP-STATUS                   PIC X(02) VALUE '00'.
           05  RCT-SOURCE-ID                PIC X(08) VALUE SPACES.
           05  RCT-OVERRIDE-SW              PIC X(01) VALUE 'N'.
               88  RCT-OVERRIDE                       VALUE 'Y'.
           05  RCT-HDR-SW                   PIC X(01) VALUE 'N'.
               88  RCT-HDR-SEEN                       VALUE 'Y'.
           05  RCT-HDR-CNT                  PIC S9(7) VALUE +0 COMP-3.
           05  RCT-REC-CNT                  PIC S9(7) VALUE +0 COMP-3.
           05  RCT-FIRST-KEY                PIC X(10) VALUE SPACES.
           05  RCT-LAST-KEY                 PIC X(10) VALUE SPACES.
           05  RCT-FP-SEQ                   PIC S9(9) VALUE +0 COMP-3.
           05  RCT-FP-SUM                   PIC S9(9) VALUE +0 COMP-3.
      *        'A' NEW TAPE, 'O' REPEAT TAPE ON OVERRIDE, 'R' REPEAT
      *        TAPE REFUSED -- AS CARRIED ON RCP-DISPOSITION.
           05  RCT-DISPOSITION              PIC X(01) VALUE 'A'.
           05  RCT-DUP-RUN-DATE             PIC X(10) VALUE SPACES.
           05  RCT-DUP-RUN-TIME             PIC X(08) VALUE SPACES.
           05  RCT-EOF-SW                   PIC X(01) VALUE 'N'.
               88  RCT-EOF                            VALUE 'Y'.

      *================================================================
      *    HASH-AREA -- RECORD HASH FOR THE RECEIPT FINGERPRINT.  THE
      *    RECORD IS TAKEN THREE BYTES AT A TIME: EACH GROUP IS SLID
      *    UNDER A LOW-VALUE PAD BYTE SO HSH-BIN-NUM READS IT AS A
      *    BINARY NUMBER (0 - 16,777,215), AND THE GROUPS ARE FOLDED
      *    INTO A POLYNOMIAL HASH MODULO A PRIME UNDER 10**9.
      *================================================================
       01  HASH-AREA.
           05  HSH-WORK-REC                 PIC X(165).
           05  HSH-CHUNK-VIEW REDEFINES HSH-WORK-REC.
               10  HSH-CHUNK OCCURS 55 TIMES
                                            PIC X(03).
           05  HSH-IDX                      PIC S9(3) COMP-3.
           05  HSH-REC-HASH                 PIC S9(9) COMP-3.
           05  HSH-PRODUCT                  PIC S9(18) COMP-3.
           05  HSH-QUOT                     PIC S9(18) COMP-3.
           05  HSH-PRIME                    PIC S9(9) VALUE +999999937
                                             COMP-3.
           05  HSH-BIN-GRP.
               10  HSH-BIN-PAD              PIC X(01) VALUE LOW-VALUE.
               10  HSH-BIN-CHUNK            PIC X(03).
           05  HSH-BIN-NUM REDEFINES HSH-BIN-GRP
                                            PIC 9(09) COMP.

      *================================================================
      *    MANIFEST-AREA -- THE COPY'S MANIFEST (SEE TTDMAN), BUILT BY
      *    MANIFEST-RTN FROM THE FINISHED COPY WITH THE SAME RECORD
      *    HASH AS THE RECEIPT FINGERPRINT.  MAN-TARGET PICKS THE
      *    COPY AND ITS MANIFEST: 1-4 THE GENERATION SLOT, 5
      *    DA-S-OUTDISK, 6 DA-S-OUTVSAM.
      *================================================================
       01  MANIFEST-AREA.
           05  MAN-STATUS                   PIC X(02) VALUE '00'.
           05  MAN-TARGET                   PIC S9(3) VALUE +0 COMP-3.
           05  MAN-DDNAME                   PIC X(20) VALUE SPACES.
           05  MAN-WRITTEN-SW               PIC X(01) VALUE 'N'.
               88  MAN-WRITTEN                        VALUE 'Y'.
           05  MAN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  MAN-EOF                            VALUE 'Y'.
           05  MAN-REC-CNT                  PIC S9(7) VALUE +0 COMP-3.
           05  MAN-FILE-SEQ                 PIC S9(9) VALUE +0 COMP-3.
           05  MAN-FILE-SUM                 PIC S9(9) VALUE +0 COMP-3.
           05  MAN-WORK-REC                 PIC X(163).
       01  MANIFEST-RECORD.
           COPY TTDMAN.

      *================================================================
      *    PROFILE-AREA -- THE POST-COPY DATA PROFILE: RECORD COUNTS
               88  REC-VALID                           VALUE 'Y'.
               88  REC-INVALID                         VALUE 'N'.

      *================================================================
      *    LOCK-AREA -- THE SHARED RUN LOCK (SEE TTDLCK).  LOCK-OWN-DD
      *    LISTS THE FILES THIS PROGRAM OWNS WHILE IT RUNS.  THE
      *    OTHER HOLDERS' RECORDS ARE KEPT IN LOCK-TABLE BETWEEN THE
      *    READ AND THE REWRITE OF DA-S-RUNLOCK.  A LOCK HELD LONGER
      *    THAN LOCK-STALE-MINUTES (12 HOURS, WELL PAST THE LONGEST
      *    NIGHT'S COPY) IS REPORTED STALE.  LOCK-AUD-IN AND
      *    LOCK-AUD-OUT ARE THE TWO DD-NAME FIELDS OF A LOCK EVENT ON
      *    DA-S-AUDIT -- 'RUNLOCK' AND THE PROGRAM, THEN THE ACTION
      *    AND THE OTHER HOLDER IT CONCERNS.
      *================================================================
       01  LOCK-AREA.
           05  LOCK-STATUS                  PIC X(02) VALUE '00'.
           05  LOCK-PROGRAM                 PIC X(08) VALUE 'TAPTODSK'.
           05  LOCK-RUN-DATE                PIC X(10).
           05  LOCK-RUN-TIME                PIC X(08).
           05  LOCK-OWN-CNT                 PIC 9(01) VALUE 4.
           05  LOCK-OWN-GRP.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-OUTDISK'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-OUTVSAM'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-CATLG'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-REJMST'.
               10  FILLER                   PIC X(20) VALUE SPACES.
           05  LOCK-OWN-TBL REDEFINES LOCK-OWN-GRP.
               10  LOCK-OWN-DD OCCURS 5 TIMES
                                            PIC X(20).
           05  LOCK-CNT                     PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-IDX                     PIC S9(3) COMP-3.
           05  LOCK-OWN-IDX                 PIC S9(3) COMP-3.
           05  LOCK-HOLD-IDX                PIC S9(3) COMP-3.
           05  LOCK-HOLD-CNT                PIC S9(3) COMP-3.
           05  LOCK-CONFLICT-CNT            PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-OVR-CNT                 PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-EOF-SW                  PIC X(01) VALUE 'N'.
               88  LOCK-EOF                           VALUE 'Y'.
           05  LOCK-HELD-SW                 PIC X(01) VALUE 'N'.
               88  LOCK-HELD                          VALUE 'Y'.
           05  LOCK-FOUND-SW                PIC X(01) VALUE 'N'.
               88  LOCK-FOUND                         VALUE 'Y'.
           05  LOCK-STALE-SW                PIC X(01) VALUE 'N'.
               88  LOCK-STALE                         VALUE 'Y'.
           05  LOCK-SHARED-DD               PIC X(20).
           05  LOCK-STATE                   PIC X(60).
      *        THE OVERRIDE CARDS READ, UP TO FIVE.
           05  LOCK-CARD-CNT                PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-CARD-IDX                PIC S9(3) COMP-3.
           05  LOCK-OVR-TABLE OCCURS 5 TIMES.
               10  LOCK-OVR-PROGRAM         PIC X(08).
               10  LOCK-OVR-DATE            PIC X(10).
               10  LOCK-OVR-TIME            PIC X(08).
               10  LOCK-OVR-USED-SW         PIC X(01).
                   88  LOCK-OVR-USED                  VALUE 'Y'.
      *        AGE OF A LOCK IN MINUTES, FROM DAY NUMBERS.
           05  LOCK-STALE-MINUTES           PIC S9(5) VALUE +720
                                             COMP-3.
           05  LOCK-NOW-MINUTES             PIC S9(11) COMP-3.
           05  LOCK-AGE-MINUTES             PIC S9(11) COMP-3.
           05  LOCK-NOW-CCYYMMDD            PIC X(08).
           05  LOCK-NOW-DATE-SPLIT REDEFINES LOCK-NOW-CCYYMMDD.
               10  LOCK-NOW-CCYY            PIC 9(04).
               10  LOCK-NOW-MM              PIC 9(02).
               10  LOCK-NOW-DD              PIC 9(02).
           05  LOCK-NOW-HHMMSSHH            PIC X(08).
           05  LOCK-NOW-TIME-SPLIT REDEFINES LOCK-NOW-HHMMSSHH.
               10  LOCK-NOW-HH              PIC 9(02).
               10  LOCK-NOW-MI              PIC 9(02).
               10  LOCK-NOW-SS              PIC 9(02).
               10  FILLER                   PIC X(02).
           05  LOCK-AUD-IN.
               10  FILLER                   PIC X(08) VALUE 'RUNLOCK '.
               10  LOCK-AUD-PROGRAM         PIC X(08).
               10  FILLER                   PIC X(04) VALUE SPACES.
           05  LOCK-AUD-OUT.
               10  LOCK-AUD-ACTION          PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACES.
               10  LOCK-AUD-HOLDER          PIC X(08).
               10  FILLER                   PIC X(03) VALUE SPACES.
           05  LOCK-AUD-RC                  PIC 9(03).
      *        'N' = ANOTHER HOLDER'S LOCK, NO CONFLICT.  'C' = IN
      *        CONFLICT.  'O' = IN CONFLICT BUT NAMED BY THE OVERRIDE
      *        CARD.  'R' = THIS RUN'S OWN LOCK, BEING RELEASED.
           05  LOCK-TABLE OCCURS 20 TIMES.
               10  LOCK-T-REC               PIC X(140).
               10  LOCK-T-SHARED-DD         PIC X(20).
               10  LOCK-T-DISP-SW           PIC X(01).
                   88  LOCK-T-KEEP                    VALUE 'N' 'C'.
                   88  LOCK-T-CONFLICT                VALUE 'C'.
                   88  LOCK-T-OVERRIDE                VALUE 'O'.

      *================================================================
      *    DAY-NUMBER CALENDAR -- A DATE BECOMES YEARS TIMES 365,
      *    PLUS THE LEAP DAYS UP TO THAT YEAR, PLUS THE MONTH OFFSET,
      *    PLUS THE DAY, SO TWO DATES SUBTRACT TO AN AGE IN DAYS (THE
      *    SAME CALENDAR TAPREJAG AGES REJECTS WITH).
      *================================================================
       01  DAYNO-AREA.
           05  DAYNO-DATE                   PIC X(08).
           05  DAYNO-DATE-SPLIT REDEFINES DAYNO-DATE.
               10  DAYNO-CCYY               PIC 9(04).
               10  DAYNO-MM                 PIC 9(02).
               10  DAYNO-DD                 PIC 9(02).
           05  DAYNO-VALUE                  PIC S9(7) COMP-3.
           05  DAYNO-LEAPS                  PIC S9(5) COMP-3.
           05  DAYNO-WORK                   PIC S9(5) COMP-3.
           05  DAYNO-REM                    PIC S9(5) COMP-3.
           05  DAYNO-LEAP-SW                PIC X(01).
               88  DAYNO-LEAP-YEAR                    VALUE 'Y'.

       01  MONTH-OFFSET-GRP.
           05  FILLER                       PIC X(18)
               VALUE '000031059090120151'.
           05  FILLER                       PIC X(18)
               VALUE '181212243273304334'.
       01  MONTH-OFFSET-TBL REDEFINES MONTH-OFFSET-GRP.
           05  MONTH-OFFSET OCCURS 12 TIMES
                                             PIC 9(03).

       01  REPORT-AREA.
           05  RPT-RUN-DATE                 PIC X(08).
           05  RPT-RUN-TIME                 PIC X(08).
           05  RPT-DTL-TYP-ORP              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-26.
           05  FILLER                       PIC X(20)
               VALUE 'TAPE SOURCE ....... '.
           05  RPT-DTL-RCV-SOURCE           PIC X(08).
           05  FILLER                       PIC X(105) VALUE SPACES.

       01  RPT-DTL-27.
           05  FILLER                       PIC X(20)
               VALUE 'TAPE FINGERPRINT .. '.
           05  RPT-DTL-FP-SEQ               PIC 9(09).
           05  FILLER                       PIC X(01) VALUE '-'.
           05  RPT-DTL-FP-SUM               PIC 9(09).
           05  FILLER                       PIC X(94) VALUE SPACES.

       01  RPT-DTL-28.
           05  FILLER                       PIC X(20)
               VALUE 'REPEAT OF TAPE OF . '.
           05  RPT-DTL-DUP-DATE             PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-DTL-DUP-TIME             PIC X(08).
           05  FILLER                       PIC X(26)
               VALUE ' -- COPIED ON RCV OVERRIDE'.
           05  FILLER                       PIC X(68) VALUE SPACES.

       01  RPT-DTL-29.
           05  FILLER                       PIC X(20)
               VALUE 'MANIFEST .......... '.
           05  RPT-DTL-MAN-DD               PIC X(20).
           05  FILLER                       PIC X(06)
               VALUE ' HASH '.
           05  RPT-DTL-MAN-SEQ              PIC 9(09).
           05  FILLER                       PIC X(01) VALUE '-'.
           05  RPT-DTL-MAN-SUM              PIC 9(09).
           05  FILLER                       PIC X(68) VALUE SPACES.

       01  RPT-DTL-30.
           05  FILLER                       PIC X(20)
               VALUE 'MANIFEST .......... '.
           05  FILLER                       PIC X(38)
               VALUE 'NOT WRITTEN -- COPY HELD IN QUARANTINE'.
           05  FILLER                       PIC X(75) VALUE SPACES.

       01  RPT-TOL-HDG.
           05  FILLER                       PIC X(15)
               VALUE 'TOLERANCE CHECK'.
           05  FILLER                       PIC X(118) VALUE SPACES.

       01  RPT-TOL-LINE.
           05  RPT-TOL-LABEL                PIC X(20).
           05  RPT-TOL-PCT                  PIC ZZZ,ZZ9.99.
           05  FILLER                       PIC X(07)
               VALUE ' LIMIT '.
           05  RPT-TOL-LIMIT                PIC ZZ9.
           05  RPT-TOL-RESULT               PIC X(12).
           05  FILLER                       PIC X(81) VALUE SPACES.

       01  RPT-TOL-PRIOR.
           05  FILLER                       PIC X(20)
               VALUE 'PRIOR GENERATION .. '.
           05  RPT-TOL-PRIOR-NBR            PIC ZZZZ9.
           05  FILLER                       PIC X(09)
               VALUE ' RECORDS '.
           05  RPT-TOL-PRIOR-CNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(88) VALUE SPACES.

       01  RPT-TOL-NO-PRIOR.
           05  FILLER                       PIC X(46)
               VALUE 'NO PRIOR GENERATION -- COUNT SWING NOT CHECKED'.
           05  FILLER                       PIC X(87) VALUE SPACES.

       01  RPT-TOL-HELD.
           05  FILLER                       PIC X(46)
               VALUE 'TOLERANCE BROKEN -- COPY HELD IN DA-S-QUARANT,'.
           05  FILLER                       PIC X(38)
               VALUE ' CATALOG AND GENERATIONS NOT TOUCHED'.
           05  FILLER                       PIC X(49) VALUE SPACES.

       01  RPT-TOL-MET.
           05  FILLER                       PIC X(48)
               VALUE 'TOLERANCES MET -- COPY MOVED INTO ITS GENERATION'.
           05  FILLER                       PIC X(85) VALUE SPACES.

       01  RPT-DTL-18.
           05  FILLER                       PIC X(33)
               VALUE 'OUTPUT IN ASCENDING TTD-KEY ORDER'.
           05  RPT-PRF-BLANK-CNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-FLD-HDG.
           05  FILLER                       PIC X(40)
               VALUE 'CARD FIELDS RESOLVED (RECORD POSITIONS)'.
           05  FILLER                       PIC X(93) VALUE SPACES.

       01  RPT-FLD-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-FLD-CARD                 PIC X(03).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-FLD-NAME                 PIC X(20).
           05  FILLER                       PIC X(05)
               VALUE ' POS '.
           05  RPT-FLD-POS                  PIC ZZ9.
           05  FILLER                       PIC X(05)
               VALUE ' LEN '.
           05  RPT-FLD-LEN                  PIC ZZ9.
           05  FILLER                       PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

      *    A COMMENT.

           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.

           PERFORM RECEIPT-SCAN-RTN THRU RECEIPT-SCAN-EXIT.
           PERFORM RECEIPT-MATCH-RTN THRU RECEIPT-MATCH-EXIT.
           PERFORM LOCK-TAKE-RTN THRU LOCK-TAKE-EXIT.

           IF GEN-ACTIVE
               PERFORM GEN-INIT-RTN THRU GEN-INIT-EXIT
           END-IF.
                   THRU HDR-TLR-RECONCILE-EXIT
           END-IF.

           IF TOL-GATED
               PERFORM TOLERANCE-RTN THRU TOLERANCE-EXIT
           END-IF.

           PERFORM RUN-STAMP-RTN THRU RUN-STAMP-EXIT.
           PERFORM MANIFEST-RTN THRU MANIFEST-EXIT.

           PERFORM REPORT-RTN THRU REPORT-EXIT.
           PERFORM AUDIT-RTN THRU AUDIT-EXIT.
           PERFORM TICKET-RTN THRU TICKET-EXIT.
           PERFORM RECEIPT-WRITE-RTN THRU RECEIPT-WRITE-EXIT.

           IF GEN-ACTIVE AND NOT TOL-BROKEN
               PERFORM GEN-CATALOG-RTN THRU GEN-CATALOG-EXIT
           END-IF.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.

           STOP RUN.

       HDR-TLR-RECONCILE-EXIT.
           EXIT.

      *================================================================
      *    RECEIPT-SCAN-RTN -- READ THE WHOLE TAPE, EVERY VOLUME, ONCE
      *    BEFORE THE COPY TO TAKE ITS RECEIPT: THE HDR COUNT, THE
      *    DATA RECORD COUNT, THE FIRST AND LAST TTD-KEY AND THE
      *    CONTENT FINGERPRINT.  THE RECORDS ARE TAKEN EXACTLY AS
      *    THEY CAME OFF THE TAPE -- NO SELECTION, REKEY OR
      *    TRANSLATION -- SO THE SAME EXTRACT ALWAYS FINGERPRINTS THE
      *    SAME WHATEVER THE DECK SAYS.  THE VOLUMES ARE THEN CLOSED
      *    AND THE COPY STARTS AGAIN FROM THE FIRST ONE.
      *================================================================
       RECEIPT-SCAN-RTN.
           OPEN INPUT IN-FILE.
           IF IN-STATUS NOT = '00'
               MOVE 'UT-S-INTAPE'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE IN-STATUS   TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM RECEIPT-SCAN-READ-RTN THRU RECEIPT-SCAN-READ-EXIT
               UNTIL EOF.
           PERFORM CLOSE-INPUT-RTN THRU CLOSE-INPUT-EXIT.
           MOVE 1   TO CURRENT-VOL.
           MOVE 'N' TO EOF-FLAG.
       RECEIPT-SCAN-EXIT.
           EXIT.

       RECEIPT-SCAN-READ-RTN.
           PERFORM READ-PHYSICAL-RTN THRU READ-PHYSICAL-EXIT.
           IF EOF
               GO TO RECEIPT-SCAN-READ-EXIT.
           IF NOT IN-STATUS-OK
               MOVE 'UT-S-INTAPE' TO IO-DDNAME
               MOVE 'READ'        TO IO-OPERATION
               MOVE IN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF CC-HDR-TLR-SW = 'Y' AND IN-HDR-TLR-ID = 'HDR'
                   AND NOT RCT-HDR-SEEN
               IF IN-HDR-TLR-COUNT NUMERIC
                   MOVE IN-HDR-TLR-COUNT TO RCT-HDR-CNT
               END-IF
               MOVE 'Y' TO RCT-HDR-SW
               GO TO RECEIPT-SCAN-READ-EXIT.
           IF CC-HDR-TLR-SW = 'Y' AND IN-HDR-TLR-ID = 'TLR'
               MOVE 'Y' TO EOF-FLAG
               GO TO RECEIPT-SCAN-READ-EXIT.

           ADD +1 TO RCT-REC-CNT.
           IF RCT-REC-CNT = 1
               MOVE IN-RECORD-FLAT (1:10) TO RCT-FIRST-KEY
           END-IF.
           MOVE IN-RECORD-FLAT (1:10) TO RCT-LAST-KEY.

           MOVE SPACES TO HSH-WORK-REC.
           IF REC-LENGTH > 0
               MOVE IN-RECORD-FLAT (1:REC-LENGTH)
                   TO HSH-WORK-REC (1:REC-LENGTH)
           END-IF.
           PERFORM HASH-REC-RTN THRU HASH-REC-EXIT.

      *        THE ORDERED HALF OF THE FINGERPRINT FOLDS EACH RECORD
      *        HASH INTO THE RUNNING VALUE; THE UNORDERED HALF IS A
      *        PLAIN SUM OF THEM, SO A RE-CUT OF THE SAME RECORDS IN
      *        A DIFFERENT ORDER STILL SHOWS UP ON THE REPORT.
           COMPUTE HSH-PRODUCT = RCT-FP-SEQ * 1000003 + HSH-REC-HASH.
           DIVIDE HSH-PRODUCT BY HSH-PRIME
               GIVING HSH-QUOT REMAINDER RCT-FP-SEQ.
           ADD HSH-REC-HASH TO RCT-FP-SUM.
           IF RCT-FP-SUM NOT < HSH-PRIME
               SUBTRACT HSH-PRIME FROM RCT-FP-SUM
           END-IF.
       RECEIPT-SCAN-READ-EXIT.
           EXIT.

      *================================================================
      *    HASH-REC-RTN -- HASH THE 165 BYTES OF HSH-WORK-REC (THE
      *    RECORD, SPACE-FILLED) INTO HSH-REC-HASH.
      *================================================================
       HASH-REC-RTN.
           MOVE +0 TO HSH-REC-HASH.
           PERFORM HASH-CHUNK-RTN THRU HASH-CHUNK-EXIT
               VARYING HSH-IDX FROM 1 BY 1
               UNTIL HSH-IDX > 55.
       HASH-REC-EXIT.
           EXIT.

       HASH-CHUNK-RTN.
           MOVE HSH-CHUNK (HSH-IDX) TO HSH-BIN-CHUNK.
           COMPUTE HSH-PRODUCT = HSH-REC-HASH * 16777259 + HSH-BIN-NUM.
           DIVIDE HSH-PRODUCT BY HSH-PRIME
               GIVING HSH-QUOT REMAINDER HSH-REC-HASH.
       HASH-CHUNK-EXIT.
           EXIT.

      *================================================================
      *    RECEIPT-MATCH-RTN -- LOOK FOR THIS TAPE ON THE RECEIPT
      *    REGISTER.  THE FIRST ENTRY WITH THE SAME FINGERPRINT AND
      *    RECORD COUNT IS THE ORIGINAL RECEIPT.  WITHOUT AN RCV
      *    OVERRIDE THE TAPE IS REFUSED HERE, BEFORE ANY OUTPUT IS
      *    OPENED, SO THE COPY ALREADY ON DISK IS LEFT AS IT WAS; THE
      *    REFUSAL IS STILL REGISTERED SO TAPDLVRY CAN LIST IT.  AN
      *    EMPTY TAPE HAS NOTHING TO FINGERPRINT AND IS NEVER HELD TO
      *    BE A REPEAT.  A MISSING REGISTER (STATUS 35) IS THE FIRST
      *    RUN EVER.
      *================================================================
       RECEIPT-MATCH-RTN.
           IF RCT-REC-CNT = 0
               GO TO RECEIPT-MATCH-EXIT.
           OPEN INPUT RECEIPT-FILE.
           IF RCP-STATUS = '35'
               GO TO RECEIPT-MATCH-EXIT.
           IF RCP-STATUS NOT = '00'
               MOVE 'DA-S-RCPTREG' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE RCP-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM RECEIPT-MATCH-READ-RTN THRU RECEIPT-MATCH-READ-EXIT
               UNTIL RCT-EOF.
           CLOSE RECEIPT-FILE.
           IF RCT-DUP-RUN-DATE = SPACES
               GO TO RECEIPT-MATCH-EXIT.

           IF RCT-OVERRIDE
               DISPLAY 'TAPTODSK - TAPE ALREADY RECEIVED '
                   RCT-DUP-RUN-DATE ' ' RCT-DUP-RUN-TIME
                   ', COPIED ON RCV OVERRIDE'
               MOVE 'O' TO RCT-DISPOSITION
               GO TO RECEIPT-MATCH-EXIT.

           DISPLAY 'TAPTODSK - TAPE ALREADY RECEIVED '
               RCT-DUP-RUN-DATE ' ' RCT-DUP-RUN-TIME
               ', RUN REFUSED -- NOTHING COPIED'.
           MOVE 'R' TO RCT-DISPOSITION.
           MOVE 20  TO RETURN-CODE.
           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.
           PERFORM RECEIPT-WRITE-RTN THRU RECEIPT-WRITE-EXIT.
           STOP RUN.
       RECEIPT-MATCH-EXIT.
           EXIT.

       RECEIPT-MATCH-READ-RTN.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO RCT-EOF-SW
                   GO TO RECEIPT-MATCH-READ-EXIT
           END-READ.
           IF RCP-STATUS NOT = '00'
               MOVE 'DA-S-RCPTREG' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE RCP-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF RCP-FP-SEQ NUMERIC AND RCP-FP-SUM NUMERIC
                   AND RCP-REC-CNT NUMERIC
               IF RCP-FP-SEQ = RCT-FP-SEQ AND RCP-FP-SUM = RCT-FP-SUM
                       AND RCP-REC-CNT = RCT-REC-CNT
                   MOVE RCP-RUN-DATE TO RCT-DUP-RUN-DATE
                   MOVE RCP-RUN-TIME TO RCT-DUP-RUN-TIME
                   MOVE 'Y' TO RCT-EOF-SW
               END-IF
           END-IF.
       RECEIPT-MATCH-READ-EXIT.
           EXIT.

      *================================================================
      *    RECEIPT-WRITE-RTN -- APPEND THIS RUN'S ENTRY TO THE RECEIPT
      *    REGISTER.  RUNS LAST OF THE END-OF-RUN RECORDS SO AN ABEND
      *    ANYWHERE BEFORE IT LEAVES THE TAPE UNREGISTERED AND THE
      *    RERUN IS NOT REFUSED.  THE FIRST RUN EVER (STATUS 35)
      *    CREATES THE REGISTER.
      *================================================================
       RECEIPT-WRITE-RTN.
           MOVE RCT-SOURCE-ID      TO RCP-SOURCE-ID.
           MOVE RPT-H2-DATE        TO RCP-RUN-DATE.
           MOVE RPT-H2-TIME        TO RCP-RUN-TIME.
           MOVE RPT-DATE-CCYYMMDD  TO RCP-RUN-DATE-KEY.
           MOVE RCT-HDR-CNT        TO RCP-HDR-CNT.
           MOVE RCT-REC-CNT        TO RCP-REC-CNT.
           MOVE RCT-FIRST-KEY      TO RCP-FIRST-KEY.
           MOVE RCT-LAST-KEY       TO RCP-LAST-KEY.
           MOVE RCT-FP-SEQ         TO RCP-FP-SEQ.
           MOVE RCT-FP-SUM         TO RCP-FP-SUM.
           MOVE TOTAL-VOL-CNT      TO RCP-VOL-CNT.
           MOVE RCT-DISPOSITION    TO RCP-DISPOSITION.
           MOVE RCT-DUP-RUN-DATE   TO RCP-DUP-RUN-DATE.
           MOVE RCT-DUP-RUN-TIME   TO RCP-DUP-RUN-TIME.
           MOVE RETURN-CODE        TO RCP-RETURN-CODE.
           OPEN EXTEND RECEIPT-FILE.
           IF RCP-STATUS = '35'
               OPEN OUTPUT RECEIPT-FILE
           END-IF.
           IF RCP-STATUS NOT = '00'
               MOVE 'DA-S-RCPTREG' TO IO-DDNAME
               MOVE 'OPEN EXTEND'  TO IO-OPERATION
               MOVE RCP-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           WRITE RECEIPT-RECORD.
           CLOSE RECEIPT-FILE.
       RECEIPT-WRITE-EXIT.
           EXIT.

      *================================================================
      *    READ-CONTROL-CARD-RTN -- READ THE ONE-CARD RUN-TIME OPTIONS
      *    AHEAD OF ANY OPEN.  A MISSING CARD (DD DUMMY) LEAVES THE
               VARYING SPL-FILE-IDX FROM 1 BY 1
               UNTIL SPL-FILE-IDX > 4.

           PERFORM DICT-INIT-RTN THRU DICT-INIT-EXIT.

           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               END-EVALUATE
           END-IF.

      *        THE TOLERANCE GATE GUARDS THE GENERATION ROTATION AND
      *        HAS NOTHING TO HOLD BACK WITHOUT IT.
           IF TOL-CARD-SEEN
               IF GEN-ACTIVE
                   MOVE 'Y' TO TOL-GATE-SW
               ELSE
                   DISPLAY 'TAPTODSK - TOL CARD NEEDS GENERATIONS, '
                       'TOLERANCES NOT CHECKED'
               END-IF
           END-IF.

      *        DELTA MODE LIVES ON THE KSDS -- THE PRIOR COPY IS
      *        LOOKED UP BY KEY, WHICH THE FLAT COPY CANNOT DO.  THE
      *        DUPLICATE CHECK IS NOT TAKEN WITH IT: A REPEATED TAPE
      *        SAME DECK -- NOT AN ERROR HERE, JUST NOT OURS.
               WHEN 'VER'
                   CONTINUE
      *        ONE RCV CARD IS EXPECTED; IF THE DECK CARRIES MORE,
      *        THE LAST SOURCE PUNCHED WINS AND ANY OVERRIDE HOLDS.
               WHEN 'RCV'
                   MOVE RCV-SOURCE-ID TO RCT-SOURCE-ID
                   IF RCV-OVERRIDE-SW = 'Y'
                       MOVE 'Y' TO RCT-OVERRIDE-SW
                   END-IF
               WHEN 'TOL'
                   PERFORM LOAD-TOLERANCE-CARD-RTN
                       THRU LOAD-TOLERANCE-CARD-EXIT
               WHEN OTHER
                   DISPLAY 'TAPTODSK - UNRECOGNIZED CONTROL CARD '
                       'IGNORED: ' XC-CARD-ID
       READ-EXTRA-CARD-EXIT.
           EXIT.

      *================================================================
      *    LOAD-TOLERANCE-CARD-RTN -- TAKE THE TOL CARD'S LIMITS.  A
      *    BLANK LIMIT IS LEFT UNCHECKED; ONE THAT IS NOT NUMERIC IS
      *    IGNORED WITH A MESSAGE.  A LATER TOL CARD OVERRIDES ONLY
      *    THE LIMITS IT PUNCHES.
      *================================================================
       LOAD-TOLERANCE-CARD-RTN.
           MOVE 'Y' TO TOL-CARD-SW.
           IF TOL-MAX-REJ-PCT NUMERIC
               MOVE TOL-MAX-REJ-PCT TO TOL-REJ-LIMIT
           ELSE
               IF TOLERANCE-CARD (4:3) NOT = SPACES
                   DISPLAY 'TAPTODSK - TOL REJECT LIMIT NOT '
                       'NUMERIC, IGNORED'
               END-IF
           END-IF.
           IF TOL-MAX-DUP-PCT NUMERIC
               MOVE TOL-MAX-DUP-PCT TO TOL-DUP-LIMIT
           ELSE
               IF TOLERANCE-CARD (7:3) NOT = SPACES
                   DISPLAY 'TAPTODSK - TOL DUPLICATE LIMIT NOT '
                       'NUMERIC, IGNORED'
               END-IF
           END-IF.
           IF TOL-MAX-SWING-PCT NUMERIC
               MOVE TOL-MAX-SWING-PCT TO TOL-SWING-LIMIT
           ELSE
               IF TOLERANCE-CARD (10:3) NOT = SPACES
                   DISPLAY 'TAPTODSK - TOL SWING LIMIT NOT '
                       'NUMERIC, IGNORED'
               END-IF
           END-IF.
       LOAD-TOLERANCE-CARD-EXIT.
           EXIT.

      *================================================================
      *    LOAD-SELECT-CARD-RTN -- EDIT ONE INC/OMT CARD AND LOAD IT
      *    INTO SEL-TABLE.  POSITION AND LENGTH ARE RESOLVED HERE TO
      *    AN ABSOLUTE SLICE OF THE RECORD: A 'K' CARD IS RELATIVE TO
      *    TTD-KEY (BYTES 1-10), A 'D' CARD TO TTD-DATA (BYTES 11-163)
      *    AND BOTH ARE CLAMPED TO THEIR FIELD SO A CARD TYPO CANNOT
      *    DRIVE A REFERENCE PAST THE RECORD.  A CARD THAT NAMES A
      *    DICTIONARY FIELD TAKES THE DICTIONARY'S ABSOLUTE POSITION
      *    AND LENGTH INSTEAD, THE LENGTH HELD TO THE 20-BYTE VALUE.
      *================================================================
       LOAD-SELECT-CARD-RTN.
           IF SEL-CARD-CNT >= 20
               DISPLAY 'TAPTODSK - MORE THAN 20 SELECTION CARDS, '
                   'CARD IGNORED'
               GO TO LOAD-SELECT-CARD-EXIT.
           IF SEL-FIELD-NAME NOT = SPACES
               MOVE SEL-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   DISPLAY 'TAPTODSK - FIELD ' SEL-FIELD-NAME
                       ' NOT IN DICTIONARY, CARD IGNORED'
                   GO TO LOAD-SELECT-CARD-EXIT
               END-IF
           END-IF.
           ADD +1 TO SEL-CARD-CNT.
           IF SEL-CARD-ID = 'OMT'
               MOVE 'O' TO SEL-TYPE (SEL-CARD-CNT)
           END-IF.
           MOVE SEL-VALUE-1 TO SEL-VAL-1 (SEL-CARD-CNT).
           MOVE SEL-VALUE-2 TO SEL-VAL-2 (SEL-CARD-CNT).
           MOVE SEL-FIELD-NAME TO SEL-DICT-NAME (SEL-CARD-CNT).

           IF SEL-FIELD-NAME NOT = SPACES
               MOVE DICT-T-POS (DICT-IDX) TO SEL-ABS-POS (SEL-CARD-CNT)
               MOVE DICT-T-LEN (DICT-IDX) TO SEL-WK-LEN
               IF SEL-WK-LEN > 20
                   DISPLAY 'TAPTODSK - FIELD ' SEL-FIELD-NAME
                       ' OVER 20 BYTES, FIRST 20 COMPARED'
                   MOVE +20 TO SEL-WK-LEN
               END-IF
               MOVE SEL-WK-LEN TO SEL-CMP-LEN (SEL-CARD-CNT)
               GO TO LOAD-SELECT-CARD-EXIT.

           IF SEL-POSITION NUMERIC AND SEL-POSITION > 0
               MOVE SEL-POSITION TO SEL-WK-POS
      *    IS TRIMMED, AND ONE ARRIVING AFTER THE RECORD IS FULL IS
      *    DROPPED WITH A MESSAGE.  RFM CARDS ARE REFUSED IN VSAM
      *    OUTPUT MODE: THE KSDS IS KEYED ON TTD-KEY IN ITS FIXED
      *    POSITION AND MUST KEEP THE FULL TTDREC LAYOUT.  AN 'I'
      *    SEGMENT THAT NAMES A DICTIONARY FIELD TAKES ITS POSITION
      *    AND LENGTH FROM THE DICTIONARY.
      *================================================================
       LOAD-REFORMAT-CARD-RTN.
           IF CC-OUTPUT-MODE = 'V'
               DISPLAY 'TAPTODSK - BAD REFORMAT SOURCE TYPE '
                   RFM-SOURCE-TYPE ', CARD IGNORED'
               GO TO LOAD-REFORMAT-CARD-EXIT.
           IF RFM-SOURCE-TYPE = 'I' AND RFM-FIELD-NAME NOT = SPACES
               MOVE RFM-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   DISPLAY 'TAPTODSK - FIELD ' RFM-FIELD-NAME
                       ' NOT IN DICTIONARY, CARD IGNORED'
                   GO TO LOAD-REFORMAT-CARD-EXIT
               END-IF
               MOVE DICT-T-POS (DICT-IDX) TO RFM-WK-POS
               MOVE DICT-T-LEN (DICT-IDX) TO RFM-WK-LEN
           ELSE
               IF RFM-LENGTH NUMERIC AND RFM-LENGTH > 0
                   MOVE RFM-LENGTH TO RFM-WK-LEN
               ELSE
                   DISPLAY 'TAPTODSK - REFORMAT CARD NEEDS A LENGTH, '
                       'CARD IGNORED'
                   GO TO LOAD-REFORMAT-CARD-EXIT
               END-IF
               IF RFM-POSITION NUMERIC AND RFM-POSITION > 0
                   MOVE RFM-POSITION TO RFM-WK-POS
               ELSE
                   MOVE +1 TO RFM-WK-POS
               END-IF
           END-IF.
           IF RFM-SOURCE-TYPE = 'I'
               IF RFM-WK-POS > 163
           MOVE RFM-WK-POS      TO RFM-SRC-POS (RFM-CARD-CNT).
           MOVE RFM-WK-LEN      TO RFM-SEG-LEN (RFM-CARD-CNT).
           MOVE RFM-LITERAL     TO RFM-LIT (RFM-CARD-CNT).
           IF RFM-SOURCE-TYPE = 'I'
               MOVE RFM-FIELD-NAME TO RFM-DICT-NAME (RFM-CARD-CNT)
           ELSE
               MOVE SPACES TO RFM-DICT-NAME (RFM-CARD-CNT)
           END-IF.
           ADD RFM-WK-LEN TO RFM-OUT-LEN.
       LOAD-REFORMAT-CARD-EXIT.
           EXIT.

      *================================================================
      *    DICT-INIT-RTN -- LOAD THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD) AHEAD OF THE DECK SO A CARD CAN NAME ITS FIELD.
      *    NO DICTIONARY IS NOT AN ERROR -- A DECK THAT NAMES NO
      *    FIELDS NEVER NEEDS ONE, AND A CARD THAT DOES NAME ONE IS
      *    REFUSED AT LOAD TIME LIKE ANY OTHER BAD CARD.
      *================================================================
       DICT-INIT-RTN.
           OPEN INPUT FIELD-DICT-FILE.
           IF FLD-STATUS = '35'
               GO TO DICT-INIT-EXIT.
           IF FLD-STATUS NOT = '00'
               MOVE 'DA-S-FLDDICT' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE FLD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM DICT-LOAD-RTN THRU DICT-LOAD-EXIT
               UNTIL DICT-EOF.
           CLOSE FIELD-DICT-FILE.
       DICT-INIT-EXIT.
           EXIT.

      *        AN ENTRY THAT RUNS PAST THE 163-BYTE RECORD IS DROPPED
      *        HERE RATHER THAN CLAMPED -- A CARD NAMING IT IS THEN
      *        REFUSED, WHICH IS SAFER THAN CUTTING THE WRONG BYTES.
       DICT-LOAD-RTN.
           READ FIELD-DICT-FILE
               AT END
                   MOVE 'Y' TO DICT-EOF-SW
                   GO TO DICT-LOAD-EXIT
           END-READ.
           IF FLD-STATUS NOT = '00'
               MOVE 'DA-S-FLDDICT' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE FLD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF FLD-NAME = SPACES
               GO TO DICT-LOAD-EXIT.
           IF FLD-POSITION NOT NUMERIC OR FLD-LENGTH NOT NUMERIC
               DISPLAY 'TAPTODSK - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF FLD-POSITION < 1 OR FLD-LENGTH < 1
                   OR FLD-POSITION + FLD-LENGTH - 1 > 163
               DISPLAY 'TAPTODSK - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF DICT-ENTRY-CNT >= 200
               DISPLAY 'TAPTODSK - MORE THAN 200 DICTIONARY ENTRIES, '
                   'ENTRY IGNORED: ' FLD-NAME
               GO TO DICT-LOAD-EXIT.
           ADD +1 TO DICT-ENTRY-CNT.
           MOVE FLD-NAME     TO DICT-T-NAME (DICT-ENTRY-CNT).
           MOVE FLD-POSITION TO DICT-T-POS (DICT-ENTRY-CNT).
           MOVE FLD-LENGTH   TO DICT-T-LEN (DICT-ENTRY-CNT).
           MOVE FLD-TYPE     TO DICT-T-TYPE (DICT-ENTRY-CNT).
       DICT-LOAD-EXIT.
           EXIT.

      *        LOOK UP DICT-WK-NAME.  ON RETURN DICT-FOUND IS SET AND
      *        DICT-IDX POINTS AT THE ENTRY.
       DICT-LOOKUP-RTN.
           MOVE 'N' TO DICT-FOUND-SW.
           PERFORM DICT-SEARCH-RTN THRU DICT-SEARCH-EXIT
               VARYING DICT-IDX FROM 1 BY 1
               UNTIL DICT-IDX > DICT-ENTRY-CNT OR DICT-FOUND.
           IF DICT-FOUND
               SUBTRACT +1 FROM DICT-IDX
           END-IF.
       DICT-LOOKUP-EXIT.
           EXIT.

       DICT-SEARCH-RTN.
           IF DICT-T-NAME (DICT-IDX) = DICT-WK-NAME
               MOVE 'Y' TO DICT-FOUND-SW.
       DICT-SEARCH-EXIT.
           EXIT.

       INIT-SPLIT-FILE-RTN.
           MOVE 'N' TO SPL-F-USED-SW (SPL-FILE-IDX).
           MOVE +0  TO SPL-F-CNT (SPL-FILE-IDX).
                       IN-RECORD-FLAT (1:10) ' AT RECORD ' REC-CNT
                       ', RUN ABORTED'
                   MOVE 12 TO RETURN-CODE
                   PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
                   STOP RUN
               WHEN 'L'
                   MOVE 'Y' TO DUP-REWRITE-SW
                           DELTA-NEW-REC (11:153)
                       ADD +1 TO UNCHANGED-CNT
                   ELSE
                       MOVE OUT-VSAM-RECORD-FLAT TO CHG-BEFORE-REC
                       MOVE DELTA-NEW-REC TO OUT-VSAM-RECORD-FLAT
                       REWRITE OUT-VSAM-RECORD
                       IF OUT-STATUS NOT = '00'
                   MOVE 'A' TO CHG-ACTION
                   MOVE DELTA-NEW-REC (1:10) TO CHG-KEY
                   MOVE DELTA-NEW-REC        TO CHG-REC
                   MOVE SPACES               TO CHG-BEFORE-REC
                   WRITE CHANGE-LOG-RECORD
               WHEN OTHER
                   MOVE OUT-DDNAME  TO IO-DDNAME
               MOVE 'D' TO CHG-ACTION
               MOVE DELTA-NEW-REC (1:10) TO CHG-KEY
               MOVE DELTA-NEW-REC        TO CHG-REC
               MOVE DELTA-NEW-REC        TO CHG-BEFORE-REC
               WRITE CHANGE-LOG-RECORD
           END-IF.
       DELTA-SCAN-READ-EXIT.
               DISPLAY 'TAPTODSK - CC-XREF-SW IS Y BUT THERE IS NO '
                   'CROSS-REFERENCE ON DA-S-XREF, RUN ENDED'
               MOVE 16 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.
           IF XRF-STATUS NOT = '00'
               MOVE 'DA-S-XREF'    TO IO-DDNAME
               DISPLAY 'TAPTODSK - CROSS-REFERENCE FILE IS EMPTY, '
                   'RUN ENDED'
               MOVE 16 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN
           END-IF.
       XREF-INIT-EXIT.
               DISPLAY 'TAPTODSK - CROSS-REFERENCE OVER 30000 '
                   'ENTRIES CANNOT BE HELD, RUN ENDED'
               MOVE 16 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.
           ADD +1 TO XRF-ENTRY-CNT.
           MOVE XRF-OLD-KEY TO XRF-T-OLD (XRF-ENTRY-CNT).
           ELSE
               MOVE +0 TO GEN-T-RC (GEN-ENTRY-CNT)
           END-IF.
           IF CAT-MAN-FILE-SEQ NUMERIC AND CAT-MAN-FILE-SUM NUMERIC
               MOVE CAT-MAN-FILE-SEQ TO GEN-T-MAN-SEQ (GEN-ENTRY-CNT)
               MOVE CAT-MAN-FILE-SUM TO GEN-T-MAN-SUM (GEN-ENTRY-CNT)
           ELSE
               MOVE +0 TO GEN-T-MAN-SEQ (GEN-ENTRY-CNT)
               MOVE +0 TO GEN-T-MAN-SUM (GEN-ENTRY-CNT)
           END-IF.
           IF GEN-T-NBR (GEN-ENTRY-CNT) > GEN-NBR
               MOVE GEN-T-NBR (GEN-ENTRY-CNT) TO GEN-NBR
           END-IF.
           MOVE 'DA-S-OUTGEN'  TO OUT-DDNAME.
           MOVE GEN-SLOT TO GEN-DD-DIGIT.
           MOVE GEN-DD-DIGIT TO OUT-DDNAME (12:1).
           IF TOL-GATED
               MOVE 'Y' TO TOL-STAGE-SW
               MOVE 'DA-S-QUARANT' TO OUT-DDNAME
               IF RESTART-RUN
                   OPEN EXTEND QUARANTINE-FILE
               ELSE
                   OPEN OUTPUT QUARANTINE-FILE
               END-IF
               GO TO GEN-OPEN-EXIT.
           IF RESTART-RUN
               EVALUATE GEN-SLOT
                   WHEN 1  OPEN EXTEND GEN-FILE1
           EXIT.

       GEN-CLOSE-RTN.
           IF TOL-STAGED
               CLOSE QUARANTINE-FILE
               MOVE 'N' TO TOL-STAGE-SW
               GO TO GEN-CLOSE-EXIT.
           EVALUATE GEN-SLOT
               WHEN 1  CLOSE GEN-FILE1
               WHEN 2  CLOSE GEN-FILE2
           EXIT.

       GEN-WRITE-RTN.
           IF TOL-STAGED
               WRITE QUARANTINE-RECORD FROM OUT-RECORD-FLAT
               GO TO GEN-WRITE-EXIT.
           EVALUATE GEN-SLOT
               WHEN 1  WRITE GEN-RECORD1 FROM OUT-RECORD-FLAT
               WHEN 2  WRITE GEN-RECORD2 FROM OUT-RECORD-FLAT
           MOVE RPT-H2-TIME  TO CAT-RUN-TIME.
           MOVE WRITE-CNT    TO CAT-REC-CNT.
           MOVE RETURN-CODE  TO CAT-RETURN-CODE.
           MOVE MAN-FILE-SEQ TO CAT-MAN-FILE-SEQ.
           MOVE MAN-FILE-SUM TO CAT-MAN-FILE-SUM.
           WRITE CATALOG-RECORD.
           CLOSE CATALOG-FILE.
       GEN-CATALOG-EXIT.
           MOVE GEN-T-TIME (GEN-IDX) TO CAT-RUN-TIME.
           MOVE GEN-T-CNT (GEN-IDX)  TO CAT-REC-CNT.
           MOVE GEN-T-RC (GEN-IDX)   TO CAT-RETURN-CODE.
           MOVE GEN-T-MAN-SEQ (GEN-IDX) TO CAT-MAN-FILE-SEQ.
           MOVE GEN-T-MAN-SUM (GEN-IDX) TO CAT-MAN-FILE-SUM.
           WRITE CATALOG-RECORD.
       GEN-CAT-WRITE-EXIT.
           EXIT.

      *================================================================
      *    TOLERANCE-RTN -- HOLD THE RUN AGAINST THE TOL CARD ONCE THE
      *    COPY IS CLOSED IN QUARANTINE.  REJECT AND DUPLICATE RATES
      *    ARE PERCENTS OF RECORDS READ; THE SWING IS RECORDS WRITTEN
      *    AGAINST THE NEWEST GENERATION ON THE CATALOG, AND IS NOT
      *    CHECKED ON THE FIRST GENERATION EVER.  ANY LIMIT BROKEN
      *    LEAVES THE COPY WHERE IT IS AND ENDS THE RUN WITH RETURN
      *    CODE 24 -- THE MAIN LINE THEN SKIPS THE CATALOG REWRITE.
      *    OTHERWISE THE COPY IS MOVED INTO ITS GENERATION SLOT.
      *================================================================
       TOLERANCE-RTN.
           IF REC-CNT > 0
               COMPUTE TOL-REJ-PCT ROUNDED = REJ-CNT * 100 / REC-CNT
               COMPUTE TOL-DUP-PCT ROUNDED = DUP-CNT * 100 / REC-CNT
           END-IF.
           PERFORM TOL-PRIOR-RTN THRU TOL-PRIOR-EXIT
               VARYING GEN-IDX FROM 1 BY 1
               UNTIL GEN-IDX > GEN-ENTRY-CNT.
           IF TOL-PRIOR-FOUND
               COMPUTE TOL-DIFF-CNT = WRITE-CNT - TOL-PRIOR-CNT
               IF TOL-DIFF-CNT < 0
                   COMPUTE TOL-DIFF-CNT = 0 - TOL-DIFF-CNT
               END-IF
               IF TOL-PRIOR-CNT > 0
                   COMPUTE TOL-SWING-PCT ROUNDED =
                       TOL-DIFF-CNT * 100 / TOL-PRIOR-CNT
               ELSE
                   IF TOL-DIFF-CNT > 0
                       MOVE +999 TO TOL-SWING-PCT
                   END-IF
               END-IF
           END-IF.

           IF TOL-REJ-LIMIT NOT < 0 AND TOL-REJ-PCT > TOL-REJ-LIMIT
               MOVE 'Y' TO TOL-BROKEN-SW
           END-IF.
           IF TOL-DUP-LIMIT NOT < 0 AND TOL-DUP-PCT > TOL-DUP-LIMIT
               MOVE 'Y' TO TOL-BROKEN-SW
           END-IF.
           IF TOL-SWING-LIMIT NOT < 0 AND TOL-PRIOR-FOUND
                   AND TOL-SWING-PCT > TOL-SWING-LIMIT
               MOVE 'Y' TO TOL-BROKEN-SW
           END-IF.

           IF TOL-BROKEN
               DISPLAY 'TAPTODSK - TOLERANCE BROKEN, COPY HELD IN '
                   'DA-S-QUARANT, GENERATIONS NOT ROTATED'
               MOVE 24 TO RETURN-CODE
               GO TO TOLERANCE-EXIT.
           PERFORM GEN-PROMOTE-RTN THRU GEN-PROMOTE-EXIT.
       TOLERANCE-EXIT.
           EXIT.

       TOL-PRIOR-RTN.
           IF GEN-T-NBR (GEN-IDX) > TOL-PRIOR-NBR
               MOVE GEN-T-NBR (GEN-IDX) TO TOL-PRIOR-NBR
               MOVE GEN-T-CNT (GEN-IDX) TO TOL-PRIOR-CNT
               MOVE 'Y' TO TOL-PRIOR-SW
           END-IF.
       TOL-PRIOR-EXIT.
           EXIT.

      *================================================================
      *    GEN-PROMOTE-RTN -- COPY THE QUARANTINED RUN INTO THIS
      *    RUN'S GENERATION SLOT.  THE SLOT IS OPENED FOR OUTPUT ONLY
      *    NOW, SO THE GENERATION IT HELD SURVIVES ANY RUN THAT DOES
      *    NOT GET THIS FAR.  THE QUARANTINE FILE HOLDS THE WHOLE
      *    COPY, RESTARTED PART INCLUDED, SO THE SLOT IS NEVER
      *    EXTENDED.
      *================================================================
       GEN-PROMOTE-RTN.
           OPEN INPUT QUARANTINE-FILE.
           IF OUT-STATUS NOT = '00'
               MOVE 'DA-S-QUARANT' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'DA-S-OUTGEN'  TO OUT-DDNAME.
           MOVE GEN-DD-DIGIT TO OUT-DDNAME (12:1).
           EVALUATE GEN-SLOT
               WHEN 1  OPEN OUTPUT GEN-FILE1
               WHEN 2  OPEN OUTPUT GEN-FILE2
               WHEN 3  OPEN OUTPUT GEN-FILE3
               WHEN 4  OPEN OUTPUT GEN-FILE4
           END-EVALUATE.
           IF OUT-STATUS NOT = '00'
               MOVE OUT-DDNAME   TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM GEN-PROMOTE-REC-RTN THRU GEN-PROMOTE-REC-EXIT
               UNTIL TOL-EOF.
           CLOSE QUARANTINE-FILE.
           PERFORM GEN-CLOSE-RTN THRU GEN-CLOSE-EXIT.
       GEN-PROMOTE-EXIT.
           EXIT.

       GEN-PROMOTE-REC-RTN.
           READ QUARANTINE-FILE
               AT END
                   MOVE 'Y' TO TOL-EOF-SW
                   GO TO GEN-PROMOTE-REC-EXIT
           END-READ.
           IF OUT-STATUS NOT = '00'
               MOVE 'DA-S-QUARANT' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE QUARANTINE-RECORD TO OUT-RECORD-FLAT.
           PERFORM GEN-WRITE-RTN THRU GEN-WRITE-EXIT.
       GEN-PROMOTE-REC-EXIT.
           EXIT.

      *================================================================
      *    PROFILE-RTN -- FOLD THE RECORD JUST WRITTEN INTO THE DATA
      *    PROFILE: ITS KEY-PREFIX GROUP, THE LOW/HIGH KEY WATERMARKS
       REFORMAT-SEG-EXIT.
           EXIT.

      *================================================================
      *    LOCK-TAKE-RTN -- TAKE THE SHARED RUN LOCK (SEE TTDLCK)
      *    BEFORE ANY FILE THIS PROGRAM OWNS IS TOUCHED.  ANOTHER
      *    HOLDER OWNING ANY OF THE SAME FILES IS A CONFLICT: EACH ONE
      *    IS NAMED, FLAGGED STALE WHEN IT HAS HELD THE LOCK PAST
      *    LOCK-STALE-MINUTES, AND AUDITED, AND THE RUN ENDS WITH
      *    RETURN CODE 28 WITH THE LOCK FILE UNCHANGED.  A CONFLICT
      *    NAMED EXACTLY BY THE LCK OVERRIDE CARD IS CLEARED INSTEAD,
      *    AND AUDITED -- BUT ONLY WHEN NO OTHER CONFLICT IS LEFT, SO
      *    A REFUSED RUN NEVER DISTURBS ANOTHER JOB'S LOCK.
      *================================================================
       LOCK-TAKE-RTN.
           ACCEPT LOCK-NOW-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT LOCK-NOW-HHMMSSHH FROM TIME.
           STRING LOCK-NOW-MM '/' LOCK-NOW-DD '/' LOCK-NOW-CCYY
               DELIMITED BY SIZE INTO LOCK-RUN-DATE.
           STRING LOCK-NOW-HH ':' LOCK-NOW-MI ':' LOCK-NOW-SS
               DELIMITED BY SIZE INTO LOCK-RUN-TIME.
           MOVE LOCK-NOW-CCYYMMDD TO DAYNO-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXIT.
           COMPUTE LOCK-NOW-MINUTES = DAYNO-VALUE * 1440
               + LOCK-NOW-HH * 60 + LOCK-NOW-MI.

           PERFORM LOCK-CARD-RTN THRU LOCK-CARD-EXIT.
           PERFORM LOCK-LOAD-RTN THRU LOCK-LOAD-EXIT.
           PERFORM LOCK-CHECK-RTN THRU LOCK-CHECK-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.

           IF LOCK-CONFLICT-CNT > 0
               DISPLAY 'TAPTODSK - RUN LOCK HELD BY ANOTHER JOB, '
                   'RUN REFUSED'
               PERFORM LOCK-REFUSE-RTN THRU LOCK-REFUSE-EXIT
                   VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > LOCK-CNT
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOCK-CARD-UNUSED-RTN THRU LOCK-CARD-UNUSED-EXIT
               VARYING LOCK-CARD-IDX FROM 1 BY 1
               UNTIL LOCK-CARD-IDX > LOCK-CARD-CNT.
           PERFORM LOCK-OVERRIDE-RTN THRU LOCK-OVERRIDE-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.

           PERFORM LOCK-WRITE-RTN THRU LOCK-WRITE-EXIT.
           MOVE 'Y' TO LOCK-HELD-SW.
           MOVE 'TAKEN'  TO LOCK-AUD-ACTION.
           MOVE SPACES   TO LOCK-AUD-HOLDER.
           MOVE 0        TO LOCK-AUD-RC.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
       LOCK-TAKE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-CARD-RTN -- THE OPTIONAL LCK OVERRIDE CARDS (SEE
      *    TTDLKO), ONE PER LOCK TO CLEAR.  EACH MUST NAME THE
      *    HOLDER, DATE AND TIME.
      *================================================================
       LOCK-CARD-RTN.
           MOVE 'N' TO LOCK-EOF-SW.
           OPEN INPUT LOCK-CARD-FILE.
           PERFORM LOCK-CARD-READ-RTN THRU LOCK-CARD-READ-EXIT
               UNTIL LOCK-EOF.
           CLOSE LOCK-CARD-FILE.
       LOCK-CARD-EXIT.
           EXIT.

       LOCK-CARD-READ-RTN.
           READ LOCK-CARD-FILE
               AT END
                   MOVE 'Y' TO LOCK-EOF-SW
                   GO TO LOCK-CARD-READ-EXIT
           END-READ.
           IF LKO-CARD-ID NOT = 'LCK'
               IF LOCK-CARD NOT = SPACES
                   DISPLAY 'TAPTODSK - UNRECOGNIZED LOCK CARD '
                       'IGNORED: ' LKO-CARD-ID
               END-IF
               GO TO LOCK-CARD-READ-EXIT.
           IF LKO-PROGRAM = SPACES OR LKO-RUN-DATE = SPACES
                   OR LKO-RUN-TIME = SPACES
               DISPLAY 'TAPTODSK - LCK CARD MUST NAME THE HOLDER AND '
                   'THE DATE AND TIME OF ITS LOCK, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           IF LOCK-CARD-CNT >= 5
               DISPLAY 'TAPTODSK - MORE THAN 5 LCK CARDS, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           ADD +1 TO LOCK-CARD-CNT.
           MOVE LKO-PROGRAM  TO LOCK-OVR-PROGRAM (LOCK-CARD-CNT).
           MOVE LKO-RUN-DATE TO LOCK-OVR-DATE (LOCK-CARD-CNT).
           MOVE LKO-RUN-TIME TO LOCK-OVR-TIME (LOCK-CARD-CNT).
           MOVE 'N'          TO LOCK-OVR-USED-SW (LOCK-CARD-CNT).
       LOCK-CARD-READ-EXIT.
           EXIT.

       LOCK-CARD-UNUSED-RTN.
           IF NOT LOCK-OVR-USED (LOCK-CARD-IDX)
               DISPLAY 'TAPTODSK - LCK CARD FOR '
                   LOCK-OVR-PROGRAM (LOCK-CARD-IDX) ' '
                   LOCK-OVR-DATE (LOCK-CARD-IDX) ' '
                   LOCK-OVR-TIME (LOCK-CARD-IDX)
                   ' NAMES NO LOCK IN THE WAY, IGNORED'
           END-IF.
       LOCK-CARD-UNUSED-EXIT.
           EXIT.

      *================================================================
      *    LOCK-LOAD-RTN -- EVERY RECORD ON DA-S-RUNLOCK INTO
      *    LOCK-TABLE.  NO FILE MEANS NOTHING IS HELD.
      *================================================================
       LOCK-LOAD-RTN.
           MOVE +0  TO LOCK-CNT.
           MOVE 'N' TO LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STATUS = '35'
               GO TO LOCK-LOAD-EXIT.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM LOCK-LOAD-REC-RTN THRU LOCK-LOAD-REC-EXIT
               UNTIL LOCK-EOF.
           CLOSE LOCK-FILE.
       LOCK-LOAD-EXIT.
           EXIT.

       LOCK-LOAD-REC-RTN.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO LOCK-EOF-SW
                   GO TO LOCK-LOAD-REC-EXIT
           END-READ.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF LOCK-CNT >= 20
               DISPLAY 'TAPTODSK - MORE THAN 20 LOCKS ON DA-S-RUNLOCK, '
                   'RUN ENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD +1 TO LOCK-CNT.
           MOVE LOCK-RECORD TO LOCK-T-REC (LOCK-CNT).
           MOVE SPACES      TO LOCK-T-SHARED-DD (LOCK-CNT).
           MOVE 'N'         TO LOCK-T-DISP-SW (LOCK-CNT).
       LOCK-LOAD-REC-EXIT.
           EXIT.

      *================================================================
      *    LOCK-CHECK-RTN -- DOES THIS HOLDER OWN ANY FILE WE OWN?
      *    AN OWNED-FILE COUNT THAT IS NOT READABLE IS TAKEN AS ALL
      *    FIVE, SO A DAMAGED RECORD STILL HOLDS WHAT IT NAMES.
      *================================================================
       LOCK-CHECK-RTN.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           MOVE SPACES TO LOCK-SHARED-DD.
           IF LCK-OWN-CNT NUMERIC AND LCK-OWN-CNT < 6
               MOVE LCK-OWN-CNT TO LOCK-HOLD-CNT
           ELSE
               MOVE 5 TO LOCK-HOLD-CNT
           END-IF.
           PERFORM LOCK-MATCH-RTN THRU LOCK-MATCH-EXIT
               VARYING LOCK-OWN-IDX FROM 1 BY 1
               UNTIL LOCK-OWN-IDX > LOCK-OWN-CNT
               AFTER LOCK-HOLD-IDX FROM 1 BY 1
               UNTIL LOCK-HOLD-IDX > LOCK-HOLD-CNT.
           IF LOCK-SHARED-DD = SPACES
               GO TO LOCK-CHECK-EXIT.
           MOVE LOCK-SHARED-DD TO LOCK-T-SHARED-DD (LOCK-IDX).
           MOVE 'N' TO LOCK-FOUND-SW.
           PERFORM LOCK-OVR-MATCH-RTN THRU LOCK-OVR-MATCH-EXIT
               VARYING LOCK-CARD-IDX FROM 1 BY 1
               UNTIL LOCK-CARD-IDX > LOCK-CARD-CNT.
           IF LOCK-FOUND
               MOVE 'O' TO LOCK-T-DISP-SW (LOCK-IDX)
               ADD +1 TO LOCK-OVR-CNT
           ELSE
               MOVE 'C' TO LOCK-T-DISP-SW (LOCK-IDX)
               ADD +1 TO LOCK-CONFLICT-CNT
           END-IF.
       LOCK-CHECK-EXIT.
           EXIT.

       LOCK-OVR-MATCH-RTN.
           IF LCK-PROGRAM = LOCK-OVR-PROGRAM (LOCK-CARD-IDX)
                   AND LCK-RUN-DATE = LOCK-OVR-DATE (LOCK-CARD-IDX)
                   AND LCK-RUN-TIME = LOCK-OVR-TIME (LOCK-CARD-IDX)
               MOVE 'Y' TO LOCK-OVR-USED-SW (LOCK-CARD-IDX)
               MOVE 'Y' TO LOCK-FOUND-SW
           END-IF.
       LOCK-OVR-MATCH-EXIT.
           EXIT.

       LOCK-MATCH-RTN.
           IF LOCK-SHARED-DD = SPACES
               IF LCK-OWN-DD (LOCK-HOLD-IDX) =
                       LOCK-OWN-DD (LOCK-OWN-IDX)
                   MOVE LOCK-OWN-DD (LOCK-OWN-IDX) TO LOCK-SHARED-DD
               END-IF
           END-IF.
       LOCK-MATCH-EXIT.
           EXIT.

      *================================================================
      *    LOCK-AGE-RTN -- IS THE HOLDER IN LOCK-RECORD STALE?  A
      *    LOCK WHOSE DATE OR TIME CANNOT BE READ IS STALE TOO.
      *================================================================
       LOCK-AGE-RTN.
           MOVE 'Y' TO LOCK-STALE-SW.
           IF LCK-RUN-CCYY NUMERIC AND LCK-RUN-MM NUMERIC
                   AND LCK-RUN-DD NUMERIC AND LCK-RUN-HH NUMERIC
                   AND LCK-RUN-MI NUMERIC
                   AND LCK-RUN-MM > 0 AND LCK-RUN-MM < 13
               MOVE LCK-RUN-CCYY TO DAYNO-CCYY
               MOVE LCK-RUN-MM   TO DAYNO-MM
               MOVE LCK-RUN-DD   TO DAYNO-DD
               PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXIT
               COMPUTE LOCK-AGE-MINUTES = LOCK-NOW-MINUTES
                   - (DAYNO-VALUE * 1440 + LCK-RUN-HH * 60
                      + LCK-RUN-MI)
               IF LOCK-AGE-MINUTES NOT > LOCK-STALE-MINUTES
                   MOVE 'N' TO LOCK-STALE-SW
               END-IF
           END-IF.
           IF LOCK-STALE
               MOVE
                   'STALE -- HELD OVER 12 HOURS, CLEAR WITH AN LCK CARD'
                   TO LOCK-STATE
           ELSE
               MOVE 'ACTIVE' TO LOCK-STATE
           END-IF.
       LOCK-AGE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-REFUSE-RTN -- NAME ONE CONFLICTING HOLDER AND AUDIT
      *    THE REFUSAL ('STALE' WHEN THE HOLDER IS STALE).
      *================================================================
       LOCK-REFUSE-RTN.
           IF NOT LOCK-T-CONFLICT (LOCK-IDX)
               GO TO LOCK-REFUSE-EXIT.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           PERFORM LOCK-AGE-RTN THRU LOCK-AGE-EXIT.
           DISPLAY '  HOLDER .........: ' LCK-PROGRAM.
           DISPLAY '  LOCK TAKEN .....: ' LCK-RUN-DATE ' '
               LCK-RUN-TIME.
           DISPLAY '  FILE IN COMMON .: ' LOCK-T-SHARED-DD (LOCK-IDX).
           DISPLAY '  STATE ..........: ' LOCK-STATE.
           IF LOCK-STALE
               MOVE 'STALE'   TO LOCK-AUD-ACTION
           ELSE
               MOVE 'REFUSED' TO LOCK-AUD-ACTION
           END-IF.
           MOVE LCK-PROGRAM TO LOCK-AUD-HOLDER.
           MOVE 28          TO LOCK-AUD-RC.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
       LOCK-REFUSE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-OVERRIDE-RTN -- CLEAR ONE HOLDER NAMED BY THE LCK
      *    CARD.  IT IS DROPPED WHEN THE FILE IS REWRITTEN.
      *================================================================
       LOCK-OVERRIDE-RTN.
           IF NOT LOCK-T-OVERRIDE (LOCK-IDX)
               GO TO LOCK-OVERRIDE-EXIT.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           PERFORM LOCK-AGE-RTN THRU LOCK-AGE-EXIT.
           DISPLAY 'TAPTODSK - RUN LOCK CLEARED BY LCK OVERRIDE CARD'.
           DISPLAY '  HOLDER .........: ' LCK-PROGRAM.
           DISPLAY '  LOCK TAKEN .....: ' LCK-RUN-DATE ' '
               LCK-RUN-TIME.
           DISPLAY '  FILE IN COMMON .: ' LOCK-T-SHARED-DD (LOCK-IDX).
           DISPLAY '  STATE ..........: ' LOCK-STATE.
           MOVE 'OVERRIDE'  TO LOCK-AUD-ACTION.
           MOVE LCK-PROGRAM TO LOCK-AUD-HOLDER.
           MOVE 0           TO LOCK-AUD-RC.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
       LOCK-OVERRIDE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-WRITE-RTN -- REWRITE DA-S-RUNLOCK WITH THE HOLDERS
      *    STILL KEPT, PLUS THIS RUN'S OWN LOCK WHEN IT IS BEING
      *    TAKEN.
      *================================================================
       LOCK-WRITE-RTN.
           OPEN OUTPUT LOCK-FILE.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM LOCK-WRITE-REC-RTN THRU LOCK-WRITE-REC-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.
           IF NOT LOCK-HELD
               MOVE SPACES        TO LOCK-RECORD
               MOVE LOCK-PROGRAM  TO LCK-PROGRAM
               MOVE LOCK-RUN-DATE TO LCK-RUN-DATE
               MOVE LOCK-RUN-TIME TO LCK-RUN-TIME
               MOVE LOCK-OWN-CNT  TO LCK-OWN-CNT
               PERFORM LOCK-OWN-MOVE-RTN THRU LOCK-OWN-MOVE-EXIT
                   VARYING LOCK-OWN-IDX FROM 1 BY 1
                   UNTIL LOCK-OWN-IDX > 5
               PERFORM LOCK-PUT-RTN THRU LOCK-PUT-EXIT
           END-IF.
           CLOSE LOCK-FILE.
       LOCK-WRITE-EXIT.
           EXIT.

       LOCK-WRITE-REC-RTN.
           IF LOCK-T-KEEP (LOCK-IDX)
               MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD
               PERFORM LOCK-PUT-RTN THRU LOCK-PUT-EXIT
           END-IF.
       LOCK-WRITE-REC-EXIT.
           EXIT.

       LOCK-OWN-MOVE-RTN.
           MOVE LOCK-OWN-DD (LOCK-OWN-IDX)
               TO LCK-OWN-DD (LOCK-OWN-IDX).
       LOCK-OWN-MOVE-EXIT.
           EXIT.

       LOCK-PUT-RTN.
           WRITE LOCK-RECORD.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       LOCK-PUT-EXIT.
           EXIT.

      *================================================================
      *    LOCK-RELEASE-RTN -- TAKE THIS RUN'S LOCK BACK OUT OF
      *    DA-S-RUNLOCK, LEAVING EVERY OTHER HOLDER AS IT IS.  EVERY
      *    END OF RUN PASSES THROUGH HERE EXCEPT IO-ERROR-RTN, WHICH
      *    LEAVES THE LOCK IN PLACE THE WAY AN ABEND DOES -- THE
      *    FILES THIS RUN OWNS MAY BE HALF WRITTEN.  A LOCK NO LONGER
      *    ON THE FILE WAS CLEARED BY SOMEONE ELSE'S OVERRIDE CARD
      *    WHILE THIS RUN HELD IT; THAT IS REPORTED AND AUDITED.
      *================================================================
       LOCK-RELEASE-RTN.
           IF NOT LOCK-HELD
               GO TO LOCK-RELEASE-EXIT.
           PERFORM LOCK-LOAD-RTN THRU LOCK-LOAD-EXIT.
           MOVE 'N' TO LOCK-FOUND-SW.
           PERFORM LOCK-FIND-RTN THRU LOCK-FIND-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.
           MOVE SPACES TO LOCK-AUD-HOLDER.
           MOVE RETURN-CODE TO LOCK-AUD-RC.
           IF LOCK-FOUND
               PERFORM LOCK-WRITE-RTN THRU LOCK-WRITE-EXIT
               MOVE 'RELEASED' TO LOCK-AUD-ACTION
           ELSE
               DISPLAY 'TAPTODSK - RUN LOCK WAS CLEARED BY AN OVERRIDE '
                   'WHILE THIS RUN HELD IT'
               MOVE 'LOST' TO LOCK-AUD-ACTION
           END-IF.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
           MOVE 'N' TO LOCK-HELD-SW.
       LOCK-RELEASE-EXIT.
           EXIT.

       LOCK-FIND-RTN.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           IF LCK-PROGRAM = LOCK-PROGRAM
                   AND LCK-RUN-DATE = LOCK-RUN-DATE
                   AND LCK-RUN-TIME = LOCK-RUN-TIME
               MOVE 'R' TO LOCK-T-DISP-SW (LOCK-IDX)
               MOVE 'Y' TO LOCK-FOUND-SW
           END-IF.
       LOCK-FIND-EXIT.
           EXIT.

      *================================================================
      *    LOCK-AUDIT-RTN -- ONE RUN-LOCK EVENT ON DA-S-AUDIT, IN THE
      *    RUN-HISTORY LAYOUT: STAMPED NOW, NO RECORD COUNT, 'RUNLOCK'
      *    AND THIS PROGRAM AS THE INPUT DD, THE ACTION AND THE OTHER
      *    HOLDER AS THE OUTPUT DD.  TAPAUDIT KEEPS THESE OUT OF ITS
      *    RUN COUNTS.
      *================================================================
       LOCK-AUDIT-RTN.
           ACCEPT LOCK-NOW-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT LOCK-NOW-HHMMSSHH FROM TIME.
           STRING LOCK-NOW-MM '/' LOCK-NOW-DD '/' LOCK-NOW-CCYY
               DELIMITED BY SIZE INTO AUD-RUN-DATE.
           STRING LOCK-NOW-HH ':' LOCK-NOW-MI ':' LOCK-NOW-SS
               DELIMITED BY SIZE INTO AUD-RUN-TIME.
           MOVE 0            TO AUD-REC-CNT.
           MOVE LOCK-AUD-RC  TO AUD-RETURN-CODE.
           MOVE LOCK-PROGRAM TO LOCK-AUD-PROGRAM.
           MOVE LOCK-AUD-IN  TO AUD-IN-DD.
           MOVE LOCK-AUD-OUT TO AUD-OUT-DD.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       LOCK-AUDIT-EXIT.
           EXIT.

      *================================================================
      *    DAY-NUMBER-RTN -- TURN DAYNO-DATE (CCYYMMDD) INTO A DAY
      *    NUMBER: YEARS TIMES 365, PLUS ONE FOR EVERY LEAP YEAR UP
      *    THROUGH THE YEAR BEFORE, PLUS THE MONTH OFFSET AND DAY,
      *    PLUS ONE MORE WHEN THE DATE ITSELF IS PAST FEBRUARY OF A
      *    LEAP YEAR.  TWO DAY NUMBERS SUBTRACT TO AN AGE IN DAYS.
      *================================================================
       DAY-NUMBER-RTN.
           COMPUTE DAYNO-WORK = DAYNO-CCYY - 1.
           DIVIDE DAYNO-WORK BY 4 GIVING DAYNO-LEAPS.
           DIVIDE DAYNO-WORK BY 100 GIVING DAYNO-REM.
           SUBTRACT DAYNO-REM FROM DAYNO-LEAPS.
           DIVIDE DAYNO-WORK BY 400 GIVING DAYNO-REM.
           ADD DAYNO-REM TO DAYNO-LEAPS.
           COMPUTE DAYNO-VALUE = DAYNO-CCYY * 365 + DAYNO-LEAPS
               + MONTH-OFFSET (DAYNO-MM) + DAYNO-DD.

           MOVE 'N' TO DAYNO-LEAP-SW.
           DIVIDE DAYNO-CCYY BY 4 GIVING DAYNO-WORK
               REMAINDER DAYNO-REM.
           IF DAYNO-REM = 0
               MOVE 'Y' TO DAYNO-LEAP-SW
               DIVIDE DAYNO-CCYY BY 100 GIVING DAYNO-WORK
                   REMAINDER DAYNO-REM
               IF DAYNO-REM = 0
                   MOVE 'N' TO DAYNO-LEAP-SW
                   DIVIDE DAYNO-CCYY BY 400 GIVING DAYNO-WORK
                       REMAINDER DAYNO-REM
                   IF DAYNO-REM = 0
                       MOVE 'Y' TO DAYNO-LEAP-SW
                   END-IF
               END-IF
           END-IF.
           IF DAYNO-LEAP-YEAR AND DAYNO-MM > 2
               ADD +1 TO DAYNO-VALUE
           END-IF.
       DAY-NUMBER-EXIT.
           EXIT.

      *================================================================
      *    IO-ERROR-RTN -- A NON-ZERO FILE STATUS ON IN-FILE OR
      *    OUT-FILE ENDS UP HERE.  DISPLAY WHAT FAILED AND HOW FAR WE
           EXIT.

      *================================================================
      *    RUN-STAMP-RTN -- TAKE THE RUN DATE AND TIME ONCE, AT END OF
      *    RUN, SO THE MANIFEST, REPORT, AUDIT RECORD, TICKET, RECEIPT
      *    AND CATALOG ENTRY ALL CARRY THE SAME STAMP.
      *================================================================
       RUN-STAMP-RTN.
           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.
       RUN-STAMP-EXIT.
           EXIT.

      *================================================================
      *    MANIFEST-RTN -- READ THE FINISHED COPY BACK AND WRITE ITS
      *    MANIFEST (SEE TTDMAN): A HEADER TYING IT TO THIS RUN, ONE
      *    ENTRY PER RECORD WITH ITS KEY, LENGTH AND HASH, AND A
      *    TRAILER WITH THE COUNT AND THE WHOLE-FILE HASH.  THE COPY
      *    IS READ BACK RATHER THAN HASHED AS IT IS WRITTEN SO A
      *    RESTARTED, SORTED, DELTA OR PROMOTED COPY IS DESCRIBED
      *    WHOLE, EXACTLY AS IT NOW STANDS ON DISK.  A COPY HELD IN
      *    QUARANTINE GETS NO MANIFEST -- THE SLOT AND ITS MANIFEST
      *    STILL HOLD THE GENERATION BEFORE.
      *================================================================
       MANIFEST-RTN.
           IF TOL-BROKEN
               GO TO MANIFEST-EXIT.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 6 TO MAN-TARGET
               MOVE 'DA-S-MANVSAM' TO MAN-DDNAME
           ELSE
               IF GEN-ACTIVE
                   MOVE GEN-SLOT TO MAN-TARGET
                   MOVE 'DA-S-MANGEN' TO MAN-DDNAME
                   MOVE GEN-DD-DIGIT TO MAN-DDNAME (12:1)
               ELSE
                   MOVE 5 TO MAN-TARGET
                   MOVE 'DA-S-MANDISK' TO MAN-DDNAME
               END-IF
           END-IF.
           EVALUATE MAN-TARGET
               WHEN 1  OPEN INPUT GEN-FILE1
               WHEN 2  OPEN INPUT GEN-FILE2
               WHEN 3  OPEN INPUT GEN-FILE3
               WHEN 4  OPEN INPUT GEN-FILE4
               WHEN 5  OPEN INPUT OUT-FILE
               WHEN 6  OPEN INPUT OUT-FILE-VSAM
           END-EVALUATE.
           IF OUT-STATUS NOT = '00'
               MOVE OUT-DDNAME     TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           EVALUATE MAN-TARGET
               WHEN 1  OPEN OUTPUT MAN-FILE-GEN1
               WHEN 2  OPEN OUTPUT MAN-FILE-GEN2
               WHEN 3  OPEN OUTPUT MAN-FILE-GEN3
               WHEN 4  OPEN OUTPUT MAN-FILE-GEN4
               WHEN 5  OPEN OUTPUT MAN-FILE-DISK
               WHEN 6  OPEN OUTPUT MAN-FILE-VSAM
           END-EVALUATE.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.

           MOVE SPACES        TO MANIFEST-RECORD.
           MOVE 'MHD'         TO MAN-REC-TYPE.
           MOVE OUT-DDNAME    TO MHD-COPY-DD.
           MOVE RPT-H2-DATE   TO MHD-RUN-DATE.
           MOVE RPT-H2-TIME   TO MHD-RUN-TIME.
           IF MAN-TARGET < 5
               MOVE GEN-NBR   TO MHD-GEN-NBR
               MOVE GEN-SLOT  TO MHD-SLOT
           ELSE
               MOVE ZERO      TO MHD-GEN-NBR
               MOVE ZERO      TO MHD-SLOT
           END-IF.
           MOVE 'TAPTODSK'    TO MHD-WRITER.
           MOVE RPT-H2-DATE   TO MHD-WRITE-DATE.
           MOVE RPT-H2-TIME   TO MHD-WRITE-TIME.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.

           PERFORM MANIFEST-REC-RTN THRU MANIFEST-REC-EXIT
               UNTIL MAN-EOF.

           MOVE SPACES        TO MANIFEST-RECORD.
           MOVE 'MTR'         TO MAN-REC-TYPE.
           MOVE MAN-REC-CNT   TO MTR-REC-CNT.
           MOVE MAN-FILE-SEQ  TO MTR-FILE-SEQ.
           MOVE MAN-FILE-SUM  TO MTR-FILE-SUM.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.

           EVALUATE MAN-TARGET
               WHEN 1  CLOSE GEN-FILE1, MAN-FILE-GEN1
               WHEN 2  CLOSE GEN-FILE2, MAN-FILE-GEN2
               WHEN 3  CLOSE GEN-FILE3, MAN-FILE-GEN3
               WHEN 4  CLOSE GEN-FILE4, MAN-FILE-GEN4
               WHEN 5  CLOSE OUT-FILE, MAN-FILE-DISK
               WHEN 6  CLOSE OUT-FILE-VSAM, MAN-FILE-VSAM
           END-EVALUATE.
           MOVE 'Y' TO MAN-WRITTEN-SW.
       MANIFEST-EXIT.
           EXIT.

      *        OUT-LENGTH LANDS EACH RECORD'S OWN LENGTH; THE HASH IS
      *        TAKEN OVER THE RECORD SPACE-FILLED, THE SAME WAY THE
      *        RECEIPT FINGERPRINT TAKES THE TAPE.
       MANIFEST-REC-RTN.
           EVALUATE MAN-TARGET
               WHEN 1
                   READ GEN-FILE1
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                       NOT AT END  MOVE GEN-RECORD1 TO MAN-WORK-REC
                   END-READ
               WHEN 2
                   READ GEN-FILE2
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                       NOT AT END  MOVE GEN-RECORD2 TO MAN-WORK-REC
                   END-READ
               WHEN 3
                   READ GEN-FILE3
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                       NOT AT END  MOVE GEN-RECORD3 TO MAN-WORK-REC
                   END-READ
               WHEN 4
                   READ GEN-FILE4
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                       NOT AT END  MOVE GEN-RECORD4 TO MAN-WORK-REC
                   END-READ
               WHEN 5
                   READ OUT-FILE
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                       NOT AT END  MOVE OUT-RECORD-FLAT TO MAN-WORK-REC
                   END-READ
               WHEN 6
                   READ OUT-FILE-VSAM NEXT RECORD
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                       NOT AT END
                           MOVE OUT-VSAM-RECORD-FLAT TO MAN-WORK-REC
                           MOVE 163 TO OUT-LENGTH
                   END-READ
           END-EVALUATE.
           IF MAN-EOF
               GO TO MANIFEST-REC-EXIT.
      *        STATUS 09 (CONTROL BYTE IN THE RECORD) IS STILL A
      *        RECORD OF THE COPY.
           IF OUT-STATUS NOT = '00' AND OUT-STATUS NOT = '09'
               MOVE OUT-DDNAME     TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO MAN-REC-CNT.
           MOVE SPACES TO HSH-WORK-REC.
           IF OUT-LENGTH > 0
               MOVE MAN-WORK-REC (1:OUT-LENGTH)
                   TO HSH-WORK-REC (1:OUT-LENGTH)
           END-IF.
           PERFORM HASH-REC-RTN THRU HASH-REC-EXIT.
           COMPUTE HSH-PRODUCT = MAN-FILE-SEQ * 1000003 + HSH-REC-HASH.
           DIVIDE HSH-PRODUCT BY HSH-PRIME
               GIVING HSH-QUOT REMAINDER MAN-FILE-SEQ.
           ADD HSH-REC-HASH TO MAN-FILE-SUM.
           IF MAN-FILE-SUM NOT < HSH-PRIME
               SUBTRACT HSH-PRIME FROM MAN-FILE-SUM
           END-IF.
           MOVE SPACES           TO MANIFEST-RECORD.
           MOVE 'MRC'            TO MAN-REC-TYPE.
           MOVE MAN-REC-CNT      TO MRC-REC-NBR.
           MOVE HSH-WORK-REC (1:10) TO MRC-KEY.
           MOVE OUT-LENGTH       TO MRC-LENGTH.
           MOVE HSH-REC-HASH     TO MRC-HASH.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.
       MANIFEST-REC-EXIT.
           EXIT.

       MANIFEST-WRITE-RTN.
           EVALUATE MAN-TARGET
               WHEN 1  WRITE MAN-GEN-RECORD1 FROM MANIFEST-RECORD
               WHEN 2  WRITE MAN-GEN-RECORD2 FROM MANIFEST-RECORD
               WHEN 3  WRITE MAN-GEN-RECORD3 FROM MANIFEST-RECORD
               WHEN 4  WRITE MAN-GEN-RECORD4 FROM MANIFEST-RECORD
               WHEN 5  WRITE MAN-DISK-RECORD FROM MANIFEST-RECORD
               WHEN 6  WRITE MAN-VSAM-RECORD FROM MANIFEST-RECORD
           END-EVALUATE.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       MANIFEST-WRITE-EXIT.
           EXIT.

      *================================================================
      *    REPORT-RTN -- WRITE THE JOB CONTROL-TOTALS REPORT TO SYSOUT
      *================================================================
       REPORT-RTN.
           OPEN OUTPUT PRINT-FILE.

           ADD +1 TO PAGE-CNT.

           MOVE 'UT-S-INTAPE'               TO RPT-DTL-IN-DD.
           MOVE OUT-DDNAME               TO RPT-DTL-OUT-DD.
               ADD +1 TO LINE-CNT
           END-IF.

           IF RCT-SOURCE-ID NOT = SPACES
               MOVE RCT-SOURCE-ID TO RPT-DTL-RCV-SOURCE
               WRITE PRINT-LINE FROM RPT-DTL-26
                   AFTER ADVANCING 1 LINE
               ADD +1 TO LINE-CNT
           END-IF.
           MOVE RCT-FP-SEQ TO RPT-DTL-FP-SEQ.
           MOVE RCT-FP-SUM TO RPT-DTL-FP-SUM.
           WRITE PRINT-LINE FROM RPT-DTL-27 AFTER ADVANCING 1 LINE.
           ADD +1 TO LINE-CNT.
           IF RCT-DISPOSITION = 'O'
               MOVE RCT-DUP-RUN-DATE TO RPT-DTL-DUP-DATE
               MOVE RCT-DUP-RUN-TIME TO RPT-DTL-DUP-TIME
               WRITE PRINT-LINE FROM RPT-DTL-28
                   AFTER ADVANCING 1 LINE
               ADD +1 TO LINE-CNT
           END-IF.

           IF TOL-GATED
               PERFORM TOLERANCE-REPORT-RTN THRU TOLERANCE-REPORT-EXIT
           END-IF.

           IF GEN-ACTIVE AND NOT TOL-BROKEN
               MOVE GEN-NBR     TO RPT-DTL-GEN-NBR
               MOVE OUT-DDNAME TO RPT-DTL-GEN-DD
               WRITE PRINT-LINE FROM RPT-DTL-13
               ADD +1 TO LINE-CNT
           END-IF.

           IF MAN-WRITTEN
               MOVE MAN-DDNAME   TO RPT-DTL-MAN-DD
               MOVE MAN-FILE-SEQ TO RPT-DTL-MAN-SEQ
               MOVE MAN-FILE-SUM TO RPT-DTL-MAN-SUM
               WRITE PRINT-LINE FROM RPT-DTL-29
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRINT-LINE FROM RPT-DTL-30
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD +1 TO LINE-CNT.

           IF SEL-CARD-CNT > 0 OR RFM-CARD-CNT > 0
               PERFORM FIELD-REPORT-RTN THRU FIELD-REPORT-EXIT
           END-IF.

           IF PRF-LEN > 0
               PERFORM PROFILE-REPORT-RTN THRU PROFILE-REPORT-EXIT
           END-IF.
       REPORT-EXIT.
           EXIT.

      *================================================================
      *    FIELD-REPORT-RTN -- WHERE EVERY INC/OMT CARD AND EVERY 'I'
      *    RFM SEGMENT ACTUALLY LANDED IN THE RECORD, AFTER THE
      *    DICTIONARY LOOKUP AND THE CLAMPS.  A CARD CUTTING THE
      *    WRONG BYTES SHOWS UP HERE BEFORE ANYONE TRUSTS THE COPY.
      *================================================================
       FIELD-REPORT-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-FLD-HDG AFTER ADVANCING 1 LINE.
           ADD +2 TO LINE-CNT.
           PERFORM FIELD-SEL-LINE-RTN THRU FIELD-SEL-LINE-EXIT
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > SEL-CARD-CNT.
           PERFORM FIELD-RFM-LINE-RTN THRU FIELD-RFM-LINE-EXIT
               VARYING RFM-IDX FROM 1 BY 1
               UNTIL RFM-IDX > RFM-CARD-CNT.
       FIELD-REPORT-EXIT.
           EXIT.

       FIELD-SEL-LINE-RTN.
           IF SEL-TYPE (SEL-IDX) = 'O'
               MOVE 'OMT' TO RPT-FLD-CARD
           ELSE
               MOVE 'INC' TO RPT-FLD-CARD
           END-IF.
           IF SEL-DICT-NAME (SEL-IDX) = SPACES
               MOVE 'BY CARD POSITION' TO RPT-FLD-NAME
           ELSE
               MOVE SEL-DICT-NAME (SEL-IDX) TO RPT-FLD-NAME
           END-IF.
           MOVE SEL-ABS-POS (SEL-IDX) TO RPT-FLD-POS.
           MOVE SEL-CMP-LEN (SEL-IDX) TO RPT-FLD-LEN.
           WRITE PRINT-LINE FROM RPT-FLD-LINE AFTER ADVANCING 1 LINE.
           ADD +1 TO LINE-CNT.
       FIELD-SEL-LINE-EXIT.
           EXIT.

       FIELD-RFM-LINE-RTN.
           IF RFM-TYPE (RFM-IDX) NOT = 'I'
               GO TO FIELD-RFM-LINE-EXIT.
           MOVE 'RFM' TO RPT-FLD-CARD.
           IF RFM-DICT-NAME (RFM-IDX) = SPACES
               MOVE 'BY CARD POSITION' TO RPT-FLD-NAME
           ELSE
               MOVE RFM-DICT-NAME (RFM-IDX) TO RPT-FLD-NAME
           END-IF.
           MOVE RFM-SRC-POS (RFM-IDX) TO RPT-FLD-POS.
           MOVE RFM-SEG-LEN (RFM-IDX) TO RPT-FLD-LEN.
           WRITE PRINT-LINE FROM RPT-FLD-LINE AFTER ADVANCING 1 LINE.
           ADD +1 TO LINE-CNT.
       FIELD-RFM-LINE-EXIT.
           EXIT.

      *================================================================
      *    PROFILE-REPORT-RTN -- THE DATA-PROFILE SECTION, PRINTED
      *    AFTER THE CONTROL TOTALS.  A PREFIX GROUP THAT IS MISSING,
       TYPE-REPORT-EXIT.
           EXIT.

      *================================================================
      *    TOLERANCE-REPORT-RTN -- EACH LIMIT THE TOL CARD SET, WHAT
      *    THE RUN CAME TO AND WHETHER IT HELD, THEN WHAT BECAME OF
      *    THE COPY.
      *================================================================
       TOLERANCE-REPORT-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-TOL-HDG AFTER ADVANCING 1 LINE.
           ADD +2 TO LINE-CNT.
           IF TOL-REJ-LIMIT NOT < 0
               MOVE 'REJECT PERCENT .... ' TO RPT-TOL-LABEL
               MOVE TOL-REJ-PCT   TO RPT-TOL-PCT
               MOVE TOL-REJ-LIMIT TO RPT-TOL-LIMIT
               IF TOL-REJ-PCT > TOL-REJ-LIMIT
                   MOVE ' -- BROKEN' TO RPT-TOL-RESULT
               ELSE
                   MOVE ' -- MET'    TO RPT-TOL-RESULT
               END-IF
               WRITE PRINT-LINE FROM RPT-TOL-LINE
                   AFTER ADVANCING 1 LINE
               ADD +1 TO LINE-CNT
           END-IF.
           IF TOL-DUP-LIMIT NOT < 0
               MOVE 'DUPLICATE PERCENT . ' TO RPT-TOL-LABEL
               MOVE TOL-DUP-PCT   TO RPT-TOL-PCT
               MOVE TOL-DUP-LIMIT TO RPT-TOL-LIMIT
               IF TOL-DUP-PCT > TOL-DUP-LIMIT
                   MOVE ' -- BROKEN' TO RPT-TOL-RESULT
               ELSE
                   MOVE ' -- MET'    TO RPT-TOL-RESULT
               END-IF
               WRITE PRINT-LINE FROM RPT-TOL-LINE
                   AFTER ADVANCING 1 LINE
               ADD +1 TO LINE-CNT
           END-IF.
           IF TOL-SWING-LIMIT NOT < 0
               IF TOL-PRIOR-FOUND
                   MOVE TOL-PRIOR-NBR TO RPT-TOL-PRIOR-NBR
                   MOVE TOL-PRIOR-CNT TO RPT-TOL-PRIOR-CNT
                   WRITE PRINT-LINE FROM RPT-TOL-PRIOR
                       AFTER ADVANCING 1 LINE
                   MOVE 'COUNT SWING PERCENT ' TO RPT-TOL-LABEL
                   MOVE TOL-SWING-PCT   TO RPT-TOL-PCT
                   MOVE TOL-SWING-LIMIT TO RPT-TOL-LIMIT
                   IF TOL-SWING-PCT > TOL-SWING-LIMIT
                       MOVE ' -- BROKEN' TO RPT-TOL-RESULT
                   ELSE
                       MOVE ' -- MET'    TO RPT-TOL-RESULT
                   END-IF
                   WRITE PRINT-LINE FROM RPT-TOL-LINE
                       AFTER ADVANCING 1 LINE
                   ADD +2 TO LINE-CNT
               ELSE
                   WRITE PRINT-LINE FROM RPT-TOL-NO-PRIOR
                       AFTER ADVANCING 1 LINE
                   ADD +1 TO LINE-CNT
               END-IF
           END-IF.
           IF TOL-BROKEN
               WRITE PRINT-LINE FROM RPT-TOL-HELD
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRINT-LINE FROM RPT-TOL-MET
                   AFTER ADVANCING 1 LINE
           END-IF.
           ADD +1 TO LINE-CNT.
       TOLERANCE-REPORT-EXIT.
           EXIT.

       SPLIT-REPORT-RTN.
           IF SPL-F-USED-SW (SPL-FILE-IDX) = 'Y'
               MOVE SPL-FILE-IDX TO RPT-DTL-SPL-NBR
           MOVE REJ-CNT            TO TKT-REJ-CNT.
           MOVE DUP-CNT            TO TKT-DUP-CNT.
           MOVE CC-DUP-DISP        TO TKT-DUP-DISP.
           MOVE MAN-WRITTEN-SW     TO TKT-MAN-SW.
           MOVE MAN-FILE-SEQ       TO TKT-MAN-FILE-SEQ.
           MOVE MAN-FILE-SUM       TO TKT-MAN-FILE-SUM.
           IF SPL-CARD-CNT > 0 OR TYP-CARD-CNT > 0
               MOVE 'Y' TO TKT-SPL-SW
           ELSE
