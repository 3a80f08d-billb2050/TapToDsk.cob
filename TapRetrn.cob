       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPRETRN.
       AUTHOR. BILL BLASINGIM.
       REMARKS.
           Companion program to TAPTODSK.
           Builds the outbound return tape to the Linux source.

           Data only ever flowed one way.  A record TAPREPAR fixed,
           or one written off on the reject master, never got back
           to the source system, so the same bad record came in on
           the next night's tape and was rejected all over again.
           This program writes UT-S-RETTAPE in the same 163-byte
           TTDREC line-feed format the source sends us, inside the
           same HDR/TLR control records TAPTODSK reconciles on the
           way in (IN-HDR-TLR-RECORD), in three sections:

             - repaired:    every reject-master entry (see TTDRJM)
                            TAPREPAR marked repaired, as the
                            corrected record it logged on
                            DA-S-REPIMG (see TTDRPI)
             - written off: every entry TAPREJAG wrote off, as the
                            record was rejected
             - copy:        optionally, the full current copy --
                            DA-S-OUTDISK, or DA-S-OUTVSAM front to
                            back when the copy run wrote the KSDS

           The HDR carries the total and the count in each section,
           in that order, so the other side can split them; the
           TLR carries the count actually written.  Entries go out
           once: each tape takes the repairs and write-offs dated
           from the day of the last return tape up to but not
           including today, so a day is only sent once it is over
           and a second tape the same day sends nothing twice.  An
           RET card (see TTDRET) on UR-S-RETCARD asks for the copy
           section and can resend from an earlier date.

           The copy run's options come from the control-card image
           on its run ticket (DA-S-RUNTKT), as TAPBALAN takes them.
           Repaired and written-off records are held in the source's
           own character set already; the copy is translated back
           from EBCDIC to ASCII when the copy run translated it.
           The copy is proved against its manifest (see TTDMAN)
           before the tape is opened.  A copy run that routed its
           records over the DA-S-SPLIT files is refused, since its
           flat copy is only the catch-all, and so is one whose
           ticket names another output -- a generation slot or the
           quarantine -- since the copy DD then still holds an older
           copy than the run the report would name.

           A repaired entry with no corrected image on DA-S-REPIMG
           (one repaired before the image log was kept) is listed
           and bypassed, never sent as the record that was
           rejected.

           The run writes its own ticket to DA-S-RETTKT in the
           TTDTKT layout -- records read, written and bypassed, the
           section counts in TKT-SPL-CNT (1) to (3) -- both to date
           the next tape and so TAPBALAN, pointed at it, can prove
           what went out.  The ticket is written only for a tape
           that agrees with its HDR; a tape that has to be held
           leaves the old ticket, so the next tape sends the same
           window again.

           The run takes the shared run lock on DA-S-RUNLOCK (see
           TTDLCK) for DA-S-REJMST and DA-S-REPIMG, and for
           DA-S-OUTDISK and DA-S-OUTVSAM when the copy is to be
           sent, before any of them is read, so the counts on the
           HDR and the records behind them come from the same files.
           A conflict ends the run with return code 28 naming the
           holder; an LCK card on UR-S-LCKCARD (see TTDLKO) clears a
           lock left by a run that never finished.  Lock events go
           to DA-S-AUDIT.

           Return code 0 means the tape was written, 4 that an entry
           was bypassed or a card ignored, 8 that the run was
           refused before the tape was opened or the tape does not
           agree with its own header, 16 an I/O error, 28 the run
           lock.

       DATE-WRITTEN. Oct. 15, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO UR-S-RETCARD.
           SELECT TICKET-FILE ASSIGN TO DA-S-RUNTKT
               FILE STATUS IS TKT-STATUS.
           SELECT RETURN-TICKET-FILE ASSIGN TO DA-S-RETTKT
               FILE STATUS IS RTK-STATUS.
           SELECT REJECT-MASTER-FILE ASSIGN TO DA-S-REJMST
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RJM-KEY OF REJECT-MASTER-RECORD
               FILE STATUS IS MST-STATUS.
           SELECT REPAIR-IMAGE-FILE ASSIGN TO DA-S-REPIMG
               FILE STATUS IS RPI-STATUS.
           SELECT OUT-FILE ASSIGN TO DA-S-OUTDISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT OUT-FILE-VSAM ASSIGN TO DA-S-OUTVSAM
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TTD-KEY OF OUT-VSAM-RECORD
               FILE STATUS IS IN-STATUS.
           SELECT MAN-FILE-DISK ASSIGN TO DA-S-MANDISK
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-VSAM ASSIGN TO DA-S-MANVSAM
               FILE STATUS IS MAN-STATUS.
           SELECT RETURN-FILE ASSIGN TO UT-S-RETTAPE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS TAPE-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.
           SELECT AUDIT-FILE ASSIGN TO DA-S-AUDIT.
           SELECT LOCK-FILE ASSIGN TO DA-S-RUNLOCK
               FILE STATUS IS LOCK-STATUS.
           SELECT LOCK-CARD-FILE ASSIGN TO UR-S-LCKCARD.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CARD-IMAGE                       PIC X(80).
       01  EXTRA-CARD.
           05  XC-CARD-ID                   PIC X(03).
           05  FILLER                       PIC X(77).
       01  RETURN-CARD.
           COPY TTDRET.
      *================================================================
      *    TICKET-FILE -- THE COPY RUN'S TICKET.  RETURN-TICKET-FILE
      *    -- THIS PROGRAM'S OWN, READ FOR THE DATE OF THE LAST
      *    RETURN TAPE AND REWRITTEN AT THE END.  BOTH ARE TTDTKT
      *    RECORDS, READ INTO AND WRITTEN FROM TICKET-WORK.
      *================================================================
       FD  TICKET-FILE
           LABEL RECORDS STANDARD.
       01  TICKET-RECORD                    PIC X(220).
       FD  RETURN-TICKET-FILE
           LABEL RECORDS STANDARD.
       01  RETURN-TICKET-RECORD             PIC X(220).
       FD  REJECT-MASTER-FILE
           LABEL RECORDS STANDARD.
       01  REJECT-MASTER-RECORD.
           COPY TTDRJM.
       FD  REPAIR-IMAGE-FILE
           LABEL RECORDS STANDARD.
       01  REPAIR-IMAGE-RECORD.
           COPY TTDRPI.
       FD  OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON DISK-LENGTH
           LABEL RECORDS STANDARD.
       01  OUT-RECORD.
           COPY TTDREC.
       01  OUT-RECORD-FLAT REDEFINES OUT-RECORD
                                         PIC X(163).
       FD  OUT-FILE-VSAM
           LABEL RECORDS STANDARD.
       01  OUT-VSAM-RECORD.
           COPY TTDREC.
       01  OUT-VSAM-RECORD-FLAT REDEFINES OUT-VSAM-RECORD
                                         PIC X(163).
       FD  MAN-FILE-DISK
           LABEL RECORDS STANDARD.
       01  MAN-DISK-RECORD                  PIC X(80).
       FD  MAN-FILE-VSAM
           LABEL RECORDS STANDARD.
       01  MAN-VSAM-RECORD                  PIC X(80).
      *================================================================
      *    RETURN-FILE -- THE OUTBOUND TAPE.  LINE SEQUENTIAL LIKE
      *    UT-S-INTAPE, SO EACH RECORD GOES OUT WITH THE TRAILING LINE
      *    FEED THE LINUX SIDE EXPECTS.  DATA RECORDS ARE WRITTEN AT
      *    THE COPY RUN'S RECORD LENGTH, HDR AND TLR AT THE FULL 163.
      *================================================================
       FD  RETURN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON TAPE-LENGTH
           LABEL RECORDS STANDARD.
       01  RETURN-RECORD.
           COPY TTDREC.
       01  RETURN-RECORD-FLAT REDEFINES RETURN-RECORD
                                         PIC X(163).
      *    THE HDR AND TLR RECORDS -- ID AND COUNT WHERE
      *    IN-HDR-TLR-RECORD HAS THEM, THEN WHERE THE TAPE CAME FROM,
      *    THE DATE ITS REPAIRS AND WRITE-OFFS START FROM, AND THE
      *    COUNT IN EACH SECTION.  THE HDR COUNTS ARE WHAT THE TAPE
      *    IS TO HOLD, THE TLR COUNTS WHAT WAS WRITTEN.
       01  RETURN-HDR-TLR-RECORD REDEFINES RETURN-RECORD.
           05  RTH-ID                       PIC X(03).
           05  RTH-COUNT                    PIC 9(07).
           05  RTH-ORIGIN                   PIC X(08).
           05  RTH-RUN-DATE                 PIC X(08).
           05  RTH-FROM-DATE                PIC X(08).
           05  RTH-REP-CNT                  PIC 9(07).
           05  RTH-WOF-CNT                  PIC 9(07).
           05  RTH-COPY-CNT                 PIC 9(07).
           05  FILLER                       PIC X(108).
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).
      *================================================================
      *    AUDIT-FILE -- THE RUN HISTORY TAPTODSK AND TAPRESTR APPEND
      *    TO.  THIS PROGRAM WRITES ONLY ITS RUN-LOCK EVENTS THERE.
      *================================================================
       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE                 PIC X(10).
           05  AUD-RUN-TIME                 PIC X(08).
           05  AUD-REC-CNT                  PIC 9(07).
           05  AUD-RETURN-CODE              PIC 9(03).
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

       WORKING-STORAGE SECTION.
      *    THE COPY RUN'S OPTIONS, RECOVERED FROM THE CONTROL-CARD
      *    IMAGE ITS TICKET CARRIES.
           COPY TTDCTL.

       01  TICKET-WORK.
           COPY TTDTKT.

       01  WORK-AREA.
           05  DATA-LENGTH                  PIC S9(4) VALUE +163
                                             COMP-3.
           05  DISK-LENGTH                  PIC S9(4) VALUE +163
                                             COMP-3.
           05  TAPE-LENGTH                  PIC S9(4) VALUE +163
                                             COMP-3.
           05  EOF-FLAG                     PIC X(01) VALUE 'N'.
               88  EOF                                VALUE 'Y'.
           05  DISK-REC                     PIC X(163).
           05  TODAY-CCYYMMDD               PIC X(08).
      *        THE WINDOW: REPAIRS AND WRITE-OFFS DATED FROM
      *        WINDOW-FROM UP TO BUT NOT INCLUDING TODAY.
           05  WINDOW-FROM                  PIC X(08) VALUE '00000000'.
           05  WINDOW-SOURCE                PIC X(30) VALUE
                                             'FIRST RETURN TAPE'.
           05  COPY-WANTED-SW               PIC X(01) VALUE 'N'.
               88  COPY-WANTED                        VALUE 'Y'.
           05  TICKET-FOUND-SW              PIC X(01) VALUE 'N'.
               88  TICKET-FOUND                       VALUE 'Y'.
           05  RET-CARD-SEEN-SW             PIC X(01) VALUE 'N'.
               88  RET-CARD-SEEN                      VALUE 'Y'.
           05  RET-CARD-SAVE                PIC X(80) VALUE SPACES.
           05  COPY-RUN-DATE                PIC X(10) VALUE SPACES.
           05  COPY-RUN-TIME                PIC X(08) VALUE SPACES.
      *        'C' = COUNTING PASS OVER THE MASTER, 'S' = SENDING
      *        PASS FOR THE ENTRIES WHOSE STATUS IS PASS-STATUS.
           05  PASS-MODE                    PIC X(01).
           05  PASS-STATUS                  PIC X(01).

      *================================================================
      *    COUNT-AREA -- RECORDS READ IS EVERY REPAIRED OR WRITTEN-
      *    OFF ENTRY IN THE WINDOW PLUS EVERY COPY RECORD SENT, SO
      *    READ = WRITTEN + BYPASSED.  THE -CNT COUNTS ARE WHAT THE
      *    COUNTING PASS FOUND AND GO ON THE HDR; THE -SENT COUNTS ARE
      *    WHAT WAS WRITTEN AND GO ON THE TLR AND THE TICKET.
      *================================================================
       01  COUNT-AREA.
           05  READ-CNT                     PIC S9(7) VALUE +0 COMP-3.
           05  REP-CNT                      PIC S9(7) VALUE +0 COMP-3.
           05  WOF-CNT                      PIC S9(7) VALUE +0 COMP-3.
           05  COPY-CNT                     PIC S9(7) VALUE +0 COMP-3.
           05  BYP-CNT                      PIC S9(7) VALUE +0 COMP-3.
           05  HDR-CNT                      PIC S9(7) VALUE +0 COMP-3.
           05  REP-SENT-CNT                 PIC S9(7) VALUE +0 COMP-3.
           05  WOF-SENT-CNT                 PIC S9(7) VALUE +0 COMP-3.
           05  COPY-SENT-CNT                PIC S9(7) VALUE +0 COMP-3.
           05  TAPE-CNT                     PIC S9(7) VALUE +0 COMP-3.
           05  WARN-CNT                     PIC S9(3) VALUE +0 COMP-3.
           05  DECK-CARD-CNT                PIC S9(3) VALUE +0 COMP-3.

       01  MASTER-AREA.
           05  MST-STATUS                   PIC X(02) VALUE '00'.
           05  MASTER-PRESENT-SW            PIC X(01) VALUE 'N'.
               88  MASTER-PRESENT                     VALUE 'Y'.

      *================================================================
      *    IMAGE-AREA -- THE CORRECTED IMAGES ON DA-S-REPIMG DATED IN
      *    THE WINDOW, BY MASTER KEY.  A KEY LOGGED TWICE KEEPS THE
      *    LATER IMAGE.  IMAGES PAST THE TABLE ARE COUNTED, AND THEIR
      *    ENTRIES ARE BYPASSED LIKE ANY OTHER WITHOUT AN IMAGE.
      *================================================================
       01  IMAGE-AREA.
           05  RPI-STATUS                   PIC X(02) VALUE '00'.
           05  IMG-CNT                      PIC S9(5) VALUE +0 COMP-3.
           05  IMG-IDX                      PIC S9(5) COMP-3.
           05  IMG-HIT-IDX                  PIC S9(5) COMP-3.
           05  IMG-OVER-CNT                 PIC S9(7) VALUE +0 COMP-3.
           05  IMG-EOF-SW                   PIC X(01) VALUE 'N'.
               88  IMG-EOF                            VALUE 'Y'.
           05  IMG-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  IMG-FOUND                          VALUE 'Y'.
           05  IMG-WK-KEY                   PIC X(15).
           05  IMG-TABLE OCCURS 2000 TIMES.
               10  IMG-T-KEY                PIC X(15).
               10  IMG-T-LENGTH             PIC S9(4) COMP-3.
               10  IMG-T-REC                PIC X(163).

      *================================================================
      *    MANIFEST-AREA -- THE PRE-PASS THAT PROVES THE COPY AGAINST
      *    ITS MANIFEST (SEE TTDMAN) BEFORE THE TAPE IS OPENED.
      *    MAN-REASON CARRIES THE FIRST DIFFERENCE FOUND.
      *================================================================
       01  MANIFEST-AREA.
           05  MAN-STATUS                   PIC X(02) VALUE '00'.
           05  MAN-DDNAME                   PIC X(20).
           05  MAN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  MAN-EOF                            VALUE 'Y'.
           05  MAN-BAD-SW                   PIC X(01) VALUE 'N'.
               88  MAN-BAD                            VALUE 'Y'.
           05  MAN-REASON                   PIC X(60) VALUE SPACES.
           05  MAN-REC-CNT                  PIC S9(7) VALUE +0 COMP-3.
           05  MAN-REC-DISP                 PIC 9(07).
           05  MAN-FILE-SEQ                 PIC S9(9) VALUE +0 COMP-3.
           05  MAN-FILE-SUM                 PIC S9(9) VALUE +0 COMP-3.
           05  MAN-WORK-LEN                 PIC S9(4) VALUE +0 COMP-3.
           05  MAN-WORK-REC                 PIC X(163).
      *        THE MANIFEST'S HEADER, KEPT FOR THE REPORT.
           05  MAN-SAVE-HEADER              PIC X(80).

       01  MANIFEST-RECORD.
           COPY TTDMAN.

      *================================================================
      *    HASH-AREA -- TAPTODSK'S RECORD HASH (SEE HASH-REC-RTN
      *    THERE), DUPLICATED HERE SO THE MANIFEST CAN BE PROVED.  THE
      *    RECORD IS TAKEN THREE BYTES AT A TIME UNDER A LOW-VALUE PAD
      *    BYTE AND FOLDED INTO A POLYNOMIAL HASH MODULO A PRIME.
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

       01  CARD-AREA.
           05  CARD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CARD-EOF                           VALUE 'Y'.

       01  IO-ERROR-AREA.
           05  TKT-STATUS                   PIC X(02) VALUE '00'.
           05  RTK-STATUS                   PIC X(02) VALUE '00'.
           05  IN-STATUS                    PIC X(02) VALUE '00'.
           05  TAPE-STATUS                  PIC X(02) VALUE '00'.
           05  IN-DDNAME                    PIC X(20) VALUE
                                             'DA-S-OUTDISK'.
           05  IO-DDNAME                    PIC X(20).
           05  IO-OPERATION                 PIC X(20).
           05  IO-STATUS-DISP               PIC X(02).

      *================================================================
      *    TRANSLATE TABLES -- THE SAME ASCII / EBCDIC (CODE PAGE 037)
      *    PAIR TAPTODSK TRANSLATES WITH, USED HERE THE OTHER WAY
      *    ROUND TO PUT A TRANSLATED COPY BACK INTO ASCII.
      *================================================================
       01  ASCII-TABLE-GRP.
           05  FILLER      PIC X(08) VALUE X'0001020304050607'.
           05  FILLER      PIC X(08) VALUE X'08090A0B0C0D0E0F'.
           05  FILLER      PIC X(08) VALUE X'1011121314151617'.
           05  FILLER      PIC X(08) VALUE X'18191A1B1C1D1E1F'.
           05  FILLER      PIC X(08) VALUE X'2021222324252627'.
           05  FILLER      PIC X(08) VALUE X'28292A2B2C2D2E2F'.
           05  FILLER      PIC X(08) VALUE X'3031323334353637'.
           05  FILLER      PIC X(08) VALUE X'38393A3B3C3D3E3F'.
           05  FILLER      PIC X(08) VALUE X'4041424344454647'.
           05  FILLER      PIC X(08) VALUE X'48494A4B4C4D4E4F'.
           05  FILLER      PIC X(08) VALUE X'5051525354555657'.
           05  FILLER      PIC X(08) VALUE X'58595A5B5C5D5E5F'.
           05  FILLER      PIC X(08) VALUE X'6061626364656667'.
           05  FILLER      PIC X(08) VALUE X'68696A6B6C6D6E6F'.
           05  FILLER      PIC X(08) VALUE X'7071727374757677'.
           05  FILLER      PIC X(08) VALUE X'78797A7B7C7D7E7F'.
           05  FILLER      PIC X(08) VALUE X'8081828384858687'.
           05  FILLER      PIC X(08) VALUE X'88898A8B8C8D8E8F'.
           05  FILLER      PIC X(08) VALUE X'9091929394959697'.
           05  FILLER      PIC X(08) VALUE X'98999A9B9C9D9E9F'.
           05  FILLER      PIC X(08) VALUE X'A0A1A2A3A4A5A6A7'.
           05  FILLER      PIC X(08) VALUE X'A8A9AAABACADAEAF'.
           05  FILLER      PIC X(08) VALUE X'B0B1B2B3B4B5B6B7'.
           05  FILLER      PIC X(08) VALUE X'B8B9BABBBCBDBEBF'.
           05  FILLER      PIC X(08) VALUE X'C0C1C2C3C4C5C6C7'.
           05  FILLER      PIC X(08) VALUE X'C8C9CACBCCCDCECF'.
           05  FILLER      PIC X(08) VALUE X'D0D1D2D3D4D5D6D7'.
           05  FILLER      PIC X(08) VALUE X'D8D9DADBDCDDDEDF'.
           05  FILLER      PIC X(08) VALUE X'E0E1E2E3E4E5E6E7'.
           05  FILLER      PIC X(08) VALUE X'E8E9EAEBECEDEEEF'.
           05  FILLER      PIC X(08) VALUE X'F0F1F2F3F4F5F6F7'.
           05  FILLER      PIC X(08) VALUE X'F8F9FAFBFCFDFEFF'.
       01  ASCII-TABLE REDEFINES ASCII-TABLE-GRP
                                             PIC X(256).

       01  EBCDIC-TABLE-GRP.
           05  FILLER      PIC X(08) VALUE X'00010203372D2E2F'.
           05  FILLER      PIC X(08) VALUE X'1605250B0C0D0E0F'.
           05  FILLER      PIC X(08) VALUE X'101112133C3D3226'.
           05  FILLER      PIC X(08) VALUE X'18193F271C1D1E1F'.
           05  FILLER      PIC X(08) VALUE X'405A7F7B5B6C507D'.
           05  FILLER      PIC X(08) VALUE X'4D5D5C4E6B604B61'.
           05  FILLER      PIC X(08) VALUE X'F0F1F2F3F4F5F6F7'.
           05  FILLER      PIC X(08) VALUE X'F8F97A5E4C7E6E6F'.
           05  FILLER      PIC X(08) VALUE X'7CC1C2C3C4C5C6C7'.
           05  FILLER      PIC X(08) VALUE X'C8C9D1D2D3D4D5D6'.
           05  FILLER      PIC X(08) VALUE X'D7D8D9E2E3E4E5E6'.
           05  FILLER      PIC X(08) VALUE X'E7E8E9BAE0BBB06D'.
           05  FILLER      PIC X(08) VALUE X'7981828384858687'.
           05  FILLER      PIC X(08) VALUE X'8889919293949596'.
           05  FILLER      PIC X(08) VALUE X'979899A2A3A4A5A6'.
           05  FILLER      PIC X(08) VALUE X'A7A8A9C04FD0A107'.
           05  FILLER      PIC X(08) VALUE X'2021222324150617'.
           05  FILLER      PIC X(08) VALUE X'28292A2B2C090A1B'.
           05  FILLER      PIC X(08) VALUE X'30311A3334353608'.
           05  FILLER      PIC X(08) VALUE X'38393A3B04143EFF'.
           05  FILLER      PIC X(08) VALUE X'41AA4AB19FB26AB5'.
           05  FILLER      PIC X(08) VALUE X'BDB49A8A5FCAAFBC'.
           05  FILLER      PIC X(08) VALUE X'908FEAFABEA0B6B3'.
           05  FILLER      PIC X(08) VALUE X'9DDA9B8BB7B8B9AB'.
           05  FILLER      PIC X(08) VALUE X'6465626663679E68'.
           05  FILLER      PIC X(08) VALUE X'7471727378757677'.
           05  FILLER      PIC X(08) VALUE X'AC69EDEEEBEFECBF'.
           05  FILLER      PIC X(08) VALUE X'80FDFEFBFCADAE59'.
           05  FILLER      PIC X(08) VALUE X'4445424643479C48'.
           05  FILLER      PIC X(08) VALUE X'5451525358555657'.
           05  FILLER      PIC X(08) VALUE X'8C49CDCECBCFCCE1'.
           05  FILLER      PIC X(08) VALUE X'70DDDEDBDC8D8EDF'.
       01  EBCDIC-TABLE REDEFINES EBCDIC-TABLE-GRP
                                             PIC X(256).

      *================================================================
      *    DAY-NUMBER CALENDAR -- A DATE BECOMES YEARS TIMES 365,
      *    PLUS THE LEAP DAYS UP TO THAT YEAR, PLUS THE MONTH OFFSET,
      *    PLUS THE DAY, SO TWO DATES SUBTRACT TO AN AGE IN DAYS.
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

      *================================================================
      *    LOCK-AREA -- THE SHARED RUN LOCK (SEE TTDLCK).  LOCK-OWN-DD
      *    LISTS THE FILES THIS PROGRAM OWNS WHILE IT RUNS -- THE
      *    COPY'S TWO DDS ARE ADDED WHEN THE COPY IS TO BE SENT.  THE
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
           05  LOCK-PROGRAM                 PIC X(08) VALUE 'TAPRETRN'.
           05  LOCK-RUN-DATE                PIC X(10).
           05  LOCK-RUN-TIME                PIC X(08).
           05  LOCK-OWN-CNT                 PIC 9(01) VALUE 2.
           05  LOCK-OWN-GRP.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-REJMST'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-REPIMG'.
               10  FILLER                   PIC X(20) VALUE SPACES.
               10  FILLER                   PIC X(20) VALUE SPACES.
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
       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
               10  RPT-DATE-YY               PIC X(02).
               10  RPT-DATE-MM               PIC X(02).
               10  RPT-DATE-DD               PIC X(02).
           05  RPT-TIME-HHMMSSHH            PIC X(08).

       01  RPT-HDG-1.
           05  FILLER                       PIC X(26)
               VALUE 'TAPRETRN RETURN TAPE REPT '.
           05  FILLER                       PIC X(107) VALUE SPACES.

       01  RPT-HDG-2.
           05  FILLER                       PIC X(11)
               VALUE 'RUN DATE: '.
           05  RPT-H2-DATE                  PIC X(10).
           05  FILLER                       PIC X(06) VALUE SPACES.
           05  FILLER                       PIC X(11)
               VALUE 'RUN TIME: '.
           05  RPT-H2-TIME                  PIC X(08).
           05  FILLER                       PIC X(87) VALUE SPACES.

       01  RPT-RUN-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'COPY RUN .......... '.
           05  RPT-RUN-DATE                 PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-RUN-TIME                 PIC X(08).
           05  FILLER                       PIC X(13)
               VALUE '  TRANSLATE  '.
           05  RPT-RUN-XLATE                PIC X(03).
           05  FILLER                       PIC X(78) VALUE SPACES.

       01  RPT-WIN-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'DATED FROM ........ '.
           05  RPT-WIN-FROM                 PIC X(08).
           05  FILLER                       PIC X(11)
               VALUE ' TO BEFORE '.
           05  RPT-WIN-TO                   PIC X(08).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  RPT-WIN-SOURCE               PIC X(30).
           05  FILLER                       PIC X(53) VALUE SPACES.

       01  RPT-COPY-LINE.
           05  FILLER                       PIC X(20)
               VALUE 'COPY SECTION ...... '.
           05  RPT-COPY-DD                  PIC X(20).
           05  RPT-COPY-TEXT                PIC X(60).
           05  FILLER                       PIC X(33) VALUE SPACES.

       01  RPT-CNT-LINE.
           05  RPT-CNT-NAME                 PIC X(20).
           05  RPT-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(102) VALUE SPACES.

       01  RPT-BYP-HDG.
           05  FILLER                       PIC X(50)
               VALUE 'REPAIRED ENTRIES NOT SENT -- NO CORRECTED IMAGE'.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-BYP-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-BYP-DATE                 PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-BYP-NBR                  PIC 9(07).
           05  FILLER                       PIC X(06) VALUE '  KEY '.
           05  RPT-BYP-KEY                  PIC X(10).
           05  FILLER                       PIC X(11)
               VALUE '  REPAIRED '.
           05  RPT-BYP-REPAIR               PIC X(08).
           05  FILLER                       PIC X(80) VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-MSG-TEXT                 PIC X(70).
           05  FILLER                       PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM RUN-STAMP-RTN THRU RUN-STAMP-EXIT.
           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           IF COPY-WANTED
               MOVE 4              TO LOCK-OWN-CNT
               MOVE 'DA-S-OUTDISK' TO LOCK-OWN-DD (3)
               MOVE 'DA-S-OUTVSAM' TO LOCK-OWN-DD (4)
           END-IF.
           PERFORM LOCK-TAKE-RTN THRU LOCK-TAKE-EXIT.
           PERFORM READ-TICKET-RTN THRU READ-TICKET-EXIT.
           PERFORM WINDOW-RTN THRU WINDOW-EXIT.
           IF COPY-WANTED
               PERFORM MANIFEST-CHECK-RTN THRU MANIFEST-CHECK-EXIT
           END-IF.

           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM RPT-HDG-2 AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.

           PERFORM IMAGE-LOAD-RTN THRU IMAGE-LOAD-EXIT.
           PERFORM MASTER-OPEN-RTN THRU MASTER-OPEN-EXIT.
           MOVE 'C' TO PASS-MODE.
           PERFORM MASTER-PASS-RTN THRU MASTER-PASS-EXIT.
           COMPUTE HDR-CNT = REP-CNT + WOF-CNT + COPY-CNT.

           OPEN OUTPUT RETURN-FILE.
           IF TAPE-STATUS NOT = '00'
               MOVE 'UT-S-RETTAPE' TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE TAPE-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM HDR-WRITE-RTN THRU HDR-WRITE-EXIT.
           MOVE 'S' TO PASS-MODE.
           MOVE 'R' TO PASS-STATUS.
           PERFORM MASTER-PASS-RTN THRU MASTER-PASS-EXIT.
           MOVE 'W' TO PASS-STATUS.
           PERFORM MASTER-PASS-RTN THRU MASTER-PASS-EXIT.
           IF MASTER-PRESENT
               CLOSE REJECT-MASTER-FILE
           END-IF.
           IF COPY-WANTED
               PERFORM COPY-SEND-RTN THRU COPY-SEND-EXIT
           END-IF.
           PERFORM TLR-WRITE-RTN THRU TLR-WRITE-EXIT.
           CLOSE RETURN-FILE.

           PERFORM REPORT-RTN THRU REPORT-EXIT.

           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           IF TAPE-CNT NOT = HDR-CNT
               MOVE 'TAPE DOES NOT AGREE WITH ITS HDR - HOLD THE TAPE'
                   TO RPT-MSG-TEXT
               WRITE PRINT-LINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'TAPRETRN - ' TAPE-CNT ' RECORDS WRITTEN, HDR '
                   'SAYS ' HDR-CNT ', HOLD THE TAPE'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM RETURN-TICKET-RTN THRU RETURN-TICKET-EXIT
               MOVE 'RETURN TAPE WRITTEN' TO RPT-MSG-TEXT
               WRITE PRINT-LINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
               IF BYP-CNT > 0 OR WARN-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE PRINT-FILE.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.
           STOP RUN.

       RUN-STAMP-RTN.
           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.
           MOVE RPT-DATE-CCYYMMDD TO TODAY-CCYYMMDD.
       RUN-STAMP-EXIT.
           EXIT.

      *================================================================
      *    READ-CONTROL-CARD-RTN -- THE DECK IS OPTIONAL: AT MOST ONE
      *    RET CARD (SEE TTDRET).  THE COPY RUN'S OWN CARD COMES FROM
      *    ITS TICKET, NOT FROM HERE.
      *================================================================
       READ-CONTROL-CARD-RTN.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-CARD-RTN THRU READ-CARD-EXIT
               UNTIL CARD-EOF.
           CLOSE CONTROL-FILE.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       READ-CARD-RTN.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SW
                   GO TO READ-CARD-EXIT
           END-READ.
           ADD +1 TO DECK-CARD-CNT.
           IF XC-CARD-ID NOT = 'RET'
               IF CARD-IMAGE NOT = SPACES
                   DISPLAY 'TAPRETRN - UNRECOGNIZED CONTROL CARD '
                       'IGNORED: ' XC-CARD-ID
                   ADD +1 TO WARN-CNT
               END-IF
               GO TO READ-CARD-EXIT.
           IF RET-CARD-SEEN
               DISPLAY 'TAPRETRN - MORE THAN ONE RET CARD, LATER '
                   'CARD IGNORED'
               ADD +1 TO WARN-CNT
               GO TO READ-CARD-EXIT.
           MOVE 'Y' TO RET-CARD-SEEN-SW.
           MOVE CARD-IMAGE TO RET-CARD-SAVE.
           IF RET-COPY-SW = 'Y'
               MOVE 'Y' TO COPY-WANTED-SW
           END-IF.
           IF RET-FROM-DATE NOT = SPACES
               IF RET-FROM-DATE NUMERIC
                   MOVE RET-FROM-DATE TO WINDOW-FROM
                   MOVE 'RESENT FROM THE RET CARD DATE'
                       TO WINDOW-SOURCE
               ELSE
                   DISPLAY 'TAPRETRN - RET CARD FROM DATE NOT '
                       'CCYYMMDD, DATE IGNORED'
                   ADD +1 TO WARN-CNT
               END-IF
           END-IF.
       READ-CARD-EXIT.
           EXIT.

      *================================================================
      *    READ-TICKET-RTN -- THE COPY RUN'S TICKET SUPPLIES ITS
      *    CONTROL CARD: THE RECORD LENGTH, THE OUTPUT MODE AND
      *    WHETHER IT TRANSLATED TO EBCDIC.  THE REPAIRS AND WRITE-
      *    OFFS CAN GO WITHOUT IT (AT THE FULL 163 BYTES), BUT THE
      *    COPY CANNOT -- THERE WOULD BE NO KNOWING WHETHER TO
      *    TRANSLATE IT BACK.
      *================================================================
       READ-TICKET-RTN.
           MOVE 0   TO CC-RESTART-COUNT.
           MOVE 'N' TO CC-TRANSLATE-SW.
           MOVE 'S' TO CC-OUTPUT-MODE.
           MOVE 0   TO CC-RECORD-LENGTH.
           OPEN INPUT TICKET-FILE.
           IF TKT-STATUS NOT = '35'
               IF TKT-STATUS NOT = '00'
                   MOVE 'DA-S-RUNTKT'  TO IO-DDNAME
                   MOVE 'OPEN INPUT'   TO IO-OPERATION
                   MOVE TKT-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
               READ TICKET-FILE INTO TICKET-WORK
                   AT END
                       MOVE 'N' TO TICKET-FOUND-SW
                   NOT AT END
                       MOVE 'Y' TO TICKET-FOUND-SW
               END-READ
               CLOSE TICKET-FILE
           END-IF.
           IF NOT TICKET-FOUND
               IF COPY-WANTED
                   DISPLAY 'TAPRETRN - NO RUN TICKET ON DA-S-RUNTKT, '
                       'THE COPY CANNOT BE SENT, RUN ENDED'
                   MOVE 8 TO RETURN-CODE
                   PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
                   STOP RUN
               END-IF
               DISPLAY 'TAPRETRN - NO RUN TICKET ON DA-S-RUNTKT, '
                   'RECORDS SENT AT THE FULL 163 BYTES'
               ADD +1 TO WARN-CNT
               MOVE 'NO TICKET' TO COPY-RUN-DATE
               GO TO READ-TICKET-EXIT.
           MOVE TKT-CTL-CARD TO CONTROL-CARD.
           MOVE TKT-RUN-DATE TO COPY-RUN-DATE.
           MOVE TKT-RUN-TIME TO COPY-RUN-TIME.
           IF CC-RECORD-LENGTH NUMERIC AND CC-RECORD-LENGTH > 0
                   AND CC-RECORD-LENGTH NOT > 163
               MOVE CC-RECORD-LENGTH TO DATA-LENGTH
           END-IF.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 'DA-S-OUTVSAM' TO IN-DDNAME
           END-IF.
           IF COPY-WANTED AND TKT-SPL-SW = 'Y'
               DISPLAY 'TAPRETRN - THE COPY RUN ROUTED ITS RECORDS '
                   'OVER DA-S-SPLIT, ITS COPY IS ONLY THE CATCH-ALL '
                   'AND CANNOT BE SENT, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.
           IF COPY-WANTED AND TKT-OUT-DD NOT = IN-DDNAME
               DISPLAY 'TAPRETRN - THE LAST COPY RUN DID NOT WRITE THE '
                   'COPY TO BE SENT, RUN ENDED'
               DISPLAY '  COPY RUN WROTE .: ' TKT-OUT-DD
               DISPLAY '  COPY TO SEND ...: ' IN-DDNAME
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.
       READ-TICKET-EXIT.
           EXIT.

      *================================================================
      *    WINDOW-RTN -- THE LAST RETURN TAPE'S TICKET DATES THIS
      *    ONE: IT SENT EVERYTHING BEFORE ITS OWN RUN DATE, SO THIS
      *    TAPE STARTS ON THAT DATE.  AN RET CARD DATE OVERRIDES IT;
      *    NO TICKET AT ALL MEANS THE FIRST TAPE, WHICH TAKES THE
      *    WHOLE HISTORY.  A TICKET ON DA-S-RETTKT THAT IS NOT A
      *    RETURN TICKET MEANS THE DD POINTS AT THE WRONG DATASET.
      *================================================================
       WINDOW-RTN.
           IF WINDOW-SOURCE NOT = 'FIRST RETURN TAPE'
               GO TO WINDOW-CHECK.
           OPEN INPUT RETURN-TICKET-FILE.
           IF RTK-STATUS = '35'
               GO TO WINDOW-CHECK.
           IF RTK-STATUS NOT = '00'
               MOVE 'DA-S-RETTKT'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE RTK-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           READ RETURN-TICKET-FILE INTO TICKET-WORK
               AT END
                   CLOSE RETURN-TICKET-FILE
                   GO TO WINDOW-CHECK
           END-READ.
           CLOSE RETURN-TICKET-FILE.
           IF TKT-OUT-DD NOT = 'UT-S-RETTAPE'
               DISPLAY 'TAPRETRN - DA-S-RETTKT DOES NOT HOLD A '
                   'RETURN TAPE TICKET, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.
           MOVE TKT-RUN-DATE-KEY TO WINDOW-FROM.
           MOVE 'SINCE THE LAST RETURN TAPE' TO WINDOW-SOURCE.
       WINDOW-CHECK.
           IF WINDOW-FROM NOT < TODAY-CCYYMMDD
               DISPLAY 'TAPRETRN - NOTHING DATED BEFORE TODAY IS '
                   'LEFT TO SEND, NO REPAIRS OR WRITE-OFFS ON THIS '
                   'TAPE'
           END-IF.
       WINDOW-EXIT.
           EXIT.

      *================================================================
      *    IMAGE-LOAD-RTN -- LOAD THE CORRECTED IMAGES DATED IN THE
      *    WINDOW.  NO DA-S-REPIMG YET MEANS NO IMAGES.
      *================================================================
       IMAGE-LOAD-RTN.
           OPEN INPUT REPAIR-IMAGE-FILE.
           IF RPI-STATUS = '35'
               GO TO IMAGE-LOAD-EXIT.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM IMAGE-READ-RTN THRU IMAGE-READ-EXIT
               UNTIL IMG-EOF.
           CLOSE REPAIR-IMAGE-FILE.
           IF IMG-OVER-CNT > 0
               DISPLAY 'TAPRETRN - MORE THAN 2000 CORRECTED IMAGES IN '
                   'THE WINDOW, ' IMG-OVER-CNT ' NOT LOADED'
               ADD +1 TO WARN-CNT
           END-IF.
       IMAGE-LOAD-EXIT.
           EXIT.

       IMAGE-READ-RTN.
           READ REPAIR-IMAGE-FILE
               AT END
                   MOVE 'Y' TO IMG-EOF-SW
                   GO TO IMAGE-READ-EXIT
           END-READ.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF RPI-REPAIR-DATE < WINDOW-FROM
                   OR RPI-REPAIR-DATE NOT < TODAY-CCYYMMDD
               GO TO IMAGE-READ-EXIT.
           MOVE RPI-RJM-KEY TO IMG-WK-KEY.
           PERFORM IMAGE-FIND-RTN THRU IMAGE-FIND-EXIT.
           IF NOT IMG-FOUND
               IF IMG-CNT >= 2000
                   ADD +1 TO IMG-OVER-CNT
                   GO TO IMAGE-READ-EXIT
               END-IF
               ADD +1 TO IMG-CNT
               MOVE IMG-CNT TO IMG-HIT-IDX
               MOVE RPI-RJM-KEY TO IMG-T-KEY (IMG-HIT-IDX)
           END-IF.
           IF RPI-LENGTH NUMERIC AND RPI-LENGTH > 0
                   AND RPI-LENGTH NOT > 163
               MOVE RPI-LENGTH TO IMG-T-LENGTH (IMG-HIT-IDX)
           ELSE
               MOVE +163 TO IMG-T-LENGTH (IMG-HIT-IDX)
           END-IF.
           MOVE RPI-REC TO IMG-T-REC (IMG-HIT-IDX).
       IMAGE-READ-EXIT.
           EXIT.

      *        LOOK UP IMG-WK-KEY; IMG-HIT-IDX IS THE ENTRY WHEN FOUND.
       IMAGE-FIND-RTN.
           MOVE 'N' TO IMG-FOUND-SW.
           PERFORM IMAGE-SEARCH-RTN THRU IMAGE-SEARCH-EXIT
               VARYING IMG-IDX FROM 1 BY 1
               UNTIL IMG-IDX > IMG-CNT OR IMG-FOUND.
       IMAGE-FIND-EXIT.
           EXIT.

       IMAGE-SEARCH-RTN.
           IF IMG-T-KEY (IMG-IDX) = IMG-WK-KEY
               MOVE 'Y' TO IMG-FOUND-SW
               MOVE IMG-IDX TO IMG-HIT-IDX.
       IMAGE-SEARCH-EXIT.
           EXIT.

      *================================================================
      *    MASTER-OPEN-RTN -- NO REJECT MASTER YET MEANS NOTHING HAS
      *    BEEN REJECTED, SO THERE IS NOTHING TO REPAIR OR WRITE OFF.
      *================================================================
       MASTER-OPEN-RTN.
           OPEN INPUT REJECT-MASTER-FILE.
           IF MST-STATUS = '35'
               DISPLAY 'TAPRETRN - NO REJECT MASTER ON DA-S-REJMST, '
                   'NO REPAIRS OR WRITE-OFFS TO SEND'
               GO TO MASTER-OPEN-EXIT.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'Y' TO MASTER-PRESENT-SW.
       MASTER-OPEN-EXIT.
           EXIT.

      *================================================================
      *    MASTER-PASS-RTN -- ONE WALK OF THE MASTER FROM ITS LOWEST
      *    KEY.  THE COUNTING PASS ('C') COUNTS WHAT EACH SECTION WILL
      *    HOLD FOR THE HDR AND LISTS THE ENTRIES BYPASSED; EACH
      *    SENDING PASS ('S') WRITES THE ENTRIES OF ONE STATUS, SO THE
      *    REPAIRED SECTION IS WHOLE BEFORE THE WRITTEN-OFF ONE.
      *================================================================
       MASTER-PASS-RTN.
           IF NOT MASTER-PRESENT
               GO TO MASTER-PASS-EXIT.
           MOVE 'N' TO EOF-FLAG.
           MOVE LOW-VALUES TO RJM-KEY.
           START REJECT-MASTER-FILE
               KEY NOT < RJM-KEY OF REJECT-MASTER-RECORD.
           IF MST-STATUS NOT = '00'
               MOVE 'Y' TO EOF-FLAG
           END-IF.
           PERFORM MASTER-PASS-REC-RTN THRU MASTER-PASS-REC-EXIT
               UNTIL EOF.
       MASTER-PASS-EXIT.
           EXIT.

       MASTER-PASS-REC-RTN.
           READ REJECT-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO MASTER-PASS-REC-EXIT
           END-READ.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'READ NEXT'    TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF NOT RJM-REPAIRED AND NOT RJM-WRITTEN-OFF
               GO TO MASTER-PASS-REC-EXIT.
           IF RJM-REPAIR-DATE NOT NUMERIC
                   OR RJM-REPAIR-DATE < WINDOW-FROM
                   OR RJM-REPAIR-DATE NOT < TODAY-CCYYMMDD
               GO TO MASTER-PASS-REC-EXIT.
           IF RJM-REPAIRED
               MOVE RJM-KEY TO IMG-WK-KEY
               PERFORM IMAGE-FIND-RTN THRU IMAGE-FIND-EXIT
           END-IF.
           IF PASS-MODE = 'C'
               PERFORM MASTER-COUNT-RTN THRU MASTER-COUNT-EXIT
               GO TO MASTER-PASS-REC-EXIT.
           IF RJM-STATUS NOT = PASS-STATUS
               GO TO MASTER-PASS-REC-EXIT.
           IF RJM-REPAIRED
               IF NOT IMG-FOUND
                   GO TO MASTER-PASS-REC-EXIT
               END-IF
               MOVE IMG-T-LENGTH (IMG-HIT-IDX) TO TAPE-LENGTH
               MOVE IMG-T-REC (IMG-HIT-IDX)    TO RETURN-RECORD-FLAT
               PERFORM TAPE-WRITE-RTN THRU TAPE-WRITE-EXIT
               ADD +1 TO REP-SENT-CNT
           ELSE
               MOVE DATA-LENGTH TO TAPE-LENGTH
               MOVE RJM-REC     TO RETURN-RECORD-FLAT
               PERFORM TAPE-WRITE-RTN THRU TAPE-WRITE-EXIT
               ADD +1 TO WOF-SENT-CNT
           END-IF.
       MASTER-PASS-REC-EXIT.
           EXIT.

       MASTER-COUNT-RTN.
           ADD +1 TO READ-CNT.
           IF RJM-WRITTEN-OFF
               ADD +1 TO WOF-CNT
               GO TO MASTER-COUNT-EXIT.
           IF IMG-FOUND
               ADD +1 TO REP-CNT
               GO TO MASTER-COUNT-EXIT.
           ADD +1 TO BYP-CNT.
           IF BYP-CNT = 1
               WRITE PRINT-LINE FROM RPT-BYP-HDG
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE RJM-RUN-DATE    TO RPT-BYP-DATE.
           MOVE RJM-REC-NBR     TO RPT-BYP-NBR.
           MOVE RJM-REC (1:10)  TO RPT-BYP-KEY.
           MOVE RJM-REPAIR-DATE TO RPT-BYP-REPAIR.
           WRITE PRINT-LINE FROM RPT-BYP-LINE AFTER ADVANCING 1 LINE.
       MASTER-COUNT-EXIT.
           EXIT.

      *================================================================
      *    HDR-WRITE-RTN / TLR-WRITE-RTN -- THE CONTROL RECORDS EITHER
      *    SIDE OF THE DATA: THE HDR WITH WHAT THE COUNTING PASS AND
      *    THE MANIFEST SAY THE TAPE WILL HOLD, THE TLR WITH WHAT WAS
      *    WRITTEN.
      *================================================================
       HDR-WRITE-RTN.
           MOVE SPACES         TO RETURN-RECORD-FLAT.
           MOVE 'HDR'          TO RTH-ID.
           MOVE HDR-CNT        TO RTH-COUNT.
           MOVE REP-CNT        TO RTH-REP-CNT.
           MOVE WOF-CNT        TO RTH-WOF-CNT.
           MOVE COPY-CNT       TO RTH-COPY-CNT.
           PERFORM CONTROL-WRITE-RTN THRU CONTROL-WRITE-EXIT.
       HDR-WRITE-EXIT.
           EXIT.

       TLR-WRITE-RTN.
           MOVE SPACES         TO RETURN-RECORD-FLAT.
           MOVE 'TLR'          TO RTH-ID.
           MOVE TAPE-CNT       TO RTH-COUNT.
           MOVE REP-SENT-CNT   TO RTH-REP-CNT.
           MOVE WOF-SENT-CNT   TO RTH-WOF-CNT.
           MOVE COPY-SENT-CNT  TO RTH-COPY-CNT.
           PERFORM CONTROL-WRITE-RTN THRU CONTROL-WRITE-EXIT.
       TLR-WRITE-EXIT.
           EXIT.

       CONTROL-WRITE-RTN.
           MOVE 'TAPRETRN'     TO RTH-ORIGIN.
           MOVE TODAY-CCYYMMDD TO RTH-RUN-DATE.
           MOVE WINDOW-FROM    TO RTH-FROM-DATE.
           MOVE +163           TO TAPE-LENGTH.
           WRITE RETURN-RECORD.
           IF TAPE-STATUS NOT = '00'
               MOVE 'UT-S-RETTAPE' TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE TAPE-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       CONTROL-WRITE-EXIT.
           EXIT.

      *        ONE DATA RECORD, ALREADY IN RETURN-RECORD-FLAT AT
      *        TAPE-LENGTH.
       TAPE-WRITE-RTN.
           WRITE RETURN-RECORD.
           IF TAPE-STATUS NOT = '00'
               MOVE 'UT-S-RETTAPE' TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE TAPE-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO TAPE-CNT.
       TAPE-WRITE-EXIT.
           EXIT.

      *================================================================
      *    COPY-SEND-RTN -- THE COPY, FRONT TO BACK, AT THE COPY RUN'S
      *    RECORD LENGTH, TRANSLATED BACK TO ASCII WHEN THE COPY RUN
      *    TRANSLATED IT TO EBCDIC.
      *================================================================
       COPY-SEND-RTN.
           PERFORM COPY-OPEN-RTN THRU COPY-OPEN-EXIT.
           PERFORM COPY-READ-RTN THRU COPY-READ-EXIT.
           PERFORM COPY-SEND-REC-RTN THRU COPY-SEND-REC-EXIT
               UNTIL EOF.
           PERFORM COPY-CLOSE-RTN THRU COPY-CLOSE-EXIT.
       COPY-SEND-EXIT.
           EXIT.

       COPY-SEND-REC-RTN.
           ADD +1 TO READ-CNT.
           MOVE SPACES TO RETURN-RECORD-FLAT.
           IF CC-OUTPUT-MODE = 'V'
               MOVE DATA-LENGTH TO TAPE-LENGTH
           ELSE
               MOVE DISK-LENGTH TO TAPE-LENGTH
           END-IF.
           MOVE DISK-REC (1:TAPE-LENGTH)
               TO RETURN-RECORD-FLAT (1:TAPE-LENGTH).
           IF CC-TRANSLATE-SW = 'Y'
               INSPECT RETURN-RECORD-FLAT (1:TAPE-LENGTH)
                   CONVERTING EBCDIC-TABLE TO ASCII-TABLE
           END-IF.
           PERFORM TAPE-WRITE-RTN THRU TAPE-WRITE-EXIT.
           ADD +1 TO COPY-SENT-CNT.
           PERFORM COPY-READ-RTN THRU COPY-READ-EXIT.
       COPY-SEND-REC-EXIT.
           EXIT.

      *        THE KSDS IS WALKED FROM ITS LOWEST KEY, THE SAME WAY
      *        TAPTODSK WALKED IT FOR THE MANIFEST.
       COPY-OPEN-RTN.
           MOVE 'N' TO EOF-FLAG.
           IF CC-OUTPUT-MODE = 'V'
               OPEN INPUT OUT-FILE-VSAM
           ELSE
               OPEN INPUT OUT-FILE
           END-IF.
           IF IN-STATUS NOT = '00'
               MOVE IN-DDNAME      TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE IN-STATUS   TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF CC-OUTPUT-MODE = 'V'
               MOVE LOW-VALUES TO TTD-KEY OF OUT-VSAM-RECORD
               START OUT-FILE-VSAM
                   KEY NOT < TTD-KEY OF OUT-VSAM-RECORD
               IF IN-STATUS NOT = '00'
                   MOVE 'Y' TO EOF-FLAG
               END-IF
           END-IF.
       COPY-OPEN-EXIT.
           EXIT.

      *        STATUS 09 (CONTROL BYTE IN THE RECORD) IS STILL A
      *        RECORD.
       COPY-READ-RTN.
           IF EOF
               GO TO COPY-READ-EXIT.
           MOVE SPACES TO DISK-REC.
           IF CC-OUTPUT-MODE = 'V'
               READ OUT-FILE-VSAM NEXT
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                       GO TO COPY-READ-EXIT
               END-READ
               IF IN-STATUS NOT = '00'
                   MOVE 'DA-S-OUTVSAM' TO IO-DDNAME
                   MOVE 'READ NEXT'    TO IO-OPERATION
                   MOVE IN-STATUS   TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
               MOVE OUT-VSAM-RECORD-FLAT TO DISK-REC
           ELSE
               READ OUT-FILE
                   AT END
                       MOVE 'Y' TO EOF-FLAG
                       GO TO COPY-READ-EXIT
               END-READ
               IF IN-STATUS NOT = '00' AND IN-STATUS NOT = '09'
                   MOVE 'DA-S-OUTDISK' TO IO-DDNAME
                   MOVE 'READ'         TO IO-OPERATION
                   MOVE IN-STATUS   TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
               MOVE OUT-RECORD-FLAT (1:DISK-LENGTH)
                   TO DISK-REC (1:DISK-LENGTH)
           END-IF.
       COPY-READ-EXIT.
           EXIT.

       COPY-CLOSE-RTN.
           IF CC-OUTPUT-MODE = 'V'
               CLOSE OUT-FILE-VSAM
           ELSE
               CLOSE OUT-FILE
           END-IF.
       COPY-CLOSE-EXIT.
           EXIT.

      *================================================================
      *    MANIFEST-CHECK-RTN -- PROVE THE COPY AGAINST ITS MANIFEST
      *    BEFORE THE TAPE IS OPENED: EVERY RECORD'S KEY, LENGTH AND
      *    HASH IN FILE ORDER, THEN THE COUNT AND WHOLE-FILE HASH ON
      *    THE TRAILER.  SENDING THE SOURCE A COPY THAT IS NOT WHAT
      *    THE COPY RUN WROTE WOULD SPREAD THE DAMAGE BACK TO IT.  THE
      *    RECORD COUNT PROVED HERE IS THE COPY SECTION'S HDR COUNT.
      *================================================================
       MANIFEST-CHECK-RTN.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 'DA-S-MANVSAM' TO MAN-DDNAME
               OPEN INPUT MAN-FILE-VSAM
           ELSE
               MOVE 'DA-S-MANDISK' TO MAN-DDNAME
               OPEN INPUT MAN-FILE-DISK
           END-IF.
           IF MAN-STATUS = '35'
               STRING 'NO MANIFEST ON ' MAN-DDNAME
                   DELIMITED BY SIZE INTO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM MANIFEST-READ-RTN THRU MANIFEST-READ-EXIT.
           IF MAN-EOF OR NOT MAN-HEADER
                   OR MHD-COPY-DD NOT = IN-DDNAME
               PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT
               STRING 'MANIFEST ON ' MAN-DDNAME ' IS NOT FOR '
                   IN-DDNAME DELIMITED BY SIZE INTO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.
           MOVE MANIFEST-RECORD TO MAN-SAVE-HEADER.

           PERFORM COPY-OPEN-RTN THRU COPY-OPEN-EXIT.
           PERFORM COPY-READ-RTN THRU COPY-READ-EXIT.
           PERFORM MANIFEST-CHECK-REC-RTN THRU MANIFEST-CHECK-REC-EXIT
               UNTIL EOF OR MAN-BAD.
           IF NOT MAN-BAD
               PERFORM MANIFEST-END-RTN THRU MANIFEST-END-EXIT
           END-IF.
           PERFORM COPY-CLOSE-RTN THRU COPY-CLOSE-EXIT.
           PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT.
           IF NOT MAN-BAD
               MOVE MAN-REC-CNT TO COPY-CNT
               GO TO MANIFEST-CHECK-EXIT.
       MANIFEST-CHECK-REFUSE.
           DISPLAY 'TAPRETRN - COPY DOES NOT MATCH ITS MANIFEST, '
               'RUN REFUSED'.
           DISPLAY '  DD NAME ........: ' IN-DDNAME.
           DISPLAY '  REASON .........: ' MAN-REASON.
           MOVE 8 TO RETURN-CODE.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.
           STOP RUN.
       MANIFEST-CHECK-EXIT.
           EXIT.

      *        A KSDS RECORD IS ALWAYS THE FULL 163 BYTES, AS TAPTODSK
      *        TOOK IT FOR THE MANIFEST.
       MANIFEST-CHECK-REC-RTN.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 163         TO MAN-WORK-LEN
           ELSE
               MOVE DISK-LENGTH TO MAN-WORK-LEN
           END-IF.
           MOVE DISK-REC TO MAN-WORK-REC.
           PERFORM MANIFEST-MATCH-RTN THRU MANIFEST-MATCH-EXIT.
           PERFORM COPY-READ-RTN THRU COPY-READ-EXIT.
       MANIFEST-CHECK-REC-EXIT.
           EXIT.

      *        ONE COPY RECORD (IN MAN-WORK-REC, LENGTH MAN-WORK-LEN)
      *        AGAINST THE NEXT MANIFEST ENTRY.
       MANIFEST-MATCH-RTN.
           ADD +1 TO MAN-REC-CNT.
           MOVE MAN-REC-CNT TO MAN-REC-DISP.
           MOVE SPACES TO HSH-WORK-REC.
           IF MAN-WORK-LEN > 0
               MOVE MAN-WORK-REC (1:MAN-WORK-LEN)
                   TO HSH-WORK-REC (1:MAN-WORK-LEN)
           END-IF.
           PERFORM HASH-REC-RTN THRU HASH-REC-EXIT.
           PERFORM HASH-FOLD-RTN THRU HASH-FOLD-EXIT.
           PERFORM MANIFEST-READ-RTN THRU MANIFEST-READ-EXIT.
           IF MAN-EOF OR NOT MAN-ENTRY
               MOVE 'Y' TO MAN-BAD-SW
               STRING 'COPY HAS MORE RECORDS THAN ITS MANIFEST, FROM '
                   'RECORD ' MAN-REC-DISP
                   DELIMITED BY SIZE INTO MAN-REASON
               GO TO MANIFEST-MATCH-EXIT.
           IF MRC-KEY NOT = HSH-WORK-REC (1:10)
                   OR MRC-LENGTH NOT = MAN-WORK-LEN
                   OR MRC-HASH NOT = HSH-REC-HASH
               MOVE 'Y' TO MAN-BAD-SW
               STRING 'RECORD ' MAN-REC-DISP ' KEY '
                   HSH-WORK-REC (1:10) ' DIFFERS FROM ITS MANIFEST'
                   DELIMITED BY SIZE INTO MAN-REASON
           END-IF.
       MANIFEST-MATCH-EXIT.
           EXIT.

      *        THE COPY IS EXHAUSTED -- THE MANIFEST MUST BE AT ITS
      *        TRAILER, AND THE TRAILER MUST AGREE WITH THE COPY.
       MANIFEST-END-RTN.
           PERFORM MANIFEST-READ-RTN THRU MANIFEST-READ-EXIT.
           IF MAN-EOF
               MOVE 'Y' TO MAN-BAD-SW
               MOVE 'MANIFEST HAS NO TRAILER' TO MAN-REASON
               GO TO MANIFEST-END-EXIT.
           IF NOT MAN-TRAILER
               MOVE 'Y' TO MAN-BAD-SW
               MOVE MAN-REC-CNT TO MAN-REC-DISP
               STRING 'COPY HAS FEWER RECORDS THAN ITS MANIFEST -- '
                   MAN-REC-DISP ' READ'
                   DELIMITED BY SIZE INTO MAN-REASON
               GO TO MANIFEST-END-EXIT.
           IF MTR-REC-CNT NOT = MAN-REC-CNT
                   OR MTR-FILE-SEQ NOT = MAN-FILE-SEQ
                   OR MTR-FILE-SUM NOT = MAN-FILE-SUM
               MOVE 'Y' TO MAN-BAD-SW
               MOVE 'WHOLE-FILE HASH DOES NOT MATCH THE MANIFEST'
                   TO MAN-REASON
           END-IF.
       MANIFEST-END-EXIT.
           EXIT.

       MANIFEST-READ-RTN.
           IF CC-OUTPUT-MODE = 'V'
               READ MAN-FILE-VSAM INTO MANIFEST-RECORD
                   AT END
                       MOVE 'Y' TO MAN-EOF-SW
                       GO TO MANIFEST-READ-EXIT
               END-READ
           ELSE
               READ MAN-FILE-DISK INTO MANIFEST-RECORD
                   AT END
                       MOVE 'Y' TO MAN-EOF-SW
                       GO TO MANIFEST-READ-EXIT
               END-READ
           END-IF.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       MANIFEST-READ-EXIT.
           EXIT.

       MANIFEST-CLOSE-RTN.
           IF CC-OUTPUT-MODE = 'V'
               CLOSE MAN-FILE-VSAM
           ELSE
               CLOSE MAN-FILE-DISK
           END-IF.
       MANIFEST-CLOSE-EXIT.
           EXIT.

      *================================================================
      *    HASH-REC-RTN -- HASH THE 165 BYTES OF HSH-WORK-REC (THE
      *    RECORD, SPACE-FILLED) INTO HSH-REC-HASH, AS TAPTODSK DOES.
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

      *        FOLD THE RECORD JUST HASHED INTO THE WHOLE-FILE HASH --
      *        IN FILE ORDER, AND AS A PLAIN SUM.
       HASH-FOLD-RTN.
           COMPUTE HSH-PRODUCT = MAN-FILE-SEQ * 1000003 + HSH-REC-HASH.
           DIVIDE HSH-PRODUCT BY HSH-PRIME
               GIVING HSH-QUOT REMAINDER MAN-FILE-SEQ.
           ADD HSH-REC-HASH TO MAN-FILE-SUM.
           IF MAN-FILE-SUM NOT < HSH-PRIME
               SUBTRACT HSH-PRIME FROM MAN-FILE-SUM
           END-IF.
       HASH-FOLD-EXIT.
           EXIT.

      *================================================================
      *    REPORT-RTN -- THE CONTROL TOTALS.  RECORDS READ EQUALS
      *    RECORDS ON TAPE PLUS BYPASSED; THE SECTIONS ADD UP TO THE
      *    RECORDS ON TAPE, WHICH MUST EQUAL THE HDR COUNT.
      *================================================================
       REPORT-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           MOVE COPY-RUN-DATE TO RPT-RUN-DATE.
           MOVE COPY-RUN-TIME TO RPT-RUN-TIME.
           IF CC-TRANSLATE-SW = 'Y'
               MOVE 'YES' TO RPT-RUN-XLATE
           ELSE
               MOVE 'NO'  TO RPT-RUN-XLATE
           END-IF.
           WRITE PRINT-LINE FROM RPT-RUN-LINE AFTER ADVANCING 1 LINE.
           MOVE WINDOW-FROM    TO RPT-WIN-FROM.
           MOVE TODAY-CCYYMMDD TO RPT-WIN-TO.
           MOVE WINDOW-SOURCE  TO RPT-WIN-SOURCE.
           WRITE PRINT-LINE FROM RPT-WIN-LINE AFTER ADVANCING 1 LINE.
           IF COPY-WANTED
               MOVE IN-DDNAME TO RPT-COPY-DD
               MOVE MAN-SAVE-HEADER TO MANIFEST-RECORD
               MOVE SPACES TO RPT-COPY-TEXT
               STRING 'MANIFEST OF ' MHD-RUN-DATE ' ' MHD-RUN-TIME
                   ' BY ' MHD-WRITER
                   DELIMITED BY SIZE INTO RPT-COPY-TEXT
           ELSE
               MOVE 'NOT REQUESTED' TO RPT-COPY-DD
               MOVE SPACES TO RPT-COPY-TEXT
           END-IF.
           WRITE PRINT-LINE FROM RPT-COPY-LINE AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.

           MOVE 'RECORDS READ ...... ' TO RPT-CNT-NAME.
           MOVE READ-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'REPAIRED SENT ..... ' TO RPT-CNT-NAME.
           MOVE REP-SENT-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'WRITTEN OFF SENT .. ' TO RPT-CNT-NAME.
           MOVE WOF-SENT-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'COPY RECORDS SENT . ' TO RPT-CNT-NAME.
           MOVE COPY-SENT-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'BYPASSED .......... ' TO RPT-CNT-NAME.
           MOVE BYP-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'RECORDS ON TAPE ... ' TO RPT-CNT-NAME.
           MOVE TAPE-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'HDR COUNT ......... ' TO RPT-CNT-NAME.
           MOVE HDR-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
       REPORT-EXIT.
           EXIT.

      *================================================================
      *    RETURN-TICKET-RTN -- REWRITE DA-S-RETTKT (TTDTKT LAYOUT)
      *    FOR THE NEXT TAPE'S WINDOW AND FOR TAPBALAN.  THE RET CARD,
      *    IF ANY, STANDS WHERE A COPY RUN'S TICKET CARRIES ITS MAIN
      *    CARD, AND THE SECTIONS WHERE A SPLIT RUN CARRIES ITS FILE
      *    COUNTS.  WRITTEN LAST, AND ONLY FOR A TAPE THAT AGREES
      *    WITH ITS HDR, SO A TAPE THAT IS HELD OR A RUN THAT DIES
      *    EARLIER LEAVES THE OLD TICKET AND THE NEXT TAPE SENDS THE
      *    SAME WINDOW.
      *================================================================
       RETURN-TICKET-RTN.
           MOVE SPACES             TO TICKET-WORK.
           MOVE RPT-H2-DATE        TO TKT-RUN-DATE.
           MOVE RPT-H2-TIME        TO TKT-RUN-TIME.
           MOVE TODAY-CCYYMMDD     TO TKT-RUN-DATE-KEY.
           MOVE RET-CARD-SAVE      TO TKT-CTL-CARD.
           MOVE DECK-CARD-CNT      TO TKT-CARD-CNT.
           MOVE 'UT-S-RETTAPE'     TO TKT-OUT-DD.
           MOVE READ-CNT           TO TKT-READ-CNT.
           MOVE TAPE-CNT           TO TKT-WRITE-CNT.
           MOVE BYP-CNT            TO TKT-BYP-CNT.
           MOVE 0                  TO TKT-REJ-CNT.
           MOVE 0                  TO TKT-DUP-CNT.
           MOVE 'N'                TO TKT-SPL-SW.
           MOVE REP-SENT-CNT       TO TKT-SPL-CNT (1).
           MOVE WOF-SENT-CNT       TO TKT-SPL-CNT (2).
           MOVE COPY-SENT-CNT      TO TKT-SPL-CNT (3).
           MOVE 0                  TO TKT-SPL-CNT (4).
           MOVE 0                  TO TKT-CATCH-CNT.
           MOVE 'N'                TO TKT-DUP-DISP.
           MOVE 'N'                TO TKT-MAN-SW.
           MOVE 0                  TO TKT-MAN-FILE-SEQ.
           MOVE 0                  TO TKT-MAN-FILE-SUM.
           OPEN OUTPUT RETURN-TICKET-FILE.
           IF RTK-STATUS NOT = '00'
               MOVE 'DA-S-RETTKT'  TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE RTK-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           WRITE RETURN-TICKET-RECORD FROM TICKET-WORK.
           CLOSE RETURN-TICKET-FILE.
       RETURN-TICKET-EXIT.
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
               DISPLAY 'TAPRETRN - RUN LOCK HELD BY ANOTHER JOB, '
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
                   DISPLAY 'TAPRETRN - UNRECOGNIZED LOCK CARD '
                       'IGNORED: ' LKO-CARD-ID
               END-IF
               GO TO LOCK-CARD-READ-EXIT.
           IF LKO-PROGRAM = SPACES OR LKO-RUN-DATE = SPACES
                   OR LKO-RUN-TIME = SPACES
               DISPLAY 'TAPRETRN - LCK CARD MUST NAME THE HOLDER AND '
                   'THE DATE AND TIME OF ITS LOCK, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           IF LOCK-CARD-CNT >= 5
               DISPLAY 'TAPRETRN - MORE THAN 5 LCK CARDS, CARD IGNORED'
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
               DISPLAY 'TAPRETRN - LCK CARD FOR '
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
               DISPLAY 'TAPRETRN - MORE THAN 20 LOCKS ON DA-S-RUNLOCK, '
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
           DISPLAY 'TAPRETRN - RUN LOCK CLEARED BY LCK OVERRIDE CARD'.
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
               DISPLAY 'TAPRETRN - RUN LOCK WAS CLEARED BY AN OVERRIDE '
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

       IO-ERROR-RTN.
           DISPLAY 'TAPRETRN - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           DISPLAY '  OPERATION ......: ' IO-OPERATION.
           DISPLAY '  FILE STATUS ....: ' IO-STATUS-DISP.
           DISPLAY '  RECORDS ON TAPE : ' TAPE-CNT.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
