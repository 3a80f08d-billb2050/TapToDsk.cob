       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPPURGE.
       AUTHOR. BILL BLASINGIM.
       REMARKS.
           Companion program to TAPTODSK.
           Housekeeping: archives and purges the files that grow
           forever.

           DA-S-AUDIT takes a record for every copy and restore run
           and every run-lock event, DA-S-REJMST keeps every reject
           it has ever been told about, DA-S-CATLG can carry entries
           for generations long since overwritten in the rotation,
           and DA-S-REPIMG (see TTDRPI) takes an image for every
           repair.  None of them was ever cut back, and TAPAUDIT and
           TAPREJAG got slower every month.  This program moves the
           records past their retention to history files and takes
           them off the live files.

           An RTN card (see TTDRTN) on UR-S-RTNCARD gives the
           retention in days for one file; a file without a card is
           left alone.  A record is archived when it is older than
           its retention, dated by:

             - DA-S-AUDIT    the run date of the entry
             - DA-S-REJMST   the repair or write-off date
             - DA-S-CATLG    the run date of the generation
             - DA-S-REPIMG   the repair date

           Some records are kept whatever their age:

             - an outstanding reject -- it is still owed a repair
               or a write-off, so it is never purged
             - the newest catalog entry for each slot -- it says
               what is in the slot now, and TAPRESTR and TAPMANCK
               tie the slot to it
             - a repaired or written-off entry, or a repair image,
               dated on or after the last return tape (the ticket on
               DA-S-RETTKT) -- TAPRETRN has not sent it yet; with
               no return ticket at all, every one of them
             - a record whose date cannot be read

           Archived records go to DA-S-AUDHIST, DA-S-RJMHIST,
           DA-S-CATHIST and DA-S-RPIHIST in exactly the layout of
           the live file -- the history of the reject master is
           keyed like the master -- so TAPAUDIT, TAPREJAG and the
           rest read a history file when their DD is pointed at it.
           The job names the history datasets by period; a history
           is added to, never replaced, so a rerun or a second run in
           the same period loses nothing.  The control report shows
           for each file the count before, kept and archived, the
           count on the live file after, the dates archived, and the
           proof kept + archived = before and after = kept.

           The reject master is purged in place.  The sequential
           files are rewritten from a copy of the records kept on
           DA-S-HSKWORK, one file at a time; if a rewrite fails part
           way, that copy is the file to restore from.  An entry
           already on RJMHIST, from a run that stopped between the
           history write and the delete, is counted as archived.

           The run takes the shared run lock on DA-S-RUNLOCK (see
           TTDLCK) for all four files, which puts it in conflict
           with every job that writes them.  A conflict ends the run
           with return code 28; an LCK card on UR-S-LCKCARD (see
           TTDLKO) clears a lock left by a run that never finished.

           Return code 0 means every file balanced, 4 that a card
           was ignored, there were no cards, or the return ticket
           could not be read (nothing it guards was archived), 8
           that the deck was refused before anything was touched or
           a file is out of balance, 16 an I/O error, 28 the run
           lock.

       DATE-WRITTEN. Oct. 15, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO UR-S-RTNCARD.
           SELECT AUDIT-FILE ASSIGN TO DA-S-AUDIT
               FILE STATUS IS AUD-STATUS.
           SELECT AUDIT-HIST-FILE ASSIGN TO DA-S-AUDHIST
               FILE STATUS IS HST-STATUS.
           SELECT REJECT-MASTER-FILE ASSIGN TO DA-S-REJMST
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RJM-KEY
               FILE STATUS IS MST-STATUS.
           SELECT REJECT-HIST-FILE ASSIGN TO DA-S-RJMHIST
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RJH-KEY
               FILE STATUS IS HST-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DA-S-CATLG
               FILE STATUS IS CAT-STATUS.
           SELECT CATALOG-HIST-FILE ASSIGN TO DA-S-CATHIST
               FILE STATUS IS HST-STATUS.
           SELECT REPAIR-IMAGE-FILE ASSIGN TO DA-S-REPIMG
               FILE STATUS IS RPI-STATUS.
           SELECT IMAGE-HIST-FILE ASSIGN TO DA-S-RPIHIST
               FILE STATUS IS HST-STATUS.
           SELECT WORK-FILE ASSIGN TO DA-S-HSKWORK
               FILE STATUS IS WRK-STATUS.
           SELECT RETURN-TICKET-FILE ASSIGN TO DA-S-RETTKT
               FILE STATUS IS RTK-STATUS.
           SELECT LOCK-FILE ASSIGN TO DA-S-RUNLOCK
               FILE STATUS IS LOCK-STATUS.
           SELECT LOCK-CARD-FILE ASSIGN TO UR-S-LCKCARD.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CARD-IMAGE                       PIC X(80).
       01  RETENTION-CARD.
           COPY TTDRTN.
      *================================================================
      *    AUDIT-FILE -- THE RUN HISTORY (SEE TAPAUDIT).  THIS
      *    PROGRAM ALSO WRITES ITS OWN RUN-LOCK EVENTS THERE.
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
       FD  AUDIT-HIST-FILE
           LABEL RECORDS STANDARD.
       01  AUDIT-HIST-RECORD                PIC X(68).
       FD  REJECT-MASTER-FILE
           LABEL RECORDS STANDARD.
       01  REJECT-MASTER-RECORD.
           COPY TTDRJM.
      *    THE HISTORY OF THE MASTER -- THE SAME RECORD UNDER THE SAME
      *    KEY, SO TAPREJAG CAN OPEN IT AS DA-S-REJMST.
       FD  REJECT-HIST-FILE
           LABEL RECORDS STANDARD.
       01  REJECT-HIST-RECORD.
           05  RJH-KEY                      PIC X(15).
           05  FILLER                       PIC X(206).
       FD  CATALOG-FILE
           LABEL RECORDS STANDARD.
       01  CATALOG-RECORD.
           05  CAT-GEN-NBR                  PIC 9(05).
           05  CAT-SLOT                     PIC 9(01).
           05  CAT-RUN-DATE                 PIC X(10).
           05  CAT-RUN-TIME                 PIC X(08).
           05  CAT-REC-CNT                  PIC 9(07).
           05  CAT-RETURN-CODE              PIC 9(03).
      *        WHOLE-FILE HASH OF THE GENERATION, AS ON ITS MANIFEST.
           05  CAT-MAN-FILE-SEQ             PIC 9(09).
           05  CAT-MAN-FILE-SUM             PIC 9(09).
       FD  CATALOG-HIST-FILE
           LABEL RECORDS STANDARD.
       01  CATALOG-HIST-RECORD              PIC X(52).
       FD  REPAIR-IMAGE-FILE
           LABEL RECORDS STANDARD.
       01  REPAIR-IMAGE-RECORD.
           COPY TTDRPI.
       FD  IMAGE-HIST-FILE
           LABEL RECORDS STANDARD.
       01  IMAGE-HIST-RECORD                PIC X(189).
      *================================================================
      *    WORK-FILE -- THE RECORDS KEPT FROM ONE SEQUENTIAL FILE,
      *    COPIED BACK OVER IT ONCE THE HISTORY IS WRITTEN.
      *================================================================
       FD  WORK-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 189 CHARACTERS
               DEPENDING ON WORK-LENGTH
           LABEL RECORDS STANDARD.
       01  WORK-RECORD                      PIC X(189).
       FD  RETURN-TICKET-FILE
           LABEL RECORDS STANDARD.
       01  RETURN-TICKET-RECORD             PIC X(220).
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
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  TODAY-CCYYMMDD               PIC X(08).
           05  TODAY-DAY-NBR                PIC S9(7) COMP-3.
           05  WORK-LENGTH                  PIC S9(4) VALUE +189
                                             COMP-3.
           05  EOF-FLAG                     PIC X(01) VALUE 'N'.
               88  EOF                                VALUE 'Y'.
           05  ERR-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  WARN-CNT                     PIC S9(3) VALUE +0 COMP-3.
           05  REFUSE-CNT                   PIC S9(3) VALUE +0 COMP-3.
      *        THE RECORD IN HAND: ITS DATE AS CCYYMMDD, WHETHER THAT
      *        COULD BE READ, AND ITS AGE IN DAYS.  SLASH-DATE TAKES A
      *        DATE IN THE MM/DD/CCYY FORM THE AUDIT AND CATALOG USE.
           05  REC-CCYYMMDD                 PIC X(08).
           05  REC-DATE-SPLIT REDEFINES REC-CCYYMMDD.
               10  REC-CCYY                 PIC X(04).
               10  REC-MM                   PIC X(02).
               10  REC-DD                   PIC X(02).
           05  REC-DATED-SW                 PIC X(01).
               88  REC-DATED                          VALUE 'Y'.
           05  REC-AGE-DAYS                 PIC S9(7) COMP-3.
           05  SLASH-DATE                   PIC X(10).
           05  SLASH-DATE-SPLIT REDEFINES SLASH-DATE.
               10  SLASH-MM                 PIC X(02).
               10  FILLER                   PIC X(01).
               10  SLASH-DD                 PIC X(02).
               10  FILLER                   PIC X(01).
               10  SLASH-CCYY               PIC X(04).
      *        'K' = KEEP THE RECORD, 'A' = ARCHIVE IT.
           05  REC-DISP                     PIC X(01).
               88  REC-ARCHIVE                        VALUE 'A'.

      *================================================================
      *    RETENTION-AREA -- THE RETENTION CARDS, ONE SLOT PER FILE IN
      *    THE ORDER THE FILES ARE HOUSEKEPT.  ZERO DAYS = NO CARD.
      *================================================================
       01  RETENTION-AREA.
           05  RTN-NAME-GRP.
               10  FILLER                   PIC X(08) VALUE 'REJMST'.
               10  FILLER                   PIC X(08) VALUE 'REPIMG'.
               10  FILLER                   PIC X(08) VALUE 'CATLG'.
               10  FILLER                   PIC X(08) VALUE 'AUDIT'.
           05  RTN-NAME-TBL REDEFINES RTN-NAME-GRP.
               10  RTN-NAME OCCURS 4 TIMES  PIC X(08).
           05  RTN-DAYS-TBL OCCURS 4 TIMES.
               10  RTN-T-DAYS               PIC S9(5) COMP-3.
           05  RTN-IDX                      PIC S9(3) COMP-3.
           05  RTN-HIT-IDX                  PIC S9(3) COMP-3.
           05  RTN-CARD-CNT                 PIC S9(3) VALUE +0 COMP-3.
           05  FILE-IDX                     PIC S9(3) COMP-3.
           05  FILE-DDNAME                  PIC X(20).
           05  HIST-DDNAME                  PIC X(20).

      *================================================================
      *    FILE-COUNT-AREA -- THE COUNTS FOR THE FILE IN HAND, CLEARED
      *    BEFORE EACH FILE.  BEFORE = KEPT + ARCHIVED, AND THE KEPT
      *    RECORDS ARE BROKEN DOWN BY WHY.  AFTER IS A FRESH COUNT OF
      *    THE LIVE FILE ONCE IT HAS BEEN CUT BACK.
      *================================================================
       01  FILE-COUNT-AREA.
           05  BEFORE-CNT                   PIC S9(9) COMP-3.
           05  KEPT-CNT                     PIC S9(9) COMP-3.
           05  ARCH-CNT                     PIC S9(9) COMP-3.
           05  AFTER-CNT                    PIC S9(9) COMP-3.
           05  YOUNG-CNT                    PIC S9(9) COMP-3.
           05  HOLD-OUT-CNT                 PIC S9(9) COMP-3.
           05  HOLD-SLOT-CNT                PIC S9(9) COMP-3.
           05  HOLD-RET-CNT                 PIC S9(9) COMP-3.
           05  UNDATED-CNT                  PIC S9(9) COMP-3.
           05  ALREADY-CNT                  PIC S9(9) COMP-3.
           05  ARCH-LOW-DATE                PIC X(08).
           05  ARCH-HIGH-DATE               PIC X(08).
           05  CHECK-SUM                    PIC S9(9) COMP-3.

      *================================================================
      *    RETURN-GUARD -- THE LAST RETURN TAPE (SEE TAPRETRN) SENT
      *    EVERY REPAIR AND WRITE-OFF DATED BEFORE ITS RUN DATE.
      *    ANYTHING DATED ON OR AFTER IT HAS NOT GONE YET AND IS
      *    KEPT.  WITHOUT A RETURN TICKET NOTHING IS KNOWN TO HAVE
      *    GONE, SO EVERY ONE IS KEPT.
      *================================================================
       01  RETURN-GUARD-AREA.
           05  RETURN-GUARD-SW              PIC X(01) VALUE 'N'.
               88  RETURN-GUARD                       VALUE 'Y'.
           05  RETURN-SENT-BEFORE           PIC X(08).

       01  TICKET-WORK.
           COPY TTDTKT.

      *================================================================
      *    SLOT-AREA -- THE HIGHEST GENERATION ON THE CATALOG FOR
      *    EACH SLOT (SLOT 0-9 AT 1-10).  THAT ENTRY IS THE ONE FOR
      *    THE COPY NOW IN THE SLOT.
      *================================================================
       01  SLOT-AREA.
           05  SLOT-HIGH-GEN OCCURS 10 TIMES
                                            PIC S9(5) COMP-3.
           05  SLOT-IDX                     PIC S9(3) COMP-3.

       01  CARD-AREA.
           05  CARD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CARD-EOF                           VALUE 'Y'.

       01  IO-ERROR-AREA.
           05  AUD-STATUS                   PIC X(02) VALUE '00'.
           05  MST-STATUS                   PIC X(02) VALUE '00'.
           05  CAT-STATUS                   PIC X(02) VALUE '00'.
           05  RPI-STATUS                   PIC X(02) VALUE '00'.
           05  HST-STATUS                   PIC X(02) VALUE '00'.
           05  WRK-STATUS                   PIC X(02) VALUE '00'.
           05  RTK-STATUS                   PIC X(02) VALUE '00'.
           05  IO-DDNAME                    PIC X(20).
           05  IO-OPERATION                 PIC X(20).
           05  IO-STATUS-DISP               PIC X(02).

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
           05  LOCK-PROGRAM                 PIC X(08) VALUE 'TAPPURGE'.
           05  LOCK-RUN-DATE                PIC X(10).
           05  LOCK-RUN-TIME                PIC X(08).
           05  LOCK-OWN-CNT                 PIC 9(01) VALUE 4.
           05  LOCK-OWN-GRP.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-AUDIT'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-REJMST'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-CATLG'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-REPIMG'.
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

       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
               10  RPT-DATE-YY               PIC X(02).
               10  RPT-DATE-MM               PIC X(02).
               10  RPT-DATE-DD               PIC X(02).
           05  RPT-TIME-HHMMSSHH            PIC X(08).

       01  RPT-HDG-1.
           05  FILLER                       PIC X(26)
               VALUE 'TAPPURGE HOUSEKEEPING REPT'.
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

       01  RPT-FILE-LINE.
           05  RPT-FILE-DD                  PIC X(20).
           05  FILLER                       PIC X(08)
               VALUE 'RETAIN '.
           05  RPT-FILE-DAYS                PIC ZZZZ9.
           05  FILLER                       PIC X(16)
               VALUE ' DAYS  HISTORY '.
           05  RPT-FILE-HIST                PIC X(20).
           05  FILLER                       PIC X(64) VALUE SPACES.

       01  RPT-SKIP-LINE.
           05  RPT-SKIP-DD                  PIC X(20).
           05  FILLER                       PIC X(113)
               VALUE 'NO RETENTION CARD, NOT HOUSEKEPT'.

       01  RPT-CNT-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-CNT-NAME                 PIC X(20).
           05  RPT-CNT-VALUE                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(100) VALUE SPACES.

       01  RPT-RANGE-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(20)
               VALUE 'ARCHIVED DATED .... '.
           05  RPT-RANGE-LOW                PIC X(08).
           05  FILLER                       PIC X(04) VALUE ' TO '.
           05  RPT-RANGE-HIGH               PIC X(08).
           05  FILLER                       PIC X(91) VALUE SPACES.

       01  RPT-BAL-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-BAL-NAME                 PIC X(24).
           05  RPT-BAL-LEFT                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(03) VALUE ' = '.
           05  RPT-BAL-RIGHT                PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-BAL-FLAG                 PIC X(14).
           05  FILLER                       PIC X(66) VALUE SPACES.

       01  RPT-MSG-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-MSG-TEXT                 PIC X(70).
           05  FILLER                       PIC X(61) VALUE SPACES.

       PROCEDURE DIVISION.

           MOVE +0 TO RTN-T-DAYS (1).
           MOVE +0 TO RTN-T-DAYS (2).
           MOVE +0 TO RTN-T-DAYS (3).
           MOVE +0 TO RTN-T-DAYS (4).
           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           IF REFUSE-CNT > 0
               DISPLAY 'TAPPURGE - RETENTION DECK IN ERROR, NOTHING '
                   'ARCHIVED, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF RTN-CARD-CNT = 0
               DISPLAY 'TAPPURGE - NO RETENTION CARDS, NOTHING TO DO'
               MOVE 4 TO RETURN-CODE
               STOP RUN.

           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.
           MOVE RPT-DATE-CCYYMMDD TO TODAY-CCYYMMDD.
           MOVE TODAY-CCYYMMDD TO DAYNO-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXIT.
           MOVE DAYNO-VALUE TO TODAY-DAY-NBR.

           PERFORM RETURN-GUARD-RTN THRU RETURN-GUARD-EXIT.
           PERFORM LOCK-TAKE-RTN THRU LOCK-TAKE-EXIT.

           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM RPT-HDG-2 AFTER ADVANCING 2 LINES.

           MOVE 1 TO FILE-IDX.
           MOVE 'DA-S-REJMST'  TO FILE-DDNAME.
           MOVE 'DA-S-RJMHIST' TO HIST-DDNAME.
           PERFORM FILE-START-RTN THRU FILE-START-EXIT.
           IF RTN-T-DAYS (FILE-IDX) > 0
               PERFORM MASTER-PURGE-RTN THRU MASTER-PURGE-EXIT
           END-IF.

           MOVE 2 TO FILE-IDX.
           MOVE 'DA-S-REPIMG'  TO FILE-DDNAME.
           MOVE 'DA-S-RPIHIST' TO HIST-DDNAME.
           PERFORM FILE-START-RTN THRU FILE-START-EXIT.
           IF RTN-T-DAYS (FILE-IDX) > 0
               PERFORM IMAGE-PURGE-RTN THRU IMAGE-PURGE-EXIT
           END-IF.

           MOVE 3 TO FILE-IDX.
           MOVE 'DA-S-CATLG'   TO FILE-DDNAME.
           MOVE 'DA-S-CATHIST' TO HIST-DDNAME.
           PERFORM FILE-START-RTN THRU FILE-START-EXIT.
           IF RTN-T-DAYS (FILE-IDX) > 0
               PERFORM CATALOG-PURGE-RTN THRU CATALOG-PURGE-EXIT
           END-IF.

      *        THE AUDIT TRAIL GOES LAST, SO THE LOCK EVENT FOR THIS
      *        RUN IS ON IT BEFORE IT IS CUT BACK.
           MOVE 4 TO FILE-IDX.
           MOVE 'DA-S-AUDIT'   TO FILE-DDNAME.
           MOVE 'DA-S-AUDHIST' TO HIST-DDNAME.
           PERFORM FILE-START-RTN THRU FILE-START-EXIT.
           IF RTN-T-DAYS (FILE-IDX) > 0
               PERFORM AUDIT-PURGE-RTN THRU AUDIT-PURGE-EXIT
           END-IF.

           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           IF ERR-CNT > 0
               MOVE
                  'OUT OF BALANCE - CHECK THE FILE AGAINST ITS HISTORY'
                   TO RPT-MSG-TEXT
               WRITE PRINT-LINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
               DISPLAY 'TAPPURGE - A FILE IS OUT OF BALANCE, SEE THE '
                   'CONTROL REPORT'
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE 'ALL FILES BALANCED' TO RPT-MSG-TEXT
               WRITE PRINT-LINE FROM RPT-MSG-LINE
                   AFTER ADVANCING 1 LINE
               IF WARN-CNT > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           CLOSE PRINT-FILE.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.
           STOP RUN.

      *================================================================
      *    READ-CONTROL-CARD-RTN -- THE RETENTION CARDS.  A CARD THAT
      *    NAMES NO KNOWN FILE, GIVES NO USABLE RETENTION OR REPEATS
      *    A FILE IS AN ERROR, AND THE WHOLE DECK IS REFUSED BEFORE
      *    ANYTHING IS TOUCHED -- A PURGE IS NOT A RUN TO GUESS ON.
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
           IF RTN-CARD-ID NOT = 'RTN'
               IF CARD-IMAGE NOT = SPACES
                   DISPLAY 'TAPPURGE - UNRECOGNIZED CONTROL CARD '
                       'IGNORED: ' RTN-CARD-ID
                   ADD +1 TO WARN-CNT
               END-IF
               GO TO READ-CARD-EXIT.
           MOVE +0 TO RTN-HIT-IDX.
           PERFORM RTN-FIND-RTN THRU RTN-FIND-EXIT
               VARYING RTN-IDX FROM 1 BY 1
               UNTIL RTN-IDX > 4.
           IF RTN-HIT-IDX = 0
               DISPLAY 'TAPPURGE - RTN CARD NAMES NO KNOWN FILE: '
                   RTN-FILE
               ADD +1 TO REFUSE-CNT
               GO TO READ-CARD-EXIT.
           IF RTN-DAYS NOT NUMERIC OR RTN-DAYS = 0
               DISPLAY 'TAPPURGE - RTN CARD FOR ' RTN-FILE
                   ' HAS NO RETENTION IN COLUMNS 12-16'
               ADD +1 TO REFUSE-CNT
               GO TO READ-CARD-EXIT.
           IF RTN-T-DAYS (RTN-HIT-IDX) > 0
               DISPLAY 'TAPPURGE - MORE THAN ONE RTN CARD FOR '
                   RTN-FILE
               ADD +1 TO REFUSE-CNT
               GO TO READ-CARD-EXIT.
           MOVE RTN-DAYS TO RTN-T-DAYS (RTN-HIT-IDX).
           ADD +1 TO RTN-CARD-CNT.
       READ-CARD-EXIT.
           EXIT.

       RTN-FIND-RTN.
           IF RTN-FILE = RTN-NAME (RTN-IDX)
               MOVE RTN-IDX TO RTN-HIT-IDX.
       RTN-FIND-EXIT.
           EXIT.

      *================================================================
      *    RETURN-GUARD-RTN -- READ THE LAST RETURN TAPE'S TICKET.
      *    NO TICKET MEANS NO RETURN TAPE HAS GONE YET, AND THE FIRST
      *    ONE WILL SEND EVERYTHING; A TICKET THAT IS NOT A RETURN
      *    TICKET CANNOT SAY WHAT HAS BEEN SENT.  EITHER WAY EVERY
      *    REPAIR AND WRITE-OFF IS HELD.
      *================================================================
       RETURN-GUARD-RTN.
           MOVE 'Y' TO RETURN-GUARD-SW.
           OPEN INPUT RETURN-TICKET-FILE.
           IF RTK-STATUS = '35'
               GO TO RETURN-GUARD-HOLD.
           IF RTK-STATUS NOT = '00'
               MOVE 'DA-S-RETTKT'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE RTK-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           READ RETURN-TICKET-FILE INTO TICKET-WORK
               AT END
                   CLOSE RETURN-TICKET-FILE
                   GO TO RETURN-GUARD-HOLD
           END-READ.
           CLOSE RETURN-TICKET-FILE.
           IF TKT-OUT-DD = 'UT-S-RETTAPE'
                   AND TKT-RUN-DATE-KEY NUMERIC
               MOVE TKT-RUN-DATE-KEY TO RETURN-SENT-BEFORE
               GO TO RETURN-GUARD-EXIT.
       RETURN-GUARD-HOLD.
           DISPLAY 'TAPPURGE - DA-S-RETTKT DOES NOT HOLD A RETURN '
               'TAPE TICKET, NO REPAIR OR WRITE-OFF ARCHIVED'.
           MOVE '00000000' TO RETURN-SENT-BEFORE.
           ADD +1 TO WARN-CNT.
       RETURN-GUARD-EXIT.
           EXIT.

      *================================================================
      *    FILE-START-RTN -- CLEAR THE COUNTS AND HEAD THE FILE'S
      *    SECTION OF THE REPORT.
      *================================================================
       FILE-START-RTN.
           MOVE +0 TO BEFORE-CNT KEPT-CNT ARCH-CNT AFTER-CNT
               YOUNG-CNT HOLD-OUT-CNT HOLD-SLOT-CNT HOLD-RET-CNT
               UNDATED-CNT ALREADY-CNT.
           MOVE HIGH-VALUES TO ARCH-LOW-DATE.
           MOVE LOW-VALUES  TO ARCH-HIGH-DATE.
           MOVE 'N' TO EOF-FLAG.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           MOVE FILE-DDNAME TO RPT-FILE-DD.
           MOVE RTN-T-DAYS (FILE-IDX) TO RPT-FILE-DAYS.
           MOVE HIST-DDNAME TO RPT-FILE-HIST.
           IF RTN-T-DAYS (FILE-IDX) = 0
               MOVE FILE-DDNAME TO RPT-SKIP-DD
               WRITE PRINT-LINE FROM RPT-SKIP-LINE
                   AFTER ADVANCING 1 LINE
           ELSE
               WRITE PRINT-LINE FROM RPT-FILE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
       FILE-START-EXIT.
           EXIT.

       FILE-NOT-PRESENT-RTN.
           MOVE SPACES TO RPT-MSG-TEXT.
           STRING 'NO ' DELIMITED BY SIZE
               FILE-DDNAME DELIMITED BY ' '
               ' -- NOTHING TO HOUSEKEEP' DELIMITED BY SIZE
               INTO RPT-MSG-TEXT.
           WRITE PRINT-LINE FROM RPT-MSG-LINE AFTER ADVANCING 1 LINE.
       FILE-NOT-PRESENT-EXIT.
           EXIT.

      *================================================================
      *    DATE-AGE-RTN -- AGE IN DAYS OF REC-CCYYMMDD, AND WHETHER
      *    THE RECORD IS PAST THE FILE'S RETENTION.  A DATE THAT
      *    CANNOT BE READ LEAVES REC-DATED OFF AND THE RECORD IS KEPT.
      *================================================================
       DATE-AGE-RTN.
           MOVE 'N' TO REC-DATED-SW.
           MOVE 'K' TO REC-DISP.
           IF REC-CCYYMMDD NOT NUMERIC
               GO TO DATE-AGE-EXIT.
           IF REC-MM < '01' OR REC-MM > '12'
                   OR REC-DD < '01' OR REC-DD > '31'
               GO TO DATE-AGE-EXIT.
           MOVE 'Y' TO REC-DATED-SW.
           MOVE REC-CCYYMMDD TO DAYNO-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXIT.
           COMPUTE REC-AGE-DAYS = TODAY-DAY-NBR - DAYNO-VALUE.
           IF REC-AGE-DAYS > RTN-T-DAYS (FILE-IDX)
               MOVE 'A' TO REC-DISP
           END-IF.
       DATE-AGE-EXIT.
           EXIT.

      *        MM/DD/CCYY IN SLASH-DATE INTO REC-CCYYMMDD.
       SLASH-DATE-RTN.
           MOVE SLASH-CCYY TO REC-CCYY.
           MOVE SLASH-MM   TO REC-MM.
           MOVE SLASH-DD   TO REC-DD.
       SLASH-DATE-EXIT.
           EXIT.

      *        WHY A RECORD THAT IS NOT ARCHIVED WAS KEPT, WHEN THE
      *        ONLY REASON IS ITS DATE.
       KEEP-COUNT-RTN.
           ADD +1 TO KEPT-CNT.
           IF REC-DATED
               ADD +1 TO YOUNG-CNT
           ELSE
               ADD +1 TO UNDATED-CNT
           END-IF.
       KEEP-COUNT-EXIT.
           EXIT.

       ARCHIVE-COUNT-RTN.
           ADD +1 TO ARCH-CNT.
           IF REC-CCYYMMDD < ARCH-LOW-DATE
               MOVE REC-CCYYMMDD TO ARCH-LOW-DATE
           END-IF.
           IF REC-CCYYMMDD > ARCH-HIGH-DATE
               MOVE REC-CCYYMMDD TO ARCH-HIGH-DATE
           END-IF.
       ARCHIVE-COUNT-EXIT.
           EXIT.

      *================================================================
      *    MASTER-PURGE-RTN -- THE REJECT MASTER, IN PLACE: EACH ENTRY
      *    PAST RETENTION IS WRITTEN TO THE HISTORY UNDER ITS OWN KEY
      *    AND THEN DELETED FROM THE MASTER.  ONLY REPAIRED AND
      *    WRITTEN-OFF ENTRIES ARE EVER ARCHIVED.
      *================================================================
       MASTER-PURGE-RTN.
           OPEN I-O REJECT-MASTER-FILE.
           IF MST-STATUS = '35'
               PERFORM FILE-NOT-PRESENT-RTN THRU FILE-NOT-PRESENT-EXIT
               GO TO MASTER-PURGE-EXIT.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'OPEN I-O'     TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           OPEN I-O REJECT-HIST-FILE.
           IF HST-STATUS = '35'
               OPEN OUTPUT REJECT-HIST-FILE
           END-IF.
           IF HST-STATUS NOT = '00'
               MOVE 'DA-S-RJMHIST' TO IO-DDNAME
               MOVE 'OPEN I-O'     TO IO-OPERATION
               MOVE HST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM MASTER-START-RTN THRU MASTER-START-EXIT.
           PERFORM MASTER-PURGE-REC-RTN THRU MASTER-PURGE-REC-EXIT
               UNTIL EOF.
           CLOSE REJECT-HIST-FILE.
           CLOSE REJECT-MASTER-FILE.

           OPEN INPUT REJECT-MASTER-FILE.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM MASTER-START-RTN THRU MASTER-START-EXIT.
           PERFORM MASTER-COUNT-RTN THRU MASTER-COUNT-EXIT
               UNTIL EOF.
           CLOSE REJECT-MASTER-FILE.
           PERFORM FILE-REPORT-RTN THRU FILE-REPORT-EXIT.
       MASTER-PURGE-EXIT.
           EXIT.

       MASTER-START-RTN.
           MOVE 'N' TO EOF-FLAG.
           MOVE LOW-VALUES TO RJM-KEY.
           START REJECT-MASTER-FILE KEY NOT < RJM-KEY.
           IF MST-STATUS NOT = '00'
               MOVE 'Y' TO EOF-FLAG
           END-IF.
       MASTER-START-EXIT.
           EXIT.

       MASTER-PURGE-REC-RTN.
           READ REJECT-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO MASTER-PURGE-REC-EXIT
           END-READ.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'READ NEXT'    TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO BEFORE-CNT.
           IF NOT RJM-REPAIRED AND NOT RJM-WRITTEN-OFF
               ADD +1 TO KEPT-CNT
               ADD +1 TO HOLD-OUT-CNT
               GO TO MASTER-PURGE-REC-EXIT.
           MOVE RJM-REPAIR-DATE TO REC-CCYYMMDD.
           PERFORM DATE-AGE-RTN THRU DATE-AGE-EXIT.
           IF NOT REC-ARCHIVE
               PERFORM KEEP-COUNT-RTN THRU KEEP-COUNT-EXIT
               GO TO MASTER-PURGE-REC-EXIT.
           IF RETURN-GUARD
                   AND RJM-REPAIR-DATE NOT < RETURN-SENT-BEFORE
               ADD +1 TO KEPT-CNT
               ADD +1 TO HOLD-RET-CNT
               GO TO MASTER-PURGE-REC-EXIT.
           WRITE REJECT-HIST-RECORD FROM REJECT-MASTER-RECORD.
           IF HST-STATUS = '22'
               ADD +1 TO ALREADY-CNT
           ELSE
               IF HST-STATUS NOT = '00'
                   MOVE 'DA-S-RJMHIST' TO IO-DDNAME
                   MOVE 'WRITE'        TO IO-OPERATION
                   MOVE HST-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
           END-IF.
           DELETE REJECT-MASTER-FILE RECORD.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'DELETE'       TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM ARCHIVE-COUNT-RTN THRU ARCHIVE-COUNT-EXIT.
       MASTER-PURGE-REC-EXIT.
           EXIT.

       MASTER-COUNT-RTN.
           READ REJECT-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO MASTER-COUNT-EXIT
           END-READ.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'READ NEXT'    TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO AFTER-CNT.
       MASTER-COUNT-EXIT.
           EXIT.

      *================================================================
      *    IMAGE-PURGE-RTN -- THE REPAIR IMAGES.  EACH IS DATED BY ITS
      *    REPAIR, AND ONE TAPRETRN HAS NOT SENT YET IS KEPT.
      *================================================================
       IMAGE-PURGE-RTN.
           OPEN INPUT REPAIR-IMAGE-FILE.
           IF RPI-STATUS = '35'
               PERFORM FILE-NOT-PRESENT-RTN THRU FILE-NOT-PRESENT-EXIT
               GO TO IMAGE-PURGE-EXIT.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM WORK-OPEN-RTN THRU WORK-OPEN-EXIT.
           OPEN EXTEND IMAGE-HIST-FILE.
           IF HST-STATUS = '35'
               OPEN OUTPUT IMAGE-HIST-FILE
           END-IF.
           PERFORM HIST-OPEN-CHECK-RTN THRU HIST-OPEN-CHECK-EXIT.
           PERFORM IMAGE-PURGE-REC-RTN THRU IMAGE-PURGE-REC-EXIT
               UNTIL EOF.
           CLOSE REPAIR-IMAGE-FILE IMAGE-HIST-FILE WORK-FILE.

           IF ARCH-CNT > 0
               OPEN OUTPUT REPAIR-IMAGE-FILE
               IF RPI-STATUS NOT = '00'
                   MOVE 'DA-S-REPIMG'  TO IO-DDNAME
                   MOVE 'OPEN OUTPUT'  TO IO-OPERATION
                   MOVE RPI-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
               PERFORM WORK-BACK-OPEN-RTN THRU WORK-BACK-OPEN-EXIT
               PERFORM IMAGE-BACK-RTN THRU IMAGE-BACK-EXIT
                   UNTIL EOF
               CLOSE REPAIR-IMAGE-FILE WORK-FILE
           END-IF.

           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT REPAIR-IMAGE-FILE.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM IMAGE-COUNT-RTN THRU IMAGE-COUNT-EXIT
               UNTIL EOF.
           CLOSE REPAIR-IMAGE-FILE.
           PERFORM FILE-REPORT-RTN THRU FILE-REPORT-EXIT.
       IMAGE-PURGE-EXIT.
           EXIT.

       IMAGE-PURGE-REC-RTN.
           READ REPAIR-IMAGE-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO IMAGE-PURGE-REC-EXIT
           END-READ.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO BEFORE-CNT.
           MOVE RPI-REPAIR-DATE TO REC-CCYYMMDD.
           PERFORM DATE-AGE-RTN THRU DATE-AGE-EXIT.
           IF REC-ARCHIVE AND RETURN-GUARD
                   AND RPI-REPAIR-DATE NOT < RETURN-SENT-BEFORE
               MOVE 'K' TO REC-DISP
               ADD +1 TO KEPT-CNT
               ADD +1 TO HOLD-RET-CNT
               GO TO IMAGE-KEEP.
           IF REC-ARCHIVE
               WRITE IMAGE-HIST-RECORD FROM REPAIR-IMAGE-RECORD
               PERFORM HIST-WRITE-CHECK-RTN THRU HIST-WRITE-CHECK-EXIT
               PERFORM ARCHIVE-COUNT-RTN THRU ARCHIVE-COUNT-EXIT
               GO TO IMAGE-PURGE-REC-EXIT.
           PERFORM KEEP-COUNT-RTN THRU KEEP-COUNT-EXIT.
       IMAGE-KEEP.
           MOVE 189 TO WORK-LENGTH.
           MOVE REPAIR-IMAGE-RECORD TO WORK-RECORD.
           PERFORM WORK-WRITE-RTN THRU WORK-WRITE-EXIT.
       IMAGE-PURGE-REC-EXIT.
           EXIT.

       IMAGE-BACK-RTN.
           PERFORM WORK-READ-RTN THRU WORK-READ-EXIT.
           IF EOF
               GO TO IMAGE-BACK-EXIT.
           MOVE WORK-RECORD TO REPAIR-IMAGE-RECORD.
           WRITE REPAIR-IMAGE-RECORD.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       IMAGE-BACK-EXIT.
           EXIT.

       IMAGE-COUNT-RTN.
           READ REPAIR-IMAGE-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO IMAGE-COUNT-EXIT
           END-READ.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO AFTER-CNT.
       IMAGE-COUNT-EXIT.
           EXIT.

      *================================================================
      *    CATALOG-PURGE-RTN -- THE GENERATION CATALOG.  A FIRST PASS
      *    FINDS THE NEWEST ENTRY FOR EACH SLOT, WHICH IS KEPT
      *    WHATEVER ITS AGE; THE SECOND ARCHIVES THE REST BY RUN DATE.
      *================================================================
       CATALOG-PURGE-RTN.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS = '35'
               PERFORM FILE-NOT-PRESENT-RTN THRU FILE-NOT-PRESENT-EXIT
               GO TO CATALOG-PURGE-EXIT.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM SLOT-CLEAR-RTN THRU SLOT-CLEAR-EXIT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 10.
           PERFORM SLOT-LOAD-RTN THRU SLOT-LOAD-EXIT
               UNTIL EOF.
           CLOSE CATALOG-FILE.

           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM WORK-OPEN-RTN THRU WORK-OPEN-EXIT.
           OPEN EXTEND CATALOG-HIST-FILE.
           IF HST-STATUS = '35'
               OPEN OUTPUT CATALOG-HIST-FILE
           END-IF.
           PERFORM HIST-OPEN-CHECK-RTN THRU HIST-OPEN-CHECK-EXIT.
           PERFORM CATALOG-PURGE-REC-RTN THRU CATALOG-PURGE-REC-EXIT
               UNTIL EOF.
           CLOSE CATALOG-FILE CATALOG-HIST-FILE WORK-FILE.

           IF ARCH-CNT > 0
               OPEN OUTPUT CATALOG-FILE
               IF CAT-STATUS NOT = '00'
                   MOVE 'DA-S-CATLG'   TO IO-DDNAME
                   MOVE 'OPEN OUTPUT'  TO IO-OPERATION
                   MOVE CAT-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
               PERFORM WORK-BACK-OPEN-RTN THRU WORK-BACK-OPEN-EXIT
               PERFORM CATALOG-BACK-RTN THRU CATALOG-BACK-EXIT
                   UNTIL EOF
               CLOSE CATALOG-FILE WORK-FILE
           END-IF.

           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM CATALOG-COUNT-RTN THRU CATALOG-COUNT-EXIT
               UNTIL EOF.
           CLOSE CATALOG-FILE.
           PERFORM FILE-REPORT-RTN THRU FILE-REPORT-EXIT.
       CATALOG-PURGE-EXIT.
           EXIT.

       SLOT-CLEAR-RTN.
           MOVE -1 TO SLOT-HIGH-GEN (SLOT-IDX).
       SLOT-CLEAR-EXIT.
           EXIT.

       SLOT-LOAD-RTN.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO SLOT-LOAD-EXIT
           END-READ.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF CAT-SLOT NOT NUMERIC OR CAT-GEN-NBR NOT NUMERIC
               GO TO SLOT-LOAD-EXIT.
           COMPUTE SLOT-IDX = CAT-SLOT + 1.
           IF CAT-GEN-NBR > SLOT-HIGH-GEN (SLOT-IDX)
               MOVE CAT-GEN-NBR TO SLOT-HIGH-GEN (SLOT-IDX)
           END-IF.
       SLOT-LOAD-EXIT.
           EXIT.

      *        AN ENTRY WHOSE SLOT OR GENERATION CANNOT BE READ COULD
      *        BE ANY SLOT'S CURRENT ENTRY, SO IT IS KEPT AS UNDATED.
       CATALOG-PURGE-REC-RTN.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO CATALOG-PURGE-REC-EXIT
           END-READ.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO BEFORE-CNT.
           IF CAT-SLOT NOT NUMERIC OR CAT-GEN-NBR NOT NUMERIC
               ADD +1 TO KEPT-CNT
               ADD +1 TO UNDATED-CNT
               GO TO CATALOG-KEEP.
           COMPUTE SLOT-IDX = CAT-SLOT + 1.
           IF CAT-GEN-NBR = SLOT-HIGH-GEN (SLOT-IDX)
               ADD +1 TO KEPT-CNT
               ADD +1 TO HOLD-SLOT-CNT
               GO TO CATALOG-KEEP.
           MOVE CAT-RUN-DATE TO SLASH-DATE.
           PERFORM SLASH-DATE-RTN THRU SLASH-DATE-EXIT.
           PERFORM DATE-AGE-RTN THRU DATE-AGE-EXIT.
           IF REC-ARCHIVE
               WRITE CATALOG-HIST-RECORD FROM CATALOG-RECORD
               PERFORM HIST-WRITE-CHECK-RTN THRU HIST-WRITE-CHECK-EXIT
               PERFORM ARCHIVE-COUNT-RTN THRU ARCHIVE-COUNT-EXIT
               GO TO CATALOG-PURGE-REC-EXIT.
           PERFORM KEEP-COUNT-RTN THRU KEEP-COUNT-EXIT.
       CATALOG-KEEP.
           MOVE 52 TO WORK-LENGTH.
           MOVE CATALOG-RECORD TO WORK-RECORD.
           PERFORM WORK-WRITE-RTN THRU WORK-WRITE-EXIT.
       CATALOG-PURGE-REC-EXIT.
           EXIT.

       CATALOG-BACK-RTN.
           PERFORM WORK-READ-RTN THRU WORK-READ-EXIT.
           IF EOF
               GO TO CATALOG-BACK-EXIT.
           MOVE WORK-RECORD (1:52) TO CATALOG-RECORD.
           WRITE CATALOG-RECORD.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       CATALOG-BACK-EXIT.
           EXIT.

       CATALOG-COUNT-RTN.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO CATALOG-COUNT-EXIT
           END-READ.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO AFTER-CNT.
       CATALOG-COUNT-EXIT.
           EXIT.

      *================================================================
      *    AUDIT-PURGE-RTN -- THE RUN HISTORY, RUN RECORDS AND
      *    RUN-LOCK EVENTS ALIKE, BY THE DATE THEY WERE WRITTEN.
      *================================================================
       AUDIT-PURGE-RTN.
           OPEN INPUT AUDIT-FILE.
           IF AUD-STATUS = '35'
               PERFORM FILE-NOT-PRESENT-RTN THRU FILE-NOT-PRESENT-EXIT
               GO TO AUDIT-PURGE-EXIT.
           IF AUD-STATUS NOT = '00'
               MOVE 'DA-S-AUDIT'   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE AUD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM WORK-OPEN-RTN THRU WORK-OPEN-EXIT.
           OPEN EXTEND AUDIT-HIST-FILE.
           IF HST-STATUS = '35'
               OPEN OUTPUT AUDIT-HIST-FILE
           END-IF.
           PERFORM HIST-OPEN-CHECK-RTN THRU HIST-OPEN-CHECK-EXIT.
           PERFORM AUDIT-PURGE-REC-RTN THRU AUDIT-PURGE-REC-EXIT
               UNTIL EOF.
           CLOSE AUDIT-FILE AUDIT-HIST-FILE WORK-FILE.

           IF ARCH-CNT > 0
               OPEN OUTPUT AUDIT-FILE
               IF AUD-STATUS NOT = '00'
                   MOVE 'DA-S-AUDIT'   TO IO-DDNAME
                   MOVE 'OPEN OUTPUT'  TO IO-OPERATION
                   MOVE AUD-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
               PERFORM WORK-BACK-OPEN-RTN THRU WORK-BACK-OPEN-EXIT
               PERFORM AUDIT-BACK-RTN THRU AUDIT-BACK-EXIT
                   UNTIL EOF
               CLOSE AUDIT-FILE WORK-FILE
           END-IF.

           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT AUDIT-FILE.
           IF AUD-STATUS NOT = '00'
               MOVE 'DA-S-AUDIT'   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE AUD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM AUDIT-COUNT-RTN THRU AUDIT-COUNT-EXIT
               UNTIL EOF.
           CLOSE AUDIT-FILE.
           PERFORM FILE-REPORT-RTN THRU FILE-REPORT-EXIT.
       AUDIT-PURGE-EXIT.
           EXIT.

       AUDIT-PURGE-REC-RTN.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO AUDIT-PURGE-REC-EXIT
           END-READ.
           IF AUD-STATUS NOT = '00'
               MOVE 'DA-S-AUDIT'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE AUD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO BEFORE-CNT.
           MOVE AUD-RUN-DATE TO SLASH-DATE.
           PERFORM SLASH-DATE-RTN THRU SLASH-DATE-EXIT.
           PERFORM DATE-AGE-RTN THRU DATE-AGE-EXIT.
           IF REC-ARCHIVE
               WRITE AUDIT-HIST-RECORD FROM AUDIT-RECORD
               PERFORM HIST-WRITE-CHECK-RTN THRU HIST-WRITE-CHECK-EXIT
               PERFORM ARCHIVE-COUNT-RTN THRU ARCHIVE-COUNT-EXIT
               GO TO AUDIT-PURGE-REC-EXIT.
           PERFORM KEEP-COUNT-RTN THRU KEEP-COUNT-EXIT.
           MOVE 68 TO WORK-LENGTH.
           MOVE AUDIT-RECORD TO WORK-RECORD.
           PERFORM WORK-WRITE-RTN THRU WORK-WRITE-EXIT.
       AUDIT-PURGE-REC-EXIT.
           EXIT.

       AUDIT-BACK-RTN.
           PERFORM WORK-READ-RTN THRU WORK-READ-EXIT.
           IF EOF
               GO TO AUDIT-BACK-EXIT.
           MOVE WORK-RECORD (1:68) TO AUDIT-RECORD.
           WRITE AUDIT-RECORD.
           IF AUD-STATUS NOT = '00'
               MOVE 'DA-S-AUDIT'   TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE AUD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       AUDIT-BACK-EXIT.
           EXIT.

       AUDIT-COUNT-RTN.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO AUDIT-COUNT-EXIT
           END-READ.
           IF AUD-STATUS NOT = '00'
               MOVE 'DA-S-AUDIT'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE AUD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO AFTER-CNT.
       AUDIT-COUNT-EXIT.
           EXIT.

      *================================================================
      *    THE WORK FILE AND THE HISTORIES -- SHARED BY THE THREE
      *    SEQUENTIAL FILES.
      *================================================================
       WORK-OPEN-RTN.
           OPEN OUTPUT WORK-FILE.
           IF WRK-STATUS NOT = '00'
               MOVE 'DA-S-HSKWORK' TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE WRK-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       WORK-OPEN-EXIT.
           EXIT.

       WORK-WRITE-RTN.
           WRITE WORK-RECORD.
           IF WRK-STATUS NOT = '00'
               MOVE 'DA-S-HSKWORK' TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE WRK-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       WORK-WRITE-EXIT.
           EXIT.

       WORK-BACK-OPEN-RTN.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT WORK-FILE.
           IF WRK-STATUS NOT = '00'
               MOVE 'DA-S-HSKWORK' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE WRK-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       WORK-BACK-OPEN-EXIT.
           EXIT.

       WORK-READ-RTN.
           MOVE SPACES TO WORK-RECORD.
           READ WORK-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO WORK-READ-EXIT
           END-READ.
           IF WRK-STATUS NOT = '00'
               MOVE 'DA-S-HSKWORK' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE WRK-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       WORK-READ-EXIT.
           EXIT.

       HIST-OPEN-CHECK-RTN.
           IF HST-STATUS NOT = '00'
               MOVE HIST-DDNAME    TO IO-DDNAME
               MOVE 'OPEN EXTEND'  TO IO-OPERATION
               MOVE HST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       HIST-OPEN-CHECK-EXIT.
           EXIT.

       HIST-WRITE-CHECK-RTN.
           IF HST-STATUS NOT = '00'
               MOVE HIST-DDNAME    TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE HST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       HIST-WRITE-CHECK-EXIT.
           EXIT.

      *================================================================
      *    FILE-REPORT-RTN -- THE COUNTS FOR ONE FILE AND ITS TWO
      *    PROOFS: KEPT + ARCHIVED = BEFORE, AND THE LIVE FILE AFTER
      *    HOLDS EXACTLY THE RECORDS KEPT.
      *================================================================
       FILE-REPORT-RTN.
           MOVE 'RECORDS BEFORE .... ' TO RPT-CNT-NAME.
           MOVE BEFORE-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'KEPT .............. ' TO RPT-CNT-NAME.
           MOVE KEPT-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE '  WITHIN RETENTION  ' TO RPT-CNT-NAME.
           MOVE YOUNG-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           IF FILE-IDX = 1
               MOVE '  OUTSTANDING ..... ' TO RPT-CNT-NAME
               MOVE HOLD-OUT-CNT TO RPT-CNT-VALUE
               WRITE PRINT-LINE FROM RPT-CNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF FILE-IDX = 3
               MOVE '  CURRENT IN SLOT . ' TO RPT-CNT-NAME
               MOVE HOLD-SLOT-CNT TO RPT-CNT-VALUE
               WRITE PRINT-LINE FROM RPT-CNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF FILE-IDX < 3
               MOVE '  NOT YET RETURNED  ' TO RPT-CNT-NAME
               MOVE HOLD-RET-CNT TO RPT-CNT-VALUE
               WRITE PRINT-LINE FROM RPT-CNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE '  DATE UNREADABLE . ' TO RPT-CNT-NAME.
           MOVE UNDATED-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ARCHIVED .......... ' TO RPT-CNT-NAME.
           MOVE ARCH-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.
           IF ALREADY-CNT > 0
               MOVE '  ALREADY ON HIST . ' TO RPT-CNT-NAME
               MOVE ALREADY-CNT TO RPT-CNT-VALUE
               WRITE PRINT-LINE FROM RPT-CNT-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           IF ARCH-CNT > 0
               MOVE ARCH-LOW-DATE  TO RPT-RANGE-LOW
               MOVE ARCH-HIGH-DATE TO RPT-RANGE-HIGH
               WRITE PRINT-LINE FROM RPT-RANGE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           MOVE 'RECORDS AFTER ..... ' TO RPT-CNT-NAME.
           MOVE AFTER-CNT TO RPT-CNT-VALUE.
           WRITE PRINT-LINE FROM RPT-CNT-LINE AFTER ADVANCING 1 LINE.

           COMPUTE CHECK-SUM = KEPT-CNT + ARCH-CNT.
           MOVE 'KEPT + ARCHIVED = BEFORE' TO RPT-BAL-NAME.
           MOVE CHECK-SUM  TO RPT-BAL-LEFT.
           MOVE BEFORE-CNT TO RPT-BAL-RIGHT.
           IF CHECK-SUM = BEFORE-CNT
               MOVE 'OK' TO RPT-BAL-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-BAL-FLAG
               ADD +1 TO ERR-CNT
           END-IF.
           WRITE PRINT-LINE FROM RPT-BAL-LINE AFTER ADVANCING 1 LINE.
           MOVE 'AFTER = KEPT            ' TO RPT-BAL-NAME.
           MOVE AFTER-CNT TO RPT-BAL-LEFT.
           MOVE KEPT-CNT  TO RPT-BAL-RIGHT.
           IF AFTER-CNT = KEPT-CNT
               MOVE 'OK' TO RPT-BAL-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-BAL-FLAG
               ADD +1 TO ERR-CNT
           END-IF.
           WRITE PRINT-LINE FROM RPT-BAL-LINE AFTER ADVANCING 1 LINE.
       FILE-REPORT-EXIT.
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
               DISPLAY 'TAPPURGE - RUN LOCK HELD BY ANOTHER JOB, '
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
                   DISPLAY 'TAPPURGE - UNRECOGNIZED LOCK CARD '
                       'IGNORED: ' LKO-CARD-ID
               END-IF
               GO TO LOCK-CARD-READ-EXIT.
           IF LKO-PROGRAM = SPACES OR LKO-RUN-DATE = SPACES
                   OR LKO-RUN-TIME = SPACES
               DISPLAY 'TAPPURGE - LCK CARD MUST NAME THE HOLDER AND '
                   'THE DATE AND TIME OF ITS LOCK, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           IF LOCK-CARD-CNT >= 5
               DISPLAY 'TAPPURGE - MORE THAN 5 LCK CARDS, CARD IGNORED'
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
               DISPLAY 'TAPPURGE - LCK CARD FOR '
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
               DISPLAY 'TAPPURGE - MORE THAN 20 LOCKS ON DA-S-RUNLOCK, '
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
           DISPLAY 'TAPPURGE - RUN LOCK CLEARED BY LCK OVERRIDE CARD'.
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
               DISPLAY 'TAPPURGE - RUN LOCK WAS CLEARED BY AN OVERRIDE '
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
           IF AUD-STATUS = '35'
               OPEN OUTPUT AUDIT-FILE
           END-IF.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       LOCK-AUDIT-EXIT.
           EXIT.


       IO-ERROR-RTN.
           DISPLAY 'TAPPURGE - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           DISPLAY '  OPERATION ......: ' IO-OPERATION.
           DISPLAY '  FILE STATUS ....: ' IO-STATUS-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
