           deck carrying either card ends the run with return code 8
           -- repair those copies by re-running TAPTODSK.

           A REP card may name its field from the shared field
           dictionary on DA-S-FLDDICT (see TTDFLD) instead of
           punching the position and length; the report lists the
           record position every REP card resolved to.

           The copy is proved against its manifest (DA-S-MANDISK, or
           DA-S-MANVSAM in VSAM mode -- see TTDMAN) before a single
           record is added; a copy with no manifest, or one changed
           since the manifest was written, ends the run with return
           code 8.  When records are added the manifest is rebuilt
           from the repaired copy, keeping the copy run and
           generation of the old header and naming TAPREPAR as its
           writer, so the copy still proves for TAPEXTRT and TAPMASK.

           Every master entry marked repaired also gets its corrected
           record appended to DA-S-REPIMG (see TTDRPI), as validated
           and before any translation, so TAPRETRN can send the
           corrected record back to the source on the return tape.

           Once the deck is read the run takes the shared run lock on
           DA-S-RUNLOCK (see TTDLCK) for DA-S-OUTDISK, DA-S-OUTVSAM
           and DA-S-REJMST, so it cannot append to a copy TAPTODSK
           or TAPRESTR is still writing, or mark the reject master
           while TAPTODSK or TAPREJAG is updating it.  A conflict
           ends with return code 28 naming the holder; an LCK card on
           UR-S-LCKCARD (see TTDLKO) clears a lock left by a run that
           never finished.  Lock events go to DA-S-AUDIT.

       DATE-WRITTEN. Aug. 21, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
           SELECT CONTROL-FILE ASSIGN TO UR-S-REPCARD.
           SELECT TICKET-FILE ASSIGN TO DA-S-RUNTKT
               FILE STATUS IS TKT-STATUS.
           SELECT FIELD-DICT-FILE ASSIGN TO DA-S-FLDDICT
               FILE STATUS IS FLD-STATUS.
           SELECT MAN-FILE-DISK ASSIGN TO DA-S-MANDISK
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-VSAM ASSIGN TO DA-S-MANVSAM
               FILE STATUS IS MAN-STATUS.
           SELECT REPAIR-IMAGE-FILE ASSIGN TO DA-S-REPIMG
               FILE STATUS IS RPI-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DA-S-AUDIT.
           SELECT LOCK-FILE ASSIGN TO DA-S-RUNLOCK
               FILE STATUS IS LOCK-STATUS.
           SELECT LOCK-CARD-FILE ASSIGN TO UR-S-LCKCARD.

       DATA DIVISION.
       FILE SECTION.
           LABEL RECORDS STANDARD.
       01  TICKET-RECORD.
           COPY TTDTKT.
      *================================================================
      *    FIELD-DICT-FILE -- THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD), LOADED WHOLE BEFORE THE DECK IS READ.
      *================================================================
       FD  FIELD-DICT-FILE
           LABEL RECORDS STANDARD.
       01  FIELD-DICT-RECORD.
           COPY TTDFLD.
      *================================================================
      *    MAN-FILE-DISK / MAN-FILE-VSAM -- THE MANIFEST OF THE COPY
      *    BEING REPAIRED (SEE TTDMAN).  READ TO PROVE THE COPY FIRST,
      *    REWRITTEN FROM THE COPY WHEN RECORDS WERE ADDED.
      *================================================================
       FD  MAN-FILE-DISK
           LABEL RECORDS STANDARD.
       01  MAN-DISK-RECORD                  PIC X(80).
       FD  MAN-FILE-VSAM
           LABEL RECORDS STANDARD.
       01  MAN-VSAM-RECORD                  PIC X(80).
      *================================================================
      *    REPAIR-IMAGE-FILE -- THE CORRECTED RECORD OF EVERY MASTER
      *    ENTRY THIS RUN MARKS REPAIRED (SEE TTDRPI), APPENDED FOR
      *    THE RETURN TAPE.
      *================================================================
       FD  REPAIR-IMAGE-FILE
           LABEL RECORDS STANDARD.
       01  REPAIR-IMAGE-RECORD.
           COPY TTDRPI.
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
      *    RUN-TIME OPTIONS SAVED FROM THE FIRST (TTDCTL) CARD SO THE
           05  TODAY-CCYYMMDD               PIC X(08).
           05  MASTER-UPD-CNT               PIC S9(7) VALUE +0 COMP-3.
           05  MASTER-MISS-CNT              PIC S9(7) VALUE +0 COMP-3.
           05  RPI-STATUS                   PIC X(02) VALUE '00'.
           05  IMAGE-CNT                    PIC S9(7) VALUE +0 COMP-3.

       01  TICKET-AREA.
           05  TKT-STATUS                   PIC X(02) VALUE '00'.
               88  TKT-MISSING                        VALUE 'Y'.
           05  TKT-CHK-CNT                  PIC S9(7) VALUE +0 COMP-3.

      *================================================================
      *    MANIFEST-AREA -- THE PRE-PASS THAT PROVES THE COPY AGAINST
      *    ITS MANIFEST (SEE TTDMAN) BEFORE ANYTHING IS ADDED, AND THE
      *    REBUILD AFTERWARDS.  MAN-REASON CARRIES THE FIRST
      *    DIFFERENCE FOUND.
      *================================================================
       01  MANIFEST-AREA.
           05  MAN-STATUS                   PIC X(02) VALUE '00'.
           05  MAN-DDNAME                   PIC X(20).
           05  MAN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  MAN-EOF                            VALUE 'Y'.
           05  MAN-COPY-EOF-SW              PIC X(01) VALUE 'N'.
               88  MAN-COPY-EOF                       VALUE 'Y'.
           05  MAN-BAD-SW                   PIC X(01) VALUE 'N'.
               88  MAN-BAD                            VALUE 'Y'.
           05  MAN-REASON                   PIC X(60) VALUE SPACES.
           05  MAN-REC-CNT                  PIC S9(7) VALUE +0 COMP-3.
           05  MAN-REC-DISP                 PIC 9(07).
           05  MAN-FILE-SEQ                 PIC S9(9) VALUE +0 COMP-3.
           05  MAN-FILE-SUM                 PIC S9(9) VALUE +0 COMP-3.
           05  MAN-WORK-LEN                 PIC S9(4) VALUE +0 COMP-3.
           05  MAN-WORK-REC                 PIC X(163).
      *        THE OLD MANIFEST'S HEADER, KEPT FOR THE REBUILD.
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
               10  REP-T-POS                PIC S9(4) COMP-3.
               10  REP-T-LEN                PIC S9(4) COMP-3.
               10  REP-T-TEXT               PIC X(40).
               10  REP-T-NAME               PIC X(20).

      *================================================================
      *    DICT-AREA -- THE SHARED FIELD DICTIONARY (SEE TTDFLD),
      *    LOADED AND SEARCHED THE SAME WAY TAPTODSK DOES.
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
      *    TRANSLATE TABLES -- SAME ASCII -> EBCDIC (CODE PAGE 037)
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
           05  LOCK-PROGRAM                 PIC X(08) VALUE 'TAPREPAR'.
           05  LOCK-RUN-DATE                PIC X(10).
           05  LOCK-RUN-TIME                PIC X(08).
           05  LOCK-OWN-CNT                 PIC 9(01) VALUE 3.
           05  LOCK-OWN-GRP.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-OUTDISK'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-OUTVSAM'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-REJMST'.
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
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
           05  RPT-DTL-MISS-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-7.
           05  FILLER                       PIC X(20)
               VALUE 'MANIFEST .......... '.
           05  RPT-DTL-MAN-DD               PIC X(20).
           05  RPT-DTL-MAN-ACTION           PIC X(20).
           05  FILLER                       PIC X(73) VALUE SPACES.

       01  RPT-DTL-8.
           05  FILLER                       PIC X(20)
               VALUE 'IMAGES LOGGED ..... '.
           05  RPT-DTL-IMG-CNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-FLD-HDG.
           05  FILLER                       PIC X(40)
               VALUE 'CARD FIELDS RESOLVED (RECORD POSITIONS)'.
           05  FILLER                       PIC X(93) VALUE SPACES.

       01  RPT-FLD-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  FILLER                       PIC X(03) VALUE 'REP'.
           05  FILLER                       PIC X(07) VALUE '  REC '.
           05  RPT-FLD-REC-NBR              PIC ZZZZZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-FLD-NAME                 PIC X(20).
           05  FILLER                       PIC X(05) VALUE ' POS '.
           05  RPT-FLD-POS                  PIC ZZ9.
           05  FILLER                       PIC X(05) VALUE ' LEN '.
           05  RPT-FLD-LEN                  PIC ZZ9.
           05  FILLER                       PIC X(76) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           PERFORM LOCK-TAKE-RTN THRU LOCK-TAKE-EXIT.
           PERFORM TICKET-CHECK-RTN THRU TICKET-CHECK-EXIT.
           PERFORM MANIFEST-CHECK-RTN THRU MANIFEST-CHECK-EXIT.

           OPEN INPUT REJECT-FILE.
           IF IN-STATUS NOT = '00'
                   END-IF
               END-IF
           END-IF.
           IF MASTER-ACTIVE
               PERFORM REPAIR-IMAGE-OPEN-RTN THRU REPAIR-IMAGE-OPEN-EXIT
           END-IF.

           PERFORM READ-RTN THRU READ-EXIT.
           PERFORM PROCESS-RTN THRU PROCESS-EXIT

           CLOSE REJECT-FILE, REJECT2-FILE.
           IF MASTER-ACTIVE
               CLOSE REJECT-MASTER-FILE, REPAIR-IMAGE-FILE
           END-IF.
           IF CC-OUTPUT-MODE = 'V'
               CLOSE OUT-FILE-VSAM
               CLOSE OUT-FILE
           END-IF.

           PERFORM RUN-STAMP-RTN THRU RUN-STAMP-EXIT.
           IF REPAIRED-CNT > 0
               PERFORM MANIFEST-REBUILD-RTN THRU MANIFEST-REBUILD-EXIT
               MOVE 'REBUILT' TO RPT-DTL-MAN-ACTION
           ELSE
               MOVE 'VERIFIED, UNCHANGED' TO RPT-DTL-MAN-ACTION
           END-IF.

           PERFORM REPORT-RTN THRU REPORT-EXIT.

           IF STILL-BAD-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.

           STOP RUN.

      *        CARRY THEIR FINAL KEYS.
           MOVE 'N' TO CC-XREF-SW.

           PERFORM DICT-INIT-RTN THRU DICT-INIT-EXIT.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
               DISPLAY 'TAPREPAR - CONTROL CARD DOES NOT MATCH THE '
                   'RUN TICKET, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.

           OPEN INPUT REJECT-FILE.
                   ' RECORDS, TICKET SAYS ' TKT-REJ-CNT
                   ', RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.

           IF MASTER-ACTIVE
               DISPLAY 'TAPREPAR - MORE THAN 50 REPAIR CARDS, '
                   'CARD IGNORED'
               GO TO LOAD-REPAIR-CARD-EXIT.
      *        A NAMED FIELD TAKES ITS POSITION AND LENGTH FROM THE
      *        DICTIONARY; AN UNKNOWN NAME IS TREATED LIKE ANY OTHER
      *        BAD CARD AND THE RECORD SIMPLY STAYS REJECTED.
           IF REP-FIELD-NAME NOT = SPACES
               MOVE REP-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   DISPLAY 'TAPREPAR - FIELD ' REP-FIELD-NAME
                       ' NOT IN DICTIONARY, CARD IGNORED'
                   GO TO LOAD-REPAIR-CARD-EXIT
               END-IF
               MOVE DICT-T-POS (DICT-IDX) TO REP-WK-POS
               MOVE DICT-T-LEN (DICT-IDX) TO REP-WK-LEN
               IF REP-WK-LEN > 40
                   DISPLAY 'TAPREPAR - FIELD ' REP-FIELD-NAME
                       ' OVER 40 BYTES, FIRST 40 REPLACED'
               END-IF
           ELSE
               IF REP-LENGTH NUMERIC AND REP-LENGTH > 0
                   MOVE REP-LENGTH TO REP-WK-LEN
               ELSE
                   DISPLAY 'TAPREPAR - REPAIR CARD NEEDS A LENGTH, '
                       'CARD IGNORED'
                   GO TO LOAD-REPAIR-CARD-EXIT
               END-IF
               IF REP-POSITION NUMERIC AND REP-POSITION > 0
                   MOVE REP-POSITION TO REP-WK-POS
               ELSE
                   MOVE +1 TO REP-WK-POS
               END-IF
           END-IF.
           IF REP-WK-POS > 163
               MOVE +163 TO REP-WK-POS
           MOVE REP-WK-POS TO REP-T-POS (REP-CARD-CNT).
           MOVE REP-WK-LEN TO REP-T-LEN (REP-CARD-CNT).
           MOVE REP-TEXT   TO REP-T-TEXT (REP-CARD-CNT).
           MOVE REP-FIELD-NAME TO REP-T-NAME (REP-CARD-CNT).
       LOAD-REPAIR-CARD-EXIT.
           EXIT.

      *================================================================
      *    DICT-INIT-RTN -- LOAD THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD) AHEAD OF THE DECK, EXACTLY AS TAPTODSK DOES.  NO
      *    DICTIONARY IS NOT AN ERROR UNLESS A CARD NAMES A FIELD.
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
               DISPLAY 'TAPREPAR - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF FLD-POSITION < 1 OR FLD-LENGTH < 1
                   OR FLD-POSITION + FLD-LENGTH - 1 > 163
               DISPLAY 'TAPREPAR - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF DICT-ENTRY-CNT >= 200
               DISPLAY 'TAPREPAR - MORE THAN 200 DICTIONARY ENTRIES, '
                   'ENTRY IGNORED: ' FLD-NAME
               GO TO DICT-LOAD-EXIT.
           ADD +1 TO DICT-ENTRY-CNT.
           MOVE FLD-NAME     TO DICT-T-NAME (DICT-ENTRY-CNT).
           MOVE FLD-POSITION TO DICT-T-POS (DICT-ENTRY-CNT).
           MOVE FLD-LENGTH   TO DICT-T-LEN (DICT-ENTRY-CNT).
           MOVE FLD-TYPE     TO DICT-T-TYPE (DICT-ENTRY-CNT).
       DICT-LOAD-EXIT.
           EXIT.

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

       READ-RTN.
           READ REJECT-FILE
               AT END
                       PERFORM IO-ERROR-RTN
                   END-IF
                   ADD +1 TO MASTER-UPD-CNT
                   PERFORM REPAIR-IMAGE-WRITE-RTN
                       THRU REPAIR-IMAGE-WRITE-EXIT
               WHEN '23'
                   ADD +1 TO MASTER-MISS-CNT
               WHEN OTHER
       MASTER-UPDATE-EXIT.
           EXIT.

      *================================================================
      *    REPAIR-IMAGE-OPEN-RTN -- DA-S-REPIMG IS ADDED TO RUN AFTER
      *    RUN; THE FIRST RUN EVER (STATUS 35) CREATES IT.
      *================================================================
       REPAIR-IMAGE-OPEN-RTN.
           OPEN EXTEND REPAIR-IMAGE-FILE.
           IF RPI-STATUS = '35'
               OPEN OUTPUT REPAIR-IMAGE-FILE
           END-IF.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'OPEN EXTEND'  TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       REPAIR-IMAGE-OPEN-EXIT.
           EXIT.

      *        THE CORRECTED RECORD AS VALIDATED, UNDER THE MASTER KEY
      *        JUST MARKED REPAIRED.
       REPAIR-IMAGE-WRITE-RTN.
           MOVE RJM-KEY         TO RPI-RJM-KEY.
           MOVE TODAY-CCYYMMDD  TO RPI-REPAIR-DATE.
           MOVE DATA-LENGTH     TO RPI-LENGTH.
           MOVE SPACES          TO RPI-REC.
           MOVE WORK-REC (1:DATA-LENGTH)
               TO RPI-REC (1:DATA-LENGTH).
           WRITE REPAIR-IMAGE-RECORD.
           IF RPI-STATUS NOT = '00'
               MOVE 'DA-S-REPIMG'  TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE RPI-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO IMAGE-CNT.
       REPAIR-IMAGE-WRITE-EXIT.
           EXIT.

       STILL-BAD-RTN.
           MOVE SPACES TO REJ2-REC.
           MOVE WORK-REC (1:DATA-LENGTH)
       STILL-BAD-EXIT.
           EXIT.

      *================================================================
      *    MANIFEST-CHECK-RTN -- PROVE THE COPY (DA-S-OUTDISK, OR
      *    DA-S-OUTVSAM IN VSAM MODE) AGAINST ITS MANIFEST BEFORE A
      *    RECORD IS ADDED: EVERY RECORD'S KEY, LENGTH AND HASH IN
      *    FILE ORDER, THEN THE COUNT AND WHOLE-FILE HASH ON THE
      *    TRAILER.  REPAIRING A COPY THAT IS ALREADY NOT WHAT THE
      *    COPY RUN WROTE WOULD ONLY BURY THE DIFFERENCE.
      *================================================================
       MANIFEST-CHECK-RTN.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 'DA-S-OUTVSAM' TO OUT-DDNAME
               MOVE 'DA-S-MANVSAM' TO MAN-DDNAME
               OPEN INPUT MAN-FILE-VSAM
           ELSE
               MOVE 'DA-S-OUTDISK' TO OUT-DDNAME
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
                   OR MHD-COPY-DD NOT = OUT-DDNAME
               PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT
               STRING 'MANIFEST ON ' MAN-DDNAME ' IS NOT FOR '
                   OUT-DDNAME DELIMITED BY SIZE INTO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.
           MOVE MANIFEST-RECORD TO MAN-SAVE-HEADER.

           PERFORM MANIFEST-COPY-OPEN-RTN THRU MANIFEST-COPY-OPEN-EXIT.
           PERFORM MANIFEST-COPY-READ-RTN THRU MANIFEST-COPY-READ-EXIT.
           PERFORM MANIFEST-CHECK-REC-RTN THRU MANIFEST-CHECK-REC-EXIT
               UNTIL MAN-COPY-EOF OR MAN-BAD.
           IF NOT MAN-BAD
               PERFORM MANIFEST-END-RTN THRU MANIFEST-END-EXIT
           END-IF.
           IF CC-OUTPUT-MODE = 'V'
               CLOSE OUT-FILE-VSAM
           ELSE
               CLOSE OUT-FILE
           END-IF.
           PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT.
           IF NOT MAN-BAD
               GO TO MANIFEST-CHECK-EXIT.
       MANIFEST-CHECK-REFUSE.
           DISPLAY 'TAPREPAR - COPY DOES NOT MATCH ITS MANIFEST, '
               'RUN REFUSED'.
           DISPLAY '  DD NAME ........: ' OUT-DDNAME.
           DISPLAY '  REASON .........: ' MAN-REASON.
           MOVE 8 TO RETURN-CODE.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.
           STOP RUN.
       MANIFEST-CHECK-EXIT.
           EXIT.

       MANIFEST-CHECK-REC-RTN.
           PERFORM MANIFEST-MATCH-RTN THRU MANIFEST-MATCH-EXIT.
           PERFORM MANIFEST-COPY-READ-RTN THRU MANIFEST-COPY-READ-EXIT.
       MANIFEST-CHECK-REC-EXIT.
           EXIT.

      *        THE KSDS IS WALKED FRONT TO BACK FROM ITS LOWEST KEY,
      *        THE SAME WAY TAPTODSK WALKED IT FOR THE MANIFEST.
       MANIFEST-COPY-OPEN-RTN.
           MOVE 'N' TO MAN-COPY-EOF-SW.
           IF CC-OUTPUT-MODE = 'V'
               OPEN INPUT OUT-FILE-VSAM
           ELSE
               OPEN INPUT OUT-FILE
           END-IF.
           IF OUT-STATUS NOT = '00'
               MOVE OUT-DDNAME     TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF CC-OUTPUT-MODE = 'V'
               MOVE LOW-VALUES TO TTD-KEY OF OUT-VSAM-RECORD
               START OUT-FILE-VSAM
                   KEY NOT < TTD-KEY OF OUT-VSAM-RECORD
               IF OUT-STATUS NOT = '00'
                   MOVE 'Y' TO MAN-COPY-EOF-SW
               END-IF
           END-IF.
       MANIFEST-COPY-OPEN-EXIT.
           EXIT.

      *        OUT-LENGTH LANDS A FLAT RECORD'S OWN LENGTH; A KSDS
      *        RECORD IS ALWAYS THE FULL 163 BYTES.  STATUS 09
      *        (CONTROL BYTE IN THE RECORD) IS STILL A RECORD.
       MANIFEST-COPY-READ-RTN.
           IF MAN-COPY-EOF
               GO TO MANIFEST-COPY-READ-EXIT.
           IF CC-OUTPUT-MODE = 'V'
               READ OUT-FILE-VSAM NEXT RECORD
                   AT END  MOVE 'Y' TO MAN-COPY-EOF-SW
                   NOT AT END
                       MOVE OUT-VSAM-RECORD-FLAT TO MAN-WORK-REC
                       MOVE 163 TO MAN-WORK-LEN
               END-READ
           ELSE
               READ OUT-FILE
                   AT END  MOVE 'Y' TO MAN-COPY-EOF-SW
                   NOT AT END
                       MOVE OUT-RECORD-FLAT TO MAN-WORK-REC
                       MOVE OUT-LENGTH TO MAN-WORK-LEN
               END-READ
           END-IF.
           IF MAN-COPY-EOF
               GO TO MANIFEST-COPY-READ-EXIT.
           IF OUT-STATUS NOT = '00' AND OUT-STATUS NOT = '09'
               MOVE OUT-DDNAME     TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       MANIFEST-COPY-READ-EXIT.
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
      *    MANIFEST-REBUILD-RTN -- RECORDS WERE ADDED, SO THE OLD
      *    MANIFEST NO LONGER DESCRIBES THE COPY.  IT IS REWRITTEN BY
      *    READING THE REPAIRED COPY BACK, UNDER THE OLD HEADER'S COPY
      *    RUN AND GENERATION WITH TAPREPAR AS ITS WRITER.
      *================================================================
       MANIFEST-REBUILD-RTN.
           PERFORM MANIFEST-COPY-OPEN-RTN THRU MANIFEST-COPY-OPEN-EXIT.
           IF CC-OUTPUT-MODE = 'V'
               OPEN OUTPUT MAN-FILE-VSAM
           ELSE
               OPEN OUTPUT MAN-FILE-DISK
           END-IF.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE MAN-SAVE-HEADER TO MANIFEST-RECORD.
           MOVE 'TAPREPAR'      TO MHD-WRITER.
           MOVE RPT-H2-DATE     TO MHD-WRITE-DATE.
           MOVE RPT-H2-TIME     TO MHD-WRITE-TIME.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.
           MOVE +0 TO MAN-REC-CNT.
           MOVE +0 TO MAN-FILE-SEQ.
           MOVE +0 TO MAN-FILE-SUM.

           PERFORM MANIFEST-COPY-READ-RTN THRU MANIFEST-COPY-READ-EXIT.
           PERFORM MANIFEST-ENTRY-RTN THRU MANIFEST-ENTRY-EXIT
               UNTIL MAN-COPY-EOF.

           MOVE SPACES        TO MANIFEST-RECORD.
           MOVE 'MTR'         TO MAN-REC-TYPE.
           MOVE MAN-REC-CNT   TO MTR-REC-CNT.
           MOVE MAN-FILE-SEQ  TO MTR-FILE-SEQ.
           MOVE MAN-FILE-SUM  TO MTR-FILE-SUM.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.
           IF CC-OUTPUT-MODE = 'V'
               CLOSE OUT-FILE-VSAM
           ELSE
               CLOSE OUT-FILE
           END-IF.
           PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT.
       MANIFEST-REBUILD-EXIT.
           EXIT.

       MANIFEST-ENTRY-RTN.
           ADD +1 TO MAN-REC-CNT.
           MOVE SPACES TO HSH-WORK-REC.
           IF MAN-WORK-LEN > 0
               MOVE MAN-WORK-REC (1:MAN-WORK-LEN)
                   TO HSH-WORK-REC (1:MAN-WORK-LEN)
           END-IF.
           PERFORM HASH-REC-RTN THRU HASH-REC-EXIT.
           PERFORM HASH-FOLD-RTN THRU HASH-FOLD-EXIT.
           MOVE SPACES           TO MANIFEST-RECORD.
           MOVE 'MRC'            TO MAN-REC-TYPE.
           MOVE MAN-REC-CNT      TO MRC-REC-NBR.
           MOVE HSH-WORK-REC (1:10) TO MRC-KEY.
           MOVE MAN-WORK-LEN     TO MRC-LENGTH.
           MOVE HSH-REC-HASH     TO MRC-HASH.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.
           PERFORM MANIFEST-COPY-READ-RTN THRU MANIFEST-COPY-READ-EXIT.
       MANIFEST-ENTRY-EXIT.
           EXIT.

       MANIFEST-WRITE-RTN.
           IF CC-OUTPUT-MODE = 'V'
               WRITE MAN-VSAM-RECORD FROM MANIFEST-RECORD
           ELSE
               WRITE MAN-DISK-RECORD FROM MANIFEST-RECORD
           END-IF.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       MANIFEST-WRITE-EXIT.
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
               DISPLAY 'TAPREPAR - RUN LOCK HELD BY ANOTHER JOB, '
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
                   DISPLAY 'TAPREPAR - UNRECOGNIZED LOCK CARD '
                       'IGNORED: ' LKO-CARD-ID
               END-IF
               GO TO LOCK-CARD-READ-EXIT.
           IF LKO-PROGRAM = SPACES OR LKO-RUN-DATE = SPACES
                   OR LKO-RUN-TIME = SPACES
               DISPLAY 'TAPREPAR - LCK CARD MUST NAME THE HOLDER AND '
                   'THE DATE AND TIME OF ITS LOCK, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           IF LOCK-CARD-CNT >= 5
               DISPLAY 'TAPREPAR - MORE THAN 5 LCK CARDS, CARD IGNORED'
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
               DISPLAY 'TAPREPAR - LCK CARD FOR '
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
               DISPLAY 'TAPREPAR - MORE THAN 20 LOCKS ON DA-S-RUNLOCK, '
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
           DISPLAY 'TAPREPAR - RUN LOCK CLEARED BY LCK OVERRIDE CARD'.
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
               DISPLAY 'TAPREPAR - RUN LOCK WAS CLEARED BY AN OVERRIDE '
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

       IO-ERROR-RTN.
           DISPLAY 'TAPREPAR - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           STOP RUN.

      *================================================================
      *    RUN-STAMP-RTN -- THE RUN DATE AND TIME, TAKEN ONCE FOR THE
      *    REBUILT MANIFEST'S HEADER AND THE REPORT HEADING ALIKE.
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
      *    REPORT-RTN -- WRITE THE REPAIR TOTALS TO SYSOUT.  REJECTS
      *    READ HERE RECONCILES AGAINST THE ORIGINAL RUN'S RECORDS
      *    REJECTED LINE; REPAIRED PLUS STILL FAILING EQUALS READ.
      *================================================================
       REPORT-RTN.
           OPEN OUTPUT PRINT-FILE.

           MOVE OUT-DDNAME                  TO RPT-DTL-OUT-DD.
           MOVE READ-CNT                    TO RPT-DTL-READ-CNT.
           WRITE PRINT-LINE FROM RPT-DTL-2 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-3 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-4 AFTER ADVANCING 1 LINE.
           MOVE MAN-DDNAME TO RPT-DTL-MAN-DD.
           WRITE PRINT-LINE FROM RPT-DTL-7 AFTER ADVANCING 1 LINE.

           IF MASTER-ACTIVE
               MOVE MASTER-UPD-CNT  TO RPT-DTL-UPD-CNT
               MOVE MASTER-MISS-CNT TO RPT-DTL-MISS-CNT
               MOVE IMAGE-CNT       TO RPT-DTL-IMG-CNT
               WRITE PRINT-LINE FROM RPT-DTL-5
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-LINE FROM RPT-DTL-6
                   AFTER ADVANCING 1 LINE
               WRITE PRINT-LINE FROM RPT-DTL-8
                   AFTER ADVANCING 1 LINE
           END-IF.

           IF REP-CARD-CNT > 0
               WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE
               WRITE PRINT-LINE FROM RPT-FLD-HDG
                   AFTER ADVANCING 1 LINE
               PERFORM FIELD-LINE-RTN THRU FIELD-LINE-EXIT
                   VARYING REP-IDX FROM 1 BY 1
                   UNTIL REP-IDX > REP-CARD-CNT
           END-IF.

           CLOSE PRINT-FILE.
       REPORT-EXIT.
           EXIT.

      *        ONE LINE PER REP CARD, AS RESOLVED -- RECORD NUMBER 0
      *        MEANS THE OVERLAY WENT ON EVERY RECORD.
       FIELD-LINE-RTN.
           MOVE REP-T-REC-NBR (REP-IDX) TO RPT-FLD-REC-NBR.
           IF REP-T-NAME (REP-IDX) = SPACES
               MOVE 'BY CARD POSITION' TO RPT-FLD-NAME
           ELSE
               MOVE REP-T-NAME (REP-IDX) TO RPT-FLD-NAME
           END-IF.
           MOVE REP-T-POS (REP-IDX) TO RPT-FLD-POS.
           MOVE REP-T-LEN (REP-IDX) TO RPT-FLD-LEN.
           WRITE PRINT-LINE FROM RPT-FLD-LINE AFTER ADVANCING 1 LINE.
       FIELD-LINE-EXIT.
           EXIT.
