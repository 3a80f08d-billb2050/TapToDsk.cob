           file the catalog promised and must not be trusted
           unexamined.

           Before DA-S-OUTDISK is touched the slot is proved against
           the manifest TAPTODSK wrote for it on DA-S-MANGEN1-4 (see
           TTDMAN): the manifest must be for the generation asked
           for, every record's key, length and hash must agree, and
           the whole-file hash must agree with both the manifest
           trailer and the catalog entry.  A slot that fails, or has
           no manifest, is not restored -- return code 8, and the
           flat copy is left as it was.  The restored copy gets its
           own manifest on DA-S-MANDISK, built as it is written and
           naming the generation it came from, so TAPEXTRT, TAPMASK
           and TAPREPAR accept it afterwards.

           One record is appended to DA-S-AUDIT so TAPAUDIT's run
           history shows the fallback happened, with the generation
           slot as the input DD.

           Before the catalog is read the run takes the shared run
           lock on DA-S-RUNLOCK (see TTDLCK) for DA-S-OUTDISK and
           DA-S-CATLG, so a TAPTODSK rerun cannot rotate the catalog
           or overwrite the flat copy while the restore is going,
           and the restore cannot start under a TAPTODSK or TAPREPAR
           run.  A conflict ends with return code 28 naming the
           holder; an LCK card on UR-S-LCKCARD (see TTDLKO) clears a
           lock left by a run that never finished.

       DATE-WRITTEN. Sep. 2, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
           SELECT OUT-FILE ASSIGN TO DA-S-OUTDISK
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
           SELECT CATALOG-FILE ASSIGN TO DA-S-CATLG
               FILE STATUS IS CAT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DA-S-AUDIT.
           SELECT LOCK-FILE ASSIGN TO DA-S-RUNLOCK
               FILE STATUS IS LOCK-STATUS.
           SELECT LOCK-CARD-FILE ASSIGN TO UR-S-LCKCARD.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.
           SELECT CONTROL-FILE ASSIGN TO UR-S-RSTCARD.

           COPY TTDREC.
       01  OUT-RECORD-FLAT REDEFINES OUT-RECORD
                                         PIC X(163).
      *================================================================
      *    MAN-FILE-GEN1-4 -- TAPTODSK'S MANIFEST OF EACH GENERATION
      *    SLOT (SEE TTDMAN), READ TO PROVE THE SLOT BEFORE IT IS PUT
      *    BACK.  MAN-FILE-DISK -- THE MANIFEST OF THE RESTORED COPY.
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
       FD  CATALOG-FILE
           LABEL RECORDS STANDARD.
       01  CATALOG-RECORD.
           05  CAT-RUN-TIME                 PIC X(08).
           05  CAT-REC-CNT                  PIC 9(07).
           05  CAT-RETURN-CODE              PIC 9(03).
      *        WHOLE-FILE HASH OF THE GENERATION, AS ON ITS MANIFEST.
           05  CAT-MAN-FILE-SEQ             PIC 9(09).
           05  CAT-MAN-FILE-SUM             PIC 9(09).
       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
       01  AUDIT-RECORD.
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
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).
           05  RESTORE-SLOT                 PIC S9(3) VALUE +0 COMP-3.
           05  GEN-DD-DIGIT                 PIC 9(01).
           05  GEN-IN-DD                    PIC X(20).
           05  EXPECTED-MAN-SEQ             PIC S9(9) VALUE +0 COMP-3.
           05  EXPECTED-MAN-SUM             PIC S9(9) VALUE +0 COMP-3.
           05  GEN-TABLE OCCURS 100 TIMES.
               10  GEN-T-NBR                PIC S9(5) COMP-3.
               10  GEN-T-SLOT               PIC S9(3) COMP-3.
               10  GEN-T-CNT                PIC S9(7) COMP-3.
               10  GEN-T-MAN-SEQ            PIC S9(9) COMP-3.
               10  GEN-T-MAN-SUM            PIC S9(9) COMP-3.

      *================================================================
      *    MANIFEST-AREA -- THE PRE-PASS THAT PROVES THE INPUT COPY
      *    AGAINST ITS MANIFEST (SEE TTDMAN) BEFORE ANY OUTPUT IS
      *    OPENED.  MAN-REASON CARRIES THE FIRST DIFFERENCE FOUND.
      *================================================================
       01  MANIFEST-AREA.
           05  MAN-STATUS                   PIC X(02) VALUE '00'.
           05  MAN-DDNAME                   PIC X(20).
           05  MAN-GEN-DISP                 PIC 9(05).
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
      *        THE SLOT MANIFEST'S HEADER, KEPT FOR THE HEADER OF THE
      *        RESTORED COPY'S MANIFEST.
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
           05  LOCK-PROGRAM                 PIC X(08) VALUE 'TAPRESTR'.
           05  LOCK-RUN-DATE                PIC X(10).
           05  LOCK-RUN-TIME                PIC X(08).
           05  LOCK-OWN-CNT                 PIC 9(01) VALUE 2.
           05  LOCK-OWN-GRP.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-OUTDISK'.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-CATLG'.
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
               VALUE ' NOT TRUST UNEXAMINED'.
           05  FILLER                       PIC X(74) VALUE SPACES.

       01  RPT-DTL-6.
           05  FILLER                       PIC X(20)
               VALUE 'MANIFEST .......... '.
           05  FILLER                       PIC X(38)
               VALUE 'SLOT VERIFIED, DA-S-MANDISK WRITTEN'.
           05  FILLER                       PIC X(75) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           PERFORM LOCK-TAKE-RTN THRU LOCK-TAKE-EXIT.
           PERFORM LOAD-CATALOG-RTN THRU LOAD-CATALOG-EXIT.
           PERFORM RESOLVE-GEN-RTN THRU RESOLVE-GEN-EXIT.
           PERFORM MANIFEST-CHECK-RTN THRU MANIFEST-CHECK-EXIT.

           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.

           PERFORM COPY-GEN-RTN THRU COPY-GEN-EXIT.

           IF COPIED-CNT = EXPECTED-CNT
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM REPORT-RTN THRU REPORT-EXIT.
           PERFORM AUDIT-RTN THRU AUDIT-EXIT.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.

           STOP RUN.

               DISPLAY 'TAPRESTR - NO CATALOG ON DA-S-CATLG, '
                   'NOTHING TO RESTORE, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               DISPLAY 'TAPRESTR - CATALOG IS EMPTY, NOTHING TO '
                   'RESTORE, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN
           END-IF.
       LOAD-CATALOG-EXIT.
           ELSE
               MOVE +0 TO GEN-T-CNT (GEN-ENTRY-CNT)
           END-IF.
           IF CAT-MAN-FILE-SEQ NUMERIC AND CAT-MAN-FILE-SUM NUMERIC
               MOVE CAT-MAN-FILE-SEQ TO GEN-T-MAN-SEQ (GEN-ENTRY-CNT)
               MOVE CAT-MAN-FILE-SUM TO GEN-T-MAN-SUM (GEN-ENTRY-CNT)
           ELSE
               MOVE +0 TO GEN-T-MAN-SEQ (GEN-ENTRY-CNT)
               MOVE +0 TO GEN-T-MAN-SUM (GEN-ENTRY-CNT)
           END-IF.
           IF GEN-T-NBR (GEN-ENTRY-CNT) > GEN-HIGH-NBR
               MOVE GEN-T-NBR (GEN-ENTRY-CNT) TO GEN-HIGH-NBR
           END-IF.
               DISPLAY 'TAPRESTR - NO PREVIOUS GENERATION TO '
                   'RESTORE, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN
           END-IF.
           PERFORM RESOLVE-SEARCH-RTN THRU RESOLVE-SEARCH-EXIT
               DISPLAY 'TAPRESTR - GENERATION ' RESTORE-GEN-NBR
                   ' IS NOT ON THE CATALOG, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN
           END-IF.
           MOVE 'DA-S-OUTGEN'  TO GEN-IN-DD.
       RESOLVE-SEARCH-RTN.
           IF GEN-T-NBR (GEN-IDX) = RESTORE-GEN-NBR
               MOVE GEN-T-SLOT (GEN-IDX) TO RESTORE-SLOT
               MOVE GEN-T-CNT (GEN-IDX)  TO EXPECTED-CNT
               MOVE GEN-T-MAN-SEQ (GEN-IDX) TO EXPECTED-MAN-SEQ
               MOVE GEN-T-MAN-SUM (GEN-IDX) TO EXPECTED-MAN-SUM.
       RESOLVE-SEARCH-EXIT.
           EXIT.

               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'DA-S-MANDISK' TO MAN-DDNAME.
           OPEN OUTPUT MAN-FILE-DISK.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
      *        THE RESTORED COPY'S MANIFEST KEEPS THE COPY RUN AND
      *        GENERATION OF THE SLOT IT CAME FROM.
           MOVE MAN-SAVE-HEADER TO MANIFEST-RECORD.
           MOVE 'DA-S-OUTDISK'  TO MHD-COPY-DD.
           MOVE 'TAPRESTR'      TO MHD-WRITER.
           MOVE RPT-H2-DATE     TO MHD-WRITE-DATE.
           MOVE RPT-H2-TIME     TO MHD-WRITE-TIME.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.
           MOVE +0 TO MAN-REC-CNT.
           MOVE +0 TO MAN-FILE-SEQ.
           MOVE +0 TO MAN-FILE-SUM.

           PERFORM COPY-REC-RTN THRU COPY-REC-EXIT
               UNTIL EOF.

           MOVE SPACES        TO MANIFEST-RECORD.
           MOVE 'MTR'         TO MAN-REC-TYPE.
           MOVE MAN-REC-CNT   TO MTR-REC-CNT.
           MOVE MAN-FILE-SEQ  TO MTR-FILE-SEQ.
           MOVE MAN-FILE-SUM  TO MTR-FILE-SUM.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.
           EVALUATE RESTORE-SLOT
               WHEN 1  CLOSE GEN-FILE1
               WHEN 2  CLOSE GEN-FILE2
               WHEN 3  CLOSE GEN-FILE3
               WHEN 4  CLOSE GEN-FILE4
           END-EVALUATE.
           CLOSE OUT-FILE, MAN-FILE-DISK.
       COPY-GEN-EXIT.
           EXIT.

                   READ GEN-FILE1
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD1 TO MAN-WORK-REC
                           WRITE OUT-RECORD FROM GEN-RECORD1
                   END-READ
               WHEN 2
                   READ GEN-FILE2
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD2 TO MAN-WORK-REC
                           WRITE OUT-RECORD FROM GEN-RECORD2
                   END-READ
               WHEN 3
                   READ GEN-FILE3
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD3 TO MAN-WORK-REC
                           WRITE OUT-RECORD FROM GEN-RECORD3
                   END-READ
               WHEN 4
                   READ GEN-FILE4
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD4 TO MAN-WORK-REC
                           WRITE OUT-RECORD FROM GEN-RECORD4
                   END-READ
           END-EVALUATE.
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO COPIED-CNT.
           PERFORM MANIFEST-ENTRY-RTN THRU MANIFEST-ENTRY-EXIT.
       COPY-REC-EXIT.
           EXIT.

      *================================================================
      *    MANIFEST-CHECK-RTN -- PROVE THE RESOLVED SLOT AGAINST ITS
      *    MANIFEST BEFORE DA-S-OUTDISK IS OPENED: THE MANIFEST MUST
      *    BE FOR THIS SLOT AND THIS GENERATION, EVERY RECORD'S KEY,
      *    LENGTH AND HASH MUST AGREE IN FILE ORDER, AND THE COUNT
      *    AND WHOLE-FILE HASH ON THE TRAILER MUST AGREE WITH THE
      *    SLOT AND WITH THE CATALOG ENTRY.  A CATALOG ENTRY WRITTEN
      *    BEFORE MANIFESTS WERE KEPT CARRIES NO HASH TO TIE TO.
      *================================================================
       MANIFEST-CHECK-RTN.
           MOVE 'DA-S-MANGEN'  TO MAN-DDNAME.
           MOVE GEN-DD-DIGIT   TO MAN-DDNAME (12:1).
           EVALUATE RESTORE-SLOT
               WHEN 1  OPEN INPUT MAN-FILE-GEN1
               WHEN 2  OPEN INPUT MAN-FILE-GEN2
               WHEN 3  OPEN INPUT MAN-FILE-GEN3
               WHEN 4  OPEN INPUT MAN-FILE-GEN4
           END-EVALUATE.
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
                   OR MHD-COPY-DD NOT = GEN-IN-DD
               PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT
               STRING 'MANIFEST ON ' MAN-DDNAME ' IS NOT FOR '
                   GEN-IN-DD DELIMITED BY SIZE INTO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.
           IF MHD-GEN-NBR NOT = RESTORE-GEN-NBR
               PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT
               MOVE MHD-GEN-NBR TO MAN-GEN-DISP
               STRING 'MANIFEST ON ' MAN-DDNAME ' IS FOR GENERATION '
                   MAN-GEN-DISP DELIMITED BY SIZE INTO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.
           MOVE MANIFEST-RECORD TO MAN-SAVE-HEADER.

           EVALUATE RESTORE-SLOT
               WHEN 1  OPEN INPUT GEN-FILE1
               WHEN 2  OPEN INPUT GEN-FILE2
               WHEN 3  OPEN INPUT GEN-FILE3
               WHEN 4  OPEN INPUT GEN-FILE4
           END-EVALUATE.
           IF GEN-STATUS NOT = '00'
               MOVE GEN-IN-DD      TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE GEN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM MANIFEST-GEN-READ-RTN THRU MANIFEST-GEN-READ-EXIT.
           PERFORM MANIFEST-CHECK-REC-RTN THRU MANIFEST-CHECK-REC-EXIT
               UNTIL MAN-COPY-EOF OR MAN-BAD.
           IF NOT MAN-BAD
               PERFORM MANIFEST-END-RTN THRU MANIFEST-END-EXIT
           END-IF.
           EVALUATE RESTORE-SLOT
               WHEN 1  CLOSE GEN-FILE1
               WHEN 2  CLOSE GEN-FILE2
               WHEN 3  CLOSE GEN-FILE3
               WHEN 4  CLOSE GEN-FILE4
           END-EVALUATE.
           PERFORM MANIFEST-CLOSE-RTN THRU MANIFEST-CLOSE-EXIT.
           IF MAN-BAD
               GO TO MANIFEST-CHECK-REFUSE.
           IF EXPECTED-MAN-SEQ = 0 AND EXPECTED-MAN-SUM = 0
               GO TO MANIFEST-CHECK-EXIT.
           IF EXPECTED-MAN-SEQ NOT = MAN-FILE-SEQ
                   OR EXPECTED-MAN-SUM NOT = MAN-FILE-SUM
               MOVE 'WHOLE-FILE HASH DOES NOT MATCH THE CATALOG ENTRY'
                   TO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.
           GO TO MANIFEST-CHECK-EXIT.
       MANIFEST-CHECK-REFUSE.
           DISPLAY 'TAPRESTR - GENERATION DOES NOT MATCH ITS '
               'MANIFEST, RESTORE REFUSED'.
           DISPLAY '  DD NAME ........: ' GEN-IN-DD.
           DISPLAY '  REASON .........: ' MAN-REASON.
           DISPLAY 'TAPRESTR - DA-S-OUTDISK HAS NOT BEEN CHANGED'.
           MOVE 8 TO RETURN-CODE.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.
           STOP RUN.
       MANIFEST-CHECK-EXIT.
           EXIT.

       MANIFEST-CHECK-REC-RTN.
           MOVE GEN-LENGTH TO MAN-WORK-LEN.
           PERFORM MANIFEST-MATCH-RTN THRU MANIFEST-MATCH-EXIT.
           PERFORM MANIFEST-GEN-READ-RTN THRU MANIFEST-GEN-READ-EXIT.
       MANIFEST-CHECK-REC-EXIT.
           EXIT.

      *        GEN-LENGTH LANDS THE RECORD'S OWN LENGTH.  STATUS 09
      *        (CONTROL BYTE IN THE RECORD) IS STILL A RECORD.
       MANIFEST-GEN-READ-RTN.
           EVALUATE RESTORE-SLOT
               WHEN 1
                   READ GEN-FILE1
                       AT END  MOVE 'Y' TO MAN-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD1 TO MAN-WORK-REC
                   END-READ
               WHEN 2
                   READ GEN-FILE2
                       AT END  MOVE 'Y' TO MAN-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD2 TO MAN-WORK-REC
                   END-READ
               WHEN 3
                   READ GEN-FILE3
                       AT END  MOVE 'Y' TO MAN-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD3 TO MAN-WORK-REC
                   END-READ
               WHEN 4
                   READ GEN-FILE4
                       AT END  MOVE 'Y' TO MAN-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD4 TO MAN-WORK-REC
                   END-READ
           END-EVALUATE.
           IF MAN-COPY-EOF
               GO TO MANIFEST-GEN-READ-EXIT.
           IF GEN-STATUS NOT = '00' AND GEN-STATUS NOT = '09'
               MOVE GEN-IN-DD      TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE GEN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       MANIFEST-GEN-READ-EXIT.
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
           EVALUATE RESTORE-SLOT
               WHEN 1
                   READ MAN-FILE-GEN1 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                   END-READ
               WHEN 2
                   READ MAN-FILE-GEN2 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                   END-READ
               WHEN 3
                   READ MAN-FILE-GEN3 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                   END-READ
               WHEN 4
                   READ MAN-FILE-GEN4 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO MAN-EOF-SW
                   END-READ
           END-EVALUATE.
           IF MAN-EOF
               GO TO MANIFEST-READ-EXIT.
           IF MAN-STATUS NOT = '00'
               MOVE MAN-DDNAME     TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       MANIFEST-READ-EXIT.
           EXIT.

       MANIFEST-CLOSE-RTN.
           EVALUATE RESTORE-SLOT
               WHEN 1  CLOSE MAN-FILE-GEN1
               WHEN 2  CLOSE MAN-FILE-GEN2
               WHEN 3  CLOSE MAN-FILE-GEN3
               WHEN 4  CLOSE MAN-FILE-GEN4
           END-EVALUATE.
       MANIFEST-CLOSE-EXIT.
           EXIT.

      *        ONE ENTRY OF THE RESTORED COPY'S MANIFEST FOR THE
      *        RECORD JUST WRITTEN (STILL IN MAN-WORK-REC).
       MANIFEST-ENTRY-RTN.
           ADD +1 TO MAN-REC-CNT.
           MOVE SPACES TO HSH-WORK-REC.
           IF GEN-LENGTH > 0
               MOVE MAN-WORK-REC (1:GEN-LENGTH)
                   TO HSH-WORK-REC (1:GEN-LENGTH)
           END-IF.
           PERFORM HASH-REC-RTN THRU HASH-REC-EXIT.
           PERFORM HASH-FOLD-RTN THRU HASH-FOLD-EXIT.
           MOVE SPACES           TO MANIFEST-RECORD.
           MOVE 'MRC'            TO MAN-REC-TYPE.
           MOVE MAN-REC-CNT      TO MRC-REC-NBR.
           MOVE HSH-WORK-REC (1:10) TO MRC-KEY.
           MOVE GEN-LENGTH       TO MRC-LENGTH.
           MOVE HSH-REC-HASH     TO MRC-HASH.
           PERFORM MANIFEST-WRITE-RTN THRU MANIFEST-WRITE-EXIT.
       MANIFEST-ENTRY-EXIT.
           EXIT.

       MANIFEST-WRITE-RTN.
           WRITE MAN-DISK-RECORD FROM MANIFEST-RECORD.
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

       REPORT-RTN.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           MOVE EXPECTED-CNT TO RPT-DTL-EXP-CNT.
           WRITE PRINT-LINE FROM RPT-DTL-2 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-3 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-6 AFTER ADVANCING 1 LINE.
           IF COUNT-VERIFIED
               WRITE PRINT-LINE FROM RPT-DTL-4
                   AFTER ADVANCING 1 LINE
       AUDIT-EXIT.
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
               DISPLAY 'TAPRESTR - RUN LOCK HELD BY ANOTHER JOB, '
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
                   DISPLAY 'TAPRESTR - UNRECOGNIZED LOCK CARD '
                       'IGNORED: ' LKO-CARD-ID
               END-IF
               GO TO LOCK-CARD-READ-EXIT.
           IF LKO-PROGRAM = SPACES OR LKO-RUN-DATE = SPACES
                   OR LKO-RUN-TIME = SPACES
               DISPLAY 'TAPRESTR - LCK CARD MUST NAME THE HOLDER AND '
                   'THE DATE AND TIME OF ITS LOCK, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           IF LOCK-CARD-CNT >= 5
               DISPLAY 'TAPRESTR - MORE THAN 5 LCK CARDS, CARD IGNORED'
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
               DISPLAY 'TAPRESTR - LCK CARD FOR '
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
               DISPLAY 'TAPRESTR - MORE THAN 20 LOCKS ON DA-S-RUNLOCK, '
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
           DISPLAY 'TAPRESTR - RUN LOCK CLEARED BY LCK OVERRIDE CARD'.
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
               DISPLAY 'TAPRESTR - RUN LOCK WAS CLEARED BY AN OVERRIDE '
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
           DISPLAY 'TAPRESTR - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
