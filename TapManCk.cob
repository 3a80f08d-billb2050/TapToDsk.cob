       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPMANCK.
       AUTHOR. BILL BLASINGIM.
       REMARKS.
           Companion program to TAPTODSK.
           Checks a disk copy or a retained generation against its
           manifest, without the tape.

           TAPTODSK writes a manifest for the copy it produced (see
           TTDMAN): the flat copy on DA-S-MANDISK, the KSDS on
           DA-S-MANVSAM, each generation slot on DA-S-MANGEN1-4.  A
           manifest carries every record's key, length and hash in
           file order and a whole-file hash, and the same whole-file
           hash is carried on the run ticket and the catalog entry.
           Until now the only way to prove a copy was still the file
           the run wrote was to mount the tape again and run
           TAPVERFY.  This program reads the copy and its manifest
           side by side and reports every record whose key, length
           or content no longer agrees, every record added or lost,
           and whether the count and whole-file hash still agree
           with the trailer.

           The manifest is then tied back to the run that wrote it:
           a generation to its catalog entry (run date and time,
           slot, record count and whole-file hash), a copy kept
           without generations to the run ticket when the ticket is
           still that run's.  A manifest rebuilt by TAPREPAR after a
           repair, or one whose run has since left the ticket or the
           catalog, is reported as not tied -- it still proves the
           copy, but not against the run.

           MCK cards on UR-S-MCKCARD (columns 4-7) pick what to check:
           DISK, VSAM, GEN with a generation number in columns 8-12
           (00000 = the newest on the catalog), or ALL.  No cards
           means ALL.  Under ALL a copy that is not there and has no
           manifest is simply listed as not present; a copy asked
           for by name must be there.

           Return code 0 means every copy checked matches its
           manifest, 4 that a card was ignored, 8 that a copy does
           not match, has no manifest, or disagrees with its run,
           16 an I/O error.

       DATE-WRITTEN. Oct. 15, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO UR-S-MCKCARD.
           SELECT GEN-FILE1 ASSIGN TO DA-S-OUTGEN1
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
           SELECT GEN-FILE2 ASSIGN TO DA-S-OUTGEN2
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
           SELECT GEN-FILE3 ASSIGN TO DA-S-OUTGEN3
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
           SELECT GEN-FILE4 ASSIGN TO DA-S-OUTGEN4
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
           SELECT OUT-FILE ASSIGN TO DA-S-OUTDISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS COPY-STATUS.
           SELECT OUT-FILE-VSAM ASSIGN TO DA-S-OUTVSAM
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TTD-KEY OF OUT-VSAM-RECORD
               FILE STATUS IS COPY-STATUS.
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
           SELECT CATALOG-FILE ASSIGN TO DA-S-CATLG
               FILE STATUS IS CAT-STATUS.
           SELECT TICKET-FILE ASSIGN TO DA-S-RUNTKT
               FILE STATUS IS TKT-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  CHECK-CARD.
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'MCK'.
           05  MCK-CARD-ID                  PIC X(03).
      *        'DISK', 'VSAM', 'GEN ' OR 'ALL '.
           05  MCK-TARGET                   PIC X(04).
      *        GENERATION FOR A 'GEN ' CARD.  00000 = THE NEWEST ON
      *        THE CATALOG.
           05  MCK-GEN-NBR                  PIC 9(05).
           05  FILLER                       PIC X(68).
       FD  GEN-FILE1
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON COPY-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD1                      PIC X(163).
       FD  GEN-FILE2
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON COPY-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD2                      PIC X(163).
       FD  GEN-FILE3
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON COPY-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD3                      PIC X(163).
       FD  GEN-FILE4
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON COPY-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD4                      PIC X(163).
       FD  OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON COPY-LENGTH
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
      *================================================================
      *    MAN-FILE-GEN1-4 / MAN-FILE-DISK / MAN-FILE-VSAM -- THE
      *    MANIFESTS TAPTODSK (OR TAPRESTR, OR TAPREPAR) WROTE FOR
      *    EACH COPY (SEE TTDMAN).  READ INTO MANIFEST-RECORD.
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
       FD  TICKET-FILE
           LABEL RECORDS STANDARD.
       01  TICKET-RECORD.
           COPY TTDTKT.
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  COPY-LENGTH                  PIC S9(4) VALUE +163
                                             COMP-3.
           05  HIGH-RC                      PIC S9(3) VALUE +0 COMP-3.
           05  CHECKED-CNT                  PIC S9(3) VALUE +0 COMP-3.
           05  MATCHED-CNT                  PIC S9(3) VALUE +0 COMP-3.
           05  FAILED-CNT                   PIC S9(3) VALUE +0 COMP-3.
           05  ABSENT-CNT                   PIC S9(3) VALUE +0 COMP-3.

       01  CARD-AREA.
           05  CARD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CARD-EOF                           VALUE 'Y'.
           05  CARD-USED-CNT                PIC S9(3) VALUE +0 COMP-3.

       01  IO-ERROR-AREA.
           05  COPY-STATUS                  PIC X(02) VALUE '00'.
           05  MAN-STATUS                   PIC X(02) VALUE '00'.
           05  CAT-STATUS                   PIC X(02) VALUE '00'.
           05  TKT-STATUS                   PIC X(02) VALUE '00'.
           05  IO-DDNAME                    PIC X(20).
           05  IO-OPERATION                 PIC X(20).
           05  IO-STATUS-DISP               PIC X(02).

      *================================================================
      *    SELECT-AREA -- WHAT TO CHECK, BY TARGET: 1-4 THE GENERATION
      *    SLOTS, 5 THE FLAT COPY, 6 THE KSDS (THE SAME NUMBERING
      *    TAPTODSK USES FOR ITS MANIFEST).  'A' = PICKED UP BY ALL,
      *    'E' = ASKED FOR BY NAME.  CHK-T-WANT-GEN IS THE GENERATION
      *    A GEN CARD EXPECTS TO FIND IN THE SLOT.
      *================================================================
       01  SELECT-AREA.
           05  SELECT-TABLE OCCURS 6 TIMES.
               10  CHK-T-SEL-SW             PIC X(01).
                   88  CHK-T-NOT-SELECTED             VALUE 'N'.
                   88  CHK-T-BY-ALL                   VALUE 'A'.
                   88  CHK-T-BY-CARD                  VALUE 'E'.
               10  CHK-T-WANT-GEN           PIC S9(5) COMP-3.

      *================================================================
      *    CHECK-AREA -- THE COPY AND MANIFEST NOW BEING COMPARED.
      *================================================================
       01  CHECK-AREA.
           05  CHK-TARGET                   PIC S9(3) VALUE +0 COMP-3.
           05  CHK-DD-DIGIT                 PIC 9(01).
           05  CHK-COPY-DD                  PIC X(20).
           05  CHK-MAN-DD                   PIC X(20).
           05  CHK-COPY-CNT                 PIC S9(7) VALUE +0 COMP-3.
           05  CHK-DIFF-CNT                 PIC S9(7) VALUE +0 COMP-3.
           05  CHK-EXTRA-CNT                PIC S9(7) VALUE +0 COMP-3.
           05  CHK-MISSING-CNT              PIC S9(7) VALUE +0 COMP-3.
           05  CHK-FILE-SEQ                 PIC S9(9) VALUE +0 COMP-3.
           05  CHK-FILE-SUM                 PIC S9(9) VALUE +0 COMP-3.
           05  CHK-WORK-LEN                 PIC S9(4) VALUE +0 COMP-3.
           05  CHK-WORK-REC                 PIC X(163).
           05  CHK-DIFF-NBR                 PIC S9(7) VALUE +0 COMP-3.
           05  CHK-DIFF-KEY                 PIC X(10).
           05  CHK-DIFF-TEXT                PIC X(50) VALUE SPACES.
           05  CHK-TIE-TEXT                 PIC X(80).
           05  CHK-GEN-DISP                 PIC 9(05).
           05  CHK-COPY-OPEN-SW             PIC X(01) VALUE 'N'.
               88  CHK-COPY-OPEN                      VALUE 'Y'.
           05  CHK-MAN-OPEN-SW              PIC X(01) VALUE 'N'.
               88  CHK-MAN-OPEN                       VALUE 'Y'.
           05  CHK-COPY-EOF-SW              PIC X(01) VALUE 'N'.
               88  CHK-COPY-EOF                       VALUE 'Y'.
           05  CHK-MAN-EOF-SW               PIC X(01) VALUE 'N'.
               88  CHK-MAN-EOF                        VALUE 'Y'.
      *        'Y' ONCE THE MANIFEST HAS RUN OUT OF ENTRIES; THE
      *        RECORD THAT ENDED THEM (THE TRAILER, IF ALL IS WELL)
      *        IS STILL IN MANIFEST-RECORD.
           05  CHK-ENTRIES-DONE-SW          PIC X(01) VALUE 'N'.
               88  CHK-ENTRIES-DONE                   VALUE 'Y'.
           05  CHK-BAD-SW                   PIC X(01) VALUE 'N'.
               88  CHK-BAD                            VALUE 'Y'.
      *        THE HEADER OF THE MANIFEST BEING CHECKED.
           05  CHK-HDR-RUN-DATE             PIC X(10).
           05  CHK-HDR-RUN-TIME             PIC X(08).
           05  CHK-HDR-GEN-NBR              PIC S9(5) VALUE +0 COMP-3.
           05  CHK-HDR-WRITER               PIC X(08).

       01  MANIFEST-RECORD.
           COPY TTDMAN.

      *================================================================
      *    GEN-AREA -- THE CATALOG LOADED INTO TABLE FORM, THE SAME
      *    WAY TAPRESTR LOADS IT, WITH WHAT THE TIE CHECK NEEDS.
      *================================================================
       01  GEN-AREA.
           05  GEN-ENTRY-CNT                PIC S9(3) VALUE +0 COMP-3.
           05  GEN-IDX                      PIC S9(3) COMP-3.
           05  GEN-FOUND-IDX                PIC S9(3) COMP-3.
           05  GEN-EOF-SW                   PIC X(01) VALUE 'N'.
               88  GEN-EOF                            VALUE 'Y'.
           05  GEN-HIGH-NBR                 PIC S9(5) VALUE +0 COMP-3.
           05  GEN-WANT-NBR                 PIC S9(5) VALUE +0 COMP-3.
           05  GEN-TABLE OCCURS 100 TIMES.
               10  GEN-T-NBR                PIC S9(5) COMP-3.
               10  GEN-T-SLOT               PIC S9(3) COMP-3.
               10  GEN-T-RUN-DATE           PIC X(10).
               10  GEN-T-RUN-TIME           PIC X(08).
               10  GEN-T-CNT                PIC S9(7) COMP-3.
               10  GEN-T-MAN-SEQ            PIC S9(9) COMP-3.
               10  GEN-T-MAN-SUM            PIC S9(9) COMP-3.

       01  TICKET-AREA.
           05  TKT-EOF-SW                   PIC X(01) VALUE 'N'.
               88  TKT-MISSING                        VALUE 'Y'.

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

       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
               10  RPT-DATE-YY              PIC X(02).
               10  RPT-DATE-MM              PIC X(02).
               10  RPT-DATE-DD              PIC X(02).
           05  RPT-TIME-HHMMSSHH            PIC X(08).

       01  RPT-HDG-1.
           05  FILLER                       PIC X(31)
               VALUE 'TAPMANCK MANIFEST CHECK REPORT '.
           05  FILLER                       PIC X(102) VALUE SPACES.

       01  RPT-HDG-2.
           05  FILLER                       PIC X(11)
               VALUE 'RUN DATE: '.
           05  RPT-H2-DATE                  PIC X(10).
           05  FILLER                       PIC X(06) VALUE SPACES.
           05  FILLER                       PIC X(11)
               VALUE 'RUN TIME: '.
           05  RPT-H2-TIME                  PIC X(08).
           05  FILLER                       PIC X(87) VALUE SPACES.

       01  RPT-CPY-1.
           05  FILLER                       PIC X(20)
               VALUE 'COPY .............. '.
           05  RPT-CPY-COPY-DD              PIC X(20).
           05  FILLER                       PIC X(10)
               VALUE 'MANIFEST  '.
           05  RPT-CPY-MAN-DD               PIC X(20).
           05  FILLER                       PIC X(63) VALUE SPACES.

       01  RPT-CPY-2.
           05  FILLER                       PIC X(20)
               VALUE 'WRITTEN BY ........ '.
           05  RPT-CPY-WRITER               PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-CPY-WRITE-DATE           PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-CPY-WRITE-TIME           PIC X(08).
           05  FILLER                       PIC X(11)
               VALUE '  COPY RUN '.
           05  RPT-CPY-RUN-DATE             PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-CPY-RUN-TIME             PIC X(08).
           05  FILLER                       PIC X(06)
               VALUE '  GEN '.
           05  RPT-CPY-GEN-NBR              PIC 9(05).
           05  FILLER                       PIC X(44) VALUE SPACES.

       01  RPT-CPY-3.
           05  FILLER                       PIC X(20)
               VALUE 'RECORDS IN COPY ... '.
           05  RPT-CPY-REC-CNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(06)
               VALUE '  HASH'.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-CPY-SEQ                  PIC 9(09).
           05  FILLER                       PIC X(01) VALUE '-'.
           05  RPT-CPY-SUM                  PIC 9(09).
           05  FILLER                       PIC X(76) VALUE SPACES.

       01  RPT-CPY-4.
           05  FILLER                       PIC X(20)
               VALUE 'DIFFERENCES ....... '.
           05  RPT-CPY-DIFF-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(12)
               VALUE '  EXTRA ... '.
           05  RPT-CPY-EXTRA-CNT            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(12)
               VALUE '  MISSING . '.
           05  RPT-CPY-MISSING-CNT          PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(56) VALUE SPACES.

       01  RPT-CPY-5.
           05  FILLER                       PIC X(20)
               VALUE 'TIED TO THE RUN ... '.
           05  RPT-CPY-TIE                  PIC X(80).
           05  FILLER                       PIC X(33) VALUE SPACES.

       01  RPT-CPY-6.
           05  FILLER                       PIC X(20)
               VALUE 'RESULT ............ '.
           05  RPT-CPY-RESULT               PIC X(60).
           05  FILLER                       PIC X(53) VALUE SPACES.

       01  RPT-DIF-LINE.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(07) VALUE 'RECORD '.
           05  RPT-DIF-NBR                  PIC ZZZZZZ9.
           05  FILLER                       PIC X(05) VALUE '  KEY'.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-DIF-KEY                  PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-DIF-TEXT                 PIC X(50).
           05  FILLER                       PIC X(47) VALUE SPACES.

       01  RPT-DIF-MORE.
           05  FILLER                       PIC X(04) VALUE SPACES.
           05  FILLER                       PIC X(34)
               VALUE 'FIRST 20 DIFFERENCES LISTED ONLY'.
           05  FILLER                       PIC X(95) VALUE SPACES.

       01  RPT-SUM-LINE.
           05  RPT-SUM-LABEL                PIC X(20).
           05  RPT-SUM-CNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(102) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.

           PERFORM LOAD-CATALOG-RTN THRU LOAD-CATALOG-EXIT.
           PERFORM READ-TICKET-RTN THRU READ-TICKET-EXIT.
           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.

           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM RPT-HDG-2 AFTER ADVANCING 2 LINES.

           PERFORM CHECK-TARGET-RTN THRU CHECK-TARGET-EXIT
               VARYING CHK-TARGET FROM 1 BY 1
               UNTIL CHK-TARGET > 6.

           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           MOVE 'COPIES CHECKED .... ' TO RPT-SUM-LABEL.
           MOVE CHECKED-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'MATCHING .......... ' TO RPT-SUM-LABEL.
           MOVE MATCHED-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NOT MATCHING ...... ' TO RPT-SUM-LABEL.
           MOVE FAILED-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'NOT PRESENT ....... ' TO RPT-SUM-LABEL.
           MOVE ABSENT-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           CLOSE PRINT-FILE.

           MOVE HIGH-RC TO RETURN-CODE.
           STOP RUN.

      *================================================================
      *    LOAD-CATALOG-RTN -- THE CATALOG INTO GEN-TABLE.  NO
      *    CATALOG IS NOT AN ERROR HERE -- A SHOP WITHOUT GENERATIONS
      *    HAS NONE -- BUT THEN NO GENERATION CAN BE TIED TO ITS RUN.
      *================================================================
       LOAD-CATALOG-RTN.
           OPEN INPUT CATALOG-FILE.
           IF CAT-STATUS = '35'
               GO TO LOAD-CATALOG-EXIT.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM LOAD-CATALOG-REC-RTN THRU LOAD-CATALOG-REC-EXIT
               UNTIL GEN-EOF.
           CLOSE CATALOG-FILE.
       LOAD-CATALOG-EXIT.
           EXIT.

       LOAD-CATALOG-REC-RTN.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO GEN-EOF-SW
                   GO TO LOAD-CATALOG-REC-EXIT
           END-READ.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF GEN-ENTRY-CNT >= 100
               MOVE 'Y' TO GEN-EOF-SW
               GO TO LOAD-CATALOG-REC-EXIT.
           ADD +1 TO GEN-ENTRY-CNT.
           IF CAT-GEN-NBR NUMERIC
               MOVE CAT-GEN-NBR TO GEN-T-NBR (GEN-ENTRY-CNT)
           ELSE
               MOVE +0 TO GEN-T-NBR (GEN-ENTRY-CNT)
           END-IF.
           IF CAT-SLOT NUMERIC
               MOVE CAT-SLOT TO GEN-T-SLOT (GEN-ENTRY-CNT)
           ELSE
               MOVE +0 TO GEN-T-SLOT (GEN-ENTRY-CNT)
           END-IF.
           MOVE CAT-RUN-DATE TO GEN-T-RUN-DATE (GEN-ENTRY-CNT).
           MOVE CAT-RUN-TIME TO GEN-T-RUN-TIME (GEN-ENTRY-CNT).
           IF CAT-REC-CNT NUMERIC
               MOVE CAT-REC-CNT TO GEN-T-CNT (GEN-ENTRY-CNT)
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
       LOAD-CATALOG-REC-EXIT.
           EXIT.

      *        FIND GEN-WANT-NBR ON THE CATALOG; GEN-FOUND-IDX IS 0
      *        WHEN IT IS NOT THERE.
       GEN-FIND-RTN.
           MOVE +0 TO GEN-FOUND-IDX.
           PERFORM GEN-SEARCH-RTN THRU GEN-SEARCH-EXIT
               VARYING GEN-IDX FROM 1 BY 1
               UNTIL GEN-IDX > GEN-ENTRY-CNT OR GEN-FOUND-IDX > 0.
       GEN-FIND-EXIT.
           EXIT.

       GEN-SEARCH-RTN.
           IF GEN-T-NBR (GEN-IDX) = GEN-WANT-NBR
               MOVE GEN-IDX TO GEN-FOUND-IDX.
       GEN-SEARCH-EXIT.
           EXIT.

       READ-TICKET-RTN.
           OPEN INPUT TICKET-FILE.
           IF TKT-STATUS = '35'
               MOVE 'Y' TO TKT-EOF-SW
               GO TO READ-TICKET-EXIT.
           IF TKT-STATUS NOT = '00'
               MOVE 'DA-S-RUNTKT'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE TKT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           READ TICKET-FILE
               AT END
                   MOVE 'Y' TO TKT-EOF-SW
           END-READ.
           CLOSE TICKET-FILE.
       READ-TICKET-EXIT.
           EXIT.

      *================================================================
      *    READ-CONTROL-CARD-RTN -- THE MCK DECK.  NO USABLE CARD
      *    MEANS ALL.
      *================================================================
       READ-CONTROL-CARD-RTN.
           PERFORM SELECT-INIT-RTN THRU SELECT-INIT-EXIT
               VARYING CHK-TARGET FROM 1 BY 1
               UNTIL CHK-TARGET > 6.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-CARD-RTN THRU READ-CARD-EXIT
               UNTIL CARD-EOF.
           CLOSE CONTROL-FILE.
           IF CARD-USED-CNT = 0
               PERFORM SELECT-ALL-RTN THRU SELECT-ALL-EXIT
                   VARYING CHK-TARGET FROM 1 BY 1
                   UNTIL CHK-TARGET > 6
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

       SELECT-INIT-RTN.
           MOVE 'N' TO CHK-T-SEL-SW (CHK-TARGET).
           MOVE +0  TO CHK-T-WANT-GEN (CHK-TARGET).
       SELECT-INIT-EXIT.
           EXIT.

       SELECT-ALL-RTN.
           IF CHK-T-NOT-SELECTED (CHK-TARGET)
               MOVE 'A' TO CHK-T-SEL-SW (CHK-TARGET).
       SELECT-ALL-EXIT.
           EXIT.

       READ-CARD-RTN.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SW
                   GO TO READ-CARD-EXIT
           END-READ.
           IF MCK-CARD-ID NOT = 'MCK'
               IF CHECK-CARD NOT = SPACES
                   DISPLAY 'TAPMANCK - UNRECOGNIZED CONTROL CARD '
                       'IGNORED: ' MCK-CARD-ID
                   IF HIGH-RC < 4
                       MOVE 4 TO HIGH-RC
                   END-IF
               END-IF
               GO TO READ-CARD-EXIT.
           EVALUATE MCK-TARGET
               WHEN 'DISK'
                   MOVE 'E' TO CHK-T-SEL-SW (5)
                   ADD +1 TO CARD-USED-CNT
               WHEN 'VSAM'
                   MOVE 'E' TO CHK-T-SEL-SW (6)
                   ADD +1 TO CARD-USED-CNT
               WHEN 'ALL '
                   PERFORM SELECT-ALL-RTN THRU SELECT-ALL-EXIT
                       VARYING CHK-TARGET FROM 1 BY 1
                       UNTIL CHK-TARGET > 6
                   ADD +1 TO CARD-USED-CNT
               WHEN 'GEN '
                   PERFORM GEN-CARD-RTN THRU GEN-CARD-EXIT
                   ADD +1 TO CARD-USED-CNT
               WHEN OTHER
                   DISPLAY 'TAPMANCK - MCK CARD TARGET '
                       MCK-TARGET ' NOT DISK, VSAM, GEN OR ALL, '
                       'CARD IGNORED'
                   IF HIGH-RC < 4
                       MOVE 4 TO HIGH-RC
                   END-IF
           END-EVALUATE.
       READ-CARD-EXIT.
           EXIT.

      *        A GENERATION ASKED FOR BY NUMBER THAT THE CATALOG DOES
      *        NOT CARRY CANNOT BE PROVED -- THAT IS A FAILED CHECK,
      *        NOT AN IGNORED CARD.
       GEN-CARD-RTN.
           IF MCK-GEN-NBR NUMERIC AND MCK-GEN-NBR > 0
               MOVE MCK-GEN-NBR  TO GEN-WANT-NBR
           ELSE
               MOVE GEN-HIGH-NBR TO GEN-WANT-NBR
           END-IF.
           PERFORM GEN-FIND-RTN THRU GEN-FIND-EXIT.
           IF GEN-FOUND-IDX = 0
                   OR GEN-T-SLOT (GEN-FOUND-IDX) < 1
                   OR GEN-T-SLOT (GEN-FOUND-IDX) > 4
               MOVE GEN-WANT-NBR TO CHK-GEN-DISP
               DISPLAY 'TAPMANCK - GENERATION ' CHK-GEN-DISP
                   ' IS NOT ON THE CATALOG, NOT CHECKED'
               MOVE 8 TO HIGH-RC
               ADD +1 TO FAILED-CNT
               GO TO GEN-CARD-EXIT.
           MOVE 'E' TO CHK-T-SEL-SW (GEN-T-SLOT (GEN-FOUND-IDX)).
           MOVE GEN-WANT-NBR
               TO CHK-T-WANT-GEN (GEN-T-SLOT (GEN-FOUND-IDX)).
       GEN-CARD-EXIT.
           EXIT.

      *================================================================
      *    CHECK-TARGET-RTN -- ONE COPY AGAINST ITS MANIFEST.  UNLIKE
      *    THE COMPANIONS THAT REFUSE AT THE FIRST DIFFERENCE, THIS
      *    READS THE WHOLE COPY SO THE REPORT SHOWS HOW FAR IT HAS
      *    DRIFTED.  THE FIRST 20 DIFFERENCES ARE LISTED.
      *================================================================
       CHECK-TARGET-RTN.
           IF CHK-T-NOT-SELECTED (CHK-TARGET)
               GO TO CHECK-TARGET-EXIT.
           MOVE +0  TO CHK-COPY-CNT, CHK-DIFF-CNT, CHK-EXTRA-CNT,
                       CHK-MISSING-CNT, CHK-FILE-SEQ, CHK-FILE-SUM,
                       CHK-HDR-GEN-NBR.
           MOVE 'N' TO CHK-COPY-OPEN-SW, CHK-MAN-OPEN-SW,
                       CHK-COPY-EOF-SW, CHK-MAN-EOF-SW,
                       CHK-ENTRIES-DONE-SW, CHK-BAD-SW.
           MOVE SPACES TO CHK-HDR-RUN-DATE, CHK-HDR-RUN-TIME,
                          CHK-HDR-WRITER, CHK-TIE-TEXT.
           EVALUATE CHK-TARGET
               WHEN 5
                   MOVE 'DA-S-OUTDISK' TO CHK-COPY-DD
                   MOVE 'DA-S-MANDISK' TO CHK-MAN-DD
               WHEN 6
                   MOVE 'DA-S-OUTVSAM' TO CHK-COPY-DD
                   MOVE 'DA-S-MANVSAM' TO CHK-MAN-DD
               WHEN OTHER
                   MOVE CHK-TARGET     TO CHK-DD-DIGIT
                   MOVE 'DA-S-OUTGEN'  TO CHK-COPY-DD
                   MOVE CHK-DD-DIGIT   TO CHK-COPY-DD (12:1)
                   MOVE 'DA-S-MANGEN'  TO CHK-MAN-DD
                   MOVE CHK-DD-DIGIT   TO CHK-MAN-DD (12:1)
           END-EVALUATE.

           PERFORM CHECK-OPEN-RTN THRU CHECK-OPEN-EXIT.
           IF NOT CHK-COPY-OPEN AND NOT CHK-MAN-OPEN
               IF CHK-T-BY-ALL (CHK-TARGET)
                   ADD +1 TO ABSENT-CNT
                   GO TO CHECK-TARGET-EXIT
               END-IF
           END-IF.

           ADD +1 TO CHECKED-CNT.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           MOVE CHK-COPY-DD TO RPT-CPY-COPY-DD.
           MOVE CHK-MAN-DD  TO RPT-CPY-MAN-DD.
           WRITE PRINT-LINE FROM RPT-CPY-1 AFTER ADVANCING 1 LINE.

           IF NOT CHK-COPY-OPEN AND NOT CHK-MAN-OPEN
               MOVE 'COPY NOT PRESENT AND NO MANIFEST'
                   TO RPT-CPY-RESULT
               GO TO CHECK-TARGET-FAIL.
           IF NOT CHK-MAN-OPEN
               PERFORM CHECK-CLOSE-RTN THRU CHECK-CLOSE-EXIT
               MOVE 'NO MANIFEST FOR THIS COPY' TO RPT-CPY-RESULT
               GO TO CHECK-TARGET-FAIL.
           IF NOT CHK-COPY-OPEN
               PERFORM CHECK-CLOSE-RTN THRU CHECK-CLOSE-EXIT
               MOVE 'MANIFEST PRESENT BUT THE COPY IS NOT'
                   TO RPT-CPY-RESULT
               GO TO CHECK-TARGET-FAIL.

           PERFORM CHECK-MAN-READ-RTN THRU CHECK-MAN-READ-EXIT.
           IF CHK-MAN-EOF OR NOT MAN-HEADER
                   OR MHD-COPY-DD NOT = CHK-COPY-DD
               PERFORM CHECK-CLOSE-RTN THRU CHECK-CLOSE-EXIT
               MOVE 'MANIFEST HEADER IS NOT FOR THIS COPY'
                   TO RPT-CPY-RESULT
               GO TO CHECK-TARGET-FAIL.
           MOVE MHD-RUN-DATE   TO CHK-HDR-RUN-DATE.
           MOVE MHD-RUN-TIME   TO CHK-HDR-RUN-TIME.
           MOVE MHD-WRITER     TO CHK-HDR-WRITER.
           IF MHD-GEN-NBR NUMERIC
               MOVE MHD-GEN-NBR TO CHK-HDR-GEN-NBR
           END-IF.
           MOVE MHD-WRITER     TO RPT-CPY-WRITER.
           MOVE MHD-WRITE-DATE TO RPT-CPY-WRITE-DATE.
           MOVE MHD-WRITE-TIME TO RPT-CPY-WRITE-TIME.
           MOVE MHD-RUN-DATE   TO RPT-CPY-RUN-DATE.
           MOVE MHD-RUN-TIME   TO RPT-CPY-RUN-TIME.
           MOVE CHK-HDR-GEN-NBR TO RPT-CPY-GEN-NBR.
           WRITE PRINT-LINE FROM RPT-CPY-2 AFTER ADVANCING 1 LINE.

           PERFORM CHECK-COPY-READ-RTN THRU CHECK-COPY-READ-EXIT.
           PERFORM CHECK-REC-RTN THRU CHECK-REC-EXIT
               UNTIL CHK-COPY-EOF.
           PERFORM CHECK-TAIL-RTN THRU CHECK-TAIL-EXIT.
           PERFORM CHECK-CLOSE-RTN THRU CHECK-CLOSE-EXIT.
           IF CHK-DIFF-CNT > 20
               WRITE PRINT-LINE FROM RPT-DIF-MORE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE CHK-COPY-CNT    TO RPT-CPY-REC-CNT.
           MOVE CHK-FILE-SEQ    TO RPT-CPY-SEQ.
           MOVE CHK-FILE-SUM    TO RPT-CPY-SUM.
           WRITE PRINT-LINE FROM RPT-CPY-3 AFTER ADVANCING 1 LINE.
           MOVE CHK-DIFF-CNT    TO RPT-CPY-DIFF-CNT.
           MOVE CHK-EXTRA-CNT   TO RPT-CPY-EXTRA-CNT.
           MOVE CHK-MISSING-CNT TO RPT-CPY-MISSING-CNT.
           WRITE PRINT-LINE FROM RPT-CPY-4 AFTER ADVANCING 1 LINE.

           IF CHK-BAD
               MOVE 'COPY DOES NOT MATCH ITS MANIFEST'
                   TO RPT-CPY-RESULT
               GO TO CHECK-TARGET-FAIL.

           PERFORM CHECK-TIE-RTN THRU CHECK-TIE-EXIT.
           MOVE CHK-TIE-TEXT TO RPT-CPY-TIE.
           WRITE PRINT-LINE FROM RPT-CPY-5 AFTER ADVANCING 1 LINE.
           IF CHK-BAD
               MOVE 'COPY MATCHES ITS MANIFEST BUT NOT ITS RUN'
                   TO RPT-CPY-RESULT
               GO TO CHECK-TARGET-FAIL.

           MOVE 'COPY MATCHES ITS MANIFEST' TO RPT-CPY-RESULT.
           WRITE PRINT-LINE FROM RPT-CPY-6 AFTER ADVANCING 1 LINE.
           ADD +1 TO MATCHED-CNT.
           GO TO CHECK-TARGET-EXIT.
       CHECK-TARGET-FAIL.
           WRITE PRINT-LINE FROM RPT-CPY-6 AFTER ADVANCING 1 LINE.
           DISPLAY 'TAPMANCK - COPY FAILED ITS MANIFEST CHECK'.
           DISPLAY '  DD NAME ........: ' CHK-COPY-DD.
           DISPLAY '  RESULT .........: ' RPT-CPY-RESULT.
           ADD +1 TO FAILED-CNT.
           MOVE 8 TO HIGH-RC.
       CHECK-TARGET-EXIT.
           EXIT.

      *        OPEN THE COPY AND ITS MANIFEST.  STATUS 35 (NOT THERE)
      *        ON EITHER IS A FINDING, NOT AN I/O ERROR.
       CHECK-OPEN-RTN.
           EVALUATE CHK-TARGET
               WHEN 1  OPEN INPUT MAN-FILE-GEN1
               WHEN 2  OPEN INPUT MAN-FILE-GEN2
               WHEN 3  OPEN INPUT MAN-FILE-GEN3
               WHEN 4  OPEN INPUT MAN-FILE-GEN4
               WHEN 5  OPEN INPUT MAN-FILE-DISK
               WHEN 6  OPEN INPUT MAN-FILE-VSAM
           END-EVALUATE.
           IF MAN-STATUS = '00'
               MOVE 'Y' TO CHK-MAN-OPEN-SW
           ELSE
               IF MAN-STATUS NOT = '35'
                   MOVE CHK-MAN-DD     TO IO-DDNAME
                   MOVE 'OPEN INPUT'   TO IO-OPERATION
                   MOVE MAN-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
           END-IF.
           EVALUATE CHK-TARGET
               WHEN 1  OPEN INPUT GEN-FILE1
               WHEN 2  OPEN INPUT GEN-FILE2
               WHEN 3  OPEN INPUT GEN-FILE3
               WHEN 4  OPEN INPUT GEN-FILE4
               WHEN 5  OPEN INPUT OUT-FILE
               WHEN 6  OPEN INPUT OUT-FILE-VSAM
           END-EVALUATE.
           IF COPY-STATUS = '00'
               MOVE 'Y' TO CHK-COPY-OPEN-SW
           ELSE
               IF COPY-STATUS NOT = '35'
                   MOVE CHK-COPY-DD    TO IO-DDNAME
                   MOVE 'OPEN INPUT'   TO IO-OPERATION
                   MOVE COPY-STATUS TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
           END-IF.
      *        THE KSDS IS WALKED FRONT TO BACK FROM ITS LOWEST KEY,
      *        THE SAME WAY TAPTODSK WALKED IT FOR THE MANIFEST.
           IF CHK-TARGET = 6 AND CHK-COPY-OPEN
               MOVE LOW-VALUES TO TTD-KEY OF OUT-VSAM-RECORD
               START OUT-FILE-VSAM
                   KEY NOT < TTD-KEY OF OUT-VSAM-RECORD
               IF COPY-STATUS NOT = '00'
                   MOVE 'Y' TO CHK-COPY-EOF-SW
               END-IF
           END-IF.
       CHECK-OPEN-EXIT.
           EXIT.

       CHECK-CLOSE-RTN.
           IF CHK-COPY-OPEN
               EVALUATE CHK-TARGET
                   WHEN 1  CLOSE GEN-FILE1
                   WHEN 2  CLOSE GEN-FILE2
                   WHEN 3  CLOSE GEN-FILE3
                   WHEN 4  CLOSE GEN-FILE4
                   WHEN 5  CLOSE OUT-FILE
                   WHEN 6  CLOSE OUT-FILE-VSAM
               END-EVALUATE
               MOVE 'N' TO CHK-COPY-OPEN-SW
           END-IF.
           IF CHK-MAN-OPEN
               EVALUATE CHK-TARGET
                   WHEN 1  CLOSE MAN-FILE-GEN1
                   WHEN 2  CLOSE MAN-FILE-GEN2
                   WHEN 3  CLOSE MAN-FILE-GEN3
                   WHEN 4  CLOSE MAN-FILE-GEN4
                   WHEN 5  CLOSE MAN-FILE-DISK
                   WHEN 6  CLOSE MAN-FILE-VSAM
               END-EVALUATE
               MOVE 'N' TO CHK-MAN-OPEN-SW
           END-IF.
       CHECK-CLOSE-EXIT.
           EXIT.

      *        COPY-LENGTH LANDS A FLAT RECORD'S OWN LENGTH; A KSDS
      *        RECORD IS ALWAYS THE FULL 163 BYTES.  STATUS 09
      *        (CONTROL BYTE IN THE RECORD) IS STILL A RECORD.
       CHECK-COPY-READ-RTN.
           IF CHK-COPY-EOF
               GO TO CHECK-COPY-READ-EXIT.
           EVALUATE CHK-TARGET
               WHEN 1
                   READ GEN-FILE1
                       AT END  MOVE 'Y' TO CHK-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD1 TO CHK-WORK-REC
                   END-READ
               WHEN 2
                   READ GEN-FILE2
                       AT END  MOVE 'Y' TO CHK-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD2 TO CHK-WORK-REC
                   END-READ
               WHEN 3
                   READ GEN-FILE3
                       AT END  MOVE 'Y' TO CHK-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD3 TO CHK-WORK-REC
                   END-READ
               WHEN 4
                   READ GEN-FILE4
                       AT END  MOVE 'Y' TO CHK-COPY-EOF-SW
                       NOT AT END  MOVE GEN-RECORD4 TO CHK-WORK-REC
                   END-READ
               WHEN 5
                   READ OUT-FILE
                       AT END  MOVE 'Y' TO CHK-COPY-EOF-SW
                       NOT AT END  MOVE OUT-RECORD-FLAT TO CHK-WORK-REC
                   END-READ
               WHEN 6
                   READ OUT-FILE-VSAM NEXT RECORD
                       AT END  MOVE 'Y' TO CHK-COPY-EOF-SW
                       NOT AT END
                           MOVE OUT-VSAM-RECORD-FLAT TO CHK-WORK-REC
                           MOVE 163 TO COPY-LENGTH
                   END-READ
           END-EVALUATE.
           IF CHK-COPY-EOF
               GO TO CHECK-COPY-READ-EXIT.
           IF COPY-STATUS NOT = '00' AND COPY-STATUS NOT = '09'
               MOVE CHK-COPY-DD    TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE COPY-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE COPY-LENGTH TO CHK-WORK-LEN.
       CHECK-COPY-READ-EXIT.
           EXIT.

       CHECK-MAN-READ-RTN.
           EVALUATE CHK-TARGET
               WHEN 1
                   READ MAN-FILE-GEN1 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO CHK-MAN-EOF-SW
                   END-READ
               WHEN 2
                   READ MAN-FILE-GEN2 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO CHK-MAN-EOF-SW
                   END-READ
               WHEN 3
                   READ MAN-FILE-GEN3 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO CHK-MAN-EOF-SW
                   END-READ
               WHEN 4
                   READ MAN-FILE-GEN4 INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO CHK-MAN-EOF-SW
                   END-READ
               WHEN 5
                   READ MAN-FILE-DISK INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO CHK-MAN-EOF-SW
                   END-READ
               WHEN 6
                   READ MAN-FILE-VSAM INTO MANIFEST-RECORD
                       AT END  MOVE 'Y' TO CHK-MAN-EOF-SW
                   END-READ
           END-EVALUATE.
           IF CHK-MAN-EOF
               GO TO CHECK-MAN-READ-EXIT.
           IF MAN-STATUS NOT = '00'
               MOVE CHK-MAN-DD     TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       CHECK-MAN-READ-EXIT.
           EXIT.

      *        ONE COPY RECORD AGAINST THE NEXT MANIFEST ENTRY.  ONCE
      *        THE ENTRIES RUN OUT, EVERY FURTHER COPY RECORD IS ONE
      *        THE MANIFEST NEVER HAD.
       CHECK-REC-RTN.
           ADD +1 TO CHK-COPY-CNT.
           MOVE SPACES TO HSH-WORK-REC.
           IF CHK-WORK-LEN > 0
               MOVE CHK-WORK-REC (1:CHK-WORK-LEN)
                   TO HSH-WORK-REC (1:CHK-WORK-LEN)
           END-IF.
           PERFORM HASH-REC-RTN THRU HASH-REC-EXIT.
           COMPUTE HSH-PRODUCT = CHK-FILE-SEQ * 1000003 + HSH-REC-HASH.
           DIVIDE HSH-PRODUCT BY HSH-PRIME
               GIVING HSH-QUOT REMAINDER CHK-FILE-SEQ.
           ADD HSH-REC-HASH TO CHK-FILE-SUM.
           IF CHK-FILE-SUM NOT < HSH-PRIME
               SUBTRACT HSH-PRIME FROM CHK-FILE-SUM
           END-IF.
           MOVE CHK-COPY-CNT        TO CHK-DIFF-NBR.
           MOVE HSH-WORK-REC (1:10) TO CHK-DIFF-KEY.
           IF NOT CHK-ENTRIES-DONE
               PERFORM CHECK-MAN-READ-RTN THRU CHECK-MAN-READ-EXIT
               IF CHK-MAN-EOF OR NOT MAN-ENTRY
                   MOVE 'Y' TO CHK-ENTRIES-DONE-SW
               END-IF
           END-IF.
           IF CHK-ENTRIES-DONE
               ADD +1 TO CHK-EXTRA-CNT
               MOVE 'IN THE COPY BUT NOT ON THE MANIFEST'
                   TO CHK-DIFF-TEXT
               PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT
               GO TO CHECK-REC-NEXT.
           IF MRC-KEY NOT = CHK-DIFF-KEY
               STRING 'KEY DIFFERS -- MANIFEST HAS ' MRC-KEY
                   DELIMITED BY SIZE INTO CHK-DIFF-TEXT
               PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT
               GO TO CHECK-REC-NEXT.
           IF MRC-LENGTH NOT = CHK-WORK-LEN
               MOVE 'LENGTH DIFFERS FROM THE MANIFEST'
                   TO CHK-DIFF-TEXT
               PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT
               GO TO CHECK-REC-NEXT.
           IF MRC-HASH NOT = HSH-REC-HASH
               MOVE 'CONTENT CHANGED SINCE THE MANIFEST'
                   TO CHK-DIFF-TEXT
               PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT
           END-IF.
       CHECK-REC-NEXT.
           PERFORM CHECK-COPY-READ-RTN THRU CHECK-COPY-READ-EXIT.
       CHECK-REC-EXIT.
           EXIT.

      *        THE COPY IS EXHAUSTED.  ANY ENTRIES LEFT ARE RECORDS
      *        THE COPY HAS LOST; THEN THE TRAILER MUST BE THERE AND
      *        AGREE WITH THE COPY AS READ.
       CHECK-TAIL-RTN.
           PERFORM CHECK-MISSING-RTN THRU CHECK-MISSING-EXIT
               UNTIL CHK-ENTRIES-DONE.
           IF CHK-MAN-EOF
               MOVE +0     TO CHK-DIFF-NBR
               MOVE SPACES TO CHK-DIFF-KEY
               MOVE 'MANIFEST HAS NO TRAILER' TO CHK-DIFF-TEXT
               PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT
               GO TO CHECK-TAIL-EXIT.
           IF NOT MAN-TRAILER
               MOVE +0     TO CHK-DIFF-NBR
               MOVE SPACES TO CHK-DIFF-KEY
               MOVE 'MANIFEST RECORD OUT OF PLACE BEFORE THE TRAILER'
                   TO CHK-DIFF-TEXT
               PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT
               GO TO CHECK-TAIL-EXIT.
           IF MTR-REC-CNT NOT = CHK-COPY-CNT
                   OR MTR-FILE-SEQ NOT = CHK-FILE-SEQ
                   OR MTR-FILE-SUM NOT = CHK-FILE-SUM
               MOVE +0     TO CHK-DIFF-NBR
               MOVE SPACES TO CHK-DIFF-KEY
               MOVE 'COUNT OR WHOLE-FILE HASH DIFFERS FROM TRAILER'
                   TO CHK-DIFF-TEXT
               PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT
           END-IF.
       CHECK-TAIL-EXIT.
           EXIT.

       CHECK-MISSING-RTN.
           PERFORM CHECK-MAN-READ-RTN THRU CHECK-MAN-READ-EXIT.
           IF CHK-MAN-EOF OR NOT MAN-ENTRY
               MOVE 'Y' TO CHK-ENTRIES-DONE-SW
               GO TO CHECK-MISSING-EXIT.
           ADD +1 TO CHK-MISSING-CNT.
           MOVE MRC-REC-NBR TO CHK-DIFF-NBR.
           MOVE MRC-KEY     TO CHK-DIFF-KEY.
           MOVE 'ON THE MANIFEST BUT NOT IN THE COPY'
               TO CHK-DIFF-TEXT.
           PERFORM CHECK-DIFF-RTN THRU CHECK-DIFF-EXIT.
       CHECK-MISSING-EXIT.
           EXIT.

       CHECK-DIFF-RTN.
           MOVE 'Y' TO CHK-BAD-SW.
           ADD +1 TO CHK-DIFF-CNT.
           IF CHK-DIFF-CNT > 20
               GO TO CHECK-DIFF-EXIT.
           MOVE CHK-DIFF-NBR  TO RPT-DIF-NBR.
           MOVE CHK-DIFF-KEY  TO RPT-DIF-KEY.
           MOVE CHK-DIFF-TEXT TO RPT-DIF-TEXT.
           WRITE PRINT-LINE FROM RPT-DIF-LINE AFTER ADVANCING 1 LINE.
           MOVE SPACES TO CHK-DIFF-TEXT.
       CHECK-DIFF-EXIT.
           EXIT.

      *================================================================
      *    CHECK-TIE-RTN -- TIE A MATCHING COPY BACK TO THE RUN ITS
      *    MANIFEST NAMES.  A GENERATION IS TIED TO ITS CATALOG ENTRY
      *    AND A COPY KEPT WITHOUT GENERATIONS TO THE RUN TICKET, BY
      *    RUN DATE AND TIME, COUNT AND WHOLE-FILE HASH.  DISAGREEMENT
      *    FAILS THE CHECK; A RUN NO LONGER ON THE TICKET OR CATALOG,
      *    OR A MANIFEST REBUILT BY TAPREPAR, IS ONLY REPORTED.
      *================================================================
       CHECK-TIE-RTN.
           IF CHK-HDR-WRITER = 'TAPREPAR'
               MOVE 'NOT TIED -- MANIFEST REBUILT BY TAPREPAR'
                   TO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           IF CHK-HDR-GEN-NBR > 0
               GO TO CHECK-TIE-GEN.
           IF TKT-MISSING
               MOVE 'NOT TIED -- NO RUN TICKET ON DA-S-RUNTKT'
                   TO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           IF TKT-RUN-DATE NOT = CHK-HDR-RUN-DATE
                   OR TKT-RUN-TIME NOT = CHK-HDR-RUN-TIME
                   OR TKT-OUT-DD NOT = CHK-COPY-DD
               MOVE 'NOT TIED -- THE RUN TICKET IS FOR ANOTHER RUN'
                   TO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           IF TKT-MAN-SW NOT = 'Y'
                   OR TKT-MAN-FILE-SEQ NOT = CHK-FILE-SEQ
                   OR TKT-MAN-FILE-SUM NOT = CHK-FILE-SUM
               MOVE 'Y' TO CHK-BAD-SW
               MOVE 'WHOLE-FILE HASH DISAGREES WITH THE RUN TICKET'
                   TO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           STRING 'RUN TICKET OF ' TKT-RUN-DATE ' ' TKT-RUN-TIME
               DELIMITED BY SIZE INTO CHK-TIE-TEXT.
           GO TO CHECK-TIE-EXIT.
       CHECK-TIE-GEN.
           MOVE CHK-HDR-GEN-NBR TO GEN-WANT-NBR, CHK-GEN-DISP.
           IF CHK-T-WANT-GEN (CHK-TARGET) > 0
                   AND CHK-T-WANT-GEN (CHK-TARGET) NOT = CHK-HDR-GEN-NBR
               MOVE 'Y' TO CHK-BAD-SW
               STRING 'SLOT HOLDS GENERATION ' CHK-GEN-DISP
                   ', NOT THE ONE ASKED FOR'
                   DELIMITED BY SIZE INTO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           PERFORM GEN-FIND-RTN THRU GEN-FIND-EXIT.
           IF GEN-FOUND-IDX = 0
               STRING 'NOT TIED -- GENERATION ' CHK-GEN-DISP
                   ' HAS LEFT THE CATALOG'
                   DELIMITED BY SIZE INTO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           IF GEN-T-RUN-DATE (GEN-FOUND-IDX) NOT = CHK-HDR-RUN-DATE
                   OR GEN-T-RUN-TIME (GEN-FOUND-IDX)
                       NOT = CHK-HDR-RUN-TIME
                   OR GEN-T-CNT (GEN-FOUND-IDX) NOT = CHK-COPY-CNT
                   OR (CHK-TARGET < 5
                       AND GEN-T-SLOT (GEN-FOUND-IDX) NOT = CHK-TARGET)
               MOVE 'Y' TO CHK-BAD-SW
               STRING 'CATALOG ENTRY FOR GENERATION ' CHK-GEN-DISP
                   ' DISAGREES (RUN, SLOT OR COUNT)'
                   DELIMITED BY SIZE INTO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           IF GEN-T-MAN-SEQ (GEN-FOUND-IDX) = 0
                   AND GEN-T-MAN-SUM (GEN-FOUND-IDX) = 0
               STRING 'CATALOG GENERATION ' CHK-GEN-DISP
                   ' -- ENTRY CARRIES NO HASH'
                   DELIMITED BY SIZE INTO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           IF GEN-T-MAN-SEQ (GEN-FOUND-IDX) NOT = CHK-FILE-SEQ
                   OR GEN-T-MAN-SUM (GEN-FOUND-IDX) NOT = CHK-FILE-SUM
               MOVE 'Y' TO CHK-BAD-SW
               STRING 'WHOLE-FILE HASH DISAGREES WITH CATALOG '
                   'GENERATION ' CHK-GEN-DISP
                   DELIMITED BY SIZE INTO CHK-TIE-TEXT
               GO TO CHECK-TIE-EXIT.
           STRING 'CATALOG GENERATION ' CHK-GEN-DISP ' OF '
               GEN-T-RUN-DATE (GEN-FOUND-IDX) ' '
               GEN-T-RUN-TIME (GEN-FOUND-IDX)
               DELIMITED BY SIZE INTO CHK-TIE-TEXT.
       CHECK-TIE-EXIT.
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

       IO-ERROR-RTN.
           DISPLAY 'TAPMANCK - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           DISPLAY '  OPERATION ......: ' IO-OPERATION.
           DISPLAY '  FILE STATUS ....: ' IO-STATUS-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
