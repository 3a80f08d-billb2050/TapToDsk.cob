       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPTRACE.
       AUTHOR. BILL BLASINGIM.
       REMARKS.
           Companion program to TAPTODSK.
           Key trace inquiry -- everything the system holds for one
           TTD-KEY, as a timeline.

           When somebody downstream asks what happened to an
           account, the answer is spread over half a dozen files.
           This program takes one or more keys on 'KEY' cards
           (identifier in columns 1-3, the TTD-KEY in 4-13) on
           UR-S-TRCCARD and prints, per key, every trace of it on:

             DA-S-OUTGEN1-4  the record in each retained generation,
                             resolved and dated through DA-S-CATLG
             DA-S-OUTDISK    the current flat copy
             DA-S-OUTVSAM    the current KSDS copy
             DA-S-REJMST     every reject master entry, with its
                             status and reason, and the day it was
                             repaired or written off
             DA-S-DUPFILE    each duplicate occurrence
             DA-S-CHGLOG     the delta add / change / absent action

           DA-S-XREF is read first.  A key that was renumbered is
           traced under its old and its new number (and on through
           any further renumbering), and the cross-reference pairs
           that joined them head the key's timeline.

           The timeline is newest first.  A generation is dated by
           its catalog entry, a reject by its run date (and again by
           its repair date).  The current copies are dated by the
           last DA-S-AUDIT entry that names them as the output, and
           the duplicate file and the change log by the run ticket
           on DA-S-RUNTKT when the ticket shows that run wrote them.
           Anything that cannot be dated that way prints UNDATED at
           the bottom of the timeline.  A file that is not there is
           listed as not present, so "not on the file" and "no file"
           are never confused.

           Return code 4 means at least one key was found nowhere or
           a card was ignored; 0 means every key was found.  A run
           with no KEY cards ends with return code 8.

       DATE-WRITTEN. Oct. 15, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO UR-S-TRCCARD.
           SELECT XREF-FILE ASSIGN TO DA-S-XREF
               FILE STATUS IS XRF-STATUS.
           SELECT CATALOG-FILE ASSIGN TO DA-S-CATLG
               FILE STATUS IS CAT-STATUS.
           SELECT AUDIT-FILE ASSIGN TO DA-S-AUDIT
               FILE STATUS IS AUD-STATUS.
           SELECT TICKET-FILE ASSIGN TO DA-S-RUNTKT
               FILE STATUS IS TKT-STATUS.
           SELECT GEN-FILE1 ASSIGN TO DA-S-OUTGEN1
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT GEN-FILE2 ASSIGN TO DA-S-OUTGEN2
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT GEN-FILE3 ASSIGN TO DA-S-OUTGEN3
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT GEN-FILE4 ASSIGN TO DA-S-OUTGEN4
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS GEN-STATUS.
           SELECT OUT-FILE ASSIGN TO DA-S-OUTDISK
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS OUT-STATUS.
           SELECT OUT-FILE-VSAM ASSIGN TO DA-S-OUTVSAM
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TTD-KEY OF OUT-VSAM-RECORD
               FILE STATUS IS VSM-STATUS.
           SELECT REJECT-MASTER-FILE ASSIGN TO DA-S-REJMST
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS RJM-KEY OF REJECT-MASTER-RECORD
               FILE STATUS IS MST-STATUS.
           SELECT DUP-FILE ASSIGN TO DA-S-DUPFILE
               FILE STATUS IS DUP-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO DA-S-CHGLOG
               FILE STATUS IS CHG-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  KEY-CARD.
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'KEY'.
           05  KY-CARD-ID                   PIC X(03).
      *        THE TTD-KEY TO TRACE, AS IT APPEARS IN COLUMNS 1-10 OF
      *        THE RECORD.
           05  KY-KEY                       PIC X(10).
           05  FILLER                       PIC X(67).
       FD  XREF-FILE
           LABEL RECORDS STANDARD.
       01  XREF-RECORD.
           05  XRF-OLD-KEY                  PIC X(10).
           05  XRF-NEW-KEY                  PIC X(10).
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
       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE                 PIC X(10).
           05  AUD-RUN-TIME                 PIC X(08).
           05  AUD-REC-CNT                  PIC 9(07).
           05  AUD-RETURN-CODE              PIC 9(03).
           05  AUD-IN-DD                    PIC X(20).
           05  AUD-OUT-DD                   PIC X(20).
       FD  TICKET-FILE
           LABEL RECORDS STANDARD.
       01  TICKET-RECORD.
           COPY TTDTKT.
       FD  GEN-FILE1
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON GEN-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD1                      PIC X(163).
       FD  GEN-FILE2
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON GEN-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD2                      PIC X(163).
       FD  GEN-FILE3
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON GEN-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD3                      PIC X(163).
       FD  GEN-FILE4
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON GEN-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD4                      PIC X(163).
       FD  OUT-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON GEN-LENGTH
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
       FD  REJECT-MASTER-FILE
           LABEL RECORDS STANDARD.
       01  REJECT-MASTER-RECORD.
           COPY TTDRJM.
       FD  DUP-FILE
           LABEL RECORDS STANDARD.
       01  DUP-RECORD.
           05  DUP-KEY                      PIC X(10).
           05  DUP-OCCURRENCE               PIC 9(07).
           05  DUP-REC                      PIC X(163).
       FD  CHANGE-LOG-FILE
           LABEL RECORDS STANDARD.
       01  CHANGE-LOG-RECORD.
           COPY TTDCHG.
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).

       WORKING-STORAGE SECTION.
      *    THE COPY RUN'S OPTIONS, RECOVERED FROM THE CONTROL-CARD
      *    IMAGE THE TICKET CARRIES, SO THIS PROGRAM KNOWS WHETHER
      *    THAT RUN WROTE THE CHANGE LOG.
           COPY TTDCTL.

       01  WORK-AREA.
           05  GEN-LENGTH                   PIC S9(4) VALUE +163
                                             COMP-3.
           05  KEY-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  KEY-IDX                      PIC S9(3) COMP-3.
           05  BAD-CARD-CNT                 PIC S9(5) VALUE +0 COMP-3.
           05  NOT-FOUND-CNT                PIC S9(5) VALUE +0 COMP-3.
           05  SLOT-IDX                     PIC S9(3) COMP-3.
           05  FIL-IDX                      PIC S9(3) COMP-3.
           05  EOF-FLAG                     PIC X(01) VALUE 'N'.
               88  EOF                                VALUE 'Y'.
           05  FOUND-SW                     PIC X(01) VALUE 'N'.
               88  FOUND                              VALUE 'Y'.
           05  TKT-FOUND-SW                 PIC X(01) VALUE 'N'.
               88  TKT-FOUND                          VALUE 'Y'.

       01  CARD-AREA.
           05  CARD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CARD-EOF                           VALUE 'Y'.

       01  IO-ERROR-AREA.
           05  XRF-STATUS                   PIC X(02) VALUE '00'.
           05  CAT-STATUS                   PIC X(02) VALUE '00'.
           05  AUD-STATUS                   PIC X(02) VALUE '00'.
           05  TKT-STATUS                   PIC X(02) VALUE '00'.
           05  GEN-STATUS                   PIC X(02) VALUE '00'.
           05  OUT-STATUS                   PIC X(02) VALUE '00'.
           05  VSM-STATUS                   PIC X(02) VALUE '00'.
           05  MST-STATUS                   PIC X(02) VALUE '00'.
           05  DUP-STATUS                   PIC X(02) VALUE '00'.
           05  CHG-STATUS                   PIC X(02) VALUE '00'.
           05  IO-DDNAME                    PIC X(20).
           05  IO-OPERATION                 PIC X(20).
           05  IO-STATUS-DISP               PIC X(02).

      *================================================================
      *    KEY-TABLE -- THE KEYS ON THE CARDS, IN DECK ORDER.  EACH
      *    ONE GETS ITS OWN TIMELINE.  KEY-T-EVT-CNT IS HOW MANY
      *    EVENTS WERE FOUND FOR IT.
      *================================================================
       01  KEY-TABLE-AREA.
           05  KEY-TABLE OCCURS 50 TIMES.
               10  KEY-T-KEY                PIC X(10).
               10  KEY-T-EVT-CNT            PIC S9(5) COMP-3.

      *================================================================
      *    ALS-TABLE -- EVERY KEY SEARCHED FOR AND THE CARD KEY IT
      *    BELONGS TO.  EACH CARD KEY IS ITS OWN FIRST ALIAS; THE
      *    CROSS-REFERENCE ADDS THE OLD AND NEW NUMBERS IT LEADS TO.
      *    MAP-TABLE KEEPS THE CROSS-REFERENCE PAIRS THAT DID IT, FOR
      *    THE HEAD OF THE TIMELINE.
      *================================================================
       01  ALS-AREA.
           05  ALS-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  ALS-IDX                      PIC S9(3) COMP-3.
           05  SRCH-IDX                     PIC S9(3) COMP-3.
           05  PST-IDX                      PIC S9(3) COMP-3.
           05  ALS-NEW-KEY                  PIC X(10).
           05  ALS-ADDED-SW                 PIC X(01) VALUE 'Y'.
               88  ALS-ADDED                          VALUE 'Y'.
           05  ALS-FULL-SW                  PIC X(01) VALUE 'N'.
               88  ALS-FULL                           VALUE 'Y'.
           05  ALS-TABLE OCCURS 500 TIMES.
               10  ALS-T-KEY                PIC X(10).
               10  ALS-T-OWNER              PIC S9(3) COMP-3.
           05  MAP-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  MAP-IDX                      PIC S9(3) COMP-3.
           05  MAP-TABLE OCCURS 500 TIMES.
               10  MAP-T-OLD                PIC X(10).
               10  MAP-T-NEW                PIC X(10).
               10  MAP-T-OWNER              PIC S9(3) COMP-3.
           05  XRF-PASS-CNT                 PIC S9(3) VALUE +0 COMP-3.
           05  XRF-EOF-SW                   PIC X(01) VALUE 'N'.
               88  XRF-EOF                            VALUE 'Y'.

      *================================================================
      *    SLOT-TABLE -- THE GENERATION EACH DA-S-OUTGEN SLOT HOLDS:
      *    THE HIGHEST GENERATION NUMBER THE CATALOG CARRIES FOR THE
      *    SLOT, WITH ITS RUN DATE AND TIME.  SLOT-T-GEN ZERO = THE
      *    CATALOG SAYS NOTHING ABOUT THE SLOT.
      *================================================================
       01  SLOT-AREA.
           05  SLOT-TABLE OCCURS 4 TIMES.
               10  SLOT-T-GEN               PIC S9(5) COMP-3.
               10  SLOT-T-DATE              PIC X(10).
               10  SLOT-T-TIME              PIC X(08).
           05  SLOT-DD-DIGIT                PIC 9(01).

      *================================================================
      *    CURRENT-AREA -- WHEN THE CURRENT FILES WERE WRITTEN.  THE
      *    COPIES FROM THE LAST AUDIT ENTRY NAMING THEM AS OUTPUT
      *    (TAPTODSK OR A TAPRESTR FALLBACK), THE DUPLICATE FILE AND
      *    THE CHANGE LOG FROM THE RUN TICKET.  SPACES = UNDATED.
      *================================================================
       01  CURRENT-AREA.
           05  DISK-DATE                    PIC X(10) VALUE SPACES.
           05  DISK-TIME                    PIC X(08) VALUE SPACES.
           05  VSAM-DATE                    PIC X(10) VALUE SPACES.
           05  VSAM-TIME                    PIC X(08) VALUE SPACES.
           05  DUPF-DATE                    PIC X(10) VALUE SPACES.
           05  DUPF-TIME                    PIC X(08) VALUE SPACES.
           05  CHGL-DATE                    PIC X(10) VALUE SPACES.
           05  CHGL-TIME                    PIC X(08) VALUE SPACES.

      *================================================================
      *    FIL-TABLE -- ONE ENTRY PER FILE SEARCHED, FOR THE FILES
      *    SECTION OF THE REPORT: RECORDS READ (LOOKUPS FOR THE KSDS),
      *    TRACES FOUND, AND WHAT THE FILE WAS DATED BY.
      *================================================================
       01  FIL-AREA.
           05  FIL-CNT                      PIC S9(3) VALUE +10 COMP-3.
           05  FIL-TABLE OCCURS 10 TIMES.
               10  FIL-T-DD                 PIC X(12).
               10  FIL-T-READ               PIC S9(7) COMP-3.
               10  FIL-T-HITS               PIC S9(7) COMP-3.
               10  FIL-T-NOTE               PIC X(40).

      *================================================================
      *    EVT-TABLE -- EVERY TRACE FOUND, FOR EVERY KEY.  EVT-T-SORT
      *    IS CCYYMMDD PLUS HHMMSS, SPACES WHEN UNDATED, AND ORDERS
      *    THE TIMELINE.  EVT-T-REC IS THE RECORD IMAGE WHERE THE
      *    FILE HOLDS ONE.
      *================================================================
       01  EVT-AREA.
           05  EVT-CNT                      PIC S9(5) VALUE +0 COMP-3.
           05  EVT-IDX                      PIC S9(5) COMP-3.
           05  EVT-BEST                     PIC S9(5) COMP-3.
           05  EVT-FULL-SW                  PIC X(01) VALUE 'N'.
               88  EVT-FULL                           VALUE 'Y'.
           05  EVT-TABLE OCCURS 3000 TIMES.
               10  EVT-T-OWNER              PIC S9(3) COMP-3.
               10  EVT-T-SORT               PIC X(14).
               10  EVT-T-DATE               PIC X(10).
               10  EVT-T-TIME               PIC X(08).
               10  EVT-T-SOURCE             PIC X(12).
               10  EVT-T-KEY                PIC X(10).
               10  EVT-T-TEXT               PIC X(64).
               10  EVT-T-REC-SW             PIC X(01).
                   88  EVT-HAS-REC                    VALUE 'Y'.
               10  EVT-T-REC                PIC X(163).
               10  EVT-T-DONE-SW            PIC X(01).
                   88  EVT-DONE                       VALUE 'Y'.

      *================================================================
      *    NEW-EVENT -- THE TRACE BEING POSTED.  EACH SCAN FILLS IT
      *    AND POSTS IT UNDER NEW-MATCH-KEY; POST-EVENT-RTN FILES A
      *    COPY FOR EVERY CARD KEY THAT KEY IS AN ALIAS OF.
      *================================================================
       01  NEW-EVENT.
           05  NEW-MATCH-KEY                PIC X(10).
           05  NEW-DATE                     PIC X(10).
           05  NEW-TIME                     PIC X(08).
           05  NEW-SOURCE                   PIC X(12).
           05  NEW-TEXT                     PIC X(64).
           05  NEW-REC-SW                   PIC X(01).
           05  NEW-REC                      PIC X(163).

       01  FMT-AREA.
           05  FMT-SORT.
               10  FMT-SORT-DATE            PIC X(08).
               10  FMT-SORT-TIME            PIC X(06).
           05  FMT-DATE-KEY                 PIC X(08).
           05  FMT-DATE-SPLIT REDEFINES FMT-DATE-KEY.
               10  FMT-CCYY                 PIC X(04).
               10  FMT-MM                   PIC X(02).
               10  FMT-DD                   PIC X(02).
           05  FMT-DATE                     PIC X(10).
           05  FMT-GEN-NBR                  PIC 9(05).
           05  FMT-STATUS                   PIC X(11).

       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
               10  RPT-DATE-YY              PIC X(02).
               10  RPT-DATE-MM              PIC X(02).
               10  RPT-DATE-DD              PIC X(02).
           05  RPT-TIME-HHMMSSHH            PIC X(08).

       01  RPT-HDG-1.
           05  FILLER                       PIC X(24)
               VALUE 'TAPTRACE KEY TRACE REPT '.
           05  FILLER                       PIC X(109) VALUE SPACES.

       01  RPT-HDG-2.
           05  FILLER                       PIC X(11)
               VALUE 'RUN DATE: '.
           05  RPT-H2-DATE                  PIC X(10).
           05  FILLER                       PIC X(06) VALUE SPACES.
           05  FILLER                       PIC X(11)
               VALUE 'RUN TIME: '.
           05  RPT-H2-TIME                  PIC X(08).
           05  FILLER                       PIC X(87) VALUE SPACES.

       01  RPT-DTL-1.
           05  FILLER                       PIC X(20)
               VALUE 'KEYS TRACED ....... '.
           05  RPT-DTL-KEYS                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-2.
           05  FILLER                       PIC X(20)
               VALUE 'KEYS NOT FOUND .... '.
           05  RPT-DTL-NOT-FOUND            PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-3.
           05  FILLER                       PIC X(20)
               VALUE 'CARDS IGNORED ..... '.
           05  RPT-DTL-BAD                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-SEC-1.
           05  FILLER                       PIC X(14)
               VALUE 'FILES SEARCHED'.
           05  FILLER                       PIC X(119) VALUE SPACES.

       01  RPT-FIL-HDG.
           05  FILLER                       PIC X(28)
               VALUE '  FILE                  READ'.
           05  FILLER                       PIC X(18)
               VALUE '       FOUND  NOTE'.
           05  FILLER                       PIC X(87) VALUE SPACES.

       01  RPT-FIL-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-FIL-DD                   PIC X(12).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  RPT-FIL-READ                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-FIL-HITS                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-FIL-NOTE                 PIC X(40).
           05  FILLER                       PIC X(51) VALUE SPACES.

       01  RPT-KEY-LINE.
           05  FILLER                       PIC X(09)
               VALUE 'TRACE OF '.
           05  RPT-KEY-KEY                  PIC X(10).
           05  FILLER                       PIC X(114) VALUE SPACES.

       01  RPT-MAP-LINE.
           05  FILLER                       PIC X(27)
               VALUE '  CROSS-REFERENCE  OLD KEY '.
           05  RPT-MAP-OLD                  PIC X(10).
           05  FILLER                       PIC X(10)
               VALUE '  NEW KEY '.
           05  RPT-MAP-NEW                  PIC X(10).
           05  FILLER                       PIC X(76) VALUE SPACES.

       01  RPT-EVT-HDG.
           05  FILLER                       PIC X(23)
               VALUE '  DATE        TIME     '.
           05  FILLER                       PIC X(28)
               VALUE ' FILE          FOUND UNDER'.
           05  FILLER                       PIC X(05)
               VALUE 'EVENT'.
           05  FILLER                       PIC X(77) VALUE SPACES.

       01  RPT-EVT-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EVT-DATE                 PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EVT-TIME                 PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EVT-SOURCE               PIC X(12).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EVT-KEY                  PIC X(10).
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  RPT-EVT-TEXT                 PIC X(64).
           05  FILLER                       PIC X(18) VALUE SPACES.

       01  RPT-REC-LINE.
           05  FILLER                       PIC X(14) VALUE SPACES.
           05  RPT-REC-LIT                  PIC X(08).
           05  RPT-REC-DATA                 PIC X(100).
           05  FILLER                       PIC X(11) VALUE SPACES.

       01  RPT-NOT-FOUND-LINE.
           05  FILLER                       PIC X(40)
               VALUE '  NOTHING ON FILE FOR THIS KEY          '.
           05  FILLER                       PIC X(93) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.

           PERFORM INIT-FILES-RTN THRU INIT-FILES-EXIT.
           PERFORM LOAD-KEYS-RTN THRU LOAD-KEYS-EXIT.
           IF KEY-CNT = 0
               DISPLAY 'TAPTRACE - NO KEY CARDS ON UR-S-TRCCARD, '
                   'NOTHING TO TRACE, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM XREF-RTN THRU XREF-EXIT.
           PERFORM LOAD-CATALOG-RTN THRU LOAD-CATALOG-EXIT.
           PERFORM LOAD-AUDIT-RTN THRU LOAD-AUDIT-EXIT.
           PERFORM READ-TICKET-RTN THRU READ-TICKET-EXIT.

           PERFORM SCAN-GEN-RTN THRU SCAN-GEN-EXIT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 4.
           PERFORM SCAN-DISK-RTN THRU SCAN-DISK-EXIT.
           PERFORM SCAN-VSAM-RTN THRU SCAN-VSAM-EXIT.
           PERFORM SCAN-MASTER-RTN THRU SCAN-MASTER-EXIT.
           PERFORM SCAN-DUP-RTN THRU SCAN-DUP-EXIT.
           PERFORM SCAN-CHGLOG-RTN THRU SCAN-CHGLOG-EXIT.

           PERFORM KEY-COUNT-RTN THRU KEY-COUNT-EXIT
               VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-CNT.

           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM RPT-HDG-2 AFTER ADVANCING 2 LINES.

           PERFORM TOTALS-SECTION-RTN THRU TOTALS-SECTION-EXIT.
           PERFORM FILES-SECTION-RTN THRU FILES-SECTION-EXIT.
           PERFORM TRACE-SECTION-RTN THRU TRACE-SECTION-EXIT
               VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-CNT.

           CLOSE PRINT-FILE.
           IF NOT-FOUND-CNT > 0 OR BAD-CARD-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *================================================================
      *    INIT-FILES-RTN -- NAME THE FILES-SEARCHED ENTRIES.  1-4 ARE
      *    THE GENERATION SLOTS SO SLOT-IDX DOUBLES AS THEIR INDEX.
      *================================================================
       INIT-FILES-RTN.
           MOVE 'DA-S-OUTGEN1' TO FIL-T-DD (1).
           MOVE 'DA-S-OUTGEN2' TO FIL-T-DD (2).
           MOVE 'DA-S-OUTGEN3' TO FIL-T-DD (3).
           MOVE 'DA-S-OUTGEN4' TO FIL-T-DD (4).
           MOVE 'DA-S-OUTDISK' TO FIL-T-DD (5).
           MOVE 'DA-S-OUTVSAM' TO FIL-T-DD (6).
           MOVE 'DA-S-REJMST'  TO FIL-T-DD (7).
           MOVE 'DA-S-DUPFILE' TO FIL-T-DD (8).
           MOVE 'DA-S-CHGLOG'  TO FIL-T-DD (9).
           MOVE 'DA-S-XREF'    TO FIL-T-DD (10).
           PERFORM INIT-FILE-RTN THRU INIT-FILE-EXIT
               VARYING FIL-IDX FROM 1 BY 1
               UNTIL FIL-IDX > FIL-CNT.
           PERFORM INIT-SLOT-RTN THRU INIT-SLOT-EXIT
               VARYING SLOT-IDX FROM 1 BY 1
               UNTIL SLOT-IDX > 4.
       INIT-FILES-EXIT.
           EXIT.

       INIT-FILE-RTN.
           MOVE +0     TO FIL-T-READ (FIL-IDX).
           MOVE +0     TO FIL-T-HITS (FIL-IDX).
           MOVE SPACES TO FIL-T-NOTE (FIL-IDX).
       INIT-FILE-EXIT.
           EXIT.

       INIT-SLOT-RTN.
           MOVE +0     TO SLOT-T-GEN (SLOT-IDX).
           MOVE SPACES TO SLOT-T-DATE (SLOT-IDX).
           MOVE SPACES TO SLOT-T-TIME (SLOT-IDX).
       INIT-SLOT-EXIT.
           EXIT.

      *================================================================
      *    LOAD-KEYS-RTN -- READ THE KEY CARDS.  EACH KEY BECOMES A
      *    TIMELINE AND ITS OWN FIRST ALIAS.  A KEY PUNCHED TWICE IS
      *    TRACED ONCE.
      *================================================================
       LOAD-KEYS-RTN.
           OPEN INPUT CONTROL-FILE.
           PERFORM LOAD-KEY-CARD-RTN THRU LOAD-KEY-CARD-EXIT
               UNTIL CARD-EOF.
           CLOSE CONTROL-FILE.
       LOAD-KEYS-EXIT.
           EXIT.

       LOAD-KEY-CARD-RTN.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SW
                   GO TO LOAD-KEY-CARD-EXIT
           END-READ.
           IF KEY-CARD = SPACES
               GO TO LOAD-KEY-CARD-EXIT.
           IF KY-CARD-ID NOT = 'KEY'
               DISPLAY 'TAPTRACE - UNRECOGNIZED CONTROL CARD '
                   'IGNORED: ' KY-CARD-ID
               ADD +1 TO BAD-CARD-CNT
               GO TO LOAD-KEY-CARD-EXIT.
           IF KY-KEY = SPACES
               DISPLAY 'TAPTRACE - KEY CARD WITHOUT A KEY IGNORED'
               ADD +1 TO BAD-CARD-CNT
               GO TO LOAD-KEY-CARD-EXIT.
           MOVE 'N' TO FOUND-SW.
           PERFORM KEY-SEARCH-RTN THRU KEY-SEARCH-EXIT
               VARYING KEY-IDX FROM 1 BY 1
               UNTIL KEY-IDX > KEY-CNT OR FOUND.
           IF FOUND
               DISPLAY 'TAPTRACE - KEY ' KY-KEY
                   ' PUNCHED TWICE, TRACED ONCE'
               GO TO LOAD-KEY-CARD-EXIT.
           IF KEY-CNT >= 50
               DISPLAY 'TAPTRACE - MORE THAN 50 KEY CARDS, '
                   'REST IGNORED'
               ADD +1 TO BAD-CARD-CNT
               MOVE 'Y' TO CARD-EOF-SW
               GO TO LOAD-KEY-CARD-EXIT.
           ADD +1 TO KEY-CNT.
           MOVE KY-KEY TO KEY-T-KEY (KEY-CNT).
           MOVE +0     TO KEY-T-EVT-CNT (KEY-CNT).
           ADD +1 TO ALS-CNT.
           MOVE KY-KEY  TO ALS-T-KEY (ALS-CNT).
           MOVE KEY-CNT TO ALS-T-OWNER (ALS-CNT).
       LOAD-KEY-CARD-EXIT.
           EXIT.

       KEY-SEARCH-RTN.
           IF KEY-T-KEY (KEY-IDX) = KY-KEY
               MOVE 'Y' TO FOUND-SW.
       KEY-SEARCH-EXIT.
           EXIT.

      *================================================================
      *    XREF-RTN -- FOLLOW EVERY KEY THROUGH THE CROSS-REFERENCE
      *    IN BOTH DIRECTIONS.  A PAIR WHOSE OLD OR NEW KEY IS ALREADY
      *    AN ALIAS ADDS THE OTHER HALF.  PASSES REPEAT UNTIL ONE ADDS
      *    NOTHING, SO A KEY RENUMBERED TWICE IS FOLLOWED ALL THE WAY
      *    WITHOUT HOLDING THE WHOLE CROSS-REFERENCE IN STORAGE.
      *================================================================
       XREF-RTN.
           OPEN INPUT XREF-FILE.
           IF XRF-STATUS = '35'
               MOVE 'NOT PRESENT' TO FIL-T-NOTE (10)
               GO TO XREF-EXIT.
           IF XRF-STATUS NOT = '00'
               MOVE 'DA-S-XREF'    TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE XRF-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           CLOSE XREF-FILE.
           PERFORM XREF-PASS-RTN THRU XREF-PASS-EXIT
               UNTIL NOT ALS-ADDED.
           MOVE MAP-CNT TO FIL-T-HITS (10).
           IF ALS-FULL
               MOVE 'TOO MANY ALIASES, SOME NOT FOLLOWED'
                   TO FIL-T-NOTE (10)
           END-IF.
       XREF-EXIT.
           EXIT.

       XREF-PASS-RTN.
           MOVE 'N' TO ALS-ADDED-SW.
           MOVE 'N' TO XRF-EOF-SW.
           ADD +1 TO XRF-PASS-CNT.
           OPEN INPUT XREF-FILE.
           PERFORM XREF-READ-RTN THRU XREF-READ-EXIT
               UNTIL XRF-EOF.
           CLOSE XREF-FILE.
       XREF-PASS-EXIT.
           EXIT.

       XREF-READ-RTN.
           READ XREF-FILE
               AT END
                   MOVE 'Y' TO XRF-EOF-SW
                   GO TO XREF-READ-EXIT
           END-READ.
           IF XRF-STATUS NOT = '00'
               MOVE 'DA-S-XREF'    TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE XRF-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF XRF-PASS-CNT = 1
               ADD +1 TO FIL-T-READ (10)
           END-IF.
           PERFORM XREF-ALIAS-RTN THRU XREF-ALIAS-EXIT
               VARYING ALS-IDX FROM 1 BY 1
               UNTIL ALS-IDX > ALS-CNT.
       XREF-READ-EXIT.
           EXIT.

       XREF-ALIAS-RTN.
           IF XRF-OLD-KEY = ALS-T-KEY (ALS-IDX)
               MOVE XRF-NEW-KEY TO ALS-NEW-KEY
           ELSE
               IF XRF-NEW-KEY = ALS-T-KEY (ALS-IDX)
                   MOVE XRF-OLD-KEY TO ALS-NEW-KEY
               ELSE
                   GO TO XREF-ALIAS-EXIT
               END-IF
           END-IF.
           IF ALS-NEW-KEY = SPACES
               GO TO XREF-ALIAS-EXIT.
           PERFORM ADD-ALIAS-RTN THRU ADD-ALIAS-EXIT.
           PERFORM ADD-MAP-RTN THRU ADD-MAP-EXIT.
       XREF-ALIAS-EXIT.
           EXIT.

      *        ALS-NEW-KEY JOINS THE ALIASES OF THE SAME CARD KEY AS
      *        THE ALIAS AT ALS-IDX, UNLESS IT IS ONE ALREADY.
       ADD-ALIAS-RTN.
           MOVE 'N' TO FOUND-SW.
           PERFORM ALIAS-SEARCH-RTN THRU ALIAS-SEARCH-EXIT
               VARYING SRCH-IDX FROM 1 BY 1
               UNTIL SRCH-IDX > ALS-CNT OR FOUND.
           IF FOUND
               GO TO ADD-ALIAS-EXIT.
           IF ALS-CNT >= 500
               MOVE 'Y' TO ALS-FULL-SW
               GO TO ADD-ALIAS-EXIT.
           ADD +1 TO ALS-CNT.
           MOVE ALS-NEW-KEY TO ALS-T-KEY (ALS-CNT).
           MOVE ALS-T-OWNER (ALS-IDX) TO ALS-T-OWNER (ALS-CNT).
           MOVE 'Y' TO ALS-ADDED-SW.
       ADD-ALIAS-EXIT.
           EXIT.

       ALIAS-SEARCH-RTN.
           IF ALS-T-KEY (SRCH-IDX) = ALS-NEW-KEY
                   AND ALS-T-OWNER (SRCH-IDX) = ALS-T-OWNER (ALS-IDX)
               MOVE 'Y' TO FOUND-SW.
       ALIAS-SEARCH-EXIT.
           EXIT.

       ADD-MAP-RTN.
           MOVE 'N' TO FOUND-SW.
           PERFORM MAP-SEARCH-RTN THRU MAP-SEARCH-EXIT
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-CNT OR FOUND.
           IF FOUND OR MAP-CNT >= 500
               GO TO ADD-MAP-EXIT.
           ADD +1 TO MAP-CNT.
           MOVE XRF-OLD-KEY TO MAP-T-OLD (MAP-CNT).
           MOVE XRF-NEW-KEY TO MAP-T-NEW (MAP-CNT).
           MOVE ALS-T-OWNER (ALS-IDX) TO MAP-T-OWNER (MAP-CNT).
       ADD-MAP-EXIT.
           EXIT.

       MAP-SEARCH-RTN.
           IF MAP-T-OLD (MAP-IDX) = XRF-OLD-KEY
                   AND MAP-T-NEW (MAP-IDX) = XRF-NEW-KEY
                   AND MAP-T-OWNER (MAP-IDX) = ALS-T-OWNER (ALS-IDX)
               MOVE 'Y' TO FOUND-SW.
       MAP-SEARCH-EXIT.
           EXIT.

      *================================================================
      *    LOAD-CATALOG-RTN -- WHICH GENERATION EACH SLOT HOLDS.  A
      *    SLOT IS REUSED AS THE POOL ROTATES, SO THE HIGHEST
      *    GENERATION NUMBER CATALOGUED FOR IT IS THE ONE ON DISK.
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
           MOVE 'N' TO EOF-FLAG.
           PERFORM LOAD-CATALOG-REC-RTN THRU LOAD-CATALOG-REC-EXIT
               UNTIL EOF.
           CLOSE CATALOG-FILE.
       LOAD-CATALOG-EXIT.
           EXIT.

       LOAD-CATALOG-REC-RTN.
           READ CATALOG-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO LOAD-CATALOG-REC-EXIT
           END-READ.
           IF CAT-STATUS NOT = '00'
               MOVE 'DA-S-CATLG'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE CAT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF CAT-GEN-NBR NOT NUMERIC OR CAT-SLOT NOT NUMERIC
               GO TO LOAD-CATALOG-REC-EXIT.
           IF CAT-SLOT < 1 OR CAT-SLOT > 4
               GO TO LOAD-CATALOG-REC-EXIT.
           MOVE CAT-SLOT TO SLOT-IDX.
           IF CAT-GEN-NBR > SLOT-T-GEN (SLOT-IDX)
               MOVE CAT-GEN-NBR  TO SLOT-T-GEN (SLOT-IDX)
               MOVE CAT-RUN-DATE TO SLOT-T-DATE (SLOT-IDX)
               MOVE CAT-RUN-TIME TO SLOT-T-TIME (SLOT-IDX)
           END-IF.
       LOAD-CATALOG-REC-EXIT.
           EXIT.

      *================================================================
      *    LOAD-AUDIT-RTN -- THE AUDIT TRAIL IS APPENDED IN RUN ORDER,
      *    SO THE LAST ENTRY NAMING A COPY AS ITS OUTPUT IS THE RUN
      *    THAT LEFT THE COPY NOW ON DISK.
      *================================================================
       LOAD-AUDIT-RTN.
           OPEN INPUT AUDIT-FILE.
           IF AUD-STATUS = '35'
               GO TO LOAD-AUDIT-EXIT.
           IF AUD-STATUS NOT = '00'
               MOVE 'DA-S-AUDIT'   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE AUD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM LOAD-AUDIT-REC-RTN THRU LOAD-AUDIT-REC-EXIT
               UNTIL EOF.
           CLOSE AUDIT-FILE.
       LOAD-AUDIT-EXIT.
           EXIT.

       LOAD-AUDIT-REC-RTN.
           READ AUDIT-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO LOAD-AUDIT-REC-EXIT
           END-READ.
           IF AUD-STATUS NOT = '00'
               MOVE 'DA-S-AUDIT'   TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE AUD-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF AUD-OUT-DD = 'DA-S-OUTDISK'
               MOVE AUD-RUN-DATE TO DISK-DATE
               MOVE AUD-RUN-TIME TO DISK-TIME
           END-IF.
           IF AUD-OUT-DD = 'DA-S-OUTVSAM'
               MOVE AUD-RUN-DATE TO VSAM-DATE
               MOVE AUD-RUN-TIME TO VSAM-TIME
           END-IF.
       LOAD-AUDIT-REC-EXIT.
           EXIT.

      *================================================================
      *    READ-TICKET-RTN -- THE TICKET DESCRIBES THE LAST TAPTODSK
      *    RUN.  IT DATES THE DUPLICATE FILE WHEN THAT RUN TOOK THE
      *    DUPLICATE CHECK, AND THE CHANGE LOG WHEN IT WAS A DELTA
      *    RUN; OTHERWISE THOSE FILES ARE LEFT FROM AN EARLIER RUN
      *    NOBODY RECORDED AND STAY UNDATED.
      *================================================================
       READ-TICKET-RTN.
           OPEN INPUT TICKET-FILE.
           IF TKT-STATUS = '35'
               GO TO READ-TICKET-EXIT.
           IF TKT-STATUS NOT = '00'
               MOVE 'DA-S-RUNTKT'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE TKT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           READ TICKET-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO TKT-FOUND-SW
           END-READ.
           CLOSE TICKET-FILE.
           IF NOT TKT-FOUND
               GO TO READ-TICKET-EXIT.
           MOVE TKT-CTL-CARD TO CONTROL-CARD.
           IF TKT-DUP-DISP NOT = 'N' AND TKT-DUP-DISP NOT = SPACE
               MOVE TKT-RUN-DATE TO DUPF-DATE
               MOVE TKT-RUN-TIME TO DUPF-TIME
           END-IF.
           IF CC-DELTA-SW = 'Y' AND CC-OUTPUT-MODE = 'V'
               MOVE TKT-RUN-DATE TO CHGL-DATE
               MOVE TKT-RUN-TIME TO CHGL-TIME
           END-IF.
       READ-TICKET-EXIT.
           EXIT.

      *================================================================
      *    SCAN-GEN-RTN -- ONE GENERATION SLOT, FRONT TO BACK.  A SLOT
      *    THE CATALOG DOES NOT KNOW IS STILL SEARCHED -- WHATEVER IS
      *    ON IT IS SOMETHING THE SYSTEM HOLDS -- BUT ITS TRACES ARE
      *    UNDATED.
      *================================================================
       SCAN-GEN-RTN.
           MOVE SLOT-IDX TO FIL-IDX.
           EVALUATE SLOT-IDX
               WHEN 1  OPEN INPUT GEN-FILE1
               WHEN 2  OPEN INPUT GEN-FILE2
               WHEN 3  OPEN INPUT GEN-FILE3
               WHEN 4  OPEN INPUT GEN-FILE4
           END-EVALUATE.
           IF GEN-STATUS = '35'
               MOVE 'NOT PRESENT' TO FIL-T-NOTE (FIL-IDX)
               GO TO SCAN-GEN-EXIT.
           IF GEN-STATUS NOT = '00'
               MOVE FIL-T-DD (FIL-IDX) TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE GEN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE FIL-T-DD (FIL-IDX) TO NEW-SOURCE.
           MOVE 'Y' TO NEW-REC-SW.
           IF SLOT-T-GEN (SLOT-IDX) = 0
               MOVE SPACES TO NEW-DATE, NEW-TIME
               MOVE 'SLOT NOT ON THE CATALOG' TO NEW-TEXT
               MOVE 'NOT ON THE CATALOG, UNDATED'
                   TO FIL-T-NOTE (FIL-IDX)
           ELSE
               MOVE SLOT-T-DATE (SLOT-IDX) TO NEW-DATE
               MOVE SLOT-T-TIME (SLOT-IDX) TO NEW-TIME
               MOVE SLOT-T-GEN (SLOT-IDX) TO FMT-GEN-NBR
               MOVE SPACES TO NEW-TEXT
               STRING 'RETAINED IN GENERATION ' FMT-GEN-NBR
                   DELIMITED BY SIZE INTO NEW-TEXT
               MOVE SPACES TO FIL-T-NOTE (FIL-IDX)
               STRING 'GENERATION ' FMT-GEN-NBR ' OF '
                   SLOT-T-DATE (SLOT-IDX)
                   DELIMITED BY SIZE INTO FIL-T-NOTE (FIL-IDX)
           END-IF.
           MOVE 'N' TO EOF-FLAG.
           PERFORM SCAN-GEN-REC-RTN THRU SCAN-GEN-REC-EXIT
               UNTIL EOF.
           EVALUATE SLOT-IDX
               WHEN 1  CLOSE GEN-FILE1
               WHEN 2  CLOSE GEN-FILE2
               WHEN 3  CLOSE GEN-FILE3
               WHEN 4  CLOSE GEN-FILE4
           END-EVALUATE.
       SCAN-GEN-EXIT.
           EXIT.

      *        GEN-LENGTH LANDS THE RECORD'S OWN LENGTH, SO A SHORT
      *        RECORD IS HELD SPACE-PADDED, NOT WITH THE TAIL OF THE
      *        RECORD BEFORE IT.
       SCAN-GEN-REC-RTN.
           MOVE SPACES TO NEW-REC.
           EVALUATE SLOT-IDX
               WHEN 1
                   READ GEN-FILE1
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD1 (1:GEN-LENGTH) TO NEW-REC
                   END-READ
               WHEN 2
                   READ GEN-FILE2
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD2 (1:GEN-LENGTH) TO NEW-REC
                   END-READ
               WHEN 3
                   READ GEN-FILE3
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD3 (1:GEN-LENGTH) TO NEW-REC
                   END-READ
               WHEN 4
                   READ GEN-FILE4
                       AT END  MOVE 'Y' TO EOF-FLAG
                       NOT AT END
                           MOVE GEN-RECORD4 (1:GEN-LENGTH) TO NEW-REC
                   END-READ
           END-EVALUATE.
           IF EOF
               GO TO SCAN-GEN-REC-EXIT.
           IF GEN-STATUS NOT = '00'
               MOVE FIL-T-DD (FIL-IDX) TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE GEN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO FIL-T-READ (FIL-IDX).
           MOVE NEW-REC (1:10) TO NEW-MATCH-KEY.
           PERFORM POST-EVENT-RTN THRU POST-EVENT-EXIT.
       SCAN-GEN-REC-EXIT.
           EXIT.

      *================================================================
      *    SCAN-DISK-RTN -- THE CURRENT FLAT COPY, FRONT TO BACK.
      *================================================================
       SCAN-DISK-RTN.
           MOVE 5 TO FIL-IDX.
           OPEN INPUT OUT-FILE.
           IF OUT-STATUS = '35'
               MOVE 'NOT PRESENT' TO FIL-T-NOTE (FIL-IDX)
               GO TO SCAN-DISK-EXIT.
           IF OUT-STATUS NOT = '00'
               MOVE 'DA-S-OUTDISK' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'DA-S-OUTDISK' TO NEW-SOURCE.
           MOVE DISK-DATE TO NEW-DATE.
           MOVE DISK-TIME TO NEW-TIME.
           MOVE 'IN THE CURRENT FLAT COPY' TO NEW-TEXT.
           MOVE 'Y' TO NEW-REC-SW.
           PERFORM DATED-NOTE-RTN THRU DATED-NOTE-EXIT.
           MOVE 'N' TO EOF-FLAG.
           PERFORM SCAN-DISK-REC-RTN THRU SCAN-DISK-REC-EXIT
               UNTIL EOF.
           CLOSE OUT-FILE.
       SCAN-DISK-EXIT.
           EXIT.

       SCAN-DISK-REC-RTN.
           READ OUT-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO SCAN-DISK-REC-EXIT
           END-READ.
           IF OUT-STATUS NOT = '00'
               MOVE 'DA-S-OUTDISK' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE OUT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO FIL-T-READ (FIL-IDX).
           MOVE SPACES TO NEW-REC.
           MOVE OUT-RECORD-FLAT (1:GEN-LENGTH) TO NEW-REC.
           MOVE NEW-REC (1:10) TO NEW-MATCH-KEY.
           PERFORM POST-EVENT-RTN THRU POST-EVENT-EXIT.
       SCAN-DISK-REC-EXIT.
           EXIT.

      *================================================================
      *    SCAN-VSAM-RTN -- THE KSDS IS KEYED ON TTD-KEY, SO EACH
      *    ALIAS IS READ DIRECTLY INSTEAD OF PASSING THE WHOLE FILE.
      *================================================================
       SCAN-VSAM-RTN.
           MOVE 6 TO FIL-IDX.
           OPEN INPUT OUT-FILE-VSAM.
           IF VSM-STATUS = '35'
               MOVE 'NOT PRESENT' TO FIL-T-NOTE (FIL-IDX)
               GO TO SCAN-VSAM-EXIT.
           IF VSM-STATUS NOT = '00'
               MOVE 'DA-S-OUTVSAM' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE VSM-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'DA-S-OUTVSAM' TO NEW-SOURCE.
           MOVE VSAM-DATE TO NEW-DATE.
           MOVE VSAM-TIME TO NEW-TIME.
           MOVE 'IN THE CURRENT KSDS' TO NEW-TEXT.
           MOVE 'Y' TO NEW-REC-SW.
           PERFORM DATED-NOTE-RTN THRU DATED-NOTE-EXIT.
           PERFORM SCAN-VSAM-KEY-RTN THRU SCAN-VSAM-KEY-EXIT
               VARYING ALS-IDX FROM 1 BY 1
               UNTIL ALS-IDX > ALS-CNT.
           CLOSE OUT-FILE-VSAM.
       SCAN-VSAM-EXIT.
           EXIT.

      *        AN ALIAS SHARED BY TWO CARD KEYS IS READ ONCE FOR EACH,
      *        BUT POST-EVENT-RTN FILES EVERY OWNER ON THE FIRST READ,
      *        SO ONLY THE FIRST ALIAS ENTRY FOR A KEY IS POSTED.
       SCAN-VSAM-KEY-RTN.
           MOVE 'N' TO FOUND-SW.
           PERFORM VSAM-SEEN-RTN THRU VSAM-SEEN-EXIT
               VARYING SRCH-IDX FROM 1 BY 1
               UNTIL SRCH-IDX >= ALS-IDX OR FOUND.
           IF FOUND
               GO TO SCAN-VSAM-KEY-EXIT.
           MOVE ALS-T-KEY (ALS-IDX) TO TTD-KEY OF OUT-VSAM-RECORD.
           READ OUT-FILE-VSAM.
           ADD +1 TO FIL-T-READ (FIL-IDX).
           EVALUATE VSM-STATUS
               WHEN '00'
                   MOVE OUT-VSAM-RECORD-FLAT TO NEW-REC
                   MOVE ALS-T-KEY (ALS-IDX) TO NEW-MATCH-KEY
                   PERFORM POST-EVENT-RTN THRU POST-EVENT-EXIT
               WHEN '23'
                   CONTINUE
               WHEN OTHER
                   MOVE 'DA-S-OUTVSAM' TO IO-DDNAME
                   MOVE 'READ'         TO IO-OPERATION
                   MOVE VSM-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
           END-EVALUATE.
       SCAN-VSAM-KEY-EXIT.
           EXIT.

       VSAM-SEEN-RTN.
           IF ALS-T-KEY (SRCH-IDX) = ALS-T-KEY (ALS-IDX)
               MOVE 'Y' TO FOUND-SW.
       VSAM-SEEN-EXIT.
           EXIT.

      *================================================================
      *    SCAN-MASTER-RTN -- THE REJECT MASTER IS KEYED BY RUN DATE
      *    AND RECORD NUMBER, NOT BY TTD-KEY, SO IT IS PASSED FRONT TO
      *    BACK AND MATCHED ON THE KEY INSIDE THE REJECTED RECORD.
      *    EACH ENTRY IS A TRACE ON ITS RUN DATE, AND A REPAIRED OR
      *    WRITTEN-OFF ENTRY A SECOND TRACE ON THE DAY THAT HAPPENED.
      *================================================================
       SCAN-MASTER-RTN.
           MOVE 7 TO FIL-IDX.
           OPEN INPUT REJECT-MASTER-FILE.
           IF MST-STATUS = '35'
               MOVE 'NOT PRESENT' TO FIL-T-NOTE (FIL-IDX)
               GO TO SCAN-MASTER-EXIT.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'DA-S-REJMST' TO NEW-SOURCE.
           MOVE 'DATED BY REJECT AND REPAIR DATES'
               TO FIL-T-NOTE (FIL-IDX).
           MOVE 'N' TO EOF-FLAG.
           PERFORM SCAN-MASTER-REC-RTN THRU SCAN-MASTER-REC-EXIT
               UNTIL EOF.
           CLOSE REJECT-MASTER-FILE.
       SCAN-MASTER-EXIT.
           EXIT.

       SCAN-MASTER-REC-RTN.
           READ REJECT-MASTER-FILE NEXT
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO SCAN-MASTER-REC-EXIT
           END-READ.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME
               MOVE 'READ NEXT'    TO IO-OPERATION
               MOVE MST-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO FIL-T-READ (FIL-IDX).
           MOVE RJM-REC (1:10) TO NEW-MATCH-KEY.
           EVALUATE TRUE
               WHEN RJM-OUTSTANDING
                   MOVE 'OUTSTANDING' TO FMT-STATUS
               WHEN RJM-REPAIRED
                   MOVE 'REPAIRED'    TO FMT-STATUS
               WHEN RJM-WRITTEN-OFF
                   MOVE 'WRITTEN OFF' TO FMT-STATUS
               WHEN OTHER
                   MOVE 'STATUS ?'    TO FMT-STATUS
                   MOVE RJM-STATUS    TO FMT-STATUS (8:1)
           END-EVALUATE.

           MOVE RJM-RUN-DATE TO FMT-DATE-KEY.
           PERFORM KEY-DATE-RTN THRU KEY-DATE-EXIT.
           MOVE FMT-DATE TO NEW-DATE.
           MOVE SPACES   TO NEW-TIME.
           MOVE SPACES   TO NEW-TEXT.
           STRING 'REJECT ' RJM-REC-NBR ' ' FMT-STATUS ' '
               RJM-REASON
               DELIMITED BY SIZE INTO NEW-TEXT.
           MOVE 'Y' TO NEW-REC-SW.
           MOVE RJM-REC TO NEW-REC.
           PERFORM POST-EVENT-RTN THRU POST-EVENT-EXIT.

           IF RJM-OUTSTANDING OR RJM-REPAIR-DATE = SPACES
               GO TO SCAN-MASTER-REC-EXIT.
           MOVE NEW-DATE TO FMT-DATE.
           MOVE SPACES   TO NEW-TEXT.
           STRING 'REJECT ' RJM-REC-NBR ' OF ' FMT-DATE ' '
               FMT-STATUS
               DELIMITED BY SIZE INTO NEW-TEXT.
           MOVE RJM-REPAIR-DATE TO FMT-DATE-KEY.
           PERFORM KEY-DATE-RTN THRU KEY-DATE-EXIT.
           MOVE FMT-DATE TO NEW-DATE.
           MOVE 'N' TO NEW-REC-SW.
           PERFORM POST-EVENT-RTN THRU POST-EVENT-EXIT.
       SCAN-MASTER-REC-EXIT.
           EXIT.

      *================================================================
      *    SCAN-DUP-RTN -- EVERY OCCURRENCE OF A KEY THE DUPLICATE
      *    CHECK SET ASIDE ON THE LAST RUN THAT TOOK IT.
      *================================================================
       SCAN-DUP-RTN.
           MOVE 8 TO FIL-IDX.
           OPEN INPUT DUP-FILE.
           IF DUP-STATUS = '35'
               MOVE 'NOT PRESENT' TO FIL-T-NOTE (FIL-IDX)
               GO TO SCAN-DUP-EXIT.
           IF DUP-STATUS NOT = '00'
               MOVE 'DA-S-DUPFILE' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE DUP-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'DA-S-DUPFILE' TO NEW-SOURCE.
           MOVE DUPF-DATE TO NEW-DATE.
           MOVE DUPF-TIME TO NEW-TIME.
           MOVE 'Y' TO NEW-REC-SW.
           PERFORM DATED-NOTE-RTN THRU DATED-NOTE-EXIT.
           MOVE 'N' TO EOF-FLAG.
           PERFORM SCAN-DUP-REC-RTN THRU SCAN-DUP-REC-EXIT
               UNTIL EOF.
           CLOSE DUP-FILE.
       SCAN-DUP-EXIT.
           EXIT.

       SCAN-DUP-REC-RTN.
           READ DUP-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO SCAN-DUP-REC-EXIT
           END-READ.
           IF DUP-STATUS NOT = '00'
               MOVE 'DA-S-DUPFILE' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE DUP-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO FIL-T-READ (FIL-IDX).
           MOVE DUP-KEY TO NEW-MATCH-KEY.
           MOVE SPACES  TO NEW-TEXT.
           STRING 'DUPLICATE KEY, OCCURRENCE ' DUP-OCCURRENCE
               ' ON THE TAPE'
               DELIMITED BY SIZE INTO NEW-TEXT.
           MOVE DUP-REC TO NEW-REC.
           PERFORM POST-EVENT-RTN THRU POST-EVENT-EXIT.
       SCAN-DUP-REC-EXIT.
           EXIT.

      *================================================================
      *    SCAN-CHGLOG-RTN -- THE DELTA ACTIONS OF THE LAST DELTA RUN.
      *================================================================
       SCAN-CHGLOG-RTN.
           MOVE 9 TO FIL-IDX.
           OPEN INPUT CHANGE-LOG-FILE.
           IF CHG-STATUS = '35'
               MOVE 'NOT PRESENT' TO FIL-T-NOTE (FIL-IDX)
               GO TO SCAN-CHGLOG-EXIT.
           IF CHG-STATUS NOT = '00'
               MOVE 'DA-S-CHGLOG'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE CHG-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE 'DA-S-CHGLOG' TO NEW-SOURCE.
           MOVE CHGL-DATE TO NEW-DATE.
           MOVE CHGL-TIME TO NEW-TIME.
           MOVE 'Y' TO NEW-REC-SW.
           PERFORM DATED-NOTE-RTN THRU DATED-NOTE-EXIT.
           MOVE 'N' TO EOF-FLAG.
           PERFORM SCAN-CHGLOG-REC-RTN THRU SCAN-CHGLOG-REC-EXIT
               UNTIL EOF.
           CLOSE CHANGE-LOG-FILE.
       SCAN-CHGLOG-EXIT.
           EXIT.

       SCAN-CHGLOG-REC-RTN.
           READ CHANGE-LOG-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO SCAN-CHGLOG-REC-EXIT
           END-READ.
           IF CHG-STATUS NOT = '00'
               MOVE 'DA-S-CHGLOG'  TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE CHG-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO FIL-T-READ (FIL-IDX).
           MOVE CHG-KEY TO NEW-MATCH-KEY.
           EVALUATE CHG-ACTION
               WHEN 'A'
                   MOVE 'DELTA ADD' TO NEW-TEXT
               WHEN 'C'
                   MOVE 'DELTA CHANGE' TO NEW-TEXT
               WHEN 'D'
                   MOVE 'DELTA -- KSDS KEY ABSENT FROM THE TAPE'
                       TO NEW-TEXT
               WHEN OTHER
                   MOVE 'DELTA ACTION ?' TO NEW-TEXT
                   MOVE CHG-ACTION TO NEW-TEXT (14:1)
           END-EVALUATE.
           MOVE CHG-REC TO NEW-REC.
           PERFORM POST-EVENT-RTN THRU POST-EVENT-EXIT.
       SCAN-CHGLOG-REC-EXIT.
           EXIT.

      *        NOTE ON THE FILES SECTION WHAT A CURRENT FILE WAS DATED
      *        BY -- NEW-DATE/NEW-TIME AS THE SCAN SET THEM.
       DATED-NOTE-RTN.
           MOVE SPACES TO FIL-T-NOTE (FIL-IDX).
           IF NEW-DATE = SPACES
               MOVE 'UNDATED' TO FIL-T-NOTE (FIL-IDX)
           ELSE
               STRING 'WRITTEN ' NEW-DATE ' ' NEW-TIME
                   DELIMITED BY SIZE INTO FIL-T-NOTE (FIL-IDX)
           END-IF.
       DATED-NOTE-EXIT.
           EXIT.

      *        CCYYMMDD IN FMT-DATE-KEY TO MM/DD/CCYY IN FMT-DATE, THE
      *        FORM EVERY OTHER DATE ON THE REPORT TAKES.
       KEY-DATE-RTN.
           MOVE SPACES TO FMT-DATE.
           IF FMT-DATE-KEY = SPACES
               GO TO KEY-DATE-EXIT.
           STRING FMT-MM '/' FMT-DD '/' FMT-CCYY
               DELIMITED BY SIZE INTO FMT-DATE.
       KEY-DATE-EXIT.
           EXIT.

      *================================================================
      *    POST-EVENT-RTN -- FILE THE TRACE IN NEW-EVENT UNDER EVERY
      *    CARD KEY THAT NEW-MATCH-KEY IS AN ALIAS OF.  THE SORT KEY
      *    IS BUILT FROM THE MM/DD/CCYY DATE AND HH:MM:SS TIME.
      *================================================================
       POST-EVENT-RTN.
           IF NEW-MATCH-KEY = SPACES
               GO TO POST-EVENT-EXIT.
           PERFORM POST-ALIAS-RTN THRU POST-ALIAS-EXIT
               VARYING PST-IDX FROM 1 BY 1
               UNTIL PST-IDX > ALS-CNT.
       POST-EVENT-EXIT.
           EXIT.

       POST-ALIAS-RTN.
           IF ALS-T-KEY (PST-IDX) NOT = NEW-MATCH-KEY
               GO TO POST-ALIAS-EXIT.
           ADD +1 TO FIL-T-HITS (FIL-IDX).
           IF EVT-CNT >= 3000
               IF NOT EVT-FULL
                   DISPLAY 'TAPTRACE - MORE THAN 3000 TRACES, REST '
                       'LEFT OFF THE REPORT'
                   MOVE 'Y' TO EVT-FULL-SW
               END-IF
               GO TO POST-ALIAS-EXIT.
           ADD +1 TO EVT-CNT.
           MOVE ALS-T-OWNER (PST-IDX) TO EVT-T-OWNER (EVT-CNT).
           IF NEW-DATE = SPACES
               MOVE SPACES TO EVT-T-SORT (EVT-CNT)
           ELSE
               MOVE SPACES TO FMT-SORT
               STRING NEW-DATE (7:4) NEW-DATE (1:2) NEW-DATE (4:2)
                   DELIMITED BY SIZE INTO FMT-SORT-DATE
               IF NEW-TIME NOT = SPACES
                   STRING NEW-TIME (1:2) NEW-TIME (4:2)
                       NEW-TIME (7:2)
                       DELIMITED BY SIZE INTO FMT-SORT-TIME
               END-IF
               MOVE FMT-SORT TO EVT-T-SORT (EVT-CNT)
           END-IF.
           MOVE NEW-DATE      TO EVT-T-DATE (EVT-CNT).
           MOVE NEW-TIME      TO EVT-T-TIME (EVT-CNT).
           MOVE NEW-SOURCE    TO EVT-T-SOURCE (EVT-CNT).
           MOVE NEW-MATCH-KEY TO EVT-T-KEY (EVT-CNT).
           MOVE NEW-TEXT      TO EVT-T-TEXT (EVT-CNT).
           MOVE NEW-REC-SW    TO EVT-T-REC-SW (EVT-CNT).
           MOVE NEW-REC       TO EVT-T-REC (EVT-CNT).
           MOVE 'N'           TO EVT-T-DONE-SW (EVT-CNT).
       POST-ALIAS-EXIT.
           EXIT.

       KEY-COUNT-RTN.
           PERFORM KEY-COUNT-EVT-RTN THRU KEY-COUNT-EVT-EXIT
               VARYING EVT-IDX FROM 1 BY 1
               UNTIL EVT-IDX > EVT-CNT.
           IF KEY-T-EVT-CNT (KEY-IDX) = 0
               ADD +1 TO NOT-FOUND-CNT
           END-IF.
       KEY-COUNT-EXIT.
           EXIT.

       KEY-COUNT-EVT-RTN.
           IF EVT-T-OWNER (EVT-IDX) = KEY-IDX
               ADD +1 TO KEY-T-EVT-CNT (KEY-IDX).
       KEY-COUNT-EVT-EXIT.
           EXIT.

       TOTALS-SECTION-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           MOVE KEY-CNT       TO RPT-DTL-KEYS.
           WRITE PRINT-LINE FROM RPT-DTL-1 AFTER ADVANCING 1 LINE.
           MOVE NOT-FOUND-CNT TO RPT-DTL-NOT-FOUND.
           WRITE PRINT-LINE FROM RPT-DTL-2 AFTER ADVANCING 1 LINE.
           MOVE BAD-CARD-CNT  TO RPT-DTL-BAD.
           WRITE PRINT-LINE FROM RPT-DTL-3 AFTER ADVANCING 1 LINE.
       TOTALS-SECTION-EXIT.
           EXIT.

       FILES-SECTION-RTN.
           WRITE PRINT-LINE FROM RPT-SEC-1 AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM RPT-FIL-HDG AFTER ADVANCING 1 LINE.
           PERFORM FILES-LINE-RTN THRU FILES-LINE-EXIT
               VARYING FIL-IDX FROM 1 BY 1
               UNTIL FIL-IDX > FIL-CNT.
       FILES-SECTION-EXIT.
           EXIT.

       FILES-LINE-RTN.
           MOVE FIL-T-DD (FIL-IDX)   TO RPT-FIL-DD.
           MOVE FIL-T-READ (FIL-IDX) TO RPT-FIL-READ.
           MOVE FIL-T-HITS (FIL-IDX) TO RPT-FIL-HITS.
           MOVE FIL-T-NOTE (FIL-IDX) TO RPT-FIL-NOTE.
           WRITE PRINT-LINE FROM RPT-FIL-LINE AFTER ADVANCING 1 LINE.
       FILES-LINE-EXIT.
           EXIT.

      *================================================================
      *    TRACE-SECTION-RTN -- ONE KEY'S TIMELINE: THE CROSS-
      *    REFERENCE PAIRS THAT WIDENED IT, THEN ITS TRACES NEWEST
      *    FIRST.  EACH PASS OF TRACE-PICK-RTN TAKES THE NEWEST TRACE
      *    NOT YET PRINTED; TRACES WITH THE SAME DATE AND TIME PRINT
      *    IN THE ORDER THE FILES WERE SEARCHED.
      *================================================================
       TRACE-SECTION-RTN.
           MOVE KEY-T-KEY (KEY-IDX) TO RPT-KEY-KEY.
           WRITE PRINT-LINE FROM RPT-KEY-LINE AFTER ADVANCING 3 LINES.
           PERFORM TRACE-MAP-RTN THRU TRACE-MAP-EXIT
               VARYING MAP-IDX FROM 1 BY 1
               UNTIL MAP-IDX > MAP-CNT.
           IF KEY-T-EVT-CNT (KEY-IDX) = 0
               WRITE PRINT-LINE FROM RPT-NOT-FOUND-LINE
                   AFTER ADVANCING 2 LINES
               GO TO TRACE-SECTION-EXIT.
           WRITE PRINT-LINE FROM RPT-EVT-HDG AFTER ADVANCING 2 LINES.
           MOVE +1 TO EVT-BEST.
           PERFORM TRACE-PICK-RTN THRU TRACE-PICK-EXIT
               UNTIL EVT-BEST = 0.
       TRACE-SECTION-EXIT.
           EXIT.

       TRACE-MAP-RTN.
           IF MAP-T-OWNER (MAP-IDX) NOT = KEY-IDX
               GO TO TRACE-MAP-EXIT.
           MOVE MAP-T-OLD (MAP-IDX) TO RPT-MAP-OLD.
           MOVE MAP-T-NEW (MAP-IDX) TO RPT-MAP-NEW.
           WRITE PRINT-LINE FROM RPT-MAP-LINE AFTER ADVANCING 1 LINE.
       TRACE-MAP-EXIT.
           EXIT.

       TRACE-PICK-RTN.
           MOVE +0 TO EVT-BEST.
           PERFORM TRACE-BEST-RTN THRU TRACE-BEST-EXIT
               VARYING EVT-IDX FROM 1 BY 1
               UNTIL EVT-IDX > EVT-CNT.
           IF EVT-BEST = 0
               GO TO TRACE-PICK-EXIT.
           MOVE 'Y' TO EVT-T-DONE-SW (EVT-BEST).
           IF EVT-T-DATE (EVT-BEST) = SPACES
               MOVE 'UNDATED'  TO RPT-EVT-DATE
           ELSE
               MOVE EVT-T-DATE (EVT-BEST) TO RPT-EVT-DATE
           END-IF.
           MOVE EVT-T-TIME (EVT-BEST)   TO RPT-EVT-TIME.
           MOVE EVT-T-SOURCE (EVT-BEST) TO RPT-EVT-SOURCE.
           MOVE EVT-T-KEY (EVT-BEST)    TO RPT-EVT-KEY.
           MOVE EVT-T-TEXT (EVT-BEST)   TO RPT-EVT-TEXT.
           WRITE PRINT-LINE FROM RPT-EVT-LINE AFTER ADVANCING 1 LINE.
           IF NOT EVT-HAS-REC (EVT-BEST)
               GO TO TRACE-PICK-EXIT.
           MOVE 'RECORD  '                  TO RPT-REC-LIT.
           MOVE EVT-T-REC (EVT-BEST) (1:100) TO RPT-REC-DATA.
           WRITE PRINT-LINE FROM RPT-REC-LINE AFTER ADVANCING 1 LINE.
           IF EVT-T-REC (EVT-BEST) (101:63) = SPACES
               GO TO TRACE-PICK-EXIT.
           MOVE SPACES                      TO RPT-REC-LIT.
           MOVE EVT-T-REC (EVT-BEST) (101:63) TO RPT-REC-DATA.
           WRITE PRINT-LINE FROM RPT-REC-LINE AFTER ADVANCING 1 LINE.
       TRACE-PICK-EXIT.
           EXIT.

       TRACE-BEST-RTN.
           IF EVT-T-OWNER (EVT-IDX) NOT = KEY-IDX
                   OR EVT-DONE (EVT-IDX)
               GO TO TRACE-BEST-EXIT.
           IF EVT-BEST = 0
               MOVE EVT-IDX TO EVT-BEST
               GO TO TRACE-BEST-EXIT.
           IF EVT-T-SORT (EVT-IDX) > EVT-T-SORT (EVT-BEST)
               MOVE EVT-IDX TO EVT-BEST
           END-IF.
       TRACE-BEST-EXIT.
           EXIT.

       IO-ERROR-RTN.
           DISPLAY 'TAPTRACE - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           DISPLAY '  OPERATION ......: ' IO-OPERATION.
           DISPLAY '  FILE STATUS ....: ' IO-STATUS-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
