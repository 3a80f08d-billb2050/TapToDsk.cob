       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPFEED.
       AUTHOR. BILL BLASINGIM.
       REMARKS.
           Companion program to TAPTODSK.
           Downstream transaction feed and posting report from the
           delta change log.

           A delta run (CC-DELTA-SW = 'Y') writes every add, change
           and absent key to DA-S-CHGLOG (layout TTDCHG), with the
           record as it stood on the KSDS before the run beside the
           record as it stands now.  Run this program after each
           delta run.  It turns the log into a sequence-numbered
           transaction feed on DA-S-TRANFEED (layout TTDTRN) -- a
           header, one detail per add, change or delete with its
           before and after images, and a trailer carrying the
           counts by action -- and prints a posting report that
           lists every transaction, with the byte ranges each change
           touched, and the totals by action.

           A key absent from one tape is not deleted downstream on
           the strength of one short tape.  DA-S-ABSENT keeps, for
           every key the last delta run found absent, how many
           consecutive delta runs it has been absent.  The delete
           goes on the feed only in the run that count reaches the
           'FED' card's absent-run limit (columns 4-5, default 3),
           and only once.  A key that comes back on the tape is
           dropped from DA-S-ABSENT; if its delete was already sent,
           it goes back on the feed as an add (from the change log
           when it changed, from the KSDS when it did not).  The
           file also carries the last sequence number used, so
           numbering runs on from feed to feed.

           The run ticket on DA-S-RUNTKT must show a delta run, and
           one DA-S-ABSENT has not already been posted from -- a
           stale or repeated change log ends the run with return
           code 8 before anything is written.  Return code 4 means
           the feed was built but a card was ignored, a re-add could
           not be read from the KSDS, or DA-S-ABSENT could not track
           every absent key (those keys start their count again).

       DATE-WRITTEN. Oct. 15, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO UR-S-FEEDCARD.
           SELECT TICKET-FILE ASSIGN TO DA-S-RUNTKT
               FILE STATUS IS TKT-STATUS.
           SELECT CHANGE-LOG-FILE ASSIGN TO DA-S-CHGLOG
               FILE STATUS IS CHG-STATUS.
           SELECT ABSENT-FILE ASSIGN TO DA-S-ABSENT
               FILE STATUS IS ABS-STATUS.
           SELECT FEED-FILE ASSIGN TO DA-S-TRANFEED
               FILE STATUS IS TRN-STATUS.
           SELECT OUT-FILE-VSAM ASSIGN TO DA-S-OUTVSAM
               ORGANIZATION INDEXED
               ACCESS MODE DYNAMIC
               RECORD KEY IS TTD-KEY OF OUT-VSAM-RECORD
               FILE STATUS IS VSM-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
       01  FEED-CARD.
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'FED'.
           05  FD-CARD-ID                   PIC X(03).
      *        CONSECUTIVE DELTA RUNS A KEY MUST BE ABSENT FROM THE
      *        TAPE BEFORE ITS DELETE IS SENT.  00, BLANK OR NO CARD
      *        = 3.
           05  FD-ABSENT-RUNS               PIC 9(02).
           05  FILLER                       PIC X(75).
       FD  TICKET-FILE
           LABEL RECORDS STANDARD.
       01  TICKET-RECORD.
           COPY TTDTKT.
       FD  CHANGE-LOG-FILE
           LABEL RECORDS STANDARD.
       01  CHANGE-LOG-RECORD.
           COPY TTDCHG.
      *================================================================
      *    ABSENT-FILE -- THE ABSENT-KEY TRACKER.  A HEADER ('H')
      *    NAMING THE COPY RUN LAST POSTED AND THE LAST SEQUENCE
      *    NUMBER USED, THEN ONE ENTRY ('K') PER KEY THAT RUN FOUND
      *    ABSENT.  REWRITTEN BY EVERY RUN.
      *================================================================
       FD  ABSENT-FILE
           LABEL RECORDS STANDARD.
       01  ABSENT-RECORD.
           05  ABS-REC-TYPE                 PIC X(01).
               88  ABS-HEADER                         VALUE 'H'.
               88  ABS-ENTRY                          VALUE 'K'.
           05  ABS-KEY                      PIC X(10).
      *        CONSECUTIVE DELTA RUNS THE KEY HAS BEEN ABSENT.
           05  ABS-RUN-CNT                  PIC 9(03).
      *        RUN DATE (CCYYMMDD) OF THE FIRST OF THOSE RUNS.
           05  ABS-FIRST-DATE               PIC X(08).
      *        'Y' = THE DELETE HAS GONE OUT ON A FEED.
           05  ABS-SENT-SW                  PIC X(01).
           05  FILLER                       PIC X(17).
       01  ABSENT-HEADER.
           05  FILLER                       PIC X(01).
           05  ABH-RUN-DATE                 PIC X(10).
           05  ABH-RUN-TIME                 PIC X(08).
           05  ABH-LAST-SEQ                 PIC 9(09).
           05  FILLER                       PIC X(12).
       FD  FEED-FILE
           LABEL RECORDS STANDARD.
       01  FEED-RECORD.
           COPY TTDTRN.
       FD  OUT-FILE-VSAM
           LABEL RECORDS STANDARD.
       01  OUT-VSAM-RECORD.
           COPY TTDREC.
       01  OUT-VSAM-RECORD-FLAT REDEFINES OUT-VSAM-RECORD
                                         PIC X(163).
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).

       WORKING-STORAGE SECTION.
      *    THE COPY RUN'S OPTIONS, RECOVERED FROM THE CONTROL-CARD
      *    IMAGE THE TICKET CARRIES, TO PROVE IT WAS A DELTA RUN.
           COPY TTDCTL.

       01  WORK-AREA.
           05  ABSENT-LIMIT                 PIC S9(3) VALUE +3 COMP-3.
           05  SEQ-NBR                      PIC S9(9) VALUE +0 COMP-3.
           05  FIRST-SEQ                    PIC S9(9) VALUE +0 COMP-3.
           05  LOG-CNT                      PIC S9(7) VALUE +0 COMP-3.
           05  DETAIL-CNT                   PIC S9(7) VALUE +0 COMP-3.
           05  ADD-CNT                      PIC S9(7) VALUE +0 COMP-3.
           05  CHANGE-CNT                   PIC S9(7) VALUE +0 COMP-3.
           05  DELETE-CNT                   PIC S9(7) VALUE +0 COMP-3.
           05  READD-CNT                    PIC S9(7) VALUE +0 COMP-3.
           05  HELD-CNT                     PIC S9(7) VALUE +0 COMP-3.
           05  SENT-BEFORE-CNT              PIC S9(7) VALUE +0 COMP-3.
           05  UNTRACKED-CNT                PIC S9(7) VALUE +0 COMP-3.
           05  UNREAD-CNT                   PIC S9(7) VALUE +0 COMP-3.
           05  BAD-CARD-CNT                 PIC S9(5) VALUE +0 COMP-3.
           05  EOF-FLAG                     PIC X(01) VALUE 'N'.
               88  EOF                                VALUE 'Y'.
           05  FOUND-SW                     PIC X(01) VALUE 'N'.
               88  FOUND                              VALUE 'Y'.
           05  VSAM-OPEN-SW                 PIC X(01) VALUE 'N'.
               88  VSAM-OPEN                          VALUE 'Y'.
               88  VSAM-MISSING                       VALUE 'X'.

       01  CARD-AREA.
           05  CARD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CARD-EOF                           VALUE 'Y'.

       01  IO-ERROR-AREA.
           05  TKT-STATUS                   PIC X(02) VALUE '00'.
           05  CHG-STATUS                   PIC X(02) VALUE '00'.
           05  ABS-STATUS                   PIC X(02) VALUE '00'.
           05  TRN-STATUS                   PIC X(02) VALUE '00'.
           05  VSM-STATUS                   PIC X(02) VALUE '00'.
           05  IO-DDNAME                    PIC X(20).
           05  IO-OPERATION                 PIC X(20).
           05  IO-STATUS-DISP               PIC X(02).

      *================================================================
      *    OLD-TABLE -- DA-S-ABSENT AS THE LAST RUN LEFT IT.
      *    OLD-T-SEEN IS SET WHEN THIS RUN'S LOG HAS THE KEY ABSENT
      *    AGAIN, OLD-T-BACK WHEN A SENT DELETE WAS UNDONE BY AN ADD
      *    OR CHANGE ON THE LOG.
      *================================================================
       01  OLD-AREA.
           05  OLD-CNT                      PIC S9(5) VALUE +0 COMP-3.
           05  OLD-IDX                      PIC S9(5) COMP-3.
           05  OLD-TABLE OCCURS 30000 TIMES.
               10  OLD-T-KEY                PIC X(10).
               10  OLD-T-RUN-CNT            PIC S9(3) COMP-3.
               10  OLD-T-FIRST-DATE         PIC X(08).
               10  OLD-T-SENT-SW            PIC X(01).
                   88  OLD-SENT                       VALUE 'Y'.
               10  OLD-T-SEEN-SW            PIC X(01).
                   88  OLD-SEEN                       VALUE 'Y'.
               10  OLD-T-BACK-SW            PIC X(01).
                   88  OLD-BACK                       VALUE 'Y'.

      *================================================================
      *    NEW-TABLE -- DA-S-ABSENT AS THIS RUN WILL LEAVE IT.
      *================================================================
       01  NEW-AREA.
           05  NEW-CNT                      PIC S9(5) VALUE +0 COMP-3.
           05  NEW-IDX                      PIC S9(5) COMP-3.
           05  NEW-TABLE OCCURS 30000 TIMES.
               10  NEW-T-KEY                PIC X(10).
               10  NEW-T-RUN-CNT            PIC S9(3) COMP-3.
               10  NEW-T-FIRST-DATE         PIC X(08).
               10  NEW-T-SENT-SW            PIC X(01).

      *================================================================
      *    RANGE-AREA -- THE BYTE RANGES A CHANGE TOUCHED, BUILT ONE
      *    BYTE AT A TIME BY CHANGE-RANGE-RTN FOR THE POSTING LINE.
      *================================================================
       01  RANGE-AREA.
           05  BYTE-IDX                     PIC S9(3) COMP-3.
           05  RNG-START                    PIC S9(3) COMP-3.
           05  RNG-CNT                      PIC S9(3) COMP-3.
           05  RNG-BYTE-CNT                 PIC S9(3) COMP-3.
           05  RNG-PTR                      PIC S9(3) COMP-3.
           05  RNG-FROM                     PIC 9(03).
           05  RNG-TO                       PIC 9(03).
           05  RNG-TEXT                     PIC X(60).

       01  POST-AREA.
           05  PST-ACTION                   PIC X(01).
           05  PST-KEY                      PIC X(10).
           05  PST-BEFORE-REC               PIC X(163).
           05  PST-AFTER-REC                PIC X(163).
           05  PST-LABEL                    PIC X(08).
           05  PST-NOTE                     PIC X(60).
           05  FMT-RUN-CNT                  PIC 9(03).
           05  FMT-LIMIT                    PIC 9(03).

       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
               10  RPT-DATE-YY              PIC X(02).
               10  RPT-DATE-MM              PIC X(02).
               10  RPT-DATE-DD              PIC X(02).
           05  RPT-TIME-HHMMSSHH            PIC X(08).

       01  RPT-HDG-1.
           05  FILLER                       PIC X(24)
               VALUE 'TAPFEED POSTING REPORT  '.
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

       01  RPT-HDG-3.
           05  FILLER                       PIC X(20)
               VALUE 'CHANGE LOG OF RUN . '.
           05  RPT-H3-DATE                  PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-H3-TIME                  PIC X(08).
           05  FILLER                       PIC X(94) VALUE SPACES.

       01  RPT-SEC-1.
           05  FILLER                       PIC X(12)
               VALUE 'TRANSACTIONS'.
           05  FILLER                       PIC X(121) VALUE SPACES.

       01  RPT-TRN-HDG.
           05  FILLER                       PIC X(25)
               VALUE '     SEQUENCE  ACTION    '.
           05  FILLER                       PIC X(18)
               VALUE 'KEY         DETAIL'.
           05  FILLER                       PIC X(90) VALUE SPACES.

       01  RPT-TRN-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-TRN-SEQ                  PIC ZZZ,ZZZ,ZZ9.
           05  RPT-TRN-SEQ-X REDEFINES RPT-TRN-SEQ
                                            PIC X(11).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-TRN-ACTION               PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-TRN-KEY                  PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-TRN-NOTE                 PIC X(60).
           05  FILLER                       PIC X(36) VALUE SPACES.

       01  RPT-SEC-2.
           05  FILLER                       PIC X(17)
               VALUE 'SUMMARY BY ACTION'.
           05  FILLER                       PIC X(116) VALUE SPACES.

       01  RPT-SUM-LINE.
           05  RPT-SUM-LABEL                PIC X(20).
           05  RPT-SUM-CNT                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(102) VALUE SPACES.

       01  RPT-NONE-LINE.
           05  FILLER                       PIC X(08)
               VALUE '  NONE  '.
           05  FILLER                       PIC X(125) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.

           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           PERFORM READ-TICKET-RTN THRU READ-TICKET-EXIT.
           PERFORM LOAD-ABSENT-RTN THRU LOAD-ABSENT-EXIT.

           OPEN INPUT CHANGE-LOG-FILE.
           IF CHG-STATUS = '35'
               DISPLAY 'TAPFEED - NO CHANGE LOG ON DA-S-CHGLOG, '
                   'NOTHING TO POST, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF CHG-STATUS NOT = '00'
               MOVE 'DA-S-CHGLOG'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE CHG-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           OPEN OUTPUT FEED-FILE.
           IF TRN-STATUS NOT = '00'
               MOVE 'DA-S-TRANFEED' TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE TRN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM RPT-HDG-2 AFTER ADVANCING 2 LINES.
           MOVE TKT-RUN-DATE TO RPT-H3-DATE.
           MOVE TKT-RUN-TIME TO RPT-H3-TIME.
           WRITE PRINT-LINE FROM RPT-HDG-3 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-SEC-1 AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM RPT-TRN-HDG AFTER ADVANCING 1 LINE.

           PERFORM FEED-HEADER-RTN THRU FEED-HEADER-EXIT.
           PERFORM POST-LOG-RTN THRU POST-LOG-EXIT
               UNTIL EOF.
           CLOSE CHANGE-LOG-FILE.
           PERFORM READD-RTN THRU READD-EXIT
               VARYING OLD-IDX FROM 1 BY 1
               UNTIL OLD-IDX > OLD-CNT.
           IF VSAM-OPEN
               CLOSE OUT-FILE-VSAM
           END-IF.
           IF DETAIL-CNT = 0
               WRITE PRINT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.
           PERFORM FEED-TRAILER-RTN THRU FEED-TRAILER-EXIT.
           CLOSE FEED-FILE.

           PERFORM WRITE-ABSENT-RTN THRU WRITE-ABSENT-EXIT.
           PERFORM SUMMARY-RTN THRU SUMMARY-EXIT.
           CLOSE PRINT-FILE.

           IF BAD-CARD-CNT > 0 OR UNTRACKED-CNT > 0 OR UNREAD-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *================================================================
      *    READ-CONTROL-CARD-RTN -- THE OPTIONAL 'FED' CARD.
      *================================================================
       READ-CONTROL-CARD-RTN.
           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SW
           END-READ.
           CLOSE CONTROL-FILE.
           IF CARD-EOF OR FEED-CARD = SPACES
               GO TO READ-CONTROL-CARD-EXIT.
           IF FD-CARD-ID NOT = 'FED'
               DISPLAY 'TAPFEED - UNRECOGNIZED CONTROL CARD '
                   'IGNORED: ' FD-CARD-ID
               ADD +1 TO BAD-CARD-CNT
               GO TO READ-CONTROL-CARD-EXIT.
           IF FD-ABSENT-RUNS NOT NUMERIC
               IF FD-ABSENT-RUNS NOT = SPACES
                   DISPLAY 'TAPFEED - ABSENT-RUN LIMIT NOT NUMERIC, '
                       'DEFAULT OF 3 USED'
                   ADD +1 TO BAD-CARD-CNT
               END-IF
               GO TO READ-CONTROL-CARD-EXIT.
           IF FD-ABSENT-RUNS > 0
               MOVE FD-ABSENT-RUNS TO ABSENT-LIMIT
           END-IF.
       READ-CONTROL-CARD-EXIT.
           EXIT.

      *================================================================
      *    READ-TICKET-RTN -- THE CHANGE LOG IS REWRITTEN ONLY BY A
      *    DELTA RUN, SO UNLESS THE LAST COPY RUN WAS ONE THE LOG ON
      *    DISK IS AN OLD ONE AND MUST NOT BE POSTED.
      *================================================================
       READ-TICKET-RTN.
           OPEN INPUT TICKET-FILE.
           IF TKT-STATUS = '35'
               DISPLAY 'TAPFEED - NO RUN TICKET ON DA-S-RUNTKT, '
                   'NOTHING TO POST, RUN ENDED'
               MOVE 8 TO RETURN-CODE
               STOP RUN.
           IF TKT-STATUS NOT = '00'
               MOVE 'DA-S-RUNTKT'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE TKT-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           READ TICKET-FILE
               AT END
                   DISPLAY 'TAPFEED - RUN TICKET IS EMPTY, '
                       'RUN ENDED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
           END-READ.
           CLOSE TICKET-FILE.
           MOVE TKT-CTL-CARD TO CONTROL-CARD.
           IF CC-DELTA-SW NOT = 'Y' OR CC-OUTPUT-MODE NOT = 'V'
               DISPLAY 'TAPFEED - LAST COPY RUN ' TKT-RUN-DATE ' '
                   TKT-RUN-TIME ' WAS NOT A DELTA RUN, CHANGE LOG '
                   'NOT POSTED'
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.
       READ-TICKET-EXIT.
           EXIT.

      *================================================================
      *    LOAD-ABSENT-RTN -- THE TRACKER THE LAST POSTING LEFT.  NONE
      *    (STATUS 35) IS THE FIRST POSTING EVER.  A HEADER NAMING THE
      *    SAME COPY RUN AS THE TICKET MEANS THIS LOG WAS POSTED
      *    ALREADY -- POSTING IT AGAIN WOULD SEND EVERY TRANSACTION
      *    TWICE AND COUNT EVERY ABSENT KEY TWICE.  A TRACKER TOO BIG
      *    TO HOLD ENDS THE RUN BEFORE ANYTHING IS WRITTEN, SINCE IT
      *    IS REWRITTEN FROM STORAGE.
      *================================================================
       LOAD-ABSENT-RTN.
           OPEN INPUT ABSENT-FILE.
           IF ABS-STATUS = '35'
               GO TO LOAD-ABSENT-EXIT.
           IF ABS-STATUS NOT = '00'
               MOVE 'DA-S-ABSENT'  TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE ABS-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM LOAD-ABSENT-REC-RTN THRU LOAD-ABSENT-REC-EXIT
               UNTIL EOF.
           CLOSE ABSENT-FILE.
           MOVE 'N' TO EOF-FLAG.
       LOAD-ABSENT-EXIT.
           EXIT.

       LOAD-ABSENT-REC-RTN.
           READ ABSENT-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO LOAD-ABSENT-REC-EXIT
           END-READ.
           IF ABS-STATUS NOT = '00'
               MOVE 'DA-S-ABSENT'  TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE ABS-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF ABS-HEADER
               IF ABH-RUN-DATE = TKT-RUN-DATE
                       AND ABH-RUN-TIME = TKT-RUN-TIME
                   DISPLAY 'TAPFEED - CHANGE LOG OF RUN '
                       TKT-RUN-DATE ' ' TKT-RUN-TIME
                       ' ALREADY POSTED, RUN ENDED'
                   CLOSE ABSENT-FILE
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF ABH-LAST-SEQ NUMERIC
                   MOVE ABH-LAST-SEQ TO SEQ-NBR
               END-IF
               GO TO LOAD-ABSENT-REC-EXIT
           END-IF.
           IF NOT ABS-ENTRY
               GO TO LOAD-ABSENT-REC-EXIT.
           IF OLD-CNT >= 30000
               DISPLAY 'TAPFEED - DA-S-ABSENT OVER 30000 KEYS '
                   'CANNOT BE HELD, RUN ENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD +1 TO OLD-CNT.
           MOVE ABS-KEY TO OLD-T-KEY (OLD-CNT).
           IF ABS-RUN-CNT NUMERIC
               MOVE ABS-RUN-CNT TO OLD-T-RUN-CNT (OLD-CNT)
           ELSE
               MOVE +0 TO OLD-T-RUN-CNT (OLD-CNT)
           END-IF.
           MOVE ABS-FIRST-DATE TO OLD-T-FIRST-DATE (OLD-CNT).
           MOVE ABS-SENT-SW    TO OLD-T-SENT-SW (OLD-CNT).
           MOVE 'N'            TO OLD-T-SEEN-SW (OLD-CNT).
           MOVE 'N'            TO OLD-T-BACK-SW (OLD-CNT).
       LOAD-ABSENT-REC-EXIT.
           EXIT.

       FEED-HEADER-RTN.
           ADD +1 TO SEQ-NBR.
           MOVE SEQ-NBR TO FIRST-SEQ.
           MOVE SPACES           TO FEED-RECORD.
           MOVE 'HDR'            TO TRN-REC-TYPE.
           MOVE SEQ-NBR          TO TRN-SEQ-NBR.
           MOVE TKT-RUN-DATE     TO TRH-RUN-DATE.
           MOVE TKT-RUN-TIME     TO TRH-RUN-TIME.
           MOVE TKT-RUN-DATE-KEY TO TRH-RUN-DATE-KEY.
           MOVE RPT-H2-DATE      TO TRH-FEED-DATE.
           MOVE RPT-H2-TIME      TO TRH-FEED-TIME.
           MOVE ABSENT-LIMIT     TO TRH-ABSENT-RUNS.
           PERFORM FEED-WRITE-RTN THRU FEED-WRITE-EXIT.
       FEED-HEADER-EXIT.
           EXIT.

       FEED-TRAILER-RTN.
           ADD +1 TO SEQ-NBR.
           MOVE SPACES           TO FEED-RECORD.
           MOVE 'TLR'            TO TRN-REC-TYPE.
           MOVE SEQ-NBR          TO TRN-SEQ-NBR.
           MOVE DETAIL-CNT       TO TRT-DETAIL-CNT.
           MOVE ADD-CNT          TO TRT-ADD-CNT.
           MOVE CHANGE-CNT       TO TRT-CHANGE-CNT.
           MOVE DELETE-CNT       TO TRT-DELETE-CNT.
           PERFORM FEED-WRITE-RTN THRU FEED-WRITE-EXIT.
       FEED-TRAILER-EXIT.
           EXIT.

       FEED-WRITE-RTN.
           WRITE FEED-RECORD.
           IF TRN-STATUS NOT = '00'
               MOVE 'DA-S-TRANFEED' TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE TRN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       FEED-WRITE-EXIT.
           EXIT.

      *================================================================
      *    POST-LOG-RTN -- ONE CHANGE LOG RECORD.  AN ADD OR CHANGE
      *    POSTS AS IT STANDS, EXCEPT THAT A KEY WHOSE DELETE WAS
      *    ALREADY SENT IS NO LONGER DOWNSTREAM AND POSTS AS AN ADD.
      *    AN ABSENT KEY IS COUNTED AND POSTS ONLY ON THE RUN ITS
      *    COUNT REACHES THE LIMIT.
      *================================================================
       POST-LOG-RTN.
           READ CHANGE-LOG-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO POST-LOG-EXIT
           END-READ.
           IF CHG-STATUS NOT = '00'
               MOVE 'DA-S-CHGLOG'  TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE CHG-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           ADD +1 TO LOG-CNT.
           MOVE 'N' TO FOUND-SW.
           PERFORM OLD-SEARCH-RTN THRU OLD-SEARCH-EXIT
               VARYING OLD-IDX FROM 1 BY 1
               UNTIL OLD-IDX > OLD-CNT OR FOUND.
           IF FOUND
               SUBTRACT +1 FROM OLD-IDX
           END-IF.
           MOVE CHG-KEY TO PST-KEY.
           EVALUATE CHG-ACTION
               WHEN 'A'
               WHEN 'C'
                   IF FOUND AND OLD-SENT (OLD-IDX)
                       MOVE 'Y' TO OLD-T-BACK-SW (OLD-IDX)
                       PERFORM POST-READD-RTN THRU POST-READD-EXIT
                   ELSE
                       IF CHG-ACTION = 'A'
                           PERFORM POST-ADD-RTN THRU POST-ADD-EXIT
                       ELSE
                           PERFORM POST-CHANGE-RTN
                               THRU POST-CHANGE-EXIT
                       END-IF
                   END-IF
               WHEN 'D'
                   PERFORM POST-ABSENT-RTN THRU POST-ABSENT-EXIT
               WHEN OTHER
                   DISPLAY 'TAPFEED - CHANGE LOG ACTION ' CHG-ACTION
                       ' NOT KNOWN, KEY ' CHG-KEY ' NOT POSTED'
           END-EVALUATE.
       POST-LOG-EXIT.
           EXIT.

       OLD-SEARCH-RTN.
           IF OLD-T-KEY (OLD-IDX) = CHG-KEY
               MOVE 'Y' TO FOUND-SW.
       OLD-SEARCH-EXIT.
           EXIT.

       POST-ADD-RTN.
           MOVE 'A'      TO PST-ACTION.
           MOVE SPACES   TO PST-BEFORE-REC.
           MOVE CHG-REC  TO PST-AFTER-REC.
           MOVE 'ADD'    TO PST-LABEL.
           MOVE SPACES   TO PST-NOTE.
           ADD +1 TO ADD-CNT.
           PERFORM POST-WRITE-RTN THRU POST-WRITE-EXIT.
       POST-ADD-EXIT.
           EXIT.

       POST-CHANGE-RTN.
           MOVE 'C'            TO PST-ACTION.
           MOVE CHG-BEFORE-REC TO PST-BEFORE-REC.
           MOVE CHG-REC        TO PST-AFTER-REC.
           MOVE 'CHANGE'       TO PST-LABEL.
           PERFORM CHANGE-RANGE-RTN THRU CHANGE-RANGE-EXIT.
           MOVE RNG-TEXT       TO PST-NOTE.
           ADD +1 TO CHANGE-CNT.
           PERFORM POST-WRITE-RTN THRU POST-WRITE-EXIT.
       POST-CHANGE-EXIT.
           EXIT.

       POST-READD-RTN.
           MOVE 'A'      TO PST-ACTION.
           MOVE SPACES   TO PST-BEFORE-REC.
           MOVE CHG-REC  TO PST-AFTER-REC.
           MOVE 'RE-ADD' TO PST-LABEL.
           MOVE 'BACK ON THE TAPE AFTER ITS DELETE WAS SENT'
               TO PST-NOTE.
           ADD +1 TO ADD-CNT.
           ADD +1 TO READD-CNT.
           PERFORM POST-WRITE-RTN THRU POST-WRITE-EXIT.
       POST-READD-EXIT.
           EXIT.

      *        THE KEY IS STILL (OR NEWLY) ABSENT.  IT GOES ON THE NEW
      *        TRACKER WITH ONE MORE RUN COUNTED.  A DELETE ALREADY
      *        SENT IS NOT SENT AGAIN, AND IS ONLY COUNTED.
       POST-ABSENT-RTN.
           IF FOUND
               MOVE 'Y' TO OLD-T-SEEN-SW (OLD-IDX)
           END-IF.
           IF NEW-CNT >= 30000
               IF UNTRACKED-CNT = 0
                   DISPLAY 'TAPFEED - MORE THAN 30000 ABSENT KEYS, '
                       'REST NOT TRACKED'
               END-IF
               ADD +1 TO UNTRACKED-CNT
               GO TO POST-ABSENT-EXIT.
           ADD +1 TO NEW-CNT.
           MOVE CHG-KEY TO NEW-T-KEY (NEW-CNT).
           IF FOUND
               COMPUTE NEW-T-RUN-CNT (NEW-CNT) =
                   OLD-T-RUN-CNT (OLD-IDX) + 1
               IF NEW-T-RUN-CNT (NEW-CNT) > 999
                   MOVE +999 TO NEW-T-RUN-CNT (NEW-CNT)
               END-IF
               MOVE OLD-T-FIRST-DATE (OLD-IDX)
                   TO NEW-T-FIRST-DATE (NEW-CNT)
               MOVE OLD-T-SENT-SW (OLD-IDX)
                   TO NEW-T-SENT-SW (NEW-CNT)
           ELSE
               MOVE +1 TO NEW-T-RUN-CNT (NEW-CNT)
               MOVE TKT-RUN-DATE-KEY TO NEW-T-FIRST-DATE (NEW-CNT)
               MOVE 'N' TO NEW-T-SENT-SW (NEW-CNT)
           END-IF.
           IF NEW-T-SENT-SW (NEW-CNT) = 'Y'
               ADD +1 TO SENT-BEFORE-CNT
               GO TO POST-ABSENT-EXIT.
           MOVE NEW-T-RUN-CNT (NEW-CNT) TO FMT-RUN-CNT.
           MOVE ABSENT-LIMIT            TO FMT-LIMIT.
           MOVE SPACES TO PST-NOTE.
           STRING 'ABSENT ' FMT-RUN-CNT ' OF ' FMT-LIMIT
               ' RUNS, SINCE ' NEW-T-FIRST-DATE (NEW-CNT)
               DELIMITED BY SIZE INTO PST-NOTE.
           IF NEW-T-RUN-CNT (NEW-CNT) < ABSENT-LIMIT
               ADD +1 TO HELD-CNT
               MOVE SPACES   TO RPT-TRN-SEQ-X
               MOVE 'HELD'   TO RPT-TRN-ACTION
               MOVE CHG-KEY  TO RPT-TRN-KEY
               MOVE PST-NOTE TO RPT-TRN-NOTE
               WRITE PRINT-LINE FROM RPT-TRN-LINE
                   AFTER ADVANCING 1 LINE
               GO TO POST-ABSENT-EXIT.
           MOVE 'Y'            TO NEW-T-SENT-SW (NEW-CNT).
           MOVE 'D'            TO PST-ACTION.
           MOVE CHG-BEFORE-REC TO PST-BEFORE-REC.
           MOVE SPACES         TO PST-AFTER-REC.
           MOVE 'DELETE'       TO PST-LABEL.
           ADD +1 TO DELETE-CNT.
           PERFORM POST-WRITE-RTN THRU POST-WRITE-EXIT.
       POST-ABSENT-EXIT.
           EXIT.

      *        ONE DETAIL ON THE FEED AND ITS LINE ON THE REPORT, FROM
      *        POST-AREA.
       POST-WRITE-RTN.
           ADD +1 TO SEQ-NBR.
           ADD +1 TO DETAIL-CNT.
           MOVE SPACES         TO FEED-RECORD.
           MOVE 'TRN'          TO TRN-REC-TYPE.
           MOVE SEQ-NBR        TO TRN-SEQ-NBR.
           MOVE PST-ACTION     TO TRN-ACTION.
           MOVE PST-KEY        TO TRN-KEY.
           MOVE PST-BEFORE-REC TO TRN-BEFORE-REC.
           MOVE PST-AFTER-REC  TO TRN-AFTER-REC.
           PERFORM FEED-WRITE-RTN THRU FEED-WRITE-EXIT.
           MOVE SEQ-NBR   TO RPT-TRN-SEQ.
           MOVE PST-LABEL TO RPT-TRN-ACTION.
           MOVE PST-KEY   TO RPT-TRN-KEY.
           MOVE PST-NOTE  TO RPT-TRN-NOTE.
           WRITE PRINT-LINE FROM RPT-TRN-LINE AFTER ADVANCING 1 LINE.
       POST-WRITE-EXIT.
           EXIT.

      *================================================================
      *    CHANGE-RANGE-RTN -- LIST THE BYTE RANGES WHERE THE BEFORE
      *    AND AFTER IMAGES DIFFER, AS FROM-TO RECORD POSITIONS.
      *    SEVEN RANGES FIT THE LINE; PAST THAT THE REST ARE COUNTED
      *    AND SHOWN AS A TOTAL.
      *================================================================
       CHANGE-RANGE-RTN.
           MOVE SPACES TO RNG-TEXT.
           MOVE +1 TO RNG-PTR.
           MOVE +0 TO RNG-START, RNG-CNT, RNG-BYTE-CNT.
           PERFORM CHANGE-BYTE-RTN THRU CHANGE-BYTE-EXIT
               VARYING BYTE-IDX FROM 1 BY 1
               UNTIL BYTE-IDX > 163.
           IF RNG-START > 0
               MOVE 164 TO BYTE-IDX
               PERFORM CHANGE-RANGE-END-RTN THRU CHANGE-RANGE-END-EXIT
           END-IF.
           IF RNG-CNT > 7
               MOVE RNG-CNT TO FMT-RUN-CNT
               STRING '+' FMT-RUN-CNT ' RANGES'
                   DELIMITED BY SIZE INTO RNG-TEXT
                   WITH POINTER RNG-PTR
           END-IF.
           IF RNG-CNT = 0
               MOVE 'NO BYTES DIFFER' TO RNG-TEXT
           END-IF.
       CHANGE-RANGE-EXIT.
           EXIT.

       CHANGE-BYTE-RTN.
           IF CHG-BEFORE-REC (BYTE-IDX:1) NOT = CHG-REC (BYTE-IDX:1)
               IF RNG-START = 0
                   MOVE BYTE-IDX TO RNG-START
               END-IF
           ELSE
               IF RNG-START > 0
                   PERFORM CHANGE-RANGE-END-RTN
                       THRU CHANGE-RANGE-END-EXIT
               END-IF
           END-IF.
       CHANGE-BYTE-EXIT.
           EXIT.

      *        CLOSE THE RANGE THAT RAN FROM RNG-START TO THE BYTE
      *        BEFORE BYTE-IDX.
       CHANGE-RANGE-END-RTN.
           ADD +1 TO RNG-CNT.
           IF RNG-CNT <= 7
               MOVE RNG-START TO RNG-FROM
               COMPUTE RNG-TO = BYTE-IDX - 1
               STRING RNG-FROM '-' RNG-TO ' '
                   DELIMITED BY SIZE INTO RNG-TEXT
                   WITH POINTER RNG-PTR
           END-IF.
           MOVE +0 TO RNG-START.
       CHANGE-RANGE-END-EXIT.
           EXIT.

      *================================================================
      *    READD-RTN -- A KEY WHOSE DELETE WAS SENT, THAT THIS RUN DID
      *    NOT FIND ABSENT AND DID NOT ADD OR CHANGE, CAME BACK ON THE
      *    TAPE UNCHANGED.  IT IS STILL ON THE KSDS (ABSENT KEYS ARE
      *    REPORTED, NOT DELETED), SO THE RE-ADD IS TAKEN FROM THERE.
      *    IF THE KSDS CANNOT BE READ THE KEY IS KEPT ON THE TRACKER
      *    AS SENT, SO THE NEXT POSTING TRIES AGAIN.
      *================================================================
       READD-RTN.
           IF NOT OLD-SENT (OLD-IDX) OR OLD-SEEN (OLD-IDX)
                   OR OLD-BACK (OLD-IDX)
               GO TO READD-EXIT.
           IF NOT VSAM-OPEN AND NOT VSAM-MISSING
               OPEN INPUT OUT-FILE-VSAM
               IF VSM-STATUS = '00'
                   MOVE 'Y' TO VSAM-OPEN-SW
               ELSE
                   DISPLAY 'TAPFEED - CANNOT OPEN DA-S-OUTVSAM, '
                       'STATUS ' VSM-STATUS ', RE-ADDS HELD'
                   MOVE 'X' TO VSAM-OPEN-SW
               END-IF
           END-IF.
           IF VSAM-MISSING
               PERFORM READD-HOLD-RTN THRU READD-HOLD-EXIT
               GO TO READD-EXIT.
           MOVE OLD-T-KEY (OLD-IDX) TO TTD-KEY OF OUT-VSAM-RECORD.
           READ OUT-FILE-VSAM.
           EVALUATE VSM-STATUS
               WHEN '00'
                   MOVE 'A'                  TO PST-ACTION
                   MOVE OLD-T-KEY (OLD-IDX)  TO PST-KEY
                   MOVE SPACES               TO PST-BEFORE-REC
                   MOVE OUT-VSAM-RECORD-FLAT TO PST-AFTER-REC
                   MOVE 'RE-ADD'             TO PST-LABEL
                   MOVE 'BACK ON THE TAPE UNCHANGED AFTER ITS DELETE'
                       TO PST-NOTE
                   ADD +1 TO ADD-CNT
                   ADD +1 TO READD-CNT
                   PERFORM POST-WRITE-RTN THRU POST-WRITE-EXIT
               WHEN '23'
                   MOVE SPACES              TO RPT-TRN-SEQ-X
                   MOVE 'DROPPED'           TO RPT-TRN-ACTION
                   MOVE OLD-T-KEY (OLD-IDX) TO RPT-TRN-KEY
                   MOVE 'DELETE SENT AND KEY NO LONGER ON THE KSDS'
                       TO RPT-TRN-NOTE
                   WRITE PRINT-LINE FROM RPT-TRN-LINE
                       AFTER ADVANCING 1 LINE
               WHEN OTHER
                   MOVE 'DA-S-OUTVSAM' TO IO-DDNAME
                   MOVE 'READ'         TO IO-OPERATION
                   MOVE VSM-STATUS  TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
           END-EVALUATE.
       READD-EXIT.
           EXIT.

       READD-HOLD-RTN.
           ADD +1 TO UNREAD-CNT.
           MOVE SPACES              TO RPT-TRN-SEQ-X.
           MOVE 'NOT SENT'          TO RPT-TRN-ACTION.
           MOVE OLD-T-KEY (OLD-IDX) TO RPT-TRN-KEY.
           MOVE 'RE-ADD HELD -- KSDS NOT READABLE, RETRIED NEXT RUN'
               TO RPT-TRN-NOTE.
           WRITE PRINT-LINE FROM RPT-TRN-LINE AFTER ADVANCING 1 LINE.
           IF NEW-CNT >= 30000
               ADD +1 TO UNTRACKED-CNT
               GO TO READD-HOLD-EXIT.
           ADD +1 TO NEW-CNT.
           MOVE OLD-T-KEY (OLD-IDX)        TO NEW-T-KEY (NEW-CNT).
           MOVE +0                         TO NEW-T-RUN-CNT (NEW-CNT).
           MOVE OLD-T-FIRST-DATE (OLD-IDX) TO NEW-T-FIRST-DATE
                                                  (NEW-CNT).
           MOVE 'Y'                        TO NEW-T-SENT-SW (NEW-CNT).
       READD-HOLD-EXIT.
           EXIT.

      *================================================================
      *    WRITE-ABSENT-RTN -- REWRITE THE TRACKER ONLY ONCE THE FEED
      *    IS CLOSED, SO A FAILED RUN LEAVES THE OLD ONE TO POST THE
      *    SAME LOG AGAIN.
      *================================================================
       WRITE-ABSENT-RTN.
           OPEN OUTPUT ABSENT-FILE.
           IF ABS-STATUS NOT = '00'
               MOVE 'DA-S-ABSENT'  TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE ABS-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           MOVE SPACES       TO ABSENT-HEADER.
           MOVE 'H'          TO ABS-REC-TYPE.
           MOVE TKT-RUN-DATE TO ABH-RUN-DATE.
           MOVE TKT-RUN-TIME TO ABH-RUN-TIME.
           MOVE SEQ-NBR      TO ABH-LAST-SEQ.
           WRITE ABSENT-HEADER.
           PERFORM WRITE-ABSENT-REC-RTN THRU WRITE-ABSENT-REC-EXIT
               VARYING NEW-IDX FROM 1 BY 1
               UNTIL NEW-IDX > NEW-CNT.
           CLOSE ABSENT-FILE.
       WRITE-ABSENT-EXIT.
           EXIT.

       WRITE-ABSENT-REC-RTN.
           MOVE SPACES                     TO ABSENT-RECORD.
           MOVE 'K'                        TO ABS-REC-TYPE.
           MOVE NEW-T-KEY (NEW-IDX)        TO ABS-KEY.
           MOVE NEW-T-RUN-CNT (NEW-IDX)    TO ABS-RUN-CNT.
           MOVE NEW-T-FIRST-DATE (NEW-IDX) TO ABS-FIRST-DATE.
           MOVE NEW-T-SENT-SW (NEW-IDX)    TO ABS-SENT-SW.
           WRITE ABSENT-RECORD.
           IF ABS-STATUS NOT = '00'
               MOVE 'DA-S-ABSENT'  TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE ABS-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       WRITE-ABSENT-REC-EXIT.
           EXIT.

       SUMMARY-RTN.
           WRITE PRINT-LINE FROM RPT-SEC-2 AFTER ADVANCING 2 LINES.
           MOVE 'LOG RECORDS READ .. ' TO RPT-SUM-LABEL.
           MOVE LOG-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ADDS POSTED ....... ' TO RPT-SUM-LABEL.
           MOVE ADD-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE '  OF WHICH RE-ADDS  ' TO RPT-SUM-LABEL.
           MOVE READD-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'CHANGES POSTED .... ' TO RPT-SUM-LABEL.
           MOVE CHANGE-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DELETES POSTED .... ' TO RPT-SUM-LABEL.
           MOVE DELETE-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'TRANSACTIONS ...... ' TO RPT-SUM-LABEL.
           MOVE DETAIL-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'DELETES HELD ...... ' TO RPT-SUM-LABEL.
           MOVE HELD-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'STILL ABSENT, SENT  ' TO RPT-SUM-LABEL.
           MOVE SENT-BEFORE-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ABSENT NOT TRACKED  ' TO RPT-SUM-LABEL.
           MOVE UNTRACKED-CNT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'ABSENT-RUN LIMIT .. ' TO RPT-SUM-LABEL.
           MOVE ABSENT-LIMIT TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'FIRST SEQUENCE .... ' TO RPT-SUM-LABEL.
           MOVE FIRST-SEQ TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
           MOVE 'LAST SEQUENCE ..... ' TO RPT-SUM-LABEL.
           MOVE SEQ-NBR TO RPT-SUM-CNT.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
       SUMMARY-EXIT.
           EXIT.

       IO-ERROR-RTN.
           DISPLAY 'TAPFEED - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           DISPLAY '  OPERATION ......: ' IO-OPERATION.
           DISPLAY '  FILE STATUS ....: ' IO-STATUS-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.
