       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPDLVRY.
       AUTHOR. BILL BLASINGIM.
       REMARKS.
           Companion program to TAPTODSK.
           Delivery report -- the receipt register against the
           expected-delivery calendar.

           TAPTODSK appends an entry to the DA-S-RCPTREG receipt
           register (layout TTDRCP) for every tape it is handed,
           naming the source system from the RCV card.  This program
           reads the register against a calendar deck on
           UR-S-CALCARD that says which source owes a tape on which
           day, and lists per source the deliveries that were
           missed, late or repeated, with a summary by source.

           One 'EXP' card per expected delivery: identifier in
           columns 1-3, source in 4-11 (as punched on the RCV card),
           due date in 12-19 and the last day it still counts as on
           time in 20-27, both CCYYMMDD.  A blank late date means the
           tape is due that day.  Keep the deck in source and due
           date order; the report lists it in deck order.

           Each copied receipt is matched to the same source's
           oldest expectation not yet met that was due on or before
           the day it arrived, so a late tape is reported against
           the day it was due and does not push the tapes after it
           along.  When every one due by then is already met and the
           next one is not, the tape is an early delivery for the
           next.  The first tape matched to an expectation makes it
           ON TIME, or LATE when it arrived after the late date.  A
           further copied tape for an expectation already met is an
           EXTRA delivery.  A tape TAPTODSK found already on the
           register -- refused, or copied on an RCV override -- is a
           REPEAT.  Extras and repeats are counted as duplicates.
           An expectation with no tape is MISSED once its late date
           has passed and PENDING until then.  A tape whose source
           has no calendar entry is listed separately.  Register
           entries dated before the first due date or after the last
           late date on the calendar are outside the period and only
           counted.

           Return code 4 means at least one delivery was missed,
           late, duplicated or not on the calendar, or a calendar
           card was ignored; 0 means every delivery due came in on
           time.

       DATE-WRITTEN. Oct. 15, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALENDAR-FILE ASSIGN TO UR-S-CALCARD.
           SELECT RECEIPT-FILE ASSIGN TO DA-S-RCPTREG
               FILE STATUS IS RCP-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CALENDAR-FILE
           LABEL RECORDS OMITTED.
       01  CALENDAR-CARD.
      *        CARD IDENTIFIER IN COLUMNS 1-3 -- ALWAYS 'EXP'.
           05  EXP-CARD-ID                  PIC X(03).
      *        SOURCE SYSTEM, AS PUNCHED ON TAPTODSK'S RCV CARD.
           05  EXP-SOURCE-ID                PIC X(08).
      *        DAY THE TAPE IS DUE AND THE LAST DAY IT IS STILL ON
      *        TIME, CCYYMMDD.  BLANK LATE DATE = THE DUE DATE.
           05  EXP-DUE-DATE                 PIC 9(08).
           05  EXP-LATE-DATE                PIC 9(08).
           05  EXP-LATE-DATE-X REDEFINES EXP-LATE-DATE
                                            PIC X(08).
           05  FILLER                       PIC X(53).
      *================================================================
      *    RECEIPT-FILE -- THE RECEIPT REGISTER TAPTODSK APPENDS TO
      *    (SEE TTDRCP), READ IN RUN ORDER.
      *================================================================
       FD  RECEIPT-FILE
           LABEL RECORDS STANDARD.
       01  RECEIPT-RECORD.
           COPY TTDRCP.
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  CAL-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  CAL-IDX                      PIC S9(3) COMP-3.
           05  OPEN-IDX                     PIC S9(3) COMP-3.
           05  PREV-IDX                     PIC S9(3) COMP-3.
           05  NEXT-IDX                     PIC S9(3) COMP-3.
           05  REG-CNT                      PIC S9(5) VALUE +0 COMP-3.
           05  REG-IDX                      PIC S9(5) COMP-3.
           05  SRC-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  SRC-IDX                      PIC S9(3) COMP-3.
           05  READ-CNT                     PIC S9(5) VALUE +0 COMP-3.
           05  OUTSIDE-CNT                  PIC S9(5) VALUE +0 COMP-3.
           05  BAD-CARD-CNT                 PIC S9(5) VALUE +0 COMP-3.
           05  MISSED-CNT                   PIC S9(5) VALUE +0 COMP-3.
           05  LATE-CNT                     PIC S9(5) VALUE +0 COMP-3.
           05  DUP-CNT                      PIC S9(5) VALUE +0 COMP-3.
           05  UNCAL-CNT                    PIC S9(5) VALUE +0 COMP-3.
           05  PERIOD-FROM                  PIC 9(08) VALUE 99999999.
           05  PERIOD-TO                    PIC 9(08) VALUE 0.
           05  TODAY-KEY                    PIC 9(08).
           05  WK-DATE-KEY                  PIC 9(08).
           05  EOF-FLAG                     PIC X(01) VALUE 'N'.
               88  EOF                                VALUE 'Y'.
           05  FOUND-SW                     PIC X(01) VALUE 'N'.
               88  FOUND                              VALUE 'Y'.

       01  IO-ERROR-AREA.
           05  RCP-STATUS                   PIC X(02) VALUE '00'.

       01  CARD-AREA.
           05  CARD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CARD-EOF                           VALUE 'Y'.

      *================================================================
      *    CAL-TABLE -- THE CALENDAR DECK.  CAL-T-REG IS THE REGISTER
      *    ENTRY THAT MET THE EXPECTATION (0 = NONE YET).  CAL-T-STAT
      *    IS SET ONCE EVERY RECEIPT HAS BEEN MATCHED.
      *================================================================
       01  CAL-TABLE-AREA.
           05  CAL-TABLE OCCURS 500 TIMES.
               10  CAL-T-SOURCE             PIC X(08).
               10  CAL-T-DUE                PIC 9(08).
               10  CAL-T-LATE               PIC 9(08).
               10  CAL-T-REG                PIC S9(5) COMP-3.
               10  CAL-T-STAT               PIC X(01).
                   88  CAL-ON-TIME                    VALUE 'T'.
                   88  CAL-LATE                       VALUE 'L'.
                   88  CAL-MISSED                     VALUE 'M'.
                   88  CAL-PENDING                    VALUE 'P'.

      *================================================================
      *    REG-TABLE -- THE REGISTER ENTRIES INSIDE THE CALENDAR
      *    PERIOD, IN RUN ORDER.  REG-T-CAL IS THE EXPECTATION THE
      *    RECEIPT WAS MATCHED TO (0 = NOT ON THE CALENDAR).
      *    2000 RECEIPTS IS SEVERAL YEARS OF DAILY TAPES FROM A
      *    HANDFUL OF SOURCES; THE EXCESS IS REPORTED AND LEFT OFF.
      *================================================================
       01  REG-TABLE-AREA.
           05  REG-TABLE OCCURS 2000 TIMES.
               10  REG-T-SOURCE             PIC X(08).
               10  REG-T-DATE-KEY           PIC 9(08).
               10  REG-T-RUN-DATE           PIC X(10).
               10  REG-T-RUN-TIME           PIC X(08).
               10  REG-T-REC-CNT            PIC S9(7) COMP-3.
               10  REG-T-DISP               PIC X(01).
               10  REG-T-DUP-DATE           PIC X(10).
               10  REG-T-CAL                PIC S9(3) COMP-3.
               10  REG-T-ROLE               PIC X(01).
                   88  REG-ON-TIME                    VALUE 'T'.
                   88  REG-LATE                       VALUE 'L'.
                   88  REG-EXTRA                      VALUE 'E'.
                   88  REG-REPEAT                     VALUE 'D'.
                   88  REG-UNCAL                      VALUE 'U'.

      *================================================================
      *    SRC-TABLE -- ONE ENTRY PER SOURCE FOR THE SUMMARY, BUILT
      *    FROM THE CALENDAR AND FROM ANY RECEIPT WHOSE SOURCE IS NOT
      *    ON IT.
      *================================================================
       01  SRC-TABLE-AREA.
           05  SRC-TABLE OCCURS 100 TIMES.
               10  SRC-T-SOURCE             PIC X(08).
               10  SRC-T-EXPECTED           PIC S9(5) COMP-3.
               10  SRC-T-ON-TIME            PIC S9(5) COMP-3.
               10  SRC-T-LATE               PIC S9(5) COMP-3.
               10  SRC-T-MISSED             PIC S9(5) COMP-3.
               10  SRC-T-PENDING            PIC S9(5) COMP-3.
               10  SRC-T-DUP                PIC S9(5) COMP-3.
               10  SRC-T-UNCAL              PIC S9(5) COMP-3.

       01  FMT-AREA.
           05  FMT-DATE-KEY                 PIC 9(08).
           05  FMT-DATE-SPLIT REDEFINES FMT-DATE-KEY.
               10  FMT-CCYY                 PIC X(04).
               10  FMT-MM                   PIC X(02).
               10  FMT-DD                   PIC X(02).
           05  FMT-DATE                     PIC X(10).

       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
               10  RPT-DATE-YY              PIC X(02).
               10  RPT-DATE-MM              PIC X(02).
               10  RPT-DATE-DD              PIC X(02).
           05  RPT-TIME-HHMMSSHH            PIC X(08).

       01  RPT-HDG-1.
           05  FILLER                       PIC X(22)
               VALUE 'TAPDLVRY DELIVERY REPT'.
           05  FILLER                       PIC X(111) VALUE SPACES.

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
               VALUE 'CALENDAR ENTRIES .. '.
           05  RPT-DTL-CAL                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-2.
           05  FILLER                       PIC X(20)
               VALUE 'CARDS IGNORED ..... '.
           05  RPT-DTL-BAD                  PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-3.
           05  FILLER                       PIC X(20)
               VALUE 'RECEIPTS READ ..... '.
           05  RPT-DTL-READ                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-4.
           05  FILLER                       PIC X(20)
               VALUE 'OUTSIDE PERIOD .... '.
           05  RPT-DTL-OUTSIDE              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-SEC-1.
           05  FILLER                       PIC X(19)
               VALUE 'EXPECTED DELIVERIES'.
           05  FILLER                       PIC X(114) VALUE SPACES.

       01  RPT-EXP-HDG.
           05  FILLER                       PIC X(24)
               VALUE '  SOURCE    DUE DATE    '.
           05  FILLER                       PIC X(23)
               VALUE 'LATE AFTER  STATUS     '.
           05  FILLER                       PIC X(32)
               VALUE 'RECEIVED                 RECORDS'.
           05  FILLER                       PIC X(54) VALUE SPACES.

       01  RPT-EXP-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EXP-SOURCE               PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EXP-DUE                  PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EXP-LATE                 PIC X(10).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EXP-STATUS               PIC X(09).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EXP-RCV-DATE             PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-EXP-RCV-TIME             PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-EXP-RECS                 PIC ZZZ,ZZZ,ZZ9.
           05  RPT-EXP-RECS-X REDEFINES RPT-EXP-RECS
                                            PIC X(11).
           05  FILLER                       PIC X(54) VALUE SPACES.

       01  RPT-DUP-LINE.
           05  FILLER                       PIC X(06) VALUE SPACES.
           05  RPT-DUP-TEXT                 PIC X(39).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-DUP-RCV-DATE             PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-DUP-RCV-TIME             PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-DUP-RECS                 PIC ZZZ,ZZZ,ZZ9.
           05  RPT-DUP-OF-LIT               PIC X(11).
           05  RPT-DUP-OF-DATE              PIC X(10).
           05  FILLER                       PIC X(33) VALUE SPACES.

       01  RPT-SEC-2.
           05  FILLER                       PIC X(30)
               VALUE 'DELIVERIES NOT ON THE CALENDAR'.
           05  FILLER                       PIC X(103) VALUE SPACES.

       01  RPT-UNC-HDG.
           05  FILLER                       PIC X(32)
               VALUE '  SOURCE    RECEIVED            '.
           05  FILLER                       PIC X(22)
               VALUE '     RECORDS  RECEIPT '.
           05  FILLER                       PIC X(79) VALUE SPACES.

       01  RPT-UNC-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-UNC-SOURCE               PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-UNC-RCV-DATE             PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-UNC-RCV-TIME             PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-UNC-RECS                 PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-UNC-TEXT                 PIC X(20).
           05  FILLER                       PIC X(67) VALUE SPACES.

       01  RPT-SEC-3.
           05  FILLER                       PIC X(17)
               VALUE 'SUMMARY BY SOURCE'.
           05  FILLER                       PIC X(116) VALUE SPACES.

       01  RPT-SUM-HDG.
           05  FILLER                       PIC X(28)
               VALUE '  SOURCE   EXPECTED  ON TIME'.
           05  FILLER                       PIC X(27)
               VALUE '     LATE   MISSED  PENDING'.
           05  FILLER                       PIC X(18)
               VALUE '     DUPS  NOT CAL'.
           05  FILLER                       PIC X(60) VALUE SPACES.

       01  RPT-SUM-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-SOURCE               PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-EXPECTED             PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-ON-TIME              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-LATE                 PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-MISSED               PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-PENDING              PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-DUP                  PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-SUM-UNCAL                PIC ZZZ,ZZ9.
           05  FILLER                       PIC X(60) VALUE SPACES.

       01  RPT-NONE-LINE.
           05  FILLER                       PIC X(08)
               VALUE '  NONE  '.
           05  FILLER                       PIC X(125) VALUE SPACES.

       PROCEDURE DIVISION.

           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.
           MOVE RPT-DATE-CCYYMMDD TO TODAY-KEY.
           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.

           PERFORM LOAD-CALENDAR-RTN THRU LOAD-CALENDAR-EXIT.
           PERFORM LOAD-REGISTER-RTN THRU LOAD-REGISTER-EXIT.
           PERFORM MATCH-RTN THRU MATCH-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-CNT.
           PERFORM STATUS-RTN THRU STATUS-EXIT
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-CNT.
           PERFORM SOURCE-BUILD-RTN THRU SOURCE-BUILD-EXIT.

           OPEN OUTPUT PRINT-FILE.
           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM RPT-HDG-2 AFTER ADVANCING 2 LINES.

           PERFORM TOTALS-SECTION-RTN THRU TOTALS-SECTION-EXIT.
           PERFORM EXPECTED-SECTION-RTN THRU EXPECTED-SECTION-EXIT.
           PERFORM UNCAL-SECTION-RTN THRU UNCAL-SECTION-EXIT.
           PERFORM SUMMARY-SECTION-RTN THRU SUMMARY-SECTION-EXIT.

           CLOSE PRINT-FILE.
           IF MISSED-CNT > 0 OR LATE-CNT > 0 OR DUP-CNT > 0
                   OR UNCAL-CNT > 0 OR BAD-CARD-CNT > 0
               MOVE 4 TO RETURN-CODE
           END-IF.
           STOP RUN.

      *================================================================
      *    LOAD-CALENDAR-RTN -- READ THE EXP CARDS INTO CAL-TABLE AND
      *    TAKE THE CALENDAR PERIOD: FIRST DUE DATE TO LAST LATE
      *    DATE.  A BAD CARD IS REPORTED AND LEFT OUT, THE WAY EVERY
      *    PROGRAM IN THE FAMILY TREATS ONE.
      *================================================================
       LOAD-CALENDAR-RTN.
           OPEN INPUT CALENDAR-FILE.
           PERFORM LOAD-CAL-CARD-RTN THRU LOAD-CAL-CARD-EXIT
               UNTIL CARD-EOF.
           CLOSE CALENDAR-FILE.
       LOAD-CALENDAR-EXIT.
           EXIT.

       LOAD-CAL-CARD-RTN.
           READ CALENDAR-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SW
                   GO TO LOAD-CAL-CARD-EXIT
           END-READ.
           IF CALENDAR-CARD = SPACES
               GO TO LOAD-CAL-CARD-EXIT.
           IF EXP-CARD-ID NOT = 'EXP'
               DISPLAY 'TAPDLVRY - UNRECOGNIZED CALENDAR CARD '
                   'IGNORED: ' EXP-CARD-ID
               ADD +1 TO BAD-CARD-CNT
               GO TO LOAD-CAL-CARD-EXIT.
           IF EXP-SOURCE-ID = SPACES OR EXP-DUE-DATE NOT NUMERIC
               DISPLAY 'TAPDLVRY - EXP CARD WITHOUT SOURCE OR DUE '
                   'DATE IGNORED: ' EXP-SOURCE-ID
               ADD +1 TO BAD-CARD-CNT
               GO TO LOAD-CAL-CARD-EXIT.
           IF EXP-LATE-DATE-X = SPACES
               MOVE EXP-DUE-DATE TO EXP-LATE-DATE
           END-IF.
           IF EXP-LATE-DATE NOT NUMERIC
                   OR EXP-LATE-DATE < EXP-DUE-DATE
               DISPLAY 'TAPDLVRY - EXP CARD LATE DATE BAD OR '
                   'BEFORE DUE DATE, IGNORED: ' EXP-SOURCE-ID
               ADD +1 TO BAD-CARD-CNT
               GO TO LOAD-CAL-CARD-EXIT.
           IF CAL-CNT >= 500
               DISPLAY 'TAPDLVRY - MORE THAN 500 CALENDAR CARDS, '
                   'REST LEFT OFF THE REPORT'
               MOVE 'Y' TO CARD-EOF-SW
               GO TO LOAD-CAL-CARD-EXIT.
           ADD +1 TO CAL-CNT.
           MOVE EXP-SOURCE-ID TO CAL-T-SOURCE (CAL-CNT).
           MOVE EXP-DUE-DATE  TO CAL-T-DUE (CAL-CNT).
           MOVE EXP-LATE-DATE TO CAL-T-LATE (CAL-CNT).
           MOVE +0            TO CAL-T-REG (CAL-CNT).
           MOVE SPACE         TO CAL-T-STAT (CAL-CNT).
           IF EXP-DUE-DATE < PERIOD-FROM
               MOVE EXP-DUE-DATE TO PERIOD-FROM
           END-IF.
           IF EXP-LATE-DATE > PERIOD-TO
               MOVE EXP-LATE-DATE TO PERIOD-TO
           END-IF.
       LOAD-CAL-CARD-EXIT.
           EXIT.

      *================================================================
      *    LOAD-REGISTER-RTN -- PULL THE REGISTER ENTRIES INSIDE THE
      *    CALENDAR PERIOD INTO REG-TABLE.  NO REGISTER YET (STATUS
      *    35) MEANS NO TAPE HAS EVER BEEN RECEIVED, SO EVERY
      *    EXPECTATION IS REPORTED AS OWED.
      *================================================================
       LOAD-REGISTER-RTN.
           OPEN INPUT RECEIPT-FILE.
           IF RCP-STATUS = '35'
               DISPLAY 'TAPDLVRY - NO RECEIPT REGISTER, NO TAPES '
                   'RECEIVED YET'
               GO TO LOAD-REGISTER-EXIT.
           IF RCP-STATUS NOT = '00'
               DISPLAY 'TAPDLVRY - CANNOT OPEN DA-S-RCPTREG, STATUS '
                   RCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           PERFORM LOAD-REG-REC-RTN THRU LOAD-REG-REC-EXIT
               UNTIL EOF.
           CLOSE RECEIPT-FILE.
       LOAD-REGISTER-EXIT.
           EXIT.

       LOAD-REG-REC-RTN.
           READ RECEIPT-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO LOAD-REG-REC-EXIT
           END-READ.
           IF RCP-STATUS NOT = '00'
               DISPLAY 'TAPDLVRY - ERROR READING DA-S-RCPTREG, '
                   'STATUS ' RCP-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD +1 TO READ-CNT.
           IF RCP-RUN-DATE-KEY NOT NUMERIC
               ADD +1 TO OUTSIDE-CNT
               GO TO LOAD-REG-REC-EXIT.
           MOVE RCP-RUN-DATE-KEY TO WK-DATE-KEY.
           IF WK-DATE-KEY < PERIOD-FROM OR WK-DATE-KEY > PERIOD-TO
               ADD +1 TO OUTSIDE-CNT
               GO TO LOAD-REG-REC-EXIT.
           IF REG-CNT >= 2000
               DISPLAY 'TAPDLVRY - MORE THAN 2000 RECEIPTS IN THE '
                   'PERIOD, REST LEFT OFF THE REPORT'
               MOVE 'Y' TO EOF-FLAG
               GO TO LOAD-REG-REC-EXIT.
           ADD +1 TO REG-CNT.
           MOVE RCP-SOURCE-ID    TO REG-T-SOURCE (REG-CNT).
           MOVE WK-DATE-KEY      TO REG-T-DATE-KEY (REG-CNT).
           MOVE RCP-RUN-DATE     TO REG-T-RUN-DATE (REG-CNT).
           MOVE RCP-RUN-TIME     TO REG-T-RUN-TIME (REG-CNT).
           IF RCP-REC-CNT NUMERIC
               MOVE RCP-REC-CNT  TO REG-T-REC-CNT (REG-CNT)
           ELSE
               MOVE +0           TO REG-T-REC-CNT (REG-CNT)
           END-IF.
           MOVE RCP-DISPOSITION  TO REG-T-DISP (REG-CNT).
           MOVE RCP-DUP-RUN-DATE TO REG-T-DUP-DATE (REG-CNT).
           MOVE +0               TO REG-T-CAL (REG-CNT).
           MOVE SPACE            TO REG-T-ROLE (REG-CNT).
       LOAD-REG-REC-EXIT.
           EXIT.

      *================================================================
      *    MATCH-RTN -- FIND THE EXPECTATION ONE RECEIPT ANSWERS.
      *    OPEN-IDX IS THE SAME SOURCE'S OLDEST UNMET DUE DATE ON OR
      *    BEFORE THE RECEIPT -- THE TAPE IT MEETS, LATE OR NOT.
      *    NEXT-IDX IS ITS EARLIEST DUE DATE AFTER THE RECEIPT, MET
      *    ONLY BY AN EARLY TAPE WHEN NOTHING DUE IS STILL OPEN.
      *    PREV-IDX, THE LATEST DUE DATE ON OR BEFORE THE RECEIPT,
      *    ONLY SAYS WHERE A REPEAT OR EXTRA TAPE IS LISTED.  THE
      *    REGISTER IS IN RUN ORDER, SO EXPECTATIONS ARE MET OLDEST
      *    FIRST.
      *================================================================
       MATCH-RTN.
           MOVE +0 TO OPEN-IDX, PREV-IDX, NEXT-IDX.
           PERFORM MATCH-CAL-RTN THRU MATCH-CAL-EXIT
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-CNT.
           IF PREV-IDX = 0 AND NEXT-IDX = 0
               MOVE 'U' TO REG-T-ROLE (REG-IDX)
               ADD +1 TO UNCAL-CNT
               GO TO MATCH-EXIT.

      *        A REPEAT TAPE -- REFUSED OR COPIED ON OVERRIDE -- NEVER
      *        MEETS AN EXPECTATION.  IT IS LISTED UNDER THE ONE IT
      *        WOULD HAVE ANSWERED.
           IF REG-T-DISP (REG-IDX) NOT = 'A'
               IF PREV-IDX > 0
                   MOVE PREV-IDX TO REG-T-CAL (REG-IDX)
               ELSE
                   MOVE NEXT-IDX TO REG-T-CAL (REG-IDX)
               END-IF
               MOVE 'D' TO REG-T-ROLE (REG-IDX)
               ADD +1 TO DUP-CNT
               GO TO MATCH-EXIT.

           IF OPEN-IDX > 0
               MOVE OPEN-IDX TO CAL-IDX
               PERFORM MATCH-FILL-RTN THRU MATCH-FILL-EXIT
               GO TO MATCH-EXIT.
           IF NEXT-IDX > 0
               IF CAL-T-REG (NEXT-IDX) = 0
                   MOVE NEXT-IDX TO CAL-IDX
                   PERFORM MATCH-FILL-RTN THRU MATCH-FILL-EXIT
                   GO TO MATCH-EXIT.

           IF PREV-IDX > 0
               MOVE PREV-IDX TO REG-T-CAL (REG-IDX)
           ELSE
               MOVE NEXT-IDX TO REG-T-CAL (REG-IDX)
           END-IF.
           MOVE 'E' TO REG-T-ROLE (REG-IDX).
           ADD +1 TO DUP-CNT.
       MATCH-EXIT.
           EXIT.

      *        OF TWO CARDS FOR THE SAME SOURCE AND DAY, THE FIRST
      *        ONE NOT YET MET IS TAKEN.
       MATCH-CAL-RTN.
           IF CAL-T-SOURCE (CAL-IDX) NOT = REG-T-SOURCE (REG-IDX)
               GO TO MATCH-CAL-EXIT.
           IF CAL-T-DUE (CAL-IDX) NOT > REG-T-DATE-KEY (REG-IDX)
                   AND CAL-T-REG (CAL-IDX) = 0
               IF OPEN-IDX = 0
                   MOVE CAL-IDX TO OPEN-IDX
               ELSE
                   IF CAL-T-DUE (CAL-IDX) < CAL-T-DUE (OPEN-IDX)
                       MOVE CAL-IDX TO OPEN-IDX
                   END-IF
               END-IF
           END-IF.
           IF CAL-T-DUE (CAL-IDX) NOT > REG-T-DATE-KEY (REG-IDX)
               IF PREV-IDX = 0
                   MOVE CAL-IDX TO PREV-IDX
               ELSE
                   IF CAL-T-DUE (CAL-IDX) > CAL-T-DUE (PREV-IDX)
                       MOVE CAL-IDX TO PREV-IDX
                   ELSE
                       IF CAL-T-DUE (CAL-IDX) = CAL-T-DUE (PREV-IDX)
                           AND CAL-T-REG (PREV-IDX) NOT = 0
                           AND CAL-T-REG (CAL-IDX) = 0
                           MOVE CAL-IDX TO PREV-IDX
                       END-IF
                   END-IF
               END-IF
           ELSE
               IF NEXT-IDX = 0
                   MOVE CAL-IDX TO NEXT-IDX
               ELSE
                   IF CAL-T-DUE (CAL-IDX) < CAL-T-DUE (NEXT-IDX)
                       MOVE CAL-IDX TO NEXT-IDX
                   ELSE
                       IF CAL-T-DUE (CAL-IDX) = CAL-T-DUE (NEXT-IDX)
                           AND CAL-T-REG (NEXT-IDX) NOT = 0
                           AND CAL-T-REG (CAL-IDX) = 0
                           MOVE CAL-IDX TO NEXT-IDX
                       END-IF
                   END-IF
               END-IF
           END-IF.
       MATCH-CAL-EXIT.
           EXIT.

       MATCH-FILL-RTN.
           MOVE REG-IDX TO CAL-T-REG (CAL-IDX).
           MOVE CAL-IDX TO REG-T-CAL (REG-IDX).
           IF REG-T-DATE-KEY (REG-IDX) > CAL-T-LATE (CAL-IDX)
               MOVE 'L' TO REG-T-ROLE (REG-IDX)
               ADD +1 TO LATE-CNT
           ELSE
               MOVE 'T' TO REG-T-ROLE (REG-IDX)
           END-IF.
       MATCH-FILL-EXIT.
           EXIT.

      *================================================================
      *    STATUS-RTN -- SETTLE EACH EXPECTATION ONCE EVERY RECEIPT
      *    HAS BEEN MATCHED.  ONE WITH NO TAPE IS MISSED ONLY WHEN
      *    ITS LATE DATE IS BEHIND TODAY.
      *================================================================
       STATUS-RTN.
           IF CAL-T-REG (CAL-IDX) = 0
               IF CAL-T-LATE (CAL-IDX) < TODAY-KEY
                   MOVE 'M' TO CAL-T-STAT (CAL-IDX)
                   ADD +1 TO MISSED-CNT
               ELSE
                   MOVE 'P' TO CAL-T-STAT (CAL-IDX)
               END-IF
           ELSE
               MOVE CAL-T-REG (CAL-IDX) TO REG-IDX
               MOVE REG-T-ROLE (REG-IDX) TO CAL-T-STAT (CAL-IDX)
           END-IF.
       STATUS-EXIT.
           EXIT.

      *================================================================
      *    SOURCE-BUILD-RTN -- TOTAL THE CALENDAR AND THE RECEIPTS BY
      *    SOURCE FOR THE SUMMARY SECTION.
      *================================================================
       SOURCE-BUILD-RTN.
           PERFORM SOURCE-CAL-RTN THRU SOURCE-CAL-EXIT
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-CNT.
           PERFORM SOURCE-REG-RTN THRU SOURCE-REG-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-CNT.
       SOURCE-BUILD-EXIT.
           EXIT.

       SOURCE-CAL-RTN.
           MOVE CAL-T-SOURCE (CAL-IDX) TO RPT-SUM-SOURCE.
           PERFORM SOURCE-FIND-RTN THRU SOURCE-FIND-EXIT.
           IF SRC-IDX = 0
               GO TO SOURCE-CAL-EXIT.
           ADD +1 TO SRC-T-EXPECTED (SRC-IDX).
           EVALUATE TRUE
               WHEN CAL-ON-TIME (CAL-IDX)
                   ADD +1 TO SRC-T-ON-TIME (SRC-IDX)
               WHEN CAL-LATE (CAL-IDX)
                   ADD +1 TO SRC-T-LATE (SRC-IDX)
               WHEN CAL-MISSED (CAL-IDX)
                   ADD +1 TO SRC-T-MISSED (SRC-IDX)
               WHEN CAL-PENDING (CAL-IDX)
                   ADD +1 TO SRC-T-PENDING (SRC-IDX)
           END-EVALUATE.
       SOURCE-CAL-EXIT.
           EXIT.

       SOURCE-REG-RTN.
           IF NOT REG-EXTRA (REG-IDX) AND NOT REG-REPEAT (REG-IDX)
                   AND NOT REG-UNCAL (REG-IDX)
               GO TO SOURCE-REG-EXIT.
           MOVE REG-T-SOURCE (REG-IDX) TO RPT-SUM-SOURCE.
           PERFORM SOURCE-FIND-RTN THRU SOURCE-FIND-EXIT.
           IF SRC-IDX = 0
               GO TO SOURCE-REG-EXIT.
           IF REG-UNCAL (REG-IDX)
               ADD +1 TO SRC-T-UNCAL (SRC-IDX)
           ELSE
               ADD +1 TO SRC-T-DUP (SRC-IDX)
           END-IF.
       SOURCE-REG-EXIT.
           EXIT.

      *        FIND THE SOURCE IN RPT-SUM-SOURCE, ADDING IT WHEN NEW.
      *        SRC-IDX COMES BACK 0 WHEN THE TABLE IS FULL.
       SOURCE-FIND-RTN.
           MOVE 'N' TO FOUND-SW.
           PERFORM SOURCE-SEARCH-RTN THRU SOURCE-SEARCH-EXIT
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SRC-CNT OR FOUND.
           IF FOUND
               SUBTRACT +1 FROM SRC-IDX
               GO TO SOURCE-FIND-EXIT.
           IF SRC-CNT >= 100
               DISPLAY 'TAPDLVRY - MORE THAN 100 SOURCES, '
                   RPT-SUM-SOURCE ' LEFT OFF THE SUMMARY'
               MOVE +0 TO SRC-IDX
               GO TO SOURCE-FIND-EXIT.
           ADD +1 TO SRC-CNT.
           MOVE SRC-CNT TO SRC-IDX.
           MOVE RPT-SUM-SOURCE TO SRC-T-SOURCE (SRC-IDX).
           MOVE +0 TO SRC-T-EXPECTED (SRC-IDX), SRC-T-ON-TIME (SRC-IDX),
               SRC-T-LATE (SRC-IDX), SRC-T-MISSED (SRC-IDX),
               SRC-T-PENDING (SRC-IDX), SRC-T-DUP (SRC-IDX),
               SRC-T-UNCAL (SRC-IDX).
       SOURCE-FIND-EXIT.
           EXIT.

       SOURCE-SEARCH-RTN.
           IF SRC-T-SOURCE (SRC-IDX) = RPT-SUM-SOURCE
               MOVE 'Y' TO FOUND-SW
           END-IF.
       SOURCE-SEARCH-EXIT.
           EXIT.

       TOTALS-SECTION-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           MOVE CAL-CNT      TO RPT-DTL-CAL.
           MOVE BAD-CARD-CNT TO RPT-DTL-BAD.
           MOVE READ-CNT     TO RPT-DTL-READ.
           MOVE OUTSIDE-CNT  TO RPT-DTL-OUTSIDE.
           WRITE PRINT-LINE FROM RPT-DTL-1 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-2 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-3 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-4 AFTER ADVANCING 1 LINE.
       TOTALS-SECTION-EXIT.
           EXIT.

      *================================================================
      *    EXPECTED-SECTION-RTN -- ONE LINE PER CALENDAR CARD WITH
      *    THE TAPE THAT MET IT, FOLLOWED BY ANY EXTRA OR REPEAT
      *    TAPES MATCHED TO IT.
      *================================================================
       EXPECTED-SECTION-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-SEC-1 AFTER ADVANCING 1 LINE.
           IF CAL-CNT = 0
               WRITE PRINT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO EXPECTED-SECTION-EXIT.
           WRITE PRINT-LINE FROM RPT-EXP-HDG AFTER ADVANCING 1 LINE.
           PERFORM EXPECTED-LINE-RTN THRU EXPECTED-LINE-EXIT
               VARYING CAL-IDX FROM 1 BY 1
               UNTIL CAL-IDX > CAL-CNT.
       EXPECTED-SECTION-EXIT.
           EXIT.

       EXPECTED-LINE-RTN.
           MOVE CAL-T-SOURCE (CAL-IDX) TO RPT-EXP-SOURCE.
           MOVE CAL-T-DUE (CAL-IDX)    TO FMT-DATE-KEY.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           MOVE FMT-DATE               TO RPT-EXP-DUE.
           MOVE CAL-T-LATE (CAL-IDX)   TO FMT-DATE-KEY.
           PERFORM FORMAT-DATE-RTN THRU FORMAT-DATE-EXIT.
           MOVE FMT-DATE               TO RPT-EXP-LATE.
           EVALUATE TRUE
               WHEN CAL-ON-TIME (CAL-IDX)
                   MOVE 'ON TIME'  TO RPT-EXP-STATUS
               WHEN CAL-LATE (CAL-IDX)
                   MOVE 'LATE'     TO RPT-EXP-STATUS
               WHEN CAL-MISSED (CAL-IDX)
                   MOVE 'MISSED'   TO RPT-EXP-STATUS
               WHEN OTHER
                   MOVE 'PENDING'  TO RPT-EXP-STATUS
           END-EVALUATE.
           IF CAL-T-REG (CAL-IDX) = 0
               MOVE SPACES TO RPT-EXP-RCV-DATE, RPT-EXP-RCV-TIME,
                   RPT-EXP-RECS-X
           ELSE
               MOVE CAL-T-REG (CAL-IDX)      TO REG-IDX
               MOVE REG-T-RUN-DATE (REG-IDX) TO RPT-EXP-RCV-DATE
               MOVE REG-T-RUN-TIME (REG-IDX) TO RPT-EXP-RCV-TIME
               MOVE REG-T-REC-CNT (REG-IDX)  TO RPT-EXP-RECS
           END-IF.
           WRITE PRINT-LINE FROM RPT-EXP-LINE AFTER ADVANCING 1 LINE.
           PERFORM EXPECTED-DUP-RTN THRU EXPECTED-DUP-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-CNT.
       EXPECTED-LINE-EXIT.
           EXIT.

       EXPECTED-DUP-RTN.
           IF REG-T-CAL (REG-IDX) NOT = CAL-IDX
               GO TO EXPECTED-DUP-EXIT.
           IF NOT REG-EXTRA (REG-IDX) AND NOT REG-REPEAT (REG-IDX)
               GO TO EXPECTED-DUP-EXIT.
           MOVE SPACES TO RPT-DUP-OF-LIT, RPT-DUP-OF-DATE.
           IF REG-EXTRA (REG-IDX)
               MOVE 'EXTRA DELIVERY, COPIED' TO RPT-DUP-TEXT
           ELSE
               IF REG-T-DISP (REG-IDX) = 'R'
                   MOVE 'REPEAT TAPE, REFUSED' TO RPT-DUP-TEXT
               ELSE
                   MOVE 'REPEAT TAPE, COPIED ON OVERRIDE'
                       TO RPT-DUP-TEXT
               END-IF
               MOVE ' REPEAT OF ' TO RPT-DUP-OF-LIT
               MOVE REG-T-DUP-DATE (REG-IDX) TO RPT-DUP-OF-DATE
           END-IF.
           MOVE REG-T-RUN-DATE (REG-IDX) TO RPT-DUP-RCV-DATE.
           MOVE REG-T-RUN-TIME (REG-IDX) TO RPT-DUP-RCV-TIME.
           MOVE REG-T-REC-CNT (REG-IDX)  TO RPT-DUP-RECS.
           WRITE PRINT-LINE FROM RPT-DUP-LINE AFTER ADVANCING 1 LINE.
       EXPECTED-DUP-EXIT.
           EXIT.

       UNCAL-SECTION-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-SEC-2 AFTER ADVANCING 1 LINE.
           IF UNCAL-CNT = 0
               WRITE PRINT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO UNCAL-SECTION-EXIT.
           WRITE PRINT-LINE FROM RPT-UNC-HDG AFTER ADVANCING 1 LINE.
           PERFORM UNCAL-LINE-RTN THRU UNCAL-LINE-EXIT
               VARYING REG-IDX FROM 1 BY 1
               UNTIL REG-IDX > REG-CNT.
       UNCAL-SECTION-EXIT.
           EXIT.

       UNCAL-LINE-RTN.
           IF NOT REG-UNCAL (REG-IDX)
               GO TO UNCAL-LINE-EXIT.
           IF REG-T-SOURCE (REG-IDX) = SPACES
               MOVE '(NONE)' TO RPT-UNC-SOURCE
           ELSE
               MOVE REG-T-SOURCE (REG-IDX) TO RPT-UNC-SOURCE
           END-IF.
           MOVE REG-T-RUN-DATE (REG-IDX) TO RPT-UNC-RCV-DATE.
           MOVE REG-T-RUN-TIME (REG-IDX) TO RPT-UNC-RCV-TIME.
           MOVE REG-T-REC-CNT (REG-IDX)  TO RPT-UNC-RECS.
           EVALUATE REG-T-DISP (REG-IDX)
               WHEN 'A'
                   MOVE 'COPIED'              TO RPT-UNC-TEXT
               WHEN 'O'
                   MOVE 'REPEAT, COPIED'      TO RPT-UNC-TEXT
               WHEN OTHER
                   MOVE 'REPEAT, REFUSED'     TO RPT-UNC-TEXT
           END-EVALUATE.
           WRITE PRINT-LINE FROM RPT-UNC-LINE AFTER ADVANCING 1 LINE.
       UNCAL-LINE-EXIT.
           EXIT.

       SUMMARY-SECTION-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-SEC-3 AFTER ADVANCING 1 LINE.
           IF SRC-CNT = 0
               WRITE PRINT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO SUMMARY-SECTION-EXIT.
           WRITE PRINT-LINE FROM RPT-SUM-HDG AFTER ADVANCING 1 LINE.
           PERFORM SUMMARY-LINE-RTN THRU SUMMARY-LINE-EXIT
               VARYING SRC-IDX FROM 1 BY 1
               UNTIL SRC-IDX > SRC-CNT.
       SUMMARY-SECTION-EXIT.
           EXIT.

       SUMMARY-LINE-RTN.
           IF SRC-T-SOURCE (SRC-IDX) = SPACES
               MOVE '(NONE)' TO RPT-SUM-SOURCE
           ELSE
               MOVE SRC-T-SOURCE (SRC-IDX) TO RPT-SUM-SOURCE
           END-IF.
           MOVE SRC-T-EXPECTED (SRC-IDX) TO RPT-SUM-EXPECTED.
           MOVE SRC-T-ON-TIME (SRC-IDX)  TO RPT-SUM-ON-TIME.
           MOVE SRC-T-LATE (SRC-IDX)     TO RPT-SUM-LATE.
           MOVE SRC-T-MISSED (SRC-IDX)   TO RPT-SUM-MISSED.
           MOVE SRC-T-PENDING (SRC-IDX)  TO RPT-SUM-PENDING.
           MOVE SRC-T-DUP (SRC-IDX)      TO RPT-SUM-DUP.
           MOVE SRC-T-UNCAL (SRC-IDX)    TO RPT-SUM-UNCAL.
           WRITE PRINT-LINE FROM RPT-SUM-LINE AFTER ADVANCING 1 LINE.
       SUMMARY-LINE-EXIT.
           EXIT.

       FORMAT-DATE-RTN.
           MOVE SPACES TO FMT-DATE.
           STRING FMT-MM '/' FMT-DD '/' FMT-CCYY
               DELIMITED BY SIZE INTO FMT-DATE.
       FORMAT-DATE-EXIT.
           EXIT.
