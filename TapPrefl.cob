       IDENTIFICATION DIVISION.
       PROGRAM-ID. TAPPREFL.
       AUTHOR. BILL BLASINGIM.
       REMARKS.
           Companion program to TAPTODSK.
           Pre-flight check of the TAPTODSK control deck.

           TAPTODSK reads its deck only after the job has started, and
           READ-CONTROL-CARD-RTN and the LOAD-*-CARD paragraphs deal
           with a bad card by quietly clamping it, downgrading it or
           dropping it with a SYSOUT message -- usually found an hour
           of tape mounting later.  This program reads the same
           UR-S-CTLCARD deck (and the DA-S-FLDDICT field dictionary
           the cards may name) and opens nothing else: no tape, no
           output.  Run it as the step ahead of TAPTODSK.

           Every card is listed with OK, WARNING or ERROR and the
           reasons under it.  ERROR is anything TAPTODSK would ignore,
           drop, trim or overrule -- a bad value, an option another
           option cancels (SORT or generations with VSAM output, DELTA
           without it, keep-last duplicates on sequential output), a
           card mix that cannot work (TYP with SPL or RFM), more than
           20 selection or 10 split or type cards, overlapping SPL key
           ranges, or an RFM layout over 163 bytes.  WARNING is
           something TAPTODSK will run with but probably was not
           meant, such as a SORT card on a restart.

           Return code 8 means at least one card is in error and the
           scheduler should not release the copy step; 4 means
           warnings only; 0 means the deck is clean.

       DATE-WRITTEN. Oct. 15, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
       CONFIGURATION SECTION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CONTROL-FILE ASSIGN TO UR-S-CTLCARD.
           SELECT FIELD-DICT-FILE ASSIGN TO DA-S-FLDDICT
               FILE STATUS IS FLD-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.

       DATA DIVISION.
       FILE SECTION.
       FD  CONTROL-FILE
           LABEL RECORDS OMITTED.
      *    THE SAME DECK TAPTODSK READS.  THE FIRST CARD IS THE MAIN
      *    TTDCTL CARD AND IS SAVED INTO CONTROL-CARD (WORKING-
      *    STORAGE); CARDS AFTER IT ARE DISPATCHED ON XC-CARD-ID.
       01  CARD-IMAGE                       PIC X(80).
       01  EXTRA-CARD.
           05  XC-CARD-ID                   PIC X(03).
           05  FILLER                       PIC X(77).
       01  SELECT-CARD.
           COPY TTDSEL.
       01  REFORMAT-CARD.
           COPY TTDRFM.
       01  SPLIT-CARD.
           COPY TTDSPL.
       01  TYPE-CARD.
           COPY TTDTYP.
       01  VERIFY-CARD.
      *        'VER' CARD -- TAPVERFY'S MISMATCH LINE LIMIT.  IT RIDES
      *        IN THIS DECK AND IS EDITED HERE THE WAY TAPVERFY TAKES
      *        IT.
           05  VC-CARD-ID                   PIC X(03).
           05  VC-MAX-MISMATCH              PIC 9(03).
           05  FILLER                       PIC X(74).
       01  RECEIPT-CARD.
           COPY TTDRCV.
       01  TOLERANCE-CARD.
           COPY TTDTOL.
      *================================================================
      *    FIELD-DICT-FILE -- THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD), LOADED WHOLE BEFORE THE DECK IS READ SO A CARD
      *    NAMING A FIELD IS CHECKED AGAINST WHAT TAPTODSK WILL FIND.
      *================================================================
       FD  FIELD-DICT-FILE
           LABEL RECORDS STANDARD.
       01  FIELD-DICT-RECORD.
           COPY TTDFLD.
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).

       WORKING-STORAGE SECTION.
      *    THE MAIN CARD AS PUNCHED.  NOTHING HERE IS DEFAULTED -- THE
      *    CHECKS LOOK AT WHAT IS ON THE CARD, AND A BLANK FIELD IS
      *    THE DEFAULT TAPTODSK WILL TAKE.
           COPY TTDCTL.
      *    CHARACTER VIEW OF THE NUMERIC MAIN-CARD FIELDS SO A BLANK
      *    (DEFAULTED) FIELD CAN BE TOLD FROM A MISPUNCHED ONE.
       01  CONTROL-CARD-X REDEFINES CONTROL-CARD.
           05  CCX-RESTART-COUNT            PIC X(07).
           05  FILLER                       PIC X(02).
           05  CCX-RECORD-LENGTH            PIC X(05).
           05  CCX-MULTI-VOL-CNT            PIC X(01).
           05  FILLER                       PIC X(02).
           05  CCX-PROFILE-POS              PIC X(02).
           05  CCX-PROFILE-LEN              PIC X(02).
           05  CCX-GEN-RETAIN               PIC X(01).
           05  FILLER                       PIC X(58).

       01  WORK-AREA.
           05  CARD-CNT                     PIC S9(3) VALUE +0 COMP-3.
           05  CARD-IDX                     PIC S9(3) COMP-3.
           05  CUR-CARD                     PIC S9(3) VALUE +0 COMP-3.
           05  OK-CARD-CNT                  PIC S9(3) VALUE +0 COMP-3.
           05  WARN-CARD-CNT                PIC S9(3) VALUE +0 COMP-3.
           05  ERROR-CARD-CNT               PIC S9(3) VALUE +0 COMP-3.
           05  SEL-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  RFM-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  SPL-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  TYP-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  RCV-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  TOL-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  TOL-CARD-NBR                 PIC S9(3) VALUE +0 COMP-3.
           05  RFM-OUT-LEN                  PIC S9(4) VALUE +0 COMP-3.
           05  WK-POS                       PIC S9(4) COMP-3.
           05  WK-LEN                       PIC S9(4) COMP-3.
           05  WK-FIELD-SIZE                PIC S9(4) COMP-3.
           05  WK-CARD-NBR                  PIC 9(03).
           05  RESTART-SW                   PIC X(01) VALUE 'N'.
               88  RESTART-RUN                        VALUE 'Y'.
           05  DUP-CHECK-SW                 PIC X(01) VALUE 'N'.
               88  DUP-CHECK-ASKED                    VALUE 'Y'.
           05  GEN-TAKEN-SW                 PIC X(01) VALUE 'N'.
               88  GEN-TAKEN                          VALUE 'Y'.

       01  CARD-AREA.
           05  CARD-EOF-SW                  PIC X(01) VALUE 'N'.
               88  CARD-EOF                           VALUE 'Y'.

      *================================================================
      *    CARD-TABLE -- EVERY CARD IN THE DECK, HELD SO THE REPORT
      *    CAN LIST IT WITH ITS VERDICT.  CRD-T-SEV IS RAISED AS
      *    FINDINGS ARE ADDED: SPACE = OK, 'W' = WARNING, 'E' = ERROR.
      *    200 CARDS IS FAR PAST ANY DECK TAPTODSK CAN USE; A LONGER
      *    DECK IS AN ERROR IN ITSELF.
      *================================================================
       01  CARD-TABLE-AREA.
           05  CRD-TABLE OCCURS 200 TIMES.
               10  CRD-T-IMAGE              PIC X(80).
               10  CRD-T-ID REDEFINES CRD-T-IMAGE.
                   15  CRD-T-CARD-ID        PIC X(03).
                   15  FILLER               PIC X(77).
               10  CRD-T-SEV                PIC X(01).

      *================================================================
      *    FINDING-AREA -- ONE ENTRY PER PROBLEM FOUND, TIED TO THE
      *    CARD IT IS ABOUT.  CARD NUMBER 0 IS THE DECK AS A WHOLE
      *    (AN EMPTY DECK, A BAD DICTIONARY ENTRY).  FINDINGS PAST
      *    500 STILL RAISE THEIR CARD'S VERDICT BUT ARE NOT LISTED.
      *================================================================
       01  FINDING-AREA.
           05  FND-CNT                      PIC S9(3) VALUE +0 COMP-3.
           05  FND-IDX                      PIC S9(3) COMP-3.
           05  FND-WK-SEV                   PIC X(01).
           05  FND-WK-TEXT                  PIC X(60).
           05  FND-FULL-SW                  PIC X(01) VALUE 'N'.
               88  FND-FULL                           VALUE 'Y'.
           05  DECK-SEV                     PIC X(01) VALUE SPACE.
           05  FND-TABLE OCCURS 500 TIMES.
               10  FND-T-CARD               PIC S9(3) COMP-3.
               10  FND-T-SEV                PIC X(01).
               10  FND-T-TEXT               PIC X(60).

      *================================================================
      *    SPLIT-AREA -- THE SPL KEY RANGES SEEN SO FAR, FOR THE
      *    OVERLAP TEST.  TAPTODSK ROUTES A KEY TO THE FIRST CARD
      *    WHOSE RANGE COVERS IT, SO AN OVERLAP ONTO ANOTHER FILE
      *    SENDS RECORDS WHERE THE LATER CARD NEVER MEANT THEM.
      *================================================================
       01  SPLIT-AREA.
           05  SPL-TBL-CNT                  PIC S9(3) VALUE +0 COMP-3.
           05  SPL-IDX                      PIC S9(3) COMP-3.
           05  SPL-WK-LOW                   PIC X(10).
           05  SPL-WK-HIGH                  PIC X(10).
           05  SPL-TABLE OCCURS 10 TIMES.
               10  SPL-T-CARD               PIC S9(3) COMP-3.
               10  SPL-T-FILE               PIC 9(01).
               10  SPL-T-LOW                PIC X(10).
               10  SPL-T-HIGH               PIC X(10).

      *================================================================
      *    TYPE-AREA -- THE TYP CARDS SEEN SO FAR, FOR THE REPEATED
      *    TYPE VALUE AND DETAIL-WITHOUT-PARENT TESTS.
      *================================================================
       01  TYPE-AREA.
           05  TYP-TBL-CNT                  PIC S9(3) VALUE +0 COMP-3.
           05  TYP-IDX                      PIC S9(3) COMP-3.
           05  TYP-PARENT-CNT               PIC S9(3) VALUE +0 COMP-3.
           05  TYP-TABLE OCCURS 10 TIMES.
               10  TYP-T-CARD               PIC S9(3) COMP-3.
               10  TYP-T-VALUE              PIC X(04).
               10  TYP-T-ROLE               PIC X(01).

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

       01  IO-ERROR-AREA.
           05  IO-DDNAME                    PIC X(20).
           05  IO-OPERATION                 PIC X(20).
           05  IO-STATUS-DISP               PIC X(02).

       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
               10  RPT-DATE-YY              PIC X(02).
               10  RPT-DATE-MM              PIC X(02).
               10  RPT-DATE-DD              PIC X(02).
           05  RPT-TIME-HHMMSSHH            PIC X(08).

       01  RPT-HDG-1.
           05  FILLER                       PIC X(24)
               VALUE 'TAPPREFL DECK CHECK REPT'.
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

       01  RPT-COL-HDG.
           05  FILLER                       PIC X(25)
               VALUE 'CARD  VERDICT  CARD IMAGE'.
           05  FILLER                       PIC X(108) VALUE SPACES.

       01  RPT-CARD-LINE.
           05  RPT-CD-NBR                   PIC ZZ9.
           05  FILLER                       PIC X(03) VALUE SPACES.
           05  RPT-CD-VERDICT               PIC X(07).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-CD-IMAGE                 PIC X(80).
           05  FILLER                       PIC X(38) VALUE SPACES.

       01  RPT-DECK-LINE.
           05  FILLER                       PIC X(06) VALUE 'DECK  '.
           05  RPT-DK-VERDICT               PIC X(07).
           05  FILLER                       PIC X(120) VALUE SPACES.

       01  RPT-FND-LINE.
           05  FILLER                       PIC X(15) VALUE SPACES.
           05  RPT-FND-SEV                  PIC X(07).
           05  FILLER                       PIC X(03) VALUE ' - '.
           05  RPT-FND-TEXT                 PIC X(60).
           05  FILLER                       PIC X(48) VALUE SPACES.

       01  RPT-FULL-LINE.
           05  FILLER                       PIC X(46)
               VALUE 'MORE THAN 500 FINDINGS -- THE REST NOT LISTED'.
           05  FILLER                       PIC X(87) VALUE SPACES.

       01  RPT-DTL-1.
           05  FILLER                       PIC X(20)
               VALUE 'CARDS READ ........ '.
           05  RPT-DTL-READ-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-2.
           05  FILLER                       PIC X(20)
               VALUE 'CARDS OK .......... '.
           05  RPT-DTL-OK-CNT               PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-3.
           05  FILLER                       PIC X(20)
               VALUE 'CARDS WITH WARNINGS '.
           05  RPT-DTL-WARN-CNT             PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-4.
           05  FILLER                       PIC X(20)
               VALUE 'CARDS IN ERROR .... '.
           05  RPT-DTL-ERR-CNT              PIC ZZZ,ZZZ,ZZ9.
           05  FILLER                       PIC X(83) VALUE SPACES.

       01  RPT-DTL-5.
           05  FILLER                       PIC X(20)
               VALUE 'DECK VERDICT ...... '.
           05  RPT-DTL-VERDICT              PIC X(40).
           05  FILLER                       PIC X(73) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM DICT-INIT-RTN THRU DICT-INIT-EXIT.
           PERFORM READ-DECK-RTN THRU READ-DECK-EXIT.
           IF CARD-CNT > 0
               PERFORM MAIN-CARD-CHECK-RTN THRU MAIN-CARD-CHECK-EXIT
               PERFORM CROSS-CARD-CHECK-RTN THRU CROSS-CARD-CHECK-EXIT
           ELSE
               MOVE +0 TO CUR-CARD
               MOVE 'NO CARDS IN THE DECK -- TAPTODSK RUNS ON DEFAULTS'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.

           PERFORM REPORT-RTN THRU REPORT-EXIT.

           IF ERROR-CARD-CNT > 0 OR DECK-SEV = 'E'
               MOVE ERROR-CARD-CNT TO WK-CARD-NBR
               DISPLAY 'TAPPREFL - ' WK-CARD-NBR
                   ' CARDS IN ERROR, DECK REJECTED'
               MOVE 8 TO RETURN-CODE
           ELSE
               IF WARN-CARD-CNT > 0 OR DECK-SEV = 'W'
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

           STOP RUN.

      *================================================================
      *    READ-DECK-RTN -- READ AND CHECK THE DECK ONE CARD AT A
      *    TIME, IN THE ORDER TAPTODSK WILL LOAD IT.  CHECKS THAT
      *    DEPEND ON THE WHOLE DECK (THE MAIN CARD AGAINST THE CARD
      *    COUNTS, CARD MIXES) RUN AFTER IT IS ALL IN.
      *================================================================
       READ-DECK-RTN.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-CARD-RTN THRU READ-CARD-EXIT
               UNTIL CARD-EOF.
           CLOSE CONTROL-FILE.
       READ-DECK-EXIT.
           EXIT.

       READ-CARD-RTN.
           READ CONTROL-FILE
               AT END
                   MOVE 'Y' TO CARD-EOF-SW
                   GO TO READ-CARD-EXIT
           END-READ.
           IF CARD-CNT >= 200
               MOVE +0 TO CUR-CARD
               MOVE 'MORE THAN 200 CARDS IN THE DECK, REST NOT CHECKED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               MOVE 'Y' TO CARD-EOF-SW
               GO TO READ-CARD-EXIT.
           ADD +1 TO CARD-CNT.
           MOVE CARD-CNT   TO CUR-CARD.
           MOVE CARD-IMAGE TO CRD-T-IMAGE (CARD-CNT).
           MOVE SPACE      TO CRD-T-SEV (CARD-CNT).

      *        THE FIRST CARD IS ALWAYS TAKEN AS THE MAIN CARD.  ONE
      *        THAT CARRIES AN EXTRA-CARD IDENTIFIER MEANS THE MAIN
      *        CARD WAS LEFT OUT, AND TAPTODSK WOULD READ THE
      *        IDENTIFIER AS A RESTART COUNT.
           IF CARD-CNT = 1
               MOVE CARD-IMAGE TO CONTROL-CARD
               IF XC-CARD-ID = 'INC' OR 'OMT' OR 'RFM' OR 'SPL'
                       OR 'TYP' OR 'VER' OR 'RCV' OR 'TOL'
                   MOVE 'FIRST CARD MUST BE THE MAIN TTDCTL CARD'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
               GO TO READ-CARD-EXIT.

           EVALUATE XC-CARD-ID
               WHEN 'INC'
               WHEN 'OMT'
                   PERFORM CHECK-SELECT-CARD-RTN
                       THRU CHECK-SELECT-CARD-EXIT
               WHEN 'RFM'
                   PERFORM CHECK-REFORMAT-CARD-RTN
                       THRU CHECK-REFORMAT-CARD-EXIT
               WHEN 'SPL'
                   PERFORM CHECK-SPLIT-CARD-RTN
                       THRU CHECK-SPLIT-CARD-EXIT
               WHEN 'TYP'
                   PERFORM CHECK-TYPE-CARD-RTN
                       THRU CHECK-TYPE-CARD-EXIT
               WHEN 'VER'
                   PERFORM CHECK-VERIFY-CARD-RTN
                       THRU CHECK-VERIFY-CARD-EXIT
               WHEN 'RCV'
                   PERFORM CHECK-RECEIPT-CARD-RTN
                       THRU CHECK-RECEIPT-CARD-EXIT
               WHEN 'TOL'
                   PERFORM CHECK-TOLERANCE-CARD-RTN
                       THRU CHECK-TOLERANCE-CARD-EXIT
               WHEN SPACES
                   MOVE 'BLANK CARD -- IGNORED' TO FND-WK-TEXT
                   PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               WHEN OTHER
                   MOVE 'UNKNOWN CARD IDENTIFIER -- TAPTODSK IGNORES IT'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-EVALUATE.
       READ-CARD-EXIT.
           EXIT.

      *================================================================
      *    CHECK-SELECT-CARD-RTN -- ONE INC/OMT CARD, EDITED AGAINST
      *    THE RULES IN TAPTODSK'S LOAD-SELECT-CARD-RTN.
      *================================================================
       CHECK-SELECT-CARD-RTN.
           ADD +1 TO SEL-CNT.
           IF SEL-CNT > 20
               MOVE 'MORE THAN 20 INC/OMT CARDS -- THIS ONE IS DROPPED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.

           IF SEL-FIELD-NAME NOT = SPACES
               MOVE SEL-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   PERFORM NAME-MISSING-RTN THRU NAME-MISSING-EXIT
               ELSE
                   IF DICT-T-LEN (DICT-IDX) > 20
                       MOVE 'FIELD OVER 20 BYTES -- FIRST 20 COMPARED'
                           TO FND-WK-TEXT
                       PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
                   END-IF
               END-IF
           ELSE
               PERFORM CHECK-SELECT-SLICE-RTN
                   THRU CHECK-SELECT-SLICE-EXIT
           END-IF.

           IF SEL-OPERATOR NOT = 'EQ' AND NOT = 'NE' AND NOT = 'LT'
                   AND NOT = 'LE' AND NOT = 'GT' AND NOT = 'GE'
                   AND NOT = 'RG'
               MOVE 'BAD OPERATOR -- TAPTODSK ASSUMES EQ'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF SEL-OPERATOR = 'RG' AND SEL-VALUE-1 > SEL-VALUE-2
               MOVE 'RANGE LOW VALUE ABOVE HIGH -- CAN NEVER MATCH'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.
       CHECK-SELECT-CARD-EXIT.
           EXIT.

      *        A CARD WITHOUT A FIELD NAME CARRIES ITS OWN SLICE: 'K'
      *        IS RELATIVE TO THE 10-BYTE KEY, 'D' TO THE 153-BYTE
      *        DATA PORTION AND NEEDS A LENGTH.
       CHECK-SELECT-SLICE-RTN.
           IF SEL-FIELD-TYPE NOT = 'K' AND SEL-FIELD-TYPE NOT = 'D'
               IF SEL-FIELD-TYPE = SPACE
                   MOVE 'NO FIELD TYPE -- TAPTODSK TESTS TTD-KEY'
                       TO FND-WK-TEXT
                   PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               ELSE
                   MOVE 'FIELD TYPE MUST BE K OR D' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
           END-IF.
           IF SEL-POSITION NOT NUMERIC AND SEL-POSITION NOT = SPACES
               MOVE 'POSITION NOT NUMERIC' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-SELECT-SLICE-EXIT.
           IF SEL-LENGTH NOT NUMERIC AND SEL-LENGTH NOT = SPACES
               MOVE 'LENGTH NOT NUMERIC' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-SELECT-SLICE-EXIT.

           IF SEL-POSITION NUMERIC AND SEL-POSITION > 0
               MOVE SEL-POSITION TO WK-POS
           ELSE
               MOVE +1 TO WK-POS
           END-IF.
           IF SEL-LENGTH NUMERIC AND SEL-LENGTH > 0
               MOVE SEL-LENGTH TO WK-LEN
           ELSE
               MOVE +0 TO WK-LEN
           END-IF.
           IF SEL-FIELD-TYPE = 'D'
               MOVE +153 TO WK-FIELD-SIZE
               IF WK-LEN = 0
                   MOVE 'DATA TEST NEEDS A LENGTH' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
                   MOVE +1 TO WK-LEN
               END-IF
           ELSE
               MOVE +10 TO WK-FIELD-SIZE
               IF WK-LEN = 0
                   MOVE +10 TO WK-LEN
               END-IF
           END-IF.
           IF WK-LEN > 20
               MOVE 'LENGTH OVER 20 -- FIRST 20 COMPARED' TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               MOVE +20 TO WK-LEN
           END-IF.
           IF WK-POS > WK-FIELD-SIZE
               MOVE 'POSITION PAST THE END OF THE FIELD TESTED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           ELSE
               IF WK-POS + WK-LEN - 1 > WK-FIELD-SIZE
                   MOVE 'SLICE RUNS PAST END OF THE FIELD -- TRIMMED'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
           END-IF.
       CHECK-SELECT-SLICE-EXIT.
           EXIT.

      *================================================================
      *    CHECK-REFORMAT-CARD-RTN -- ONE RFM CARD, EDITED AGAINST THE
      *    RULES IN TAPTODSK'S LOAD-REFORMAT-CARD-RTN.  THE SEGMENT
      *    LENGTHS ARE SUMMED HERE THE SAME WAY, SO A LAYOUT THAT
      *    OUTGROWS THE 163-BYTE RECORD IS CAUGHT ON THE CARD WHERE
      *    TAPTODSK WOULD START TRIMMING OR DROPPING SEGMENTS.
      *================================================================
       CHECK-REFORMAT-CARD-RTN.
           ADD +1 TO RFM-CNT.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 'RFM CARD INVALID WITH VSAM OUTPUT' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF RFM-CNT > 20
               MOVE 'MORE THAN 20 REFORMAT CARDS -- THIS ONE IS DROPPED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF RFM-SOURCE-TYPE NOT = 'I' AND RFM-SOURCE-TYPE NOT = 'L'
               MOVE 'SOURCE TYPE MUST BE I OR L' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-REFORMAT-CARD-EXIT.

           IF RFM-SOURCE-TYPE = 'I' AND RFM-FIELD-NAME NOT = SPACES
               MOVE RFM-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   PERFORM NAME-MISSING-RTN THRU NAME-MISSING-EXIT
                   GO TO CHECK-REFORMAT-CARD-EXIT
               END-IF
               MOVE DICT-T-LEN (DICT-IDX) TO WK-LEN
           ELSE
               IF RFM-LENGTH NOT NUMERIC OR RFM-LENGTH = 0
                   MOVE 'SEGMENT NEEDS A LENGTH' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
                   GO TO CHECK-REFORMAT-CARD-EXIT
               END-IF
               MOVE RFM-LENGTH TO WK-LEN
               IF WK-LEN > 163
                   MOVE 'SEGMENT LENGTH OVER 163' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
               IF RFM-SOURCE-TYPE = 'I'
                   PERFORM CHECK-REFORMAT-POS-RTN
                       THRU CHECK-REFORMAT-POS-EXIT
               END-IF
           END-IF.

           IF RFM-OUT-LEN >= 163
               MOVE 'LAYOUT ALREADY 163 BYTES -- SEGMENT IS DROPPED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-REFORMAT-CARD-EXIT.
           IF RFM-OUT-LEN + WK-LEN > 163
               MOVE 'LAYOUT RUNS OVER 163 BYTES -- SEGMENT IS TRIMMED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               COMPUTE WK-LEN = 163 - RFM-OUT-LEN
           END-IF.
           ADD WK-LEN TO RFM-OUT-LEN.
       CHECK-REFORMAT-CARD-EXIT.
           EXIT.

       CHECK-REFORMAT-POS-RTN.
           IF RFM-POSITION NOT NUMERIC AND RFM-POSITION NOT = SPACES
               MOVE 'POSITION NOT NUMERIC' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-REFORMAT-POS-EXIT.
           IF RFM-POSITION NUMERIC AND RFM-POSITION > 0
               MOVE RFM-POSITION TO WK-POS
           ELSE
               MOVE +1 TO WK-POS
           END-IF.
           IF WK-POS > 163
               MOVE 'POSITION PAST THE END OF THE RECORD' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           ELSE
               IF WK-POS + WK-LEN - 1 > 163
                   MOVE 'SEGMENT RUNS PAST THE END OF THE RECORD'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
           END-IF.
       CHECK-REFORMAT-POS-EXIT.
           EXIT.

      *================================================================
      *    CHECK-SPLIT-CARD-RTN -- ONE SPL CARD, EDITED AGAINST THE
      *    RULES IN TAPTODSK'S LOAD-SPLIT-CARD-RTN, THEN HELD AGAINST
      *    EVERY EARLIER RANGE.  AN OVERLAP ONTO A DIFFERENT FILE IS
      *    AN ERROR (THE EARLIER CARD WINS THE SHARED KEYS); ONE ONTO
      *    THE SAME FILE ONLY REPEATS ITSELF AND IS A WARNING.
      *================================================================
       CHECK-SPLIT-CARD-RTN.
           ADD +1 TO SPL-CNT.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 'SPL CARD INVALID WITH VSAM OUTPUT' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF SPL-CNT > 10
               MOVE 'MORE THAN 10 SPLIT CARDS -- THIS ONE IS DROPPED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-SPLIT-CARD-EXIT.
           IF SPL-FILE-NBR NOT NUMERIC OR SPL-FILE-NBR < 1
                   OR SPL-FILE-NBR > 4
               MOVE 'SPLIT FILE NUMBER MUST BE 1-4' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-SPLIT-CARD-EXIT.
           MOVE SPL-KEY-LOW TO SPL-WK-LOW.
           IF SPL-KEY-HIGH = SPACES
               MOVE HIGH-VALUES TO SPL-WK-HIGH
           ELSE
               MOVE SPL-KEY-HIGH TO SPL-WK-HIGH
           END-IF.
           IF SPL-WK-LOW > SPL-WK-HIGH
               MOVE 'KEY RANGE LOW ABOVE HIGH' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-SPLIT-CARD-EXIT.

           PERFORM SPLIT-OVERLAP-RTN THRU SPLIT-OVERLAP-EXIT
               VARYING SPL-IDX FROM 1 BY 1
               UNTIL SPL-IDX > SPL-TBL-CNT.

           ADD +1 TO SPL-TBL-CNT.
           MOVE CUR-CARD     TO SPL-T-CARD (SPL-TBL-CNT).
           MOVE SPL-FILE-NBR TO SPL-T-FILE (SPL-TBL-CNT).
           MOVE SPL-WK-LOW   TO SPL-T-LOW (SPL-TBL-CNT).
           MOVE SPL-WK-HIGH  TO SPL-T-HIGH (SPL-TBL-CNT).
       CHECK-SPLIT-CARD-EXIT.
           EXIT.

       SPLIT-OVERLAP-RTN.
           IF SPL-WK-LOW NOT > SPL-T-HIGH (SPL-IDX)
                   AND SPL-T-LOW (SPL-IDX) NOT > SPL-WK-HIGH
               MOVE SPL-T-CARD (SPL-IDX) TO WK-CARD-NBR
               MOVE SPACES TO FND-WK-TEXT
               STRING 'KEY RANGE OVERLAPS SPL CARD ' WK-CARD-NBR
                   DELIMITED BY SIZE INTO FND-WK-TEXT
               IF SPL-T-FILE (SPL-IDX) = SPL-FILE-NBR
                   PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               ELSE
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
           END-IF.
       SPLIT-OVERLAP-EXIT.
           EXIT.

      *================================================================
      *    CHECK-TYPE-CARD-RTN -- ONE TYP CARD, EDITED AGAINST THE
      *    RULES IN TAPTODSK'S LOAD-TYPE-CARD-RTN.  A TYPE VALUE
      *    REPEATED FROM AN EARLIER CARD CAN NEVER BE MATCHED, SINCE
      *    THE FIRST CARD CARRYING A VALUE WINS.  THE MIX WITH SPL
      *    AND RFM CARDS IS CHECKED ONCE THE WHOLE DECK IS IN.
      *================================================================
       CHECK-TYPE-CARD-RTN.
           ADD +1 TO TYP-CNT.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 'TYP CARD INVALID WITH VSAM OUTPUT' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF TYP-CNT > 10
               MOVE 'MORE THAN 10 TYPE CARDS -- THIS ONE IS DROPPED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-TYPE-CARD-EXIT.
           IF TYP-VALUE = SPACES
               MOVE 'TYP CARD NEEDS A TYPE VALUE' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF TYP-ROLE NOT = 'P' AND TYP-ROLE NOT = 'D'
               MOVE 'ROLE MUST BE P OR D' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF TYP-FILE-NBR NOT NUMERIC OR TYP-FILE-NBR > 4
               MOVE 'OUTPUT FILE NUMBER MUST BE 0-4' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF TYP-VALUE-LEN NOT NUMERIC AND TYP-VALUE-LEN NOT = SPACE
               MOVE 'TYPE VALUE LENGTH NOT NUMERIC' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           ELSE
               IF TYP-VALUE-LEN NUMERIC AND TYP-VALUE-LEN > 4
                   MOVE 'TYPE VALUE LENGTH OVER 4 -- 4 USED'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
           END-IF.
           IF TYP-REC-LEN NOT NUMERIC AND TYP-REC-LEN NOT = SPACES
               MOVE 'RECORD LENGTH NOT NUMERIC' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           ELSE
               IF TYP-REC-LEN NUMERIC AND TYP-REC-LEN > 163
                   MOVE 'RECORD LENGTH OVER 163 -- 163 USED'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               END-IF
           END-IF.

           PERFORM TYPE-REPEAT-RTN THRU TYPE-REPEAT-EXIT
               VARYING TYP-IDX FROM 1 BY 1
               UNTIL TYP-IDX > TYP-TBL-CNT.

           ADD +1 TO TYP-TBL-CNT.
           MOVE CUR-CARD  TO TYP-T-CARD (TYP-TBL-CNT).
           MOVE TYP-VALUE TO TYP-T-VALUE (TYP-TBL-CNT).
           MOVE TYP-ROLE  TO TYP-T-ROLE (TYP-TBL-CNT).
           IF TYP-ROLE = 'P'
               ADD +1 TO TYP-PARENT-CNT
           END-IF.
       CHECK-TYPE-CARD-EXIT.
           EXIT.

       TYPE-REPEAT-RTN.
           IF TYP-T-VALUE (TYP-IDX) = TYP-VALUE
               MOVE TYP-T-CARD (TYP-IDX) TO WK-CARD-NBR
               MOVE SPACES TO FND-WK-TEXT
               STRING 'TYPE VALUE ALREADY ON CARD ' WK-CARD-NBR
                   ' -- NEVER MATCHED'
                   DELIMITED BY SIZE INTO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
       TYPE-REPEAT-EXIT.
           EXIT.

      *        THE VER CARD IS TAPVERFY'S -- TAPTODSK PASSES OVER IT.
      *        IT IS EDITED THE WAY TAPVERFY TAKES IT.
       CHECK-VERIFY-CARD-RTN.
           IF VC-MAX-MISMATCH NOT NUMERIC
                   AND VC-MAX-MISMATCH NOT = SPACES
               MOVE 'MISMATCH LIMIT NOT NUMERIC -- TAPVERFY USES 10'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           ELSE
               IF VC-MAX-MISMATCH NUMERIC AND VC-MAX-MISMATCH > 100
                   MOVE 'MISMATCH LIMIT OVER 100 -- TAPVERFY USES 100'
                       TO FND-WK-TEXT
                   PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               END-IF
           END-IF.
       CHECK-VERIFY-CARD-EXIT.
           EXIT.

      *        THE RCV CARD NAMES THE TAPE'S SOURCE FOR THE RECEIPT
      *        REGISTER.  TAPTODSK TAKES THE LAST SOURCE IN THE DECK,
      *        AND AN OVERRIDE ON ANY RCV CARD HOLDS FOR THE RUN.
       CHECK-RECEIPT-CARD-RTN.
           ADD +1 TO RCV-CNT.
           IF RCV-CNT > 1
               MOVE 'MORE THAN ONE RCV CARD -- THE LAST SOURCE IS USED'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.
           IF RCV-SOURCE-ID = SPACES
               MOVE 'NO SOURCE ON RCV CARD -- RECEIPT HAS NO SOURCE'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.
           IF RCV-OVERRIDE-SW NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE 'OVERRIDE MUST BE Y OR N -- TAPTODSK TAKES IT AS N'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF RCV-OVERRIDE-SW = 'Y'
               MOVE 'REPEAT TAPE OVERRIDE -- PULL CARD AFTER THE RUN'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.
       CHECK-RECEIPT-CARD-EXIT.
           EXIT.

      *        THE TOL CARD GATES THE GENERATION ROTATION.  TAPTODSK
      *        IGNORES A LIMIT THAT IS NOT NUMERIC, AND A LATER TOL
      *        CARD OVERRIDES THE LIMITS IT PUNCHES.  WHETHER THE RUN
      *        TAKES GENERATIONS AT ALL IS TESTED WITH THE WHOLE DECK.
       CHECK-TOLERANCE-CARD-RTN.
           ADD +1 TO TOL-CNT.
           MOVE CUR-CARD TO TOL-CARD-NBR.
           IF TOL-CNT > 1
               MOVE 'MORE THAN ONE TOL CARD -- LATER LIMITS OVERRIDE'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.
           IF TOLERANCE-CARD (4:9) = SPACES
               MOVE 'TOL CARD SETS NO LIMIT -- NOTHING IS CHECKED'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               GO TO CHECK-TOLERANCE-CARD-EXIT.
           IF TOL-MAX-REJ-PCT NOT NUMERIC
                   AND TOLERANCE-CARD (4:3) NOT = SPACES
               MOVE 'REJECT LIMIT NOT NUMERIC -- TAPTODSK IGNORES IT'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF TOL-MAX-DUP-PCT NOT NUMERIC
                   AND TOLERANCE-CARD (7:3) NOT = SPACES
               MOVE 'DUPLICATE LIMIT NOT NUMERIC -- TAPTODSK IGNORES IT'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF TOL-MAX-SWING-PCT NOT NUMERIC
                   AND TOLERANCE-CARD (10:3) NOT = SPACES
               MOVE 'SWING LIMIT NOT NUMERIC -- TAPTODSK IGNORES IT'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF (TOL-MAX-REJ-PCT NUMERIC AND TOL-MAX-REJ-PCT > 100)
                   OR (TOL-MAX-DUP-PCT NUMERIC
                       AND TOL-MAX-DUP-PCT > 100)
               MOVE 'PERCENT LIMIT OVER 100 -- CAN NEVER BE BROKEN'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.
       CHECK-TOLERANCE-CARD-EXIT.
           EXIT.

      *================================================================
      *    MAIN-CARD-CHECK-RTN -- THE TTDCTL CARD, EDITED FIELD BY
      *    FIELD AND THEN OPTION AGAINST OPTION AND AGAINST THE CARD
      *    COUNTS, THE SAME TESTS TAPTODSK'S READ-CONTROL-CARD-RTN
      *    MAKES WHEN IT DOWNGRADES OR IGNORES AN OPTION.
      *================================================================
       MAIN-CARD-CHECK-RTN.
           MOVE +1 TO CUR-CARD.

           IF CCX-RESTART-COUNT NOT = SPACES
               IF CC-RESTART-COUNT NOT NUMERIC
                   MOVE 'RESTART COUNT NOT NUMERIC' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               ELSE
                   IF CC-RESTART-COUNT > 0
                       MOVE 'Y' TO RESTART-SW
                   END-IF
               END-IF
           END-IF.
           IF CC-TRANSLATE-SW NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE 'TRANSLATE SWITCH MUST BE Y OR N' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF CC-OUTPUT-MODE NOT = 'S' AND NOT = 'V' AND NOT = SPACE
               MOVE 'OUTPUT MODE MUST BE S OR V' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF CCX-RECORD-LENGTH NOT = SPACES
               IF CC-RECORD-LENGTH NOT NUMERIC
                   MOVE 'RECORD LENGTH NOT NUMERIC' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               ELSE
                   IF CC-RECORD-LENGTH > 163
                       MOVE 'RECORD LENGTH OVER 163 -- 163 USED'
                           TO FND-WK-TEXT
                       PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
                   END-IF
               END-IF
           END-IF.
           IF CCX-MULTI-VOL-CNT NOT = SPACE
               IF CC-MULTI-VOL-CNT NOT NUMERIC
                   MOVE 'VOLUME COUNT NOT NUMERIC' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               ELSE
                   IF CC-MULTI-VOL-CNT > 3
                       MOVE 'MORE THAN 3 EXTRA VOLUMES -- ONLY 3 READ'
                           TO FND-WK-TEXT
                       PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
                   END-IF
               END-IF
           END-IF.
           IF CC-HDR-TLR-SW NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE 'HDR/TLR SWITCH MUST BE Y OR N' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.

           IF CC-DUP-DISP NOT = 'N' AND NOT = 'F' AND NOT = 'L'
                   AND NOT = 'A' AND NOT = SPACE
               MOVE 'DUPLICATE DISPOSITION MUST BE N, F, L OR A'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF CC-DUP-DISP = 'F' OR 'L' OR 'A'
               MOVE 'Y' TO DUP-CHECK-SW
           END-IF.
           IF CC-DUP-DISP = 'L' AND CC-OUTPUT-MODE NOT = 'V'
               MOVE 'KEEP-LAST DUPLICATES NEED VSAM OUTPUT -- F USED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF DUP-CHECK-ASKED AND TYP-CNT > 0
               MOVE 'DUPLICATE CHECK NOT TAKEN WITH TYP CARDS'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.

           PERFORM CHECK-PROFILE-RTN THRU CHECK-PROFILE-EXIT.

           IF CCX-GEN-RETAIN NOT = SPACE
               IF CC-GEN-RETAIN NOT NUMERIC
                   MOVE 'GENERATION COUNT NOT NUMERIC' TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               ELSE
                   IF CC-GEN-RETAIN > 0
                       PERFORM CHECK-GENERATION-RTN
                           THRU CHECK-GENERATION-EXIT
                   END-IF
               END-IF
           END-IF.

           IF CC-DELTA-SW NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE 'DELTA SWITCH MUST BE Y OR N' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF CC-DELTA-SW = 'Y'
               IF CC-OUTPUT-MODE NOT = 'V'
                   MOVE 'DELTA MODE NEEDS VSAM OUTPUT -- OPTION IGNORED'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               ELSE
                   IF DUP-CHECK-ASKED
                       MOVE 'DUPLICATE CHECK NOT TAKEN IN DELTA MODE'
                           TO FND-WK-TEXT
                       PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
                   END-IF
                   IF RESTART-RUN
                       MOVE 'RESTART NOT TAKEN IN DELTA MODE'
                           TO FND-WK-TEXT
                       PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
                   END-IF
               END-IF
           END-IF.

           IF CC-SORT-SW NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE 'SORT SWITCH MUST BE Y OR N' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           IF CC-SORT-SW = 'Y'
               EVALUATE TRUE
                   WHEN CC-OUTPUT-MODE = 'V'
                       MOVE 'SORTED COPY WITH VSAM OUTPUT -- IGNORED'
                           TO FND-WK-TEXT
                       PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
                   WHEN RFM-CNT > 0
                       MOVE 'SORTED COPY WITH RFM CARDS -- IGNORED'
                           TO FND-WK-TEXT
                       PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
                   WHEN RESTART-RUN
                       MOVE 'SORTED COPY NOT TAKEN ON A RESTART'
                           TO FND-WK-TEXT
                       PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               END-EVALUATE
           END-IF.

           IF CC-XREF-SW NOT = 'Y' AND NOT = 'N' AND NOT = SPACE
               MOVE 'XREF SWITCH MUST BE Y OR N' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
       MAIN-CARD-CHECK-EXIT.
           EXIT.

      *        THE PROFILE PREFIX IS A SLICE OF THE 10-BYTE KEY;
      *        TAPTODSK CLAMPS ONE THAT RUNS PAST IT.
       CHECK-PROFILE-RTN.
           IF CCX-PROFILE-POS NOT = SPACES
                   AND CC-PROFILE-POS NOT NUMERIC
               MOVE 'PROFILE POSITION NOT NUMERIC' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-PROFILE-EXIT.
           IF CCX-PROFILE-LEN NOT = SPACES
                   AND CC-PROFILE-LEN NOT NUMERIC
               MOVE 'PROFILE LENGTH NOT NUMERIC' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               GO TO CHECK-PROFILE-EXIT.
           IF CC-PROFILE-LEN NOT NUMERIC OR CC-PROFILE-LEN = 0
               GO TO CHECK-PROFILE-EXIT.
           MOVE CC-PROFILE-LEN TO WK-LEN.
           IF CC-PROFILE-POS NUMERIC AND CC-PROFILE-POS > 0
               MOVE CC-PROFILE-POS TO WK-POS
           ELSE
               MOVE +1 TO WK-POS
           END-IF.
           IF WK-POS + WK-LEN - 1 > 10
               MOVE 'PROFILE PREFIX RUNS PAST TTD-KEY -- TRIMMED'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
           END-IF.
       CHECK-PROFILE-EXIT.
           EXIT.

      *        GENERATIONS ROTATE THE SEQUENTIAL COPY ONLY, AND NOT A
      *        COPY SPREAD OVER SPLIT FILES.
       CHECK-GENERATION-RTN.
           IF CC-GEN-RETAIN > 4
               MOVE 'MORE THAN 4 GENERATIONS -- 4 KEPT' TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
           EVALUATE TRUE
               WHEN CC-OUTPUT-MODE = 'V'
                   MOVE 'GENERATIONS WITH VSAM OUTPUT -- IGNORED'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               WHEN SPL-CNT > 0
                   MOVE 'GENERATIONS WITH SPL CARDS -- IGNORED'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               WHEN TYP-CNT > 0
                   MOVE 'GENERATIONS WITH TYP CARDS -- IGNORED'
                       TO FND-WK-TEXT
                   PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
               WHEN OTHER
                   MOVE 'Y' TO GEN-TAKEN-SW
           END-EVALUATE.
       CHECK-GENERATION-EXIT.
           EXIT.

      *================================================================
      *    CROSS-CARD-CHECK-RTN -- TESTS THAT NEED THE WHOLE DECK.
      *    TAPTODSK REFUSES WHICHEVER OF A TYP/SPL OR TYP/RFM PAIR
      *    COMES SECOND, SO THE OUTCOME DEPENDS ON CARD ORDER; EVERY
      *    CARD OF THE MIX IS FLAGGED HERE.  A DETAIL TYPE WITH NO
      *    PARENT TYPE IN THE DECK WOULD REJECT EVERY DETAIL RECORD.
      *================================================================
       CROSS-CARD-CHECK-RTN.
           IF TYP-CNT > 0 AND (SPL-CNT > 0 OR RFM-CNT > 0)
               PERFORM MIX-CHECK-RTN THRU MIX-CHECK-EXIT
                   VARYING CARD-IDX FROM 2 BY 1
                   UNTIL CARD-IDX > CARD-CNT
           END-IF.
           IF TYP-PARENT-CNT = 0
               PERFORM ORPHAN-CHECK-RTN THRU ORPHAN-CHECK-EXIT
                   VARYING TYP-IDX FROM 1 BY 1
                   UNTIL TYP-IDX > TYP-TBL-CNT
           END-IF.
      *        THE TOLERANCE GATE ONLY HOLDS BACK A GENERATION RUN.
           IF TOL-CNT > 0 AND NOT GEN-TAKEN
               MOVE TOL-CARD-NBR TO CUR-CARD
               MOVE 'TOL CARD WITHOUT GENERATIONS -- NOT CHECKED'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
       CROSS-CARD-CHECK-EXIT.
           EXIT.

       MIX-CHECK-RTN.
           IF CRD-T-CARD-ID (CARD-IDX) = 'TYP' OR 'SPL' OR 'RFM'
               MOVE CARD-IDX TO CUR-CARD
               MOVE 'TYP CARDS DO NOT MIX WITH SPL OR RFM CARDS'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
       MIX-CHECK-EXIT.
           EXIT.

       ORPHAN-CHECK-RTN.
           IF TYP-T-ROLE (TYP-IDX) = 'D'
               MOVE TYP-T-CARD (TYP-IDX) TO CUR-CARD
               MOVE 'DETAIL TYPE WITH NO PARENT TYPE IN THE DECK'
                   TO FND-WK-TEXT
               PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT
           END-IF.
       ORPHAN-CHECK-EXIT.
           EXIT.

      *================================================================
      *    FLAG-ERROR-RTN / FLAG-WARNING-RTN -- RECORD FND-WK-TEXT
      *    AGAINST CUR-CARD AND RAISE THAT CARD'S VERDICT.  A WARNING
      *    NEVER LOWERS AN ERROR.
      *================================================================
       FLAG-ERROR-RTN.
           MOVE 'E' TO FND-WK-SEV.
           PERFORM ADD-FINDING-RTN THRU ADD-FINDING-EXIT.
       FLAG-ERROR-EXIT.
           EXIT.

       FLAG-WARNING-RTN.
           MOVE 'W' TO FND-WK-SEV.
           PERFORM ADD-FINDING-RTN THRU ADD-FINDING-EXIT.
       FLAG-WARNING-EXIT.
           EXIT.

       ADD-FINDING-RTN.
           IF CUR-CARD = 0
               IF FND-WK-SEV = 'E' OR DECK-SEV = SPACE
                   MOVE FND-WK-SEV TO DECK-SEV
               END-IF
           ELSE
               IF FND-WK-SEV = 'E' OR CRD-T-SEV (CUR-CARD) = SPACE
                   MOVE FND-WK-SEV TO CRD-T-SEV (CUR-CARD)
               END-IF
           END-IF.
           IF FND-CNT >= 500
               MOVE 'Y' TO FND-FULL-SW
               GO TO ADD-FINDING-EXIT.
           ADD +1 TO FND-CNT.
           MOVE CUR-CARD    TO FND-T-CARD (FND-CNT).
           MOVE FND-WK-SEV  TO FND-T-SEV (FND-CNT).
           MOVE FND-WK-TEXT TO FND-T-TEXT (FND-CNT).
       ADD-FINDING-EXIT.
           EXIT.

      *        A CARD NAMED A FIELD THE DICTIONARY DOES NOT HOLD --
      *        TAPTODSK REFUSES THE CARD.
       NAME-MISSING-RTN.
           MOVE SPACES TO FND-WK-TEXT.
           STRING 'FIELD ' DELIMITED BY SIZE
               DICT-WK-NAME DELIMITED BY SPACE
               ' NOT IN THE FIELD DICTIONARY' DELIMITED BY SIZE
               INTO FND-WK-TEXT.
           PERFORM FLAG-ERROR-RTN THRU FLAG-ERROR-EXIT.
       NAME-MISSING-EXIT.
           EXIT.

      *================================================================
      *    DICT-INIT-RTN -- LOAD THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD) AHEAD OF THE DECK, EXACTLY AS TAPTODSK DOES.  AN
      *    ENTRY TAPTODSK WOULD DROP IS LISTED AS A DECK WARNING; A
      *    CARD NAMING IT THEN FAILS ITS OWN LOOKUP.
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
           MOVE +0 TO CUR-CARD.
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
               PERFORM DICT-BAD-ENTRY-RTN THRU DICT-BAD-ENTRY-EXIT
               GO TO DICT-LOAD-EXIT.
           IF FLD-POSITION < 1 OR FLD-LENGTH < 1
                   OR FLD-POSITION + FLD-LENGTH - 1 > 163
               PERFORM DICT-BAD-ENTRY-RTN THRU DICT-BAD-ENTRY-EXIT
               GO TO DICT-LOAD-EXIT.
           IF DICT-ENTRY-CNT >= 200
               MOVE 'MORE THAN 200 DICTIONARY ENTRIES, REST DROPPED'
                   TO FND-WK-TEXT
               PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT
               MOVE 'Y' TO DICT-EOF-SW
               GO TO DICT-LOAD-EXIT.
           ADD +1 TO DICT-ENTRY-CNT.
           MOVE FLD-NAME     TO DICT-T-NAME (DICT-ENTRY-CNT).
           MOVE FLD-POSITION TO DICT-T-POS (DICT-ENTRY-CNT).
           MOVE FLD-LENGTH   TO DICT-T-LEN (DICT-ENTRY-CNT).
           MOVE FLD-TYPE     TO DICT-T-TYPE (DICT-ENTRY-CNT).
       DICT-LOAD-EXIT.
           EXIT.

       DICT-BAD-ENTRY-RTN.
           MOVE SPACES TO FND-WK-TEXT.
           STRING 'BAD DICTIONARY ENTRY ' DELIMITED BY SIZE
               FLD-NAME DELIMITED BY SPACE
               ' -- DROPPED' DELIMITED BY SIZE
               INTO FND-WK-TEXT.
           PERFORM FLAG-WARNING-RTN THRU FLAG-WARNING-EXIT.
       DICT-BAD-ENTRY-EXIT.
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

       IO-ERROR-RTN.
           DISPLAY 'TAPPREFL - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           DISPLAY '  OPERATION ......: ' IO-OPERATION.
           DISPLAY '  FILE STATUS ....: ' IO-STATUS-DISP.
           MOVE 16 TO RETURN-CODE.
           STOP RUN.

      *================================================================
      *    REPORT-RTN -- LIST EVERY CARD WITH ITS VERDICT AND THE
      *    FINDINGS UNDER IT, THEN ANY DECK-LEVEL FINDINGS, THEN THE
      *    TOTALS.  CARDS OK PLUS WARNINGS PLUS ERRORS EQUALS READ.
      *================================================================
       REPORT-RTN.
           ACCEPT RPT-DATE-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT RPT-TIME-HHMMSSHH FROM TIME.

           OPEN OUTPUT PRINT-FILE.

           STRING RPT-DATE-MM '/' RPT-DATE-DD '/'
               RPT-DATE-CC RPT-DATE-YY
               DELIMITED BY SIZE INTO RPT-H2-DATE.
           STRING RPT-TIME-HHMMSSHH(1:2) ':' RPT-TIME-HHMMSSHH(3:2)
               ':' RPT-TIME-HHMMSSHH(5:2)
               DELIMITED BY SIZE INTO RPT-H2-TIME.

           WRITE PRINT-LINE FROM RPT-HDG-1 AFTER ADVANCING PAGE.
           WRITE PRINT-LINE FROM RPT-HDG-2 AFTER ADVANCING 2 LINES.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-COL-HDG AFTER ADVANCING 1 LINE.

           PERFORM CARD-LINE-RTN THRU CARD-LINE-EXIT
               VARYING CARD-IDX FROM 1 BY 1
               UNTIL CARD-IDX > CARD-CNT.

           IF DECK-SEV NOT = SPACE
               WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE
               IF DECK-SEV = 'E'
                   MOVE 'ERROR'   TO RPT-DK-VERDICT
               ELSE
                   MOVE 'WARNING' TO RPT-DK-VERDICT
               END-IF
               WRITE PRINT-LINE FROM RPT-DECK-LINE
                   AFTER ADVANCING 1 LINE
               MOVE +0 TO CUR-CARD
               PERFORM FINDING-LINE-RTN THRU FINDING-LINE-EXIT
                   VARYING FND-IDX FROM 1 BY 1
                   UNTIL FND-IDX > FND-CNT
           END-IF.
           IF FND-FULL
               WRITE PRINT-LINE FROM RPT-FULL-LINE
                   AFTER ADVANCING 1 LINE
           END-IF.

           MOVE CARD-CNT       TO RPT-DTL-READ-CNT.
           MOVE OK-CARD-CNT    TO RPT-DTL-OK-CNT.
           MOVE WARN-CARD-CNT  TO RPT-DTL-WARN-CNT.
           MOVE ERROR-CARD-CNT TO RPT-DTL-ERR-CNT.
           EVALUATE TRUE
               WHEN ERROR-CARD-CNT > 0 OR DECK-SEV = 'E'
                   MOVE 'REJECTED -- DO NOT RELEASE THE COPY'
                       TO RPT-DTL-VERDICT
               WHEN WARN-CARD-CNT > 0 OR DECK-SEV = 'W'
                   MOVE 'ACCEPTED WITH WARNINGS' TO RPT-DTL-VERDICT
               WHEN OTHER
                   MOVE 'ACCEPTED' TO RPT-DTL-VERDICT
           END-EVALUATE.

           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-1 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-2 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-3 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-4 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-5 AFTER ADVANCING 1 LINE.

           CLOSE PRINT-FILE.
       REPORT-EXIT.
           EXIT.

       CARD-LINE-RTN.
           MOVE CARD-IDX TO RPT-CD-NBR.
           MOVE CRD-T-IMAGE (CARD-IDX) TO RPT-CD-IMAGE.
           EVALUATE CRD-T-SEV (CARD-IDX)
               WHEN 'E'
                   MOVE 'ERROR'   TO RPT-CD-VERDICT
                   ADD +1 TO ERROR-CARD-CNT
               WHEN 'W'
                   MOVE 'WARNING' TO RPT-CD-VERDICT
                   ADD +1 TO WARN-CARD-CNT
               WHEN OTHER
                   MOVE 'OK'      TO RPT-CD-VERDICT
                   ADD +1 TO OK-CARD-CNT
           END-EVALUATE.
           WRITE PRINT-LINE FROM RPT-CARD-LINE AFTER ADVANCING 1 LINE.
           MOVE CARD-IDX TO CUR-CARD.
           PERFORM FINDING-LINE-RTN THRU FINDING-LINE-EXIT
               VARYING FND-IDX FROM 1 BY 1
               UNTIL FND-IDX > FND-CNT.
       CARD-LINE-EXIT.
           EXIT.

       FINDING-LINE-RTN.
           IF FND-T-CARD (FND-IDX) NOT = CUR-CARD
               GO TO FINDING-LINE-EXIT.
           IF FND-T-SEV (FND-IDX) = 'E'
               MOVE 'ERROR'   TO RPT-FND-SEV
           ELSE
               MOVE 'WARNING' TO RPT-FND-SEV
           END-IF.
           MOVE FND-T-TEXT (FND-IDX) TO RPT-FND-TEXT.
           WRITE PRINT-LINE FROM RPT-FND-LINE AFTER ADVANCING 1 LINE.
       FINDING-LINE-EXIT.
           EXIT.
