           DATA ROWS WRITTEN line on the control report balances
           against the copy run's RECORDS COPIED line.

           A COL card may name its field from the shared field
           dictionary on DA-S-FLDDICT (see TTDFLD) instead of
           punching the position and length, and the field name then
           doubles as the column name unless the card gives one.  The
           control report lists the record position and length every
           column resolved to.

           The copy is proved against the manifest TAPTODSK wrote for
           it (DA-S-MANDISK, or DA-S-MANVSAM in VSAM mode) before the
           export is opened.  A copy with no manifest, or one changed
           since the manifest was written, is refused with return
           code 8.

       DATE-WRITTEN. Sep. 2, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
               FILE STATUS IS EXP-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.
           SELECT CONTROL-FILE ASSIGN TO UR-S-EXTCARD.
           SELECT FIELD-DICT-FILE ASSIGN TO DA-S-FLDDICT
               FILE STATUS IS FLD-STATUS.
           SELECT MAN-FILE-DISK ASSIGN TO DA-S-MANDISK
               FILE STATUS IS MAN-STATUS.
           SELECT MAN-FILE-VSAM ASSIGN TO DA-S-MANVSAM
               FILE STATUS IS MAN-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).
      *================================================================
      *    FIELD-DICT-FILE -- THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD), LOADED WHOLE BEFORE THE DECK IS READ.
      *================================================================
       FD  FIELD-DICT-FILE
           LABEL RECORDS STANDARD.
       01  FIELD-DICT-RECORD.
           COPY TTDFLD.
      *================================================================
      *    MAN-FILE-DISK / MAN-FILE-VSAM -- TAPTODSK'S MANIFEST OF THE
      *    COPY BEING EXPORTED (SEE TTDMAN).  THE COPY IS PROVED
      *    AGAINST IT BEFORE THE EXPORT IS OPENED.
      *================================================================
       FD  MAN-FILE-DISK
           LABEL RECORDS STANDARD.
       01  MAN-DISK-RECORD                  PIC X(80).
       FD  MAN-FILE-VSAM
           LABEL RECORDS STANDARD.
       01  MAN-VSAM-RECORD                  PIC X(80).

       WORKING-STORAGE SECTION.
      *    RUN-TIME OPTIONS SAVED FROM THE FIRST (TTDCTL) CARD SO THE
               88  EOF                                VALUE 'Y'.
           05  DISK-REC                     PIC X(163).

      *================================================================
      *    MANIFEST-AREA -- THE PRE-PASS THAT PROVES THE INPUT COPY
      *    AGAINST ITS MANIFEST (SEE TTDMAN) BEFORE ANY OUTPUT IS
      *    OPENED.  MAN-REASON CARRIES THE FIRST DIFFERENCE FOUND.
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
               10  COL-T-POS                PIC S9(4) COMP-3.
               10  COL-T-LEN                PIC S9(4) COMP-3.
               10  COL-T-NAME               PIC X(20).
               10  COL-T-DICT-NAME          PIC X(20).

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
      *    ROW-AREA -- ONE DELIMITED ROW UNDER CONSTRUCTION.  EACH
           05  RPT-DTL-COL-CNT              PIC ZZZ,ZZZ,ZZ9.
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
           05  FILLER                       PIC X(08)
               VALUE '  FROM  '.
           05  RPT-FLD-FROM                 PIC X(20).
           05  FILLER                       PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           PERFORM MANIFEST-CHECK-RTN THRU MANIFEST-CHECK-EXIT.

           IF CC-OUTPUT-MODE = 'V'
               MOVE 'DA-S-OUTVSAM' TO IN-DDNAME
           MOVE 'N' TO CC-HDR-TLR-SW.
           MOVE 'N' TO CC-SORT-SW.

           PERFORM DICT-INIT-RTN THRU DICT-INIT-EXIT.

           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
      *================================================================
      *    LOAD-COLUMN-CARD-RTN -- EDIT ONE COL CARD AND LOAD IT INTO
      *    COL-TABLE, CLAMPING POSITION AND LENGTH TO THE 163-BYTE
      *    RECORD SO A CARD TYPO CANNOT CUT PAST THE END.  A CARD
      *    THAT NAMES A DICTIONARY FIELD TAKES THE DICTIONARY'S
      *    POSITION AND LENGTH INSTEAD.
      *================================================================
       LOAD-COLUMN-CARD-RTN.
           IF COL-CARD-CNT >= 20
               DISPLAY 'TAPEXTRT - MORE THAN 20 COLUMN CARDS, '
                   'CARD IGNORED'
               GO TO LOAD-COLUMN-CARD-EXIT.
           IF COL-FIELD-NAME NOT = SPACES
               MOVE COL-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   DISPLAY 'TAPEXTRT - FIELD ' COL-FIELD-NAME
                       ' NOT IN DICTIONARY, CARD IGNORED'
                   GO TO LOAD-COLUMN-CARD-EXIT
               END-IF
               MOVE DICT-T-POS (DICT-IDX) TO COL-WK-POS
               MOVE DICT-T-LEN (DICT-IDX) TO COL-WK-LEN
           ELSE
               IF COL-LENGTH NUMERIC AND COL-LENGTH > 0
                   MOVE COL-LENGTH TO COL-WK-LEN
               ELSE
                   DISPLAY 'TAPEXTRT - COLUMN CARD NEEDS A LENGTH, '
                       'CARD IGNORED'
                   GO TO LOAD-COLUMN-CARD-EXIT
               END-IF
               IF COL-POSITION NUMERIC AND COL-POSITION > 0
                   MOVE COL-POSITION TO COL-WK-POS
               ELSE
                   MOVE +1 TO COL-WK-POS
               END-IF
           END-IF.
           IF COL-WK-POS > 163
               MOVE +163 TO COL-WK-POS
           ADD +1 TO COL-CARD-CNT.
           MOVE COL-WK-POS TO COL-T-POS (COL-CARD-CNT).
           MOVE COL-WK-LEN TO COL-T-LEN (COL-CARD-CNT).
           MOVE COL-FIELD-NAME TO COL-T-DICT-NAME (COL-CARD-CNT).
           EVALUATE TRUE
               WHEN COL-NAME NOT = SPACES
                   MOVE COL-NAME TO COL-T-NAME (COL-CARD-CNT)
               WHEN COL-FIELD-NAME NOT = SPACES
                   MOVE COL-FIELD-NAME TO COL-T-NAME (COL-CARD-CNT)
               WHEN OTHER
                   MOVE 'FIELD'      TO COL-T-NAME (COL-CARD-CNT)
                   MOVE COL-CARD-CNT TO COL-NBR-DISP
                   MOVE COL-NBR-DISP TO COL-T-NAME (COL-CARD-CNT) (6:2)
           END-EVALUATE.
       LOAD-COLUMN-CARD-EXIT.
           EXIT.

      *================================================================
      *    DICT-INIT-RTN -- LOAD THE SHARED FIELD DICTIONARY (SEE
      *    TTDFLD) AHEAD OF THE DECK, EXACTLY AS TAPTODSK DOES.  NO
      *    DICTIONARY IS NOT AN ERROR; A COL CARD NAMING A FIELD IT
      *    CANNOT FIND IS REFUSED.
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
               DISPLAY 'TAPEXTRT - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF FLD-POSITION < 1 OR FLD-LENGTH < 1
                   OR FLD-POSITION + FLD-LENGTH - 1 > 163
               DISPLAY 'TAPEXTRT - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF DICT-ENTRY-CNT >= 200
               DISPLAY 'TAPEXTRT - MORE THAN 200 DICTIONARY ENTRIES, '
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

      *================================================================
      *    START-VSAM-RTN -- POSITION THE KSDS AT ITS LOWEST KEY SO
      *    THE EXPORT WALKS IT FRONT TO BACK, THE SAME WAY THE DELTA
       WRITE-ROW-EXIT.
           EXIT.

      *================================================================
      *    MANIFEST-CHECK-RTN -- PROVE THE COPY (DA-S-OUTDISK, OR
      *    DA-S-OUTVSAM IN VSAM MODE) AGAINST THE MANIFEST TAPTODSK
      *    WROTE FOR IT BEFORE ANYTHING IS EXPORTED: EVERY RECORD'S
      *    KEY, LENGTH AND HASH IN FILE ORDER, THEN THE COUNT AND
      *    WHOLE-FILE HASH ON THE TRAILER.  A COPY WITH NO MANIFEST,
      *    OR ONE CHANGED SINCE ITS MANIFEST WAS WRITTEN, ENDS THE RUN
      *    BEFORE DA-S-EXPORT IS OPENED.
      *================================================================
       MANIFEST-CHECK-RTN.
           IF CC-OUTPUT-MODE = 'V'
               MOVE 'DA-S-OUTVSAM' TO IN-DDNAME
               MOVE 'DA-S-MANVSAM' TO MAN-DDNAME
               OPEN INPUT MAN-FILE-VSAM
           ELSE
               MOVE 'DA-S-OUTDISK' TO IN-DDNAME
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

           IF CC-OUTPUT-MODE = 'V'
               OPEN INPUT OUT-FILE-VSAM
           ELSE
               OPEN INPUT OUT-FILE
           END-IF.
           IF IN-STATUS NOT = '00'
               MOVE IN-DDNAME   TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE IN-STATUS   TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF CC-OUTPUT-MODE = 'V'
               PERFORM START-VSAM-RTN THRU START-VSAM-EXIT
           END-IF.
           PERFORM READ-RTN THRU READ-EXIT.
           PERFORM MANIFEST-CHECK-REC-RTN THRU MANIFEST-CHECK-REC-EXIT
               UNTIL EOF OR MAN-BAD.
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
               MOVE 'N' TO EOF-FLAG
               MOVE +0  TO READ-CNT
               GO TO MANIFEST-CHECK-EXIT.
       MANIFEST-CHECK-REFUSE.
           DISPLAY 'TAPEXTRT - COPY DOES NOT MATCH ITS MANIFEST, '
               'RUN REFUSED'.
           DISPLAY '  DD NAME ........: ' IN-DDNAME.
           DISPLAY '  REASON .........: ' MAN-REASON.
           MOVE 8 TO RETURN-CODE.
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
           PERFORM READ-RTN THRU READ-EXIT.
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

       IO-ERROR-RTN.
           DISPLAY 'TAPEXTRT - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           WRITE PRINT-LINE FROM RPT-DTL-3 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-DTL-4 AFTER ADVANCING 1 LINE.

           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-FLD-HDG AFTER ADVANCING 1 LINE.
           PERFORM FIELD-LINE-RTN THRU FIELD-LINE-EXIT
               VARYING COL-IDX FROM 1 BY 1
               UNTIL COL-IDX > COL-CARD-CNT.

           CLOSE PRINT-FILE.
       REPORT-EXIT.
           EXIT.

      *        ONE LINE PER EXPORT COLUMN: THE HEADER NAME, WHERE ITS
      *        SLICE LANDED IN THE RECORD, AND WHETHER THAT CAME FROM
      *        THE DICTIONARY OR FROM THE CARD.
       FIELD-LINE-RTN.
           MOVE 'COL'                    TO RPT-FLD-CARD.
           MOVE COL-T-NAME (COL-IDX)     TO RPT-FLD-NAME.
           MOVE COL-T-POS (COL-IDX)      TO RPT-FLD-POS.
           MOVE COL-T-LEN (COL-IDX)      TO RPT-FLD-LEN.
           IF COL-T-DICT-NAME (COL-IDX) = SPACES
               MOVE 'CARD POSITION' TO RPT-FLD-FROM
           ELSE
               MOVE COL-T-DICT-NAME (COL-IDX) TO RPT-FLD-FROM
           END-IF.
           WRITE PRINT-LINE FROM RPT-FLD-LINE AFTER ADVANCING 1 LINE.
       FIELD-LINE-EXIT.
           EXIT.
