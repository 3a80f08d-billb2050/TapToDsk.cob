           the run rather than writing an unmasked file under the
           masked-copy name.

           An MSK card may name its field from the shared field
           dictionary on DA-S-FLDDICT (see TTDFLD) instead of
           punching the position and length.  The dictionary holds
           absolute record positions; they are converted to TTD-DATA-
           relative here, so nobody does the ten-byte key arithmetic
           by hand again.  A name the dictionary does not know, or a
           field that starts inside TTD-KEY, ends the run -- a copy
           with a field silently left unmasked is worse than no copy.
           The report prints both the relative and the absolute
           position of every masked field.

           DA-S-OUTDISK is proved against the manifest TAPTODSK wrote
           for it on DA-S-MANDISK before anything is masked.  A copy
           with no manifest, or one changed since the manifest was
           written, is refused with return code 8.

       DATE-WRITTEN. Sep. 2, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
               FILE STATUS IS OUT-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.
           SELECT CONTROL-FILE ASSIGN TO UR-S-MSKCARD.
           SELECT FIELD-DICT-FILE ASSIGN TO DA-S-FLDDICT
               FILE STATUS IS FLD-STATUS.
           SELECT MANIFEST-FILE ASSIGN TO DA-S-MANDISK
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
      *    MANIFEST-FILE -- TAPTODSK'S MANIFEST OF DA-S-OUTDISK (SEE
      *    TTDMAN).  THE COPY IS PROVED AGAINST IT BEFORE IT IS MASKED.
      *================================================================
       FD  MANIFEST-FILE
           LABEL RECORDS STANDARD.
       01  MANIFEST-RECORD.
           COPY TTDMAN.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
               88  EOF                                VALUE 'Y'.
           05  WORK-REC                     PIC X(163).

      *================================================================
      *    MANIFEST-AREA -- THE PRE-PASS THAT PROVES THE INPUT COPY
      *    AGAINST ITS MANIFEST (SEE TTDMAN) BEFORE ANY OUTPUT IS
      *    OPENED.  MAN-REASON CARRIES THE FIRST DIFFERENCE FOUND.
      *================================================================
       01  MANIFEST-AREA.
           05  MAN-STATUS                   PIC X(02) VALUE '00'.
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
               10  MSK-T-LEN                PIC S9(4) COMP-3.
               10  MSK-T-STYLE              PIC X(01).
               10  MSK-T-FILL               PIC X(01).
               10  MSK-T-NAME               PIC X(20).

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
      *    ASCII-TABLE -- THE VALUES 00-FF IN ORDER, THE SAME TABLE
           05  FILLER                       PIC X(08)
               VALUE '  STYLE '.
           05  RPT-FLD-STYLE                PIC X(01).
           05  FILLER                       PIC X(13)
               VALUE '  RECORD POS '.
           05  RPT-FLD-ABS-POS              PIC ZZ9.
           05  FILLER                       PIC X(08)
               VALUE '  FIELD '.
           05  RPT-FLD-NAME                 PIC X(20).
           05  FILLER                       PIC X(56) VALUE SPACES.

       01  RPT-DTL-1.
           05  FILLER                       PIC X(20)

           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           PERFORM BUILD-SUB-TABLE-RTN THRU BUILD-SUB-TABLE-EXIT.
           PERFORM MANIFEST-CHECK-RTN THRU MANIFEST-CHECK-EXIT.

           OPEN INPUT OUT-FILE.
           IF IN-STATUS NOT = '00'
      *    UNDER THE MASKED-COPY NAME, SO THE RUN ENDS.
      *================================================================
       READ-CONTROL-CARD-RTN.
           PERFORM DICT-INIT-RTN THRU DICT-INIT-EXIT.
           OPEN INPUT CONTROL-FILE.
           PERFORM READ-CARD-RTN THRU READ-CARD-EXIT
               UNTIL CARD-EOF.
               DISPLAY 'TAPMASK - MASK STYLE MUST BE F, S OR D, '
                   'CARD IGNORED'
               GO TO LOAD-MASK-CARD-EXIT.
      *        A NAMED FIELD COMES FROM THE DICTIONARY IN ABSOLUTE
      *        RECORD POSITIONS AND IS CONVERTED TO TTD-DATA-RELATIVE
      *        HERE.  THE MASK CARD EXISTS TO PROTECT THAT FIELD, SO
      *        A NAME THAT CANNOT BE RESOLVED, OR ONE THAT POINTS
      *        INTO THE KEY, STOPS THE RUN INSTEAD OF DROPPING THE
      *        CARD AND LETTING THE FIELD THROUGH IN THE CLEAR.
           IF MSK-FIELD-NAME NOT = SPACES
               MOVE MSK-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   DISPLAY 'TAPMASK - FIELD ' MSK-FIELD-NAME
                       ' NOT IN DICTIONARY, RUN ENDED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF DICT-T-POS (DICT-IDX) < 11
                   DISPLAY 'TAPMASK - FIELD ' MSK-FIELD-NAME
                       ' STARTS IN TTD-KEY, RUN ENDED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               COMPUTE MSK-WK-POS = DICT-T-POS (DICT-IDX) - 10
               MOVE DICT-T-LEN (DICT-IDX) TO MSK-WK-LEN
           ELSE
               IF MSK-LENGTH NUMERIC AND MSK-LENGTH > 0
                   MOVE MSK-LENGTH TO MSK-WK-LEN
               ELSE
                   DISPLAY 'TAPMASK - MASK CARD NEEDS A LENGTH, '
                       'CARD IGNORED'
                   GO TO LOAD-MASK-CARD-EXIT
               END-IF
               IF MSK-POSITION NUMERIC AND MSK-POSITION > 0
                   MOVE MSK-POSITION TO MSK-WK-POS
               ELSE
                   MOVE +1 TO MSK-WK-POS
               END-IF
           END-IF.
      *        THE CARD NAMES A SLICE OF TTD-DATA; RESOLVE IT TO THE
      *        ABSOLUTE RECORD POSITION AND CLAMP IT THERE SO THE
           COMPUTE MSK-T-POS (MSK-CARD-CNT) = MSK-WK-POS + 10.
           MOVE MSK-WK-LEN TO MSK-T-LEN (MSK-CARD-CNT).
           MOVE MSK-STYLE  TO MSK-T-STYLE (MSK-CARD-CNT).
           MOVE MSK-FIELD-NAME TO MSK-T-NAME (MSK-CARD-CNT).
           IF MSK-FILL-CHAR = SPACE
               MOVE '*' TO MSK-T-FILL (MSK-CARD-CNT)
           ELSE
       LOAD-MASK-CARD-EXIT.
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
               DISPLAY 'TAPMASK - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF FLD-POSITION < 1 OR FLD-LENGTH < 1
                   OR FLD-POSITION + FLD-LENGTH - 1 > 163
               DISPLAY 'TAPMASK - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF DICT-ENTRY-CNT >= 200
               DISPLAY 'TAPMASK - MORE THAN 200 DICTIONARY ENTRIES, '
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
      *    BUILD-SUB-TABLE-RTN -- THE TARGET SIDE OF THE
      *    DETERMINISTIC SUBSTITUTION: PRINTABLE BYTES 33-126 (TABLE
       MASK-SCRAMBLE-BYTE-EXIT.
           EXIT.

      *================================================================
      *    MANIFEST-CHECK-RTN -- PROVE DA-S-OUTDISK AGAINST ITS
      *    MANIFEST ON DA-S-MANDISK BEFORE A MASKED COPY IS MADE FROM
      *    IT: EVERY RECORD'S KEY, LENGTH AND HASH IN FILE ORDER, THEN
      *    THE COUNT AND WHOLE-FILE HASH ON THE TRAILER.  A COPY WITH
      *    NO MANIFEST, OR ONE CHANGED SINCE ITS MANIFEST WAS WRITTEN,
      *    ENDS THE RUN BEFORE THE MASKED FILE IS OPENED.
      *================================================================
       MANIFEST-CHECK-RTN.
           OPEN INPUT MANIFEST-FILE.
           IF MAN-STATUS = '35'
               MOVE 'NO MANIFEST ON DA-S-MANDISK' TO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.
           IF MAN-STATUS NOT = '00'
               MOVE 'DA-S-MANDISK' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM MANIFEST-READ-RTN THRU MANIFEST-READ-EXIT.
           IF MAN-EOF OR NOT MAN-HEADER
                   OR MHD-COPY-DD NOT = 'DA-S-OUTDISK'
               CLOSE MANIFEST-FILE
               MOVE 'MANIFEST ON DA-S-MANDISK IS NOT FOR DA-S-OUTDISK'
                   TO MAN-REASON
               GO TO MANIFEST-CHECK-REFUSE.

           OPEN INPUT OUT-FILE.
           IF IN-STATUS NOT = '00'
               MOVE 'DA-S-OUTDISK' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE IN-STATUS   TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM READ-RTN THRU READ-EXIT.
           PERFORM MANIFEST-CHECK-REC-RTN THRU MANIFEST-CHECK-REC-EXIT
               UNTIL EOF OR MAN-BAD.
           IF NOT MAN-BAD
               PERFORM MANIFEST-END-RTN THRU MANIFEST-END-EXIT
           END-IF.
           CLOSE OUT-FILE, MANIFEST-FILE.
           IF NOT MAN-BAD
               MOVE 'N' TO EOF-FLAG
               MOVE +0  TO READ-CNT
               GO TO MANIFEST-CHECK-EXIT.
       MANIFEST-CHECK-REFUSE.
           DISPLAY 'TAPMASK - COPY DOES NOT MATCH ITS MANIFEST, '
               'RUN REFUSED'.
           DISPLAY '  DD NAME ........: DA-S-OUTDISK'.
           DISPLAY '  REASON .........: ' MAN-REASON.
           MOVE 8 TO RETURN-CODE.
           STOP RUN.
       MANIFEST-CHECK-EXIT.
           EXIT.

       MANIFEST-CHECK-REC-RTN.
           MOVE DISK-LENGTH     TO MAN-WORK-LEN.
           MOVE OUT-RECORD-FLAT TO MAN-WORK-REC.
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
           READ MANIFEST-FILE
               AT END
                   MOVE 'Y' TO MAN-EOF-SW
                   GO TO MANIFEST-READ-EXIT
           END-READ.
           IF MAN-STATUS NOT = '00'
               MOVE 'DA-S-MANDISK' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE MAN-STATUS  TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       MANIFEST-READ-EXIT.
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
           DISPLAY 'TAPMASK - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
           EXIT.

      *        THE POSITION PRINTS AS THE CARD GAVE IT -- RELATIVE TO
      *        TTD-DATA -- SO IT READS BACK AGAINST THE DECK, AND
      *        AGAIN AS THE ABSOLUTE RECORD POSITION ACTUALLY MASKED,
      *        SO IT READS BACK AGAINST THE DICTIONARY.
       FIELD-LINE-RTN.
           COMPUTE MSK-WK-POS = MSK-T-POS (MSK-IDX) - 10.
           MOVE MSK-WK-POS          TO RPT-FLD-POS.
           MOVE MSK-T-LEN (MSK-IDX) TO RPT-FLD-LEN.
           MOVE MSK-T-STYLE (MSK-IDX) TO RPT-FLD-STYLE.
           MOVE MSK-T-POS (MSK-IDX) TO RPT-FLD-ABS-POS.
           IF MSK-T-NAME (MSK-IDX) = SPACES
               MOVE 'BY CARD POSITION' TO RPT-FLD-NAME
           ELSE
               MOVE MSK-T-NAME (MSK-IDX) TO RPT-FLD-NAME
           END-IF.
           WRITE PRINT-LINE FROM RPT-FLD-LINE AFTER ADVANCING 1 LINE.
       FIELD-LINE-EXIT.
           EXIT.
