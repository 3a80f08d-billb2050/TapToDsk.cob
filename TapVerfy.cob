           clean pass is the evidence the copy is faithful before it
           is released downstream.

           INC/OMT and RFM cards that name a field are resolved
           against the same shared field dictionary (DA-S-FLDDICT,
           see TTDFLD) the copy run used, and the report lists the
           record position every card resolved to.

       DATE-WRITTEN. Aug. 21, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
               FILE STATUS IS TKT-STATUS.
           SELECT XREF-FILE ASSIGN TO DA-S-XREF
               FILE STATUS IS XRF-STATUS.
           SELECT FIELD-DICT-FILE ASSIGN TO DA-S-FLDDICT
               FILE STATUS IS FLD-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  XREF-RECORD.
           05  XRF-OLD-KEY                  PIC X(10).
           05  XRF-NEW-KEY                  PIC X(10).
      *================================================================
      *    FIELD-DICT-FILE -- THE SAME SHARED FIELD DICTIONARY (SEE
      *    TTDFLD) THE COPY RUN RESOLVED ITS CARDS AGAINST.
      *================================================================
       FD  FIELD-DICT-FILE
           LABEL RECORDS STANDARD.
       01  FIELD-DICT-RECORD.
           COPY TTDFLD.

       WORKING-STORAGE SECTION.
      *    RUN-TIME OPTIONS SAVED FROM THE FIRST (TTDCTL) CARD SO THE
               88  SEL-CARD-MATCHED                   VALUE 'Y'.
           05  SEL-TABLE OCCURS 20 TIMES.
               10  SEL-TYPE                 PIC X(01).
               10  SEL-DICT-NAME            PIC X(20).
               10  SEL-ABS-POS              PIC S9(4) COMP-3.
               10  SEL-CMP-LEN              PIC S9(4) COMP-3.
               10  SEL-OP                   PIC X(02).
           05  RFM-WORK-REC                 PIC X(163).
           05  RFM-TABLE OCCURS 20 TIMES.
               10  RFM-TYPE                 PIC X(01).
               10  RFM-DICT-NAME            PIC X(20).
               10  RFM-SRC-POS              PIC S9(4) COMP-3.
               10  RFM-SEG-LEN              PIC S9(4) COMP-3.
               10  RFM-LIT                  PIC X(40).

      *================================================================
      *    DICT-AREA -- THE SHARED FIELD DICTIONARY (SEE TTDFLD),
      *    LOADED AND SEARCHED EXACTLY AS TAPTODSK DOES.
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
      *    TABLES TAPTODSK USES, SO A TRANSLATED COPY STILL COMPARES
           05  FILLER                       PIC X(01) VALUE ')'.
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
           05  FILLER                       PIC X(90) VALUE SPACES.

       PROCEDURE DIVISION.

           PERFORM READ-CONTROL-CARD-RTN THRU READ-CONTROL-CARD-EXIT.
           MOVE 'N' TO CC-SORT-SW.
           MOVE 'N' TO CC-XREF-SW.

           PERFORM DICT-INIT-RTN THRU DICT-INIT-EXIT.

           OPEN INPUT CONTROL-FILE.
           READ CONTROL-FILE
               AT END
                       'CANNOT BE VERIFIED, RUN ENDED'
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
      *        THE RCV AND TOL CARDS ARE TAPTODSK'S RECEIPT AND
      *        TOLERANCE CARDS AND HAVE NOTHING TO SAY ABOUT THE COPY
      *        ONCE IT IS ON DISK.
               WHEN 'RCV'
               WHEN 'TOL'
                   CONTINUE
               WHEN OTHER
                   DISPLAY 'TAPVERFY - UNRECOGNIZED CONTROL CARD '
                       'IGNORED: ' XC-CARD-ID
               DISPLAY 'TAPVERFY - MORE THAN 20 SELECTION CARDS, '
                   'CARD IGNORED'
               GO TO LOAD-SELECT-CARD-EXIT.
           IF SEL-FIELD-NAME NOT = SPACES
               MOVE SEL-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   DISPLAY 'TAPVERFY - FIELD ' SEL-FIELD-NAME
                       ' NOT IN DICTIONARY, CARD IGNORED'
                   GO TO LOAD-SELECT-CARD-EXIT
               END-IF
           END-IF.
           ADD +1 TO SEL-CARD-CNT.
           IF SEL-CARD-ID = 'OMT'
               MOVE 'O' TO SEL-TYPE (SEL-CARD-CNT)
           END-IF.
           MOVE SEL-VALUE-1 TO SEL-VAL-1 (SEL-CARD-CNT).
           MOVE SEL-VALUE-2 TO SEL-VAL-2 (SEL-CARD-CNT).
           MOVE SEL-FIELD-NAME TO SEL-DICT-NAME (SEL-CARD-CNT).

           IF SEL-FIELD-NAME NOT = SPACES
               MOVE DICT-T-POS (DICT-IDX) TO SEL-ABS-POS (SEL-CARD-CNT)
               MOVE DICT-T-LEN (DICT-IDX) TO SEL-WK-LEN
               IF SEL-WK-LEN > 20
                   MOVE +20 TO SEL-WK-LEN
               END-IF
               MOVE SEL-WK-LEN TO SEL-CMP-LEN (SEL-CARD-CNT)
               GO TO LOAD-SELECT-CARD-EXIT.

           IF SEL-POSITION NUMERIC AND SEL-POSITION > 0
               MOVE SEL-POSITION TO SEL-WK-POS
               DISPLAY 'TAPVERFY - BAD REFORMAT SOURCE TYPE '
                   RFM-SOURCE-TYPE ', CARD IGNORED'
               GO TO LOAD-REFORMAT-CARD-EXIT.
           IF RFM-SOURCE-TYPE = 'I' AND RFM-FIELD-NAME NOT = SPACES
               MOVE RFM-FIELD-NAME TO DICT-WK-NAME
               PERFORM DICT-LOOKUP-RTN THRU DICT-LOOKUP-EXIT
               IF NOT DICT-FOUND
                   DISPLAY 'TAPVERFY - FIELD ' RFM-FIELD-NAME
                       ' NOT IN DICTIONARY, CARD IGNORED'
                   GO TO LOAD-REFORMAT-CARD-EXIT
               END-IF
               MOVE DICT-T-POS (DICT-IDX) TO RFM-WK-POS
               MOVE DICT-T-LEN (DICT-IDX) TO RFM-WK-LEN
           ELSE
               IF RFM-LENGTH NUMERIC AND RFM-LENGTH > 0
                   MOVE RFM-LENGTH TO RFM-WK-LEN
               ELSE
                   DISPLAY 'TAPVERFY - REFORMAT CARD NEEDS A LENGTH, '
                       'CARD IGNORED'
                   GO TO LOAD-REFORMAT-CARD-EXIT
               END-IF
               IF RFM-POSITION NUMERIC AND RFM-POSITION > 0
                   MOVE RFM-POSITION TO RFM-WK-POS
               ELSE
                   MOVE +1 TO RFM-WK-POS
               END-IF
           END-IF.
           IF RFM-SOURCE-TYPE = 'I'
               IF RFM-WK-POS > 163
           MOVE RFM-WK-POS      TO RFM-SRC-POS (RFM-CARD-CNT).
           MOVE RFM-WK-LEN      TO RFM-SEG-LEN (RFM-CARD-CNT).
           MOVE RFM-LITERAL     TO RFM-LIT (RFM-CARD-CNT).
           IF RFM-SOURCE-TYPE = 'I'
               MOVE RFM-FIELD-NAME TO RFM-DICT-NAME (RFM-CARD-CNT)
           ELSE
               MOVE SPACES TO RFM-DICT-NAME (RFM-CARD-CNT)
           END-IF.
           ADD RFM-WK-LEN TO RFM-OUT-LEN.
       LOAD-REFORMAT-CARD-EXIT.
           EXIT.

      *================================================================
      *    DICT-INIT-RTN AND THE PARAGRAPHS BELOW IT MIRROR TAPTODSK:
      *    NO DICTIONARY IS NOT AN ERROR, A BAD ENTRY IS DROPPED, AND
      *    A CARD NAMING AN UNKNOWN FIELD IS REFUSED.
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
               DISPLAY 'TAPVERFY - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF FLD-POSITION < 1 OR FLD-LENGTH < 1
                   OR FLD-POSITION + FLD-LENGTH - 1 > 163
               DISPLAY 'TAPVERFY - BAD DICTIONARY ENTRY ' FLD-NAME
                   ', ENTRY IGNORED'
               GO TO DICT-LOAD-EXIT.
           IF DICT-ENTRY-CNT >= 200
               DISPLAY 'TAPVERFY - MORE THAN 200 DICTIONARY ENTRIES, '
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
      *    PROCESS-RTN -- REBUILD WHAT THE COPY RUN SHOULD HAVE
      *    WRITTEN FOR THIS TAPE RECORD AND COMPARE IT AGAINST THE
                   UNTIL MIS-IDX > MIS-DETAIL-CNT
           END-IF.

           IF SEL-CARD-CNT > 0 OR RFM-CARD-CNT > 0
               PERFORM FIELD-REPORT-RTN THRU FIELD-REPORT-EXIT
           END-IF.

           CLOSE PRINT-FILE.
       REPORT-EXIT.
           EXIT.

      *        WHERE EVERY INC/OMT CARD AND 'I' RFM SEGMENT LANDED IN
      *        THE RECORD -- THE SAME SECTION THE COPY RUN PRINTS, SO
      *        THE TWO REPORTS CAN BE HELD SIDE BY SIDE.
       FIELD-REPORT-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM RPT-FLD-HDG AFTER ADVANCING 1 LINE.
           PERFORM FIELD-SEL-LINE-RTN THRU FIELD-SEL-LINE-EXIT
               VARYING SEL-IDX FROM 1 BY 1
               UNTIL SEL-IDX > SEL-CARD-CNT.
           PERFORM FIELD-RFM-LINE-RTN THRU FIELD-RFM-LINE-EXIT
               VARYING RFM-IDX FROM 1 BY 1
               UNTIL RFM-IDX > RFM-CARD-CNT.
       FIELD-REPORT-EXIT.
           EXIT.

       FIELD-SEL-LINE-RTN.
           IF SEL-TYPE (SEL-IDX) = 'O'
               MOVE 'OMT' TO RPT-FLD-CARD
           ELSE
               MOVE 'INC' TO RPT-FLD-CARD
           END-IF.
           IF SEL-DICT-NAME (SEL-IDX) = SPACES
               MOVE 'BY CARD POSITION' TO RPT-FLD-NAME
           ELSE
               MOVE SEL-DICT-NAME (SEL-IDX) TO RPT-FLD-NAME
           END-IF.
           MOVE SEL-ABS-POS (SEL-IDX) TO RPT-FLD-POS.
           MOVE SEL-CMP-LEN (SEL-IDX) TO RPT-FLD-LEN.
           WRITE PRINT-LINE FROM RPT-FLD-LINE AFTER ADVANCING 1 LINE.
       FIELD-SEL-LINE-EXIT.
           EXIT.

       FIELD-RFM-LINE-RTN.
           IF RFM-TYPE (RFM-IDX) NOT = 'I'
               GO TO FIELD-RFM-LINE-EXIT.
           MOVE 'RFM' TO RPT-FLD-CARD.
           IF RFM-DICT-NAME (RFM-IDX) = SPACES
               MOVE 'BY CARD POSITION' TO RPT-FLD-NAME
           ELSE
               MOVE RFM-DICT-NAME (RFM-IDX) TO RPT-FLD-NAME
           END-IF.
           MOVE RFM-SRC-POS (RFM-IDX) TO RPT-FLD-POS.
           MOVE RFM-SEG-LEN (RFM-IDX) TO RPT-FLD-LEN.
           WRITE PRINT-LINE FROM RPT-FLD-LINE AFTER ADVANCING 1 LINE.
       FIELD-RFM-LINE-EXIT.
           EXIT.

       MISMATCH-LINE-RTN.
           MOVE MIS-REC-NBR (MIS-IDX)  TO RPT-MIS-REC.
           MOVE MIS-OFFSET (MIS-IDX)   TO RPT-MIS-OFFSET.
