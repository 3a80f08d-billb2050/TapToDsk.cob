           identity and the output count do not apply there and are
           marked as skipped rather than failed.

           Pointed at the ticket TAPRETRN writes on DA-S-RETTKT, it
           proves the outbound return tape instead: read = written +
           bypassed, UT-S-RETTAPE physically holds the records the
           ticket says were written, its HDR and TLR both agree with
           that count, and the repaired, written-off and copy
           sections add up to it.

       DATE-WRITTEN. Sep. 2, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
           SELECT GEN-FILE4 ASSIGN TO DA-S-OUTGEN4
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT RETURN-FILE ASSIGN TO UT-S-RETTAPE
               ORGANIZATION LINE SEQUENTIAL
               FILE STATUS IS IN-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.

       DATA DIVISION.
               DEPENDING ON DISK-LENGTH
           LABEL RECORDS STANDARD.
       01  GEN-RECORD4                      PIC X(163).
       FD  RETURN-FILE
           RECORD IS VARYING IN SIZE FROM 1 TO 163 CHARACTERS
               DEPENDING ON DISK-LENGTH
           LABEL RECORDS STANDARD.
       01  RETURN-RECORD                    PIC X(163).
       01  RETURN-HDR-TLR-RECORD REDEFINES RETURN-RECORD.
           05  RTH-ID                       PIC X(03).
           05  RTH-COUNT                    PIC 9(07).
           05  FILLER                       PIC X(153).
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).
               88  DELTA-RUN                          VALUE 'Y'.
           05  RESTART-RUN-SW               PIC X(01) VALUE 'N'.
               88  RESTART-RUN                        VALUE 'Y'.
           05  RETURN-RUN-SW                PIC X(01) VALUE 'N'.
               88  RETURN-RUN                         VALUE 'Y'.
      *        THE RETURN TAPE'S OWN CONTROL RECORDS.
           05  RET-HDR-SW                   PIC X(01) VALUE 'N'.
               88  RET-HDR-SEEN                       VALUE 'Y'.
           05  RET-TLR-SW                   PIC X(01) VALUE 'N'.
               88  RET-TLR-LAST                       VALUE 'Y'.
           05  RET-HDR-CNT                  PIC S9(7) VALUE +0 COMP-3.
           05  RET-TLR-CNT                  PIC S9(7) VALUE +0 COMP-3.
           05  RET-REC-CNT                  PIC S9(7) VALUE +0 COMP-3.

       01  IO-ERROR-AREA.
           05  TKT-STATUS                   PIC X(02) VALUE '00'.
           05  FILLER                       PIC X(87) VALUE SPACES.

       01  RPT-HDG-3.
           05  RPT-H3-TITLE                 PIC X(20)
               VALUE 'BALANCING COPY RUN  '.
           05  RPT-H3-DATE                  PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           MOVE TKT-RUN-DATE TO RPT-H3-DATE.
           MOVE TKT-RUN-TIME TO RPT-H3-TIME.
           MOVE TKT-OUT-DD   TO RPT-H3-OUT-DD.
           IF RETURN-RUN
               MOVE 'BALANCING RET RUN   ' TO RPT-H3-TITLE
           END-IF.
           WRITE PRINT-LINE FROM RPT-HDG-3 AFTER ADVANCING 1 LINE.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.

           PERFORM IDENTITY-CHECK-RTN THRU IDENTITY-CHECK-EXIT.
           IF RETURN-RUN
               PERFORM RETURN-TAPE-CHECK-RTN THRU RETURN-TAPE-CHECK-EXIT
               PERFORM RETURN-SECTION-RTN THRU RETURN-SECTION-EXIT
               GO TO BALANCE-END.
           PERFORM OUTPUT-CHECK-RTN THRU OUTPUT-CHECK-EXIT.
           PERFORM REJECT-CHECK-RTN THRU REJECT-CHECK-EXIT.
           PERFORM DUP-CHECK-RTN THRU DUP-CHECK-EXIT.
               PERFORM ROUTING-CHECK-RTN THRU ROUTING-CHECK-EXIT
           END-IF.

       BALANCE-END.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           IF ERR-CNT > 0
               MOVE 'RUN IS OUT OF BALANCE - HOLD THE DOWNSTREAM '
                   STOP RUN
           END-READ.
           CLOSE TICKET-FILE.
      *        A RETURN TAPE TICKET CARRIES TAPRETRN'S RET CARD, NOT
      *        A TTDCTL CARD, AND NONE OF THE COPY RUN OPTIONS APPLY.
           IF TKT-OUT-DD = 'UT-S-RETTAPE'
               MOVE 'Y' TO RETURN-RUN-SW
               GO TO READ-TICKET-EXIT.
           MOVE TKT-CTL-CARD TO CONTROL-CARD.
           IF CC-DELTA-SW = 'Y' AND CC-OUTPUT-MODE = 'V'
               MOVE 'Y' TO DELTA-RUN-SW
       ROUTING-CHECK-EXIT.
           EXIT.

      *================================================================
      *    RETURN-TAPE-CHECK-RTN -- PHYSICALLY COUNT THE DATA RECORDS
      *    ON THE RETURN TAPE AND HOLD THE TICKET, THE HDR AND THE TLR
      *    AGAINST THEM.  THE HDR IS THE FIRST RECORD AND THE TLR THE
      *    LAST; A TAPE MISSING EITHER IS OUT OF BALANCE ON THAT LINE.
      *================================================================
       RETURN-TAPE-CHECK-RTN.
           MOVE +0 TO PHYS-CNT.
           MOVE +0 TO RET-REC-CNT.
           MOVE 'N' TO EOF-FLAG.
           OPEN INPUT RETURN-FILE.
           IF IN-STATUS NOT = '35'
               IF IN-STATUS NOT = '00'
                   MOVE 'UT-S-RETTAPE' TO IO-DDNAME
                   MOVE 'OPEN INPUT'   TO IO-OPERATION
                   MOVE IN-STATUS   TO IO-STATUS-DISP
                   PERFORM IO-ERROR-RTN
               END-IF
               PERFORM COUNT-RETURN-RTN THRU COUNT-RETURN-EXIT
                   UNTIL EOF
               CLOSE RETURN-FILE
           END-IF.
           IF RET-TLR-LAST
               SUBTRACT +1 FROM PHYS-CNT
           ELSE
               MOVE +0 TO RET-TLR-CNT
           END-IF.

           MOVE 'UT-S-RETTAPE            ' TO RPT-BAL-NAME.
           MOVE TKT-WRITE-CNT TO RPT-BAL-RPTD.
           MOVE PHYS-CNT      TO RPT-BAL-CNTD.
           IF PHYS-CNT = TKT-WRITE-CNT
               MOVE 'OK' TO RPT-BAL-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-BAL-FLAG
               ADD +1 TO ERR-CNT
           END-IF.
           WRITE PRINT-LINE FROM RPT-BAL-LINE AFTER ADVANCING 1 LINE.

           MOVE 'RETURN TAPE HDR COUNT   ' TO RPT-BAL-NAME.
           MOVE RET-HDR-CNT   TO RPT-BAL-RPTD.
           MOVE PHYS-CNT      TO RPT-BAL-CNTD.
           IF RET-HDR-SEEN AND RET-HDR-CNT = PHYS-CNT
               MOVE 'OK' TO RPT-BAL-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-BAL-FLAG
               ADD +1 TO ERR-CNT
           END-IF.
           WRITE PRINT-LINE FROM RPT-BAL-LINE AFTER ADVANCING 1 LINE.

           MOVE 'RETURN TAPE TLR COUNT   ' TO RPT-BAL-NAME.
           MOVE RET-TLR-CNT   TO RPT-BAL-RPTD.
           MOVE PHYS-CNT      TO RPT-BAL-CNTD.
           IF RET-TLR-LAST AND RET-TLR-CNT = PHYS-CNT
               MOVE 'OK' TO RPT-BAL-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-BAL-FLAG
               ADD +1 TO ERR-CNT
           END-IF.
           WRITE PRINT-LINE FROM RPT-BAL-LINE AFTER ADVANCING 1 LINE.
       RETURN-TAPE-CHECK-EXIT.
           EXIT.

       COUNT-RETURN-RTN.
           READ RETURN-FILE
               AT END
                   MOVE 'Y' TO EOF-FLAG
                   GO TO COUNT-RETURN-EXIT
           END-READ.
           ADD +1 TO RET-REC-CNT.
           IF RET-REC-CNT = 1 AND RTH-ID = 'HDR'
               MOVE 'Y' TO RET-HDR-SW
               IF RTH-COUNT NUMERIC
                   MOVE RTH-COUNT TO RET-HDR-CNT
               END-IF
               GO TO COUNT-RETURN-EXIT.
      *        A TLR IS ONLY THE TLR IF NOTHING FOLLOWS IT, SO IT IS
      *        COUNTED AS DATA UNTIL THE TAPE ENDS BEHIND IT.
           ADD +1 TO PHYS-CNT.
           IF RTH-ID = 'TLR'
               MOVE 'Y' TO RET-TLR-SW
               IF RTH-COUNT NUMERIC
                   MOVE RTH-COUNT TO RET-TLR-CNT
               ELSE
                   MOVE +0 TO RET-TLR-CNT
               END-IF
           ELSE
               MOVE 'N' TO RET-TLR-SW
           END-IF.
       COUNT-RETURN-EXIT.
           EXIT.

      *        REPAIRED + WRITTEN OFF + COPY = RECORDS WRITTEN, ON THE
      *        TICKET'S OWN NUMBERS -- TAPRETRN CARRIES THE THREE
      *        SECTIONS IN TKT-SPL-CNT (1) TO (3).
       RETURN-SECTION-RTN.
           COMPUTE ROUTED-SUM = TKT-SPL-CNT (1) + TKT-SPL-CNT (2)
               + TKT-SPL-CNT (3).
           MOVE 'REP + WOF + COPY = WRT  ' TO RPT-BAL-NAME.
           MOVE TKT-WRITE-CNT TO RPT-BAL-RPTD.
           MOVE ROUTED-SUM    TO RPT-BAL-CNTD.
           IF ROUTED-SUM = TKT-WRITE-CNT
               MOVE 'OK' TO RPT-BAL-FLAG
           ELSE
               MOVE 'OUT OF BALANCE' TO RPT-BAL-FLAG
               ADD +1 TO ERR-CNT
           END-IF.
           WRITE PRINT-LINE FROM RPT-BAL-LINE AFTER ADVANCING 1 LINE.
       RETURN-SECTION-EXIT.
           EXIT.

       IO-ERROR-RTN.
           DISPLAY 'TAPBALAN - I/O ERROR DETECTED'.
           DISPLAY '  DD NAME ........: ' IO-DDNAME.
