           written in run order, so the day and month breaks are
           plain control breaks on AUD-RUN-DATE.

           The jobs that share the run lock (see TTDLCK) write their
           lock events to the same file, marked 'RUNLOCK' in the
           input DD.  Those are not runs: they are left out of every
           count above, and the refusals, stale locks and overrides
           among them are listed in a section of their own.

           TAPPURGE moves entries past their retention to
           DA-S-AUDHIST in this same layout.  For a summary over the
           years gone by -- the year-end audit -- point DA-S-AUDIT at
           the history instead; it is in run order like the live file.

       DATE-WRITTEN. Aug. 21, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
           05  AUD-REC-CNT                  PIC 9(07).
           05  AUD-RETURN-CODE              PIC 9(03).
           05  AUD-IN-DD                    PIC X(20).
      *        A RUN-LOCK EVENT: 'RUNLOCK ' AND THE PROGRAM, THEN THE
      *        ACTION AND THE OTHER HOLDER IT CONCERNS.
           05  AUD-LOCK-IN REDEFINES AUD-IN-DD.
               10  AUD-LOCK-MARK            PIC X(08).
                   88  AUD-LOCK-EVENT                 VALUE 'RUNLOCK '.
               10  AUD-LOCK-PROGRAM         PIC X(08).
               10  FILLER                   PIC X(04).
           05  AUD-OUT-DD                   PIC X(20).
           05  AUD-LOCK-OUT REDEFINES AUD-OUT-DD.
               10  AUD-LOCK-ACTION          PIC X(08).
                   88  AUD-LOCK-ROUTINE               VALUE 'TAKEN'
                                                          'RELEASED'.
               10  FILLER                   PIC X(01).
               10  AUD-LOCK-HOLDER          PIC X(08).
               10  FILLER                   PIC X(03).
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).
               10  RUN-IN-DD                PIC X(20).
               10  RUN-OUT-DD               PIC X(20).

      *================================================================
      *    LOCK-EVENT-AREA -- RUN-LOCK EVENTS FOUND ON THE TRAIL.  THE
      *    ROUTINE TAKES AND RELEASES ARE ONLY COUNTED; THE REST ARE
      *    KEPT FOR THE RUN-LOCK SECTION.
      *================================================================
       01  LOCK-EVENT-AREA.
           05  LOCK-EVENT-CNT               PIC S9(5) VALUE +0 COMP-3.
           05  LOCK-EXC-CNT                 PIC S9(5) VALUE +0 COMP-3.
           05  LOCK-EXC-IDX                 PIC S9(5) COMP-3.
           05  LOCK-EXC-TABLE OCCURS 200 TIMES.
               10  LOCK-EXC-DATE            PIC X(10).
               10  LOCK-EXC-TIME            PIC X(08).
               10  LOCK-EXC-PROGRAM         PIC X(08).
               10  LOCK-EXC-ACTION          PIC X(08).
               10  LOCK-EXC-HOLDER          PIC X(08).
               10  LOCK-EXC-RC              PIC S9(3) COMP-3.

       01  BREAK-AREA.
           05  HOLD-DATE                    PIC X(10).
           05  HOLD-MM                      PIC X(02).
               VALUE ' PERCENT '.
           05  FILLER                       PIC X(42) VALUE SPACES.

       01  RPT-SEC-4.
           05  FILLER                       PIC X(35)
               VALUE 'RUN LOCK REFUSALS AND OVERRIDES -- '.
           05  RPT-SEC4-CNT                 PIC ZZ,ZZ9.
           05  FILLER                       PIC X(33)
               VALUE ' LOCK EVENTS, NOT COUNTED AS RUNS'.
           05  FILLER                       PIC X(59) VALUE SPACES.

       01  RPT-LOCK-LINE.
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-LK-DATE                  PIC X(10).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-LK-TIME                  PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-LK-PROGRAM               PIC X(08).
           05  FILLER                       PIC X(02) VALUE SPACES.
           05  RPT-LK-ACTION                PIC X(08).
           05  FILLER                       PIC X(01) VALUE SPACES.
           05  RPT-LK-HOLDER                PIC X(08).
           05  FILLER                       PIC X(05)
               VALUE '  RC '.
           05  RPT-LK-RC                    PIC ZZ9.
           05  FILLER                       PIC X(75) VALUE SPACES.

       01  RPT-NONE-LINE.
           05  FILLER                       PIC X(08)
               VALUE '  NONE  '.
           PERFORM TOTALS-SECTION-RTN THRU TOTALS-SECTION-EXIT.
           PERFORM BAD-RC-SECTION-RTN THRU BAD-RC-SECTION-EXIT.
           PERFORM SWING-SECTION-RTN THRU SWING-SECTION-EXIT.
           PERFORM LOCK-SECTION-RTN THRU LOCK-SECTION-EXIT.

           CLOSE PRINT-FILE.
           STOP RUN.
                   'STATUS ' IN-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           IF AUD-LOCK-EVENT
               PERFORM LOAD-LOCK-EVENT-RTN THRU LOAD-LOCK-EVENT-EXIT
               GO TO LOAD-AUDIT-REC-EXIT.
           IF RUN-CNT >= 1000
               DISPLAY 'TAPAUDIT - MORE THAN 1000 RUNS ON THE '
                   'TRAIL, REST LEFT OFF THE REPORT'
       LOAD-AUDIT-REC-EXIT.
           EXIT.

       LOAD-LOCK-EVENT-RTN.
           ADD +1 TO LOCK-EVENT-CNT.
           IF AUD-LOCK-ROUTINE
               GO TO LOAD-LOCK-EVENT-EXIT.
           IF LOCK-EXC-CNT >= 200
               GO TO LOAD-LOCK-EVENT-EXIT.
           ADD +1 TO LOCK-EXC-CNT.
           MOVE AUD-RUN-DATE     TO LOCK-EXC-DATE (LOCK-EXC-CNT).
           MOVE AUD-RUN-TIME     TO LOCK-EXC-TIME (LOCK-EXC-CNT).
           MOVE AUD-LOCK-PROGRAM TO LOCK-EXC-PROGRAM (LOCK-EXC-CNT).
           MOVE AUD-LOCK-ACTION  TO LOCK-EXC-ACTION (LOCK-EXC-CNT).
           MOVE AUD-LOCK-HOLDER  TO LOCK-EXC-HOLDER (LOCK-EXC-CNT).
           IF AUD-RETURN-CODE NUMERIC
               MOVE AUD-RETURN-CODE TO LOCK-EXC-RC (LOCK-EXC-CNT)
           ELSE
               MOVE +0 TO LOCK-EXC-RC (LOCK-EXC-CNT)
           END-IF.
       LOAD-LOCK-EVENT-EXIT.
           EXIT.

      *================================================================
      *    DAY-MONTH-SECTION-RTN -- RUNS AND RECORDS PER DAY WITH A
      *    TOTAL LINE AT EACH MONTH CHANGE.  THE TRAIL IS APPENDED IN
           END-IF.
       SWING-REC-EXIT.
           EXIT.

      *================================================================
      *    LOCK-SECTION-RTN -- EVERY RUN-LOCK REFUSAL (REFUSED, OR
      *    STALE WHEN THE HOLDER WAS STALE), OVERRIDE AND LOST LOCK ON
      *    THE TRAIL: WHEN, WHICH PROGRAM, AND THE HOLDER IT CONCERNED.
      *================================================================
       LOCK-SECTION-RTN.
           WRITE PRINT-LINE FROM SPACES AFTER ADVANCING 1 LINE.
           MOVE LOCK-EVENT-CNT TO RPT-SEC4-CNT.
           WRITE PRINT-LINE FROM RPT-SEC-4 AFTER ADVANCING 1 LINE.
           IF LOCK-EXC-CNT = 0
               WRITE PRINT-LINE FROM RPT-NONE-LINE
                   AFTER ADVANCING 1 LINE
               GO TO LOCK-SECTION-EXIT.
           PERFORM LOCK-SECTION-REC-RTN THRU LOCK-SECTION-REC-EXIT
               VARYING LOCK-EXC-IDX FROM 1 BY 1
               UNTIL LOCK-EXC-IDX > LOCK-EXC-CNT.
       LOCK-SECTION-EXIT.
           EXIT.

       LOCK-SECTION-REC-RTN.
           MOVE LOCK-EXC-DATE (LOCK-EXC-IDX)    TO RPT-LK-DATE.
           MOVE LOCK-EXC-TIME (LOCK-EXC-IDX)    TO RPT-LK-TIME.
           MOVE LOCK-EXC-PROGRAM (LOCK-EXC-IDX) TO RPT-LK-PROGRAM.
           MOVE LOCK-EXC-ACTION (LOCK-EXC-IDX)  TO RPT-LK-ACTION.
           MOVE LOCK-EXC-HOLDER (LOCK-EXC-IDX)  TO RPT-LK-HOLDER.
           MOVE LOCK-EXC-RC (LOCK-EXC-IDX)      TO RPT-LK-RC.
           WRITE PRINT-LINE FROM RPT-LOCK-LINE AFTER ADVANCING 1 LINE.
       LOCK-SECTION-REC-EXIT.
           EXIT.
