           leap days, month offsets) -- close enough for an aging
           report and free of any date services.

           Before the master is opened the run takes the shared run
           lock on DA-S-RUNLOCK (see TTDLCK) for DA-S-REJMST, so
           write-offs are never applied while TAPTODSK or TAPREPAR is
           updating the master.  A conflict ends with return code 28
           naming the holder; an LCK card on UR-S-LCKCARD (see
           TTDLKO) clears a lock left by a run that never finished.
           Lock events go to DA-S-AUDIT.

           TAPPURGE moves repaired and written-off entries past their
           retention to DA-S-RJMHIST, keyed and laid out like the
           master.  For the year-end audit, point DA-S-REJMST at the
           history and run without WOF cards; the status totals then
           cover the entries archived.

       DATE-WRITTEN. Sep. 2, 2026
       DATE-COMPILED.
       ENVIRONMENT DIVISION.
               FILE STATUS IS MST-STATUS.
           SELECT PRINT-FILE ASSIGN TO UR-S-SYSPRT.
           SELECT CONTROL-FILE ASSIGN TO UR-S-AGECARD.
           SELECT AUDIT-FILE ASSIGN TO DA-S-AUDIT.
           SELECT LOCK-FILE ASSIGN TO DA-S-RUNLOCK
               FILE STATUS IS LOCK-STATUS.
           SELECT LOCK-CARD-FILE ASSIGN TO UR-S-LCKCARD.

       DATA DIVISION.
       FILE SECTION.
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).
      *================================================================
      *    AUDIT-FILE -- THE RUN HISTORY TAPTODSK AND TAPRESTR APPEND
      *    TO.  THIS PROGRAM WRITES ONLY ITS RUN-LOCK EVENTS THERE.
      *================================================================
       FD  AUDIT-FILE
           LABEL RECORDS STANDARD.
       01  AUDIT-RECORD.
           05  AUD-RUN-DATE                 PIC X(10).
           05  AUD-RUN-TIME                 PIC X(08).
           05  AUD-REC-CNT                  PIC 9(07).
           05  AUD-RETURN-CODE              PIC 9(03).
           05  AUD-IN-DD                    PIC X(20).
           05  AUD-OUT-DD                   PIC X(20).
      *================================================================
      *    LOCK-FILE -- THE SHARED RUN LOCK (SEE TTDLCK).
      *    LOCK-CARD-FILE -- THE OVERRIDE CARD THAT CLEARS A LOCK LEFT
      *    BY A RUN THAT DID NOT FINISH (SEE TTDLKO), NORMALLY DUMMY.
      *================================================================
       FD  LOCK-FILE
           LABEL RECORDS STANDARD.
       01  LOCK-RECORD.
           COPY TTDLCK.
       FD  LOCK-CARD-FILE
           LABEL RECORDS OMITTED.
       01  LOCK-CARD.
           COPY TTDLKO.

       WORKING-STORAGE SECTION.
       01  WORK-AREA.
           05  MONTH-OFFSET OCCURS 12 TIMES
                                             PIC 9(03).

      *================================================================
      *    LOCK-AREA -- THE SHARED RUN LOCK (SEE TTDLCK).  LOCK-OWN-DD
      *    LISTS THE FILES THIS PROGRAM OWNS WHILE IT RUNS.  THE
      *    OTHER HOLDERS' RECORDS ARE KEPT IN LOCK-TABLE BETWEEN THE
      *    READ AND THE REWRITE OF DA-S-RUNLOCK.  A LOCK HELD LONGER
      *    THAN LOCK-STALE-MINUTES (12 HOURS, WELL PAST THE LONGEST
      *    NIGHT'S COPY) IS REPORTED STALE.  LOCK-AUD-IN AND
      *    LOCK-AUD-OUT ARE THE TWO DD-NAME FIELDS OF A LOCK EVENT ON
      *    DA-S-AUDIT -- 'RUNLOCK' AND THE PROGRAM, THEN THE ACTION
      *    AND THE OTHER HOLDER IT CONCERNS.
      *================================================================
       01  LOCK-AREA.
           05  LOCK-STATUS                  PIC X(02) VALUE '00'.
           05  LOCK-PROGRAM                 PIC X(08) VALUE 'TAPREJAG'.
           05  LOCK-RUN-DATE                PIC X(10).
           05  LOCK-RUN-TIME                PIC X(08).
           05  LOCK-OWN-CNT                 PIC 9(01) VALUE 1.
           05  LOCK-OWN-GRP.
               10  FILLER                   PIC X(20)
                   VALUE 'DA-S-REJMST'.
               10  FILLER                   PIC X(20) VALUE SPACES.
               10  FILLER                   PIC X(20) VALUE SPACES.
               10  FILLER                   PIC X(20) VALUE SPACES.
               10  FILLER                   PIC X(20) VALUE SPACES.
           05  LOCK-OWN-TBL REDEFINES LOCK-OWN-GRP.
               10  LOCK-OWN-DD OCCURS 5 TIMES
                                            PIC X(20).
           05  LOCK-CNT                     PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-IDX                     PIC S9(3) COMP-3.
           05  LOCK-OWN-IDX                 PIC S9(3) COMP-3.
           05  LOCK-HOLD-IDX                PIC S9(3) COMP-3.
           05  LOCK-HOLD-CNT                PIC S9(3) COMP-3.
           05  LOCK-CONFLICT-CNT            PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-OVR-CNT                 PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-EOF-SW                  PIC X(01) VALUE 'N'.
               88  LOCK-EOF                           VALUE 'Y'.
           05  LOCK-HELD-SW                 PIC X(01) VALUE 'N'.
               88  LOCK-HELD                          VALUE 'Y'.
           05  LOCK-FOUND-SW                PIC X(01) VALUE 'N'.
               88  LOCK-FOUND                         VALUE 'Y'.
           05  LOCK-STALE-SW                PIC X(01) VALUE 'N'.
               88  LOCK-STALE                         VALUE 'Y'.
           05  LOCK-SHARED-DD               PIC X(20).
           05  LOCK-STATE                   PIC X(60).
      *        THE OVERRIDE CARDS READ, UP TO FIVE.
           05  LOCK-CARD-CNT                PIC S9(3) VALUE +0 COMP-3.
           05  LOCK-CARD-IDX                PIC S9(3) COMP-3.
           05  LOCK-OVR-TABLE OCCURS 5 TIMES.
               10  LOCK-OVR-PROGRAM         PIC X(08).
               10  LOCK-OVR-DATE            PIC X(10).
               10  LOCK-OVR-TIME            PIC X(08).
               10  LOCK-OVR-USED-SW         PIC X(01).
                   88  LOCK-OVR-USED                  VALUE 'Y'.
      *        AGE OF A LOCK IN MINUTES, FROM DAY NUMBERS.
           05  LOCK-STALE-MINUTES           PIC S9(5) VALUE +720
                                             COMP-3.
           05  LOCK-NOW-MINUTES             PIC S9(11) COMP-3.
           05  LOCK-AGE-MINUTES             PIC S9(11) COMP-3.
           05  LOCK-NOW-CCYYMMDD            PIC X(08).
           05  LOCK-NOW-DATE-SPLIT REDEFINES LOCK-NOW-CCYYMMDD.
               10  LOCK-NOW-CCYY            PIC 9(04).
               10  LOCK-NOW-MM              PIC 9(02).
               10  LOCK-NOW-DD              PIC 9(02).
           05  LOCK-NOW-HHMMSSHH            PIC X(08).
           05  LOCK-NOW-TIME-SPLIT REDEFINES LOCK-NOW-HHMMSSHH.
               10  LOCK-NOW-HH              PIC 9(02).
               10  LOCK-NOW-MI              PIC 9(02).
               10  LOCK-NOW-SS              PIC 9(02).
               10  FILLER                   PIC X(02).
           05  LOCK-AUD-IN.
               10  FILLER                   PIC X(08) VALUE 'RUNLOCK '.
               10  LOCK-AUD-PROGRAM         PIC X(08).
               10  FILLER                   PIC X(04) VALUE SPACES.
           05  LOCK-AUD-OUT.
               10  LOCK-AUD-ACTION          PIC X(08).
               10  FILLER                   PIC X(01) VALUE SPACES.
               10  LOCK-AUD-HOLDER          PIC X(08).
               10  FILLER                   PIC X(03) VALUE SPACES.
           05  LOCK-AUD-RC                  PIC 9(03).
      *        'N' = ANOTHER HOLDER'S LOCK, NO CONFLICT.  'C' = IN
      *        CONFLICT.  'O' = IN CONFLICT BUT NAMED BY THE OVERRIDE
      *        CARD.  'R' = THIS RUN'S OWN LOCK, BEING RELEASED.
           05  LOCK-TABLE OCCURS 20 TIMES.
               10  LOCK-T-REC               PIC X(140).
               10  LOCK-T-SHARED-DD         PIC X(20).
               10  LOCK-T-DISP-SW           PIC X(01).
                   88  LOCK-T-KEEP                    VALUE 'N' 'C'.
                   88  LOCK-T-CONFLICT                VALUE 'C'.
                   88  LOCK-T-OVERRIDE                VALUE 'O'.

       01  REPORT-AREA.
           05  RPT-DATE-CCYYMMDD.
               10  RPT-DATE-CC              PIC X(02).
           MOVE TODAY-CCYYMMDD TO DAYNO-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXIT.
           MOVE DAYNO-VALUE TO TODAY-DAY-NBR.
           PERFORM LOCK-TAKE-RTN THRU LOCK-TAKE-EXIT.

           OPEN I-O REJECT-MASTER-FILE.
           IF MST-STATUS = '35'
               DISPLAY 'TAPREJAG - NO REJECT MASTER ON DA-S-REJMST, '
                   'NOTHING TO REPORT'
               MOVE 4 TO RETURN-CODE
               PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT
               STOP RUN.
           IF MST-STATUS NOT = '00'
               MOVE 'DA-S-REJMST'  TO IO-DDNAME

           CLOSE PRINT-FILE.
           CLOSE REJECT-MASTER-FILE.
           PERFORM LOCK-RELEASE-RTN THRU LOCK-RELEASE-EXIT.
           STOP RUN.

       READ-CONTROL-CARD-RTN.
           END-IF.
       TOTALS-EXIT.
           EXIT.
      *================================================================
      *    LOCK-TAKE-RTN -- TAKE THE SHARED RUN LOCK (SEE TTDLCK)
      *    BEFORE ANY FILE THIS PROGRAM OWNS IS TOUCHED.  ANOTHER
      *    HOLDER OWNING ANY OF THE SAME FILES IS A CONFLICT: EACH ONE
      *    IS NAMED, FLAGGED STALE WHEN IT HAS HELD THE LOCK PAST
      *    LOCK-STALE-MINUTES, AND AUDITED, AND THE RUN ENDS WITH
      *    RETURN CODE 28 WITH THE LOCK FILE UNCHANGED.  A CONFLICT
      *    NAMED EXACTLY BY THE LCK OVERRIDE CARD IS CLEARED INSTEAD,
      *    AND AUDITED -- BUT ONLY WHEN NO OTHER CONFLICT IS LEFT, SO
      *    A REFUSED RUN NEVER DISTURBS ANOTHER JOB'S LOCK.
      *================================================================
       LOCK-TAKE-RTN.
           ACCEPT LOCK-NOW-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT LOCK-NOW-HHMMSSHH FROM TIME.
           STRING LOCK-NOW-MM '/' LOCK-NOW-DD '/' LOCK-NOW-CCYY
               DELIMITED BY SIZE INTO LOCK-RUN-DATE.
           STRING LOCK-NOW-HH ':' LOCK-NOW-MI ':' LOCK-NOW-SS
               DELIMITED BY SIZE INTO LOCK-RUN-TIME.
           MOVE LOCK-NOW-CCYYMMDD TO DAYNO-DATE.
           PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXIT.
           COMPUTE LOCK-NOW-MINUTES = DAYNO-VALUE * 1440
               + LOCK-NOW-HH * 60 + LOCK-NOW-MI.

           PERFORM LOCK-CARD-RTN THRU LOCK-CARD-EXIT.
           PERFORM LOCK-LOAD-RTN THRU LOCK-LOAD-EXIT.
           PERFORM LOCK-CHECK-RTN THRU LOCK-CHECK-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.

           IF LOCK-CONFLICT-CNT > 0
               DISPLAY 'TAPREJAG - RUN LOCK HELD BY ANOTHER JOB, '
                   'RUN REFUSED'
               PERFORM LOCK-REFUSE-RTN THRU LOCK-REFUSE-EXIT
                   VARYING LOCK-IDX FROM 1 BY 1
                   UNTIL LOCK-IDX > LOCK-CNT
               MOVE 28 TO RETURN-CODE
               STOP RUN
           END-IF.

           PERFORM LOCK-CARD-UNUSED-RTN THRU LOCK-CARD-UNUSED-EXIT
               VARYING LOCK-CARD-IDX FROM 1 BY 1
               UNTIL LOCK-CARD-IDX > LOCK-CARD-CNT.
           PERFORM LOCK-OVERRIDE-RTN THRU LOCK-OVERRIDE-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.

           PERFORM LOCK-WRITE-RTN THRU LOCK-WRITE-EXIT.
           MOVE 'Y' TO LOCK-HELD-SW.
           MOVE 'TAKEN'  TO LOCK-AUD-ACTION.
           MOVE SPACES   TO LOCK-AUD-HOLDER.
           MOVE 0        TO LOCK-AUD-RC.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
       LOCK-TAKE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-CARD-RTN -- THE OPTIONAL LCK OVERRIDE CARDS (SEE
      *    TTDLKO), ONE PER LOCK TO CLEAR.  EACH MUST NAME THE
      *    HOLDER, DATE AND TIME.
      *================================================================
       LOCK-CARD-RTN.
           MOVE 'N' TO LOCK-EOF-SW.
           OPEN INPUT LOCK-CARD-FILE.
           PERFORM LOCK-CARD-READ-RTN THRU LOCK-CARD-READ-EXIT
               UNTIL LOCK-EOF.
           CLOSE LOCK-CARD-FILE.
       LOCK-CARD-EXIT.
           EXIT.

       LOCK-CARD-READ-RTN.
           READ LOCK-CARD-FILE
               AT END
                   MOVE 'Y' TO LOCK-EOF-SW
                   GO TO LOCK-CARD-READ-EXIT
           END-READ.
           IF LKO-CARD-ID NOT = 'LCK'
               IF LOCK-CARD NOT = SPACES
                   DISPLAY 'TAPREJAG - UNRECOGNIZED LOCK CARD '
                       'IGNORED: ' LKO-CARD-ID
               END-IF
               GO TO LOCK-CARD-READ-EXIT.
           IF LKO-PROGRAM = SPACES OR LKO-RUN-DATE = SPACES
                   OR LKO-RUN-TIME = SPACES
               DISPLAY 'TAPREJAG - LCK CARD MUST NAME THE HOLDER AND '
                   'THE DATE AND TIME OF ITS LOCK, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           IF LOCK-CARD-CNT >= 5
               DISPLAY 'TAPREJAG - MORE THAN 5 LCK CARDS, CARD IGNORED'
               GO TO LOCK-CARD-READ-EXIT.
           ADD +1 TO LOCK-CARD-CNT.
           MOVE LKO-PROGRAM  TO LOCK-OVR-PROGRAM (LOCK-CARD-CNT).
           MOVE LKO-RUN-DATE TO LOCK-OVR-DATE (LOCK-CARD-CNT).
           MOVE LKO-RUN-TIME TO LOCK-OVR-TIME (LOCK-CARD-CNT).
           MOVE 'N'          TO LOCK-OVR-USED-SW (LOCK-CARD-CNT).
       LOCK-CARD-READ-EXIT.
           EXIT.

       LOCK-CARD-UNUSED-RTN.
           IF NOT LOCK-OVR-USED (LOCK-CARD-IDX)
               DISPLAY 'TAPREJAG - LCK CARD FOR '
                   LOCK-OVR-PROGRAM (LOCK-CARD-IDX) ' '
                   LOCK-OVR-DATE (LOCK-CARD-IDX) ' '
                   LOCK-OVR-TIME (LOCK-CARD-IDX)
                   ' NAMES NO LOCK IN THE WAY, IGNORED'
           END-IF.
       LOCK-CARD-UNUSED-EXIT.
           EXIT.

      *================================================================
      *    LOCK-LOAD-RTN -- EVERY RECORD ON DA-S-RUNLOCK INTO
      *    LOCK-TABLE.  NO FILE MEANS NOTHING IS HELD.
      *================================================================
       LOCK-LOAD-RTN.
           MOVE +0  TO LOCK-CNT.
           MOVE 'N' TO LOCK-EOF-SW.
           OPEN INPUT LOCK-FILE.
           IF LOCK-STATUS = '35'
               GO TO LOCK-LOAD-EXIT.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'OPEN INPUT'   TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM LOCK-LOAD-REC-RTN THRU LOCK-LOAD-REC-EXIT
               UNTIL LOCK-EOF.
           CLOSE LOCK-FILE.
       LOCK-LOAD-EXIT.
           EXIT.

       LOCK-LOAD-REC-RTN.
           READ LOCK-FILE
               AT END
                   MOVE 'Y' TO LOCK-EOF-SW
                   GO TO LOCK-LOAD-REC-EXIT
           END-READ.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'READ'         TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           IF LOCK-CNT >= 20
               DISPLAY 'TAPREJAG - MORE THAN 20 LOCKS ON DA-S-RUNLOCK, '
                   'RUN ENDED'
               MOVE 16 TO RETURN-CODE
               STOP RUN.
           ADD +1 TO LOCK-CNT.
           MOVE LOCK-RECORD TO LOCK-T-REC (LOCK-CNT).
           MOVE SPACES      TO LOCK-T-SHARED-DD (LOCK-CNT).
           MOVE 'N'         TO LOCK-T-DISP-SW (LOCK-CNT).
       LOCK-LOAD-REC-EXIT.
           EXIT.

      *================================================================
      *    LOCK-CHECK-RTN -- DOES THIS HOLDER OWN ANY FILE WE OWN?
      *    AN OWNED-FILE COUNT THAT IS NOT READABLE IS TAKEN AS ALL
      *    FIVE, SO A DAMAGED RECORD STILL HOLDS WHAT IT NAMES.
      *================================================================
       LOCK-CHECK-RTN.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           MOVE SPACES TO LOCK-SHARED-DD.
           IF LCK-OWN-CNT NUMERIC AND LCK-OWN-CNT < 6
               MOVE LCK-OWN-CNT TO LOCK-HOLD-CNT
           ELSE
               MOVE 5 TO LOCK-HOLD-CNT
           END-IF.
           PERFORM LOCK-MATCH-RTN THRU LOCK-MATCH-EXIT
               VARYING LOCK-OWN-IDX FROM 1 BY 1
               UNTIL LOCK-OWN-IDX > LOCK-OWN-CNT
               AFTER LOCK-HOLD-IDX FROM 1 BY 1
               UNTIL LOCK-HOLD-IDX > LOCK-HOLD-CNT.
           IF LOCK-SHARED-DD = SPACES
               GO TO LOCK-CHECK-EXIT.
           MOVE LOCK-SHARED-DD TO LOCK-T-SHARED-DD (LOCK-IDX).
           MOVE 'N' TO LOCK-FOUND-SW.
           PERFORM LOCK-OVR-MATCH-RTN THRU LOCK-OVR-MATCH-EXIT
               VARYING LOCK-CARD-IDX FROM 1 BY 1
               UNTIL LOCK-CARD-IDX > LOCK-CARD-CNT.
           IF LOCK-FOUND
               MOVE 'O' TO LOCK-T-DISP-SW (LOCK-IDX)
               ADD +1 TO LOCK-OVR-CNT
           ELSE
               MOVE 'C' TO LOCK-T-DISP-SW (LOCK-IDX)
               ADD +1 TO LOCK-CONFLICT-CNT
           END-IF.
       LOCK-CHECK-EXIT.
           EXIT.

       LOCK-OVR-MATCH-RTN.
           IF LCK-PROGRAM = LOCK-OVR-PROGRAM (LOCK-CARD-IDX)
                   AND LCK-RUN-DATE = LOCK-OVR-DATE (LOCK-CARD-IDX)
                   AND LCK-RUN-TIME = LOCK-OVR-TIME (LOCK-CARD-IDX)
               MOVE 'Y' TO LOCK-OVR-USED-SW (LOCK-CARD-IDX)
               MOVE 'Y' TO LOCK-FOUND-SW
           END-IF.
       LOCK-OVR-MATCH-EXIT.
           EXIT.

       LOCK-MATCH-RTN.
           IF LOCK-SHARED-DD = SPACES
               IF LCK-OWN-DD (LOCK-HOLD-IDX) =
                       LOCK-OWN-DD (LOCK-OWN-IDX)
                   MOVE LOCK-OWN-DD (LOCK-OWN-IDX) TO LOCK-SHARED-DD
               END-IF
           END-IF.
       LOCK-MATCH-EXIT.
           EXIT.

      *================================================================
      *    LOCK-AGE-RTN -- IS THE HOLDER IN LOCK-RECORD STALE?  A
      *    LOCK WHOSE DATE OR TIME CANNOT BE READ IS STALE TOO.
      *================================================================
       LOCK-AGE-RTN.
           MOVE 'Y' TO LOCK-STALE-SW.
           IF LCK-RUN-CCYY NUMERIC AND LCK-RUN-MM NUMERIC
                   AND LCK-RUN-DD NUMERIC AND LCK-RUN-HH NUMERIC
                   AND LCK-RUN-MI NUMERIC
                   AND LCK-RUN-MM > 0 AND LCK-RUN-MM < 13
               MOVE LCK-RUN-CCYY TO DAYNO-CCYY
               MOVE LCK-RUN-MM   TO DAYNO-MM
               MOVE LCK-RUN-DD   TO DAYNO-DD
               PERFORM DAY-NUMBER-RTN THRU DAY-NUMBER-EXIT
               COMPUTE LOCK-AGE-MINUTES = LOCK-NOW-MINUTES
                   - (DAYNO-VALUE * 1440 + LCK-RUN-HH * 60
                      + LCK-RUN-MI)
               IF LOCK-AGE-MINUTES NOT > LOCK-STALE-MINUTES
                   MOVE 'N' TO LOCK-STALE-SW
               END-IF
           END-IF.
           IF LOCK-STALE
               MOVE
                   'STALE -- HELD OVER 12 HOURS, CLEAR WITH AN LCK CARD'
                   TO LOCK-STATE
           ELSE
               MOVE 'ACTIVE' TO LOCK-STATE
           END-IF.
       LOCK-AGE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-REFUSE-RTN -- NAME ONE CONFLICTING HOLDER AND AUDIT
      *    THE REFUSAL ('STALE' WHEN THE HOLDER IS STALE).
      *================================================================
       LOCK-REFUSE-RTN.
           IF NOT LOCK-T-CONFLICT (LOCK-IDX)
               GO TO LOCK-REFUSE-EXIT.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           PERFORM LOCK-AGE-RTN THRU LOCK-AGE-EXIT.
           DISPLAY '  HOLDER .........: ' LCK-PROGRAM.
           DISPLAY '  LOCK TAKEN .....: ' LCK-RUN-DATE ' '
               LCK-RUN-TIME.
           DISPLAY '  FILE IN COMMON .: ' LOCK-T-SHARED-DD (LOCK-IDX).
           DISPLAY '  STATE ..........: ' LOCK-STATE.
           IF LOCK-STALE
               MOVE 'STALE'   TO LOCK-AUD-ACTION
           ELSE
               MOVE 'REFUSED' TO LOCK-AUD-ACTION
           END-IF.
           MOVE LCK-PROGRAM TO LOCK-AUD-HOLDER.
           MOVE 28          TO LOCK-AUD-RC.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
       LOCK-REFUSE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-OVERRIDE-RTN -- CLEAR ONE HOLDER NAMED BY THE LCK
      *    CARD.  IT IS DROPPED WHEN THE FILE IS REWRITTEN.
      *================================================================
       LOCK-OVERRIDE-RTN.
           IF NOT LOCK-T-OVERRIDE (LOCK-IDX)
               GO TO LOCK-OVERRIDE-EXIT.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           PERFORM LOCK-AGE-RTN THRU LOCK-AGE-EXIT.
           DISPLAY 'TAPREJAG - RUN LOCK CLEARED BY LCK OVERRIDE CARD'.
           DISPLAY '  HOLDER .........: ' LCK-PROGRAM.
           DISPLAY '  LOCK TAKEN .....: ' LCK-RUN-DATE ' '
               LCK-RUN-TIME.
           DISPLAY '  FILE IN COMMON .: ' LOCK-T-SHARED-DD (LOCK-IDX).
           DISPLAY '  STATE ..........: ' LOCK-STATE.
           MOVE 'OVERRIDE'  TO LOCK-AUD-ACTION.
           MOVE LCK-PROGRAM TO LOCK-AUD-HOLDER.
           MOVE 0           TO LOCK-AUD-RC.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
       LOCK-OVERRIDE-EXIT.
           EXIT.

      *================================================================
      *    LOCK-WRITE-RTN -- REWRITE DA-S-RUNLOCK WITH THE HOLDERS
      *    STILL KEPT, PLUS THIS RUN'S OWN LOCK WHEN IT IS BEING
      *    TAKEN.
      *================================================================
       LOCK-WRITE-RTN.
           OPEN OUTPUT LOCK-FILE.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'OPEN OUTPUT'  TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
           PERFORM LOCK-WRITE-REC-RTN THRU LOCK-WRITE-REC-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.
           IF NOT LOCK-HELD
               MOVE SPACES        TO LOCK-RECORD
               MOVE LOCK-PROGRAM  TO LCK-PROGRAM
               MOVE LOCK-RUN-DATE TO LCK-RUN-DATE
               MOVE LOCK-RUN-TIME TO LCK-RUN-TIME
               MOVE LOCK-OWN-CNT  TO LCK-OWN-CNT
               PERFORM LOCK-OWN-MOVE-RTN THRU LOCK-OWN-MOVE-EXIT
                   VARYING LOCK-OWN-IDX FROM 1 BY 1
                   UNTIL LOCK-OWN-IDX > 5
               PERFORM LOCK-PUT-RTN THRU LOCK-PUT-EXIT
           END-IF.
           CLOSE LOCK-FILE.
       LOCK-WRITE-EXIT.
           EXIT.

       LOCK-WRITE-REC-RTN.
           IF LOCK-T-KEEP (LOCK-IDX)
               MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD
               PERFORM LOCK-PUT-RTN THRU LOCK-PUT-EXIT
           END-IF.
       LOCK-WRITE-REC-EXIT.
           EXIT.

       LOCK-OWN-MOVE-RTN.
           MOVE LOCK-OWN-DD (LOCK-OWN-IDX)
               TO LCK-OWN-DD (LOCK-OWN-IDX).
       LOCK-OWN-MOVE-EXIT.
           EXIT.

       LOCK-PUT-RTN.
           WRITE LOCK-RECORD.
           IF LOCK-STATUS NOT = '00'
               MOVE 'DA-S-RUNLOCK' TO IO-DDNAME
               MOVE 'WRITE'        TO IO-OPERATION
               MOVE LOCK-STATUS TO IO-STATUS-DISP
               PERFORM IO-ERROR-RTN
           END-IF.
       LOCK-PUT-EXIT.
           EXIT.

      *================================================================
      *    LOCK-RELEASE-RTN -- TAKE THIS RUN'S LOCK BACK OUT OF
      *    DA-S-RUNLOCK, LEAVING EVERY OTHER HOLDER AS IT IS.  EVERY
      *    END OF RUN PASSES THROUGH HERE EXCEPT IO-ERROR-RTN, WHICH
      *    LEAVES THE LOCK IN PLACE THE WAY AN ABEND DOES -- THE
      *    FILES THIS RUN OWNS MAY BE HALF WRITTEN.  A LOCK NO LONGER
      *    ON THE FILE WAS CLEARED BY SOMEONE ELSE'S OVERRIDE CARD
      *    WHILE THIS RUN HELD IT; THAT IS REPORTED AND AUDITED.
      *================================================================
       LOCK-RELEASE-RTN.
           IF NOT LOCK-HELD
               GO TO LOCK-RELEASE-EXIT.
           PERFORM LOCK-LOAD-RTN THRU LOCK-LOAD-EXIT.
           MOVE 'N' TO LOCK-FOUND-SW.
           PERFORM LOCK-FIND-RTN THRU LOCK-FIND-EXIT
               VARYING LOCK-IDX FROM 1 BY 1
               UNTIL LOCK-IDX > LOCK-CNT.
           MOVE SPACES TO LOCK-AUD-HOLDER.
           MOVE RETURN-CODE TO LOCK-AUD-RC.
           IF LOCK-FOUND
               PERFORM LOCK-WRITE-RTN THRU LOCK-WRITE-EXIT
               MOVE 'RELEASED' TO LOCK-AUD-ACTION
           ELSE
               DISPLAY 'TAPREJAG - RUN LOCK WAS CLEARED BY AN OVERRIDE '
                   'WHILE THIS RUN HELD IT'
               MOVE 'LOST' TO LOCK-AUD-ACTION
           END-IF.
           PERFORM LOCK-AUDIT-RTN THRU LOCK-AUDIT-EXIT.
           MOVE 'N' TO LOCK-HELD-SW.
       LOCK-RELEASE-EXIT.
           EXIT.

       LOCK-FIND-RTN.
           MOVE LOCK-T-REC (LOCK-IDX) TO LOCK-RECORD.
           IF LCK-PROGRAM = LOCK-PROGRAM
                   AND LCK-RUN-DATE = LOCK-RUN-DATE
                   AND LCK-RUN-TIME = LOCK-RUN-TIME
               MOVE 'R' TO LOCK-T-DISP-SW (LOCK-IDX)
               MOVE 'Y' TO LOCK-FOUND-SW
           END-IF.
       LOCK-FIND-EXIT.
           EXIT.

      *================================================================
      *    LOCK-AUDIT-RTN -- ONE RUN-LOCK EVENT ON DA-S-AUDIT, IN THE
      *    RUN-HISTORY LAYOUT: STAMPED NOW, NO RECORD COUNT, 'RUNLOCK'
      *    AND THIS PROGRAM AS THE INPUT DD, THE ACTION AND THE OTHER
      *    HOLDER AS THE OUTPUT DD.  TAPAUDIT KEEPS THESE OUT OF ITS
      *    RUN COUNTS.
      *================================================================
       LOCK-AUDIT-RTN.
           ACCEPT LOCK-NOW-CCYYMMDD FROM DATE YYYYMMDD.
           ACCEPT LOCK-NOW-HHMMSSHH FROM TIME.
           STRING LOCK-NOW-MM '/' LOCK-NOW-DD '/' LOCK-NOW-CCYY
               DELIMITED BY SIZE INTO AUD-RUN-DATE.
           STRING LOCK-NOW-HH ':' LOCK-NOW-MI ':' LOCK-NOW-SS
               DELIMITED BY SIZE INTO AUD-RUN-TIME.
           MOVE 0            TO AUD-REC-CNT.
           MOVE LOCK-AUD-RC  TO AUD-RETURN-CODE.
           MOVE LOCK-PROGRAM TO LOCK-AUD-PROGRAM.
           MOVE LOCK-AUD-IN  TO AUD-IN-DD.
           MOVE LOCK-AUD-OUT TO AUD-OUT-DD.
           OPEN EXTEND AUDIT-FILE.
           WRITE AUDIT-RECORD.
           CLOSE AUDIT-FILE.
       LOCK-AUDIT-EXIT.
           EXIT.


       IO-ERROR-RTN.
           DISPLAY 'TAPREJAG - I/O ERROR DETECTED'.
