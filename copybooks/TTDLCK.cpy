      *================================================================
      *  TTDLCK  -- RUN-LOCK RECORD (DA-S-RUNLOCK)
      *
      *  ONE RECORD PER JOB CURRENTLY HOLDING THE LOCK.  TAPTODSK,
      *  TAPRESTR, TAPREPAR AND TAPREJAG EACH READ THE FILE AT START,
      *  REFUSE TO RUN (RETURN CODE 28) WHEN ANOTHER HOLDER OWNS ANY
      *  FILE THEY OWN, AND OTHERWISE ADD THEIR OWN RECORD; THEY TAKE
      *  IT OUT AGAIN AT THE END OF THE RUN.  A RECORD STILL THERE
      *  AFTER LOCK-STALE-MINUTES IS REPORTED STALE -- ALMOST ALWAYS
      *  A RUN THAT ABENDED -- BUT IS NEVER CLEARED EXCEPT BY AN 'LCK'
      *  OVERRIDE CARD NAMING IT (SEE TTDLKO).  A MISSING FILE MEANS
      *  NOTHING IS HELD.  EVERY TAKE, RELEASE, REFUSAL AND OVERRIDE
      *  IS ALSO WRITTEN TO DA-S-AUDIT.
      *================================================================
      *        THE HOLDING PROGRAM.
           05  LCK-PROGRAM                  PIC X(08).
      *        WHEN IT TOOK THE LOCK, AS PRINTED ON ITS REPORT.
           05  LCK-RUN-DATE                 PIC X(10).
           05  LCK-RUN-DATE-SPLIT REDEFINES LCK-RUN-DATE.
               10  LCK-RUN-MM               PIC 9(02).
               10  FILLER                   PIC X(01).
               10  LCK-RUN-DD               PIC 9(02).
               10  FILLER                   PIC X(01).
               10  LCK-RUN-CCYY             PIC 9(04).
           05  LCK-RUN-TIME                 PIC X(08).
           05  LCK-RUN-TIME-SPLIT REDEFINES LCK-RUN-TIME.
               10  LCK-RUN-HH               PIC 9(02).
               10  FILLER                   PIC X(01).
               10  LCK-RUN-MI               PIC 9(02).
               10  FILLER                   PIC X(01).
               10  LCK-RUN-SS               PIC 9(02).
      *        THE FILES IT OWNS WHILE IT RUNS, BY DD NAME.  TWO
      *        HOLDERS CONFLICT WHEN ANY NAME APPEARS IN BOTH LISTS.
           05  LCK-OWN-CNT                  PIC 9(01).
           05  LCK-OWN-DD OCCURS 5 TIMES   PIC X(20).
           05  FILLER                       PIC X(13).
