           05  CAT-RUN-TIME                 PIC X(08).
           05  CAT-REC-CNT                  PIC 9(07).
           05  CAT-RETURN-CODE              PIC 9(03).
      *        WHOLE-FILE HASH OF THE GENERATION, AS ON ITS MANIFEST.
           05  CAT-MAN-FILE-SEQ             PIC 9(09).
           05  CAT-MAN-FILE-SUM             PIC 9(09).
       FD  PRINT-FILE
           LABEL RECORDS OMITTED.
       01  PRINT-LINE                       PIC X(133).
