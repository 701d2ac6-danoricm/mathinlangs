       FILE SECTION.
      *        Image of the recycle record MathOps writes: the
      *        original 80 transaction bytes (key in the first six),
      *        the reason code, the originating batch, and the
      *        batch's date.
       FD  RCY-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  RCY-RECORD.
           05  RCY-TRAN-IMAGE           PIC X(80).
           05  RCY-TRAN-FIELDS REDEFINES RCY-TRAN-IMAGE.
           05  RCY-BATCH-NUMBER         PIC 9(6).
           05  RCY-BATCH-NUMBER-TEXT REDEFINES RCY-BATCH-NUMBER
                                    PIC X(6).
           05  RCY-BATCH-DATE           PIC X(8).

      *        Column-for-column image of the audit line MathOps
      *        writes (WS-AUDIT-LINE there); only the key, run date,
      *        and batch number matter here.
       FD  AUD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  AUD-RECORD.
           05  AQ-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  AQ-BATCH-NUMBER          PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-RUN-MODE              PIC X(1).
           05  FILLER                   PIC X(1).
           05  AQ-ENTRY-TYPE            PIC X(1).
               88  AQ-REVERSAL          VALUE "V".
           05  FILLER                   PIC X(1).
           05  AQ-REMAINDER             PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-OP-CODES              PIC X(8).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
