      *        as text because operations a transaction never asked
      *        for are blank, not zero.
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

      *        Image of the department master MathOps loads, read
      *        here only for the names.
