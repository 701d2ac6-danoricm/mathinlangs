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

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
           05  FILLER                  PIC X(9)  VALUE "RUN-TIME".
           05  FILLER                  PIC X(9)  VALUE "JOB".
           05  FILLER                  PIC X(2)  VALUE "M".
           05  FILLER                  PIC X(2)  VALUE "T".
           05  FILLER                  PIC X(7)  VALUE "BATCH".
           05  FILLER                  PIC X(7)  VALUE "KEY".
           05  FILLER                  PIC X(7)  VALUE "A".
           05  FILLER                  PIC X(8)  VALUE "DIFF".
           05  FILLER                  PIC X(12) VALUE "PROD".
           05  FILLER                  PIC X(8)  VALUE "QUOT".
           05  FILLER                  PIC X(7)  VALUE "REM".
           05  FILLER                  PIC X(9)  VALUE "OPS".
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-RUN-MODE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ENTRY-TYPE           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-BATCH-NUMBER         PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-KEY                  PIC X(6).
           05  DL-PROD                 PIC X(11).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-QUOT                 PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-REMAINDER            PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-OP-CODES             PIC X(8).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           MOVE AQ-RUN-TIME TO DL-RUN-TIME
           MOVE AQ-JOB-NAME TO DL-JOB-NAME
           MOVE AQ-RUN-MODE TO DL-RUN-MODE
           MOVE AQ-ENTRY-TYPE TO DL-ENTRY-TYPE
           MOVE AQ-BATCH-NUMBER TO DL-BATCH-NUMBER
           MOVE AQ-KEY TO DL-KEY
           MOVE AQ-A TO DL-A
           MOVE AQ-DIFF TO DL-DIFF
           MOVE AQ-PROD TO DL-PROD
           MOVE AQ-QUOT TO DL-QUOT
           MOVE AQ-REMAINDER TO DL-REMAINDER
           MOVE AQ-OP-CODES TO DL-OP-CODES
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SELECTED-COUNT.
