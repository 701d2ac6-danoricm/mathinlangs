      *        named; the line moves to its output side whole, byte
      *        for byte, so nothing MathOps wrote is reformatted.
       FD  AUD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  AUD-RECORD.
           05  FILLER                   PIC X(9).
           05  AQ-RUN-DATE              PIC X(8).
           05  AQ-A                     PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-B                     PIC X(6).
           05  FILLER                   PIC X(79).

       FD  ARC-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  ARC-RECORD                  PIC X(126).

       FD  NEW-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  NEW-RECORD                  PIC X(126).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
