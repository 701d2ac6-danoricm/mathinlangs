       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathReg.

      *        Batch-register listing: reads MATHBREG, the permanent
      *        register of every HDR/TRL envelope MathOps has posted,
      *        and prints the entries selected by batch number and/or
      *        posting date -- so "did batch 004117 ever post, and
      *        when" is a one-card run.  Selection cards on SYSIN,
      *        one per line:
      *            BATCH=NNNNNN        one batch (sets both limits)
      *            FROMBATCH=NNNNNN    TOBATCH=NNNNNN
      *            FROMDATE=YYYYMMDD   TODATE=YYYYMMDD
      *        Dates select on the run date the batch posted.  Any
      *        card omitted leaves that dimension wide open.  Batch
      *        numbers may be keyed short (BATCH=4117); dates must be
      *        real calendar dates.  A card that is unrecognized or
      *        carries a bad value is displayed and ignored, and the
      *        run ends condition code 04.  A
      *        BATCH= inquiry that finds nothing says so in as many
      *        words: the batch has never posted.  No MATHBREG at all
      *        means nothing has posted yet; a register that is there
      *        but will not open or read gets no verdict, only a
      *        REGISTER NOT READ line and condition code 12.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT REG-FILE ASSIGN TO "MATHBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHNRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Column-for-column image of the register line MathOps
      *        appends (REG-RECORD there); read as text, since every
      *        column is written zero-filled and compares in order.
       FD  REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RECORD.
           05  RQ-BATCH-NUMBER          PIC X(6).
           05  FILLER                   PIC X(1).
           05  RQ-BATCH-DATE            PIC X(8).
           05  FILLER                   PIC X(1).
           05  RQ-RECORD-COUNT          PIC X(7).
           05  FILLER                   PIC X(1).
           05  RQ-HASH-A                PIC X(10).
           05  FILLER                   PIC X(1).
           05  RQ-HASH-B                PIC X(10).
           05  FILLER                   PIC X(1).
           05  RQ-RUN-DATE              PIC X(8).
           05  FILLER                   PIC X(1).
           05  RQ-RUN-TIME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  RQ-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  RQ-POST-TYPE             PIC X(1).
               88  RQ-REPOST            VALUE "R".
           05  FILLER                   PIC X(6).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-REG-FILE-STATUS      PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-SINGLE-BATCH-SW      PIC X VALUE "N".
               88  WS-SINGLE-BATCH     VALUE "Y".
           05  WS-REG-OPEN-SW          PIC X VALUE "N".
               88  WS-REG-OPEN         VALUE "Y".
           05  WS-ABORT-RUN-SW         PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".

       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

      *        Selection criteria, defaulted wide open so an empty
      *        SYSIN lists the whole register.
       01  WS-SELECTION-CRITERIA.
           05  WS-SEL-FROM-BATCH       PIC X(6)  VALUE "000000".
           05  WS-SEL-TO-BATCH         PIC X(6)  VALUE "999999".
           05  WS-SEL-FROM-DATE        PIC X(8)  VALUE "00000000".
           05  WS-SEL-TO-DATE          PIC X(8)  VALUE "99999999".

       01  WS-OPTION-CARD-FIELDS.
           05  WS-OPT-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-OPT-VALUE            PIC X(20) VALUE SPACES.
           05  WS-OPT-VALUE-CHAR REDEFINES WS-OPT-VALUE
                                       PIC X OCCURS 20 TIMES.
           05  WS-OPT-SUB              PIC 9(2) VALUE ZERO.
           05  WS-OPT-DIGIT            PIC 9    VALUE ZERO.
           05  WS-OPT-DIGIT-COUNT      PIC 9(2) VALUE ZERO.
           05  WS-OPT-NUMBER           PIC 9(8) VALUE ZERO.
           05  WS-OPT-NUMBER-VALID-SW  PIC X    VALUE "N".
               88  WS-OPT-NUMBER-VALID VALUE "Y".
           05  WS-OPT-BATCH-NUMBER     PIC 9(6) VALUE ZERO.
           05  WS-OPT-DATE             PIC 9(8) VALUE ZERO.
           05  WS-OPT-DATE-FIELDS REDEFINES WS-OPT-DATE.
               10  WS-OPT-YEAR         PIC 9(4).
               10  WS-OPT-MONTH        PIC 9(2).
               10  WS-OPT-DAY          PIC 9(2).

      *        Days in each month; February is taken as 29 only in a
      *        leap year -- every fourth year, but not a century
      *        year unless it divides by 400.
       01  WS-CALENDAR-FIELDS.
           05  WS-MONTH-DAYS-VALUES    PIC X(24)
                   VALUE "312831303130313130313031".
           05  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
               10  WS-MONTH-DAYS       PIC 9(2) OCCURS 12 TIMES.
           05  WS-MONTH-LAST-DAY       PIC 9(2)  VALUE ZERO.
           05  WS-LEAP-QUOTIENT        PIC 9(4)  VALUE ZERO.
           05  WS-LEAP-REMAINDER       PIC 9(3)  VALUE ZERO.
           05  WS-DATE-VALID-SW        PIC X     VALUE "N".
               88  WS-DATE-VALID       VALUE "Y".

       01  WS-ACCUMULATORS.
           05  WS-SELECTED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-REPOST-COUNT         PIC 9(7)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-DISPLAY     PIC X(10).

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "BATCH REGISTER LISTING".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-CRITERIA-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "BATCHES: ".
           05  CL-FROM-BATCH           PIC X(6).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  CL-TO-BATCH             PIC X(6).
           05  FILLER                  PIC X(10) VALUE "  POSTED: ".
           05  CL-FROM-DATE            PIC X(8).
           05  FILLER                  PIC X(1)  VALUE "-".
           05  CL-TO-DATE              PIC X(8).
           05  FILLER                  PIC X(83) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "BATCH".
           05  FILLER                  PIC X(10) VALUE "BATCH-DT".
           05  FILLER                  PIC X(9)  VALUE "RECORDS".
           05  FILLER                  PIC X(12) VALUE "HASH-A".
           05  FILLER                  PIC X(12) VALUE "HASH-B".
           05  FILLER                  PIC X(10) VALUE "POSTED".
           05  FILLER                  PIC X(10) VALUE "TIME".
           05  FILLER                  PIC X(10) VALUE "JOB".
           05  FILLER                  PIC X(6)  VALUE "TYPE".
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-BATCH-NUMBER         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-BATCH-DATE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RECORD-COUNT         PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-HASH-A               PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-HASH-B               PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-RUN-TIME             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-JOB-NAME             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-POST-TYPE            PIC X(6).
           05  FILLER                  PIC X(45) VALUE SPACES.

       01  WS-NOT-POSTED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "*** BATCH ".
           05  NP-BATCH-NUMBER         PIC X(6).
           05  FILLER                  PIC X(38)
                   VALUE " NOT ON BATCH REGISTER - NEVER POSTED ".
           05  FILLER                  PIC X(3)  VALUE "***".
           05  FILLER                  PIC X(75) VALUE SPACES.

       01  WS-NOT-READ-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40)
                   VALUE "*** REGISTER NOT READ - MATHBREG STATUS ".
           05  NR-FILE-STATUS          PIC X(2).
           05  FILLER                  PIC X(27)
                   VALUE " - NO BATCH VERDICT GIVEN  ".
           05  FILLER                  PIC X(3)  VALUE "***".
           05  FILLER                  PIC X(60) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "SELECTED: ".
           05  SL-SELECTED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE " OF ".
           05  SL-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REPOSTS: ".
           05  SL-REPOST-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(86) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-PROCESS-REGISTER-LINES UNTIL WS-EOF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9100-CLOSE-FILES
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM 1200-READ-SELECTION-CARDS
           OPEN INPUT REG-FILE
           EVALUATE WS-REG-FILE-STATUS
               WHEN "00"
                   MOVE "Y" TO WS-REG-OPEN-SW
               WHEN "35"
                   DISPLAY "MATHREG: NO BATCH REGISTER YET - "
                       "NOTHING HAS POSTED"
                   SET WS-EOF TO TRUE
               WHEN OTHER
                   DISPLAY "MATHREG: CANNOT OPEN MATHBREG, STATUS "
                       WS-REG-FILE-STATUS
                   MOVE WS-REG-FILE-STATUS TO NR-FILE-STATUS
                   PERFORM 9010-RAISE-SEVERE-ERROR
                   SET WS-EOF TO TRUE
           END-EVALUATE
           OPEN OUTPUT RPT-FILE
           PERFORM 2050-WRITE-REPORT-HEADERS.

       1200-READ-SELECTION-CARDS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM 1250-PROCESS-SELECTION-CARD
                   UNTIL WS-CTL-EOF
               CLOSE CTL-FILE
           END-IF.

       1250-PROCESS-SELECTION-CARD.
           READ CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF CTL-RECORD NOT = SPACES
                       PERFORM 1260-APPLY-SELECTION-CARD
                   END-IF
           END-READ.

       1260-APPLY-SELECTION-CARD.
           MOVE SPACES TO WS-OPT-KEYWORD
           MOVE SPACES TO WS-OPT-VALUE
           UNSTRING CTL-RECORD DELIMITED BY "="
               INTO WS-OPT-KEYWORD WS-OPT-VALUE
           EVALUATE WS-OPT-KEYWORD
               WHEN "BATCH"
                   PERFORM 1270-EDIT-BATCH-NUMBER
                   IF WS-OPT-NUMBER-VALID
                       MOVE WS-OPT-BATCH-NUMBER TO WS-SEL-FROM-BATCH
                       MOVE WS-OPT-BATCH-NUMBER TO WS-SEL-TO-BATCH
                       MOVE "Y" TO WS-SINGLE-BATCH-SW
                   END-IF
               WHEN "FROMBATCH"
                   PERFORM 1270-EDIT-BATCH-NUMBER
                   IF WS-OPT-NUMBER-VALID
                       MOVE WS-OPT-BATCH-NUMBER TO WS-SEL-FROM-BATCH
                       MOVE "N" TO WS-SINGLE-BATCH-SW
                   END-IF
               WHEN "TOBATCH"
                   PERFORM 1270-EDIT-BATCH-NUMBER
                   IF WS-OPT-NUMBER-VALID
                       MOVE WS-OPT-BATCH-NUMBER TO WS-SEL-TO-BATCH
                       MOVE "N" TO WS-SINGLE-BATCH-SW
                   END-IF
               WHEN "FROMDATE"
                   PERFORM 1280-EDIT-SELECTION-DATE
                   IF WS-DATE-VALID
                       MOVE WS-OPT-DATE TO WS-SEL-FROM-DATE
                   END-IF
               WHEN "TODATE"
                   PERFORM 1280-EDIT-SELECTION-DATE
                   IF WS-DATE-VALID
                       MOVE WS-OPT-DATE TO WS-SEL-TO-DATE
                   END-IF
               WHEN OTHER
                   DISPLAY "MATHREG: UNRECOGNIZED SELECTION CARD "
                       CTL-RECORD(1:20)
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
           END-EVALUATE.

      *        One to six digits, zero-filled on the left so it
      *        compares with the register column as keyed there.
       1270-EDIT-BATCH-NUMBER.
           PERFORM 1275-PARSE-OPTION-NUMBER
           IF WS-OPT-NUMBER-VALID
               AND WS-OPT-DIGIT-COUNT NOT > 6
               MOVE WS-OPT-NUMBER TO WS-OPT-BATCH-NUMBER
           ELSE
               MOVE "N" TO WS-OPT-NUMBER-VALID-SW
               PERFORM 1290-FLAG-BAD-SELECTION-CARD
           END-IF.

      *        Digits up to the first blank, as MathBld parses its
      *        control cards; anything non-numeric in the value, no
      *        digits at all, or more than eight digits marks the
      *        value invalid.
       1275-PARSE-OPTION-NUMBER.
           MOVE ZERO TO WS-OPT-NUMBER
           MOVE ZERO TO WS-OPT-DIGIT-COUNT
           MOVE "Y" TO WS-OPT-NUMBER-VALID-SW
           PERFORM 1277-PARSE-OPTION-DIGIT
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > 20
                   OR WS-OPT-VALUE-CHAR (WS-OPT-SUB) = SPACE
           IF WS-OPT-DIGIT-COUNT = ZERO
               OR WS-OPT-DIGIT-COUNT > 8
               MOVE "N" TO WS-OPT-NUMBER-VALID-SW
           END-IF.

       1277-PARSE-OPTION-DIGIT.
           IF WS-OPT-VALUE-CHAR (WS-OPT-SUB) NUMERIC
               ADD 1 TO WS-OPT-DIGIT-COUNT
               IF WS-OPT-DIGIT-COUNT NOT > 8
                   MOVE WS-OPT-VALUE-CHAR (WS-OPT-SUB)
                       TO WS-OPT-DIGIT
                   COMPUTE WS-OPT-NUMBER =
                           WS-OPT-NUMBER * 10 + WS-OPT-DIGIT
               END-IF
           ELSE
               MOVE "N" TO WS-OPT-NUMBER-VALID-SW
           END-IF.

      *        Eight digits making a real calendar date: month 01-12,
      *        and a day that month actually has in that year.
       1280-EDIT-SELECTION-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           PERFORM 1275-PARSE-OPTION-NUMBER
           IF WS-OPT-NUMBER-VALID
               AND WS-OPT-DIGIT-COUNT = 8
               MOVE WS-OPT-NUMBER TO WS-OPT-DATE
               IF WS-OPT-YEAR NOT < 1900
                   AND WS-OPT-MONTH NOT < 1
                   AND WS-OPT-MONTH NOT > 12
                   MOVE WS-MONTH-DAYS (WS-OPT-MONTH)
                       TO WS-MONTH-LAST-DAY
                   IF WS-OPT-MONTH = 2
                       PERFORM 1285-TEST-LEAP-YEAR
                   END-IF
                   IF WS-OPT-DAY NOT < 1
                       AND WS-OPT-DAY NOT > WS-MONTH-LAST-DAY
                       MOVE "Y" TO WS-DATE-VALID-SW
                   END-IF
               END-IF
           END-IF
           IF NOT WS-DATE-VALID
               PERFORM 1290-FLAG-BAD-SELECTION-CARD
           END-IF.

       1285-TEST-LEAP-YEAR.
           DIVIDE WS-OPT-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-MONTH-LAST-DAY
               DIVIDE WS-OPT-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-OPT-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-MONTH-LAST-DAY
                   END-IF
               END-IF
           END-IF.

       1290-FLAG-BAD-SELECTION-CARD.
           DISPLAY "MATHREG: BAD VALUE ON SELECTION CARD - IGNORED "
               CTL-RECORD(1:30)
           MOVE 04 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

       2050-WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE
           MOVE WS-TITLE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-SEL-FROM-BATCH TO CL-FROM-BATCH
           MOVE WS-SEL-TO-BATCH TO CL-TO-BATCH
           MOVE WS-SEL-FROM-DATE TO CL-FROM-DATE
           MOVE WS-SEL-TO-DATE TO CL-TO-DATE
           MOVE WS-CRITERIA-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE WS-COLUMN-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES.

       2000-PROCESS-REGISTER-LINES.
           READ REG-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF RQ-BATCH-NUMBER NOT < WS-SEL-FROM-BATCH
                       AND RQ-BATCH-NUMBER NOT > WS-SEL-TO-BATCH
                       AND RQ-RUN-DATE NOT < WS-SEL-FROM-DATE
                       AND RQ-RUN-DATE NOT > WS-SEL-TO-DATE
                       PERFORM 2400-WRITE-DETAIL-LINE
                   END-IF
           END-READ
           IF WS-REG-FILE-STATUS NOT = "00"
               AND WS-REG-FILE-STATUS NOT = "10"
               DISPLAY "MATHREG: MATHBREG READ FAILED, STATUS "
                   WS-REG-FILE-STATUS
               MOVE WS-REG-FILE-STATUS TO NR-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
               SET WS-EOF TO TRUE
           END-IF.

       2400-WRITE-DETAIL-LINE.
           MOVE RQ-BATCH-NUMBER TO DL-BATCH-NUMBER
           MOVE RQ-BATCH-DATE TO DL-BATCH-DATE
           MOVE RQ-RECORD-COUNT TO DL-RECORD-COUNT
           MOVE RQ-HASH-A TO DL-HASH-A
           MOVE RQ-HASH-B TO DL-HASH-B
           MOVE RQ-RUN-DATE TO DL-RUN-DATE
           MOVE RQ-RUN-TIME TO DL-RUN-TIME
           MOVE RQ-JOB-NAME TO DL-JOB-NAME
           IF RQ-REPOST
               MOVE "REPOST" TO DL-POST-TYPE
               ADD 1 TO WS-REPOST-COUNT
           ELSE
               MOVE "FIRST" TO DL-POST-TYPE
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-SELECTED-COUNT.

       8000-WRITE-SUMMARY.
           EVALUATE TRUE
               WHEN WS-ABORT-RUN
                   MOVE WS-NOT-READ-LINE TO RPT-RECORD
                   WRITE RPT-RECORD AFTER ADVANCING 2 LINES
               WHEN WS-SINGLE-BATCH
                   AND WS-SELECTED-COUNT = ZERO
                   MOVE WS-SEL-FROM-BATCH TO NP-BATCH-NUMBER
                   MOVE WS-NOT-POSTED-LINE TO RPT-RECORD
                   WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           END-EVALUATE
           MOVE WS-SELECTED-COUNT TO SL-SELECTED-COUNT
           MOVE WS-READ-COUNT TO SL-READ-COUNT
           MOVE WS-REPOST-COUNT TO SL-REPOST-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES.

       9000-RAISE-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9010-RAISE-SEVERE-ERROR.
           MOVE 12 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE
           SET WS-ABORT-RUN TO TRUE.

       9100-CLOSE-FILES.
           IF WS-REG-OPEN
               CLOSE REG-FILE
           END-IF
           CLOSE RPT-FILE.
