       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathRte.

      *        Rate-sheet edit and compare, run when the business
      *        users drop a new rate sheet (MATHRATN) and before it
      *        replaces the live MATHRATE.  Every row of the new sheet
      *        is edited the way MathOps 1250-LOAD-RATE-TABLE will
      *        load it, and then some:
      *            - rows MathOps would drop (bad factor or date)
      *            - keys that are neither six digits nor a two-digit
      *              band followed by spaces
      *            - the same row keyed twice (duplicate), and two
      *              factors for one key on one effective date
      *              (same-date conflict)
      *            - factors outside the control-card band
      *            - keys and bands whose department is not on
      *              MATHDEPT, or is inactive there
      *            - rows past MathOps' 500-entry rate table, which
      *              the live run would silently never load
      *        The new sheet is then compared with the current
      *        MATHRATE on key and effective date, and every rate
      *        added, changed, or removed is listed with its old and
      *        new factor and effective date.  Report on MATHERPT.
      *        Control cards, optional, factors keyed as on the rate
      *        sheet (seven digits, four assumed decimals):
      *            FACTORLO=NNNNNNN   lowest sane factor (0000001)
      *            FACTORHI=NNNNNNN   highest sane factor (0100000)
      *        Condition code for the scheduler's swap step: 00 clean,
      *        04 warnings only (the swap may go ahead), 08 errors on
      *        the new sheet (hold the swap), 12 rows past the rate
      *        table limit or a file that would not open.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT NEW-FILE ASSIGN TO "MATHRATN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT CUR-FILE ASSIGN TO "MATHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CUR-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "MATHDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHERPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Both rate files mirror RATE-RECORD in MathOps, with a
      *        text view of each column so a mis-keyed row can be
      *        printed as keyed.
       FD  NEW-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  NEW-RECORD.
           05  NR-RATE-KEY              PIC X(6).
           05  NR-RATE-FACTOR           PIC 9(3)V9(4).
           05  NR-RATE-FACTOR-TEXT REDEFINES NR-RATE-FACTOR
                                    PIC X(7).
           05  NR-EFFECTIVE-DATE        PIC 9(8).
           05  NR-EFFECTIVE-DATE-TEXT REDEFINES NR-EFFECTIVE-DATE
                                    PIC X(8).
           05  FILLER                   PIC X(59).

       FD  CUR-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CUR-RECORD.
           05  CR-RATE-KEY              PIC X(6).
           05  CR-RATE-FACTOR           PIC 9(3)V9(4).
           05  CR-EFFECTIVE-DATE        PIC 9(8).
           05  CR-EFFECTIVE-DATE-TEXT REDEFINES CR-EFFECTIVE-DATE
                                    PIC X(8).
           05  FILLER                   PIC X(59).

       FD  DEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPT-RECORD.
           05  DP-DEPT-CODE             PIC X(2).
           05  DP-DEPT-NAME             PIC X(30).
           05  DP-OWNER                 PIC X(25).
           05  DP-ACTIVE-FLAG           PIC X(1).
           05  FILLER                   PIC X(22).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-NEW-FILE-STATUS      PIC XX.
           05  WS-CUR-FILE-STATUS      PIC XX.
           05  WS-DEPT-FILE-STATUS     PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-NEW-EOF-SW           PIC X VALUE "N".
               88  WS-NEW-EOF          VALUE "Y".
           05  WS-CUR-EOF-SW           PIC X VALUE "N".
               88  WS-CUR-EOF          VALUE "Y".
           05  WS-DEPT-EOF-SW          PIC X VALUE "N".
               88  WS-DEPT-EOF         VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-DEPT-LOADED-SW       PIC X VALUE "N".
               88  WS-DEPT-LOADED      VALUE "Y".
           05  WS-CUR-LOADED-SW        PIC X VALUE "N".
               88  WS-CUR-LOADED       VALUE "Y".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-ROW-DROPPED-SW       PIC X VALUE "N".
               88  WS-ROW-DROPPED      VALUE "Y".
           05  WS-MATCH-FOUND-SW       PIC X VALUE "N".
               88  WS-MATCH-FOUND      VALUE "Y".
           05  WS-DEPT-FOUND-SW        PIC X VALUE "N".
               88  WS-DEPT-FOUND       VALUE "Y".

       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-OPTION-CARD-FIELDS.
           05  WS-OPT-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-OPT-VALUE            PIC X(20) VALUE SPACES.

      *        Sane factor band and MathOps' own rate table size.
       01  WS-EDIT-LIMITS.
           05  WS-FACTOR-LOW           PIC 9(3)V9(4) VALUE 0.0001.
           05  WS-FACTOR-HIGH          PIC 9(3)V9(4) VALUE 10.0000.
           05  WS-RATE-LIMIT           PIC 9(3)  VALUE 500.
           05  WS-MATHOPS-LOAD-COUNT   PIC 9(5)  VALUE ZERO.
           05  WS-OPT-FACTOR           PIC 9(3)V9(4) VALUE ZERO.
           05  WS-OPT-FACTOR-TEXT REDEFINES WS-OPT-FACTOR
                                   PIC X(7).

      *        Rows of each sheet that MathOps would load, in file
      *        order.  An entry superseded by a later row with the
      *        same key and effective date (the row MathOps would
      *        actually use) is marked and left out of the compare.
       01  WS-NEW-TABLE-AREA.
           05  WS-NEW-COUNT            PIC 9(4)  VALUE ZERO.
           05  WS-NEW-MAX              PIC 9(4)  VALUE 2000.
           05  WS-NEW-SUB              PIC 9(4)  VALUE ZERO.
           05  WS-NEW-ENTRY OCCURS 2000 TIMES.
               10  WS-NW-KEY           PIC X(6).
               10  WS-NW-FACTOR        PIC 9(3)V9(4).
               10  WS-NW-EFF-DATE      PIC 9(8).
               10  WS-NW-ROW-NUMBER    PIC 9(5).
               10  WS-NW-SUPERSEDED-SW PIC X(1).
                   88  WS-NW-SUPERSEDED VALUE "Y".

       01  WS-CUR-TABLE-AREA.
           05  WS-CUR-COUNT            PIC 9(4)  VALUE ZERO.
           05  WS-CUR-MAX              PIC 9(4)  VALUE 2000.
           05  WS-CUR-SUB              PIC 9(4)  VALUE ZERO.
           05  WS-CUR-ENTRY OCCURS 2000 TIMES.
               10  WS-CU-KEY           PIC X(6).
               10  WS-CU-FACTOR        PIC 9(3)V9(4).
               10  WS-CU-EFF-DATE      PIC 9(8).
               10  WS-CU-SUPERSEDED-SW PIC X(1).
                   88  WS-CU-SUPERSEDED VALUE "Y".
               10  WS-CU-MATCHED-SW    PIC X(1).
                   88  WS-CU-MATCHED   VALUE "Y".

       01  WS-DEPT-TABLE-AREA.
           05  WS-DEPT-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-DEPT-LIMIT           PIC 9(3)  VALUE 100.
           05  WS-DEPT-SUB             PIC 9(3)  VALUE ZERO.
           05  WS-DEPT-FOUND-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DM-CODE          PIC X(2).
               10  WS-DM-ACTIVE-FLAG   PIC X(1).

       01  WS-WORK-FIELDS.
           05  WS-ROW-NUMBER           PIC 9(5)  VALUE ZERO.
           05  WS-MATCH-SUB            PIC 9(4)  VALUE ZERO.
           05  WS-EFF-DATE             PIC 9(8)  VALUE ZERO.
           05  WS-LOOKUP-KEY           PIC X(6)  VALUE SPACES.
           05  WS-LOOKUP-EFF-DATE      PIC 9(8)  VALUE ZERO.

       01  WS-ACCUMULATORS.
           05  WS-READ-COUNT           PIC 9(5)  VALUE ZERO.
           05  WS-ERROR-COUNT          PIC 9(5)  VALUE ZERO.
           05  WS-WARNING-COUNT        PIC 9(5)  VALUE ZERO.
           05  WS-PAST-LIMIT-COUNT     PIC 9(5)  VALUE ZERO.
           05  WS-ADDED-COUNT          PIC 9(5)  VALUE ZERO.
           05  WS-CHANGED-COUNT        PIC 9(5)  VALUE ZERO.
           05  WS-REMOVED-COUNT        PIC 9(5)  VALUE ZERO.

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
                   VALUE "RATE SHEET EDIT AND COMPARE".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-CRITERIA-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "FACTOR BAND: ".
           05  CL-FACTOR-LOW           PIC ZZ9.9999.
           05  FILLER                  PIC X(3)  VALUE " - ".
           05  CL-FACTOR-HIGH          PIC ZZ9.9999.
           05  FILLER                  PIC X(21)
                   VALUE "  RATE TABLE LIMIT: ".
           05  CL-RATE-LIMIT           PIC ZZ9.
           05  FILLER                  PIC X(76) VALUE SPACES.

       01  WS-SECTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  SC-TITLE                PIC X(40).
           05  FILLER                  PIC X(92) VALUE SPACES.

       01  WS-EXCEPTION-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "ROW".
           05  FILLER                  PIC X(8)  VALUE "KEY".
           05  FILLER                  PIC X(10) VALUE "FACTOR".
           05  FILLER                  PIC X(10) VALUE "EFFECTIVE".
           05  FILLER                  PIC X(9)  VALUE "SEVERITY".
           05  FILLER                  PIC X(50) VALUE "CONDITION".
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EL-ROW-NUMBER           PIC ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-KEY                  PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-FACTOR               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-EFF-DATE             PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-SEVERITY             PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  EL-MESSAGE              PIC X(50).
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-FACTOR-EDIT              PIC ZZ9.9999.

       01  WS-COMPARE-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "ACTION".
           05  FILLER                  PIC X(8)  VALUE "KEY".
           05  FILLER                  PIC X(12) VALUE "OLD FACTOR".
           05  FILLER                  PIC X(12) VALUE "OLD EFF".
           05  FILLER                  PIC X(12) VALUE "NEW FACTOR".
           05  FILLER                  PIC X(12) VALUE "NEW EFF".
           05  FILLER                  PIC X(66) VALUE SPACES.

       01  WS-COMPARE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CP-ACTION               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CP-KEY                  PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  CP-OLD-FACTOR           PIC ZZ9.9999.
           05  CP-OLD-FACTOR-TEXT REDEFINES CP-OLD-FACTOR
                                   PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CP-OLD-EFF-DATE         PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CP-NEW-FACTOR           PIC ZZ9.9999.
           05  CP-NEW-FACTOR-TEXT REDEFINES CP-NEW-FACTOR
                                   PIC X(8).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  CP-NEW-EFF-DATE         PIC X(8).
           05  FILLER                  PIC X(70) VALUE SPACES.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "ROWS READ: ".
           05  SL-READ-COUNT           PIC ZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  ERRORS: ".
           05  SL-ERROR-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  WARNINGS: ".
           05  SL-WARNING-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  PAST LIMIT: ".
           05  SL-PAST-LIMIT-COUNT     PIC ZZZZ9.
           05  FILLER                  PIC X(65) VALUE SPACES.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(7)  VALUE "ADDED: ".
           05  SL-ADDED-COUNT          PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  CHANGED: ".
           05  SL-CHANGED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  REMOVED: ".
           05  SL-REMOVED-COUNT        PIC ZZZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-VERDICT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  VL-VERDICT              PIC X(50).
           05  FILLER                  PIC X(18)
                   VALUE "  CONDITION CODE: ".
           05  VL-RETURN-CODE          PIC 99.
           05  FILLER                  PIC X(62) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-EDIT-NEW-SHEET
               PERFORM 3000-COMPARE-SHEETS
           END-IF
           PERFORM 8000-WRITE-SUMMARY
           PERFORM 9100-CLOSE-FILES
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM 1200-READ-CONTROL-CARDS
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "MATHRTE: CANNOT OPEN MATHERPT, STATUS "
                   WS-RPT-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               PERFORM 2050-WRITE-REPORT-HEADERS
           END-IF
           OPEN INPUT NEW-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "MATHRTE: CANNOT OPEN MATHRATN, STATUS "
                   WS-NEW-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1300-LOAD-DEPT-MASTER
               PERFORM 1400-LOAD-CURRENT-RATES
           END-IF.

       1200-READ-CONTROL-CARDS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM 1250-PROCESS-CONTROL-CARD
                   UNTIL WS-CTL-EOF
               CLOSE CTL-FILE
           END-IF.

       1250-PROCESS-CONTROL-CARD.
           READ CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF CTL-RECORD NOT = SPACES
                       PERFORM 1260-APPLY-CONTROL-CARD
                   END-IF
           END-READ.

       1260-APPLY-CONTROL-CARD.
           MOVE SPACES TO WS-OPT-KEYWORD
           MOVE SPACES TO WS-OPT-VALUE
           UNSTRING CTL-RECORD DELIMITED BY "="
               INTO WS-OPT-KEYWORD WS-OPT-VALUE
           EVALUATE TRUE
               WHEN WS-OPT-KEYWORD = "FACTORLO"
                   AND WS-OPT-VALUE(1:7) NUMERIC
                   MOVE WS-OPT-VALUE(1:7) TO WS-OPT-FACTOR-TEXT
                   MOVE WS-OPT-FACTOR TO WS-FACTOR-LOW
               WHEN WS-OPT-KEYWORD = "FACTORHI"
                   AND WS-OPT-VALUE(1:7) NUMERIC
                   MOVE WS-OPT-VALUE(1:7) TO WS-OPT-FACTOR-TEXT
                   MOVE WS-OPT-FACTOR TO WS-FACTOR-HIGH
               WHEN OTHER
                   DISPLAY "MATHRTE: UNRECOGNIZED CONTROL CARD "
                       CTL-RECORD(1:20)
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
           END-EVALUATE.

      *        Without MATHDEPT the department check cannot be made;
      *        that is said once, as a warning, not row by row.
       1300-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEPT-LOADED-SW
               PERFORM 1310-READ-DEPT-RECORD UNTIL WS-DEPT-EOF
               CLOSE DEPT-FILE
           ELSE
               DISPLAY "MATHRTE: NO MATHDEPT (STATUS "
                   WS-DEPT-FILE-STATUS ") - DEPARTMENTS NOT CHECKED"
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF.

       1310-READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   SET WS-DEPT-EOF TO TRUE
               NOT AT END
                   IF DP-DEPT-CODE NUMERIC
                       AND WS-DEPT-COUNT < WS-DEPT-LIMIT
                       ADD 1 TO WS-DEPT-COUNT
                       MOVE DP-DEPT-CODE TO WS-DM-CODE (WS-DEPT-COUNT)
                       MOVE DP-ACTIVE-FLAG
                           TO WS-DM-ACTIVE-FLAG (WS-DEPT-COUNT)
                   END-IF
           END-READ.

      *        The live sheet is loaded the way MathOps loads it; its
      *        own faults are not this run's business, only what it
      *        says today.  No live sheet yet means every new row is
      *        an addition.
       1400-LOAD-CURRENT-RATES.
           OPEN INPUT CUR-FILE
           IF WS-CUR-FILE-STATUS = "00"
               MOVE "Y" TO WS-CUR-LOADED-SW
               PERFORM 1410-READ-CURRENT-RATE UNTIL WS-CUR-EOF
               CLOSE CUR-FILE
           ELSE
               DISPLAY "MATHRTE: NO CURRENT MATHRATE (STATUS "
                   WS-CUR-FILE-STATUS ") - ALL ROWS ARE ADDITIONS"
           END-IF.

       1410-READ-CURRENT-RATE.
           READ CUR-FILE
               AT END
                   SET WS-CUR-EOF TO TRUE
               NOT AT END
                   IF CUR-RECORD NOT = SPACES
                       AND CR-RATE-FACTOR NUMERIC
                       AND (CR-EFFECTIVE-DATE-TEXT = SPACES
                            OR CR-EFFECTIVE-DATE NUMERIC)
                       PERFORM 1420-STORE-CURRENT-RATE
                   END-IF
           END-READ.

       1420-STORE-CURRENT-RATE.
           IF WS-CUR-COUNT NOT < WS-CUR-MAX
               DISPLAY "MATHRTE: CURRENT MATHRATE OVER " WS-CUR-MAX
                   " ROWS - COMPARE INCOMPLETE"
               PERFORM 9010-RAISE-SEVERE-ERROR
               SET WS-CUR-EOF TO TRUE
           ELSE
               IF CR-EFFECTIVE-DATE-TEXT = SPACES
                   MOVE ZERO TO WS-EFF-DATE
               ELSE
                   MOVE CR-EFFECTIVE-DATE TO WS-EFF-DATE
               END-IF
               MOVE CR-RATE-KEY TO WS-LOOKUP-KEY
               MOVE WS-EFF-DATE TO WS-LOOKUP-EFF-DATE
               PERFORM 3300-FIND-CURRENT-RATE
               IF WS-MATCH-FOUND
                   MOVE "Y" TO WS-CU-SUPERSEDED-SW (WS-MATCH-SUB)
               END-IF
               ADD 1 TO WS-CUR-COUNT
               MOVE CR-RATE-KEY TO WS-CU-KEY (WS-CUR-COUNT)
               MOVE CR-RATE-FACTOR TO WS-CU-FACTOR (WS-CUR-COUNT)
               MOVE WS-EFF-DATE TO WS-CU-EFF-DATE (WS-CUR-COUNT)
               MOVE "N" TO WS-CU-SUPERSEDED-SW (WS-CUR-COUNT)
               MOVE "N" TO WS-CU-MATCHED-SW (WS-CUR-COUNT)
           END-IF.

       2050-WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE
           MOVE WS-TITLE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-FACTOR-LOW TO CL-FACTOR-LOW
           MOVE WS-FACTOR-HIGH TO CL-FACTOR-HIGH
           MOVE WS-RATE-LIMIT TO CL-RATE-LIMIT
           MOVE WS-CRITERIA-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

       2000-EDIT-NEW-SHEET.
           MOVE "EDIT EXCEPTIONS ON NEW RATE SHEET:" TO SC-TITLE
           MOVE WS-SECTION-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-EXCEPTION-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           PERFORM 2100-EDIT-ONE-ROW UNTIL WS-NEW-EOF.

       2100-EDIT-ONE-ROW.
           READ NEW-FILE
               AT END
                   SET WS-NEW-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   IF NEW-RECORD NOT = SPACES
                       ADD 1 TO WS-READ-COUNT
                       PERFORM 2200-EDIT-ROW-FORMAT
                       IF NOT WS-ROW-DROPPED
                           PERFORM 2300-EDIT-ROW-CONTENT
                       END-IF
                   END-IF
           END-READ.

      *        What MathOps 1255-READ-RATE-RECORD would do with the
      *        row, in its order: a bad factor is dropped; a good
      *        factor once the table is full is never loaded; a bad
      *        date is dropped.
       2200-EDIT-ROW-FORMAT.
           MOVE "N" TO WS-ROW-DROPPED-SW
           EVALUATE TRUE
               WHEN NR-RATE-FACTOR NOT NUMERIC
                   MOVE "Y" TO WS-ROW-DROPPED-SW
                   MOVE "FACTOR NOT NUMERIC - MATHOPS DROPS ROW"
                       TO EL-MESSAGE
                   PERFORM 2910-REPORT-ERROR
               WHEN WS-MATHOPS-LOAD-COUNT NOT < WS-RATE-LIMIT
                   MOVE "Y" TO WS-ROW-DROPPED-SW
                   ADD 1 TO WS-PAST-LIMIT-COUNT
                   MOVE "PAST RATE TABLE LIMIT - MATHOPS NEVER LOADS"
                       TO EL-MESSAGE
                   MOVE "SEVERE" TO EL-SEVERITY
                   PERFORM 2900-WRITE-EXCEPTION
                   PERFORM 9010-RAISE-SEVERE-ERROR
               WHEN NR-EFFECTIVE-DATE-TEXT NOT = SPACES
                   AND NR-EFFECTIVE-DATE NOT NUMERIC
                   MOVE "Y" TO WS-ROW-DROPPED-SW
                   MOVE "EFFECTIVE DATE NOT NUMERIC - MATHOPS DROPS ROW"
                       TO EL-MESSAGE
                   PERFORM 2910-REPORT-ERROR
               WHEN OTHER
                   ADD 1 TO WS-MATHOPS-LOAD-COUNT
           END-EVALUATE.

       2300-EDIT-ROW-CONTENT.
           IF NR-EFFECTIVE-DATE-TEXT = SPACES
               MOVE ZERO TO WS-EFF-DATE
           ELSE
               MOVE NR-EFFECTIVE-DATE TO WS-EFF-DATE
           END-IF
           IF NR-RATE-KEY(1:2) NOT NUMERIC
               OR (NR-RATE-KEY(3:4) NOT NUMERIC
                   AND NR-RATE-KEY(3:4) NOT = SPACES)
               MOVE "KEY NEITHER SIX DIGITS NOR A DEPARTMENT BAND"
                   TO EL-MESSAGE
               PERFORM 2910-REPORT-ERROR
           ELSE
               IF WS-DEPT-LOADED
                   PERFORM 2400-CHECK-DEPARTMENT
               END-IF
           END-IF
           IF NR-RATE-FACTOR < WS-FACTOR-LOW
               OR NR-RATE-FACTOR > WS-FACTOR-HIGH
               MOVE "FACTOR OUTSIDE THE SANE BAND - MIS-KEYED?"
                   TO EL-MESSAGE
               PERFORM 2910-REPORT-ERROR
           END-IF
           PERFORM 2500-CHECK-DUPLICATE
           PERFORM 2600-STORE-NEW-RATE.

       2400-CHECK-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE ZERO TO WS-DEPT-FOUND-SUB
           PERFORM 2410-TEST-DEPT-ENTRY
               VARYING WS-DEPT-SUB FROM 1 BY 1
               UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                   OR WS-DEPT-FOUND
           EVALUATE TRUE
               WHEN NOT WS-DEPT-FOUND
                   MOVE "DEPARTMENT NOT ON MATHDEPT" TO EL-MESSAGE
                   PERFORM 2910-REPORT-ERROR
               WHEN WS-DM-ACTIVE-FLAG (WS-DEPT-FOUND-SUB) = "I"
                   MOVE "DEPARTMENT INACTIVE ON MATHDEPT" TO EL-MESSAGE
                   PERFORM 2920-REPORT-WARNING
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       2410-TEST-DEPT-ENTRY.
           IF WS-DM-CODE (WS-DEPT-SUB) = NR-RATE-KEY(1:2)
               MOVE "Y" TO WS-DEPT-FOUND-SW
               MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
           END-IF.

      *        An earlier row for the same key and date: the same
      *        factor again is a harmless duplicate; a different
      *        factor is a conflict -- MathOps would quietly use the
      *        later row, and nobody would know which was meant.
       2500-CHECK-DUPLICATE.
           MOVE NR-RATE-KEY TO WS-LOOKUP-KEY
           MOVE WS-EFF-DATE TO WS-LOOKUP-EFF-DATE
           PERFORM 3200-FIND-NEW-RATE
           IF WS-MATCH-FOUND
               MOVE "Y" TO WS-NW-SUPERSEDED-SW (WS-MATCH-SUB)
               IF WS-NW-FACTOR (WS-MATCH-SUB) = NR-RATE-FACTOR
                   MOVE "DUPLICATE OF ROW " TO EL-MESSAGE
                   MOVE WS-NW-ROW-NUMBER (WS-MATCH-SUB)
                       TO EL-MESSAGE(18:5)
                   PERFORM 2920-REPORT-WARNING
               ELSE
                   MOVE "SAME-DATE CONFLICT WITH ROW " TO EL-MESSAGE
                   MOVE WS-NW-ROW-NUMBER (WS-MATCH-SUB)
                       TO EL-MESSAGE(29:5)
                   PERFORM 2910-REPORT-ERROR
               END-IF
           END-IF.

       2600-STORE-NEW-RATE.
           IF WS-NEW-COUNT NOT < WS-NEW-MAX
               DISPLAY "MATHRTE: NEW SHEET OVER " WS-NEW-MAX
                   " ROWS - COMPARE INCOMPLETE"
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               ADD 1 TO WS-NEW-COUNT
               MOVE NR-RATE-KEY TO WS-NW-KEY (WS-NEW-COUNT)
               MOVE NR-RATE-FACTOR TO WS-NW-FACTOR (WS-NEW-COUNT)
               MOVE WS-EFF-DATE TO WS-NW-EFF-DATE (WS-NEW-COUNT)
               MOVE WS-ROW-NUMBER TO WS-NW-ROW-NUMBER (WS-NEW-COUNT)
               MOVE "N" TO WS-NW-SUPERSEDED-SW (WS-NEW-COUNT)
           END-IF.

       2900-WRITE-EXCEPTION.
           MOVE WS-ROW-NUMBER TO EL-ROW-NUMBER
           MOVE NR-RATE-KEY TO EL-KEY
           IF NR-RATE-FACTOR NUMERIC
               MOVE NR-RATE-FACTOR TO WS-FACTOR-EDIT
               MOVE WS-FACTOR-EDIT TO EL-FACTOR
           ELSE
               MOVE NR-RATE-FACTOR-TEXT TO EL-FACTOR
           END-IF
           MOVE NR-EFFECTIVE-DATE-TEXT TO EL-EFF-DATE
           MOVE WS-EXCEPTION-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO EL-MESSAGE.

       2910-REPORT-ERROR.
           MOVE "ERROR" TO EL-SEVERITY
           ADD 1 TO WS-ERROR-COUNT
           PERFORM 2900-WRITE-EXCEPTION
           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

       2920-REPORT-WARNING.
           MOVE "WARNING" TO EL-SEVERITY
           ADD 1 TO WS-WARNING-COUNT
           PERFORM 2900-WRITE-EXCEPTION
           MOVE 04 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

      *        Compare on key and effective date, using on each side
      *        only the row MathOps would actually use.  A changed
      *        rate keeps its date and shows both factors; a rate
      *        the new sheet no longer carries is listed as removed.
       3000-COMPARE-SHEETS.
           MOVE "CHANGES AGAINST CURRENT MATHRATE:" TO SC-TITLE
           MOVE WS-SECTION-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-COMPARE-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           IF WS-NEW-COUNT > ZERO
               PERFORM 3100-COMPARE-NEW-RATE
                   VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
           END-IF
           IF WS-CUR-COUNT > ZERO
               PERFORM 3150-REPORT-IF-REMOVED
                   VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
           END-IF.

       3100-COMPARE-NEW-RATE.
           IF NOT WS-NW-SUPERSEDED (WS-NEW-SUB)
               MOVE WS-NW-KEY (WS-NEW-SUB) TO WS-LOOKUP-KEY
               MOVE WS-NW-EFF-DATE (WS-NEW-SUB) TO WS-LOOKUP-EFF-DATE
               PERFORM 3300-FIND-CURRENT-RATE
               MOVE WS-NW-KEY (WS-NEW-SUB) TO CP-KEY
               MOVE WS-NW-FACTOR (WS-NEW-SUB) TO CP-NEW-FACTOR
               MOVE WS-NW-EFF-DATE (WS-NEW-SUB) TO CP-NEW-EFF-DATE
               IF WS-MATCH-FOUND
                   MOVE "Y" TO WS-CU-MATCHED-SW (WS-MATCH-SUB)
                   IF WS-CU-FACTOR (WS-MATCH-SUB)
                       NOT = WS-NW-FACTOR (WS-NEW-SUB)
                       MOVE "CHANGED" TO CP-ACTION
                       MOVE WS-CU-FACTOR (WS-MATCH-SUB)
                           TO CP-OLD-FACTOR
                       MOVE WS-CU-EFF-DATE (WS-MATCH-SUB)
                           TO CP-OLD-EFF-DATE
                       ADD 1 TO WS-CHANGED-COUNT
                       PERFORM 3900-WRITE-COMPARE-LINE
                   END-IF
               ELSE
                   MOVE "ADDED" TO CP-ACTION
                   MOVE SPACES TO CP-OLD-FACTOR-TEXT
                   MOVE SPACES TO CP-OLD-EFF-DATE
                   ADD 1 TO WS-ADDED-COUNT
                   PERFORM 3900-WRITE-COMPARE-LINE
               END-IF
           END-IF.

       3150-REPORT-IF-REMOVED.
           IF NOT WS-CU-SUPERSEDED (WS-CUR-SUB)
               AND NOT WS-CU-MATCHED (WS-CUR-SUB)
               MOVE "REMOVED" TO CP-ACTION
               MOVE WS-CU-KEY (WS-CUR-SUB) TO CP-KEY
               MOVE WS-CU-FACTOR (WS-CUR-SUB) TO CP-OLD-FACTOR
               MOVE WS-CU-EFF-DATE (WS-CUR-SUB) TO CP-OLD-EFF-DATE
               MOVE SPACES TO CP-NEW-FACTOR-TEXT
               MOVE SPACES TO CP-NEW-EFF-DATE
               ADD 1 TO WS-REMOVED-COUNT
               PERFORM 3900-WRITE-COMPARE-LINE
           END-IF.

       3200-FIND-NEW-RATE.
           MOVE "N" TO WS-MATCH-FOUND-SW
           MOVE ZERO TO WS-MATCH-SUB
           IF WS-NEW-COUNT > ZERO
               PERFORM 3210-TEST-NEW-ENTRY
                   VARYING WS-NEW-SUB FROM 1 BY 1
                   UNTIL WS-NEW-SUB > WS-NEW-COUNT
           END-IF.

      *        The last live match wins, so a third row is checked
      *        against the second, not the first.
       3210-TEST-NEW-ENTRY.
           IF WS-NW-KEY (WS-NEW-SUB) = WS-LOOKUP-KEY
               AND WS-NW-EFF-DATE (WS-NEW-SUB) = WS-LOOKUP-EFF-DATE
               AND NOT WS-NW-SUPERSEDED (WS-NEW-SUB)
               MOVE "Y" TO WS-MATCH-FOUND-SW
               MOVE WS-NEW-SUB TO WS-MATCH-SUB
           END-IF.

       3300-FIND-CURRENT-RATE.
           MOVE "N" TO WS-MATCH-FOUND-SW
           MOVE ZERO TO WS-MATCH-SUB
           IF WS-CUR-COUNT > ZERO
               PERFORM 3310-TEST-CURRENT-ENTRY
                   VARYING WS-CUR-SUB FROM 1 BY 1
                   UNTIL WS-CUR-SUB > WS-CUR-COUNT
           END-IF.

       3310-TEST-CURRENT-ENTRY.
           IF WS-CU-KEY (WS-CUR-SUB) = WS-LOOKUP-KEY
               AND WS-CU-EFF-DATE (WS-CUR-SUB) = WS-LOOKUP-EFF-DATE
               AND NOT WS-CU-SUPERSEDED (WS-CUR-SUB)
               MOVE "Y" TO WS-MATCH-FOUND-SW
               MOVE WS-CUR-SUB TO WS-MATCH-SUB
           END-IF.

       3900-WRITE-COMPARE-LINE.
           MOVE WS-COMPARE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

       8000-WRITE-SUMMARY.
           MOVE WS-READ-COUNT TO SL-READ-COUNT
           MOVE WS-ERROR-COUNT TO SL-ERROR-COUNT
           MOVE WS-WARNING-COUNT TO SL-WARNING-COUNT
           MOVE WS-PAST-LIMIT-COUNT TO SL-PAST-LIMIT-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-ADDED-COUNT TO SL-ADDED-COUNT
           MOVE WS-CHANGED-COUNT TO SL-CHANGED-COUNT
           MOVE WS-REMOVED-COUNT TO SL-REMOVED-COUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           EVALUATE TRUE
               WHEN WS-HIGHEST-RETURN-CODE > 08
                   MOVE "*** SEVERE - DO NOT SWAP THE NEW SHEET IN"
                       TO VL-VERDICT
               WHEN WS-HIGHEST-RETURN-CODE > 04
                   MOVE "*** ERRORS - HOLD THE SWAP UNTIL CORRECTED"
                       TO VL-VERDICT
               WHEN WS-HIGHEST-RETURN-CODE > ZERO
                   MOVE "WARNINGS ONLY - SWAP MAY PROCEED"
                       TO VL-VERDICT
               WHEN OTHER
                   MOVE "NEW SHEET CLEAN - SWAP MAY PROCEED"
                       TO VL-VERDICT
           END-EVALUATE
           MOVE WS-HIGHEST-RETURN-CODE TO VL-RETURN-CODE
           MOVE WS-VERDICT-LINE TO RPT-RECORD
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
           CLOSE NEW-FILE
           CLOSE RPT-FILE.
