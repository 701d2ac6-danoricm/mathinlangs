       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathHst.

      *        Results-master history report, for auditors and for
      *        settling disputes with the departments.  Reads the
      *        MATHHIST change history that MathOps, MathRel, and
      *        MathMnt PURGE write for every MATHMST add, replace,
      *        and delete.  Two functions, picked by a SYSIN control
      *        card:
      *            FUNCTION=TRAIL    every change to each key in the
      *                              range, oldest first, with the
      *                              master record as it stood before
      *                              and after the change
      *            FUNCTION=ASOF     the master as it stood at the end
      *                              of the ASOF=YYYYMMDD date, key by
      *                              key, with control totals
      *        Optional cards, one per line:
      *            FROMKEY=NNNNNN    TOKEY=NNNNNN   (key range)
      *            ASOF=YYYYMMDD     (required for ASOF)
      *        Any range card omitted leaves that end wide open.
      *        For ASOF, a key with history takes the image its
      *        history gives for that date; a key with no history has
      *        not changed since MATHHIST began, so its current
      *        MATHMST record is what it was.  A current record
      *        updated after the ASOF date with no history to explain
      *        it predates the history file and is flagged UNTRACED.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HIST-FILE ASSIGN TO "MATHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT MST-FILE ASSIGN TO "MATHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRAN-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHHRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        MathOps' HIST-RECORD: MATHMST change history.
       FD  HIST-FILE
           RECORD CONTAINS 240 CHARACTERS.
       01  HIST-RECORD.
           05  HS-HIST-KEY.
               10  HS-TRAN-KEY          PIC 9(6).
               10  HS-CHANGE-DATE       PIC 9(8).
               10  HS-CHANGE-TIME       PIC 9(8).
               10  HS-SEQUENCE          PIC 9(5).
           05  HS-ACTION                PIC X(1).
               88  HS-ADDED             VALUE "A".
               88  HS-REPLACED          VALUE "R".
               88  HS-DELETED           VALUE "D".
               88  HS-PURGED            VALUE "P".
           05  HS-PROGRAM               PIC X(8).
           05  HS-BATCH-NUMBER          PIC 9(6).
           05  HS-BEFORE-IMAGE          PIC X(94).
           05  HS-AFTER-IMAGE           PIC X(94).
           05  FILLER                   PIC X(10).

      *        Column-for-column image of the master record MathOps
      *        keeps (MST-RECORD there).
       FD  MST-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  MST-RECORD.
           05  MST-TRAN-KEY             PIC 9(6).
           05  MST-A                    PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  MST-B                    PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  MST-OP-CODES             PIC X(8).
           05  MST-SUM                  PIC S9(7).
           05  MST-DIFF                 PIC S9(6).
           05  MST-PROD                 PIC S9(10).
           05  MST-QUOT                 PIC S9(3)V99.
           05  MST-REMAINDER            PIC S9(5).
           05  MST-MOD                  PIC S9(5).
           05  MST-PCT-CHANGE           PIC S9(3)V99.
           05  MST-LAST-UPD-DATE        PIC 9(8).
           05  MST-LAST-UPD-TIME        PIC 9(8).
           05  MST-RERUN-COUNT          PIC 9(3).
           05  MST-BATCH-NUMBER         PIC 9(6).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HIST-FILE-STATUS     PIC XX.
           05  WS-MST-FILE-STATUS      PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-FUNCTION-SW          PIC X VALUE " ".
               88  WS-TRAIL-FUNCTION   VALUE "T".
               88  WS-ASOF-FUNCTION    VALUE "A".
               88  WS-NO-FUNCTION      VALUE " ".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-MST-OPEN-SW          PIC X VALUE "N".
               88  WS-MST-OPEN         VALUE "Y".
           05  WS-FIRST-CHANGE-SW      PIC X VALUE "N".
               88  WS-FIRST-CHANGE     VALUE "Y".

      *        Graded condition code, same scale MathOps hands the
      *        scheduler: 00 clean, 04 untraced records in an ASOF
      *        listing, 08 bad control cards, nothing reported,
      *        12 severe (a file would not open).
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-RUN-PARAMETERS.
           05  WS-FROM-KEY             PIC X(6)  VALUE "000000".
           05  WS-FROM-KEY-NUM REDEFINES WS-FROM-KEY
                                       PIC 9(6).
           05  WS-TO-KEY               PIC X(6)  VALUE "999999".
           05  WS-TO-KEY-NUM REDEFINES WS-TO-KEY
                                       PIC 9(6).
           05  WS-ASOF-DATE            PIC 9(8)  VALUE ZERO.

       01  WS-OPTION-CARD-FIELDS.
           05  WS-OPT-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-OPT-VALUE            PIC X(20) VALUE SPACES.

      *        ASOF merges the master and the history in key order.
      *        Each side's current key sits in a seven-digit field
      *        that goes to all nines when that side is exhausted or
      *        past the high end of the range.
       01  WS-MERGE-CONTROL.
           05  WS-MST-MERGE-KEY        PIC 9(7)  VALUE ZERO.
           05  WS-HST-MERGE-KEY        PIC 9(7)  VALUE ZERO.
           05  WS-MERGE-KEY            PIC 9(7)  VALUE ZERO.
           05  WS-MERGE-END            PIC 9(7)  VALUE 9999999.

       01  WS-COUNTERS.
           05  WS-CHANGE-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-KEY-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-LISTED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-FROM-HISTORY-COUNT   PIC 9(7)  VALUE ZERO.
           05  WS-FROM-MASTER-COUNT    PIC 9(7)  VALUE ZERO.
           05  WS-UNTRACED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-LAST-TRAIL-KEY       PIC 9(7)  VALUE 9999999.

       01  WS-CONTROL-TOTALS.
           05  WS-TOTAL-SUM            PIC S9(12) VALUE ZERO.
           05  WS-TOTAL-DIFF           PIC S9(12) VALUE ZERO.
           05  WS-TOTAL-PROD           PIC S9(15) VALUE ZERO.

      *        Working copy of a master image taken from history or
      *        from MATHMST, laid out as MST-RECORD, with text views
      *        of the result columns a transaction may leave blank.
       01  WS-IMAGE-RECORD.
           05  IM-TRAN-KEY              PIC 9(6).
           05  IM-A                     PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  IM-B                     PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  IM-OP-CODES              PIC X(8).
           05  IM-SUM                   PIC S9(7).
           05  IM-SUM-TEXT REDEFINES IM-SUM
                                    PIC X(7).
           05  IM-DIFF                  PIC S9(6).
           05  IM-DIFF-TEXT REDEFINES IM-DIFF
                                    PIC X(6).
           05  IM-PROD                  PIC S9(10).
           05  IM-PROD-TEXT REDEFINES IM-PROD
                                    PIC X(10).
           05  IM-QUOT                  PIC S9(3)V99.
           05  IM-QUOT-TEXT REDEFINES IM-QUOT
                                    PIC X(5).
           05  IM-REMAINDER             PIC S9(5).
           05  IM-REMAINDER-TEXT REDEFINES IM-REMAINDER
                                    PIC X(5).
           05  IM-MOD                   PIC S9(5).
           05  IM-MOD-TEXT REDEFINES IM-MOD
                                    PIC X(5).
           05  IM-PCT-CHANGE            PIC S9(3)V99.
           05  IM-PCT-CHANGE-TEXT REDEFINES IM-PCT-CHANGE
                                    PIC X(5).
           05  IM-LAST-UPD-DATE         PIC 9(8).
           05  IM-LAST-UPD-TIME         PIC 9(8).
           05  IM-RERUN-COUNT           PIC 9(3).
           05  IM-BATCH-NUMBER          PIC 9(6).

       01  WS-DATE-TIME.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-DISPLAY     PIC X(10).

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-PAGE-NUMBER          PIC 9(5)  VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "MATHMST CHANGE HISTORY".
           05  FILLER                  PIC X(10) VALUE "FUNCTION: ".
           05  TL-FUNCTION             PIC X(8).
           05  TL-ASOF-CAPTION         PIC X(8)  VALUE SPACES.
           05  TL-ASOF-DATE            PIC X(8)  VALUE SPACES.
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(8)  VALUE "  PAGE: ".
           05  TL-PAGE-NUMBER          PIC ZZZZ9.
           05  FILLER                  PIC X(37) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "IMAGE".
           05  FILLER                  PIC X(8)  VALUE "KEY".
           05  FILLER                  PIC X(8)  VALUE "A".
           05  FILLER                  PIC X(8)  VALUE "B".
           05  FILLER                  PIC X(10) VALUE "OPS".
           05  FILLER                  PIC X(9)  VALUE "SUM".
           05  FILLER                  PIC X(8)  VALUE "DIFF".
           05  FILLER                  PIC X(12) VALUE "PROD".
           05  FILLER                  PIC X(7)  VALUE "QUOT".
           05  FILLER                  PIC X(7)  VALUE "REM".
           05  FILLER                  PIC X(7)  VALUE "MOD".
           05  FILLER                  PIC X(7)  VALUE "PCT".
           05  FILLER                  PIC X(10) VALUE "UPD-DATE".
           05  FILLER                  PIC X(7)  VALUE "RERUNS".
           05  FILLER                  PIC X(6)  VALUE "BATCH".
           05  FILLER                  PIC X(8)  VALUE SPACES.

      *        One line per master image.  Result columns print as
      *        stored, blank where the operation was not requested.
       01  WS-IMAGE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  IL-LABEL                PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-KEY                  PIC 9(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-A                    PIC -ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-B                    PIC -ZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-OPS                  PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-SUM                  PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-DIFF                 PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-PROD                 PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-QUOT                 PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-REMAINDER            PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-MOD                  PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-PCT-CHANGE           PIC X(5).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-UPD-DATE             PIC 9(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  IL-RERUN-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  IL-BATCH-NUMBER         PIC 9(6).
           05  FILLER                  PIC X(8)  VALUE SPACES.

      *        TRAIL: one line naming the change, then its images.
       01  WS-CHANGE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "CHANGE: ".
           05  CH-ACTION               PIC X(8).
           05  FILLER                  PIC X(5)  VALUE " KEY ".
           05  CH-KEY                  PIC 9(6).
           05  FILLER                  PIC X(4)  VALUE " ON ".
           05  CH-DATE                 PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  CH-TIME                 PIC 9(8).
           05  FILLER                  PIC X(4)  VALUE " BY ".
           05  CH-PROGRAM              PIC X(8).
           05  FILLER                  PIC X(7)  VALUE " BATCH ".
           05  CH-BATCH-NUMBER         PIC 9(6).
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "KEYS: ".
           05  SL-KEY-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  CHANGES: ".
           05  SL-CHANGE-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  LISTED: ".
           05  SL-LISTED-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  FROM HISTORY: ".
           05  SL-FROM-HISTORY-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  FROM MASTER: ".
           05  SL-FROM-MASTER-COUNT    PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  UNTRACED: ".
           05  SL-UNTRACED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(15) VALUE "CONTROL  SUM: ".
           05  SL-TOTAL-SUM            PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(8)  VALUE "  DIFF: ".
           05  SL-TOTAL-DIFF           PIC -ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(8)  VALUE "  PROD: ".
           05  SL-TOTAL-PROD           PIC -ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               EVALUATE TRUE
                   WHEN WS-TRAIL-FUNCTION
                       PERFORM 3000-LIST-CHANGE-TRAIL
                   WHEN WS-ASOF-FUNCTION
                       PERFORM 4000-LIST-MASTER-AS-OF
               END-EVALUATE
               PERFORM 8000-WRITE-SUMMARY
           END-IF
           PERFORM 9100-CLOSE-FILES
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM 1200-READ-CONTROL-CARDS
           PERFORM 1300-EDIT-RUN-PARAMETERS
           IF NOT WS-ABORT-RUN
               PERFORM 1100-OPEN-INPUT-FILES
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT RPT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "MATHHST: CANNOT OPEN MATHHRPT, STATUS "
                       WS-RPT-FILE-STATUS
                   PERFORM 9010-RAISE-SEVERE-ERROR
               ELSE
                   PERFORM 2050-WRITE-REPORT-HEADERS
               END-IF
           END-IF.

      *        The master is only needed for ASOF, to stand in for
      *        the keys that have no history.
       1100-OPEN-INPUT-FILES.
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "MATHHST: CANNOT OPEN MATHHIST, STATUS "
                   WS-HIST-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           IF WS-ASOF-FUNCTION
               OPEN INPUT MST-FILE
               IF WS-MST-FILE-STATUS NOT = "00"
                   DISPLAY "MATHHST: CANNOT OPEN MATHMST, STATUS "
                       WS-MST-FILE-STATUS
                   PERFORM 9010-RAISE-SEVERE-ERROR
               ELSE
                   MOVE "Y" TO WS-MST-OPEN-SW
               END-IF
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
           EVALUATE WS-OPT-KEYWORD
               WHEN "FUNCTION"
                   EVALUATE WS-OPT-VALUE(1:8)
                       WHEN "TRAIL   "
                           SET WS-TRAIL-FUNCTION TO TRUE
                       WHEN "ASOF    "
                           SET WS-ASOF-FUNCTION TO TRUE
                       WHEN OTHER
                           PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-EVALUATE
               WHEN "FROMKEY"
                   IF WS-OPT-VALUE(1:6) NUMERIC
                       MOVE WS-OPT-VALUE(1:6) TO WS-FROM-KEY
                   ELSE
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-IF
               WHEN "TOKEY"
                   IF WS-OPT-VALUE(1:6) NUMERIC
                       MOVE WS-OPT-VALUE(1:6) TO WS-TO-KEY
                   ELSE
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-IF
               WHEN "ASOF"
                   IF WS-OPT-VALUE(1:8) NUMERIC
                       MOVE WS-OPT-VALUE(1:8) TO WS-ASOF-DATE
                   ELSE
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-IF
               WHEN OTHER
                   PERFORM 1290-FLAG-BAD-CONTROL-CARD
           END-EVALUATE.

       1290-FLAG-BAD-CONTROL-CARD.
           DISPLAY "MATHHST: INVALID CONTROL CARD " CTL-RECORD(1:30)
           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

       1300-EDIT-RUN-PARAMETERS.
           IF WS-NO-FUNCTION
               DISPLAY "MATHHST: NO FUNCTION CARD SUPPLIED - "
                   "NOTHING TO DO"
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-ASOF-FUNCTION
               AND WS-ASOF-DATE = ZERO
               DISPLAY "MATHHST: ASOF REQUIRES ASOF=YYYYMMDD - "
                   "NOTHING LISTED"
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF.

       2050-WRITE-REPORT-HEADERS.
           EVALUATE TRUE
               WHEN WS-TRAIL-FUNCTION
                   MOVE "TRAIL" TO TL-FUNCTION
               WHEN WS-ASOF-FUNCTION
                   MOVE "ASOF" TO TL-FUNCTION
                   MOVE "AS OF: " TO TL-ASOF-CAPTION
                   MOVE WS-ASOF-DATE TO TL-ASOF-DATE
           END-EVALUATE
           PERFORM 2055-WRITE-RPT-PAGE-HEADERS.

       2055-WRITE-RPT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO TL-PAGE-NUMBER
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE
           MOVE WS-TITLE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-COLUMN-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE 3 TO WS-LINE-COUNT.

       2410-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2055-WRITE-RPT-PAGE-HEADERS
           END-IF.

      *        The caller loads WS-IMAGE-RECORD and the label.
       2400-WRITE-IMAGE-LINE.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE IM-TRAN-KEY TO IL-KEY
           MOVE IM-A TO IL-A
           MOVE IM-B TO IL-B
           MOVE IM-OP-CODES TO IL-OPS
           MOVE IM-SUM-TEXT TO IL-SUM
           MOVE IM-DIFF-TEXT TO IL-DIFF
           MOVE IM-PROD-TEXT TO IL-PROD
           MOVE IM-QUOT-TEXT TO IL-QUOT
           MOVE IM-REMAINDER-TEXT TO IL-REMAINDER
           MOVE IM-MOD-TEXT TO IL-MOD
           MOVE IM-PCT-CHANGE-TEXT TO IL-PCT-CHANGE
           MOVE IM-LAST-UPD-DATE TO IL-UPD-DATE
           MOVE IM-RERUN-COUNT TO IL-RERUN-COUNT
           MOVE IM-BATCH-NUMBER TO IL-BATCH-NUMBER
           MOVE WS-IMAGE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *        TRAIL positions at the first change for the low key of
      *        the range and reads forward until the key passes the
      *        high end; the history's index puts each key's changes
      *        in date and time order.
       3000-LIST-CHANGE-TRAIL.
           MOVE WS-FROM-KEY-NUM TO HS-TRAN-KEY
           MOVE ZERO TO HS-CHANGE-DATE
           MOVE ZERO TO HS-CHANGE-TIME
           MOVE ZERO TO HS-SEQUENCE
           START HIST-FILE KEY NOT < HS-HIST-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 3100-LIST-ONE-CHANGE UNTIL WS-EOF.

       3100-LIST-ONE-CHANGE.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF HS-TRAN-KEY > WS-TO-KEY-NUM
                       SET WS-EOF TO TRUE
                   ELSE
                       PERFORM 3200-WRITE-CHANGE
                   END-IF
           END-READ.

       3200-WRITE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           IF HS-TRAN-KEY NOT = WS-LAST-TRAIL-KEY
               ADD 1 TO WS-KEY-COUNT
               MOVE HS-TRAN-KEY TO WS-LAST-TRAIL-KEY
           END-IF
           IF WS-LINE-COUNT + 3 > WS-LINES-PER-PAGE
               PERFORM 2055-WRITE-RPT-PAGE-HEADERS
           END-IF
           EVALUATE TRUE
               WHEN HS-ADDED
                   MOVE "ADD" TO CH-ACTION
               WHEN HS-REPLACED
                   MOVE "REPLACE" TO CH-ACTION
               WHEN HS-DELETED
                   MOVE "REVERSE" TO CH-ACTION
               WHEN HS-PURGED
                   MOVE "PURGE" TO CH-ACTION
               WHEN OTHER
                   MOVE HS-ACTION TO CH-ACTION
           END-EVALUATE
           MOVE HS-TRAN-KEY TO CH-KEY
           MOVE HS-CHANGE-DATE TO CH-DATE
           MOVE HS-CHANGE-TIME TO CH-TIME
           MOVE HS-PROGRAM TO CH-PROGRAM
           MOVE HS-BATCH-NUMBER TO CH-BATCH-NUMBER
           MOVE WS-CHANGE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           IF HS-BEFORE-IMAGE NOT = SPACES
               MOVE HS-BEFORE-IMAGE TO WS-IMAGE-RECORD
               MOVE "BEFORE" TO IL-LABEL
               PERFORM 2400-WRITE-IMAGE-LINE
           END-IF
           IF HS-AFTER-IMAGE NOT = SPACES
               MOVE HS-AFTER-IMAGE TO WS-IMAGE-RECORD
               MOVE "AFTER" TO IL-LABEL
               PERFORM 2400-WRITE-IMAGE-LINE
           END-IF.

      *        Balance-line merge of MATHMST and MATHHIST, both read
      *        in key order from the low end of the range.  The lower
      *        current key is taken each time; where the history has
      *        the key, it decides and the master record is passed
      *        over.
       4000-LIST-MASTER-AS-OF.
           MOVE WS-FROM-KEY-NUM TO MST-TRAN-KEY
           START MST-FILE KEY NOT < MST-TRAN-KEY
               INVALID KEY
                   MOVE WS-MERGE-END TO WS-MST-MERGE-KEY
               NOT INVALID KEY
                   PERFORM 4110-READ-MASTER
           END-START
           MOVE WS-FROM-KEY-NUM TO HS-TRAN-KEY
           MOVE ZERO TO HS-CHANGE-DATE
           MOVE ZERO TO HS-CHANGE-TIME
           MOVE ZERO TO HS-SEQUENCE
           START HIST-FILE KEY NOT < HS-HIST-KEY
               INVALID KEY
                   MOVE WS-MERGE-END TO WS-HST-MERGE-KEY
               NOT INVALID KEY
                   PERFORM 4120-READ-HISTORY
           END-START
           PERFORM 4100-LIST-ONE-KEY
               UNTIL WS-MST-MERGE-KEY = WS-MERGE-END
                   AND WS-HST-MERGE-KEY = WS-MERGE-END.

       4100-LIST-ONE-KEY.
           IF WS-HST-MERGE-KEY NOT > WS-MST-MERGE-KEY
               MOVE WS-HST-MERGE-KEY TO WS-MERGE-KEY
               IF WS-MST-MERGE-KEY = WS-MERGE-KEY
                   PERFORM 4110-READ-MASTER
               END-IF
               PERFORM 4200-KEY-FROM-HISTORY
           ELSE
               PERFORM 4300-KEY-FROM-MASTER
               PERFORM 4110-READ-MASTER
           END-IF.

       4110-READ-MASTER.
           READ MST-FILE NEXT RECORD
               AT END
                   MOVE WS-MERGE-END TO WS-MST-MERGE-KEY
               NOT AT END
                   IF MST-TRAN-KEY > WS-TO-KEY-NUM
                       MOVE WS-MERGE-END TO WS-MST-MERGE-KEY
                   ELSE
                       MOVE MST-TRAN-KEY TO WS-MST-MERGE-KEY
                   END-IF
           END-READ.

       4120-READ-HISTORY.
           READ HIST-FILE NEXT RECORD
               AT END
                   MOVE WS-MERGE-END TO WS-HST-MERGE-KEY
               NOT AT END
                   IF HS-TRAN-KEY > WS-TO-KEY-NUM
                       MOVE WS-MERGE-END TO WS-HST-MERGE-KEY
                   ELSE
                       MOVE HS-TRAN-KEY TO WS-HST-MERGE-KEY
                   END-IF
           END-READ.

      *        Walk the key's changes oldest first.  The first
      *        change's before-image is the record as it stood before
      *        history saw it; every change made on or before the
      *        ASOF date then replaces it with its after-image.  A
      *        key that did not exist on that date ends up blank and
      *        is not listed.
       4200-KEY-FROM-HISTORY.
           MOVE SPACES TO WS-IMAGE-RECORD
           MOVE "Y" TO WS-FIRST-CHANGE-SW
           PERFORM 4210-APPLY-ONE-CHANGE
               UNTIL WS-HST-MERGE-KEY NOT = WS-MERGE-KEY
           IF WS-IMAGE-RECORD NOT = SPACES
               MOVE "HISTORY" TO IL-LABEL
               ADD 1 TO WS-FROM-HISTORY-COUNT
               PERFORM 4400-LIST-AS-OF-IMAGE
           END-IF.

       4210-APPLY-ONE-CHANGE.
           ADD 1 TO WS-CHANGE-COUNT
           IF WS-FIRST-CHANGE
               MOVE HS-BEFORE-IMAGE TO WS-IMAGE-RECORD
               MOVE "N" TO WS-FIRST-CHANGE-SW
           END-IF
           IF HS-CHANGE-DATE NOT > WS-ASOF-DATE
               MOVE HS-AFTER-IMAGE TO WS-IMAGE-RECORD
           END-IF
           PERFORM 4120-READ-HISTORY.

       4300-KEY-FROM-MASTER.
           MOVE MST-RECORD TO WS-IMAGE-RECORD
           IF MST-LAST-UPD-DATE > WS-ASOF-DATE
               MOVE "UNTRACED" TO IL-LABEL
               ADD 1 TO WS-UNTRACED-COUNT
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           ELSE
               MOVE "MASTER" TO IL-LABEL
               ADD 1 TO WS-FROM-MASTER-COUNT
           END-IF
           PERFORM 4400-LIST-AS-OF-IMAGE.

       4400-LIST-AS-OF-IMAGE.
           ADD 1 TO WS-KEY-COUNT
           ADD 1 TO WS-LISTED-COUNT
           PERFORM 2400-WRITE-IMAGE-LINE
           IF IM-SUM-TEXT NOT = SPACES
               ADD IM-SUM TO WS-TOTAL-SUM
           END-IF
           IF IM-DIFF-TEXT NOT = SPACES
               ADD IM-DIFF TO WS-TOTAL-DIFF
           END-IF
           IF IM-PROD-TEXT NOT = SPACES
               ADD IM-PROD TO WS-TOTAL-PROD
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE WS-KEY-COUNT TO SL-KEY-COUNT
           MOVE WS-CHANGE-COUNT TO SL-CHANGE-COUNT
           MOVE WS-LISTED-COUNT TO SL-LISTED-COUNT
           MOVE WS-FROM-HISTORY-COUNT TO SL-FROM-HISTORY-COUNT
           MOVE WS-FROM-MASTER-COUNT TO SL-FROM-MASTER-COUNT
           MOVE WS-UNTRACED-COUNT TO SL-UNTRACED-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           IF WS-ASOF-FUNCTION
               MOVE WS-TOTAL-SUM TO SL-TOTAL-SUM
               MOVE WS-TOTAL-DIFF TO SL-TOTAL-DIFF
               MOVE WS-TOTAL-PROD TO SL-TOTAL-PROD
               MOVE WS-SUMMARY-LINE-2 TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

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
           CLOSE HIST-FILE
           IF WS-MST-OPEN
               CLOSE MST-FILE
           END-IF
           CLOSE RPT-FILE.
