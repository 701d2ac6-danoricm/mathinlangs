       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathRbd.

      *        Results-master rebuild, for the night MATHMST is lost,
      *        corrupted, or restored from a stale backup.  Every line
      *        MathOps and MathRel ever wrote to the audit log -- the
      *        archives MathArc cut (MATHAUDA) plus the live MATHAUD
      *        -- is sorted into run-date and run-time order and
      *        replayed into a fresh master, MATHMSTN, the way MathOps
      *        posted it:
      *            - a posting adds the key, or replaces it and bumps
      *              the rerun count, and carries the batch number
      *            - a reversal (entry type V) deletes the key
      *            - an ad-hoc line never touched the master and is
      *              passed over
      *        MathMnt PURGE deletions are not on the audit log; they
      *        are taken from the MATHHIST change history and replayed
      *        in their place in the sequence.  So is the date MathRel
      *        stamps on a key it releases -- the date the item was
      *        held, not the release night on its audit line -- taken
      *        from MathRel's own add/replace record there.
      *        The register on MATHURPT lists every key rebuilt and,
      *        wherever the damaged MATHMST can still be read, whether
      *        the old record agrees, differs (old image printed
      *        under the new), or is missing, followed by any keys the
      *        damaged master holds that the rebuild does not.  The
      *        scheduler swaps MATHMSTN in as MATHMST once the
      *        register has been reviewed.
      *        Control cards, one per line:
      *            ARCFILE=XXXXXXXX  an archived log to replay ahead of
      *                              MATHAUD (up to 20 cards)
      *        Audit lines written before the log carried the
      *        remainder and the requested op-codes rebuild with the
      *        op-codes taken from the result columns filled and the
      *        remainder blank; they are counted as inexact.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT AUD-FILE ASSIGN TO WS-AUD-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "MATHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT OLD-FILE ASSIGN TO "MATHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OM-TRAN-KEY
               FILE STATUS IS WS-OLD-FILE-STATUS.
           SELECT NEW-FILE ASSIGN TO "MATHMSTN"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRAN-KEY
               FILE STATUS IS WS-NEW-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHURPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Column-for-column image of the audit line MathOps
      *        writes (WS-AUDIT-LINE there); result columns are read
      *        as text because operations a transaction never asked
      *        for are blank, not zero.
       FD  AUD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  AUD-RECORD                  PIC X(126).

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

      *        The damaged master, only ever read.
       FD  OLD-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  OLD-RECORD.
           05  OM-TRAN-KEY              PIC 9(6).
           05  FILLER                   PIC X(88).

      *        Column-for-column image of the master record MathOps
      *        keeps (MST-RECORD there).
       FD  NEW-FILE
           RECORD CONTAINS 94 CHARACTERS.
       01  MST-RECORD.
           05  MST-TRAN-KEY             PIC 9(6).
           05  MST-A                    PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  MST-B                    PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  MST-OP-CODES             PIC X(8).
           05  MST-SUM                  PIC S9(7).
           05  MST-SUM-TEXT REDEFINES MST-SUM
                                    PIC X(7).
           05  MST-DIFF                 PIC S9(6).
           05  MST-DIFF-TEXT REDEFINES MST-DIFF
                                    PIC X(6).
           05  MST-PROD                 PIC S9(10).
           05  MST-PROD-TEXT REDEFINES MST-PROD
                                    PIC X(10).
           05  MST-QUOT                 PIC S9(3)V99.
           05  MST-QUOT-TEXT REDEFINES MST-QUOT
                                    PIC X(5).
           05  MST-REMAINDER            PIC S9(5).
           05  MST-REMAINDER-TEXT REDEFINES MST-REMAINDER
                                    PIC X(5).
           05  MST-MOD                  PIC S9(5).
           05  MST-MOD-TEXT REDEFINES MST-MOD
                                    PIC X(5).
           05  MST-PCT-CHANGE           PIC S9(3)V99.
           05  MST-PCT-CHANGE-TEXT REDEFINES MST-PCT-CHANGE
                                    PIC X(5).
           05  MST-LAST-UPD-DATE        PIC 9(8).
           05  MST-LAST-UPD-TIME        PIC 9(8).
           05  MST-RERUN-COUNT          PIC 9(3).
           05  MST-BATCH-NUMBER         PIC 9(6).

      *        Every audit line, every purge and every MathRel
      *        release stamp, on its way through the sort into the
      *        order it happened.  The sequence number keeps lines of
      *        one run in the order written, and puts a MathRel run's
      *        history records, which carry that run's date and time,
      *        behind its audit lines.  A release stamp carries
      *        MathRel's after-image in the audit-line slot.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-RUN-DATE              PIC X(8).
           05  SR-RUN-TIME              PIC X(8).
           05  SR-SEQUENCE              PIC 9(9).
           05  SR-SOURCE                PIC X(1).
               88  SR-FROM-AUDIT        VALUE "A".
               88  SR-FROM-PURGE        VALUE "P".
               88  SR-FROM-RELEASE      VALUE "R".
           05  SR-KEY                   PIC 9(6).
           05  SR-AUDIT-LINE            PIC X(126).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-AUD-FILE-STATUS      PIC XX.
           05  WS-HIST-FILE-STATUS     PIC XX.
           05  WS-OLD-FILE-STATUS      PIC XX.
           05  WS-NEW-FILE-STATUS      PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-SORT-EOF-SW          PIC X VALUE "N".
               88  WS-SORT-EOF         VALUE "Y".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-OLD-READABLE-SW      PIC X VALUE "N".
               88  WS-OLD-READABLE     VALUE "Y".
           05  WS-NEW-OPEN-SW          PIC X VALUE "N".
               88  WS-NEW-OPEN         VALUE "Y".
           05  WS-IN-REGISTER-SW       PIC X VALUE "N".
               88  WS-IN-REGISTER      VALUE "Y".

      *        Graded condition code on MathOps' scale: 00 the rebuild
      *        agrees with the damaged master throughout, 04 it
      *        differs somewhere or some input was unusable (review
      *        the register before the swap), 08 a named log could
      *        not be read so the rebuild is incomplete, 12 MATHMSTN
      *        could not be built.
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-OPTION-CARD-FIELDS.
           05  WS-OPT-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-OPT-VALUE            PIC X(20) VALUE SPACES.

      *        Archived logs named on ARCFILE= cards, replayed ahead
      *        of the live log.
       01  WS-LOG-TABLE-AREA.
           05  WS-LOG-COUNT            PIC 9(2)  VALUE ZERO.
           05  WS-LOG-LIMIT            PIC 9(2)  VALUE 20.
           05  WS-LOG-SUB              PIC 9(2)  VALUE ZERO.
           05  WS-LOG-ENTRY OCCURS 20 TIMES.
               10  WS-LG-FILE-NAME     PIC X(8).

       01  WS-AUD-FILE-NAME            PIC X(8)  VALUE "MATHAUD".

      *        The audit line being replayed, laid out as MathOps
      *        writes it.
       01  WS-AUDIT-IMAGE.
           05  AQ-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  AQ-RUN-DATE              PIC X(8).
           05  FILLER                   PIC X(1).
           05  AQ-RUN-TIME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  AQ-KEY                   PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-A                     PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-B                     PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-SUM                   PIC X(8).
           05  FILLER                   PIC X(1).
           05  AQ-DIFF                  PIC X(7).
           05  FILLER                   PIC X(1).
           05  AQ-PROD                  PIC X(11).
           05  FILLER                   PIC X(1).
           05  AQ-QUOT                  PIC X(7).
           05  FILLER                   PIC X(1).
           05  AQ-MOD                   PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-PCT-CHANGE            PIC X(7).
           05  FILLER                   PIC X(1).
           05  AQ-BATCH-NUMBER          PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-RUN-MODE              PIC X(1).
               88  AQ-ADHOC-RUN         VALUE "A".
           05  FILLER                   PIC X(1).
           05  AQ-ENTRY-TYPE            PIC X(1).
               88  AQ-REVERSAL          VALUE "V".
           05  FILLER                   PIC X(1).
           05  AQ-REMAINDER             PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-OP-CODES              PIC X(8).

      *        A master image, new or old, on its way to the register
      *        -- or a MathRel after-image on its way to a restamp.
       01  WS-IMAGE-AREA.
           05  IM-TRAN-KEY              PIC 9(6).
           05  IM-A                     PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  IM-B                     PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  IM-OP-CODES              PIC X(8).
           05  IM-SUM-TEXT              PIC X(7).
           05  IM-DIFF-TEXT             PIC X(6).
           05  IM-PROD-TEXT             PIC X(10).
           05  IM-QUOT-TEXT             PIC X(5).
           05  IM-REMAINDER-TEXT        PIC X(5).
           05  IM-MOD-TEXT              PIC X(5).
           05  IM-PCT-CHANGE-TEXT       PIC X(5).
           05  IM-LAST-UPD-DATE         PIC 9(8).
           05  IM-LAST-UPD-TIME         PIC 9(8).
           05  IM-RERUN-COUNT           PIC 9(3).
           05  IM-BATCH-NUMBER          PIC 9(6).

      *        Op-codes rebuilt from the filled result columns of a
      *        line that predates the op-code column.
       01  WS-INFERRED-OP-AREA.
           05  WS-INFERRED-OP-CODES    PIC X(8)  VALUE SPACES.
           05  WS-INFERRED-SUB         PIC 9(2)  VALUE ZERO.

       01  WS-ACCUMULATORS.
           05  WS-SEQUENCE-NUMBER      PIC 9(9)  VALUE ZERO.
           05  WS-LOG-LINE-COUNT       PIC 9(9)  VALUE ZERO.
           05  WS-LINES-READ           PIC 9(9)  VALUE ZERO.
           05  WS-UNUSABLE-COUNT       PIC 9(9)  VALUE ZERO.
           05  WS-POSTED-COUNT         PIC 9(9)  VALUE ZERO.
           05  WS-REVERSED-COUNT       PIC 9(9)  VALUE ZERO.
           05  WS-ADHOC-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-INEXACT-COUNT        PIC 9(9)  VALUE ZERO.
           05  WS-PURGE-COUNT          PIC 9(9)  VALUE ZERO.
           05  WS-REBUILT-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-SAME-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-DIFFER-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-NEW-ONLY-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-OLD-ONLY-COUNT       PIC 9(7)  VALUE ZERO.

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
                   VALUE "MATHMST REBUILD REGISTER".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(8)  VALUE "  PAGE: ".
           05  TL-PAGE-NUMBER          PIC ZZZZ9.
           05  FILLER                  PIC X(71) VALUE SPACES.

       01  WS-LOG-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(16) VALUE "LOG REPLAYED: ".
           05  LL-FILE-NAME            PIC X(8).
           05  FILLER                  PIC X(9)  VALUE "  LINES: ".
           05  LL-LINE-COUNT           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  LL-NOTE                 PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(48) VALUE SPACES.

       01  WS-MESSAGE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  ML-TEXT                 PIC X(80).
           05  FILLER                  PIC X(52) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "STATUS".
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

      *        One line per master image, rebuilt or old.  Result
      *        columns print as stored, blank where the operation was
      *        not requested.
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

       01  WS-SUMMARY-LINE-1.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "LINES READ: ".
           05  SL-LINES-READ           PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  POSTED: ".
           05  SL-POSTED-COUNT         PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REVERSED: ".
           05  SL-REVERSED-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  PURGED: ".
           05  SL-PURGE-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(10) VALUE "  AD-HOC: ".
           05  SL-ADHOC-COUNT          PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  UNUSABLE: ".
           05  SL-UNUSABLE-COUNT       PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE SPACES.

       01  WS-SUMMARY-LINE-2.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(14) VALUE "KEYS REBUILT: ".
           05  SL-REBUILT-COUNT        PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  SAME: ".
           05  SL-SAME-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  DIFFERS: ".
           05  SL-DIFFER-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  NEW ONLY: ".
           05  SL-NEW-ONLY-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  OLD ONLY: ".
           05  SL-OLD-ONLY-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  INEXACT: ".
           05  SL-INEXACT-COUNT        PIC ZZZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               SORT SORT-FILE
                   ON ASCENDING KEY SR-RUN-DATE
                                    SR-RUN-TIME
                                    SR-SEQUENCE
                   INPUT PROCEDURE IS 2000-LOAD-AUDIT-TRAIL
                   OUTPUT PROCEDURE IS 3000-REPLAY-AUDIT-TRAIL
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 4000-WRITE-REBUILD-REGISTER
               PERFORM 5000-LIST-OLD-ONLY-KEYS
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
               DISPLAY "MATHRBD: CANNOT OPEN MATHURPT, STATUS "
                   WS-RPT-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               PERFORM 2055-WRITE-RPT-PAGE-HEADERS
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 1100-OPEN-MASTER-FILES
           END-IF.

      *        MATHMSTN always starts empty.  The damaged master is
      *        opened only to compare against; if it will not open
      *        the rebuild still goes ahead, without the comparison.
       1100-OPEN-MASTER-FILES.
           OPEN OUTPUT NEW-FILE
           CLOSE NEW-FILE
           OPEN I-O NEW-FILE
           IF WS-NEW-FILE-STATUS NOT = "00"
               DISPLAY "MATHRBD: CANNOT OPEN MATHMSTN, STATUS "
                   WS-NEW-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               MOVE "Y" TO WS-NEW-OPEN-SW
           END-IF
           OPEN INPUT OLD-FILE
           IF WS-OLD-FILE-STATUS = "00"
               MOVE "Y" TO WS-OLD-READABLE-SW
           ELSE
               MOVE SPACES TO ML-TEXT
               STRING "DAMAGED MATHMST WILL NOT OPEN (STATUS "
                   WS-OLD-FILE-STATUS ") - NO COMPARISON MADE"
                   DELIMITED BY SIZE INTO ML-TEXT
               PERFORM 2060-WRITE-MESSAGE-LINE
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
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
               WHEN WS-OPT-KEYWORD = "ARCFILE"
                   AND WS-OPT-VALUE(1:8) NOT = SPACES
                   IF WS-LOG-COUNT < WS-LOG-LIMIT
                       ADD 1 TO WS-LOG-COUNT
                       MOVE WS-OPT-VALUE(1:8)
                           TO WS-LG-FILE-NAME (WS-LOG-COUNT)
                   ELSE
                       DISPLAY "MATHRBD: MORE THAN " WS-LOG-LIMIT
                           " ARCFILE CARDS - " WS-OPT-VALUE(1:8)
                           " IGNORED"
                       MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "MATHRBD: UNRECOGNIZED CONTROL CARD "
                       CTL-RECORD(1:20)
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
           END-EVALUATE.

       2055-WRITE-RPT-PAGE-HEADERS.
           ADD 1 TO WS-PAGE-NUMBER
           MOVE WS-PAGE-NUMBER TO TL-PAGE-NUMBER
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE
           MOVE WS-TITLE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE
           MOVE 1 TO WS-LINE-COUNT.

       2060-WRITE-MESSAGE-LINE.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-MESSAGE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

      *        Result columns are copied as stored so that a blank
      *        column prints blank; the damaged master may hold
      *        anything in them.
       2400-WRITE-IMAGE-LINE.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE IM-TRAN-KEY TO IL-KEY
           IF IM-A NUMERIC
               MOVE IM-A TO IL-A
           ELSE
               MOVE ZERO TO IL-A
           END-IF
           IF IM-B NUMERIC
               MOVE IM-B TO IL-B
           ELSE
               MOVE ZERO TO IL-B
           END-IF
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

       2410-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT NOT < WS-LINES-PER-PAGE
               PERFORM 2055-WRITE-RPT-PAGE-HEADERS
               IF WS-IN-REGISTER
                   MOVE WS-COLUMN-HEADING-LINE TO RPT-RECORD
                   WRITE RPT-RECORD AFTER ADVANCING 2 LINES
                   ADD 2 TO WS-LINE-COUNT
               END-IF
           END-IF.

      *        Sort input: the archives in the order carded, then the
      *        live log, then the purges from the change history.
       2000-LOAD-AUDIT-TRAIL.
           IF WS-LOG-COUNT > ZERO
               PERFORM 2100-LOAD-ARCHIVED-LOG
                   VARYING WS-LOG-SUB FROM 1 BY 1
                   UNTIL WS-LOG-SUB > WS-LOG-COUNT
           END-IF
           MOVE "MATHAUD" TO WS-AUD-FILE-NAME
           PERFORM 2110-LOAD-ONE-LOG
           PERFORM 2200-LOAD-PURGES.

       2100-LOAD-ARCHIVED-LOG.
           MOVE WS-LG-FILE-NAME (WS-LOG-SUB) TO WS-AUD-FILE-NAME
           PERFORM 2110-LOAD-ONE-LOG.

      *        A log that will not open leaves a hole in the replay,
      *        so the rebuild is reported as incomplete.
       2110-LOAD-ONE-LOG.
           MOVE ZERO TO WS-LOG-LINE-COUNT
           MOVE SPACES TO LL-NOTE
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT AUD-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               STRING "*** WILL NOT OPEN, STATUS "
                   WS-AUD-FILE-STATUS
                   DELIMITED BY SIZE INTO LL-NOTE
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           ELSE
               PERFORM 2120-RELEASE-AUDIT-LINE UNTIL WS-EOF
               CLOSE AUD-FILE
           END-IF
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-AUD-FILE-NAME TO LL-FILE-NAME
           MOVE WS-LOG-LINE-COUNT TO LL-LINE-COUNT
           MOVE WS-LOG-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

      *        A line without a usable run date, run time, or key
      *        cannot be placed or posted; it is counted and left out.
       2120-RELEASE-AUDIT-LINE.
           READ AUD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   IF AUD-RECORD NOT = SPACES
                       ADD 1 TO WS-LOG-LINE-COUNT
                       ADD 1 TO WS-LINES-READ
                       MOVE AUD-RECORD TO WS-AUDIT-IMAGE
                       IF AQ-RUN-DATE NUMERIC
                           AND AQ-RUN-TIME NUMERIC
                           AND AQ-KEY NUMERIC
                           ADD 1 TO WS-SEQUENCE-NUMBER
                           MOVE AQ-RUN-DATE TO SR-RUN-DATE
                           MOVE AQ-RUN-TIME TO SR-RUN-TIME
                           MOVE WS-SEQUENCE-NUMBER TO SR-SEQUENCE
                           SET SR-FROM-AUDIT TO TRUE
                           MOVE AQ-KEY TO SR-KEY
                           MOVE AUD-RECORD TO SR-AUDIT-LINE
                           RELEASE SORT-RECORD
                       ELSE
                           ADD 1 TO WS-UNUSABLE-COUNT
                       END-IF
                   END-IF
           END-READ.

      *        No change history means MathMnt purges cannot be
      *        replayed -- keys purged since would come back -- and
      *        keys MathRel released keep the release date.
       2200-LOAD-PURGES.
           MOVE "N" TO WS-EOF-SW
           OPEN INPUT HIST-FILE
           IF WS-HIST-FILE-STATUS NOT = "00"
               MOVE SPACES TO ML-TEXT
               STRING "MATHHIST WILL NOT OPEN (STATUS "
                   WS-HIST-FILE-STATUS
                   ") - PURGES, RELEASE DATES NOT REPLAYED"
                   DELIMITED BY SIZE INTO ML-TEXT
               PERFORM 2060-WRITE-MESSAGE-LINE
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           ELSE
               PERFORM 2210-RELEASE-PURGE UNTIL WS-EOF
               CLOSE HIST-FILE
           END-IF.

       2210-RELEASE-PURGE.
           READ HIST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN HS-PURGED
                           MOVE SPACES TO SR-AUDIT-LINE
                           SET SR-FROM-PURGE TO TRUE
                           PERFORM 2220-RELEASE-HISTORY-RECORD
                       WHEN HS-PROGRAM = "MATHREL"
                           AND (HS-ADDED OR HS-REPLACED)
                           MOVE SPACES TO SR-AUDIT-LINE
                           MOVE HS-AFTER-IMAGE TO SR-AUDIT-LINE
                           SET SR-FROM-RELEASE TO TRUE
                           PERFORM 2220-RELEASE-HISTORY-RECORD
                   END-EVALUATE
           END-READ.

       2220-RELEASE-HISTORY-RECORD.
           ADD 1 TO WS-SEQUENCE-NUMBER
           MOVE HS-CHANGE-DATE TO SR-RUN-DATE
           MOVE HS-CHANGE-TIME TO SR-RUN-TIME
           MOVE WS-SEQUENCE-NUMBER TO SR-SEQUENCE
           MOVE HS-TRAN-KEY TO SR-KEY
           RELEASE SORT-RECORD.

      *        Sort output: each line applied to MATHMSTN exactly as
      *        MathOps applied it to the master that night.
       3000-REPLAY-AUDIT-TRAIL.
           MOVE "N" TO WS-SORT-EOF-SW
           PERFORM 3100-REPLAY-ONE-LINE UNTIL WS-SORT-EOF.

       3100-REPLAY-ONE-LINE.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SR-FROM-PURGE
                           ADD 1 TO WS-PURGE-COUNT
                           PERFORM 3300-DELETE-KEY
                       WHEN SR-FROM-RELEASE
                           PERFORM 3400-RESTAMP-RELEASED-KEY
                       WHEN OTHER
                           MOVE SR-AUDIT-LINE TO WS-AUDIT-IMAGE
                           PERFORM 3150-REPLAY-AUDIT-LINE
                   END-EVALUATE
           END-RETURN.

       3150-REPLAY-AUDIT-LINE.
           EVALUATE TRUE
               WHEN AQ-ADHOC-RUN
                   ADD 1 TO WS-ADHOC-COUNT
               WHEN AQ-REVERSAL
                   ADD 1 TO WS-REVERSED-COUNT
                   PERFORM 3300-DELETE-KEY
               WHEN OTHER
                   ADD 1 TO WS-POSTED-COUNT
                   PERFORM 3200-POST-AUDIT-LINE
           END-EVALUATE.

      *        Add on first sight of a key, replace and bump the
      *        rerun count on every later posting -- MathOps' own
      *        2750-UPDATE-RESULTS-MASTER rule.
       3200-POST-AUDIT-LINE.
           MOVE SR-KEY TO MST-TRAN-KEY
           READ NEW-FILE
               INVALID KEY
                   MOVE ZERO TO MST-RERUN-COUNT
                   PERFORM 3210-BUILD-MASTER-RECORD
                   WRITE MST-RECORD
                       INVALID KEY
                           PERFORM 3290-REPORT-UPDATE-FAILURE
                   END-WRITE
               NOT INVALID KEY
                   ADD 1 TO MST-RERUN-COUNT
                   PERFORM 3210-BUILD-MASTER-RECORD
                   REWRITE MST-RECORD
                       INVALID KEY
                           PERFORM 3290-REPORT-UPDATE-FAILURE
                   END-REWRITE
           END-READ.

      *        The audit line's results are edited text; NUMVAL takes
      *        each back to the master's own picture, and a blank
      *        column stays blank.
       3210-BUILD-MASTER-RECORD.
           MOVE SR-KEY TO MST-TRAN-KEY
           COMPUTE MST-A = FUNCTION NUMVAL(AQ-A)
           COMPUTE MST-B = FUNCTION NUMVAL(AQ-B)
           IF AQ-SUM = SPACES
               MOVE SPACES TO MST-SUM-TEXT
           ELSE
               COMPUTE MST-SUM = FUNCTION NUMVAL(AQ-SUM)
           END-IF
           IF AQ-DIFF = SPACES
               MOVE SPACES TO MST-DIFF-TEXT
           ELSE
               COMPUTE MST-DIFF = FUNCTION NUMVAL(AQ-DIFF)
           END-IF
           IF AQ-PROD = SPACES
               MOVE SPACES TO MST-PROD-TEXT
           ELSE
               COMPUTE MST-PROD = FUNCTION NUMVAL(AQ-PROD)
           END-IF
           IF AQ-QUOT = SPACES
               MOVE SPACES TO MST-QUOT-TEXT
           ELSE
               COMPUTE MST-QUOT = FUNCTION NUMVAL(AQ-QUOT)
           END-IF
           IF AQ-REMAINDER = SPACES
               MOVE SPACES TO MST-REMAINDER-TEXT
           ELSE
               COMPUTE MST-REMAINDER = FUNCTION NUMVAL(AQ-REMAINDER)
           END-IF
           IF AQ-MOD = SPACES
               MOVE SPACES TO MST-MOD-TEXT
           ELSE
               COMPUTE MST-MOD = FUNCTION NUMVAL(AQ-MOD)
           END-IF
           IF AQ-PCT-CHANGE = SPACES
               MOVE SPACES TO MST-PCT-CHANGE-TEXT
           ELSE
               COMPUTE MST-PCT-CHANGE = FUNCTION NUMVAL(AQ-PCT-CHANGE)
           END-IF
           IF AQ-OP-CODES = SPACES
               AND AQ-REMAINDER = SPACES
               ADD 1 TO WS-INEXACT-COUNT
               PERFORM 3220-INFER-OP-CODES
               MOVE WS-INFERRED-OP-CODES TO MST-OP-CODES
           ELSE
               MOVE AQ-OP-CODES TO MST-OP-CODES
           END-IF
           MOVE AQ-RUN-DATE TO MST-LAST-UPD-DATE
           MOVE AQ-RUN-TIME TO MST-LAST-UPD-TIME
           IF AQ-BATCH-NUMBER NUMERIC
               MOVE AQ-BATCH-NUMBER TO MST-BATCH-NUMBER
           ELSE
               MOVE ZERO TO MST-BATCH-NUMBER
           END-IF.

      *        Every requested operation but the remainder leaves a
      *        filled column, so the columns say what was asked for.
      *        (REM requested with all others is "ALL" on the
      *        transaction; a line with a blank op-code column and a
      *        filled remainder is a current line, not this case.)
       3220-INFER-OP-CODES.
           MOVE SPACES TO WS-INFERRED-OP-CODES
           MOVE ZERO TO WS-INFERRED-SUB
           IF AQ-SUM NOT = SPACES
               ADD 1 TO WS-INFERRED-SUB
               MOVE "S" TO WS-INFERRED-OP-CODES(WS-INFERRED-SUB:1)
           END-IF
           IF AQ-DIFF NOT = SPACES
               ADD 1 TO WS-INFERRED-SUB
               MOVE "D" TO WS-INFERRED-OP-CODES(WS-INFERRED-SUB:1)
           END-IF
           IF AQ-PROD NOT = SPACES
               ADD 1 TO WS-INFERRED-SUB
               MOVE "P" TO WS-INFERRED-OP-CODES(WS-INFERRED-SUB:1)
           END-IF
           IF AQ-QUOT NOT = SPACES
               ADD 1 TO WS-INFERRED-SUB
               MOVE "Q" TO WS-INFERRED-OP-CODES(WS-INFERRED-SUB:1)
           END-IF
           IF AQ-MOD NOT = SPACES
               ADD 1 TO WS-INFERRED-SUB
               MOVE "M" TO WS-INFERRED-OP-CODES(WS-INFERRED-SUB:1)
           END-IF
           IF AQ-PCT-CHANGE NOT = SPACES
               ADD 1 TO WS-INFERRED-SUB
               MOVE "C" TO WS-INFERRED-OP-CODES(WS-INFERRED-SUB:1)
           END-IF.

       3290-REPORT-UPDATE-FAILURE.
           DISPLAY "MATHRBD: MATHMSTN UPDATE FAILED FOR KEY " SR-KEY
               ", STATUS " WS-NEW-FILE-STATUS
           PERFORM 9010-RAISE-SEVERE-ERROR.

      *        A reversal or purge of a key the rebuild does not hold
      *        has nothing left to remove.
       3300-DELETE-KEY.
           MOVE SR-KEY TO MST-TRAN-KEY
           DELETE NEW-FILE
               INVALID KEY
                   CONTINUE
           END-DELETE.

      *        The audit line MathRel wrote has just been replayed
      *        with the release night's date; MathRel itself dated
      *        the master with the day the item was held, which is
      *        also the date a later REV rescales by.  A key the
      *        rebuild no longer holds has nothing to restamp.
       3400-RESTAMP-RELEASED-KEY.
           MOVE SR-AUDIT-LINE (1:94) TO WS-IMAGE-AREA
           MOVE SR-KEY TO MST-TRAN-KEY
           READ NEW-FILE
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE IM-LAST-UPD-DATE TO MST-LAST-UPD-DATE
                   MOVE IM-LAST-UPD-TIME TO MST-LAST-UPD-TIME
                   REWRITE MST-RECORD
                       INVALID KEY
                           PERFORM 3290-REPORT-UPDATE-FAILURE
                   END-REWRITE
           END-READ.

      *        Every rebuilt key in key order, each checked against
      *        the damaged master where that can be read.
       4000-WRITE-REBUILD-REGISTER.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE "Y" TO WS-IN-REGISTER-SW
           MOVE WS-COLUMN-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           MOVE "N" TO WS-EOF-SW
           MOVE ZERO TO MST-TRAN-KEY
           START NEW-FILE KEY NOT < MST-TRAN-KEY
               INVALID KEY
                   SET WS-EOF TO TRUE
           END-START
           PERFORM 4100-REGISTER-ONE-KEY UNTIL WS-EOF.

       4100-REGISTER-ONE-KEY.
           READ NEW-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REBUILT-COUNT
                   PERFORM 4200-COMPARE-WITH-OLD
           END-READ.

       4200-COMPARE-WITH-OLD.
           IF NOT WS-OLD-READABLE
               MOVE "REBUILT" TO IL-LABEL
               MOVE MST-RECORD TO WS-IMAGE-AREA
               PERFORM 2400-WRITE-IMAGE-LINE
           ELSE
               MOVE MST-TRAN-KEY TO OM-TRAN-KEY
               READ OLD-FILE
                   INVALID KEY
                       ADD 1 TO WS-NEW-ONLY-COUNT
                       MOVE "NEW ONLY" TO IL-LABEL
                       MOVE MST-RECORD TO WS-IMAGE-AREA
                       PERFORM 2400-WRITE-IMAGE-LINE
                   NOT INVALID KEY
                       IF OLD-RECORD = MST-RECORD
                           ADD 1 TO WS-SAME-COUNT
                           MOVE "SAME" TO IL-LABEL
                           MOVE MST-RECORD TO WS-IMAGE-AREA
                           PERFORM 2400-WRITE-IMAGE-LINE
                       ELSE
                           ADD 1 TO WS-DIFFER-COUNT
                           MOVE "DIFFERS" TO IL-LABEL
                           MOVE MST-RECORD TO WS-IMAGE-AREA
                           PERFORM 2400-WRITE-IMAGE-LINE
                           MOVE "  OLD" TO IL-LABEL
                           MOVE OLD-RECORD TO WS-IMAGE-AREA
                           PERFORM 2400-WRITE-IMAGE-LINE
                       END-IF
               END-READ
               IF WS-OLD-FILE-STATUS NOT = "00"
                   AND WS-OLD-FILE-STATUS NOT = "02"
                   AND WS-OLD-FILE-STATUS NOT = "23"
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE "OLD UNRD" TO IL-LABEL
                   MOVE MST-RECORD TO WS-IMAGE-AREA
                   PERFORM 2400-WRITE-IMAGE-LINE
               END-IF
           END-IF.

      *        Keys the damaged master holds that the audit trail
      *        does not put back.  A read error part-way stops the
      *        pass; everything past that point is unreadable.
       5000-LIST-OLD-ONLY-KEYS.
           IF WS-OLD-READABLE
               MOVE "N" TO WS-EOF-SW
               MOVE ZERO TO OM-TRAN-KEY
               START OLD-FILE KEY NOT < OM-TRAN-KEY
                   INVALID KEY
                       SET WS-EOF TO TRUE
               END-START
               PERFORM 5100-CHECK-ONE-OLD-KEY UNTIL WS-EOF
           END-IF.

       5100-CHECK-ONE-OLD-KEY.
           READ OLD-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE OM-TRAN-KEY TO MST-TRAN-KEY
                   READ NEW-FILE
                       INVALID KEY
                           ADD 1 TO WS-OLD-ONLY-COUNT
                           MOVE "OLD ONLY" TO IL-LABEL
                           MOVE OLD-RECORD TO WS-IMAGE-AREA
                           PERFORM 2400-WRITE-IMAGE-LINE
                   END-READ
           END-READ
           IF NOT WS-EOF
               AND WS-OLD-FILE-STATUS NOT = "00"
               AND WS-OLD-FILE-STATUS NOT = "02"
               MOVE SPACES TO ML-TEXT
               STRING "DAMAGED MATHMST UNREADABLE AFTER KEY "
                   OM-TRAN-KEY " (STATUS " WS-OLD-FILE-STATUS ")"
                   DELIMITED BY SIZE INTO ML-TEXT
               PERFORM 2060-WRITE-MESSAGE-LINE
               SET WS-EOF TO TRUE
           END-IF.

       8000-WRITE-SUMMARY.
           MOVE WS-LINES-READ TO SL-LINES-READ
           MOVE WS-POSTED-COUNT TO SL-POSTED-COUNT
           MOVE WS-REVERSED-COUNT TO SL-REVERSED-COUNT
           MOVE WS-PURGE-COUNT TO SL-PURGE-COUNT
           MOVE WS-ADHOC-COUNT TO SL-ADHOC-COUNT
           MOVE WS-UNUSABLE-COUNT TO SL-UNUSABLE-COUNT
           MOVE WS-SUMMARY-LINE-1 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-REBUILT-COUNT TO SL-REBUILT-COUNT
           MOVE WS-SAME-COUNT TO SL-SAME-COUNT
           MOVE WS-DIFFER-COUNT TO SL-DIFFER-COUNT
           MOVE WS-NEW-ONLY-COUNT TO SL-NEW-ONLY-COUNT
           MOVE WS-OLD-ONLY-COUNT TO SL-OLD-ONLY-COUNT
           MOVE WS-INEXACT-COUNT TO SL-INEXACT-COUNT
           MOVE WS-SUMMARY-LINE-2 TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           IF WS-DIFFER-COUNT > ZERO
               OR WS-NEW-ONLY-COUNT > ZERO
               OR WS-OLD-ONLY-COUNT > ZERO
               OR WS-UNUSABLE-COUNT > ZERO
               OR WS-INEXACT-COUNT > ZERO
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
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
           IF WS-NEW-OPEN
               CLOSE NEW-FILE
           END-IF
           IF WS-OLD-READABLE
               CLOSE OLD-FILE
           END-IF
           CLOSE RPT-FILE.
