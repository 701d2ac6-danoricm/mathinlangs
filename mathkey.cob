       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathKey.

      *        Online key inquiry for the desk.  The operator types a
      *        transaction key and sees, on one screen, everything
      *        the batch side knows about it:
      *            the current MATHMST record
      *            the department's MATHDEPT name, owner, and status
      *            the MATHRATE factor in effect today, and the next
      *            future-dated factor that will replace it
      *            the key's outstanding MATHRCYC rejects, with their
      *            reason codes
      *            the key's MATHAUD lines, newest first, six at a
      *            time
      *        Commands, typed in the COMMAND field:
      *            (blank)   look up the key in the KEY field
      *            F         page to older audit lines
      *            B         page back to newer audit lines
      *            X         leave the inquiry
      *        Every file is opened for input only; nothing here can
      *        change the master or any feed, so the screen can be
      *        given to the whole desk.  The sequential files are
      *        re-read on every look-up, so what shows is what the
      *        files hold at that moment.  Rates are chosen exactly
      *        as MathOps chooses them (full key before department
      *        band, latest effective date not after today), and a
      *        reject counts as outstanding until its key posts under
      *        its own or a higher batch number, as MathAge rules.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO "MATHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-TRAN-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT AUD-FILE ASSIGN TO "MATHAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT RATE-FILE ASSIGN TO "MATHRATE"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "MATHDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT RCY-FILE ASSIGN TO "MATHRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Column-for-column image of the master record MathOps
      *        keeps (MST-RECORD there), with text views of the
      *        result columns a transaction may leave blank.
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

      *        Column-for-column image of the audit line MathOps
      *        writes (WS-AUDIT-LINE there); every column is shown as
      *        written, so it is read as text.
       FD  AUD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  AUD-RECORD.
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
           05  FILLER                   PIC X(1).
           05  AQ-ENTRY-TYPE            PIC X(1).
           05  FILLER                   PIC X(1).
           05  AQ-REMAINDER             PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-OP-CODES              PIC X(8).

      *        MathOps' RATE-RECORD: a full key or a department band
      *        (two digits and spaces), the factor, and the date it
      *        takes effect (blank = from the beginning).
       FD  RATE-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  RATE-RECORD.
           05  RT-RATE-KEY              PIC X(6).
           05  RT-RATE-FACTOR           PIC 9(3)V9(4).
           05  RT-EFFECTIVE-DATE        PIC 9(8).
           05  RT-EFFECTIVE-DATE-TEXT REDEFINES RT-EFFECTIVE-DATE
                                    PIC X(8).
           05  FILLER                   PIC X(59).

      *        MathOps' DEPT-RECORD: a blank flag reads as active.
       FD  DEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPT-RECORD.
           05  DP-DEPT-CODE             PIC X(2).
           05  DP-DEPT-NAME             PIC X(30).
           05  DP-OWNER                 PIC X(25).
           05  DP-ACTIVE-FLAG           PIC X(1).
           05  FILLER                   PIC X(22).

      *        Image of the recycle record MathOps writes: the
      *        original 80 transaction bytes (key in the first six),
      *        the reason code, the originating batch, and the
      *        batch's date.
       FD  RCY-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  RCY-RECORD.
           05  RCY-TRAN-IMAGE           PIC X(80).
           05  RCY-TRAN-FIELDS REDEFINES RCY-TRAN-IMAGE.
               10  RCY-TRAN-KEY         PIC X(6).
               10  FILLER               PIC X(74).
           05  RCY-REASON-CODE          PIC X(3).
           05  RCY-BATCH-NUMBER         PIC X(6).
           05  RCY-BATCH-DATE           PIC X(8).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MST-FILE-STATUS      PIC XX.
           05  WS-AUD-FILE-STATUS      PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
           05  WS-DEPT-FILE-STATUS     PIC XX.
           05  WS-RCY-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EXIT-SW              PIC X VALUE "N".
               88  WS-EXIT-REQUESTED   VALUE "Y".
           05  WS-KEY-SHOWN-SW         PIC X VALUE "N".
               88  WS-KEY-SHOWN        VALUE "Y".
           05  WS-AUD-EOF-SW           PIC X VALUE "N".
               88  WS-AUD-EOF          VALUE "Y".
           05  WS-RATE-EOF-SW          PIC X VALUE "N".
               88  WS-RATE-EOF         VALUE "Y".
           05  WS-DEPT-EOF-SW          PIC X VALUE "N".
               88  WS-DEPT-EOF         VALUE "Y".
           05  WS-RCY-EOF-SW           PIC X VALUE "N".
               88  WS-RCY-EOF          VALUE "Y".
           05  WS-DEPT-FOUND-SW        PIC X VALUE "N".
               88  WS-DEPT-FOUND       VALUE "Y".
           05  WS-RQ-FOUND-SW          PIC X VALUE "N".
               88  WS-RQ-FOUND         VALUE "Y".
           05  WS-MST-OPEN-SW          PIC X VALUE "N".
               88  WS-MST-OPEN         VALUE "Y".

      *        Graded condition code on MathOps' scale; the only
      *        grade this program hands back is 12, for a master
      *        that will not open -- without it there is nothing to
      *        enquire on.
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-DISPLAY     PIC X(10).

      *        What the operator keys, and the key now on display.
       01  WS-SCREEN-INPUT.
           05  WS-SCR-KEY              PIC X(6)  VALUE SPACES.
           05  WS-SCR-COMMAND          PIC X(1)  VALUE SPACE.
           05  WS-CURRENT-KEY          PIC X(6)  VALUE SPACES.
           05  WS-CURRENT-KEY-NUM REDEFINES WS-CURRENT-KEY
                                       PIC 9(6).
           05  WS-BAND-KEY             PIC X(6)  VALUE SPACES.

      *        The body of the screen, rows 5 through 22, built line
      *        by line below and shown as it stands; row 24 carries
      *        the message for the last thing the operator did.
       01  WS-SCREEN-BODY.
           05  WS-SCR-LINE             PIC X(79) OCCURS 18 TIMES.
       01  WS-SCR-MESSAGE              PIC X(79) VALUE SPACES.

      *        Rate selection for the key on display.  A full-key
      *        row beats a band row; among rows for the same key the
      *        latest date not after today is in effect, and the
      *        earliest date after today is next.  A later row wins
      *        a tie, as in MathOps.
       01  WS-RATE-SELECTION.
           05  WS-RS-KEY-NOW-SW        PIC X VALUE "N".
               88  WS-RS-KEY-NOW       VALUE "Y".
           05  WS-RS-KEY-NOW-FACTOR    PIC 9(3)V9(4) VALUE ZERO.
           05  WS-RS-KEY-NOW-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-RS-KEY-NEXT-SW       PIC X VALUE "N".
               88  WS-RS-KEY-NEXT      VALUE "Y".
           05  WS-RS-KEY-NEXT-FACTOR   PIC 9(3)V9(4) VALUE ZERO.
           05  WS-RS-KEY-NEXT-DATE     PIC 9(8)  VALUE ZERO.
           05  WS-RS-BAND-NOW-SW       PIC X VALUE "N".
               88  WS-RS-BAND-NOW      VALUE "Y".
           05  WS-RS-BAND-NOW-FACTOR   PIC 9(3)V9(4) VALUE ZERO.
           05  WS-RS-BAND-NOW-DATE     PIC 9(8)  VALUE ZERO.
           05  WS-RS-BAND-NEXT-SW      PIC X VALUE "N".
               88  WS-RS-BAND-NEXT     VALUE "Y".
           05  WS-RS-BAND-NEXT-FACTOR  PIC 9(3)V9(4) VALUE ZERO.
           05  WS-RS-BAND-NEXT-DATE    PIC 9(8)  VALUE ZERO.
           05  WS-RS-EFF-DATE          PIC 9(8)  VALUE ZERO.

      *        Rejects for the key on display, one entry per batch
      *        (a later reject for the same batch updates the reason,
      *        as in MathAge), cleared by the audit pass.
       01  WS-REJECT-TABLE-AREA.
           05  WS-RQ-COUNT             PIC 9(3)  VALUE ZERO.
           05  WS-RQ-LIMIT             PIC 9(3)  VALUE 50.
           05  WS-RQ-SUB               PIC 9(3)  VALUE ZERO.
           05  WS-RQ-FOUND-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-RQ-OVERFLOW-COUNT    PIC 9(5)  VALUE ZERO.
           05  WS-RQ-OPEN-COUNT        PIC 9(3)  VALUE ZERO.
           05  WS-RQ-SHOWN-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-RQ-ENTRY OCCURS 50 TIMES.
               10  WS-RQ-BATCH         PIC X(6).
               10  WS-RQ-REASON        PIC X(3).
               10  WS-RQ-BATCH-DATE    PIC X(8).
               10  WS-RQ-CLEARED-SW    PIC X(1).
                   88  WS-RQ-CLEARED   VALUE "Y".

      *        The key's audit lines, already formatted for the
      *        screen, in file order (oldest first).  The table
      *        wraps: past 500 lines the newest overwrite the
      *        oldest, which then cannot be paged to.  Paging counts
      *        from the newest: position 1 is the last line read.
       01  WS-AUDIT-HISTORY-AREA.
           05  WS-AH-TOTAL             PIC 9(7)  VALUE ZERO.
           05  WS-AH-HELD              PIC 9(7)  VALUE ZERO.
           05  WS-AH-LIMIT             PIC 9(7)  VALUE 500.
           05  WS-AH-TOP               PIC 9(7)  VALUE ZERO.
           05  WS-AH-LAST              PIC 9(7)  VALUE ZERO.
           05  WS-AH-POSITION          PIC 9(7)  VALUE ZERO.
           05  WS-AH-WORK              PIC 9(7)  VALUE ZERO.
           05  WS-AH-QUOTIENT          PIC 9(7)  VALUE ZERO.
           05  WS-AH-SLOT              PIC 9(7)  VALUE ZERO.
           05  WS-AH-ROW               PIC 9(3)  VALUE ZERO.
           05  WS-AH-PAGE-SIZE         PIC 9(3)  VALUE 6.
           05  WS-AH-LINE              PIC X(79) OCCURS 500 TIMES.

       01  WS-MASTER-LINE-1.
           05  FILLER                  PIC X(7)  VALUE "MASTER".
           05  FILLER                  PIC X(3)  VALUE "A: ".
           05  M1-A                    PIC -ZZZZ9.
           05  FILLER                  PIC X(5)  VALUE "  B: ".
           05  M1-B                    PIC -ZZZZ9.
           05  FILLER                  PIC X(7)  VALUE "  OPS: ".
           05  M1-OP-CODES             PIC X(8).
           05  FILLER                  PIC X(7)  VALUE "  SUM: ".
           05  M1-SUM                  PIC -ZZZZZZ9.
           05  M1-SUM-TEXT REDEFINES M1-SUM
                                   PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  DIFF: ".
           05  M1-DIFF                 PIC -ZZZZZ9.
           05  M1-DIFF-TEXT REDEFINES M1-DIFF
                                   PIC X(7).
           05  FILLER                  PIC X(7)  VALUE SPACES.

       01  WS-MASTER-LINE-2.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PROD: ".
           05  M2-PROD                 PIC -ZZZZZZZZZ9.
           05  M2-PROD-TEXT REDEFINES M2-PROD
                                   PIC X(11).
           05  FILLER                  PIC X(8)  VALUE "  QUOT: ".
           05  M2-QUOT                 PIC -ZZ9.99.
           05  M2-QUOT-TEXT REDEFINES M2-QUOT
                                   PIC X(7).
           05  FILLER                  PIC X(7)  VALUE "  REM: ".
           05  M2-REMAINDER            PIC -ZZZZ9.
           05  M2-REMAINDER-TEXT REDEFINES M2-REMAINDER
                                   PIC X(6).
           05  FILLER                  PIC X(7)  VALUE "  MOD: ".
           05  M2-MOD                  PIC -ZZZZ9.
           05  M2-MOD-TEXT REDEFINES M2-MOD
                                   PIC X(6).
           05  FILLER                  PIC X(7)  VALUE "  PCT: ".
           05  M2-PCT-CHANGE           PIC -ZZ9.99.
           05  M2-PCT-CHANGE-TEXT REDEFINES M2-PCT-CHANGE
                                   PIC X(7).

       01  WS-MASTER-LINE-3.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FILLER                  PIC X(9)  VALUE "UPDATED: ".
           05  M3-LAST-UPD-DATE        PIC 9(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  M3-LAST-UPD-TIME        PIC 9(8).
           05  FILLER                  PIC X(10) VALUE "  RERUNS: ".
           05  M3-RERUN-COUNT          PIC ZZ9.
           05  FILLER                  PIC X(9)  VALUE "  BATCH: ".
           05  M3-BATCH-NUMBER         PIC 9(6).
           05  FILLER                  PIC X(18) VALUE SPACES.

       01  WS-DEPT-LINE-1.
           05  FILLER                  PIC X(7)  VALUE "DEPT".
           05  D1-DEPT-CODE            PIC X(2).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  D1-DEPT-NAME            PIC X(30).
           05  FILLER                  PIC X(10) VALUE "  STATUS: ".
           05  D1-STATUS               PIC X(8).
           05  FILLER                  PIC X(20) VALUE SPACES.

       01  WS-DEPT-LINE-2.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  FILLER                  PIC X(7)  VALUE "OWNER: ".
           05  D2-OWNER                PIC X(25).
           05  FILLER                  PIC X(40) VALUE SPACES.

       01  WS-RATE-LINE.
           05  RL-CAPTION              PIC X(7).
           05  RL-LABEL                PIC X(12).
           05  RL-FACTOR               PIC ZZ9.9999.
           05  RL-FACTOR-TEXT REDEFINES RL-FACTOR
                                   PIC X(8).
           05  FILLER                  PIC X(7)  VALUE "  FROM ".
           05  RL-EFF-DATE             PIC 9(8).
           05  RL-EFF-DATE-TEXT REDEFINES RL-EFF-DATE
                                   PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RL-SOURCE               PIC X(12).
           05  FILLER                  PIC X(23) VALUE SPACES.

       01  WS-REJECT-HEADING-LINE.
           05  FILLER                  PIC X(7)  VALUE "REJECTS".
           05  RH-OPEN-COUNT           PIC ZZ9.
           05  FILLER                  PIC X(35)
                   VALUE " OUTSTANDING (REASON BATCH DATE)".
           05  RH-MORE-NOTE            PIC X(34).

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(7)  VALUE SPACES.
           05  RJ-ENTRY OCCURS 3 TIMES.
               10  RJ-REASON           PIC X(3).
               10  FILLER              PIC X(1).
               10  RJ-BATCH            PIC X(6).
               10  FILLER              PIC X(1).
               10  RJ-BATCH-DATE       PIC X(8).
               10  FILLER              PIC X(5).

       01  WS-AUDIT-HEADING-LINE.
           05  FILLER                  PIC X(7)  VALUE "AUDIT".
           05  AH-CAPTION              PIC X(72).
       01  WS-AUDIT-RANGE-CAPTION.
           05  FILLER                  PIC X(6)  VALUE "LINES ".
           05  AR-FIRST                PIC ZZZZZZ9.
           05  FILLER                  PIC X(1)  VALUE "-".
           05  AR-LAST                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(4)  VALUE " OF ".
           05  AR-TOTAL                PIC ZZZZZZ9.
           05  FILLER                  PIC X(14)
                   VALUE ", NEWEST FIRST".
           05  AR-LIMIT-NOTE           PIC X(26).

       01  WS-AUDIT-COLUMN-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "RUN-DATE".
           05  FILLER                  PIC X(7)  VALUE "TIME".
           05  FILLER                  PIC X(9)  VALUE "JOB".
           05  FILLER                  PIC X(2)  VALUE "T".
           05  FILLER                  PIC X(7)  VALUE "BATCH".
           05  FILLER                  PIC X(2)  VALUE "M".
           05  FILLER                  PIC X(7)  VALUE "A".
           05  FILLER                  PIC X(7)  VALUE "B".
           05  FILLER                  PIC X(9)  VALUE "SUM".
           05  FILLER                  PIC X(8)  VALUE "DIFF".
           05  FILLER                  PIC X(11) VALUE "PROD".

      *        One audit line as the screen shows it: the entry type
      *        (P posting, V reversal, A adjustment to a closed
      *        month) and the run mode follow the job name.
       01  WS-AUDIT-SHOW-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-RUN-DATE             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-RUN-TIME             PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-JOB-NAME             PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-ENTRY-TYPE           PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-BATCH-NUMBER         PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-RUN-MODE             PIC X(1).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-A                    PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-B                    PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-SUM                  PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-DIFF                 PIC X(7).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AS-PROD                 PIC X(11).

       SCREEN SECTION.
       01  KEY-INQUIRY-SCREEN.
           05  BLANK SCREEN.
           05  LINE 1 COLUMN 2  VALUE "MATHKEY".
           05  LINE 1 COLUMN 30 VALUE "KEY INQUIRY".
           05  LINE 1 COLUMN 70 PIC X(10) FROM WS-RUN-DATE-DISPLAY.
           05  LINE 3 COLUMN 2  VALUE "KEY:".
           05  LINE 3 COLUMN 7  PIC X(6) USING WS-SCR-KEY
                                UNDERLINE.
           05  LINE 3 COLUMN 15 VALUE "COMMAND:".
           05  LINE 3 COLUMN 24 PIC X(1) USING WS-SCR-COMMAND
                                UNDERLINE.
           05  LINE 3 COLUMN 28
                   VALUE "ENTER=LOOK UP  F=OLDER  B=NEWER  X=EXIT".
           05  LINE 5  COLUMN 1 PIC X(79) FROM WS-SCR-LINE (1).
           05  LINE 6  COLUMN 1 PIC X(79) FROM WS-SCR-LINE (2).
           05  LINE 7  COLUMN 1 PIC X(79) FROM WS-SCR-LINE (3).
           05  LINE 8  COLUMN 1 PIC X(79) FROM WS-SCR-LINE (4).
           05  LINE 9  COLUMN 1 PIC X(79) FROM WS-SCR-LINE (5).
           05  LINE 10 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (6).
           05  LINE 11 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (7).
           05  LINE 12 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (8).
           05  LINE 13 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (9).
           05  LINE 14 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (10).
           05  LINE 15 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (11).
           05  LINE 16 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (12).
           05  LINE 17 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (13).
           05  LINE 18 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (14).
           05  LINE 19 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (15).
           05  LINE 20 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (16).
           05  LINE 21 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (17).
           05  LINE 22 COLUMN 1 PIC X(79) FROM WS-SCR-LINE (18).
           05  LINE 24 COLUMN 1 PIC X(79) FROM WS-SCR-MESSAGE
                                HIGHLIGHT.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-EXIT-REQUESTED
               PERFORM 2000-PROCESS-SCREEN UNTIL WS-EXIT-REQUESTED
           END-IF
           PERFORM 9100-CLOSE-FILES
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE SPACES TO WS-SCREEN-BODY
           OPEN INPUT MST-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "MATHKEY: CANNOT OPEN MATHMST, STATUS "
                   WS-MST-FILE-STATUS
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
               SET WS-EXIT-REQUESTED TO TRUE
           ELSE
               MOVE "Y" TO WS-MST-OPEN-SW
               MOVE "TYPE A SIX-DIGIT KEY AND PRESS ENTER"
                   TO WS-SCR-MESSAGE
           END-IF.

       2000-PROCESS-SCREEN.
           DISPLAY KEY-INQUIRY-SCREEN
           ACCEPT KEY-INQUIRY-SCREEN
           MOVE SPACES TO WS-SCR-MESSAGE
           INSPECT WS-SCR-COMMAND CONVERTING "xfb" TO "XFB"
           EVALUATE WS-SCR-COMMAND
               WHEN "X"
                   SET WS-EXIT-REQUESTED TO TRUE
               WHEN "F"
                   PERFORM 4100-PAGE-OLDER
               WHEN "B"
                   PERFORM 4200-PAGE-NEWER
               WHEN SPACE
                   PERFORM 2100-LOOK-UP-KEY
               WHEN OTHER
                   MOVE "UNKNOWN COMMAND - USE F, B, X, OR BLANK"
                       TO WS-SCR-MESSAGE
           END-EVALUATE
           MOVE SPACE TO WS-SCR-COMMAND.

      *        A look-up rebuilds the whole body.  The reject table
      *        is loaded before the audit pass, which clears it.
       2100-LOOK-UP-KEY.
           IF WS-SCR-KEY NOT NUMERIC
               MOVE "KEY MUST BE SIX DIGITS" TO WS-SCR-MESSAGE
           ELSE
               MOVE WS-SCR-KEY TO WS-CURRENT-KEY
               MOVE SPACES TO WS-BAND-KEY
               MOVE WS-CURRENT-KEY (1:2) TO WS-BAND-KEY (1:2)
               MOVE SPACES TO WS-SCREEN-BODY
               PERFORM 2200-SHOW-MASTER
               PERFORM 2300-SHOW-DEPARTMENT
               PERFORM 2400-SHOW-RATES
               PERFORM 2500-LOAD-REJECTS
               PERFORM 2600-LOAD-AUDIT-HISTORY
               PERFORM 2700-SHOW-REJECTS
               MOVE 1 TO WS-AH-TOP
               PERFORM 2800-SHOW-AUDIT-PAGE
               SET WS-KEY-SHOWN TO TRUE
               MOVE "KEY DISPLAYED" TO WS-SCR-MESSAGE
           END-IF.

      *        Result columns an item never asked for are blank on
      *        the master and blank on the screen.
       2200-SHOW-MASTER.
           MOVE WS-CURRENT-KEY-NUM TO MST-TRAN-KEY
           READ MST-FILE
               INVALID KEY
                   MOVE "MASTER *** KEY NOT ON MATHMST"
                       TO WS-SCR-LINE (1)
               NOT INVALID KEY
                   MOVE MST-A TO M1-A
                   MOVE MST-B TO M1-B
                   MOVE MST-OP-CODES TO M1-OP-CODES
                   IF MST-SUM-TEXT NOT = SPACES
                       MOVE MST-SUM TO M1-SUM
                   ELSE
                       MOVE SPACES TO M1-SUM-TEXT
                   END-IF
                   IF MST-DIFF-TEXT NOT = SPACES
                       MOVE MST-DIFF TO M1-DIFF
                   ELSE
                       MOVE SPACES TO M1-DIFF-TEXT
                   END-IF
                   IF MST-PROD-TEXT NOT = SPACES
                       MOVE MST-PROD TO M2-PROD
                   ELSE
                       MOVE SPACES TO M2-PROD-TEXT
                   END-IF
                   IF MST-QUOT-TEXT NOT = SPACES
                       MOVE MST-QUOT TO M2-QUOT
                   ELSE
                       MOVE SPACES TO M2-QUOT-TEXT
                   END-IF
                   IF MST-REMAINDER-TEXT NOT = SPACES
                       MOVE MST-REMAINDER TO M2-REMAINDER
                   ELSE
                       MOVE SPACES TO M2-REMAINDER-TEXT
                   END-IF
                   IF MST-MOD-TEXT NOT = SPACES
                       MOVE MST-MOD TO M2-MOD
                   ELSE
                       MOVE SPACES TO M2-MOD-TEXT
                   END-IF
                   IF MST-PCT-CHANGE-TEXT NOT = SPACES
                       MOVE MST-PCT-CHANGE TO M2-PCT-CHANGE
                   ELSE
                       MOVE SPACES TO M2-PCT-CHANGE-TEXT
                   END-IF
                   MOVE MST-LAST-UPD-DATE TO M3-LAST-UPD-DATE
                   MOVE MST-LAST-UPD-TIME TO M3-LAST-UPD-TIME
                   MOVE MST-RERUN-COUNT TO M3-RERUN-COUNT
                   MOVE MST-BATCH-NUMBER TO M3-BATCH-NUMBER
                   MOVE WS-MASTER-LINE-1 TO WS-SCR-LINE (1)
                   MOVE WS-MASTER-LINE-2 TO WS-SCR-LINE (2)
                   MOVE WS-MASTER-LINE-3 TO WS-SCR-LINE (3)
           END-READ.

       2300-SHOW-DEPARTMENT.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE "N" TO WS-DEPT-EOF-SW
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-FILE-STATUS NOT = "00"
               MOVE "DEPT   NO MATHDEPT FILE" TO WS-SCR-LINE (4)
           ELSE
               PERFORM 2310-READ-DEPT-RECORD
                   UNTIL WS-DEPT-EOF OR WS-DEPT-FOUND
               CLOSE DEPT-FILE
               IF WS-DEPT-FOUND
                   MOVE DP-DEPT-CODE TO D1-DEPT-CODE
                   MOVE DP-DEPT-NAME TO D1-DEPT-NAME
                   IF DP-ACTIVE-FLAG = "I"
                       MOVE "INACTIVE" TO D1-STATUS
                   ELSE
                       MOVE "ACTIVE" TO D1-STATUS
                   END-IF
                   MOVE DP-OWNER TO D2-OWNER
                   MOVE WS-DEPT-LINE-1 TO WS-SCR-LINE (4)
                   MOVE WS-DEPT-LINE-2 TO WS-SCR-LINE (5)
               ELSE
                   STRING "DEPT   " WS-CURRENT-KEY (1:2)
                       "  *** NOT ON MATHDEPT"
                       DELIMITED BY SIZE INTO WS-SCR-LINE (4)
               END-IF
           END-IF.

       2310-READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   SET WS-DEPT-EOF TO TRUE
               NOT AT END
                   IF DP-DEPT-CODE = WS-CURRENT-KEY (1:2)
                       SET WS-DEPT-FOUND TO TRUE
                   END-IF
           END-READ.

      *        The next factor is the one that will first replace
      *        today's: while a full-key row is in effect only later
      *        full-key rows can; otherwise the earlier of the next
      *        full-key row and the next band row.
       2400-SHOW-RATES.
           MOVE "N" TO WS-RS-KEY-NOW-SW
           MOVE "N" TO WS-RS-KEY-NEXT-SW
           MOVE "N" TO WS-RS-BAND-NOW-SW
           MOVE "N" TO WS-RS-BAND-NEXT-SW
           MOVE "N" TO WS-RATE-EOF-SW
           OPEN INPUT RATE-FILE
           IF WS-RATE-FILE-STATUS NOT = "00"
               MOVE "RATE   NO MATHRATE FILE - RUNS UNSCALED"
                   TO WS-SCR-LINE (6)
           ELSE
               PERFORM 2410-READ-RATE-RECORD UNTIL WS-RATE-EOF
               CLOSE RATE-FILE
               PERFORM 2440-SHOW-RATE-IN-EFFECT
               PERFORM 2450-SHOW-NEXT-RATE
           END-IF.

      *        Rows MathOps would drop as bad cards are skipped.
       2410-READ-RATE-RECORD.
           READ RATE-FILE
               AT END
                   SET WS-RATE-EOF TO TRUE
               NOT AT END
                   IF RT-RATE-FACTOR NUMERIC
                       AND (RT-EFFECTIVE-DATE-TEXT = SPACES
                           OR RT-EFFECTIVE-DATE NUMERIC)
                       IF RT-EFFECTIVE-DATE-TEXT = SPACES
                           MOVE ZERO TO WS-RS-EFF-DATE
                       ELSE
                           MOVE RT-EFFECTIVE-DATE TO WS-RS-EFF-DATE
                       END-IF
                       EVALUATE RT-RATE-KEY
                           WHEN WS-CURRENT-KEY
                               PERFORM 2420-NOTE-KEY-RATE
                           WHEN WS-BAND-KEY
                               PERFORM 2430-NOTE-BAND-RATE
                       END-EVALUATE
                   END-IF
           END-READ.

       2420-NOTE-KEY-RATE.
           IF WS-RS-EFF-DATE NOT > WS-RUN-DATE-YYYYMMDD
               IF NOT WS-RS-KEY-NOW
                   OR WS-RS-EFF-DATE NOT < WS-RS-KEY-NOW-DATE
                   SET WS-RS-KEY-NOW TO TRUE
                   MOVE RT-RATE-FACTOR TO WS-RS-KEY-NOW-FACTOR
                   MOVE WS-RS-EFF-DATE TO WS-RS-KEY-NOW-DATE
               END-IF
           ELSE
               IF NOT WS-RS-KEY-NEXT
                   OR WS-RS-EFF-DATE NOT > WS-RS-KEY-NEXT-DATE
                   SET WS-RS-KEY-NEXT TO TRUE
                   MOVE RT-RATE-FACTOR TO WS-RS-KEY-NEXT-FACTOR
                   MOVE WS-RS-EFF-DATE TO WS-RS-KEY-NEXT-DATE
               END-IF
           END-IF.

       2430-NOTE-BAND-RATE.
           IF WS-RS-EFF-DATE NOT > WS-RUN-DATE-YYYYMMDD
               IF NOT WS-RS-BAND-NOW
                   OR WS-RS-EFF-DATE NOT < WS-RS-BAND-NOW-DATE
                   SET WS-RS-BAND-NOW TO TRUE
                   MOVE RT-RATE-FACTOR TO WS-RS-BAND-NOW-FACTOR
                   MOVE WS-RS-EFF-DATE TO WS-RS-BAND-NOW-DATE
               END-IF
           ELSE
               IF NOT WS-RS-BAND-NEXT
                   OR WS-RS-EFF-DATE NOT > WS-RS-BAND-NEXT-DATE
                   SET WS-RS-BAND-NEXT TO TRUE
                   MOVE RT-RATE-FACTOR TO WS-RS-BAND-NEXT-FACTOR
                   MOVE WS-RS-EFF-DATE TO WS-RS-BAND-NEXT-DATE
               END-IF
           END-IF.

      *        With no row in effect MathOps rejects the key NRT.
       2440-SHOW-RATE-IN-EFFECT.
           MOVE SPACES TO RL-CAPTION
           MOVE "RATE" TO RL-CAPTION
           MOVE "IN EFFECT:" TO RL-LABEL
           EVALUATE TRUE
               WHEN WS-RS-KEY-NOW
                   MOVE WS-RS-KEY-NOW-FACTOR TO RL-FACTOR
                   MOVE WS-RS-KEY-NOW-DATE TO RL-EFF-DATE
                   MOVE "(KEY ROW)" TO RL-SOURCE
                   MOVE WS-RATE-LINE TO WS-SCR-LINE (6)
               WHEN WS-RS-BAND-NOW
                   MOVE WS-RS-BAND-NOW-FACTOR TO RL-FACTOR
                   MOVE WS-RS-BAND-NOW-DATE TO RL-EFF-DATE
                   MOVE "(BAND ROW)" TO RL-SOURCE
                   MOVE WS-RATE-LINE TO WS-SCR-LINE (6)
               WHEN OTHER
                   MOVE "RATE   IN EFFECT:  *** NONE" TO WS-SCR-LINE (6)
                   MOVE "- KEY WOULD REJECT NRT"
                       TO WS-SCR-LINE (6) (29:22)
           END-EVALUATE.

      *        The next factor is the one that will first replace
      *        today's: while a full-key row is in effect only later
      *        full-key rows can; otherwise the earlier of the next
      *        full-key row and the next band row.
       2450-SHOW-NEXT-RATE.
           MOVE SPACES TO RL-CAPTION
           MOVE "NEXT:" TO RL-LABEL
           EVALUATE TRUE
               WHEN WS-RS-KEY-NEXT
                   AND (WS-RS-KEY-NOW
                       OR NOT WS-RS-BAND-NEXT
                       OR WS-RS-KEY-NEXT-DATE
                           NOT > WS-RS-BAND-NEXT-DATE)
                   MOVE WS-RS-KEY-NEXT-FACTOR TO RL-FACTOR
                   MOVE WS-RS-KEY-NEXT-DATE TO RL-EFF-DATE
                   MOVE "(KEY ROW)" TO RL-SOURCE
                   MOVE WS-RATE-LINE TO WS-SCR-LINE (7)
               WHEN WS-RS-BAND-NEXT
                   AND NOT WS-RS-KEY-NOW
                   MOVE WS-RS-BAND-NEXT-FACTOR TO RL-FACTOR
                   MOVE WS-RS-BAND-NEXT-DATE TO RL-EFF-DATE
                   MOVE "(BAND ROW)" TO RL-SOURCE
                   MOVE WS-RATE-LINE TO WS-SCR-LINE (7)
               WHEN OTHER
                   MOVE "       NEXT:       NONE SCHEDULED"
                       TO WS-SCR-LINE (7)
           END-EVALUATE.

       2500-LOAD-REJECTS.
           MOVE ZERO TO WS-RQ-COUNT
           MOVE ZERO TO WS-RQ-OVERFLOW-COUNT
           MOVE "N" TO WS-RCY-EOF-SW
           OPEN INPUT RCY-FILE
           IF WS-RCY-FILE-STATUS = "00"
               PERFORM 2510-READ-RECYCLE-RECORD UNTIL WS-RCY-EOF
               CLOSE RCY-FILE
           END-IF.

       2510-READ-RECYCLE-RECORD.
           READ RCY-FILE
               AT END
                   SET WS-RCY-EOF TO TRUE
               NOT AT END
                   IF RCY-TRAN-KEY = WS-CURRENT-KEY
                       PERFORM 2520-STORE-REJECT
                   END-IF
           END-READ.

       2520-STORE-REJECT.
           MOVE "N" TO WS-RQ-FOUND-SW
           IF WS-RQ-COUNT > ZERO
               PERFORM 2530-TEST-REJECT-ENTRY
                   VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT
                       OR WS-RQ-FOUND
           END-IF
           EVALUATE TRUE
               WHEN WS-RQ-FOUND
                   MOVE RCY-REASON-CODE
                       TO WS-RQ-REASON (WS-RQ-FOUND-SUB)
                   MOVE RCY-BATCH-DATE
                       TO WS-RQ-BATCH-DATE (WS-RQ-FOUND-SUB)
               WHEN WS-RQ-COUNT NOT < WS-RQ-LIMIT
                   ADD 1 TO WS-RQ-OVERFLOW-COUNT
               WHEN OTHER
                   ADD 1 TO WS-RQ-COUNT
                   MOVE RCY-BATCH-NUMBER TO WS-RQ-BATCH (WS-RQ-COUNT)
                   MOVE RCY-REASON-CODE TO WS-RQ-REASON (WS-RQ-COUNT)
                   MOVE RCY-BATCH-DATE
                       TO WS-RQ-BATCH-DATE (WS-RQ-COUNT)
                   MOVE "N" TO WS-RQ-CLEARED-SW (WS-RQ-COUNT)
           END-EVALUATE.

       2530-TEST-REJECT-ENTRY.
           IF WS-RQ-BATCH (WS-RQ-SUB) = RCY-BATCH-NUMBER
               SET WS-RQ-FOUND TO TRUE
               MOVE WS-RQ-SUB TO WS-RQ-FOUND-SUB
           END-IF.

      *        One pass over MATHAUD keeps the key's lines for paging
      *        and clears every reject the key has since posted past.
       2600-LOAD-AUDIT-HISTORY.
           MOVE ZERO TO WS-AH-TOTAL
           MOVE ZERO TO WS-AH-HELD
           MOVE "N" TO WS-AUD-EOF-SW
           OPEN INPUT AUD-FILE
           IF WS-AUD-FILE-STATUS = "00"
               PERFORM 2610-READ-AUDIT-LINE UNTIL WS-AUD-EOF
               CLOSE AUD-FILE
           END-IF.

       2610-READ-AUDIT-LINE.
           READ AUD-FILE
               AT END
                   SET WS-AUD-EOF TO TRUE
               NOT AT END
                   IF AQ-KEY = WS-CURRENT-KEY
                       PERFORM 2620-STORE-AUDIT-LINE
                       IF WS-RQ-COUNT > ZERO
                           PERFORM 2630-CLEAR-MATCHED-REJECT
                               VARYING WS-RQ-SUB FROM 1 BY 1
                               UNTIL WS-RQ-SUB > WS-RQ-COUNT
                       END-IF
                   END-IF
           END-READ.

       2620-STORE-AUDIT-LINE.
           ADD 1 TO WS-AH-TOTAL
           IF WS-AH-HELD < WS-AH-LIMIT
               ADD 1 TO WS-AH-HELD
           END-IF
           MOVE WS-AH-TOTAL TO WS-AH-POSITION
           PERFORM 2690-COMPUTE-SLOT
           MOVE AQ-RUN-DATE TO AS-RUN-DATE
           MOVE AQ-RUN-TIME (1:6) TO AS-RUN-TIME
           MOVE AQ-JOB-NAME TO AS-JOB-NAME
           MOVE AQ-ENTRY-TYPE TO AS-ENTRY-TYPE
           MOVE AQ-BATCH-NUMBER TO AS-BATCH-NUMBER
           MOVE AQ-RUN-MODE TO AS-RUN-MODE
           MOVE AQ-A TO AS-A
           MOVE AQ-B TO AS-B
           MOVE AQ-SUM TO AS-SUM
           MOVE AQ-DIFF TO AS-DIFF
           MOVE AQ-PROD TO AS-PROD
           MOVE WS-AUDIT-SHOW-LINE TO WS-AH-LINE (WS-AH-SLOT).

       2630-CLEAR-MATCHED-REJECT.
           IF NOT WS-RQ-CLEARED (WS-RQ-SUB)
               AND AQ-BATCH-NUMBER NOT < WS-RQ-BATCH (WS-RQ-SUB)
               MOVE "Y" TO WS-RQ-CLEARED-SW (WS-RQ-SUB)
           END-IF.

      *        Table slot of the WS-AH-POSITION'th line read.
       2690-COMPUTE-SLOT.
           COMPUTE WS-AH-WORK = WS-AH-POSITION - 1
           DIVIDE WS-AH-WORK BY WS-AH-LIMIT
               GIVING WS-AH-QUOTIENT REMAINDER WS-AH-SLOT
           ADD 1 TO WS-AH-SLOT.

      *        Six rejects fit on the screen, three to a line; the
      *        heading says how many more there are.
       2700-SHOW-REJECTS.
           MOVE ZERO TO WS-RQ-OPEN-COUNT
           MOVE ZERO TO WS-RQ-SHOWN-COUNT
           MOVE SPACES TO WS-REJECT-LINE
           IF WS-RQ-COUNT > ZERO
               PERFORM 2710-SHOW-ONE-REJECT
                   VARYING WS-RQ-SUB FROM 1 BY 1
                   UNTIL WS-RQ-SUB > WS-RQ-COUNT
           END-IF
           IF WS-RQ-SHOWN-COUNT > ZERO
               AND WS-RQ-SHOWN-COUNT NOT > 3
               MOVE WS-REJECT-LINE TO WS-SCR-LINE (9)
           END-IF
           IF WS-RQ-SHOWN-COUNT > 3
               MOVE WS-REJECT-LINE TO WS-SCR-LINE (10)
           END-IF
           MOVE WS-RQ-OPEN-COUNT TO RH-OPEN-COUNT
           MOVE SPACES TO RH-MORE-NOTE
           IF WS-RQ-OPEN-COUNT > WS-RQ-SHOWN-COUNT
               MOVE "- FIRST SIX SHOWN" TO RH-MORE-NOTE
           END-IF
           IF WS-RQ-OVERFLOW-COUNT > ZERO
               MOVE "- TOO MANY BATCHES, SOME NOT READ"
                   TO RH-MORE-NOTE
           END-IF
           MOVE WS-REJECT-HEADING-LINE TO WS-SCR-LINE (8).

       2710-SHOW-ONE-REJECT.
           IF NOT WS-RQ-CLEARED (WS-RQ-SUB)
               ADD 1 TO WS-RQ-OPEN-COUNT
               IF WS-RQ-SHOWN-COUNT < 6
                   ADD 1 TO WS-RQ-SHOWN-COUNT
                   IF WS-RQ-SHOWN-COUNT = 4
                       MOVE WS-REJECT-LINE TO WS-SCR-LINE (9)
                       MOVE SPACES TO WS-REJECT-LINE
                   END-IF
                   IF WS-RQ-SHOWN-COUNT > 3
                       COMPUTE WS-AH-ROW = WS-RQ-SHOWN-COUNT - 3
                   ELSE
                       MOVE WS-RQ-SHOWN-COUNT TO WS-AH-ROW
                   END-IF
                   MOVE WS-RQ-REASON (WS-RQ-SUB)
                       TO RJ-REASON (WS-AH-ROW)
                   MOVE WS-RQ-BATCH (WS-RQ-SUB)
                       TO RJ-BATCH (WS-AH-ROW)
                   MOVE WS-RQ-BATCH-DATE (WS-RQ-SUB)
                       TO RJ-BATCH-DATE (WS-AH-ROW)
               END-IF
           END-IF.

      *        Rows 11 through 18 of the body: the heading, the
      *        column captions, and up to six lines counted from
      *        WS-AH-TOP, newest first.
       2800-SHOW-AUDIT-PAGE.
           MOVE SPACES TO AH-CAPTION
           IF WS-AH-TOTAL = ZERO
               IF WS-AUD-FILE-STATUS = "00"
                   MOVE "NO MATHAUD LINES FOR THIS KEY" TO AH-CAPTION
               ELSE
                   MOVE "MATHAUD NOT AVAILABLE" TO AH-CAPTION
               END-IF
           ELSE
               COMPUTE WS-AH-LAST = WS-AH-TOP + WS-AH-PAGE-SIZE - 1
               IF WS-AH-LAST > WS-AH-HELD
                   MOVE WS-AH-HELD TO WS-AH-LAST
               END-IF
               MOVE WS-AH-TOP TO AR-FIRST
               MOVE WS-AH-LAST TO AR-LAST
               MOVE WS-AH-TOTAL TO AR-TOTAL
               MOVE SPACES TO AR-LIMIT-NOTE
               IF WS-AH-TOTAL > WS-AH-HELD
                   MOVE " (NEWEST 500 KEPT)" TO AR-LIMIT-NOTE
               END-IF
               MOVE WS-AUDIT-RANGE-CAPTION TO AH-CAPTION
           END-IF
           MOVE WS-AUDIT-HEADING-LINE TO WS-SCR-LINE (11)
           MOVE WS-AUDIT-COLUMN-LINE TO WS-SCR-LINE (12)
           PERFORM 2810-SHOW-AUDIT-ROW
               VARYING WS-AH-ROW FROM 1 BY 1
               UNTIL WS-AH-ROW > WS-AH-PAGE-SIZE.

      *        The n'th newest line is the (total - n + 1)'th read.
       2810-SHOW-AUDIT-ROW.
           COMPUTE WS-AH-WORK = WS-AH-TOP + WS-AH-ROW - 1
           IF WS-AH-TOTAL = ZERO
               OR WS-AH-WORK > WS-AH-HELD
               MOVE SPACES TO WS-SCR-LINE (WS-AH-ROW + 12)
           ELSE
               COMPUTE WS-AH-POSITION = WS-AH-TOTAL - WS-AH-WORK + 1
               PERFORM 2690-COMPUTE-SLOT
               MOVE WS-AH-LINE (WS-AH-SLOT)
                   TO WS-SCR-LINE (WS-AH-ROW + 12)
           END-IF.

       4100-PAGE-OLDER.
           EVALUATE TRUE
               WHEN NOT WS-KEY-SHOWN
                   MOVE "LOOK UP A KEY FIRST" TO WS-SCR-MESSAGE
               WHEN WS-SCR-KEY NOT = WS-CURRENT-KEY
                   MOVE "KEY CHANGED - PRESS ENTER TO LOOK IT UP"
                       TO WS-SCR-MESSAGE
               WHEN WS-AH-TOP + WS-AH-PAGE-SIZE > WS-AH-HELD
                   MOVE "NO OLDER AUDIT LINES" TO WS-SCR-MESSAGE
               WHEN OTHER
                   ADD WS-AH-PAGE-SIZE TO WS-AH-TOP
                   PERFORM 2800-SHOW-AUDIT-PAGE
           END-EVALUATE.

       4200-PAGE-NEWER.
           EVALUATE TRUE
               WHEN NOT WS-KEY-SHOWN
                   MOVE "LOOK UP A KEY FIRST" TO WS-SCR-MESSAGE
               WHEN WS-SCR-KEY NOT = WS-CURRENT-KEY
                   MOVE "KEY CHANGED - PRESS ENTER TO LOOK IT UP"
                       TO WS-SCR-MESSAGE
               WHEN WS-AH-TOP NOT > 1
                   MOVE "NO NEWER AUDIT LINES" TO WS-SCR-MESSAGE
               WHEN OTHER
                   IF WS-AH-TOP > WS-AH-PAGE-SIZE
                       SUBTRACT WS-AH-PAGE-SIZE FROM WS-AH-TOP
                   ELSE
                       MOVE 1 TO WS-AH-TOP
                   END-IF
                   PERFORM 2800-SHOW-AUDIT-PAGE
           END-EVALUATE.

       9000-RAISE-RETURN-CODE.
           IF WS-CANDIDATE-RETURN-CODE > WS-HIGHEST-RETURN-CODE
               MOVE WS-CANDIDATE-RETURN-CODE
                   TO WS-HIGHEST-RETURN-CODE
           END-IF.

       9100-CLOSE-FILES.
           IF WS-MST-OPEN
               CLOSE MST-FILE
           END-IF.
