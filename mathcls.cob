       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathCls.

      *        Month-end close.  Finance signs a month off from
      *        MATHMST, but later reruns and MODE=RECYCLE corrections
      *        go on rewriting the same keys.  This program freezes
      *        the month instead: it copies MATHMST to a snapshot
      *        file named MSyyyymm with control totals, and records
      *        the month on MATHPER.  From then on MathOps and MathRel
      *        still post any item whose batch is dated in a closed
      *        month, but as an adjustment -- typed A on MATHAUD and
      *        MATHEXT, listed in its own MATHRPT section, and logged
      *        with the master's before and after figures on MATHADJ.
      *        Two functions, picked by a SYSIN control card:
      *            FUNCTION=CLOSE    snapshot MATHMST and close the
      *                              month
      *            FUNCTION=REPORT   each closed month's snapshot
      *                              totals against the adjustments
      *                              posted to it since
      *        Optional cards, one per line:
      *            PERIOD=YYYYMM     the month to close (default the
      *                              month before the run date); on
      *                              REPORT, that month only
      *            FORCE=YES         override a stale ACTIVE entry in
      *                              MATHLOCK left by an abend
      *        CLOSE takes MATHLOCK the same way MathOps does, so the
      *        snapshot is never taken while a posting run is part
      *        way through the master.  A month already closed, or
      *        not yet ended, is refused.  REPORT re-adds every
      *        snapshot and checks it against the totals MATHPER
      *        recorded at close.  Both list on MATHCRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT MST-FILE ASSIGN TO "MATHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS SEQUENTIAL
               RECORD KEY IS MST-TRAN-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT SNP-FILE ASSIGN TO WS-SNP-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNP-FILE-STATUS.
           SELECT PER-FILE ASSIGN TO "MATHPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.
           SELECT ADJ-FILE ASSIGN TO "MATHADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MATHLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHCRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

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
           05  MST-REMAINDER            PIC S9(5).
           05  MST-MOD                  PIC S9(5).
           05  MST-PCT-CHANGE           PIC S9(3)V99.
           05  MST-LAST-UPD-DATE        PIC 9(8).
           05  MST-LAST-UPD-TIME        PIC 9(8).
           05  MST-RERUN-COUNT          PIC 9(3).
           05  MST-BATCH-NUMBER         PIC 9(6).

      *        Month snapshot MSyyyymm: an SH header naming the month
      *        and when it was closed, one SD record per master
      *        record exactly as it stood, and an ST trailer with the
      *        record count and SUM/DIFF/PROD control totals (blank
      *        results count as zero).
       FD  SNP-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  SNP-RECORD.
           05  SN-RECORD-TYPE           PIC X(2).
               88  SN-HEADER            VALUE "SH".
               88  SN-DETAIL            VALUE "SD".
               88  SN-TRAILER           VALUE "ST".
           05  FILLER                   PIC X(1).
           05  SN-BODY                  PIC X(97).
           05  SN-HEADER-FIELDS REDEFINES SN-BODY.
               10  SN-PERIOD            PIC 9(6).
               10  FILLER               PIC X(1).
               10  SN-CLOSE-DATE        PIC 9(8).
               10  FILLER               PIC X(1).
               10  SN-CLOSE-TIME        PIC 9(8).
               10  FILLER               PIC X(73).
           05  SN-DETAIL-FIELDS REDEFINES SN-BODY.
               10  SN-MASTER-IMAGE      PIC X(94).
               10  FILLER               PIC X(3).
           05  SN-TRAILER-FIELDS REDEFINES SN-BODY.
               10  SN-RECORD-COUNT      PIC 9(7).
               10  FILLER               PIC X(1).
               10  SN-TOTAL-SUM         PIC S9(13)
                                   SIGN IS LEADING SEPARATE CHARACTER.
               10  FILLER               PIC X(1).
               10  SN-TOTAL-DIFF        PIC S9(13)
                                   SIGN IS LEADING SEPARATE CHARACTER.
               10  FILLER               PIC X(1).
               10  SN-TOTAL-PROD        PIC S9(16)
                                   SIGN IS LEADING SEPARATE CHARACTER.
               10  FILLER               PIC X(42).

      *        Period control: one record per closed month, appended
      *        by CLOSE.  MathOps and MathRel read only the period.
       FD  PER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PER-RECORD.
           05  PC-PERIOD                PIC 9(6).
           05  FILLER                   PIC X(1).
           05  PC-CLOSE-DATE            PIC 9(8).
           05  FILLER                   PIC X(1).
           05  PC-CLOSE-TIME            PIC 9(8).
           05  FILLER                   PIC X(1).
           05  PC-SNAPSHOT-NAME         PIC X(8).
           05  FILLER                   PIC X(1).
           05  PC-RECORD-COUNT          PIC 9(7).
           05  FILLER                   PIC X(1).
           05  PC-TOTAL-SUM             PIC S9(13)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  PC-TOTAL-DIFF            PIC S9(13)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  PC-TOTAL-PROD            PIC S9(16)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(11).

      *        Column-for-column image of MathOps' ADJ-RECORD: the
      *        adjustment log.
       FD  ADJ-FILE
           RECORD CONTAINS 120 CHARACTERS.
       01  ADJ-RECORD.
           05  AJ-PERIOD                PIC 9(6).
           05  FILLER                   PIC X(1).
           05  AJ-BATCH-DATE            PIC 9(8).
           05  FILLER                   PIC X(1).
           05  AJ-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(1).
           05  AJ-RUN-TIME              PIC 9(8).
           05  FILLER                   PIC X(1).
           05  AJ-TRAN-KEY              PIC 9(6).
           05  FILLER                   PIC X(1).
           05  AJ-BATCH-NUMBER          PIC 9(6).
           05  FILLER                   PIC X(1).
           05  AJ-PROGRAM               PIC X(8).
           05  FILLER                   PIC X(1).
           05  AJ-ACTION                PIC X(1).
               88  AJ-ADDED             VALUE "A".
               88  AJ-REPLACED          VALUE "R".
               88  AJ-DELETED           VALUE "D".
           05  FILLER                   PIC X(1).
           05  AJ-BEFORE-SUM            PIC S9(7)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  AJ-BEFORE-DIFF           PIC S9(6)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  AJ-BEFORE-PROD           PIC S9(10)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  AJ-AFTER-SUM             PIC S9(7)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  AJ-AFTER-DIFF            PIC S9(6)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  AJ-AFTER-PROD            PIC S9(10)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(4).

      *        MathOps' LCK-RECORD: the run lock.
       FD  LOCK-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LCK-RECORD.
           05  LC-STATUS                PIC X(8).
               88  LC-ACTIVE            VALUE "ACTIVE  ".
           05  FILLER                   PIC X(1).
           05  LC-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  LC-START-DATE            PIC 9(8).
           05  FILLER                   PIC X(1).
           05  LC-START-TIME            PIC 9(8).
           05  FILLER                   PIC X(45).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MST-FILE-STATUS      PIC XX.
           05  WS-SNP-FILE-STATUS      PIC XX.
           05  WS-PER-FILE-STATUS      PIC XX.
           05  WS-ADJ-FILE-STATUS      PIC XX.
           05  WS-LOCK-FILE-STATUS     PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.

       01  WS-SNP-FILE-NAME            PIC X(8)  VALUE SPACES.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF          VALUE "Y".
           05  WS-ADJ-EOF-SW           PIC X VALUE "N".
               88  WS-ADJ-EOF          VALUE "Y".
           05  WS-SNP-EOF-SW           PIC X VALUE "N".
               88  WS-SNP-EOF          VALUE "Y".
           05  WS-FUNCTION-SW          PIC X VALUE " ".
               88  WS-CLOSE-FUNCTION   VALUE "C".
               88  WS-REPORT-FUNCTION  VALUE "R".
               88  WS-NO-FUNCTION      VALUE " ".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-RPT-OPEN-SW          PIC X VALUE "N".
               88  WS-RPT-OPEN         VALUE "Y".
           05  WS-MST-OPEN-SW          PIC X VALUE "N".
               88  WS-MST-OPEN         VALUE "Y".
           05  WS-SNP-OPEN-SW          PIC X VALUE "N".
               88  WS-SNP-OPEN         VALUE "Y".
           05  WS-LOCK-OVERRIDE-SW     PIC X VALUE "N".
               88  WS-LOCK-OVERRIDE    VALUE "Y".
           05  WS-LOCK-HELD-SW         PIC X VALUE "N".
               88  WS-LOCK-HELD        VALUE "Y".
           05  WS-TRAILER-FOUND-SW     PIC X VALUE "N".
               88  WS-TRAILER-FOUND    VALUE "Y".
           05  WS-PERIOD-FOUND-SW      PIC X VALUE "N".
               88  WS-PERIOD-FOUND     VALUE "Y".

      *        Graded condition code, same scale MathOps hands the
      *        scheduler: 00 clean, 04 a month skipped at close or
      *        adjustments to a month never closed, 08 a bad card, a
      *        close refused, or a snapshot missing or out of
      *        balance, 12 severe (a file would not open or read, or
      *        a run refused by MATHLOCK).
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-OPTION-CARD-FIELDS.
           05  WS-OPT-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-OPT-VALUE            PIC X(20) VALUE SPACES.

       01  WS-RUN-PARAMETERS.
           05  WS-PERIOD               PIC 9(6)  VALUE ZERO.
           05  WS-PERIOD-FIELDS REDEFINES WS-PERIOD.
               10  WS-PERIOD-YEAR      PIC 9(4).
               10  WS-PERIOD-MONTH     PIC 9(2).
           05  WS-RUN-PERIOD           PIC 9(6)  VALUE ZERO.
           05  WS-CLOSED-THRU-PERIOD   PIC 9(6)  VALUE ZERO.
           05  WS-NEXT-PERIOD          PIC 9(6)  VALUE ZERO.
           05  WS-NEXT-PERIOD-FIELDS REDEFINES WS-NEXT-PERIOD.
               10  WS-NEXT-YEAR        PIC 9(4).
               10  WS-NEXT-MONTH       PIC 9(2).

       01  WS-DATE-TIME.
           05  WS-JOB-NAME             PIC X(8) VALUE "MATHCLS".
           05  WS-ENV-JOBNAME          PIC X(8) VALUE SPACES.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-DISPLAY     PIC X(10).
           05  WS-RUN-TIME             PIC 9(8).

      *        CLOSE: what went onto the snapshot.  REPORT: what a
      *        snapshot re-adds to, and what its trailer says.
       01  WS-SNAPSHOT-TOTALS.
           05  WS-SNAP-COUNT           PIC 9(7)   VALUE ZERO.
           05  WS-SNAP-SUM             PIC S9(13) VALUE ZERO.
           05  WS-SNAP-DIFF            PIC S9(13) VALUE ZERO.
           05  WS-SNAP-PROD            PIC S9(16) VALUE ZERO.
           05  WS-TRL-COUNT            PIC 9(7)   VALUE ZERO.
           05  WS-TRL-SUM              PIC S9(13) VALUE ZERO.
           05  WS-TRL-DIFF             PIC S9(13) VALUE ZERO.
           05  WS-TRL-PROD             PIC S9(16) VALUE ZERO.
           05  WS-SNAP-STATUS          PIC X(12)  VALUE SPACES.

      *        REPORT: one entry per closed month from MATHPER, with
      *        the adjustments MATHADJ carries for it netted in as
      *        after less before.
       01  WS-PERIOD-TABLE-AREA.
           05  WS-PT-COUNT             PIC 9(3)  VALUE ZERO.
           05  WS-PT-LIMIT             PIC 9(3)  VALUE 240.
           05  WS-PT-SUB               PIC 9(3)  VALUE ZERO.
           05  WS-PT-FOUND-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-PT-ENTRY OCCURS 240 TIMES.
               10  WS-PT-PERIOD        PIC 9(6).
               10  WS-PT-CLOSE-DATE    PIC 9(8).
               10  WS-PT-SNAPSHOT-NAME PIC X(8).
               10  WS-PT-RECORD-COUNT  PIC 9(7).
               10  WS-PT-TOTAL-SUM     PIC S9(13).
               10  WS-PT-TOTAL-DIFF    PIC S9(13).
               10  WS-PT-TOTAL-PROD    PIC S9(16).
               10  WS-PT-ADJ-COUNT     PIC 9(7).
               10  WS-PT-ADJ-SUM       PIC S9(13).
               10  WS-PT-ADJ-DIFF      PIC S9(13).
               10  WS-PT-ADJ-PROD      PIC S9(16).

       01  WS-COUNTERS.
           05  WS-PERIOD-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-BALANCED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-IN-ERROR-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-ADJ-READ-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-ADJ-UNCLOSED-COUNT   PIC 9(7)  VALUE ZERO.

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-PAGE-NUMBER          PIC 9(5)  VALUE ZERO.
           05  WS-LINES-PER-PAGE       PIC 9(3)  VALUE 60.

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "MONTH-END CLOSE".
           05  FILLER                  PIC X(10) VALUE "FUNCTION: ".
           05  TL-FUNCTION             PIC X(8).
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(8)  VALUE "  PAGE: ".
           05  TL-PAGE-NUMBER          PIC ZZZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "PERIOD".
           05  FILLER                  PIC X(10) VALUE "CLOSED".
           05  FILLER                  PIC X(10) VALUE "SNAPSHOT".
           05  FILLER                  PIC X(14) VALUE "FIGURES".
           05  FILLER                  PIC X(9)  VALUE "RECORDS".
           05  FILLER                  PIC X(20) VALUE "SUM".
           05  FILLER                  PIC X(20) VALUE "DIFF".
           05  FILLER                  PIC X(24) VALUE "PROD".
           05  FILLER                  PIC X(12) VALUE "STATUS".
           05  FILLER                  PIC X(5)  VALUE SPACES.

      *        Three lines per month: the totals at close, the net
      *        of the adjustments since, and the two together.  The
      *        month, close date and snapshot print on the first.
       01  WS-PERIOD-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  PL-PERIOD               PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-CLOSE-DATE           PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-SNAPSHOT-NAME        PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-LABEL                PIC X(12).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-COUNT                PIC ZZZZZZ9.
           05  PL-COUNT-TEXT REDEFINES PL-COUNT
                                   PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-SUM                  PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-DIFF                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-PROD                 PIC -Z,ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  PL-STATUS               PIC X(12).
           05  FILLER                  PIC X(5)  VALUE SPACES.

       01  WS-NO-PERIODS-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "*** NO MONTHS HAVE BEEN CLOSED".
           05  FILLER                  PIC X(102) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "PERIODS: ".
           05  SL-PERIOD-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  BALANCED: ".
           05  SL-BALANCED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  IN ERROR: ".
           05  SL-IN-ERROR-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  ADJUSTMENTS: ".
           05  SL-ADJ-READ-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(22)
                   VALUE "  TO UNCLOSED MONTHS: ".
           05  SL-ADJ-UNCLOSED-COUNT   PIC ZZZZZZ9.
           05  FILLER                  PIC X(27) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               EVALUATE TRUE
                   WHEN WS-CLOSE-FUNCTION
                       PERFORM 3000-CLOSE-PERIOD
                   WHEN WS-REPORT-FUNCTION
                       PERFORM 4000-REPORT-CLOSED-PERIODS
               END-EVALUATE
           END-IF
           PERFORM 9100-CLOSE-FILES
           PERFORM 9060-RELEASE-RUN-LOCK
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           DIVIDE WS-RUN-DATE-YYYYMMDD BY 100 GIVING WS-RUN-PERIOD
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-JOBNAME FROM ENVIRONMENT-VALUE
           IF WS-ENV-JOBNAME NOT = SPACES
               MOVE WS-ENV-JOBNAME TO WS-JOB-NAME
           END-IF
           PERFORM 1200-READ-CONTROL-CARDS
           PERFORM 1300-EDIT-RUN-PARAMETERS
           IF NOT WS-ABORT-RUN
               PERFORM 1400-LOAD-PERIOD-CONTROL
           END-IF
           IF NOT WS-ABORT-RUN
               AND WS-CLOSE-FUNCTION
               PERFORM 1500-EDIT-CLOSE-PERIOD
           END-IF
           IF NOT WS-ABORT-RUN
               AND WS-CLOSE-FUNCTION
               PERFORM 1050-ACQUIRE-RUN-LOCK
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT RPT-FILE
               IF WS-RPT-FILE-STATUS NOT = "00"
                   DISPLAY "MATHCLS: CANNOT OPEN MATHCRPT, STATUS "
                       WS-RPT-FILE-STATUS
                   PERFORM 9010-RAISE-SEVERE-ERROR
               ELSE
                   MOVE "Y" TO WS-RPT-OPEN-SW
                   PERFORM 2050-WRITE-REPORT-HEADERS
               END-IF
           END-IF.

      *        Same protocol as MathOps 1050-ACQUIRE-RUN-LOCK: an
      *        ACTIVE entry refuses this run unless FORCE=YES says
      *        the holder is dead.
       1050-ACQUIRE-RUN-LOCK.
           OPEN INPUT LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ LOCK-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF LC-ACTIVE
                           IF WS-LOCK-OVERRIDE
                               DISPLAY "MATHCLS: STALE RUN LOCK FROM "
                                   LC-JOB-NAME " " LC-START-DATE " "
                                   LC-START-TIME
                                   " OVERRIDDEN BY FORCE=YES"
                           ELSE
                               DISPLAY "MATHCLS: RUN ALREADY ACTIVE - "
                                   "STARTED " LC-START-DATE " "
                                   LC-START-TIME " BY " LC-JOB-NAME
                                   " - THIS RUN REFUSED"
                               PERFORM 9010-RAISE-SEVERE-ERROR
                           END-IF
                       END-IF
               END-READ
               CLOSE LOCK-FILE
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT LOCK-FILE
               IF WS-LOCK-FILE-STATUS NOT = "00"
                   DISPLAY "MATHCLS: CANNOT WRITE MATHLOCK, STATUS "
                       WS-LOCK-FILE-STATUS
                   PERFORM 9010-RAISE-SEVERE-ERROR
               ELSE
                   MOVE SPACES TO LCK-RECORD
                   MOVE "ACTIVE  " TO LC-STATUS
                   MOVE WS-JOB-NAME TO LC-JOB-NAME
                   MOVE WS-RUN-DATE-YYYYMMDD TO LC-START-DATE
                   MOVE WS-RUN-TIME TO LC-START-TIME
                   WRITE LCK-RECORD
                   CLOSE LOCK-FILE
                   MOVE "Y" TO WS-LOCK-HELD-SW
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
                       WHEN "CLOSE   "
                           SET WS-CLOSE-FUNCTION TO TRUE
                       WHEN "REPORT  "
                           SET WS-REPORT-FUNCTION TO TRUE
                       WHEN OTHER
                           PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-EVALUATE
               WHEN "PERIOD"
                   IF WS-OPT-VALUE(1:6) NUMERIC
                       AND WS-OPT-VALUE(7:1) = SPACE
                       MOVE WS-OPT-VALUE(1:6) TO WS-PERIOD
                       IF WS-PERIOD-MONTH < 1
                           OR WS-PERIOD-MONTH > 12
                           MOVE ZERO TO WS-PERIOD
                           PERFORM 1290-FLAG-BAD-CONTROL-CARD
                       END-IF
                   ELSE
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-IF
               WHEN "FORCE"
                   IF WS-OPT-VALUE(1:4) = "YES "
                       MOVE "Y" TO WS-LOCK-OVERRIDE-SW
                   ELSE
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-IF
               WHEN OTHER
                   PERFORM 1290-FLAG-BAD-CONTROL-CARD
           END-EVALUATE.

       1290-FLAG-BAD-CONTROL-CARD.
           DISPLAY "MATHCLS: INVALID CONTROL CARD " CTL-RECORD(1:30)
           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

      *        A bad card stops a CLOSE outright: closing the wrong
      *        month cannot be undone.  With no PERIOD card, CLOSE
      *        takes the month before the run date.
       1300-EDIT-RUN-PARAMETERS.
           IF WS-NO-FUNCTION
               DISPLAY "MATHCLS: NO FUNCTION CARD SUPPLIED - "
                   "NOTHING TO DO"
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-CLOSE-FUNCTION
               AND WS-HIGHEST-RETURN-CODE > ZERO
               DISPLAY "MATHCLS: CONTROL CARDS IN ERROR - NOTHING "
                   "CLOSED"
               SET WS-ABORT-RUN TO TRUE
           END-IF
           IF WS-CLOSE-FUNCTION
               AND WS-PERIOD = ZERO
               IF WS-RUN-MONTH = 1
                   COMPUTE WS-PERIOD-YEAR = WS-RUN-YEAR - 1
                   MOVE 12 TO WS-PERIOD-MONTH
               ELSE
                   MOVE WS-RUN-YEAR TO WS-PERIOD-YEAR
                   COMPUTE WS-PERIOD-MONTH = WS-RUN-MONTH - 1
               END-IF
           END-IF.

      *        MATHPER is loaded for both functions: CLOSE needs the
      *        last month closed, REPORT every month.  No MATHPER
      *        means nothing has been closed yet.
       1400-LOAD-PERIOD-CONTROL.
           OPEN INPUT PER-FILE
           EVALUATE WS-PER-FILE-STATUS
               WHEN "00"
                   PERFORM 1410-READ-PERIOD-RECORD UNTIL WS-PER-EOF
                   CLOSE PER-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MATHCLS: CANNOT READ MATHPER, STATUS "
                       WS-PER-FILE-STATUS
                   PERFORM 9010-RAISE-SEVERE-ERROR
           END-EVALUATE.

       1410-READ-PERIOD-RECORD.
           READ PER-FILE
               AT END
                   SET WS-PER-EOF TO TRUE
               NOT AT END
                   IF PC-PERIOD NUMERIC
                       IF PC-PERIOD > WS-CLOSED-THRU-PERIOD
                           MOVE PC-PERIOD TO WS-CLOSED-THRU-PERIOD
                       END-IF
                       IF WS-REPORT-FUNCTION
                           PERFORM 1420-STORE-PERIOD
                       END-IF
                   END-IF
           END-READ.

       1420-STORE-PERIOD.
           IF WS-PERIOD > ZERO
               AND PC-PERIOD NOT = WS-PERIOD
               CONTINUE
           ELSE
               IF WS-PT-COUNT NOT < WS-PT-LIMIT
                   DISPLAY "MATHCLS: MORE THAN " WS-PT-LIMIT
                       " CLOSED MONTHS - " PC-PERIOD " NOT REPORTED"
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
               ELSE
                   ADD 1 TO WS-PT-COUNT
                   MOVE PC-PERIOD TO WS-PT-PERIOD (WS-PT-COUNT)
                   MOVE PC-CLOSE-DATE TO WS-PT-CLOSE-DATE (WS-PT-COUNT)
                   MOVE PC-SNAPSHOT-NAME
                       TO WS-PT-SNAPSHOT-NAME (WS-PT-COUNT)
                   MOVE PC-RECORD-COUNT
                       TO WS-PT-RECORD-COUNT (WS-PT-COUNT)
                   MOVE PC-TOTAL-SUM TO WS-PT-TOTAL-SUM (WS-PT-COUNT)
                   MOVE PC-TOTAL-DIFF
                       TO WS-PT-TOTAL-DIFF (WS-PT-COUNT)
                   MOVE PC-TOTAL-PROD
                       TO WS-PT-TOTAL-PROD (WS-PT-COUNT)
                   MOVE ZERO TO WS-PT-ADJ-COUNT (WS-PT-COUNT)
                   MOVE ZERO TO WS-PT-ADJ-SUM (WS-PT-COUNT)
                   MOVE ZERO TO WS-PT-ADJ-DIFF (WS-PT-COUNT)
                   MOVE ZERO TO WS-PT-ADJ-PROD (WS-PT-COUNT)
               END-IF
           END-IF.

      *        Months close in order, once each, and only after they
      *        have ended.  A gap is allowed but flagged: the month
      *        skipped can never be closed afterwards.
       1500-EDIT-CLOSE-PERIOD.
           STRING "MS" WS-PERIOD DELIMITED BY SIZE
               INTO WS-SNP-FILE-NAME
           EVALUATE TRUE
               WHEN WS-PERIOD NOT < WS-RUN-PERIOD
                   DISPLAY "MATHCLS: MONTH " WS-PERIOD
                       " HAS NOT ENDED - NOTHING CLOSED"
                   MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-PERIOD NOT > WS-CLOSED-THRU-PERIOD
                   DISPLAY "MATHCLS: MONTHS ALREADY CLOSED THROUGH "
                       WS-CLOSED-THRU-PERIOD " - " WS-PERIOD
                       " NOT CLOSED"
                   MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
                   SET WS-ABORT-RUN TO TRUE
               WHEN WS-CLOSED-THRU-PERIOD > ZERO
                   MOVE WS-CLOSED-THRU-PERIOD TO WS-NEXT-PERIOD
                   IF WS-NEXT-MONTH = 12
                       ADD 1 TO WS-NEXT-YEAR
                       MOVE 1 TO WS-NEXT-MONTH
                   ELSE
                       ADD 1 TO WS-NEXT-MONTH
                   END-IF
                   IF WS-PERIOD > WS-NEXT-PERIOD
                       DISPLAY "MATHCLS: WARNING - MONTHS "
                           WS-NEXT-PERIOD " ONWARD SKIPPED, LAST "
                           "CLOSED WAS " WS-CLOSED-THRU-PERIOD
                       MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                   END-IF
           END-EVALUATE.

       2050-WRITE-REPORT-HEADERS.
           EVALUATE TRUE
               WHEN WS-CLOSE-FUNCTION
                   MOVE "CLOSE" TO TL-FUNCTION
               WHEN WS-REPORT-FUNCTION
                   MOVE "REPORT" TO TL-FUNCTION
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

      *        A month's three lines are kept on one page.
       2410-CHECK-PAGE-BREAK.
           IF WS-LINE-COUNT + 4 > WS-LINES-PER-PAGE
               PERFORM 2055-WRITE-RPT-PAGE-HEADERS
           END-IF.

      *        The caller loads the line; the first line of a month
      *        is double-spaced from the month before.
       2400-WRITE-PERIOD-LINE.
           MOVE WS-PERIOD-LINE TO RPT-RECORD
           IF PL-PERIOD NOT = SPACES
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
               ADD 2 TO WS-LINE-COUNT
           ELSE
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *        CLOSE: header, every master record in key order, and
      *        the trailer.  MATHPER is written last, so a close that
      *        fails part way leaves the month open and can simply be
      *        run again.
       3000-CLOSE-PERIOD.
           PERFORM 3100-OPEN-CLOSE-FILES
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO SNP-RECORD
               SET SN-HEADER TO TRUE
               MOVE WS-PERIOD TO SN-PERIOD
               MOVE WS-RUN-DATE-YYYYMMDD TO SN-CLOSE-DATE
               MOVE WS-RUN-TIME TO SN-CLOSE-TIME
               PERFORM 3300-WRITE-SNAPSHOT-RECORD
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3200-COPY-MASTER-RECORD
                   UNTIL WS-EOF OR WS-ABORT-RUN
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE SPACES TO SNP-RECORD
               SET SN-TRAILER TO TRUE
               MOVE WS-SNAP-COUNT TO SN-RECORD-COUNT
               MOVE WS-SNAP-SUM TO SN-TOTAL-SUM
               MOVE WS-SNAP-DIFF TO SN-TOTAL-DIFF
               MOVE WS-SNAP-PROD TO SN-TOTAL-PROD
               PERFORM 3300-WRITE-SNAPSHOT-RECORD
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3400-RECORD-CLOSED-PERIOD
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 3500-REPORT-CLOSE
           END-IF.

       3100-OPEN-CLOSE-FILES.
           OPEN INPUT MST-FILE
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "MATHCLS: CANNOT OPEN MATHMST, STATUS "
                   WS-MST-FILE-STATUS " - NOTHING CLOSED"
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               MOVE "Y" TO WS-MST-OPEN-SW
           END-IF
           IF NOT WS-ABORT-RUN
               OPEN OUTPUT SNP-FILE
               IF WS-SNP-FILE-STATUS NOT = "00"
                   DISPLAY "MATHCLS: CANNOT OPEN " WS-SNP-FILE-NAME
                       ", STATUS " WS-SNP-FILE-STATUS
                       " - NOTHING CLOSED"
                   PERFORM 9010-RAISE-SEVERE-ERROR
               ELSE
                   MOVE "Y" TO WS-SNP-OPEN-SW
               END-IF
           END-IF.

       3200-COPY-MASTER-RECORD.
           READ MST-FILE NEXT RECORD
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   MOVE SPACES TO SNP-RECORD
                   SET SN-DETAIL TO TRUE
                   MOVE MST-RECORD TO SN-MASTER-IMAGE
                   PERFORM 3300-WRITE-SNAPSHOT-RECORD
                   ADD 1 TO WS-SNAP-COUNT
                   IF MST-SUM-TEXT NOT = SPACES
                       ADD MST-SUM TO WS-SNAP-SUM
                   END-IF
                   IF MST-DIFF-TEXT NOT = SPACES
                       ADD MST-DIFF TO WS-SNAP-DIFF
                   END-IF
                   IF MST-PROD-TEXT NOT = SPACES
                       ADD MST-PROD TO WS-SNAP-PROD
                   END-IF
           END-READ
           IF NOT WS-EOF
               AND WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "MATHCLS: MATHMST READ FAILED, STATUS "
                   WS-MST-FILE-STATUS " - NOTHING CLOSED"
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF.

       3300-WRITE-SNAPSHOT-RECORD.
           WRITE SNP-RECORD
           IF WS-SNP-FILE-STATUS NOT = "00"
               DISPLAY "MATHCLS: " WS-SNP-FILE-NAME
                   " WRITE FAILED, STATUS " WS-SNP-FILE-STATUS
                   " - NOTHING CLOSED"
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF.

       3400-RECORD-CLOSED-PERIOD.
           OPEN EXTEND PER-FILE
           IF WS-PER-FILE-STATUS NOT = "00"
               OPEN OUTPUT PER-FILE
           END-IF
           IF WS-PER-FILE-STATUS NOT = "00"
               DISPLAY "MATHCLS: CANNOT OPEN MATHPER, STATUS "
                   WS-PER-FILE-STATUS " - NOTHING CLOSED"
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               MOVE SPACES TO PER-RECORD
               MOVE WS-PERIOD TO PC-PERIOD
               MOVE WS-RUN-DATE-YYYYMMDD TO PC-CLOSE-DATE
               MOVE WS-RUN-TIME TO PC-CLOSE-TIME
               MOVE WS-SNP-FILE-NAME TO PC-SNAPSHOT-NAME
               MOVE WS-SNAP-COUNT TO PC-RECORD-COUNT
               MOVE WS-SNAP-SUM TO PC-TOTAL-SUM
               MOVE WS-SNAP-DIFF TO PC-TOTAL-DIFF
               MOVE WS-SNAP-PROD TO PC-TOTAL-PROD
               WRITE PER-RECORD
               IF WS-PER-FILE-STATUS NOT = "00"
                   DISPLAY "MATHCLS: MATHPER WRITE FAILED, STATUS "
                       WS-PER-FILE-STATUS " - NOTHING CLOSED"
                   PERFORM 9010-RAISE-SEVERE-ERROR
               ELSE
                   DISPLAY "MATHCLS: MONTH " WS-PERIOD " CLOSED TO "
                       WS-SNP-FILE-NAME ", " WS-SNAP-COUNT
                       " RECORDS"
               END-IF
               CLOSE PER-FILE
           END-IF.

       3500-REPORT-CLOSE.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE SPACES TO WS-PERIOD-LINE
           MOVE WS-PERIOD TO PL-PERIOD
           MOVE WS-RUN-DATE-YYYYMMDD TO PL-CLOSE-DATE
           MOVE WS-SNP-FILE-NAME TO PL-SNAPSHOT-NAME
           MOVE "AT CLOSE" TO PL-LABEL
           MOVE WS-SNAP-COUNT TO PL-COUNT
           MOVE WS-SNAP-SUM TO PL-SUM
           MOVE WS-SNAP-DIFF TO PL-DIFF
           MOVE WS-SNAP-PROD TO PL-PROD
           MOVE "CLOSED" TO PL-STATUS
           PERFORM 2400-WRITE-PERIOD-LINE
           MOVE 1 TO WS-PERIOD-COUNT
           MOVE 1 TO WS-BALANCED-COUNT
           PERFORM 8000-WRITE-SUMMARY.

      *        REPORT: net MATHADJ into the months it belongs to,
      *        then check and list each month in the order closed.
       4000-REPORT-CLOSED-PERIODS.
           IF WS-PT-COUNT = ZERO
               MOVE WS-NO-PERIODS-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ELSE
               PERFORM 4100-LOAD-ADJUSTMENTS
               PERFORM 4200-REPORT-ONE-PERIOD
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
           END-IF
           PERFORM 8000-WRITE-SUMMARY.

      *        No MATHADJ means nothing has been posted to a closed
      *        month.
       4100-LOAD-ADJUSTMENTS.
           OPEN INPUT ADJ-FILE
           EVALUATE WS-ADJ-FILE-STATUS
               WHEN "00"
                   PERFORM 4110-READ-ADJUSTMENT UNTIL WS-ADJ-EOF
                   CLOSE ADJ-FILE
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MATHCLS: CANNOT READ MATHADJ, STATUS "
                       WS-ADJ-FILE-STATUS
                   PERFORM 9010-RAISE-SEVERE-ERROR
           END-EVALUATE.

       4110-READ-ADJUSTMENT.
           READ ADJ-FILE
               AT END
                   SET WS-ADJ-EOF TO TRUE
               NOT AT END
                   PERFORM 4120-APPLY-ADJUSTMENT
           END-READ.

      *        An adjustment for a month skipped at close has no
      *        snapshot to stand against; it is counted and flagged.
      *        With a PERIOD card, other months' adjustments are
      *        simply passed over.
       4120-APPLY-ADJUSTMENT.
           IF WS-PERIOD > ZERO
               AND AJ-PERIOD NOT = WS-PERIOD
               CONTINUE
           ELSE
               ADD 1 TO WS-ADJ-READ-COUNT
               MOVE "N" TO WS-PERIOD-FOUND-SW
               PERFORM 4130-TEST-PERIOD-ENTRY
                   VARYING WS-PT-SUB FROM 1 BY 1
                   UNTIL WS-PT-SUB > WS-PT-COUNT
                       OR WS-PERIOD-FOUND
               IF WS-PERIOD-FOUND
                   ADD 1 TO WS-PT-ADJ-COUNT (WS-PT-FOUND-SUB)
                   COMPUTE WS-PT-ADJ-SUM (WS-PT-FOUND-SUB) =
                       WS-PT-ADJ-SUM (WS-PT-FOUND-SUB)
                       + AJ-AFTER-SUM - AJ-BEFORE-SUM
                   COMPUTE WS-PT-ADJ-DIFF (WS-PT-FOUND-SUB) =
                       WS-PT-ADJ-DIFF (WS-PT-FOUND-SUB)
                       + AJ-AFTER-DIFF - AJ-BEFORE-DIFF
                   COMPUTE WS-PT-ADJ-PROD (WS-PT-FOUND-SUB) =
                       WS-PT-ADJ-PROD (WS-PT-FOUND-SUB)
                       + AJ-AFTER-PROD - AJ-BEFORE-PROD
               ELSE
                   ADD 1 TO WS-ADJ-UNCLOSED-COUNT
                   DISPLAY "MATHCLS: ADJUSTMENT TO UNCLOSED MONTH "
                       AJ-PERIOD " KEY " AJ-TRAN-KEY " BATCH "
                       AJ-BATCH-NUMBER
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
               END-IF
           END-IF.

       4130-TEST-PERIOD-ENTRY.
           IF WS-PT-PERIOD (WS-PT-SUB) = AJ-PERIOD
               MOVE "Y" TO WS-PERIOD-FOUND-SW
               MOVE WS-PT-SUB TO WS-PT-FOUND-SUB
           END-IF.

       4200-REPORT-ONE-PERIOD.
           ADD 1 TO WS-PERIOD-COUNT
           PERFORM 4300-VERIFY-SNAPSHOT
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE SPACES TO WS-PERIOD-LINE
           MOVE WS-PT-PERIOD (WS-PT-SUB) TO PL-PERIOD
           MOVE WS-PT-CLOSE-DATE (WS-PT-SUB) TO PL-CLOSE-DATE
           MOVE WS-PT-SNAPSHOT-NAME (WS-PT-SUB) TO PL-SNAPSHOT-NAME
           MOVE "AT CLOSE" TO PL-LABEL
           MOVE WS-PT-RECORD-COUNT (WS-PT-SUB) TO PL-COUNT
           MOVE WS-PT-TOTAL-SUM (WS-PT-SUB) TO PL-SUM
           MOVE WS-PT-TOTAL-DIFF (WS-PT-SUB) TO PL-DIFF
           MOVE WS-PT-TOTAL-PROD (WS-PT-SUB) TO PL-PROD
           MOVE WS-SNAP-STATUS TO PL-STATUS
           PERFORM 2400-WRITE-PERIOD-LINE
           MOVE SPACES TO WS-PERIOD-LINE
           MOVE "ADJUSTMENTS" TO PL-LABEL
           MOVE WS-PT-ADJ-COUNT (WS-PT-SUB) TO PL-COUNT
           MOVE WS-PT-ADJ-SUM (WS-PT-SUB) TO PL-SUM
           MOVE WS-PT-ADJ-DIFF (WS-PT-SUB) TO PL-DIFF
           MOVE WS-PT-ADJ-PROD (WS-PT-SUB) TO PL-PROD
           PERFORM 2400-WRITE-PERIOD-LINE
           MOVE SPACES TO WS-PERIOD-LINE
           MOVE "ADJUSTED" TO PL-LABEL
           MOVE SPACES TO PL-COUNT-TEXT
           COMPUTE PL-SUM = WS-PT-TOTAL-SUM (WS-PT-SUB)
               + WS-PT-ADJ-SUM (WS-PT-SUB)
           COMPUTE PL-DIFF = WS-PT-TOTAL-DIFF (WS-PT-SUB)
               + WS-PT-ADJ-DIFF (WS-PT-SUB)
           COMPUTE PL-PROD = WS-PT-TOTAL-PROD (WS-PT-SUB)
               + WS-PT-ADJ-PROD (WS-PT-SUB)
           PERFORM 2400-WRITE-PERIOD-LINE.

      *        The snapshot is re-added from its detail records and
      *        must agree with both its own trailer and the totals
      *        MATHPER recorded at close.  The verdict is printed on
      *        the month's first line.
       4300-VERIFY-SNAPSHOT.
           MOVE ZERO TO WS-SNAP-COUNT
           MOVE ZERO TO WS-SNAP-SUM
           MOVE ZERO TO WS-SNAP-DIFF
           MOVE ZERO TO WS-SNAP-PROD
           MOVE "N" TO WS-TRAILER-FOUND-SW
           MOVE "N" TO WS-SNP-EOF-SW
           MOVE WS-PT-SNAPSHOT-NAME (WS-PT-SUB) TO WS-SNP-FILE-NAME
           OPEN INPUT SNP-FILE
           IF WS-SNP-FILE-STATUS NOT = "00"
               DISPLAY "MATHCLS: CANNOT OPEN SNAPSHOT "
                   WS-SNP-FILE-NAME ", STATUS " WS-SNP-FILE-STATUS
               MOVE "MISSING" TO WS-SNAP-STATUS
           ELSE
               PERFORM 4310-READ-SNAPSHOT-RECORD UNTIL WS-SNP-EOF
               CLOSE SNP-FILE
               EVALUATE TRUE
                   WHEN NOT WS-TRAILER-FOUND
                       MOVE "NO TRAILER" TO WS-SNAP-STATUS
                   WHEN WS-SNAP-COUNT = WS-TRL-COUNT
                       AND WS-SNAP-SUM = WS-TRL-SUM
                       AND WS-SNAP-DIFF = WS-TRL-DIFF
                       AND WS-SNAP-PROD = WS-TRL-PROD
                       AND WS-SNAP-COUNT =
                           WS-PT-RECORD-COUNT (WS-PT-SUB)
                       AND WS-SNAP-SUM = WS-PT-TOTAL-SUM (WS-PT-SUB)
                       AND WS-SNAP-DIFF =
                           WS-PT-TOTAL-DIFF (WS-PT-SUB)
                       AND WS-SNAP-PROD =
                           WS-PT-TOTAL-PROD (WS-PT-SUB)
                       MOVE "BALANCED" TO WS-SNAP-STATUS
                   WHEN OTHER
                       MOVE "OUT OF BAL" TO WS-SNAP-STATUS
               END-EVALUATE
           END-IF
           IF WS-SNAP-STATUS = "BALANCED"
               ADD 1 TO WS-BALANCED-COUNT
           ELSE
               ADD 1 TO WS-IN-ERROR-COUNT
               DISPLAY "MATHCLS: SNAPSHOT " WS-SNP-FILE-NAME
                   " FOR " WS-PT-PERIOD (WS-PT-SUB) " " WS-SNAP-STATUS
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF.

       4310-READ-SNAPSHOT-RECORD.
           READ SNP-FILE
               AT END
                   SET WS-SNP-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN SN-DETAIL
                           MOVE SN-MASTER-IMAGE TO MST-RECORD
                           ADD 1 TO WS-SNAP-COUNT
                           IF MST-SUM-TEXT NOT = SPACES
                               ADD MST-SUM TO WS-SNAP-SUM
                           END-IF
                           IF MST-DIFF-TEXT NOT = SPACES
                               ADD MST-DIFF TO WS-SNAP-DIFF
                           END-IF
                           IF MST-PROD-TEXT NOT = SPACES
                               ADD MST-PROD TO WS-SNAP-PROD
                           END-IF
                       WHEN SN-TRAILER
                           MOVE "Y" TO WS-TRAILER-FOUND-SW
                           MOVE SN-RECORD-COUNT TO WS-TRL-COUNT
                           MOVE SN-TOTAL-SUM TO WS-TRL-SUM
                           MOVE SN-TOTAL-DIFF TO WS-TRL-DIFF
                           MOVE SN-TOTAL-PROD TO WS-TRL-PROD
                       WHEN OTHER
                           CONTINUE
                   END-EVALUATE
           END-READ.

       8000-WRITE-SUMMARY.
           MOVE WS-PERIOD-COUNT TO SL-PERIOD-COUNT
           MOVE WS-BALANCED-COUNT TO SL-BALANCED-COUNT
           MOVE WS-IN-ERROR-COUNT TO SL-IN-ERROR-COUNT
           MOVE WS-ADJ-READ-COUNT TO SL-ADJ-READ-COUNT
           MOVE WS-ADJ-UNCLOSED-COUNT TO SL-ADJ-UNCLOSED-COUNT
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

       9060-RELEASE-RUN-LOCK.
           IF WS-LOCK-HELD
               OPEN OUTPUT LOCK-FILE
               IF WS-LOCK-FILE-STATUS = "00"
                   MOVE SPACES TO LCK-RECORD
                   MOVE "ENDED   " TO LC-STATUS
                   MOVE WS-JOB-NAME TO LC-JOB-NAME
                   MOVE WS-RUN-DATE-YYYYMMDD TO LC-START-DATE
                   MOVE WS-RUN-TIME TO LC-START-TIME
                   WRITE LCK-RECORD
                   CLOSE LOCK-FILE
               ELSE
                   DISPLAY "MATHCLS: CANNOT RELEASE MATHLOCK, "
                       "STATUS " WS-LOCK-FILE-STATUS
               END-IF
           END-IF.

       9100-CLOSE-FILES.
           IF WS-MST-OPEN
               CLOSE MST-FILE
           END-IF
           IF WS-SNP-OPEN
               CLOSE SNP-FILE
           END-IF
           IF WS-RPT-OPEN
               CLOSE RPT-FILE
           END-IF.
