       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathRel.

      *        Hold-queue release run.  MathOps holds back any
      *        calculation whose result or scaled amount is over its
      *        department's MATHLIMT limit and queues it on MATHHOLD.
      *        A supervisor reviews the held-items section of MATHRPT
      *        and answers with one card per key:
      *            APPROVE=NNNNNN   post every held item for the key
      *            DECLINE=NNNNNN   send every held item for the key
      *                             to MATHRCYC under reason DCL
      *            FORCE=YES        override a stale ACTIVE entry in
      *                             MATHLOCK left by an abend
      *        An approved item posts to MATHMST, MATHAUD, and MATHEXT
      *        exactly as held, under the batch number it came in
      *        with, as MathOps would have posted it that night, and
      *        the master change is logged to MATHHIST as MathOps
      *        logs its own.  A
      *        declined item goes to MATHRCYC for correction and a
      *        MODE=RECYCLE resubmission.  Items with no card, or
      *        with both an APPROVE and a DECLINE card, stay held:
      *        they go to the retained queue MATHHOLN, which the
      *        scheduler swaps in as the live MATHHOLD.  Every item
      *        and what was done with it is listed on MATHLRPT.
      *        The run takes MATHLOCK the same way MathOps does,
      *        since it updates the same master and feeds.  An item
      *        whose batch date falls in a month MathCls has closed
      *        still posts, but as an adjustment: typed A on MATHAUD
      *        and MATHEXT, logged to MATHADJ, and shown as RELEASED
      *        ADJ on MATHLRPT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT HOLD-FILE ASSIGN TO "MATHHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT HOLN-FILE ASSIGN TO "MATHHOLN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLN-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHLRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT AUD-FILE ASSIGN TO "MATHAUD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUD-FILE-STATUS.
           SELECT EXT-FILE ASSIGN TO "MATHEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT RCY-FILE ASSIGN TO "MATHRCYC"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RCY-FILE-STATUS.
           SELECT LOCK-FILE ASSIGN TO "MATHLOCK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT MST-FILE ASSIGN TO "MATHMST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS MST-TRAN-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "MATHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT PER-FILE ASSIGN TO "MATHPER"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PER-FILE-STATUS.
           SELECT ADJ-FILE ASSIGN TO "MATHADJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ADJ-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Column-for-column image of the hold record MathOps
      *        queues (HOLD-RECORD there).  A result column MathOps
      *        left blank was not requested and posts as blank.
       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  HOLD-RECORD.
           05  HQ-TRAN-IMAGE            PIC X(80).
           05  HQ-TRAN-FIELDS REDEFINES HQ-TRAN-IMAGE.
               10  HQ-TRAN-KEY          PIC 9(6).
               10  HQ-OPERAND-A         PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
               10  HQ-OPERAND-B         PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
               10  HQ-OP-CODES          PIC X(8).
               10  FILLER               PIC X(54).
           05  HQ-BATCH-NUMBER          PIC 9(6).
           05  HQ-BATCH-DATE            PIC 9(8).
           05  HQ-HELD-DATE             PIC 9(8).
           05  HQ-HELD-TIME             PIC 9(8).
           05  HQ-RUN-MODE              PIC X(1).
           05  HQ-HOLD-CODE             PIC X(3).
           05  HQ-SUM                   PIC S9(7).
           05  HQ-SUM-TEXT REDEFINES HQ-SUM
                                    PIC X(7).
           05  HQ-DIFF                  PIC S9(6).
           05  HQ-DIFF-TEXT REDEFINES HQ-DIFF
                                    PIC X(6).
           05  HQ-PROD                  PIC S9(10).
           05  HQ-PROD-TEXT REDEFINES HQ-PROD
                                    PIC X(10).
           05  HQ-QUOT                  PIC S9(3)V99.
           05  HQ-QUOT-TEXT REDEFINES HQ-QUOT
                                    PIC X(5).
           05  HQ-REMAINDER             PIC S9(5).
           05  HQ-REMAINDER-TEXT REDEFINES HQ-REMAINDER
                                    PIC X(5).
           05  HQ-MOD                   PIC S9(5).
           05  HQ-MOD-TEXT REDEFINES HQ-MOD
                                    PIC X(5).
           05  HQ-PCT-CHANGE            PIC S9(3)V99.
           05  HQ-PCT-CHANGE-TEXT REDEFINES HQ-PCT-CHANGE
                                    PIC X(5).
           05  HQ-RATE                  PIC 9(3)V9(4).
           05  HQ-RATE-TEXT REDEFINES HQ-RATE
                                    PIC X(7).
           05  HQ-SCALED-SUM            PIC S9(11)V99.
           05  HQ-SCALED-SUM-TEXT REDEFINES HQ-SCALED-SUM
                                    PIC X(13).
           05  HQ-SCALED-PROD           PIC S9(12)V99.
           05  HQ-SCALED-PROD-TEXT REDEFINES HQ-SCALED-PROD
                                    PIC X(14).
           05  FILLER                   PIC X(9).

       FD  HOLN-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  HOLN-RECORD                  PIC X(200).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       FD  AUD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  AUD-RECORD                  PIC X(126).

      *        Column-for-column image of MathOps' EXT-RECORD.
       FD  EXT-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  EXT-RECORD.
           05  EXT-TRAN-KEY             PIC 9(6).
           05  EXT-A                    PIC S9(5).
           05  EXT-B                    PIC S9(5).
           05  EXT-SUM                  PIC S9(7).
           05  EXT-SUM-TEXT REDEFINES EXT-SUM
                                    PIC X(7).
           05  EXT-DIFF                 PIC S9(6).
           05  EXT-DIFF-TEXT REDEFINES EXT-DIFF
                                    PIC X(6).
           05  EXT-PROD                 PIC S9(10).
           05  EXT-PROD-TEXT REDEFINES EXT-PROD
                                    PIC X(10).
           05  EXT-QUOT                 PIC S9(3)V99.
           05  EXT-QUOT-TEXT REDEFINES EXT-QUOT
                                    PIC X(5).
           05  EXT-RATE                 PIC 9(3)V9(4).
           05  EXT-RATE-TEXT REDEFINES EXT-RATE
                                    PIC X(7).
           05  EXT-SCALED-SUM           PIC S9(11)V99.
           05  EXT-SCALED-SUM-TEXT REDEFINES EXT-SCALED-SUM
                                    PIC X(13).
           05  EXT-SCALED-PROD          PIC S9(12)V99.
           05  EXT-SCALED-PROD-TEXT REDEFINES EXT-SCALED-PROD
                                    PIC X(14).
           05  EXT-ENTRY-TYPE           PIC X(1).
               88  EXT-POSTING          VALUE "P".
               88  EXT-REVERSAL         VALUE "V".
               88  EXT-ADJUSTMENT       VALUE "A".

      *        Column-for-column image of MathOps' RCY-RECORD.
       FD  RCY-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  RCY-RECORD.
           05  RCY-TRAN-IMAGE           PIC X(80).
           05  RCY-REASON-CODE          PIC X(3).
           05  RCY-BATCH-NUMBER         PIC 9(6).
           05  RCY-BATCH-DATE           PIC 9(8).

      *        Column-for-column image of MathOps' run-control
      *        register.
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

      *        Column-for-column image of MathOps' MST-RECORD.
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

      *        MathCls' period-control record; only the period is
      *        needed here.
       FD  PER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PER-RECORD.
           05  PC-PERIOD                PIC 9(6).
           05  FILLER                   PIC X(94).

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

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-HOLD-FILE-STATUS     PIC XX.
           05  WS-HOLN-FILE-STATUS     PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.
           05  WS-AUD-FILE-STATUS      PIC XX.
           05  WS-EXT-FILE-STATUS      PIC XX.
           05  WS-RCY-FILE-STATUS      PIC XX.
           05  WS-LOCK-FILE-STATUS     PIC XX.
           05  WS-MST-FILE-STATUS      PIC XX.
           05  WS-HIST-FILE-STATUS     PIC XX.
           05  WS-PER-FILE-STATUS      PIC XX.
           05  WS-ADJ-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-LOCK-HELD-SW         PIC X VALUE "N".
               88  WS-LOCK-HELD        VALUE "Y".
           05  WS-LOCK-OVERRIDE-SW     PIC X VALUE "N".
               88  WS-LOCK-OVERRIDE    VALUE "Y".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-FILES-OPEN-SW        PIC X VALUE "N".
               88  WS-FILES-OPEN       VALUE "Y".
           05  WS-CARD-FOUND-SW        PIC X VALUE "N".
               88  WS-CARD-FOUND       VALUE "Y".
           05  WS-HIST-WRITTEN-SW      PIC X VALUE "N".
               88  WS-HIST-WRITTEN     VALUE "Y".

      *        Month-end close, as in MathOps: an item whose batch
      *        date falls in a month MathCls has already closed is
      *        released as an adjustment -- typed A on MATHAUD and
      *        MATHEXT, logged to MATHADJ, and shown as such here.
       01  WS-PERIOD-CONTROL.
           05  WS-CLOSED-THRU-PERIOD   PIC 9(6)  VALUE ZERO.
           05  WS-BATCH-PERIOD         PIC 9(6)  VALUE ZERO.
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF          VALUE "Y".
           05  WS-ADJ-FILE-OPEN-SW     PIC X VALUE "N".
               88  WS-ADJ-FILE-OPEN    VALUE "Y".
           05  WS-ADJUSTMENT-SW        PIC X VALUE "N".
               88  WS-ADJUSTMENT       VALUE "Y".

      *        The master record before the release, read back out of
      *        the history before-image for MATHADJ.
       01  WS-PRIOR-MASTER-IMAGE.
           05  PM-TRAN-KEY              PIC 9(6).
           05  PM-A                     PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  PM-B                     PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  PM-OP-CODES              PIC X(8).
           05  PM-SUM                   PIC S9(7).
           05  PM-SUM-TEXT REDEFINES PM-SUM
                                    PIC X(7).
           05  PM-DIFF                  PIC S9(6).
           05  PM-DIFF-TEXT REDEFINES PM-DIFF
                                    PIC X(6).
           05  PM-PROD                  PIC S9(10).
           05  PM-PROD-TEXT REDEFINES PM-PROD
                                    PIC X(10).
           05  FILLER                   PIC X(45).

      *        Graded condition code for the scheduler, on MathOps'
      *        scale: 00 clean, 04 a card that matched nothing, a bad
      *        card, or a release into a closed month, 08 a master
      *        update that failed, 12 a file
      *        that would not open or a run refused by MATHLOCK.
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-OPTION-CARD-FIELDS.
           05  WS-OPT-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-OPT-VALUE            PIC X(20) VALUE SPACES.

      *        Supervisor decisions, one entry per key.  A key given
      *        both an APPROVE and a DECLINE card is marked in
      *        conflict and left held -- the supervisor has to say
      *        which was meant.
       01  WS-CARD-TABLE-AREA.
           05  WS-CARD-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-CARD-LIMIT           PIC 9(3)  VALUE 200.
           05  WS-CARD-SUB             PIC 9(3)  VALUE ZERO.
           05  WS-CARD-FOUND-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-CARD-LOOKUP-KEY      PIC X(6)  VALUE SPACES.
           05  WS-CARD-ACTION-IN       PIC X(1)  VALUE SPACE.
           05  WS-CARD-ENTRY OCCURS 200 TIMES.
               10  WS-CD-KEY           PIC X(6).
               10  WS-CD-ACTION        PIC X(1).
                   88  WS-CD-APPROVE   VALUE "A".
                   88  WS-CD-DECLINE   VALUE "D".
                   88  WS-CD-CONFLICT  VALUE "C".
               10  WS-CD-USED-SW       PIC X(1).
                   88  WS-CD-USED      VALUE "Y".

       01  WS-ACCUMULATORS.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-RELEASED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-DECLINED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-KEPT-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-ADJ-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-REL-TOTAL-SUM        PIC S9(9) VALUE ZERO.
           05  WS-REL-TOTAL-DIFF       PIC S9(9) VALUE ZERO.
           05  WS-REL-TOTAL-PROD       PIC S9(12) VALUE ZERO.
           05  WS-HIST-SEQUENCE        PIC 9(5)  VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-JOB-NAME             PIC X(8) VALUE "MATHREL".
           05  WS-ENV-JOBNAME          PIC X(8) VALUE SPACES.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-DISPLAY     PIC X(10).
           05  WS-RUN-TIME             PIC 9(8).

      *        MathOps' audit line, column for column; a released
      *        item writes the same P line MathOps would have.
       01  WS-AUDIT-LINE.
           05  AL-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-RUN-TIME              PIC 9(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-KEY                   PIC 9(6).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-A                     PIC -ZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-B                     PIC -ZZZZ9.
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-SUM                   PIC -ZZZZZZ9.
           05  AL-SUM-TEXT REDEFINES AL-SUM
                                   PIC X(8).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-DIFF                  PIC -ZZZZZ9.
           05  AL-DIFF-TEXT REDEFINES AL-DIFF
                                   PIC X(7).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-PROD                  PIC -ZZZZZZZZZ9.
           05  AL-PROD-TEXT REDEFINES AL-PROD
                                   PIC X(11).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-QUOT                  PIC -ZZ9.99.
           05  AL-QUOT-TEXT REDEFINES AL-QUOT
                                   PIC X(7).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-MOD                   PIC -ZZZZ9.
           05  AL-MOD-TEXT REDEFINES AL-MOD
                                   PIC X(6).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-PCT-CHANGE            PIC -ZZ9.99.
           05  AL-PCT-CHANGE-TEXT REDEFINES AL-PCT-CHANGE
                                   PIC X(7).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-BATCH-NUMBER          PIC 9(6).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-RUN-MODE              PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-ENTRY-TYPE            PIC X(1).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-REMAINDER             PIC -ZZZZ9.
           05  AL-REMAINDER-TEXT REDEFINES AL-REMAINDER
                                   PIC X(6).
           05  FILLER                   PIC X(1)  VALUE SPACE.
           05  AL-OP-CODES              PIC X(8).

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "HOLD QUEUE RELEASE".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "KEY".
           05  FILLER                  PIC X(8)  VALUE "BATCH".
           05  FILLER                  PIC X(10) VALUE "HELD".
           05  FILLER                  PIC X(5)  VALUE "CODE".
           05  FILLER                  PIC X(9)  VALUE "SUM".
           05  FILLER                  PIC X(9)  VALUE "DIFF".
           05  FILLER                  PIC X(13) VALUE "PROD".
           05  FILLER                  PIC X(18) VALUE "SCALED-SUM".
           05  FILLER                  PIC X(19) VALUE "SCALED-PROD".
           05  FILLER                  PIC X(12) VALUE "ACTION".
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-KEY                  PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-BATCH-NUMBER         PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-HELD-DATE            PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-HOLD-CODE            PIC X(3).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SUM                  PIC -ZZZZZZ9.
           05  DL-SUM-TEXT REDEFINES DL-SUM
                                   PIC X(8).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-DIFF                 PIC -ZZZZZ9.
           05  DL-DIFF-TEXT REDEFINES DL-DIFF
                                   PIC X(7).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-PROD                 PIC -ZZZZZZZZZ9.
           05  DL-PROD-TEXT REDEFINES DL-PROD
                                   PIC X(11).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-SCALED-SUM           PIC -ZZZZZZZZZZ9.99.
           05  DL-SCALED-SUM-TEXT REDEFINES DL-SCALED-SUM
                                   PIC X(15).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-SCALED-PROD          PIC -ZZZZZZZZZZZ9.99.
           05  DL-SCALED-PROD-TEXT REDEFINES DL-SCALED-PROD
                                   PIC X(16).
           05  FILLER                  PIC X(3)  VALUE SPACES.
           05  DL-ACTION               PIC X(12).
           05  FILLER                  PIC X(21) VALUE SPACES.

       01  WS-UNMATCHED-CARD-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "*** CARD ".
           05  UC-ACTION               PIC X(8).
           05  UC-KEY                  PIC X(6).
           05  FILLER                  PIC X(35)
                   VALUE " MATCHES NO HELD ITEM - IGNORED ***".
           05  FILLER                  PIC X(74) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "HELD: ".
           05  SL-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  RELEASED: ".
           05  SL-RELEASED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  DECLINED: ".
           05  SL-DECLINED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(14) VALUE "  STILL HELD: ".
           05  SL-KEPT-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(15)
                   VALUE "  ADJUSTMENTS: ".
           05  SL-ADJ-COUNT            PIC ZZZZZZ9.
           05  FILLER                  PIC X(38) VALUE SPACES.

       01  WS-RELEASED-TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(15)
                   VALUE "RELEASED  SUM: ".
           05  RT-TOTAL-SUM            PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  DIFF: ".
           05  RT-TOTAL-DIFF           PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  PROD: ".
           05  RT-TOTAL-PROD           PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-PROCESS-HELD-ITEMS UNTIL WS-EOF
               PERFORM 8000-WRITE-SUMMARY
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
           DISPLAY "JOBNAME" UPON ENVIRONMENT-NAME
           ACCEPT WS-ENV-JOBNAME FROM ENVIRONMENT-VALUE
           IF WS-ENV-JOBNAME NOT = SPACES
               MOVE WS-ENV-JOBNAME TO WS-JOB-NAME
           END-IF
           PERFORM 1200-READ-RELEASE-CARDS
           PERFORM 1050-ACQUIRE-RUN-LOCK
           IF NOT WS-ABORT-RUN
               PERFORM 1100-OPEN-RUN-FILES
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2050-WRITE-REPORT-HEADERS
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
                               DISPLAY "MATHREL: STALE RUN LOCK FROM "
                                   LC-JOB-NAME " " LC-START-DATE " "
                                   LC-START-TIME
                                   " OVERRIDDEN BY FORCE=YES"
                           ELSE
                               DISPLAY "MATHREL: RUN ALREADY ACTIVE - "
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
                   DISPLAY "MATHREL: CANNOT WRITE MATHLOCK, STATUS "
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

      *        MATHAUD, MATHEXT, and MATHRCYC are extended: released
      *        items join the night's audit log and GL feed, and
      *        declined items join the night's rejects for the desk
      *        to correct.  No MATHHOLD at all is an empty queue.
       1100-OPEN-RUN-FILES.
           OPEN INPUT HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: NO MATHHOLD (STATUS "
                   WS-HOLD-FILE-STATUS ") - NOTHING HELD"
               SET WS-EOF TO TRUE
           END-IF
           OPEN OUTPUT HOLN-FILE
           IF WS-HOLN-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHHOLN, STATUS "
                   WS-HOLN-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHLRPT, STATUS "
                   WS-RPT-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN EXTEND AUD-FILE
           IF WS-AUD-FILE-STATUS NOT = "00"
               OPEN OUTPUT AUD-FILE
           END-IF
           IF WS-AUD-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHAUD, STATUS "
                   WS-AUD-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN EXTEND EXT-FILE
           IF WS-EXT-FILE-STATUS NOT = "00"
               OPEN OUTPUT EXT-FILE
           END-IF
           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHEXT, STATUS "
                   WS-EXT-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN EXTEND RCY-FILE
           IF WS-RCY-FILE-STATUS NOT = "00"
               OPEN OUTPUT RCY-FILE
           END-IF
           IF WS-RCY-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHRCYC, STATUS "
                   WS-RCY-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN I-O MST-FILE
           IF WS-MST-FILE-STATUS = "35"
               OPEN OUTPUT MST-FILE
               CLOSE MST-FILE
               OPEN I-O MST-FILE
           END-IF
           IF WS-MST-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHMST, STATUS "
                   WS-MST-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN I-O HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHHIST, STATUS "
                   WS-HIST-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           MOVE "Y" TO WS-FILES-OPEN-SW
           PERFORM 1180-LOAD-PERIOD-CONTROL
           IF WS-CLOSED-THRU-PERIOD > ZERO
               PERFORM 1185-OPEN-ADJUSTMENT-FILE
           END-IF.

      *        As in MathOps: no MATHPER means no month is closed
      *        yet; one that will not read stops the run.
       1180-LOAD-PERIOD-CONTROL.
           OPEN INPUT PER-FILE
           EVALUATE WS-PER-FILE-STATUS
               WHEN "00"
                   PERFORM 1182-READ-PERIOD-RECORD UNTIL WS-PER-EOF
                   CLOSE PER-FILE
                   IF WS-CLOSED-THRU-PERIOD > ZERO
                       DISPLAY "MATHREL: MONTHS CLOSED THROUGH "
                           WS-CLOSED-THRU-PERIOD
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MATHREL: CANNOT READ MATHPER, STATUS "
                       WS-PER-FILE-STATUS " - RUN ABANDONED"
                   PERFORM 9010-RAISE-SEVERE-ERROR
           END-EVALUATE.

       1182-READ-PERIOD-RECORD.
           READ PER-FILE
               AT END
                   SET WS-PER-EOF TO TRUE
               NOT AT END
                   IF PC-PERIOD NUMERIC
                       AND PC-PERIOD > WS-CLOSED-THRU-PERIOD
                       MOVE PC-PERIOD TO WS-CLOSED-THRU-PERIOD
                   END-IF
           END-READ.

       1185-OPEN-ADJUSTMENT-FILE.
           OPEN EXTEND ADJ-FILE
           IF WS-ADJ-FILE-STATUS NOT = "00"
               OPEN OUTPUT ADJ-FILE
           END-IF
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: CANNOT OPEN MATHADJ, STATUS "
                   WS-ADJ-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               MOVE "Y" TO WS-ADJ-FILE-OPEN-SW
           END-IF.

       1200-READ-RELEASE-CARDS.
           OPEN INPUT CTL-FILE
           IF WS-CTL-FILE-STATUS = "00"
               PERFORM 1250-PROCESS-RELEASE-CARD
                   UNTIL WS-CTL-EOF
               CLOSE CTL-FILE
           END-IF.

       1250-PROCESS-RELEASE-CARD.
           READ CTL-FILE
               AT END
                   SET WS-CTL-EOF TO TRUE
               NOT AT END
                   IF CTL-RECORD NOT = SPACES
                       PERFORM 1260-APPLY-RELEASE-CARD
                   END-IF
           END-READ.

       1260-APPLY-RELEASE-CARD.
           MOVE SPACES TO WS-OPT-KEYWORD
           MOVE SPACES TO WS-OPT-VALUE
           UNSTRING CTL-RECORD DELIMITED BY "="
               INTO WS-OPT-KEYWORD WS-OPT-VALUE
           EVALUATE WS-OPT-KEYWORD
               WHEN "APPROVE"
                   MOVE "A" TO WS-CARD-ACTION-IN
                   PERFORM 1270-STORE-RELEASE-CARD
               WHEN "DECLINE"
                   MOVE "D" TO WS-CARD-ACTION-IN
                   PERFORM 1270-STORE-RELEASE-CARD
               WHEN "FORCE"
                   IF WS-OPT-VALUE(1:4) = "YES "
                       MOVE "Y" TO WS-LOCK-OVERRIDE-SW
                   ELSE
                       PERFORM 1265-FLAG-BAD-RELEASE-CARD
                   END-IF
               WHEN OTHER
                   PERFORM 1265-FLAG-BAD-RELEASE-CARD
           END-EVALUATE.

       1265-FLAG-BAD-RELEASE-CARD.
           DISPLAY "MATHREL: UNRECOGNIZED RELEASE CARD "
               CTL-RECORD(1:20)
           MOVE 04 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

       1270-STORE-RELEASE-CARD.
           IF WS-OPT-VALUE(1:6) NOT NUMERIC
               DISPLAY "MATHREL: BAD KEY ON RELEASE CARD "
                   CTL-RECORD(1:20)
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           ELSE
               MOVE WS-OPT-VALUE(1:6) TO WS-CARD-LOOKUP-KEY
               PERFORM 2190-LOOKUP-CARD
               EVALUATE TRUE
                   WHEN WS-CARD-FOUND
                       IF WS-CD-ACTION (WS-CARD-FOUND-SUB)
                           NOT = WS-CARD-ACTION-IN
                           DISPLAY "MATHREL: KEY " WS-CARD-LOOKUP-KEY
                               " BOTH APPROVED AND DECLINED - LEFT "
                               "HELD"
                           MOVE "C" TO WS-CD-ACTION (WS-CARD-FOUND-SUB)
                           MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                           PERFORM 9000-RAISE-RETURN-CODE
                       END-IF
                   WHEN WS-CARD-COUNT NOT < WS-CARD-LIMIT
                       DISPLAY "MATHREL: MORE THAN " WS-CARD-LIMIT
                           " RELEASE CARDS - " CTL-RECORD(1:20)
                           " IGNORED"
                       MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                   WHEN OTHER
                       ADD 1 TO WS-CARD-COUNT
                       MOVE WS-CARD-LOOKUP-KEY
                           TO WS-CD-KEY (WS-CARD-COUNT)
                       MOVE WS-CARD-ACTION-IN
                           TO WS-CD-ACTION (WS-CARD-COUNT)
                       MOVE "N" TO WS-CD-USED-SW (WS-CARD-COUNT)
               END-EVALUATE
           END-IF.

       2050-WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE
           MOVE WS-TITLE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-COLUMN-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES.

       2000-PROCESS-HELD-ITEMS.
           READ HOLD-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-DISPOSE-HELD-ITEM
           END-READ.

       2100-DISPOSE-HELD-ITEM.
           MOVE HQ-TRAN-IMAGE(1:6) TO WS-CARD-LOOKUP-KEY
           PERFORM 2190-LOOKUP-CARD
           IF WS-CARD-FOUND
               MOVE "Y" TO WS-CD-USED-SW (WS-CARD-FOUND-SUB)
               EVALUATE TRUE
                   WHEN WS-CD-APPROVE (WS-CARD-FOUND-SUB)
                       PERFORM 2200-RELEASE-HELD-ITEM
                   WHEN WS-CD-DECLINE (WS-CARD-FOUND-SUB)
                       PERFORM 2300-DECLINE-HELD-ITEM
                   WHEN OTHER
                       PERFORM 2350-KEEP-HELD-ITEM
                       MOVE "CONFLICT" TO DL-ACTION
               END-EVALUATE
           ELSE
               PERFORM 2350-KEEP-HELD-ITEM
               MOVE "STILL HELD" TO DL-ACTION
           END-IF
           PERFORM 2400-WRITE-DETAIL-LINE.

       2190-LOOKUP-CARD.
           MOVE "N" TO WS-CARD-FOUND-SW
           MOVE ZERO TO WS-CARD-FOUND-SUB
           IF WS-CARD-COUNT > ZERO
               PERFORM 2195-TEST-CARD-ENTRY
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
                       OR WS-CARD-FOUND
           END-IF.

       2195-TEST-CARD-ENTRY.
           IF WS-CD-KEY (WS-CARD-SUB) = WS-CARD-LOOKUP-KEY
               MOVE "Y" TO WS-CARD-FOUND-SW
               MOVE WS-CARD-SUB TO WS-CARD-FOUND-SUB
           END-IF.

      *        Approved: post what was held, as held.  The master's
      *        last-update date is the date the item was calculated
      *        and rated, not tonight's, so a later reversal rescales
      *        with the factor the held scaled amounts were built on.
      *        An item the master would not take is not posted at
      *        all: it stays on the queue for the next release run.
       2200-RELEASE-HELD-ITEM.
           PERFORM 2205-CHECK-CLOSED-PERIOD
           MOVE SPACES TO HIST-RECORD
           MOVE HQ-TRAN-KEY TO MST-TRAN-KEY
           READ MST-FILE
               INVALID KEY
                   MOVE ZERO TO MST-RERUN-COUNT
                   PERFORM 2210-BUILD-MASTER-RECORD
                   WRITE MST-RECORD
                       INVALID KEY
                           DISPLAY "MATHREL: MATHMST ADD FAILED FOR "
                               "KEY " HQ-TRAN-KEY
                           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                           PERFORM 9000-RAISE-RETURN-CODE
                       NOT INVALID KEY
                           SET HS-ADDED TO TRUE
                   END-WRITE
               NOT INVALID KEY
                   MOVE MST-RECORD TO HS-BEFORE-IMAGE
                   ADD 1 TO MST-RERUN-COUNT
                   PERFORM 2210-BUILD-MASTER-RECORD
                   REWRITE MST-RECORD
                       INVALID KEY
                           DISPLAY "MATHREL: MATHMST REPLACE FAILED "
                               "FOR KEY " HQ-TRAN-KEY
                           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                           PERFORM 9000-RAISE-RETURN-CODE
                       NOT INVALID KEY
                           SET HS-REPLACED TO TRUE
                   END-REWRITE
           END-READ
           IF HS-ADDED OR HS-REPLACED
               MOVE MST-RECORD TO HS-AFTER-IMAGE
               PERFORM 2250-WRITE-MASTER-HISTORY
               IF WS-ADJUSTMENT AND WS-ADJ-FILE-OPEN
                   PERFORM 2260-WRITE-ADJUSTMENT-RECORD
               END-IF
               PERFORM 2220-WRITE-AUDIT-RECORD
               PERFORM 2230-WRITE-EXTRACT-RECORD
               PERFORM 2240-ACCUMULATE-RELEASED
               IF WS-ADJUSTMENT
                   ADD 1 TO WS-ADJ-COUNT
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
                   MOVE "RELEASED ADJ" TO DL-ACTION
               ELSE
                   MOVE "RELEASED" TO DL-ACTION
               END-IF
           ELSE
               PERFORM 2350-KEEP-HELD-ITEM
               MOVE "NOT POSTED" TO DL-ACTION
           END-IF.

      *        An item held from a batch dated in a month that has
      *        since been closed posts as an adjustment, exactly as
      *        MathOps treats a rerun into a closed month.
       2205-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-ADJUSTMENT-SW
           IF WS-CLOSED-THRU-PERIOD > ZERO
               AND HQ-BATCH-DATE NUMERIC
               AND HQ-BATCH-DATE > ZERO
               DIVIDE HQ-BATCH-DATE BY 100 GIVING WS-BATCH-PERIOD
               IF WS-BATCH-PERIOD NOT > WS-CLOSED-THRU-PERIOD
                   SET WS-ADJUSTMENT TO TRUE
               END-IF
           END-IF.

       2210-BUILD-MASTER-RECORD.
           MOVE HQ-TRAN-KEY TO MST-TRAN-KEY
           MOVE HQ-OPERAND-A TO MST-A
           MOVE HQ-OPERAND-B TO MST-B
           MOVE HQ-OP-CODES TO MST-OP-CODES
           MOVE HQ-SUM-TEXT TO MST-SUM-TEXT
           MOVE HQ-DIFF-TEXT TO MST-DIFF-TEXT
           MOVE HQ-PROD-TEXT TO MST-PROD-TEXT
           MOVE HQ-QUOT-TEXT TO MST-QUOT-TEXT
           MOVE HQ-REMAINDER-TEXT TO MST-REMAINDER-TEXT
           MOVE HQ-MOD-TEXT TO MST-MOD-TEXT
           MOVE HQ-PCT-CHANGE-TEXT TO MST-PCT-CHANGE-TEXT
           MOVE HQ-HELD-DATE TO MST-LAST-UPD-DATE
           MOVE HQ-HELD-TIME TO MST-LAST-UPD-TIME
           MOVE HQ-BATCH-NUMBER TO MST-BATCH-NUMBER.

      *        The change is dated tonight, when the master actually
      *        changed, even though the record itself carries the
      *        date the item was held.  A duplicate history key takes
      *        the next sequence number, as in MathOps.
       2250-WRITE-MASTER-HISTORY.
           MOVE HQ-TRAN-KEY TO HS-TRAN-KEY
           MOVE WS-RUN-DATE-YYYYMMDD TO HS-CHANGE-DATE
           MOVE WS-RUN-TIME TO HS-CHANGE-TIME
           MOVE "MATHREL" TO HS-PROGRAM
           MOVE HQ-BATCH-NUMBER TO HS-BATCH-NUMBER
           MOVE "N" TO WS-HIST-WRITTEN-SW
           PERFORM 2255-WRITE-HISTORY-RECORD UNTIL WS-HIST-WRITTEN.

       2255-WRITE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-SEQUENCE
           MOVE WS-HIST-SEQUENCE TO HS-SEQUENCE
           WRITE HIST-RECORD
               INVALID KEY
                   IF WS-HIST-FILE-STATUS NOT = "22"
                       DISPLAY "MATHREL: MATHHIST WRITE FAILED FOR "
                           "KEY " HQ-TRAN-KEY ", STATUS "
                           WS-HIST-FILE-STATUS
                       MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                       SET WS-HIST-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.

      *        Blank results, and a key that was not on the master,
      *        count as zero either side, as in MathOps.
       2260-WRITE-ADJUSTMENT-RECORD.
           MOVE SPACES TO ADJ-RECORD
           MOVE WS-BATCH-PERIOD TO AJ-PERIOD
           MOVE HQ-BATCH-DATE TO AJ-BATCH-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO AJ-RUN-DATE
           MOVE WS-RUN-TIME TO AJ-RUN-TIME
           MOVE HQ-TRAN-KEY TO AJ-TRAN-KEY
           MOVE HQ-BATCH-NUMBER TO AJ-BATCH-NUMBER
           MOVE "MATHREL" TO AJ-PROGRAM
           MOVE HS-ACTION TO AJ-ACTION
           MOVE ZERO TO AJ-BEFORE-SUM
           MOVE ZERO TO AJ-BEFORE-DIFF
           MOVE ZERO TO AJ-BEFORE-PROD
           IF HS-REPLACED
               MOVE HS-BEFORE-IMAGE TO WS-PRIOR-MASTER-IMAGE
               IF PM-SUM-TEXT NOT = SPACES
                   MOVE PM-SUM TO AJ-BEFORE-SUM
               END-IF
               IF PM-DIFF-TEXT NOT = SPACES
                   MOVE PM-DIFF TO AJ-BEFORE-DIFF
               END-IF
               IF PM-PROD-TEXT NOT = SPACES
                   MOVE PM-PROD TO AJ-BEFORE-PROD
               END-IF
           END-IF
           MOVE ZERO TO AJ-AFTER-SUM
           MOVE ZERO TO AJ-AFTER-DIFF
           MOVE ZERO TO AJ-AFTER-PROD
           IF HQ-SUM-TEXT NOT = SPACES
               MOVE HQ-SUM TO AJ-AFTER-SUM
           END-IF
           IF HQ-DIFF-TEXT NOT = SPACES
               MOVE HQ-DIFF TO AJ-AFTER-DIFF
           END-IF
           IF HQ-PROD-TEXT NOT = SPACES
               MOVE HQ-PROD TO AJ-AFTER-PROD
           END-IF
           WRITE ADJ-RECORD
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "MATHREL: MATHADJ WRITE FAILED FOR KEY "
                   HQ-TRAN-KEY ", STATUS " WS-ADJ-FILE-STATUS
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF.

       2220-WRITE-AUDIT-RECORD.
           MOVE WS-JOB-NAME TO AL-JOB-NAME
           MOVE WS-RUN-DATE-YYYYMMDD TO AL-RUN-DATE
           MOVE WS-RUN-TIME TO AL-RUN-TIME
           MOVE HQ-TRAN-KEY TO AL-KEY
           MOVE HQ-OPERAND-A TO AL-A
           MOVE HQ-OPERAND-B TO AL-B
           IF HQ-SUM-TEXT NOT = SPACES
               MOVE HQ-SUM TO AL-SUM
           ELSE
               MOVE SPACES TO AL-SUM-TEXT
           END-IF
           IF HQ-DIFF-TEXT NOT = SPACES
               MOVE HQ-DIFF TO AL-DIFF
           ELSE
               MOVE SPACES TO AL-DIFF-TEXT
           END-IF
           IF HQ-PROD-TEXT NOT = SPACES
               MOVE HQ-PROD TO AL-PROD
           ELSE
               MOVE SPACES TO AL-PROD-TEXT
           END-IF
           IF HQ-QUOT-TEXT NOT = SPACES
               MOVE HQ-QUOT TO AL-QUOT
           ELSE
               MOVE SPACES TO AL-QUOT-TEXT
           END-IF
           IF HQ-MOD-TEXT NOT = SPACES
               MOVE HQ-MOD TO AL-MOD
           ELSE
               MOVE SPACES TO AL-MOD-TEXT
           END-IF
           IF HQ-PCT-CHANGE-TEXT NOT = SPACES
               MOVE HQ-PCT-CHANGE TO AL-PCT-CHANGE
           ELSE
               MOVE SPACES TO AL-PCT-CHANGE-TEXT
           END-IF
           IF HQ-REMAINDER-TEXT NOT = SPACES
               MOVE HQ-REMAINDER TO AL-REMAINDER
           ELSE
               MOVE SPACES TO AL-REMAINDER-TEXT
           END-IF
           MOVE HQ-OP-CODES TO AL-OP-CODES
           MOVE HQ-BATCH-NUMBER TO AL-BATCH-NUMBER
           MOVE HQ-RUN-MODE TO AL-RUN-MODE
           IF WS-ADJUSTMENT
               MOVE "A" TO AL-ENTRY-TYPE
           ELSE
               MOVE "P" TO AL-ENTRY-TYPE
           END-IF
           MOVE WS-AUDIT-LINE TO AUD-RECORD
           WRITE AUD-RECORD.

       2230-WRITE-EXTRACT-RECORD.
           MOVE HQ-TRAN-KEY TO EXT-TRAN-KEY
           MOVE HQ-OPERAND-A TO EXT-A
           MOVE HQ-OPERAND-B TO EXT-B
           MOVE HQ-SUM-TEXT TO EXT-SUM-TEXT
           MOVE HQ-DIFF-TEXT TO EXT-DIFF-TEXT
           MOVE HQ-PROD-TEXT TO EXT-PROD-TEXT
           MOVE HQ-QUOT-TEXT TO EXT-QUOT-TEXT
           MOVE HQ-RATE-TEXT TO EXT-RATE-TEXT
           MOVE HQ-SCALED-SUM-TEXT TO EXT-SCALED-SUM-TEXT
           MOVE HQ-SCALED-PROD-TEXT TO EXT-SCALED-PROD-TEXT
           IF WS-ADJUSTMENT
               SET EXT-ADJUSTMENT TO TRUE
           ELSE
               SET EXT-POSTING TO TRUE
           END-IF
           WRITE EXT-RECORD.

       2240-ACCUMULATE-RELEASED.
           ADD 1 TO WS-RELEASED-COUNT
           IF HQ-SUM-TEXT NOT = SPACES
               ADD HQ-SUM TO WS-REL-TOTAL-SUM
           END-IF
           IF HQ-DIFF-TEXT NOT = SPACES
               ADD HQ-DIFF TO WS-REL-TOTAL-DIFF
           END-IF
           IF HQ-PROD-TEXT NOT = SPACES
               ADD HQ-PROD TO WS-REL-TOTAL-PROD
           END-IF.

      *        Declined: the original image goes to MATHRCYC with
      *        reason DCL and its original batch, exactly as a
      *        MathOps reject would, ready for MODE=RECYCLE.
       2300-DECLINE-HELD-ITEM.
           MOVE HQ-TRAN-IMAGE TO RCY-TRAN-IMAGE
           MOVE "DCL" TO RCY-REASON-CODE
           MOVE HQ-BATCH-NUMBER TO RCY-BATCH-NUMBER
           MOVE HQ-BATCH-DATE TO RCY-BATCH-DATE
           WRITE RCY-RECORD
           ADD 1 TO WS-DECLINED-COUNT
           MOVE "DECLINED" TO DL-ACTION.

       2350-KEEP-HELD-ITEM.
           MOVE HOLD-RECORD TO HOLN-RECORD
           WRITE HOLN-RECORD
           ADD 1 TO WS-KEPT-COUNT.

       2400-WRITE-DETAIL-LINE.
           MOVE HQ-TRAN-IMAGE(1:6) TO DL-KEY
           MOVE HQ-BATCH-NUMBER TO DL-BATCH-NUMBER
           MOVE HQ-HELD-DATE TO DL-HELD-DATE
           MOVE HQ-HOLD-CODE TO DL-HOLD-CODE
           IF HQ-SUM-TEXT NOT = SPACES
               MOVE HQ-SUM TO DL-SUM
           ELSE
               MOVE SPACES TO DL-SUM-TEXT
           END-IF
           IF HQ-DIFF-TEXT NOT = SPACES
               MOVE HQ-DIFF TO DL-DIFF
           ELSE
               MOVE SPACES TO DL-DIFF-TEXT
           END-IF
           IF HQ-PROD-TEXT NOT = SPACES
               MOVE HQ-PROD TO DL-PROD
           ELSE
               MOVE SPACES TO DL-PROD-TEXT
           END-IF
           IF HQ-SCALED-SUM-TEXT NOT = SPACES
               MOVE HQ-SCALED-SUM TO DL-SCALED-SUM
           ELSE
               MOVE SPACES TO DL-SCALED-SUM-TEXT
           END-IF
           IF HQ-SCALED-PROD-TEXT NOT = SPACES
               MOVE HQ-SCALED-PROD TO DL-SCALED-PROD
           ELSE
               MOVE SPACES TO DL-SCALED-PROD-TEXT
           END-IF
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

       8000-WRITE-SUMMARY.
           IF WS-CARD-COUNT > ZERO
               PERFORM 8010-REPORT-UNUSED-CARD
                   VARYING WS-CARD-SUB FROM 1 BY 1
                   UNTIL WS-CARD-SUB > WS-CARD-COUNT
           END-IF
           MOVE WS-READ-COUNT TO SL-READ-COUNT
           MOVE WS-RELEASED-COUNT TO SL-RELEASED-COUNT
           MOVE WS-DECLINED-COUNT TO SL-DECLINED-COUNT
           MOVE WS-KEPT-COUNT TO SL-KEPT-COUNT
           MOVE WS-ADJ-COUNT TO SL-ADJ-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-REL-TOTAL-SUM TO RT-TOTAL-SUM
           MOVE WS-REL-TOTAL-DIFF TO RT-TOTAL-DIFF
           MOVE WS-REL-TOTAL-PROD TO RT-TOTAL-PROD
           MOVE WS-RELEASED-TOTAL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

      *        A card that matched nothing is most likely a mis-keyed
      *        key -- the item it meant is still sitting on the queue.
       8010-REPORT-UNUSED-CARD.
           IF NOT WS-CD-USED (WS-CARD-SUB)
               IF WS-CD-DECLINE (WS-CARD-SUB)
                   MOVE "DECLINE " TO UC-ACTION
               ELSE
                   MOVE "APPROVE " TO UC-ACTION
               END-IF
               MOVE WS-CD-KEY (WS-CARD-SUB) TO UC-KEY
               MOVE WS-UNMATCHED-CARD-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
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
                   DISPLAY "MATHREL: CANNOT RELEASE MATHLOCK, "
                       "STATUS " WS-LOCK-FILE-STATUS
               END-IF
           END-IF.

       9100-CLOSE-FILES.
           IF WS-FILES-OPEN
               CLOSE HOLD-FILE
               CLOSE HOLN-FILE
               CLOSE RPT-FILE
               CLOSE AUD-FILE
               CLOSE EXT-FILE
               CLOSE RCY-FILE
               CLOSE MST-FILE
               CLOSE HIST-FILE
           END-IF
           IF WS-ADJ-FILE-OPEN
               CLOSE ADJ-FILE
           END-IF.
