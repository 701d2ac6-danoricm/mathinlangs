           SELECT DEPT-FILE ASSIGN TO "MATHDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT LIMT-FILE ASSIGN TO "MATHLIMT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LIMT-FILE-STATUS.
           SELECT HOLD-FILE ASSIGN TO "MATHHOLD"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HOLD-FILE-STATUS.
           SELECT BURST-FILE ASSIGN TO WS-BURST-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-BURST-FILE-STATUS.
           SELECT STAT-FILE ASSIGN TO "MATHSTAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-STAT-FILE-STATUS.
           SELECT REG-FILE ASSIGN TO "MATHBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
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
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(47).

      *        Reversal record -- a data record inside a normal
      *        HDR/TRL envelope, identified the same way by a
      *        record-id in the key positions, naming a key whose
      *        posted result is to be backed out of MATHMST and
      *        offset on MATHAUD and MATHEXT.  It counts toward its
      *        envelope's trailer record count but carries no
      *        operands, so it adds nothing to the hash totals.
       01  TRAN-REVERSAL-RECORD.
           05  RR-RECORD-ID        PIC X(6).
               88  RR-IS-REVERSAL  VALUE "REV   ".
           05  RR-TRAN-KEY         PIC 9(6).
           05  FILLER              PIC X(68).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).
       01  REJ-RECORD                  PIC X(133).

       FD  AUD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  AUD-RECORD                  PIC X(126).

      *        Holds the key/position of the last transaction record
      *        successfully processed plus a snapshot of the running
      *        accumulators, so a restarted run's summary line reflects
      *        the whole file instead of only the post-restart segment.
       FD  CKPT-FILE
           RECORD CONTAINS 214 CHARACTERS.
       01  CKPT-RECORD.
           05  CKPT-KEY                PIC 9(6).
           05  CKPT-RECORDS-READ       PIC 9(7).
               10  CKPT-DEPT-TOTAL-DIFF    PIC S9(9).
               10  CKPT-DEPT-TOTAL-PROD    PIC S9(12).
           05  CKPT-RUN-MODE           PIC X(1).
           05  CKPT-REVERSAL-ACCUMULATORS.
               10  CKPT-REV-COUNT          PIC 9(7).
               10  CKPT-REV-TOTAL-SUM      PIC S9(9).
               10  CKPT-REV-TOTAL-DIFF     PIC S9(9).
               10  CKPT-REV-TOTAL-PROD     PIC S9(12).
           05  CKPT-HELD-COUNT         PIC 9(7).
           05  CKPT-ADJUSTMENT-ACCUMULATORS.
               10  CKPT-ADJ-COUNT          PIC 9(7).
               10  CKPT-ADJ-TOTAL-SUM      PIC S9(9).
               10  CKPT-ADJ-TOTAL-DIFF     PIC S9(9).
               10  CKPT-ADJ-TOTAL-PROD     PIC S9(12).

      *        Fixed-width extract for the GL reconciliation feed --
      *        one record per calculation, columns in a fixed layout
      *        so the downstream job can read it without parsing text.
      *        The entry type tells a posted calculation (P) from the
      *        offsetting record a reversal writes (V), whose result
      *        and scaled columns carry the posted values negated, and
      *        from an adjustment (A): a posting whose batch date
      *        falls in a month already closed by MathCls.
       FD  EXT-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  EXT-RECORD.
           05  EXT-TRAN-KEY             PIC 9(6).
           05  EXT-A                    PIC S9(5).
           05  EXT-SCALED-PROD          PIC S9(12)V99.
           05  EXT-SCALED-PROD-TEXT REDEFINES EXT-SCALED-PROD
                                    PIC X(14).
           05  EXT-ENTRY-TYPE           PIC X(1).
               88  EXT-POSTING          VALUE "P".
               88  EXT-REVERSAL         VALUE "V".
               88  EXT-ADJUSTMENT       VALUE "A".

      *        Machine-readable image of every rejected transaction --
      *        the original 80 bytes exactly as read, plus a reason
      *        code and the batch it came from, with that batch's
      *        date -- so the ops desk corrects the recycle file and
      *        resubmits it with MODE=RECYCLE instead of re-keying
      *        into the next day's spreadsheet.
       FD  RCY-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  RCY-RECORD.
           05  RCY-TRAN-IMAGE           PIC X(80).
           05  RCY-REASON-CODE          PIC X(3).
           05  RCY-BATCH-NUMBER         PIC 9(6).
           05  RCY-BATCH-DATE           PIC 9(8).

      *        Corrected recycle file read back in a MODE=RECYCLE run;
      *        same layout as RCY-RECORD.  The carried batch number
      *        ties each fix back to its original batch on MATHAUD,
      *        and the batch date decides whether the fix lands in a
      *        closed month (a record cut before the date was carried
      *        has none, and posts as an ordinary posting).
       FD  RCYI-FILE
           RECORD CONTAINS 97 CHARACTERS.
       01  RCYI-RECORD.
           05  RI-TRAN-IMAGE            PIC X(80).
           05  RI-REASON-CODE           PIC X(3).
           05  RI-BATCH-NUMBER          PIC 9(6).
           05  RI-BATCH-DATE            PIC 9(8).

      *        Business-user-maintained reference rates, exported
      *        from the department rate spreadsheet: a key (a full
           05  DP-ACTIVE-FLAG           PIC X(1).
           05  FILLER                   PIC X(22).

      *        Department posting limits, maintained by the desk next
      *        to MATHDEPT: the two-digit department band, a limit on
      *        the size of any SUM, DIFF, or PROD result, and a limit
      *        on either scaled amount (two assumed decimals).  A
      *        result or scaled amount whose size exceeds its
      *        department's limit is held for supervisor review
      *        instead of posting.  A zero or blank limit leaves that
      *        test off; no file at all holds nothing.
       FD  LIMT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  LIMT-RECORD.
           05  LM-DEPT-CODE             PIC X(2).
           05  LM-RESULT-LIMIT          PIC 9(10).
           05  LM-RESULT-LIMIT-TEXT REDEFINES LM-RESULT-LIMIT
                                    PIC X(10).
           05  LM-SCALED-LIMIT          PIC 9(12)V99.
           05  LM-SCALED-LIMIT-TEXT REDEFINES LM-SCALED-LIMIT
                                    PIC X(14).
           05  FILLER                   PIC X(54).

      *        Hold queue: one record per calculation held over its
      *        department's limit, appended run after run until
      *        MathRel releases or declines it.  It carries the
      *        original 80-byte image, the batch it came in with,
      *        and every result as computed, so an approved item
      *        posts exactly what was held, under its own batch
      *        number, without being recalculated.
       FD  HOLD-FILE
           RECORD CONTAINS 200 CHARACTERS.
       01  HOLD-RECORD.
           05  HQ-TRAN-IMAGE            PIC X(80).
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

      *        One department's slice of the detail report --
      *        MATHB01, MATHB02, ... by department code -- opened as
      *        each department's first detail line prints, so each
           05  FILLER                   PIC X(1).
           05  ST-RETURN-CODE           PIC 9(2).

      *        Permanent batch register: one line per HDR/TRL
      *        envelope this job has ever posted -- batch number and
      *        date from the header, the trailer's record count and
      *        hash totals, and when it posted.  Appended, never
      *        rewritten.  The balancing pre-pass reads it through
      *        before anything posts, so yesterday's MATHTRAN
      *        resubmitted, or a department's export concatenated
      *        twice, is bypassed instead of posting a second time.
      *        A deliberate repost (REPOST= card) is registered again
      *        with post type R, so the file shows both postings.
       FD  REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RECORD.
           05  BR-BATCH-NUMBER          PIC 9(6).
           05  FILLER                   PIC X(1).
           05  BR-BATCH-DATE            PIC 9(8).
           05  FILLER                   PIC X(1).
           05  BR-RECORD-COUNT          PIC 9(7).
           05  FILLER                   PIC X(1).
           05  BR-HASH-A                PIC S9(9)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  BR-HASH-B                PIC S9(9)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER                   PIC X(1).
           05  BR-RUN-DATE              PIC 9(8).
           05  FILLER                   PIC X(1).
           05  BR-RUN-TIME              PIC 9(8).
           05  FILLER                   PIC X(1).
           05  BR-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  BR-POST-TYPE             PIC X(1).
               88  BR-FIRST-POST        VALUE "P".
               88  BR-REPOST            VALUE "R".
           05  FILLER                   PIC X(6).

      *        Keyed results master -- one current result per
      *        MT-TRAN-KEY.  A first run adds the record; a corrected
      *        rerun of the same key replaces it and bumps the rerun
           05  MST-RERUN-COUNT          PIC 9(3).
           05  MST-BATCH-NUMBER         PIC 9(6).

      *        Keyed change history of MATHMST: one record for every
      *        add, replace, and delete, carrying the master record as
      *        it stood before and after (blank where there was none).
      *        Keyed by transaction key then the date and time of the
      *        change, so a key's changes read back in the order they
      *        were made; the sequence number separates changes to one
      *        key within one run.
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

      *        MathCls' period-control record, one per month closed.
      *        Only the period is needed here: any batch dated in or
      *        before the latest month closed posts as an adjustment.
       FD  PER-FILE
           RECORD CONTAINS 100 CHARACTERS.
       01  PER-RECORD.
           05  PC-PERIOD                PIC 9(6).
           05  FILLER                   PIC X(94).

      *        Adjustment log: one record for every posting to a
      *        closed month, and every reversal of a key dated in
      *        one (action D), with the month it belongs to and the
      *        master's SUM/DIFF/PROD before and after it (zero where
      *        there was no record or no result).  Appended, never
      *        rewritten; MathCls REPORT nets it against each closed
      *        month's snapshot totals.
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
           05  WS-TRAN-FILE-STATUS     PIC XX.
           05  WS-RCY-FILE-STATUS      PIC XX.
           05  WS-RCYI-FILE-STATUS     PIC XX.
           05  WS-MST-FILE-STATUS      PIC XX.
           05  WS-HIST-FILE-STATUS     PIC XX.
           05  WS-PER-FILE-STATUS      PIC XX.
           05  WS-ADJ-FILE-STATUS      PIC XX.
           05  WS-STAT-FILE-STATUS     PIC XX.
           05  WS-RATE-FILE-STATUS     PIC XX.
           05  WS-EXPK-FILE-STATUS     PIC XX.
           05  WS-LOCK-FILE-STATUS     PIC XX.
           05  WS-DEPT-FILE-STATUS     PIC XX.
           05  WS-LIMT-FILE-STATUS     PIC XX.
           05  WS-HOLD-FILE-STATUS     PIC XX.
           05  WS-BURST-FILE-STATUS    PIC XX.
           05  WS-REG-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X VALUE "N".
               88  WS-LOCK-OVERRIDE    VALUE "Y".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-REVERSAL-SW          PIC X VALUE "N".
               88  WS-REVERSAL-RECORD  VALUE "Y".
               88  WS-POSTING-RECORD   VALUE "N".

      *        Graded condition code for the scheduler: 00 clean,
      *        04 warning (any rejects, or any posting to a closed
      *        month), 08 error (rejects over the tolerance, or a
      *        batch that failed balancing), 12 severe (a file would
      *        not open).  The highest grade raised
      *        anywhere in the run is what STOP RUN hands back.
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
      *            MODE=RECYCLE   reprocess corrected rejects
      *            FORCE=YES      override a stale ACTIVE run-control
      *                           entry left by an abend
      *            REPOST=NNNNNN  post batch NNNNNN even though the
      *                           batch register shows it posted
      *                           (one card per batch, up to ten)
      *        Anything not supplied keeps the compiled default.
       01  WS-RUN-OPTIONS.
           05  WS-REJECT-TOLERANCE-PCT PIC 9(3) VALUE 10.
           05  WS-LOOKUP-KEY           PIC X(6)  VALUE SPACES.
           05  WS-CURRENT-RATE         PIC 9(3)V9(4) VALUE ZERO.
           05  WS-BEST-EFF-DATE        PIC 9(8)  VALUE ZERO.
           05  WS-RATE-AS-OF-DATE      PIC 9(8)  VALUE ZERO.
           05  WS-SCALED-SUM           PIC S9(11)V99 VALUE ZERO.
           05  WS-SCALED-PROD          PIC S9(12)V99 VALUE ZERO.

           05  WS-RESTART-RUN-SW       PIC X VALUE "N".
               88  WS-RESTART-RUN      VALUE "Y".

      *        In-storage copy of MATHLIMT, one entry per department
      *        band.  The work fields carry the size of the result
      *        under test, sign dropped, since a large negative
      *        result is as much a keying slip as a large positive
      *        one.
       01  WS-LIMIT-TABLE-AREA.
           05  WS-LIMIT-COUNT          PIC 9(3)  VALUE ZERO.
           05  WS-LIMIT-MAX            PIC 9(3)  VALUE 100.
           05  WS-LIMIT-SUB            PIC 9(3)  VALUE ZERO.
           05  WS-LIMIT-ENTRY OCCURS 100 TIMES.
               10  WS-LT-DEPT-CODE     PIC X(2).
               10  WS-LT-RESULT-LIMIT  PIC 9(10).
               10  WS-LT-SCALED-LIMIT  PIC 9(12)V99.

       01  WS-HOLD-CONTROL.
           05  WS-LIMITS-LOADED-SW     PIC X VALUE "N".
               88  WS-LIMITS-LOADED    VALUE "Y".
           05  WS-LIMIT-EOF-SW         PIC X VALUE "N".
               88  WS-LIMIT-EOF        VALUE "Y".
           05  WS-LIMIT-FOUND-SW       PIC X VALUE "N".
               88  WS-LIMIT-FOUND      VALUE "Y".
           05  WS-LIMIT-FOUND-SUB      PIC 9(3)  VALUE ZERO.
           05  WS-HOLD-FILE-OPEN-SW    PIC X VALUE "N".
               88  WS-HOLD-FILE-OPEN   VALUE "Y".
           05  WS-HOLD-ITEM-SW         PIC X VALUE "N".
               88  WS-HOLD-ITEM        VALUE "Y".
           05  WS-HOLD-CODE            PIC X(3)  VALUE SPACES.
           05  WS-HOLD-TEST-RESULT     PIC S9(10) VALUE ZERO.
           05  WS-HOLD-TEST-SCALED     PIC S9(12)V99 VALUE ZERO.
           05  WS-HELD-COUNT           PIC 9(7)  VALUE ZERO.

      *        Held items' printed lines, for the held-items section
      *        at the end of MATHRPT -- the same arrangement, and the
      *        same restart caveat, as the reversal section.
       01  WS-HELD-TABLE-AREA.
           05  WS-HELD-LINE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-HELD-LINE-LIMIT      PIC 9(3)  VALUE 200.
           05  WS-HELD-LINE-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-HELD-LINE-ENTRY OCCURS 200 TIMES.
               10  WS-HELD-LINE        PIC X(133).

       01  WS-HISTORY-CONTROL.
           05  WS-HIST-SEQUENCE        PIC 9(5)  VALUE ZERO.
           05  WS-HIST-WRITTEN-SW      PIC X VALUE "N".
               88  WS-HIST-WRITTEN     VALUE "Y".

      *        Month-end close.  WS-CLOSED-THRU-PERIOD is the latest
      *        month MathCls has closed (zero: none yet); a posting
      *        whose batch date falls in or before it is an
      *        adjustment to closed figures.  It still posts, but is
      *        typed A on MATHAUD and MATHEXT, flagged ADJ on the
      *        detail line, listed in its own MATHRPT section, and
      *        logged to MATHADJ with the master's values before it.
       01  WS-PERIOD-CONTROL.
           05  WS-CLOSED-THRU-PERIOD   PIC 9(6)  VALUE ZERO.
           05  WS-BATCH-PERIOD         PIC 9(6)  VALUE ZERO.
           05  WS-PER-EOF-SW           PIC X VALUE "N".
               88  WS-PER-EOF          VALUE "Y".
           05  WS-ADJ-FILE-OPEN-SW     PIC X VALUE "N".
               88  WS-ADJ-FILE-OPEN    VALUE "Y".
           05  WS-ADJUSTMENT-SW        PIC X VALUE "N".
               88  WS-ADJUSTMENT       VALUE "Y".

      *        The master record as it stood before this posting,
      *        read back out of the history before-image for MATHADJ.
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

       01  WS-EXPK-CONTROL.
           05  WS-EXPK-LOADED-SW       PIC X VALUE "N".
               88  WS-EXPK-LOADED      VALUE "Y".
               10  TW-RECORD-ID        PIC X(6).
                   88  TW-IS-HEADER    VALUE "HDR   ".
                   88  TW-IS-TRAILER   VALUE "TRL   ".
                   88  TW-IS-REVERSAL  VALUE "REV   ".
               10  TW-REV-KEY          PIC 9(6).
               10  TW-REV-KEY-TEXT REDEFINES TW-REV-KEY
                                       PIC X(6).
               10  FILLER              PIC X(68).

      *        Per-transaction requested operations, parsed from
      *        MT-OP-CODES by 2130-SET-OP-CODES.  Only the switched-on
               10  WS-BT-TRL-HASH-B        PIC S9(9).
               10  WS-BT-POSTED-COUNT      PIC 9(7).
               10  WS-BT-REJECT-COUNT      PIC 9(7).
               10  WS-BT-HELD-COUNT        PIC 9(7).
               10  WS-BT-ERROR-REASON      PIC X(40).
               10  WS-BT-REGISTERED-SW     PIC X.
                   88  WS-BT-REGISTERED    VALUE "Y".
               10  WS-BT-DUPLICATE-SW      PIC X.
                   88  WS-BT-DUPLICATE     VALUE "Y".
               10  WS-BT-REPOST-SW         PIC X.
                   88  WS-BT-REPOSTED      VALUE "Y".
               10  WS-BT-REG-RUN-DATE      PIC 9(8).
               10  WS-BT-REG-RECORD-COUNT  PIC 9(7).
               10  WS-BT-REG-HASH-A        PIC S9(9).
               10  WS-BT-REG-HASH-B        PIC S9(9).

      *        Batch-register check: the register is read through
      *        once per run against the batch table rather than held
      *        in storage, since it grows without limit.  Batch
      *        numbers an operator has cleared for a deliberate
      *        repost come from REPOST= cards.
       01  WS-BATCH-REGISTER-AREA.
           05  WS-REG-EOF-SW           PIC X     VALUE "N".
               88  WS-REG-EOF          VALUE "Y".
           05  WS-REG-READ-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-REG-WRITE-COUNT      PIC 9(3)  VALUE ZERO.
           05  WS-BATCH-TEST-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-BATCH-REPEAT-SW      PIC X     VALUE "N".
               88  WS-BATCH-REPEATED   VALUE "Y".
           05  WS-REPOST-FOUND-SW      PIC X     VALUE "N".
               88  WS-REPOST-FOUND     VALUE "Y".
           05  WS-REPOST-COUNT         PIC 9(2)  VALUE ZERO.
           05  WS-REPOST-LIMIT         PIC 9(2)  VALUE 10.
           05  WS-REPOST-SUB           PIC 9(2)  VALUE ZERO.
           05  WS-REPOST-ENTRY OCCURS 10 TIMES.
               10  WS-REPOST-BATCH-NUMBER  PIC 9(6).

      *        Checkpoint/restart: MATHCKPT holds the key and ordinal
      *        read-position of the last transaction record successfully
               10  WS-DEPT-TOTAL-DIFF      PIC S9(9) VALUE ZERO.
               10  WS-DEPT-TOTAL-PROD      PIC S9(12) VALUE ZERO.

      *        Reversals are kept out of the posting totals above and
      *        carried in their own: a count and the negated SUM/DIFF/
      *        PROD they backed out, riding the checkpoint like the
      *        run totals.  Each reversal's printed line is held here
      *        for the reversal section at the end of MATHRPT; after a
      *        mid-file restart that section lists the completing
      *        segment's reversals only, while the totals stay whole.
       01  WS-REVERSAL-ACCUMULATORS.
           05  WS-REV-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-REV-TOTAL-SUM        PIC S9(9) VALUE ZERO.
           05  WS-REV-TOTAL-DIFF       PIC S9(9) VALUE ZERO.
           05  WS-REV-TOTAL-PROD       PIC S9(12) VALUE ZERO.

       01  WS-REVERSAL-TABLE-AREA.
           05  WS-REV-LINE-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-REV-LINE-LIMIT       PIC 9(3)  VALUE 200.
           05  WS-REV-LINE-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-REV-LINE-ENTRY OCCURS 200 TIMES.
               10  WS-REV-LINE         PIC X(133).

      *        Adjustments stay in the posting totals -- they posted
      *        -- and are counted again here, SUM/DIFF/PROD as
      *        posted, riding the checkpoint; their printed lines are
      *        held for the adjustment section with the same restart
      *        caveat as the reversal section.
       01  WS-ADJUSTMENT-ACCUMULATORS.
           05  WS-ADJ-COUNT            PIC 9(7)  VALUE ZERO.
           05  WS-ADJ-TOTAL-SUM        PIC S9(9) VALUE ZERO.
           05  WS-ADJ-TOTAL-DIFF       PIC S9(9) VALUE ZERO.
           05  WS-ADJ-TOTAL-PROD       PIC S9(12) VALUE ZERO.

       01  WS-ADJUSTMENT-TABLE-AREA.
           05  WS-ADJ-LINE-COUNT       PIC 9(3)  VALUE ZERO.
           05  WS-ADJ-LINE-LIMIT       PIC 9(3)  VALUE 200.
           05  WS-ADJ-LINE-SUB         PIC 9(3)  VALUE ZERO.
           05  WS-ADJ-LINE-ENTRY OCCURS 200 TIMES.
               10  WS-ADJ-LINE         PIC X(133).

       01  WS-JOB-INFO.
           05  WS-JOB-NAME             PIC X(8) VALUE "MATHOPS".
           05  WS-ENV-JOBNAME          PIC X(8) VALUE SPACES.
           05  DL-SCALED-PROD          PIC -ZZZZZZZZZZZ9.99.
           05  DL-SCALED-PROD-TEXT REDEFINES DL-SCALED-PROD
                                   PIC X(16).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-ENTRY-FLAG           PIC X(3).
           05  FILLER                  PIC X(1)  VALUE SPACE.

       01  WS-DEPT-SUBTOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
      *        One line appended to MATHAUD per calculation -- the
      *        permanent record of what ran, when, and what it
      *        computed, independent of the SYSOUT-purged report.
      *        Entry type P is a posted calculation; V is a reversal,
      *        carrying the reversed key's posted results negated.
       01  WS-AUDIT-LINE.
           05  AL-JOB-NAME              PIC X(8).
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

      *        One line per rate-table entry the run actually applied,
      *        printed ahead of the summary so the report shows which
           05  BE-REASON               PIC X(40).
           05  FILLER                  PIC X(44) VALUE SPACES.

      *        Printed in the same section for an envelope whose
      *        batch number has already posted -- on the batch
      *        register from an earlier run, or earlier in this same
      *        file.  Bypassed like an out-of-balance envelope; a
      *        deliberate repost needs a REPOST= card.
       01  WS-DUPLICATE-BATCH-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "*** BATCH ".
           05  DB-BATCH-NUMBER         PIC 9(6).
           05  FILLER                  PIC X(26)
                   VALUE " ALREADY POSTED - BYPASSED".
           05  FILLER                  PIC X(6)  VALUE " ***  ".
           05  DB-REASON               PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DB-POSTED-LABEL         PIC X(10).
           05  DB-POSTED-DATE          PIC 9(8).
           05  DB-POSTED-DATE-TEXT REDEFINES DB-POSTED-DATE
                                   PIC X(8).
           05  FILLER                  PIC X(24) VALUE SPACES.

       01  WS-BALANCE-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  BD-LABEL                PIC X(10).
           05  BD-HASH-B               PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(69) VALUE SPACES.

      *        Reversal section, printed after the last department
      *        subtotal: each reversed key in the detail-line columns
      *        carrying the negated results it backed out, then the
      *        reversal totals, which the run totals below exclude.
       01  WS-REVERSAL-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(19)
                   VALUE "REVERSALS THIS RUN:".
           05  FILLER                  PIC X(113) VALUE SPACES.

       01  WS-REVERSAL-OMITTED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(46)
               VALUE "*** FURTHER REVERSALS NOT LISTED - SEE MATHAUD".
           05  FILLER                  PIC X(86) VALUE SPACES.

       01  WS-REVERSAL-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(11) VALUE "REVERSALS: ".
           05  RS-REVERSAL-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "SUM: ".
           05  RS-TOTAL-SUM            PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "DIFF: ".
           05  RS-TOTAL-DIFF           PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PROD: ".
           05  RS-TOTAL-PROD           PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(58) VALUE SPACES.

      *        Held-items section: each calculation held over its
      *        department's limit, in the detail-line columns with
      *        the hold code (RES result, SCL scaled amount) at the
      *        right, then the count held.  None of it is in the run
      *        totals; it posts only when MathRel releases it.
       01  WS-HELD-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(42)
                   VALUE "HELD FOR REVIEW THIS RUN - NOT POSTED:".
           05  FILLER                  PIC X(90) VALUE SPACES.

       01  WS-HELD-OMITTED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(48)
               VALUE "*** FURTHER HELD ITEMS NOT LISTED - SEE MATHHOLD".
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-HELD-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(12) VALUE "HELD ITEMS: ".
           05  SL-HELD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(113) VALUE SPACES.

      *        Adjustment section: each posting to a closed month,
      *        in the detail-line columns flagged ADJ, then the count
      *        and what they posted.  Unlike held items they are in
      *        the run totals above.  A reversal dated in a closed
      *        month is listed here too, flagged REV, and its offset
      *        counted; it is in the reversal totals, not the run's.
       01  WS-ADJUSTMENT-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(40)
                   VALUE "ADJUSTMENTS TO CLOSED MONTHS THIS RUN - ".
           05  FILLER                  PIC X(13)
                   VALUE "CLOSED THRU ".
           05  AH-CLOSED-THRU-PERIOD   PIC 9(6).
           05  FILLER                  PIC X(23)
                   VALUE " (INCLUDED IN TOTALS):".
           05  FILLER                  PIC X(50) VALUE SPACES.

       01  WS-ADJUSTMENT-OMITTED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(48)
               VALUE "*** FURTHER ADJUSTMENTS NOT LISTED - SEE MATHADJ".
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-ADJUSTMENT-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(13) VALUE "ADJUSTMENTS: ".
           05  AS-ADJUSTMENT-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(5)  VALUE "SUM: ".
           05  AS-TOTAL-SUM            PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "DIFF: ".
           05  AS-TOTAL-DIFF           PIC -ZZZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  FILLER                  PIC X(6)  VALUE "PROD: ".
           05  AS-TOTAL-PROD           PIC -ZZZZZZZZZZZ9.
           05  FILLER                  PIC X(56) VALUE SPACES.

      *        Per-envelope statistics printed ahead of the run
      *        summary, so a multi-department file shows each batch's
      *        own counts as well as the run total.  READ comes from
           05  BS-POSTED-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  BS-REJECT-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(8)  VALUE "  HELD: ".
           05  BS-HELD-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  BS-STATUS               PIC X(14).
           05  FILLER                  PIC X(22) VALUE SPACES.

      *        Printed ahead of the detail when expected keys or
      *        department bands never showed up in the balanced file
                               PERFORM 2000-PROCESS-TRANSACTIONS
                                   UNTIL WS-EOF
                               CLOSE TRAN-FILE
                               PERFORM 9070-RECORD-POSTED-BATCHES
                               PERFORM 9050-CLEAR-CHECKPOINT
                           END-IF
                       END-IF
           END-IF
           IF NOT WS-ADHOC-MODE
               PERFORM 1280-LOAD-DEPT-MASTER
               PERFORM 1290-LOAD-POSTING-LIMITS
               PERFORM 1180-LOAD-PERIOD-CONTROL
           END-IF
           PERFORM 1150-OPEN-REPORT-FILES
           PERFORM 1100-OPEN-AUDIT-FILE
           IF NOT WS-ADHOC-MODE
               PERFORM 1160-OPEN-MASTER-FILE
           END-IF
           IF WS-LIMITS-LOADED
               PERFORM 1170-OPEN-HOLD-FILE
           END-IF
           IF WS-CLOSED-THRU-PERIOD > ZERO
               PERFORM 1185-OPEN-ADJUSTMENT-FILE
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2050-WRITE-REPORT-HEADERS
           END-IF.
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF.

      *        The queue outlives the run -- MathRel works it off --
      *        so it is always extended, never truncated.
       1170-OPEN-HOLD-FILE.
           OPEN EXTEND HOLD-FILE
           IF WS-HOLD-FILE-STATUS NOT = "00"
               OPEN OUTPUT HOLD-FILE
           END-IF
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "MATHOPS: CANNOT OPEN MATHHOLD, STATUS "
                   WS-HOLD-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               MOVE "Y" TO WS-HOLD-FILE-OPEN-SW
           END-IF.

      *        No MATHPER means no month has been closed yet.  One
      *        that will not read stops the run, as MATHBREG does:
      *        without it a rerun could quietly rewrite a closed
      *        month's figures.
       1180-LOAD-PERIOD-CONTROL.
           OPEN INPUT PER-FILE
           EVALUATE WS-PER-FILE-STATUS
               WHEN "00"
                   PERFORM 1182-READ-PERIOD-RECORD UNTIL WS-PER-EOF
                   CLOSE PER-FILE
                   IF WS-CLOSED-THRU-PERIOD > ZERO
                       DISPLAY "MATHOPS: MONTHS CLOSED THROUGH "
                           WS-CLOSED-THRU-PERIOD
                   END-IF
               WHEN "35"
                   CONTINUE
               WHEN OTHER
                   DISPLAY "MATHOPS: CANNOT READ MATHPER, STATUS "
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
               DISPLAY "MATHOPS: CANNOT OPEN MATHADJ, STATUS "
                   WS-ADJ-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               MOVE "Y" TO WS-ADJ-FILE-OPEN-SW
           END-IF.

      *        File status 35 just means no master exists yet -- the
      *        very first run creates it empty, then reopens I-O.
       1160-OPEN-MASTER-FILE.
               DISPLAY "MATHOPS: CANNOT OPEN MATHMST, STATUS "
                   WS-MST-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           ELSE
               PERFORM 1165-OPEN-HISTORY-FILE
           END-IF.

       1165-OPEN-HISTORY-FILE.
           OPEN I-O HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "MATHOPS: CANNOT OPEN MATHHIST, STATUS "
                   WS-HIST-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF.

       1200-DETERMINE-RUN-MODE.
                   ELSE
                       PERFORM 1240-FLAG-BAD-OPTION-CARD
                   END-IF
               WHEN "REPOST"
                   PERFORM 1230-PARSE-OPTION-NUMBER
                   IF WS-OPT-NUMBER-VALID
                       AND WS-OPT-NUMBER > ZERO
                       AND WS-OPT-NUMBER NOT > 999999
                       AND WS-REPOST-COUNT < WS-REPOST-LIMIT
                       ADD 1 TO WS-REPOST-COUNT
                       MOVE WS-OPT-NUMBER
                           TO WS-REPOST-BATCH-NUMBER (WS-REPOST-COUNT)
                   ELSE
                       PERFORM 1240-FLAG-BAD-OPTION-CARD
                   END-IF
               WHEN OTHER
                   PERFORM 1240-FLAG-BAD-OPTION-CARD
           END-EVALUATE.
               MOVE "N" TO WS-DM-BURST-FAIL-SW (WS-DEPT-SUB)
           END-IF.

       1290-LOAD-POSTING-LIMITS.
           OPEN INPUT LIMT-FILE
           IF WS-LIMT-FILE-STATUS = "00"
               MOVE "Y" TO WS-LIMITS-LOADED-SW
               PERFORM 1292-READ-LIMIT-RECORD UNTIL WS-LIMIT-EOF
               CLOSE LIMT-FILE
               DISPLAY "MATHOPS: " WS-LIMIT-COUNT
                   " DEPARTMENT POSTING LIMITS LOADED"
           ELSE
               DISPLAY "MATHOPS: NO POSTING LIMITS (STATUS "
                   WS-LIMT-FILE-STATUS ") - NOTHING WILL BE HELD"
           END-IF.

      *        Blank limit columns read as zero -- no limit -- so a
      *        department can be limited on one dimension only.
       1292-READ-LIMIT-RECORD.
           READ LIMT-FILE
               AT END
                   SET WS-LIMIT-EOF TO TRUE
               NOT AT END
                   IF LM-RESULT-LIMIT-TEXT = SPACES
                       MOVE ZERO TO LM-RESULT-LIMIT
                   END-IF
                   IF LM-SCALED-LIMIT-TEXT = SPACES
                       MOVE ZERO TO LM-SCALED-LIMIT
                   END-IF
                   EVALUATE TRUE
                       WHEN LIMT-RECORD = SPACES
                           CONTINUE
                       WHEN LM-DEPT-CODE NOT NUMERIC
                         OR LM-RESULT-LIMIT NOT NUMERIC
                         OR LM-SCALED-LIMIT NOT NUMERIC
                           DISPLAY "MATHOPS: BAD POSTING LIMIT CARD "
                               "DROPPED " LIMT-RECORD(1:26)
                           MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                           PERFORM 9000-RAISE-RETURN-CODE
                       WHEN OTHER
                           PERFORM 1294-STORE-LIMIT-ENTRY
                   END-EVALUATE
           END-READ.

      *        A band keyed twice takes the later row, as MATHDEPT
      *        does.
       1294-STORE-LIMIT-ENTRY.
           MOVE LM-DEPT-CODE TO WS-DEPT-LOOKUP-CODE
           PERFORM 2290-LOOKUP-LIMIT
           IF WS-LIMIT-FOUND
               MOVE WS-LIMIT-FOUND-SUB TO WS-LIMIT-SUB
           ELSE
               IF WS-LIMIT-COUNT NOT < WS-LIMIT-MAX
                   DISPLAY "MATHOPS: POSTING LIMIT TABLE FULL - "
                       "ENTRIES PAST " WS-LIMIT-MAX " IGNORED"
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
                   SET WS-LIMIT-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-LIMIT-COUNT
                   MOVE WS-LIMIT-COUNT TO WS-LIMIT-SUB
               END-IF
           END-IF
           IF NOT WS-LIMIT-EOF
               MOVE LM-DEPT-CODE TO WS-LT-DEPT-CODE (WS-LIMIT-SUB)
               MOVE LM-RESULT-LIMIT
                   TO WS-LT-RESULT-LIMIT (WS-LIMIT-SUB)
               MOVE LM-SCALED-LIMIT
                   TO WS-LT-SCALED-LIMIT (WS-LIMIT-SUB)
           END-IF.

       1300-LOAD-CHECKPOINT.
           OPEN INPUT CKPT-FILE
           IF WS-CKPT-FILE-STATUS = "00"
                                   TO WS-ACCUMULATORS
                               MOVE CKPT-DEPT-ACCUMULATORS
                                   TO WS-DEPT-ACCUMULATORS
                               MOVE CKPT-REVERSAL-ACCUMULATORS
                                   TO WS-REVERSAL-ACCUMULATORS
                               MOVE CKPT-HELD-COUNT TO WS-HELD-COUNT
                               MOVE CKPT-ADJUSTMENT-ACCUMULATORS
                                   TO WS-ADJUSTMENT-ACCUMULATORS
                               MOVE WS-CKPT-KEY TO WS-LAST-READ-KEY
                               DISPLAY "MATHOPS RESTART: SKIPPING "
                                   WS-CKPT-RECORDS-READ
      *        anything is posted, tallying each HDR/TRL envelope's
      *        data records and operand hash totals into its own
      *        batch-table entry, then grade every envelope against
      *        its own trailer and the batch register.  An envelope
      *        with no header, no trailer, tallies that disagree, or
      *        a batch number already posted is reported on MATHRPT
      *        and bypassed; the envelopes that balanced are
      *        posted, so one department's bad export never holds the
      *        others.  A file where nothing balances is abandoned as
      *        before -- never half-processed into MATHAUD and
                       MOVE "BATCH TRAILER RECORD MISSING"
                           TO WS-BT-ERROR-REASON (WS-BATCH-IX)
                   END-IF
                   PERFORM 1460-CHECK-BATCH-REGISTER
                   IF NOT WS-ABORT-RUN
                       PERFORM 1470-GRADE-ONE-BATCH
                           VARYING WS-BATCH-IX FROM 1 BY 1
                           UNTIL WS-BATCH-IX > WS-BATCH-COUNT
                   END-IF
               END-IF
           END-IF
           IF WS-BATCH-BALANCED
                   END-IF
                   IF NOT WS-BATCH-TABLE-FULL
                       ADD 1 TO WS-BT-BAL-RECORD-COUNT (WS-BATCH-IX)
                       IF NOT RR-IS-REVERSAL
                           PERFORM 1454-TALLY-DATA-RECORD
                       END-IF
                   END-IF
           END-EVALUATE.

      *        A reversal record counts toward its envelope but has
      *        no operands to hash, and backing a key out does not
      *        satisfy that key's expected-key entry.
       1454-TALLY-DATA-RECORD.
           IF MT-OPERAND-A NUMERIC
               ADD MT-OPERAND-A
                   TO WS-BT-BAL-HASH-A (WS-BATCH-IX)
           END-IF
           IF MT-OPERAND-B NUMERIC
               ADD MT-OPERAND-B
                   TO WS-BT-BAL-HASH-B (WS-BATCH-IX)
           END-IF
           IF WS-EXPK-LOADED
               PERFORM 1458-MARK-EXPECTED-KEY
                   VARYING WS-EXPK-IX FROM 1 BY 1
                   UNTIL WS-EXPK-IX > WS-EXPK-COUNT
           END-IF.

       1455-OPEN-BATCH-ENTRY.
           IF WS-BATCH-COUNT NOT < WS-BATCH-LIMIT
               MOVE "Y" TO WS-BATCH-TABLE-FULL-SW
               MOVE ZERO TO WS-BT-TRL-HASH-B (WS-BATCH-IX)
               MOVE ZERO TO WS-BT-POSTED-COUNT (WS-BATCH-IX)
               MOVE ZERO TO WS-BT-REJECT-COUNT (WS-BATCH-IX)
               MOVE ZERO TO WS-BT-HELD-COUNT (WS-BATCH-IX)
               MOVE SPACES TO WS-BT-ERROR-REASON (WS-BATCH-IX)
               MOVE "N" TO WS-BT-REGISTERED-SW (WS-BATCH-IX)
               MOVE "N" TO WS-BT-DUPLICATE-SW (WS-BATCH-IX)
               MOVE "N" TO WS-BT-REPOST-SW (WS-BATCH-IX)
               MOVE ZERO TO WS-BT-REG-RUN-DATE (WS-BATCH-IX)
               MOVE ZERO TO WS-BT-REG-RECORD-COUNT (WS-BATCH-IX)
               MOVE ZERO TO WS-BT-REG-HASH-A (WS-BATCH-IX)
               MOVE ZERO TO WS-BT-REG-HASH-B (WS-BATCH-IX)
               MOVE "Y" TO WS-ENVELOPE-OPEN-SW
           END-IF.

               ADD 1 TO WS-LINE-COUNT
           END-IF.

      *        Status 35 is a site that has never posted with the
      *        register in place -- nothing to check yet, and the
      *        first posting run creates it.  Any other failure stops
      *        the run before anything posts: without the register a
      *        resubmitted batch cannot be told from a new one.
       1460-CHECK-BATCH-REGISTER.
           OPEN INPUT REG-FILE
           EVALUATE WS-REG-FILE-STATUS
               WHEN "00"
                   PERFORM 1462-READ-REGISTER-RECORD UNTIL WS-REG-EOF
                   CLOSE REG-FILE
                   DISPLAY "MATHOPS: " WS-REG-READ-COUNT
                       " BATCH REGISTER ENTRIES CHECKED"
               WHEN "35"
                   DISPLAY "MATHOPS: NO BATCH REGISTER YET - "
                       "ALREADY-POSTED CHECK SKIPPED"
               WHEN OTHER
                   DISPLAY "MATHOPS: CANNOT READ MATHBREG, STATUS "
                       WS-REG-FILE-STATUS " - RUN ABANDONED"
                   PERFORM 9010-RAISE-SEVERE-ERROR
           END-EVALUATE.

       1462-READ-REGISTER-RECORD.
           READ REG-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-REG-READ-COUNT
                   IF BR-BATCH-NUMBER NUMERIC
                       AND BR-BATCH-NUMBER > ZERO
                       PERFORM 1464-MATCH-REGISTER-ENTRY
                           VARYING WS-BATCH-IX FROM 1 BY 1
                           UNTIL WS-BATCH-IX > WS-BATCH-COUNT
                   END-IF
           END-READ.

      *        The register is in posting order, so a batch posted
      *        more than once (a deliberate repost) ends up showing
      *        its latest posting.
       1464-MATCH-REGISTER-ENTRY.
           IF WS-BT-BATCH-NUMBER (WS-BATCH-IX) = BR-BATCH-NUMBER
               MOVE "Y" TO WS-BT-REGISTERED-SW (WS-BATCH-IX)
               IF BR-RUN-DATE NUMERIC
                   MOVE BR-RUN-DATE TO WS-BT-REG-RUN-DATE (WS-BATCH-IX)
               END-IF
               IF BR-RECORD-COUNT NUMERIC
                   MOVE BR-RECORD-COUNT
                       TO WS-BT-REG-RECORD-COUNT (WS-BATCH-IX)
               END-IF
               IF BR-HASH-A NUMERIC
                   MOVE BR-HASH-A TO WS-BT-REG-HASH-A (WS-BATCH-IX)
               END-IF
               IF BR-HASH-B NUMERIC
                   MOVE BR-HASH-B TO WS-BT-REG-HASH-B (WS-BATCH-IX)
               END-IF
           END-IF.

       1470-GRADE-ONE-BATCH.
           IF WS-BT-ERROR-REASON (WS-BATCH-IX) = SPACES
               IF NOT WS-BT-TRAILER-SEEN (WS-BATCH-IX)
                   END-IF
               END-IF
           END-IF
           IF WS-BT-ERROR-REASON (WS-BATCH-IX) = SPACES
               AND WS-BT-BATCH-NUMBER (WS-BATCH-IX) > ZERO
               PERFORM 1472-CHECK-DUPLICATE-BATCH
           END-IF
           IF WS-BT-ERROR-REASON (WS-BATCH-IX) = SPACES
               MOVE "Y" TO WS-BT-BALANCED-SW (WS-BATCH-IX)
               MOVE "Y" TO WS-BATCH-BALANCED-SW
           ELSE
               IF WS-BT-DUPLICATE (WS-BATCH-IX)
                   PERFORM 1485-REPORT-DUPLICATE-BATCH
               ELSE
                   PERFORM 1480-REPORT-BALANCE-ERROR
               END-IF
           END-IF.

      *        Only an envelope that balanced is tested -- a mis-cut
      *        one is already bypassed for that.  A batch number
      *        repeated within this file (an export concatenated
      *        twice) posts once, at its first balanced occurrence,
      *        whatever the cards say.  A batch number on the
      *        register is bypassed unless a REPOST= card names it.
       1472-CHECK-DUPLICATE-BATCH.
           MOVE "N" TO WS-BATCH-REPEAT-SW
           IF WS-BATCH-IX > 1
               PERFORM 1474-TEST-EARLIER-BATCH
                   VARYING WS-BATCH-TEST-SUB FROM 1 BY 1
                   UNTIL WS-BATCH-TEST-SUB NOT < WS-BATCH-IX
                       OR WS-BATCH-REPEATED
           END-IF
           EVALUATE TRUE
               WHEN WS-BATCH-REPEATED
                   MOVE "BATCH NUMBER REPEATED IN THIS FILE"
                       TO WS-BT-ERROR-REASON (WS-BATCH-IX)
                   MOVE "Y" TO WS-BT-DUPLICATE-SW (WS-BATCH-IX)
               WHEN WS-BT-REGISTERED (WS-BATCH-IX)
                   PERFORM 1476-TEST-REPOST-CARD
                   IF WS-REPOST-FOUND
                       MOVE "Y" TO WS-BT-REPOST-SW (WS-BATCH-IX)
                       DISPLAY "MATHOPS: BATCH "
                           WS-BT-BATCH-NUMBER (WS-BATCH-IX)
                           " POSTED " WS-BT-REG-RUN-DATE (WS-BATCH-IX)
                           " - REPOSTED BY REPOST CARD"
                   ELSE
                       MOVE "BATCH ALREADY POSTED - ON BATCH REGISTER"
                           TO WS-BT-ERROR-REASON (WS-BATCH-IX)
                       MOVE "Y" TO WS-BT-DUPLICATE-SW (WS-BATCH-IX)
                   END-IF
           END-EVALUATE.

       1474-TEST-EARLIER-BATCH.
           IF WS-BT-BALANCED (WS-BATCH-TEST-SUB)
               AND WS-BT-BATCH-NUMBER (WS-BATCH-TEST-SUB) =
                   WS-BT-BATCH-NUMBER (WS-BATCH-IX)
               MOVE "Y" TO WS-BATCH-REPEAT-SW
           END-IF.

       1476-TEST-REPOST-CARD.
           MOVE "N" TO WS-REPOST-FOUND-SW
           IF WS-REPOST-COUNT > ZERO
               PERFORM 1478-TEST-REPOST-ENTRY
                   VARYING WS-REPOST-SUB FROM 1 BY 1
                   UNTIL WS-REPOST-SUB > WS-REPOST-COUNT
                       OR WS-REPOST-FOUND
           END-IF.

       1478-TEST-REPOST-ENTRY.
           IF WS-REPOST-BATCH-NUMBER (WS-REPOST-SUB) =
                   WS-BT-BATCH-NUMBER (WS-BATCH-IX)
               MOVE "Y" TO WS-REPOST-FOUND-SW
           END-IF.

       1480-REPORT-BALANCE-ERROR.
           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

      *        Same section and grade as an out-of-balance envelope,
      *        with the earlier posting's register figures under this
      *        file's so the desk can see it is the same batch.
       1485-REPORT-DUPLICATE-BATCH.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-BT-BATCH-NUMBER (WS-BATCH-IX) TO DB-BATCH-NUMBER
           MOVE WS-BT-ERROR-REASON (WS-BATCH-IX) TO DB-REASON
           IF WS-BT-REGISTERED (WS-BATCH-IX)
               MOVE "POSTED ON " TO DB-POSTED-LABEL
               MOVE WS-BT-REG-RUN-DATE (WS-BATCH-IX) TO DB-POSTED-DATE
           ELSE
               MOVE SPACES TO DB-POSTED-LABEL
               MOVE SPACES TO DB-POSTED-DATE-TEXT
           END-IF
           MOVE WS-DUPLICATE-BATCH-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE "FILE" TO BD-LABEL
           MOVE WS-BT-BAL-RECORD-COUNT (WS-BATCH-IX) TO BD-COUNT
           MOVE WS-BT-BAL-HASH-A (WS-BATCH-IX) TO BD-HASH-A
           MOVE WS-BT-BAL-HASH-B (WS-BATCH-IX) TO BD-HASH-B
           MOVE WS-BALANCE-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 3 TO WS-LINE-COUNT
           IF WS-BT-REGISTERED (WS-BATCH-IX)
               MOVE "REGISTER" TO BD-LABEL
               MOVE WS-BT-REG-RECORD-COUNT (WS-BATCH-IX) TO BD-COUNT
               MOVE WS-BT-REG-HASH-A (WS-BATCH-IX) TO BD-HASH-A
               MOVE WS-BT-REG-HASH-B (WS-BATCH-IX) TO BD-HASH-B
               MOVE WS-BALANCE-DETAIL-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           DISPLAY "MATHOPS BATCH "
               WS-BT-BATCH-NUMBER (WS-BATCH-IX)
               " BYPASSED: "
               WS-BT-ERROR-REASON (WS-BATCH-IX)
           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

       2050-WRITE-REPORT-HEADERS.
           PERFORM 2055-WRITE-RPT-PAGE-HEADERS
           MOVE WS-TITLE-LINE TO REJ-RECORD
       2020-POST-OR-SKIP-TRANSACTION.
           IF WS-RESTART-ACTIVE
               AND WS-RECORDS-READ NOT > WS-CKPT-RECORDS-READ
               IF WS-KEY-VALID AND WS-POSTING-RECORD
                   MOVE WS-CURRENT-KEY TO WS-LAST-READ-KEY
               END-IF
           ELSE
               IF WS-SIZE-ERROR
                   PERFORM 2300-WRITE-REJECT-RECORD
               ELSE
                   IF WS-REVERSAL-RECORD
                       PERFORM 2900-PROCESS-REVERSAL
                   ELSE
                       PERFORM 2030-POST-CALCULATION
                   END-IF
               END-IF
               PERFORM 2600-CHECKPOINT-IF-DUE
           END-IF.

      *        A reversal takes no part in the ascending-key rule and
      *        leaves the last key read alone, so an envelope can back
      *        a key out and then repost it corrected.
       2030-POST-CALCULATION.
           IF WS-BATCH-MODE
               AND WS-LAST-READ-KEY > ZERO
               AND WS-CURRENT-KEY NOT > WS-LAST-READ-KEY
               SET WS-SIZE-ERROR TO TRUE
               MOVE "OUT-OF-SEQUENCE TRANSACTION KEY"
                   TO WS-REJECT-REASON
               MOVE "SEQ" TO WS-REJECT-CODE
               PERFORM 2300-WRITE-REJECT-RECORD
           ELSE
               MOVE WS-CURRENT-KEY TO WS-LAST-READ-KEY
               PERFORM 2200-CALCULATE
               MOVE "N" TO WS-HOLD-ITEM-SW
               IF WS-LIMITS-LOADED AND NOT WS-SIZE-ERROR
                   PERFORM 2280-CHECK-POSTING-LIMITS
               END-IF
               EVALUATE TRUE
                   WHEN WS-SIZE-ERROR
                       PERFORM 2300-WRITE-REJECT-RECORD
                   WHEN WS-HOLD-ITEM
                       PERFORM 2960-HOLD-TRANSACTION
                   WHEN OTHER
                       PERFORM 2040-POST-RESULTS
               END-EVALUATE
           END-IF.

       2040-POST-RESULTS.
           PERFORM 2035-CHECK-CLOSED-PERIOD
           PERFORM 2400-WRITE-DETAIL-LINE
           PERFORM 2500-WRITE-AUDIT-RECORD
           IF WS-EXT-ENABLED
               PERFORM 2700-WRITE-EXTRACT-RECORD
           END-IF
           PERFORM 2750-UPDATE-RESULTS-MASTER
           PERFORM 2800-ACCUMULATE-TOTALS
           IF WS-ADJUSTMENT
               PERFORM 2850-ACCUMULATE-ADJUSTMENT
               MOVE "N" TO WS-ADJUSTMENT-SW
           END-IF.

      *        A batch dated in a month already closed -- the rerun
      *        of a closed month's key, or its MODE=RECYCLE fix --
      *        posts as an adjustment.  An undated batch never does.
       2035-CHECK-CLOSED-PERIOD.
           MOVE "N" TO WS-ADJUSTMENT-SW
           IF WS-CLOSED-THRU-PERIOD > ZERO
               AND WS-BATCH-DATE > ZERO
               DIVIDE WS-BATCH-DATE BY 100 GIVING WS-BATCH-PERIOD
               IF WS-BATCH-PERIOD NOT > WS-CLOSED-THRU-PERIOD
                   SET WS-ADJUSTMENT TO TRUE
               END-IF
           END-IF.

       2100-READ-TRANSACTION.
           IF WS-RECYCLE-MODE
               PERFORM 2110-READ-RECYCLE-INPUT
               SET WS-NO-SIZE-ERROR TO TRUE
               SET WS-KEY-VALID TO TRUE
               SET WS-DATA-RECORD TO TRUE
               SET WS-POSTING-RECORD TO TRUE
               MOVE SPACES TO WS-REJECT-REASON
               MOVE SPACES TO WS-REJECT-CODE
               IF TW-IS-HEADER OR TW-IS-TRAILER
                       PERFORM 2160-START-NEXT-BATCH
                       MOVE "Y" TO WS-POST-ENVELOPE-OPEN-SW
                   END-IF
                   IF TW-IS-REVERSAL
                       SET WS-REVERSAL-RECORD TO TRUE
                       PERFORM 2170-VALIDATE-REVERSAL
                   ELSE
                       PERFORM 2120-VALIDATE-TRANSACTION
                   END-IF
               END-IF
           END-IF.

           END-IF
           MOVE ZERO TO WS-LAST-READ-KEY.

      *        A reversal names only the key to back out; it has no
      *        operands or op-codes of its own, so A and B are zeroed
      *        for the reject line and the department is not edited
      *        -- a key that posted has already passed that edit.
       2170-VALIDATE-REVERSAL.
           MOVE TW-REV-KEY-TEXT TO WS-CURRENT-KEY-TEXT
           MOVE ZERO TO A
           MOVE ZERO TO B
           IF TW-REV-KEY NOT NUMERIC
               SET WS-KEY-INVALID TO TRUE
               SET WS-SIZE-ERROR TO TRUE
               MOVE "NON-NUMERIC TRANSACTION KEY"
                   TO WS-REJECT-REASON
               MOVE "NKY" TO WS-REJECT-CODE
           ELSE
               MOVE TW-REV-KEY TO WS-CURRENT-KEY
           END-IF.

      *        Each corrected record carries the batch number of the
      *        run that first rejected it, so its audit line ties back
      *        to the original batch rather than to the recycle run.
                   ELSE
                       MOVE ZERO TO WS-BATCH-NUMBER
                   END-IF
                   IF RI-BATCH-DATE NUMERIC
                       MOVE RI-BATCH-DATE TO WS-BATCH-DATE
                   ELSE
                       MOVE ZERO TO WS-BATCH-DATE
                   END-IF
           END-READ.

       2120-VALIDATE-TRANSACTION.
      *        the key's factor.  Only transactions that computed one
      *        of those need a rate at all.
       2240-APPLY-RATE-FACTOR.
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-RATE-AS-OF-DATE
           PERFORM 2250-LOOKUP-RATE
           IF WS-RATE-FOUND
               MOVE "Y" TO WS-RATE-APPLIED-SW

      *        Of the entries carrying the lookup key, the one in
      *        effect is the one with the latest effective date not
      *        after the as-of date -- the run date (the ASOF=
      *        override having already replaced it when supplied),
      *        or for a reversal the date the key last posted.  An
      *        entry dated only in the future is ignored -- loading
      *        next month's rates ahead of time must not change
      *        today's run.  The winning entry is marked used so the
      *        run can report which rate versions it applied.
       2260-SEARCH-RATE-TABLE.
           MOVE ZERO TO WS-BEST-EFF-DATE
           IF WS-RATE-COUNT > ZERO
       2270-TEST-RATE-ENTRY.
           IF WS-RATE-KEY (WS-RATE-IX) = WS-LOOKUP-KEY
               AND WS-RATE-EFF-DATE (WS-RATE-IX)
                   NOT > WS-RATE-AS-OF-DATE
               IF NOT WS-RATE-FOUND
                   OR WS-RATE-EFF-DATE (WS-RATE-IX)
                       NOT < WS-BEST-EFF-DATE
               END-IF
           END-IF.

      *        Large-value hold.  A result that computed cleanly is
      *        still held back if its size -- sign dropped -- exceeds
      *        the department's result limit, or a scaled amount its
      *        scaled limit.  The result test comes first, so an item
      *        over both is held RES.  A band with no MATHLIMT row,
      *        or a zero limit, holds nothing.
       2280-CHECK-POSTING-LIMITS.
           MOVE WS-CURRENT-KEY-TEXT (1:2) TO WS-DEPT-LOOKUP-CODE
           PERFORM 2290-LOOKUP-LIMIT
           IF WS-LIMIT-FOUND
               MOVE WS-LIMIT-FOUND-SUB TO WS-LIMIT-SUB
               IF WS-LT-RESULT-LIMIT (WS-LIMIT-SUB) > ZERO
                   PERFORM 2282-TEST-RESULT-LIMIT
               END-IF
               IF NOT WS-HOLD-ITEM
                   AND WS-RATE-APPLIED
                   AND WS-LT-SCALED-LIMIT (WS-LIMIT-SUB) > ZERO
                   PERFORM 2284-TEST-SCALED-LIMIT
               END-IF
           END-IF.

       2282-TEST-RESULT-LIMIT.
           IF WS-OP-SUM
               MOVE SUM-RESULT TO WS-HOLD-TEST-RESULT
               PERFORM 2286-TEST-ONE-RESULT
           END-IF
           IF WS-OP-DIFF
               MOVE DIFF TO WS-HOLD-TEST-RESULT
               PERFORM 2286-TEST-ONE-RESULT
           END-IF
           IF WS-OP-PROD
               MOVE PROD TO WS-HOLD-TEST-RESULT
               PERFORM 2286-TEST-ONE-RESULT
           END-IF.

       2284-TEST-SCALED-LIMIT.
           IF WS-OP-SUM
               MOVE WS-SCALED-SUM TO WS-HOLD-TEST-SCALED
               PERFORM 2288-TEST-ONE-SCALED
           END-IF
           IF WS-OP-PROD
               MOVE WS-SCALED-PROD TO WS-HOLD-TEST-SCALED
               PERFORM 2288-TEST-ONE-SCALED
           END-IF.

       2286-TEST-ONE-RESULT.
           IF WS-HOLD-TEST-RESULT < ZERO
               COMPUTE WS-HOLD-TEST-RESULT = 0 - WS-HOLD-TEST-RESULT
           END-IF
           IF NOT WS-HOLD-ITEM
               AND WS-HOLD-TEST-RESULT
                   > WS-LT-RESULT-LIMIT (WS-LIMIT-SUB)
               SET WS-HOLD-ITEM TO TRUE
               MOVE "RES" TO WS-HOLD-CODE
           END-IF.

       2288-TEST-ONE-SCALED.
           IF WS-HOLD-TEST-SCALED < ZERO
               COMPUTE WS-HOLD-TEST-SCALED = 0 - WS-HOLD-TEST-SCALED
           END-IF
           IF NOT WS-HOLD-ITEM
               AND WS-HOLD-TEST-SCALED
                   > WS-LT-SCALED-LIMIT (WS-LIMIT-SUB)
               SET WS-HOLD-ITEM TO TRUE
               MOVE "SCL" TO WS-HOLD-CODE
           END-IF.

       2290-LOOKUP-LIMIT.
           MOVE "N" TO WS-LIMIT-FOUND-SW
           MOVE ZERO TO WS-LIMIT-FOUND-SUB
           IF WS-LIMIT-COUNT > ZERO
               PERFORM 2292-TEST-LIMIT-ENTRY
                   VARYING WS-LIMIT-SUB FROM 1 BY 1
                   UNTIL WS-LIMIT-SUB > WS-LIMIT-COUNT
                       OR WS-LIMIT-FOUND
           END-IF.

       2292-TEST-LIMIT-ENTRY.
           IF WS-LT-DEPT-CODE (WS-LIMIT-SUB) = WS-DEPT-LOOKUP-CODE
               MOVE "Y" TO WS-LIMIT-FOUND-SW
               MOVE WS-LIMIT-SUB TO WS-LIMIT-FOUND-SUB
           END-IF.

      *        Besides the printed line, every batch or recycle-mode
      *        reject is written to MATHRCYC (97 bytes) in the
      *        original 80-byte image plus reason code, originating
      *        batch and batch date, ready to be corrected and
      *        resubmitted.  Ad-hoc rejects have no transaction image
      *        to recycle.
       2300-WRITE-REJECT-RECORD.
           MOVE WS-CURRENT-KEY-TEXT TO RL-KEY
           MOVE A TO RL-A
               MOVE WS-TW-RECORD TO RCY-TRAN-IMAGE
               MOVE WS-REJECT-CODE TO RCY-REASON-CODE
               MOVE WS-BATCH-NUMBER TO RCY-BATCH-NUMBER
               MOVE WS-BATCH-DATE TO RCY-BATCH-DATE
               WRITE RCY-RECORD
           END-IF
           ADD 1 TO WS-REJECT-COUNT
               PERFORM 2460-OPEN-BURST-FILE
           END-IF
           PERFORM 2410-CHECK-PAGE-BREAK
           PERFORM 2405-FORMAT-DETAIL-LINE
           MOVE WS-DETAIL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT
           IF WS-BURST-OPEN
               MOVE WS-DETAIL-LINE TO BURST-RECORD
               WRITE BURST-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       2405-FORMAT-DETAIL-LINE.
           IF WS-ADJUSTMENT
               MOVE "ADJ" TO DL-ENTRY-FLAG
           ELSE
               MOVE SPACES TO DL-ENTRY-FLAG
           END-IF
           MOVE WS-CURRENT-KEY TO DL-KEY
           MOVE A TO DL-A
           MOVE B TO DL-B
               MOVE WS-SCALED-PROD TO DL-SCALED-PROD
           ELSE
               MOVE SPACES TO DL-SCALED-PROD-TEXT
           END-IF.

       2500-WRITE-AUDIT-RECORD.
           ELSE
               MOVE SPACES TO AL-PCT-CHANGE-TEXT
           END-IF
           IF WS-OP-REM
               MOVE WS-REMAINDER TO AL-REMAINDER
           ELSE
               MOVE SPACES TO AL-REMAINDER-TEXT
           END-IF
           MOVE WS-OP-CODES-RAW TO AL-OP-CODES
           MOVE WS-BATCH-NUMBER TO AL-BATCH-NUMBER
           MOVE WS-MODE-SW TO AL-RUN-MODE
           EVALUATE TRUE
               WHEN WS-REVERSAL-RECORD
                   MOVE "V" TO AL-ENTRY-TYPE
               WHEN WS-ADJUSTMENT
                   MOVE "A" TO AL-ENTRY-TYPE
               WHEN OTHER
                   MOVE "P" TO AL-ENTRY-TYPE
           END-EVALUATE
           MOVE WS-AUDIT-LINE TO AUD-RECORD
           WRITE AUD-RECORD.

           MOVE WS-ACCUMULATORS TO CKPT-ACCUMULATORS
           MOVE WS-DEPT-ACCUMULATORS TO CKPT-DEPT-ACCUMULATORS
           MOVE WS-MODE-SW TO CKPT-RUN-MODE
           MOVE WS-REVERSAL-ACCUMULATORS
               TO CKPT-REVERSAL-ACCUMULATORS
           MOVE WS-HELD-COUNT TO CKPT-HELD-COUNT
           MOVE WS-ADJUSTMENT-ACCUMULATORS
               TO CKPT-ADJUSTMENT-ACCUMULATORS
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE.

           ELSE
               MOVE SPACES TO EXT-SCALED-PROD-TEXT
           END-IF
           EVALUATE TRUE
               WHEN WS-REVERSAL-RECORD
                   SET EXT-REVERSAL TO TRUE
               WHEN WS-ADJUSTMENT
                   SET EXT-ADJUSTMENT TO TRUE
               WHEN OTHER
                   SET EXT-POSTING TO TRUE
           END-EVALUATE
           WRITE EXT-RECORD.

      *        Results the transaction did not request contribute
      *        key, which is what lets the reconciliation feed trust
      *        it after corrected batches are resubmitted.
       2750-UPDATE-RESULTS-MASTER.
           MOVE SPACES TO HIST-RECORD
           MOVE WS-CURRENT-KEY TO MST-TRAN-KEY
           READ MST-FILE
               INVALID KEY
                   MOVE ZERO TO MST-RERUN-COUNT
                   PERFORM 2760-BUILD-MASTER-RECORD
                   WRITE MST-RECORD
                   SET HS-ADDED TO TRUE
               NOT INVALID KEY
                   MOVE MST-RECORD TO HS-BEFORE-IMAGE
                   ADD 1 TO MST-RERUN-COUNT
                   PERFORM 2760-BUILD-MASTER-RECORD
                   REWRITE MST-RECORD
                   SET HS-REPLACED TO TRUE
           END-READ
           MOVE MST-RECORD TO HS-AFTER-IMAGE
           PERFORM 2780-WRITE-MASTER-HISTORY
           IF WS-ADJUSTMENT AND WS-ADJ-FILE-OPEN
               PERFORM 2790-WRITE-ADJUSTMENT-RECORD
           END-IF.

       2760-BUILD-MASTER-RECORD.
           MOVE WS-CURRENT-KEY TO MST-TRAN-KEY
           MOVE WS-RUN-TIME TO MST-LAST-UPD-TIME
           MOVE WS-BATCH-NUMBER TO MST-BATCH-NUMBER.

      *        The caller has already set the action and the before
      *        and after images.  Two changes to one key can land in
      *        the same hundredth of a second (a MathRel run started
      *        on the heels of a posting run), so a duplicate history
      *        key just takes the next sequence number and tries
      *        again.  A history record that cannot be written at all
      *        leaves the master ahead of its trail, which is worth
      *        an error condition code but not stopping the posting.
       2780-WRITE-MASTER-HISTORY.
           MOVE WS-CURRENT-KEY TO HS-TRAN-KEY
           MOVE WS-RUN-DATE-YYYYMMDD TO HS-CHANGE-DATE
           MOVE WS-RUN-TIME TO HS-CHANGE-TIME
           MOVE "MATHOPS" TO HS-PROGRAM
           MOVE WS-BATCH-NUMBER TO HS-BATCH-NUMBER
           MOVE "N" TO WS-HIST-WRITTEN-SW
           PERFORM 2785-WRITE-HISTORY-RECORD UNTIL WS-HIST-WRITTEN.

       2785-WRITE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-SEQUENCE
           MOVE WS-HIST-SEQUENCE TO HS-SEQUENCE
           WRITE HIST-RECORD
               INVALID KEY
                   IF WS-HIST-FILE-STATUS NOT = "22"
                       DISPLAY "MATHOPS: MATHHIST WRITE FAILED FOR "
                           "KEY " WS-CURRENT-KEY ", STATUS "
                           WS-HIST-FILE-STATUS
                       MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                       SET WS-HIST-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.

      *        Blank results, a key that was not on the master, and
      *        a key a reversal deleted, count as zero either side.
       2790-WRITE-ADJUSTMENT-RECORD.
           MOVE SPACES TO ADJ-RECORD
           MOVE WS-BATCH-PERIOD TO AJ-PERIOD
           MOVE WS-BATCH-DATE TO AJ-BATCH-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO AJ-RUN-DATE
           MOVE WS-RUN-TIME TO AJ-RUN-TIME
           MOVE WS-CURRENT-KEY TO AJ-TRAN-KEY
           MOVE WS-BATCH-NUMBER TO AJ-BATCH-NUMBER
           MOVE "MATHOPS" TO AJ-PROGRAM
           MOVE HS-ACTION TO AJ-ACTION
           MOVE ZERO TO AJ-BEFORE-SUM
           MOVE ZERO TO AJ-BEFORE-DIFF
           MOVE ZERO TO AJ-BEFORE-PROD
           IF HS-REPLACED OR HS-DELETED
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
           IF NOT HS-DELETED
               IF WS-OP-SUM
                   MOVE SUM-RESULT TO AJ-AFTER-SUM
               END-IF
               IF WS-OP-DIFF
                   MOVE DIFF TO AJ-AFTER-DIFF
               END-IF
               IF WS-OP-PROD
                   MOVE PROD TO AJ-AFTER-PROD
               END-IF
           END-IF
           WRITE ADJ-RECORD
           IF WS-ADJ-FILE-STATUS NOT = "00"
               DISPLAY "MATHOPS: MATHADJ WRITE FAILED FOR KEY "
                   WS-CURRENT-KEY ", STATUS " WS-ADJ-FILE-STATUS
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF.

       2800-ACCUMULATE-TOTALS.
           ADD 1 TO WS-RECORD-COUNT
           IF WS-BATCH-MODE
                   SET WS-SUMMARY-OVERFLOW TO TRUE
           END-COMPUTE.

       2850-ACCUMULATE-ADJUSTMENT.
           IF WS-ADJ-LINE-COUNT < WS-ADJ-LINE-LIMIT
               ADD 1 TO WS-ADJ-LINE-COUNT
               MOVE WS-DETAIL-LINE
                   TO WS-ADJ-LINE (WS-ADJ-LINE-COUNT)
           END-IF
           ADD 1 TO WS-ADJ-COUNT
           IF WS-OP-SUM
               ADD SUM-RESULT TO WS-ADJ-TOTAL-SUM
                   ON SIZE ERROR
                       SET WS-SUMMARY-OVERFLOW TO TRUE
               END-ADD
           END-IF
           IF WS-OP-DIFF
               ADD DIFF TO WS-ADJ-TOTAL-DIFF
                   ON SIZE ERROR
                       SET WS-SUMMARY-OVERFLOW TO TRUE
               END-ADD
           END-IF
           IF WS-OP-PROD
               ADD PROD TO WS-ADJ-TOTAL-PROD
                   ON SIZE ERROR
                       SET WS-SUMMARY-OVERFLOW TO TRUE
               END-ADD
           END-IF.

      *        Reversal: back a posted key out.  The master record
      *        supplies what was posted; its results go to MATHAUD and
      *        MATHEXT negated, so each feed nets the key to zero --
      *        but only once the record is off MATHMST, so a delete
      *        that fails leaves no feed claiming the key is gone.  A
      *        key that never posted has nothing to reverse and is
      *        rejected to MATHRCYC under its own reason code.
       2900-PROCESS-REVERSAL.
           MOVE WS-CURRENT-KEY TO MST-TRAN-KEY
           READ MST-FILE
               INVALID KEY
                   SET WS-SIZE-ERROR TO TRUE
                   MOVE "REVERSAL KEY NOT ON RESULTS MASTER"
                       TO WS-REJECT-REASON
                   MOVE "RNM" TO WS-REJECT-CODE
                   PERFORM 2300-WRITE-REJECT-RECORD
               NOT INVALID KEY
                   MOVE SPACES TO HIST-RECORD
                   MOVE MST-RECORD TO HS-BEFORE-IMAGE
                   PERFORM 2910-LOAD-REVERSED-RESULTS
                   PERFORM 2035-CHECK-CLOSED-PERIOD
                   DELETE MST-FILE
                       INVALID KEY
                           DISPLAY "MATHOPS: MATHMST DELETE FAILED"
                               " FOR REVERSED KEY " WS-CURRENT-KEY
                           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                           PERFORM 9000-RAISE-RETURN-CODE
                           MOVE "N" TO WS-ADJUSTMENT-SW
                       NOT INVALID KEY
                           PERFORM 2940-POST-REVERSAL
                   END-DELETE
           END-READ.

      *        A reversal of a key whose batch is dated in a closed
      *        month changes that month's figures as surely as a
      *        rerun does: it keeps its V type and its place in the
      *        reversal section, and is also logged to MATHADJ (the
      *        master as it stood before, zero after) and listed,
      *        flagged REV, among the adjustments.
       2940-POST-REVERSAL.
           SET HS-DELETED TO TRUE
           PERFORM 2920-HOLD-REVERSAL-LINE
           PERFORM 2500-WRITE-AUDIT-RECORD
           IF WS-EXT-ENABLED
               PERFORM 2700-WRITE-EXTRACT-RECORD
           END-IF
           PERFORM 2780-WRITE-MASTER-HISTORY
           PERFORM 2950-ACCUMULATE-REVERSAL
           IF WS-ADJUSTMENT
               IF WS-ADJ-FILE-OPEN
                   PERFORM 2790-WRITE-ADJUSTMENT-RECORD
               END-IF
               PERFORM 2405-FORMAT-DETAIL-LINE
               MOVE "REV" TO DL-ENTRY-FLAG
               PERFORM 2850-ACCUMULATE-ADJUSTMENT
               MOVE "N" TO WS-ADJUSTMENT-SW
           END-IF.

      *        The op switches are rebuilt from the results the master
      *        actually holds, not its op-codes, so exactly the
      *        columns that were posted are the ones offset.  A and B
      *        are carried as posted, for identification.
       2910-LOAD-REVERSED-RESULTS.
           MOVE MST-A TO A
           MOVE MST-B TO B
           MOVE MST-OP-CODES TO WS-OP-CODES-RAW
           MOVE "NNNNNNN" TO WS-OP-SWITCHES
           SET WS-PCT-CHANGE-DEFINED TO TRUE
           IF MST-SUM NUMERIC
               MOVE "Y" TO WS-OP-SUM-SW
               COMPUTE SUM-RESULT = 0 - MST-SUM
           END-IF
           IF MST-DIFF NUMERIC
               MOVE "Y" TO WS-OP-DIFF-SW
               COMPUTE DIFF = 0 - MST-DIFF
           END-IF
           IF MST-PROD NUMERIC
               MOVE "Y" TO WS-OP-PROD-SW
               COMPUTE PROD = 0 - MST-PROD
           END-IF
           IF MST-QUOT NUMERIC
               MOVE "Y" TO WS-OP-QUOT-SW
               COMPUTE QUOT = 0 - MST-QUOT
           END-IF
           IF MST-REMAINDER NUMERIC
               MOVE "Y" TO WS-OP-REM-SW
               COMPUTE WS-REMAINDER = 0 - MST-REMAINDER
           END-IF
           IF MST-MOD NUMERIC
               MOVE "Y" TO WS-OP-MOD-SW
               COMPUTE WS-MOD = 0 - MST-MOD
           END-IF
           IF MST-PCT-CHANGE NUMERIC
               MOVE "Y" TO WS-OP-PCT-SW
               COMPUTE WS-PCT-CHANGE = 0 - MST-PCT-CHANGE
           END-IF
           MOVE "N" TO WS-RATE-APPLIED-SW
           IF WS-RATES-LOADED
               AND (WS-OP-SUM OR WS-OP-PROD)
               PERFORM 2930-RESCALE-REVERSAL
           END-IF.

      *        The scaled offset uses the factor that was in effect
      *        on the date the key last posted, so it matches the
      *        scaled figures already sent on MATHEXT.  ROUNDED
      *        rounds away from zero, so the negated product rounds
      *        to the exact negative of the posted one.
       2930-RESCALE-REVERSAL.
           MOVE MST-LAST-UPD-DATE TO WS-RATE-AS-OF-DATE
           PERFORM 2250-LOOKUP-RATE
           IF WS-RATE-FOUND
               MOVE "Y" TO WS-RATE-APPLIED-SW
               IF WS-OP-SUM
                   COMPUTE WS-SCALED-SUM ROUNDED =
                           SUM-RESULT * WS-CURRENT-RATE
               END-IF
               IF WS-OP-PROD
                   COMPUTE WS-SCALED-PROD ROUNDED =
                           PROD * WS-CURRENT-RATE
               END-IF
           ELSE
               DISPLAY "MATHOPS: NO RATE IN EFFECT ON "
                   MST-LAST-UPD-DATE " FOR REVERSED KEY "
                   WS-CURRENT-KEY " - SCALED OFFSET LEFT BLANK"
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF.

       2920-HOLD-REVERSAL-LINE.
           IF WS-REV-LINE-COUNT < WS-REV-LINE-LIMIT
               PERFORM 2405-FORMAT-DETAIL-LINE
               MOVE "REV" TO DL-ENTRY-FLAG
               ADD 1 TO WS-REV-LINE-COUNT
               MOVE WS-DETAIL-LINE
                   TO WS-REV-LINE (WS-REV-LINE-COUNT)
           END-IF.

       2950-ACCUMULATE-REVERSAL.
           ADD 1 TO WS-REV-COUNT
           IF WS-BATCH-MODE
               AND WS-CURRENT-BATCH-SUB > ZERO
               AND WS-CURRENT-BATCH-SUB NOT > WS-BATCH-COUNT
               ADD 1 TO WS-BT-POSTED-COUNT (WS-CURRENT-BATCH-SUB)
           END-IF
           IF WS-OP-SUM
               ADD SUM-RESULT TO WS-REV-TOTAL-SUM
                   ON SIZE ERROR
                       SET WS-SUMMARY-OVERFLOW TO TRUE
               END-ADD
           END-IF
           IF WS-OP-DIFF
               ADD DIFF TO WS-REV-TOTAL-DIFF
                   ON SIZE ERROR
                       SET WS-SUMMARY-OVERFLOW TO TRUE
               END-ADD
           END-IF
           IF WS-OP-PROD
               ADD PROD TO WS-REV-TOTAL-PROD
                   ON SIZE ERROR
                       SET WS-SUMMARY-OVERFLOW TO TRUE
               END-ADD
           END-IF.

      *        Held item: queued on MATHHOLD with everything it
      *        computed, and listed in the held-items section.  It
      *        touches no total, subtotal, feed, or master record --
      *        it has not posted.  The batch still counts it, so the
      *        envelope's read count is accounted for.
       2960-HOLD-TRANSACTION.
           PERFORM 2965-WRITE-HOLD-RECORD
           IF WS-HELD-LINE-COUNT < WS-HELD-LINE-LIMIT
               PERFORM 2405-FORMAT-DETAIL-LINE
               MOVE WS-HOLD-CODE TO DL-ENTRY-FLAG
               ADD 1 TO WS-HELD-LINE-COUNT
               MOVE WS-DETAIL-LINE
                   TO WS-HELD-LINE (WS-HELD-LINE-COUNT)
           END-IF
           ADD 1 TO WS-HELD-COUNT
           IF WS-BATCH-MODE
               AND WS-CURRENT-BATCH-SUB > ZERO
               AND WS-CURRENT-BATCH-SUB NOT > WS-BATCH-COUNT
               ADD 1 TO WS-BT-HELD-COUNT (WS-CURRENT-BATCH-SUB)
           END-IF.

       2965-WRITE-HOLD-RECORD.
           MOVE SPACES TO HOLD-RECORD
           MOVE WS-TW-RECORD TO HQ-TRAN-IMAGE
           MOVE WS-BATCH-NUMBER TO HQ-BATCH-NUMBER
           MOVE WS-BATCH-DATE TO HQ-BATCH-DATE
           MOVE WS-RUN-DATE-YYYYMMDD TO HQ-HELD-DATE
           MOVE WS-RUN-TIME TO HQ-HELD-TIME
           MOVE WS-MODE-SW TO HQ-RUN-MODE
           MOVE WS-HOLD-CODE TO HQ-HOLD-CODE
           IF WS-OP-SUM
               MOVE SUM-RESULT TO HQ-SUM
           END-IF
           IF WS-OP-DIFF
               MOVE DIFF TO HQ-DIFF
           END-IF
           IF WS-OP-PROD
               MOVE PROD TO HQ-PROD
           END-IF
           IF WS-OP-QUOT
               MOVE QUOT TO HQ-QUOT
           END-IF
           IF WS-OP-REM
               MOVE WS-REMAINDER TO HQ-REMAINDER
           END-IF
           IF WS-OP-MOD
               MOVE WS-MOD TO HQ-MOD
           END-IF
           IF WS-OP-PCT AND WS-PCT-CHANGE-DEFINED
               MOVE WS-PCT-CHANGE TO HQ-PCT-CHANGE
           END-IF
           IF WS-RATE-APPLIED
               MOVE WS-CURRENT-RATE TO HQ-RATE
               IF WS-OP-SUM
                   MOVE WS-SCALED-SUM TO HQ-SCALED-SUM
               END-IF
               IF WS-OP-PROD
                   MOVE WS-SCALED-PROD TO HQ-SCALED-PROD
               END-IF
           END-IF
           WRITE HOLD-RECORD
           IF WS-HOLD-FILE-STATUS NOT = "00"
               DISPLAY "MATHOPS: MATHHOLD WRITE FAILED, STATUS "
                   WS-HOLD-FILE-STATUS " FOR KEY " WS-CURRENT-KEY
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF.

       8000-WRITE-SUMMARY.
           IF WS-PRIOR-DEPT NOT = SPACES
               PERFORM 2450-WRITE-DEPT-SUBTOTAL
           END-IF
           IF WS-REV-COUNT > ZERO
               PERFORM 8010-REPORT-REVERSALS
           END-IF
           IF WS-HELD-COUNT > ZERO
               PERFORM 8040-REPORT-HELD-ITEMS
           END-IF
           IF WS-ADJ-COUNT > ZERO
               PERFORM 8070-REPORT-ADJUSTMENTS
           END-IF
           IF WS-BATCH-COUNT > ZERO
               PERFORM 8020-REPORT-BATCH-STATISTICS
           END-IF
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       8010-REPORT-REVERSALS.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-REVERSAL-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           IF WS-REV-LINE-COUNT > ZERO
               PERFORM 8015-REPORT-ONE-REVERSAL
                   VARYING WS-REV-LINE-SUB FROM 1 BY 1
                   UNTIL WS-REV-LINE-SUB > WS-REV-LINE-COUNT
           END-IF
           IF WS-REV-COUNT > WS-REV-LINE-COUNT
               PERFORM 2410-CHECK-PAGE-BREAK
               MOVE WS-REVERSAL-OMITTED-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-REV-COUNT TO RS-REVERSAL-COUNT
           MOVE WS-REV-TOTAL-SUM TO RS-TOTAL-SUM
           MOVE WS-REV-TOTAL-DIFF TO RS-TOTAL-DIFF
           MOVE WS-REV-TOTAL-PROD TO RS-TOTAL-PROD
           MOVE WS-REVERSAL-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       8015-REPORT-ONE-REVERSAL.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-REV-LINE (WS-REV-LINE-SUB) TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8040-REPORT-HELD-ITEMS.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-HELD-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           IF WS-HELD-LINE-COUNT > ZERO
               PERFORM 8045-REPORT-ONE-HELD-ITEM
                   VARYING WS-HELD-LINE-SUB FROM 1 BY 1
                   UNTIL WS-HELD-LINE-SUB > WS-HELD-LINE-COUNT
           END-IF
           IF WS-HELD-COUNT > WS-HELD-LINE-COUNT
               PERFORM 2410-CHECK-PAGE-BREAK
               MOVE WS-HELD-OMITTED-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-HELD-COUNT TO SL-HELD-COUNT
           MOVE WS-HELD-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       8045-REPORT-ONE-HELD-ITEM.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-HELD-LINE (WS-HELD-LINE-SUB) TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8070-REPORT-ADJUSTMENTS.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-CLOSED-THRU-PERIOD TO AH-CLOSED-THRU-PERIOD
           MOVE WS-ADJUSTMENT-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT
           IF WS-ADJ-LINE-COUNT > ZERO
               PERFORM 8075-REPORT-ONE-ADJUSTMENT
                   VARYING WS-ADJ-LINE-SUB FROM 1 BY 1
                   UNTIL WS-ADJ-LINE-SUB > WS-ADJ-LINE-COUNT
           END-IF
           IF WS-ADJ-COUNT > WS-ADJ-LINE-COUNT
               PERFORM 2410-CHECK-PAGE-BREAK
               MOVE WS-ADJUSTMENT-OMITTED-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
               ADD 1 TO WS-LINE-COUNT
           END-IF
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-ADJ-COUNT TO AS-ADJUSTMENT-COUNT
           MOVE WS-ADJ-TOTAL-SUM TO AS-TOTAL-SUM
           MOVE WS-ADJ-TOTAL-DIFF TO AS-TOTAL-DIFF
           MOVE WS-ADJ-TOTAL-PROD TO AS-TOTAL-PROD
           MOVE WS-ADJUSTMENT-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           ADD 2 TO WS-LINE-COUNT.

       8075-REPORT-ONE-ADJUSTMENT.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-ADJ-LINE (WS-ADJ-LINE-SUB) TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.

       8020-REPORT-BATCH-STATISTICS.
           PERFORM 2410-CHECK-PAGE-BREAK
           MOVE WS-BATCH-STAT-HEADING-LINE TO RPT-RECORD
           MOVE WS-BT-BAL-RECORD-COUNT (WS-BATCH-IX) TO BS-READ-COUNT
           MOVE WS-BT-POSTED-COUNT (WS-BATCH-IX) TO BS-POSTED-COUNT
           MOVE WS-BT-REJECT-COUNT (WS-BATCH-IX) TO BS-REJECT-COUNT
           MOVE WS-BT-HELD-COUNT (WS-BATCH-IX) TO BS-HELD-COUNT
           EVALUATE TRUE
               WHEN WS-BT-REPOSTED (WS-BATCH-IX)
                   MOVE "REPOSTED" TO BS-STATUS
               WHEN WS-BT-BALANCED (WS-BATCH-IX)
                   MOVE "BALANCED" TO BS-STATUS
               WHEN WS-BT-DUPLICATE (WS-BATCH-IX)
                   MOVE "ALREADY POSTED" TO BS-STATUS
               WHEN OTHER
                   MOVE "OUT OF BALANCE" TO BS-STATUS
           END-EVALUATE
           MOVE WS-BATCH-STAT-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-LINE-COUNT.
      *        instead of a human reading MATHRPT.
       9200-GRADE-RUN.
           IF WS-REJECT-COUNT > ZERO
               OR WS-ADJ-COUNT > ZERO
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF
           COMPUTE WS-GRADE-DENOMINATOR =
                   WS-RECORD-COUNT + WS-REV-COUNT + WS-REJECT-COUNT
           IF WS-GRADE-DENOMINATOR > ZERO
               COMPUTE WS-REJECT-PCT ROUNDED =
                       (WS-REJECT-COUNT * 100)
           WRITE CKPT-RECORD
           CLOSE CKPT-FILE.

      *        Every numbered envelope that was cleared to post goes
      *        on the register once the posting pass is through --
      *        not as each envelope ends, so a run restarted from its
      *        checkpoint does not find its own first batches already
      *        registered and bypass them.
       9070-RECORD-POSTED-BATCHES.
           OPEN EXTEND REG-FILE
           IF WS-REG-FILE-STATUS NOT = "00"
               OPEN OUTPUT REG-FILE
           END-IF
           IF WS-REG-FILE-STATUS NOT = "00"
               DISPLAY "MATHOPS: CANNOT OPEN MATHBREG, STATUS "
                   WS-REG-FILE-STATUS " - POSTED BATCHES NOT ON "
                   "REGISTER"
               MOVE 12 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           ELSE
               PERFORM 9075-REGISTER-ONE-BATCH
                   VARYING WS-BATCH-IX FROM 1 BY 1
                   UNTIL WS-BATCH-IX > WS-BATCH-COUNT
               CLOSE REG-FILE
               DISPLAY "MATHOPS: " WS-REG-WRITE-COUNT
                   " BATCHES ADDED TO BATCH REGISTER"
           END-IF.

       9075-REGISTER-ONE-BATCH.
           IF WS-BT-BALANCED (WS-BATCH-IX)
               AND WS-BT-BATCH-NUMBER (WS-BATCH-IX) > ZERO
               MOVE SPACES TO REG-RECORD
               MOVE WS-BT-BATCH-NUMBER (WS-BATCH-IX) TO BR-BATCH-NUMBER
               MOVE WS-BT-BATCH-DATE (WS-BATCH-IX) TO BR-BATCH-DATE
               MOVE WS-BT-TRL-RECORD-COUNT (WS-BATCH-IX)
                   TO BR-RECORD-COUNT
               MOVE WS-BT-TRL-HASH-A (WS-BATCH-IX) TO BR-HASH-A
               MOVE WS-BT-TRL-HASH-B (WS-BATCH-IX) TO BR-HASH-B
               MOVE WS-RUN-DATE-YYYYMMDD TO BR-RUN-DATE
               MOVE WS-RUN-TIME TO BR-RUN-TIME
               MOVE WS-JOB-NAME TO BR-JOB-NAME
               IF WS-BT-REPOSTED (WS-BATCH-IX)
                   SET BR-REPOST TO TRUE
               ELSE
                   SET BR-FIRST-POST TO TRUE
               END-IF
               WRITE REG-RECORD
               ADD 1 TO WS-REG-WRITE-COUNT
           END-IF.

       9100-CLOSE-FILES.
           CLOSE CTL-FILE
           CLOSE RPT-FILE
           END-IF
           IF NOT WS-ADHOC-MODE
               CLOSE MST-FILE
               CLOSE HIST-FILE
           END-IF
           IF WS-HOLD-FILE-OPEN
               CLOSE HOLD-FILE
               MOVE "N" TO WS-HOLD-FILE-OPEN-SW
           END-IF
           IF WS-ADJ-FILE-OPEN
               CLOSE ADJ-FILE
               MOVE "N" TO WS-ADJ-FILE-OPEN-SW
           END-IF
           IF WS-BURST-OPEN
               CLOSE BURST-FILE
