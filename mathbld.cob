       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathBld.

      *        MATHTRAN intake: builds the file MathOps posts from the
      *        departments' comma-delimited spreadsheet exports, so
      *        the desk no longer re-keys rows into the 80-byte
      *        TRAN-RECORD layout or works out trailer totals by
      *        calculator.  Each department's export (MATHXnn, nn the
      *        department code) is one envelope: every row is edited
      *        field by field, the good rows are sorted by key, and
      *        the envelope is written HDR / data / TRL with the next
      *        batch number, the batch date, and a trailer counted
      *        and hashed from the very records written -- so the
      *        file balances by construction and arrives in the
      *        ascending key order 2020-POST-OR-SKIP-TRANSACTION
      *        insists on.  An export row is
      *            key,operand-a,operand-b,op-codes
      *        key up to six digits (leading zeros optional, since a
      *        spreadsheet drops them), operands up to five digits
      *        with an optional leading sign, op-codes as MathOps
      *        reads them (blank or ALL for everything), or
      *            REV,key
      *        to back a posted key out: it goes on MATHTRAN as a
      *        REV record ahead of any row for the same key (so a
      *        key can be reversed and reposted corrected in one
      *        envelope), counts toward the trailer record count and
      *        adds nothing to the hash totals.  A first row
      *        with no digits in its key column is the spreadsheet's
      *        column-heading row and is skipped.  Rows that fail the
      *        edit -- and every copy of a key keyed twice in one
      *        export, since the desk cannot tell which one the
      *        department meant -- print on the edit-reject report
      *        MATHKREJ; what was built prints on the register
      *        MATHKRPT.  Control cards on SYSIN, one per line:
      *            BATCH=NNNNNN        first batch number to assign;
      *                                each envelope built takes the
      *                                next (default one past the
      *                                highest on MATHBREG)
      *            BATCHDATE=YYYYMMDD  batch date for every header
      *                                (default the run date)
      *            DEPT=NN             one per department export to
      *                                build, in the order wanted on
      *                                MATHTRAN
      *        When the MATHDEPT department master is present, an
      *        export for a department that is missing or inactive on
      *        it is not built -- MathOps would only reject every row.
      *        MATHBREG, the register of every batch MathOps has
      *        posted, is read first: a BATCH= number that could
      *        land on a registered batch stops the run before
      *        anything is written, since MathOps would bypass that
      *        envelope whole as already posted.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CSV-FILE ASSIGN TO WS-CSV-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CSV-FILE-STATUS.
           SELECT TRAN-FILE ASSIGN TO "MATHTRAN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT DEPT-FILE ASSIGN TO "MATHDEPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT REG-FILE ASSIGN TO "MATHBREG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REG-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHKRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.
           SELECT REJ-FILE ASSIGN TO "MATHKREJ"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJ-FILE-STATUS.
           SELECT SORT-FILE ASSIGN TO "SORTWK01".

       DATA DIVISION.
       FILE SECTION.
      *        One department's spreadsheet export as saved to text:
      *        comma-delimited, one transaction per line.
       FD  CSV-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CSV-RECORD                  PIC X(80).

      *        Column-for-column image of the MATHTRAN records MathOps
      *        reads: data record, batch header, batch trailer,
      *        reversal record.
       FD  TRAN-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  TRAN-RECORD.
           05  MT-TRAN-KEY         PIC 9(6).
           05  MT-OPERAND-A        PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  MT-OPERAND-B        PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  MT-OP-CODES         PIC X(8).
           05  FILLER              PIC X(54).

       01  TRAN-HEADER-RECORD.
           05  BH-RECORD-ID        PIC X(6).
           05  BH-BATCH-DATE       PIC 9(8).
           05  BH-BATCH-NUMBER     PIC 9(6).
           05  FILLER              PIC X(60).

       01  TRAN-TRAILER-RECORD.
           05  BT-RECORD-ID        PIC X(6).
           05  BT-RECORD-COUNT     PIC 9(7).
           05  BT-HASH-A           PIC S9(9)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  BT-HASH-B           PIC S9(9)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  FILLER              PIC X(47).

       01  TRAN-REVERSAL-RECORD.
           05  RR-RECORD-ID        PIC X(6).
           05  RR-TRAN-KEY         PIC 9(6).
           05  FILLER              PIC X(68).

      *        Image of the department master MathOps loads.
       FD  DEPT-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  DEPT-RECORD.
           05  DP-DEPT-CODE             PIC X(2).
           05  DP-DEPT-NAME             PIC X(30).
           05  DP-OWNER                 PIC X(25).
           05  DP-ACTIVE-FLAG           PIC X(1).
           05  FILLER                   PIC X(22).

      *        Image of the batch register MathOps appends (REG-RECORD
      *        there); only the batch number is used here.
       FD  REG-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  REG-RECORD.
           05  BR-BATCH-NUMBER          PIC 9(6).
           05  FILLER                   PIC X(74).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       FD  REJ-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  REJ-RECORD                  PIC X(133).

      *        Edited rows on their way through the sort; the row
      *        number rides along so a duplicate found after sorting
      *        can still be traced back to its spreadsheet line.  The
      *        row class is the minor sort key, so a key's reversal
      *        comes out ahead of its posting.
       SD  SORT-FILE.
       01  SORT-RECORD.
           05  SR-TRAN-KEY              PIC 9(6).
           05  SR-OPERAND-A             PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  SR-OPERAND-B             PIC S9(5)
                                   SIGN IS LEADING SEPARATE CHARACTER.
           05  SR-OP-CODES              PIC X(8).
           05  SR-ROW-NUMBER            PIC 9(6).
           05  SR-ROW-CLASS             PIC X(1).
               88  SR-REVERSAL-ROW      VALUE "1".
               88  SR-POSTING-ROW       VALUE "2".

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-CSV-FILE-STATUS      PIC XX.
           05  WS-TRAN-FILE-STATUS     PIC XX.
           05  WS-DEPT-FILE-STATUS     PIC XX.
           05  WS-REG-FILE-STATUS      PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.
           05  WS-REJ-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-CSV-EOF-SW           PIC X VALUE "N".
               88  WS-CSV-EOF          VALUE "Y".
           05  WS-SORT-EOF-SW          PIC X VALUE "N".
               88  WS-SORT-EOF         VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-DEPT-EOF-SW          PIC X VALUE "N".
               88  WS-DEPT-EOF         VALUE "Y".
           05  WS-REG-EOF-SW           PIC X VALUE "N".
               88  WS-REG-EOF          VALUE "Y".
           05  WS-REG-CONFLICT-SW      PIC X VALUE "N".
               88  WS-REG-CONFLICT     VALUE "Y".
           05  WS-REVERSAL-ROW-SW      PIC X VALUE "N".
               88  WS-REVERSAL-ROW     VALUE "Y".
           05  WS-DEPT-LOADED-SW       PIC X VALUE "N".
               88  WS-DEPT-LOADED      VALUE "Y".
           05  WS-DEPT-FOUND-SW        PIC X VALUE "N".
               88  WS-DEPT-FOUND       VALUE "Y".
           05  WS-EX-FOUND-SW          PIC X VALUE "N".
               88  WS-EX-FOUND         VALUE "Y".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-BATCH-CARD-SW        PIC X VALUE "N".
               88  WS-BATCH-CARD-SEEN  VALUE "Y".
           05  WS-ENVELOPE-OPEN-SW     PIC X VALUE "N".
               88  WS-ENVELOPE-OPEN    VALUE "Y".
           05  WS-HELD-SW              PIC X VALUE "N".
               88  WS-ROW-HELD         VALUE "Y".
           05  WS-HELD-DUP-SW          PIC X VALUE "N".
               88  WS-HELD-DUPLICATE   VALUE "Y".
           05  WS-EXPORT-USABLE-SW     PIC X VALUE "N".
               88  WS-EXPORT-USABLE    VALUE "Y".

      *        Graded condition code, same scale MathOps hands the
      *        scheduler: 00 every row built, 04 warning (rows
      *        rejected by the edit -- the envelope still built),
      *        08 error (an export not built at all, bad control
      *        cards, a BATCH= number already registered), 12 severe
      *        (no departments to build, or a file would not open).
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-RUN-PARAMETERS.
           05  WS-NEXT-BATCH-NUMBER    PIC 9(7)  VALUE ZERO.
           05  WS-FIRST-BATCH-NUMBER   PIC 9(7)  VALUE ZERO.
           05  WS-LAST-BATCH-NUMBER    PIC 9(7)  VALUE ZERO.
           05  WS-REG-HIGH-BATCH       PIC 9(6)  VALUE ZERO.
           05  WS-REG-CONFLICT-BATCH   PIC 9(6)  VALUE ZERO.
           05  WS-BATCH-DATE           PIC 9(8)  VALUE ZERO.
           05  WS-BATCH-DATE-FIELDS REDEFINES WS-BATCH-DATE.
               10  WS-BATCH-YEAR       PIC 9(4).
               10  WS-BATCH-MONTH      PIC 9(2).
               10  WS-BATCH-DAY        PIC 9(2).

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

      *        Department exports to build, in DEPT= card order --
      *        the order their envelopes appear on MATHTRAN.  The
      *        limit matches the envelopes MathOps can balance in one
      *        run.
       01  WS-EXPORT-TABLE-AREA.
           05  WS-EX-COUNT             PIC 9(2)  VALUE ZERO.
           05  WS-EX-LIMIT             PIC 9(2)  VALUE 50.
           05  WS-EX-SUB               PIC 9(2)  VALUE ZERO.
           05  WS-EX-TEST-SUB          PIC 9(2)  VALUE ZERO.
           05  WS-EX-ENTRY OCCURS 50 TIMES.
               10  WS-EX-DEPT          PIC X(2).

       01  WS-CSV-FILE-NAME            PIC X(8)  VALUE SPACES.

       01  WS-DEPT-TABLE-AREA.
           05  WS-DEPT-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-DEPT-LIMIT           PIC 9(3)  VALUE 100.
           05  WS-DEPT-SUB             PIC 9(3)  VALUE ZERO.
           05  WS-DEPT-FOUND-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-LOOKUP-DEPT-CODE     PIC X(2)  VALUE SPACES.
           05  WS-DEPT-ENTRY OCCURS 100 TIMES.
               10  WS-DM-CODE          PIC X(2).
               10  WS-DM-NAME          PIC X(30).
               10  WS-DM-ACTIVE-SW     PIC X.
                   88  WS-DM-ACTIVE    VALUE "A".

      *        The current export's row split at the commas.  A fifth
      *        column catches a row with more fields than the layout
      *        has; empty trailing columns a spreadsheet pads on are
      *        blank and harmless.
       01  WS-CSV-FIELDS.
           05  WS-CF-KEY               PIC X(20) VALUE SPACES.
           05  WS-CF-A                 PIC X(20) VALUE SPACES.
           05  WS-CF-B                 PIC X(20) VALUE SPACES.
           05  WS-CF-OPS               PIC X(20) VALUE SPACES.
           05  WS-CF-EXTRA             PIC X(20) VALUE SPACES.

      *        One column's text scanned a character at a time:
      *        blanks and quotes around the value, one optional
      *        leading sign, then digits only.
       01  WS-FIELD-PARSE-AREA.
           05  WS-PF-TEXT              PIC X(20) VALUE SPACES.
           05  WS-PF-CHAR REDEFINES WS-PF-TEXT
                                       PIC X OCCURS 20 TIMES.
           05  WS-PF-SUB               PIC 9(2)  VALUE ZERO.
           05  WS-PF-DIGIT             PIC 9     VALUE ZERO.
           05  WS-PF-DIGIT-COUNT       PIC 9(2)  VALUE ZERO.
           05  WS-PF-NUMBER            PIC 9(8)  VALUE ZERO.
           05  WS-PF-STATE             PIC X     VALUE "L".
               88  WS-PF-LEADING       VALUE "L".
               88  WS-PF-SIGNED        VALUE "S".
               88  WS-PF-IN-DIGITS     VALUE "D".
               88  WS-PF-TRAILING      VALUE "T".
           05  WS-PF-NEGATIVE-SW       PIC X     VALUE "N".
               88  WS-PF-NEGATIVE      VALUE "Y".
           05  WS-PF-SIGN-SEEN-SW      PIC X     VALUE "N".
               88  WS-PF-SIGN-SEEN     VALUE "Y".
           05  WS-PF-VALID-SW          PIC X     VALUE "Y".
               88  WS-PF-VALID         VALUE "Y".

       01  WS-OP-CODE-WORK.
           05  WS-OC-CODES             PIC X(8)  VALUE SPACES.
           05  WS-OC-CHAR REDEFINES WS-OC-CODES
                                       PIC X OCCURS 8 TIMES.
           05  WS-OC-LENGTH            PIC 9(2)  VALUE ZERO.
           05  WS-OC-SUB               PIC 9(2)  VALUE ZERO.
           05  WS-OC-VALID-SW          PIC X     VALUE "Y".
               88  WS-OC-VALID         VALUE "Y".

       01  WS-ROW-WORK.
           05  WS-RW-KEY               PIC 9(6)  VALUE ZERO.
           05  WS-RW-KEY-TEXT REDEFINES WS-RW-KEY
                                       PIC X(6).
           05  WS-RW-OPERAND-A         PIC S9(5) VALUE ZERO.
           05  WS-RW-OPERAND-B         PIC S9(5) VALUE ZERO.
           05  WS-EDIT-REASON          PIC X(40) VALUE SPACES.

      *        Last sorted row seen, held back one record so a key
      *        that occurs twice is caught before either copy is
      *        written.
       01  WS-HELD-ROW.
           05  WS-HR-TRAN-KEY          PIC 9(6)  VALUE ZERO.
           05  WS-HR-TRAN-KEY-TEXT REDEFINES WS-HR-TRAN-KEY
                                       PIC X(6).
           05  WS-HR-OPERAND-A         PIC S9(5) VALUE ZERO.
           05  WS-HR-OPERAND-B         PIC S9(5) VALUE ZERO.
           05  WS-HR-OP-CODES          PIC X(8)  VALUE SPACES.
           05  WS-HR-ROW-NUMBER        PIC 9(6)  VALUE ZERO.
           05  WS-HR-ROW-CLASS         PIC X(1)  VALUE SPACE.
               88  WS-HR-REVERSAL-ROW  VALUE "1".

      *        Per-export tallies.  The envelope hash totals are
      *        truncating adds exactly as MathOps' balancing pre-pass
      *        computes them, so both sides wrap identically.
       01  WS-EXPORT-COUNTS.
           05  WS-ROW-NUMBER           PIC 9(6)  VALUE ZERO.
           05  WS-EXP-ROWS-READ        PIC 9(7)  VALUE ZERO.
           05  WS-EXP-REJECT-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-ENV-BATCH-NUMBER     PIC 9(6)  VALUE ZERO.
           05  WS-ENV-RECORD-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-ENV-HASH-A           PIC S9(9) VALUE ZERO.
           05  WS-ENV-HASH-B           PIC S9(9) VALUE ZERO.
           05  WS-EXP-STATUS           PIC X(27) VALUE SPACES.

       01  WS-RUN-COUNTS.
           05  WS-ENVELOPES-BUILT      PIC 9(3)  VALUE ZERO.
           05  WS-TOTAL-ROWS-READ      PIC 9(7)  VALUE ZERO.
           05  WS-TOTAL-REJECTS        PIC 9(7)  VALUE ZERO.
           05  WS-TOTAL-WRITTEN        PIC 9(7)  VALUE ZERO.

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
                   VALUE "MATHTRAN BUILD REGISTER".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-REJ-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "MATHTRAN INTAKE EDIT REJECTS".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  RT-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(84) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(4)  VALUE "DEPT".
           05  FILLER                  PIC X(20) VALUE "  NAME".
           05  FILLER                  PIC X(10) VALUE "EXPORT".
           05  FILLER                  PIC X(9)  VALUE "   ROWS".
           05  FILLER                  PIC X(9)  VALUE "REJECTED".
           05  FILLER                  PIC X(9)  VALUE "  BUILT".
           05  FILLER                  PIC X(8)  VALUE "BATCH".
           05  FILLER                  PIC X(10) VALUE "BATCH-DATE".
           05  FILLER                  PIC X(12) VALUE "     HASH-A".
           05  FILLER                  PIC X(12) VALUE "     HASH-B".
           05  FILLER                  PIC X(27) VALUE "STATUS".
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-REGISTER-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  RG-DEPT                 PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  RG-DEPT-NAME            PIC X(16).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-EXPORT               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-ROWS                 PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-REJECTED             PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-BUILT                PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-BATCH                PIC 9(6).
           05  RG-BATCH-TEXT REDEFINES RG-BATCH
                                   PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-BATCH-DATE           PIC 9(8).
           05  RG-BATCH-DATE-TEXT REDEFINES RG-BATCH-DATE
                                   PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-HASH-A               PIC -ZZZZZZZZ9.
           05  RG-HASH-A-TEXT REDEFINES RG-HASH-A
                                   PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-HASH-B               PIC -ZZZZZZZZ9.
           05  RG-HASH-B-TEXT REDEFINES RG-HASH-B
                                   PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  RG-STATUS               PIC X(27).
           05  FILLER                  PIC X(2)  VALUE SPACES.

       01  WS-REJECT-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "EXPORT".
           05  FILLER                  PIC X(8)  VALUE "   ROW".
           05  FILLER                  PIC X(8)  VALUE "KEY".
           05  FILLER                  PIC X(42) VALUE "REASON".
           05  FILLER                  PIC X(64)
                   VALUE "ROW AS RECEIVED".

       01  WS-REJECT-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  KR-EXPORT               PIC X(8).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  KR-ROW                  PIC ZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  KR-KEY                  PIC X(6).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  KR-REASON               PIC X(40).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  KR-ROW-IMAGE            PIC X(60).
           05  FILLER                  PIC X(4)  VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(9)  VALUE "EXPORTS: ".
           05  SL-EXPORT-COUNT         PIC ZZ9.
           05  FILLER                  PIC X(19)
                   VALUE "  ENVELOPES BUILT: ".
           05  SL-ENVELOPES-BUILT      PIC ZZ9.
           05  FILLER                  PIC X(13) VALUE "  ROWS READ: ".
           05  SL-ROWS-READ            PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  REJECTED: ".
           05  SL-REJECTS              PIC ZZZZZZ9.
           05  FILLER                  PIC X(11) VALUE "  WRITTEN: ".
           05  SL-WRITTEN              PIC ZZZZZZ9.
           05  FILLER                  PIC X(41) VALUE SPACES.

       01  WS-BATCH-RANGE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(24)
                   VALUE "BATCH NUMBERS ASSIGNED: ".
           05  BR-FIRST-BATCH          PIC 9(6).
           05  FILLER                  PIC X(6)  VALUE " THRU ".
           05  BR-LAST-BATCH           PIC 9(6).
           05  FILLER                  PIC X(14) VALUE "  BATCH DATE: ".
           05  BR-BATCH-DATE           PIC 9(8).
           05  FILLER                  PIC X(68) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-BUILD-ONE-EXPORT
                   VARYING WS-EX-SUB FROM 1 BY 1
                   UNTIL WS-EX-SUB > WS-EX-COUNT
               PERFORM 8000-WRITE-SUMMARY
           END-IF
           PERFORM 9100-CLOSE-FILES
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-BATCH-DATE
           PERFORM 1200-READ-CONTROL-CARDS
           PERFORM 1350-READ-BATCH-REGISTER
           PERFORM 1300-EDIT-RUN-PARAMETERS
           IF NOT WS-ABORT-RUN
               PERFORM 1400-LOAD-DEPT-MASTER
               PERFORM 1100-OPEN-FILES
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2050-WRITE-REPORT-HEADERS
           END-IF.

       1100-OPEN-FILES.
           OPEN OUTPUT TRAN-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00"
               DISPLAY "MATHBLD: CANNOT OPEN MATHTRAN, STATUS "
                   WS-TRAN-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "MATHBLD: CANNOT OPEN MATHKRPT, STATUS "
                   WS-RPT-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN OUTPUT REJ-FILE
           IF WS-REJ-FILE-STATUS NOT = "00"
               DISPLAY "MATHBLD: CANNOT OPEN MATHKREJ, STATUS "
                   WS-REJ-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
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
               WHEN "BATCH"
                   PERFORM 1270-PARSE-OPTION-NUMBER
                   IF WS-OPT-NUMBER-VALID
                       AND WS-OPT-NUMBER > ZERO
                       AND WS-OPT-NUMBER NOT > 999999
                       MOVE WS-OPT-NUMBER TO WS-NEXT-BATCH-NUMBER
                       MOVE WS-OPT-NUMBER TO WS-FIRST-BATCH-NUMBER
                       MOVE "Y" TO WS-BATCH-CARD-SW
                   ELSE
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-IF
               WHEN "BATCHDATE"
                   PERFORM 1270-PARSE-OPTION-NUMBER
                   IF WS-OPT-NUMBER-VALID
                       AND WS-OPT-DIGIT-COUNT = 8
                       MOVE WS-OPT-NUMBER TO WS-BATCH-DATE
                       PERFORM 1265-CHECK-BATCH-DATE
                       IF NOT WS-DATE-VALID
                           MOVE WS-RUN-DATE-YYYYMMDD TO WS-BATCH-DATE
                           PERFORM 1290-FLAG-BAD-CONTROL-CARD
                       END-IF
                   ELSE
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   END-IF
               WHEN "DEPT"
                   PERFORM 1280-STORE-EXPORT-ENTRY
               WHEN OTHER
                   PERFORM 1290-FLAG-BAD-CONTROL-CARD
           END-EVALUATE.

      *        A real calendar date: month 01-12, and a day that
      *        month actually has in that year.
       1265-CHECK-BATCH-DATE.
           MOVE "N" TO WS-DATE-VALID-SW
           IF WS-BATCH-YEAR NOT < 1900
               AND WS-BATCH-MONTH NOT < 1
               AND WS-BATCH-MONTH NOT > 12
               MOVE WS-MONTH-DAYS (WS-BATCH-MONTH)
                   TO WS-MONTH-LAST-DAY
               IF WS-BATCH-MONTH = 2
                   PERFORM 1267-TEST-LEAP-YEAR
               END-IF
               IF WS-BATCH-DAY NOT < 1
                   AND WS-BATCH-DAY NOT > WS-MONTH-LAST-DAY
                   MOVE "Y" TO WS-DATE-VALID-SW
               END-IF
           END-IF.

       1267-TEST-LEAP-YEAR.
           DIVIDE WS-BATCH-YEAR BY 4 GIVING WS-LEAP-QUOTIENT
               REMAINDER WS-LEAP-REMAINDER
           IF WS-LEAP-REMAINDER = ZERO
               MOVE 29 TO WS-MONTH-LAST-DAY
               DIVIDE WS-BATCH-YEAR BY 100 GIVING WS-LEAP-QUOTIENT
                   REMAINDER WS-LEAP-REMAINDER
               IF WS-LEAP-REMAINDER = ZERO
                   DIVIDE WS-BATCH-YEAR BY 400
                       GIVING WS-LEAP-QUOTIENT
                       REMAINDER WS-LEAP-REMAINDER
                   IF WS-LEAP-REMAINDER NOT = ZERO
                       MOVE 28 TO WS-MONTH-LAST-DAY
                   END-IF
               END-IF
           END-IF.

      *        Digits up to the first blank, the way MathOps parses
      *        its own option cards; anything non-numeric in the
      *        value, no digits at all, or more than eight digits
      *        marks the value invalid.
       1270-PARSE-OPTION-NUMBER.
           MOVE ZERO TO WS-OPT-NUMBER
           MOVE ZERO TO WS-OPT-DIGIT-COUNT
           MOVE "Y" TO WS-OPT-NUMBER-VALID-SW
           PERFORM 1275-PARSE-OPTION-DIGIT
               VARYING WS-OPT-SUB FROM 1 BY 1
               UNTIL WS-OPT-SUB > 20
                   OR WS-OPT-VALUE-CHAR (WS-OPT-SUB) = SPACE
           IF WS-OPT-DIGIT-COUNT = ZERO
               OR WS-OPT-DIGIT-COUNT > 8
               MOVE "N" TO WS-OPT-NUMBER-VALID-SW
           END-IF.

       1275-PARSE-OPTION-DIGIT.
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

      *        A department named twice would put the same export on
      *        MATHTRAN twice under two batch numbers -- exactly the
      *        double posting the register exists to stop -- so the
      *        second card is refused.
       1280-STORE-EXPORT-ENTRY.
           IF WS-OPT-VALUE(1:2) NOT NUMERIC
               OR WS-OPT-VALUE(3:18) NOT = SPACES
               PERFORM 1290-FLAG-BAD-CONTROL-CARD
           ELSE
               MOVE "N" TO WS-EX-FOUND-SW
               IF WS-EX-COUNT > ZERO
                   PERFORM 1285-TEST-EXPORT-ENTRY
                       VARYING WS-EX-TEST-SUB FROM 1 BY 1
                       UNTIL WS-EX-TEST-SUB > WS-EX-COUNT
                           OR WS-EX-FOUND
               END-IF
               EVALUATE TRUE
                   WHEN WS-EX-FOUND
                       DISPLAY "MATHBLD: DEPARTMENT " WS-OPT-VALUE(1:2)
                           " NAMED TWICE - SECOND CARD IGNORED"
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   WHEN WS-EX-COUNT NOT < WS-EX-LIMIT
                       DISPLAY "MATHBLD: MORE THAN " WS-EX-LIMIT
                           " DEPARTMENT EXPORTS - CARD IGNORED"
                       PERFORM 1290-FLAG-BAD-CONTROL-CARD
                   WHEN OTHER
                       ADD 1 TO WS-EX-COUNT
                       MOVE WS-OPT-VALUE(1:2)
                           TO WS-EX-DEPT (WS-EX-COUNT)
               END-EVALUATE
           END-IF.

       1285-TEST-EXPORT-ENTRY.
           IF WS-EX-DEPT (WS-EX-TEST-SUB) = WS-OPT-VALUE(1:2)
               MOVE "Y" TO WS-EX-FOUND-SW
           END-IF.

       1290-FLAG-BAD-CONTROL-CARD.
           DISPLAY "MATHBLD: INVALID CONTROL CARD " CTL-RECORD(1:30)
           MOVE 08 TO WS-CANDIDATE-RETURN-CODE
           PERFORM 9000-RAISE-RETURN-CODE.

      *        Without a department there is nothing to build, and
      *        a BATCH= number that could land on a registered batch
      *        would build an envelope MathOps bypasses unposted --
      *        either way nothing is written.  With no BATCH= card,
      *        numbering carries on from the register.
       1300-EDIT-RUN-PARAMETERS.
           IF WS-EX-COUNT = ZERO
               DISPLAY "MATHBLD: NO DEPT= CARDS - NOTHING BUILT"
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           IF NOT WS-ABORT-RUN
               IF WS-BATCH-CARD-SEEN
                   IF WS-REG-CONFLICT
                       DISPLAY "MATHBLD: BATCH " WS-REG-CONFLICT-BATCH
                           " ALREADY ON BATCH REGISTER - NOTHING BUILT"
                       MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                       SET WS-ABORT-RUN TO TRUE
                   END-IF
               ELSE
                   COMPUTE WS-NEXT-BATCH-NUMBER =
                           WS-REG-HIGH-BATCH + 1
                   MOVE WS-NEXT-BATCH-NUMBER TO WS-FIRST-BATCH-NUMBER
                   DISPLAY "MATHBLD: NO BATCH= CARD - NUMBERING FROM "
                       WS-NEXT-BATCH-NUMBER (2:6)
               END-IF
           END-IF.

      *        The numbers this run may assign run from the first
      *        one for as many exports as were named; a registered
      *        batch anywhere in that range is a conflict.  No
      *        register at all means nothing has posted yet, as
      *        MathOps takes it.
       1350-READ-BATCH-REGISTER.
           IF WS-BATCH-CARD-SEEN
               COMPUTE WS-LAST-BATCH-NUMBER =
                       WS-FIRST-BATCH-NUMBER + WS-EX-COUNT - 1
           END-IF
           OPEN INPUT REG-FILE
           EVALUATE WS-REG-FILE-STATUS
               WHEN "00"
                   PERFORM 1360-READ-REGISTER-RECORD UNTIL WS-REG-EOF
                   CLOSE REG-FILE
               WHEN "35"
                   DISPLAY "MATHBLD: NO BATCH REGISTER YET - "
                       "NOTHING HAS POSTED"
               WHEN OTHER
                   DISPLAY "MATHBLD: CANNOT READ MATHBREG, STATUS "
                       WS-REG-FILE-STATUS " - NOTHING BUILT"
                   PERFORM 9010-RAISE-SEVERE-ERROR
           END-EVALUATE.

       1360-READ-REGISTER-RECORD.
           READ REG-FILE
               AT END
                   SET WS-REG-EOF TO TRUE
               NOT AT END
                   IF BR-BATCH-NUMBER NUMERIC
                       AND BR-BATCH-NUMBER > ZERO
                       PERFORM 1370-TEST-REGISTER-ENTRY
                   END-IF
           END-READ.

       1370-TEST-REGISTER-ENTRY.
           IF BR-BATCH-NUMBER > WS-REG-HIGH-BATCH
               MOVE BR-BATCH-NUMBER TO WS-REG-HIGH-BATCH
           END-IF
           IF WS-BATCH-CARD-SEEN
               AND NOT WS-REG-CONFLICT
               AND BR-BATCH-NUMBER NOT < WS-FIRST-BATCH-NUMBER
               AND BR-BATCH-NUMBER NOT > WS-LAST-BATCH-NUMBER
               MOVE "Y" TO WS-REG-CONFLICT-SW
               MOVE BR-BATCH-NUMBER TO WS-REG-CONFLICT-BATCH
           END-IF.

       1400-LOAD-DEPT-MASTER.
           OPEN INPUT DEPT-FILE
           IF WS-DEPT-FILE-STATUS = "00"
               MOVE "Y" TO WS-DEPT-LOADED-SW
               PERFORM 1450-READ-DEPT-RECORD UNTIL WS-DEPT-EOF
               CLOSE DEPT-FILE
           ELSE
               DISPLAY "MATHBLD: NO DEPARTMENT MASTER (STATUS "
                   WS-DEPT-FILE-STATUS ") - DEPARTMENTS NOT CHECKED"
           END-IF.

      *        Same rules MathOps loads by: a blank flag reads as
      *        active, and a code keyed twice takes the later row.
       1450-READ-DEPT-RECORD.
           READ DEPT-FILE
               AT END
                   SET WS-DEPT-EOF TO TRUE
               NOT AT END
                   IF DP-DEPT-CODE NUMERIC
                       PERFORM 1460-STORE-DEPT-ENTRY
                   END-IF
           END-READ.

       1460-STORE-DEPT-ENTRY.
           MOVE DP-DEPT-CODE TO WS-LOOKUP-DEPT-CODE
           PERFORM 2195-LOOKUP-DEPARTMENT-CODE
           IF WS-DEPT-FOUND
               MOVE WS-DEPT-FOUND-SUB TO WS-DEPT-SUB
           ELSE
               IF WS-DEPT-COUNT < WS-DEPT-LIMIT
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-SUB
               ELSE
                   MOVE ZERO TO WS-DEPT-SUB
               END-IF
           END-IF
           IF WS-DEPT-SUB > ZERO
               MOVE DP-DEPT-CODE TO WS-DM-CODE (WS-DEPT-SUB)
               MOVE DP-DEPT-NAME TO WS-DM-NAME (WS-DEPT-SUB)
               IF DP-ACTIVE-FLAG = "I"
                   MOVE "I" TO WS-DM-ACTIVE-SW (WS-DEPT-SUB)
               ELSE
                   MOVE "A" TO WS-DM-ACTIVE-SW (WS-DEPT-SUB)
               END-IF
           END-IF.

       2050-WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE
           MOVE WS-TITLE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE
           MOVE WS-COLUMN-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-RUN-DATE-DISPLAY TO RT-RUN-DATE
           MOVE WS-REJ-TITLE-LINE TO REJ-RECORD
           WRITE REJ-RECORD AFTER ADVANCING PAGE
           MOVE WS-REJECT-HEADING-LINE TO REJ-RECORD
           WRITE REJ-RECORD AFTER ADVANCING 2 LINES.

      *        One department export, one envelope.  The export is
      *        opened here and read by the sort's input procedure;
      *        the output procedure writes the envelope from the
      *        sorted rows.  An export that cannot be used at all
      *        still gets its register line, so the desk sees every
      *        DEPT= card accounted for.
       2000-BUILD-ONE-EXPORT.
           MOVE SPACES TO WS-CSV-FILE-NAME
           STRING "MATHX" WS-EX-DEPT (WS-EX-SUB) DELIMITED BY SIZE
               INTO WS-CSV-FILE-NAME
           MOVE ZERO TO WS-ROW-NUMBER
           MOVE ZERO TO WS-EXP-ROWS-READ
           MOVE ZERO TO WS-EXP-REJECT-COUNT
           MOVE ZERO TO WS-ENV-RECORD-COUNT
           MOVE ZERO TO WS-ENV-HASH-A
           MOVE ZERO TO WS-ENV-HASH-B
           MOVE "N" TO WS-ENVELOPE-OPEN-SW
           MOVE "Y" TO WS-EXPORT-USABLE-SW
           MOVE SPACES TO WS-EXP-STATUS
           MOVE WS-EX-DEPT (WS-EX-SUB) TO WS-LOOKUP-DEPT-CODE
           PERFORM 2195-LOOKUP-DEPARTMENT-CODE
           EVALUATE TRUE
               WHEN WS-DEPT-LOADED AND NOT WS-DEPT-FOUND
                   MOVE "NOT BUILT - NOT ON MATHDEPT" TO WS-EXP-STATUS
                   MOVE "N" TO WS-EXPORT-USABLE-SW
               WHEN WS-DEPT-LOADED
                   AND NOT WS-DM-ACTIVE (WS-DEPT-FOUND-SUB)
                   MOVE "NOT BUILT - DEPT INACTIVE" TO WS-EXP-STATUS
                   MOVE "N" TO WS-EXPORT-USABLE-SW
               WHEN WS-NEXT-BATCH-NUMBER > 999999
                   MOVE "NOT BUILT - OUT OF NUMBERS" TO WS-EXP-STATUS
                   MOVE "N" TO WS-EXPORT-USABLE-SW
           END-EVALUATE
           IF WS-EXPORT-USABLE
               OPEN INPUT CSV-FILE
               IF WS-CSV-FILE-STATUS NOT = "00"
                   DISPLAY "MATHBLD: CANNOT OPEN " WS-CSV-FILE-NAME
                       ", STATUS " WS-CSV-FILE-STATUS
                   MOVE "NOT BUILT - EXPORT MISSING" TO WS-EXP-STATUS
                   MOVE "N" TO WS-EXPORT-USABLE-SW
               END-IF
           END-IF
           IF WS-EXPORT-USABLE
               SORT SORT-FILE
                   ON ASCENDING KEY SR-TRAN-KEY SR-ROW-CLASS
                   WITH DUPLICATES IN ORDER
                   INPUT PROCEDURE IS 3000-EDIT-EXPORT
                   OUTPUT PROCEDURE IS 4000-WRITE-ENVELOPE
               CLOSE CSV-FILE
               IF WS-ENVELOPE-OPEN
                   MOVE "BUILT" TO WS-EXP-STATUS
                   ADD 1 TO WS-ENVELOPES-BUILT
               ELSE
                   MOVE "NOT BUILT - NO VALID ROWS" TO WS-EXP-STATUS
               END-IF
           END-IF
           IF NOT WS-ENVELOPE-OPEN
               DISPLAY "MATHBLD: DEPARTMENT " WS-EX-DEPT (WS-EX-SUB)
                   " " WS-EXP-STATUS
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF
           IF WS-EXP-REJECT-COUNT > ZERO
               MOVE 04 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           END-IF
           ADD WS-EXP-ROWS-READ TO WS-TOTAL-ROWS-READ
           ADD WS-EXP-REJECT-COUNT TO WS-TOTAL-REJECTS
           ADD WS-ENV-RECORD-COUNT TO WS-TOTAL-WRITTEN
           PERFORM 2100-WRITE-REGISTER-LINE.

       2100-WRITE-REGISTER-LINE.
           MOVE WS-EX-DEPT (WS-EX-SUB) TO RG-DEPT
           MOVE SPACES TO RG-DEPT-NAME
           IF WS-DEPT-FOUND
               MOVE WS-DM-NAME (WS-DEPT-FOUND-SUB) TO RG-DEPT-NAME
           END-IF
           MOVE WS-CSV-FILE-NAME TO RG-EXPORT
           MOVE WS-EXP-ROWS-READ TO RG-ROWS
           MOVE WS-EXP-REJECT-COUNT TO RG-REJECTED
           MOVE WS-ENV-RECORD-COUNT TO RG-BUILT
           IF WS-ENVELOPE-OPEN
               MOVE WS-ENV-BATCH-NUMBER TO RG-BATCH
               MOVE WS-BATCH-DATE TO RG-BATCH-DATE
               MOVE WS-ENV-HASH-A TO RG-HASH-A
               MOVE WS-ENV-HASH-B TO RG-HASH-B
           ELSE
               MOVE SPACES TO RG-BATCH-TEXT
               MOVE SPACES TO RG-BATCH-DATE-TEXT
               MOVE SPACES TO RG-HASH-A-TEXT
               MOVE SPACES TO RG-HASH-B-TEXT
           END-IF
           MOVE WS-EXP-STATUS TO RG-STATUS
           MOVE WS-REGISTER-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE.

       2195-LOOKUP-DEPARTMENT-CODE.
           MOVE "N" TO WS-DEPT-FOUND-SW
           MOVE ZERO TO WS-DEPT-FOUND-SUB
           IF WS-DEPT-COUNT > ZERO
               PERFORM 2196-TEST-DEPT-ENTRY
                   VARYING WS-DEPT-SUB FROM 1 BY 1
                   UNTIL WS-DEPT-SUB > WS-DEPT-COUNT
                       OR WS-DEPT-FOUND
           END-IF.

       2196-TEST-DEPT-ENTRY.
           IF WS-DM-CODE (WS-DEPT-SUB) = WS-LOOKUP-DEPT-CODE
               MOVE "Y" TO WS-DEPT-FOUND-SW
               MOVE WS-DEPT-SUB TO WS-DEPT-FOUND-SUB
           END-IF.

      *        Sort input procedure: every row of the export is
      *        edited; the good ones are released to the sort, the
      *        bad ones go straight to MATHKREJ with the row as
      *        received.
       3000-EDIT-EXPORT.
           MOVE "N" TO WS-CSV-EOF-SW
           PERFORM 3100-READ-EXPORT-ROW UNTIL WS-CSV-EOF.

       3100-READ-EXPORT-ROW.
           READ CSV-FILE
               AT END
                   SET WS-CSV-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-ROW-NUMBER
                   IF CSV-RECORD NOT = SPACES
                       PERFORM 3200-EDIT-ONE-ROW
                   END-IF
           END-READ.

      *        Fields are edited left to right and the first failure
      *        is the reason printed.  A row of bare commas is an
      *        empty spreadsheet line, skipped like a blank one.
       3200-EDIT-ONE-ROW.
           MOVE SPACES TO WS-CSV-FIELDS
           MOVE SPACES TO WS-EDIT-REASON
           UNSTRING CSV-RECORD DELIMITED BY ","
               INTO WS-CF-KEY WS-CF-A WS-CF-B WS-CF-OPS WS-CF-EXTRA
           IF WS-CSV-FIELDS NOT = SPACES
               PERFORM 3210-TEST-REVERSAL-ROW
               IF WS-REVERSAL-ROW
                   ADD 1 TO WS-EXP-ROWS-READ
                   PERFORM 3260-EDIT-REVERSAL-FIELDS
                   PERFORM 3270-RELEASE-EDITED-ROW
               ELSE
                   MOVE WS-CF-KEY TO WS-PF-TEXT
                   PERFORM 3300-PARSE-NUMBER-FIELD
                   IF WS-ROW-NUMBER = 1
                       AND WS-PF-DIGIT-COUNT = ZERO
                       CONTINUE
                   ELSE
                       ADD 1 TO WS-EXP-ROWS-READ
                       PERFORM 3250-EDIT-ROW-FIELDS
                       PERFORM 3270-RELEASE-EDITED-ROW
                   END-IF
               END-IF
           END-IF.

      *        REV in the first column, in either case and with the
      *        blanks and quotes a spreadsheet may leave around it,
      *        marks a reversal row.  The op-code squeeze does the
      *        collecting; 3400 starts it afresh for every other row.
       3210-TEST-REVERSAL-ROW.
           MOVE "N" TO WS-REVERSAL-ROW-SW
           MOVE SPACES TO WS-OC-CODES
           MOVE ZERO TO WS-OC-LENGTH
           MOVE "Y" TO WS-OC-VALID-SW
           MOVE WS-CF-KEY TO WS-PF-TEXT
           PERFORM 3450-COLLECT-OP-CODE
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > 20
                   OR NOT WS-OC-VALID
           INSPECT WS-OC-CODES CONVERTING "rev" TO "REV"
           IF WS-OC-VALID
               AND WS-OC-CODES = "REV"
               MOVE "Y" TO WS-REVERSAL-ROW-SW
           END-IF.

      *        The key column has already been scanned by the caller.
       3250-EDIT-ROW-FIELDS.
           IF NOT WS-PF-VALID
               OR WS-PF-SIGN-SEEN
               OR WS-PF-DIGIT-COUNT = ZERO
               OR WS-PF-DIGIT-COUNT > 6
               MOVE "KEY MISSING OR NOT 1-6 DIGITS"
                   TO WS-EDIT-REASON
           ELSE
               MOVE WS-PF-NUMBER TO WS-RW-KEY
               IF WS-RW-KEY-TEXT (1:2) NOT = WS-EX-DEPT (WS-EX-SUB)
                   MOVE "KEY OUTSIDE THIS EXPORT'S DEPARTMENT"
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               MOVE WS-CF-A TO WS-PF-TEXT
               PERFORM 3300-PARSE-NUMBER-FIELD
               IF NOT WS-PF-VALID
                   OR WS-PF-DIGIT-COUNT = ZERO
                   OR WS-PF-DIGIT-COUNT > 5
                   MOVE "OPERAND A MISSING OR NOT 1-5 DIGITS"
                       TO WS-EDIT-REASON
               ELSE
                   MOVE WS-PF-NUMBER TO WS-RW-OPERAND-A
                   IF WS-PF-NEGATIVE
                       COMPUTE WS-RW-OPERAND-A = ZERO - WS-RW-OPERAND-A
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               MOVE WS-CF-B TO WS-PF-TEXT
               PERFORM 3300-PARSE-NUMBER-FIELD
               IF NOT WS-PF-VALID
                   OR WS-PF-DIGIT-COUNT = ZERO
                   OR WS-PF-DIGIT-COUNT > 5
                   MOVE "OPERAND B MISSING OR NOT 1-5 DIGITS"
                       TO WS-EDIT-REASON
               ELSE
                   MOVE WS-PF-NUMBER TO WS-RW-OPERAND-B
                   IF WS-PF-NEGATIVE
                       COMPUTE WS-RW-OPERAND-B = ZERO - WS-RW-OPERAND-B
                   END-IF
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               PERFORM 3400-EDIT-OP-CODES
               IF NOT WS-OC-VALID
                   MOVE "INVALID OPERATION CODE" TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               AND WS-CF-EXTRA NOT = SPACES
               MOVE "MORE FIELDS THAN THE ROW LAYOUT"
                   TO WS-EDIT-REASON
           END-IF.

      *        A reversal names its key in the second column and
      *        nothing else; it carries no operands or op-codes.
       3260-EDIT-REVERSAL-FIELDS.
           MOVE ZERO TO WS-RW-OPERAND-A
           MOVE ZERO TO WS-RW-OPERAND-B
           MOVE SPACES TO WS-OC-CODES
           MOVE WS-CF-A TO WS-PF-TEXT
           PERFORM 3300-PARSE-NUMBER-FIELD
           IF NOT WS-PF-VALID
               OR WS-PF-SIGN-SEEN
               OR WS-PF-DIGIT-COUNT = ZERO
               OR WS-PF-DIGIT-COUNT > 6
               MOVE "REVERSAL KEY MISSING OR NOT 1-6 DIGITS"
                   TO WS-EDIT-REASON
           ELSE
               MOVE WS-PF-NUMBER TO WS-RW-KEY
               IF WS-RW-KEY-TEXT (1:2) NOT = WS-EX-DEPT (WS-EX-SUB)
                   MOVE "KEY OUTSIDE THIS EXPORT'S DEPARTMENT"
                       TO WS-EDIT-REASON
               END-IF
           END-IF
           IF WS-EDIT-REASON = SPACES
               AND (WS-CF-B NOT = SPACES
                 OR WS-CF-OPS NOT = SPACES
                 OR WS-CF-EXTRA NOT = SPACES)
               MOVE "MORE FIELDS THAN THE REVERSAL LAYOUT"
                   TO WS-EDIT-REASON
           END-IF.

       3270-RELEASE-EDITED-ROW.
           IF WS-EDIT-REASON = SPACES
               MOVE WS-RW-KEY TO SR-TRAN-KEY
               MOVE WS-RW-OPERAND-A TO SR-OPERAND-A
               MOVE WS-RW-OPERAND-B TO SR-OPERAND-B
               MOVE WS-OC-CODES TO SR-OP-CODES
               MOVE WS-ROW-NUMBER TO SR-ROW-NUMBER
               IF WS-REVERSAL-ROW
                   SET SR-REVERSAL-ROW TO TRUE
               ELSE
                   SET SR-POSTING-ROW TO TRUE
               END-IF
               RELEASE SORT-RECORD
           ELSE
               IF WS-REVERSAL-ROW
                   MOVE WS-CF-A TO KR-KEY
               ELSE
                   MOVE WS-CF-KEY TO KR-KEY
               END-IF
               MOVE WS-ROW-NUMBER TO KR-ROW
               MOVE CSV-RECORD TO KR-ROW-IMAGE
               PERFORM 3900-WRITE-EDIT-REJECT
           END-IF.

      *        Blanks and quotes may surround the value; inside them
      *        only one leading sign and then digits are allowed.  A
      *        digit after the trailing blanks (an embedded space)
      *        or anything else -- a decimal point, a thousands
      *        separator -- fails the column.  Digits past eight are
      *        counted but not accumulated; the caller's digit limit
      *        rejects them anyway.
       3300-PARSE-NUMBER-FIELD.
           MOVE ZERO TO WS-PF-NUMBER
           MOVE ZERO TO WS-PF-DIGIT-COUNT
           MOVE "L" TO WS-PF-STATE
           MOVE "N" TO WS-PF-NEGATIVE-SW
           MOVE "N" TO WS-PF-SIGN-SEEN-SW
           MOVE "Y" TO WS-PF-VALID-SW
           PERFORM 3350-PARSE-ONE-CHARACTER
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > 20
                   OR NOT WS-PF-VALID
           IF WS-PF-SIGNED
               MOVE "N" TO WS-PF-VALID-SW
           END-IF.

       3350-PARSE-ONE-CHARACTER.
           EVALUATE TRUE
               WHEN WS-PF-CHAR (WS-PF-SUB) = SPACE
                 OR WS-PF-CHAR (WS-PF-SUB) = QUOTE
                   IF WS-PF-IN-DIGITS
                       MOVE "T" TO WS-PF-STATE
                   END-IF
                   IF WS-PF-SIGNED
                       MOVE "N" TO WS-PF-VALID-SW
                   END-IF
               WHEN WS-PF-CHAR (WS-PF-SUB) = "+"
                 OR WS-PF-CHAR (WS-PF-SUB) = "-"
                   IF WS-PF-LEADING
                       MOVE "S" TO WS-PF-STATE
                       MOVE "Y" TO WS-PF-SIGN-SEEN-SW
                       IF WS-PF-CHAR (WS-PF-SUB) = "-"
                           MOVE "Y" TO WS-PF-NEGATIVE-SW
                       END-IF
                   ELSE
                       MOVE "N" TO WS-PF-VALID-SW
                   END-IF
               WHEN WS-PF-CHAR (WS-PF-SUB) NUMERIC
                   IF WS-PF-TRAILING
                       MOVE "N" TO WS-PF-VALID-SW
                   ELSE
                       MOVE "D" TO WS-PF-STATE
                       ADD 1 TO WS-PF-DIGIT-COUNT
                       IF WS-PF-DIGIT-COUNT NOT > 8
                           MOVE WS-PF-CHAR (WS-PF-SUB) TO WS-PF-DIGIT
                           COMPUTE WS-PF-NUMBER =
                                   WS-PF-NUMBER * 10 + WS-PF-DIGIT
                       END-IF
                   END-IF
               WHEN OTHER
                   MOVE "N" TO WS-PF-VALID-SW
           END-EVALUATE.

      *        The op-code column is squeezed of blanks and quotes,
      *        folded to upper case (spreadsheet users type "sdp" as
      *        often as "SDP"), and checked against the letters
      *        MathOps accepts.  Blank or ALL is the every-operation
      *        request, carried through as is.
       3400-EDIT-OP-CODES.
           MOVE SPACES TO WS-OC-CODES
           MOVE ZERO TO WS-OC-LENGTH
           MOVE "Y" TO WS-OC-VALID-SW
           MOVE WS-CF-OPS TO WS-PF-TEXT
           PERFORM 3450-COLLECT-OP-CODE
               VARYING WS-PF-SUB FROM 1 BY 1
               UNTIL WS-PF-SUB > 20
                   OR NOT WS-OC-VALID
           INSPECT WS-OC-CODES CONVERTING "sdpqrmcal"
               TO "SDPQRMCAL"
           IF WS-OC-VALID
               AND WS-OC-CODES NOT = SPACES
               AND WS-OC-CODES NOT = "ALL"
               PERFORM 3460-TEST-OP-CODE
                   VARYING WS-OC-SUB FROM 1 BY 1
                   UNTIL WS-OC-SUB > WS-OC-LENGTH
                       OR NOT WS-OC-VALID
           END-IF.

       3450-COLLECT-OP-CODE.
           IF WS-PF-CHAR (WS-PF-SUB) NOT = SPACE
               AND WS-PF-CHAR (WS-PF-SUB) NOT = QUOTE
               IF WS-OC-LENGTH NOT < 8
                   MOVE "N" TO WS-OC-VALID-SW
               ELSE
                   ADD 1 TO WS-OC-LENGTH
                   MOVE WS-PF-CHAR (WS-PF-SUB)
                       TO WS-OC-CHAR (WS-OC-LENGTH)
               END-IF
           END-IF.

       3460-TEST-OP-CODE.
           EVALUATE WS-OC-CHAR (WS-OC-SUB)
               WHEN "S"
               WHEN "D"
               WHEN "P"
               WHEN "Q"
               WHEN "R"
               WHEN "M"
               WHEN "C"
                   CONTINUE
               WHEN OTHER
                   MOVE "N" TO WS-OC-VALID-SW
           END-EVALUATE.

       3900-WRITE-EDIT-REJECT.
           MOVE WS-CSV-FILE-NAME TO KR-EXPORT
           MOVE WS-EDIT-REASON TO KR-REASON
           MOVE WS-REJECT-LINE TO REJ-RECORD
           WRITE REJ-RECORD AFTER ADVANCING 1 LINE
           ADD 1 TO WS-EXP-REJECT-COUNT.

      *        Sort output procedure: rows come back in key order.
      *        Each is held back one record so a repeated key can be
      *        caught, and every copy of it rejected, before any copy
      *        reaches MATHTRAN.  A reversal and a posting of one key
      *        are not a repeat; two reversals of it are.  The header
      *        goes out with the first row actually written and the
      *        trailer after the last, so an export with no good rows
      *        writes no envelope.
       4000-WRITE-ENVELOPE.
           MOVE "N" TO WS-SORT-EOF-SW
           MOVE "N" TO WS-HELD-SW
           MOVE "N" TO WS-HELD-DUP-SW
           PERFORM 4100-RETURN-SORTED-ROW UNTIL WS-SORT-EOF
           IF WS-ROW-HELD
               PERFORM 4200-RELEASE-HELD-ROW
           END-IF
           IF WS-ENVELOPE-OPEN
               PERFORM 4500-WRITE-TRAILER
           END-IF.

       4100-RETURN-SORTED-ROW.
           RETURN SORT-FILE
               AT END
                   SET WS-SORT-EOF TO TRUE
               NOT AT END
                   PERFORM 4150-ACCEPT-SORTED-ROW
           END-RETURN.

       4150-ACCEPT-SORTED-ROW.
           IF WS-ROW-HELD
               AND SR-TRAN-KEY = WS-HR-TRAN-KEY
               AND SR-ROW-CLASS = WS-HR-ROW-CLASS
               MOVE "Y" TO WS-HELD-DUP-SW
               PERFORM 4160-SET-DUPLICATE-REASON
               MOVE SR-TRAN-KEY TO WS-RW-KEY
               MOVE WS-RW-KEY-TEXT TO KR-KEY
               MOVE SR-ROW-NUMBER TO KR-ROW
               MOVE SPACES TO KR-ROW-IMAGE
               PERFORM 3900-WRITE-EDIT-REJECT
           ELSE
               IF WS-ROW-HELD
                   PERFORM 4200-RELEASE-HELD-ROW
               END-IF
               MOVE SR-TRAN-KEY TO WS-HR-TRAN-KEY
               MOVE SR-OPERAND-A TO WS-HR-OPERAND-A
               MOVE SR-OPERAND-B TO WS-HR-OPERAND-B
               MOVE SR-OP-CODES TO WS-HR-OP-CODES
               MOVE SR-ROW-NUMBER TO WS-HR-ROW-NUMBER
               MOVE SR-ROW-CLASS TO WS-HR-ROW-CLASS
               MOVE "Y" TO WS-HELD-SW
               MOVE "N" TO WS-HELD-DUP-SW
           END-IF.

       4160-SET-DUPLICATE-REASON.
           IF WS-HR-REVERSAL-ROW
               MOVE "DUPLICATE REVERSAL IN EXPORT" TO WS-EDIT-REASON
           ELSE
               MOVE "DUPLICATE KEY IN EXPORT" TO WS-EDIT-REASON
           END-IF.

       4200-RELEASE-HELD-ROW.
           IF WS-HELD-DUPLICATE
               PERFORM 4160-SET-DUPLICATE-REASON
               MOVE WS-HR-TRAN-KEY-TEXT TO KR-KEY
               MOVE WS-HR-ROW-NUMBER TO KR-ROW
               MOVE SPACES TO KR-ROW-IMAGE
               PERFORM 3900-WRITE-EDIT-REJECT
           ELSE
               IF NOT WS-ENVELOPE-OPEN
                   PERFORM 4300-WRITE-HEADER
               END-IF
               PERFORM 4400-WRITE-DATA-RECORD
           END-IF
           MOVE "N" TO WS-HELD-SW
           MOVE "N" TO WS-HELD-DUP-SW.

       4300-WRITE-HEADER.
           MOVE SPACES TO TRAN-HEADER-RECORD
           MOVE "HDR   " TO BH-RECORD-ID
           MOVE WS-BATCH-DATE TO BH-BATCH-DATE
           MOVE WS-NEXT-BATCH-NUMBER TO BH-BATCH-NUMBER
           MOVE WS-NEXT-BATCH-NUMBER TO WS-ENV-BATCH-NUMBER
           WRITE TRAN-HEADER-RECORD
           MOVE "Y" TO WS-ENVELOPE-OPEN-SW.

      *        Hash totals without ON SIZE ERROR: they wrap at nine
      *        digits on purpose, as MathOps' pre-pass does.  A
      *        reversal counts toward the trailer but, like the
      *        pre-pass, hashes nothing.
       4400-WRITE-DATA-RECORD.
           IF WS-HR-REVERSAL-ROW
               MOVE SPACES TO TRAN-REVERSAL-RECORD
               MOVE "REV   " TO RR-RECORD-ID
               MOVE WS-HR-TRAN-KEY TO RR-TRAN-KEY
               WRITE TRAN-REVERSAL-RECORD
               ADD 1 TO WS-ENV-RECORD-COUNT
           ELSE
               MOVE SPACES TO TRAN-RECORD
               MOVE WS-HR-TRAN-KEY TO MT-TRAN-KEY
               MOVE WS-HR-OPERAND-A TO MT-OPERAND-A
               MOVE WS-HR-OPERAND-B TO MT-OPERAND-B
               MOVE WS-HR-OP-CODES TO MT-OP-CODES
               WRITE TRAN-RECORD
               ADD 1 TO WS-ENV-RECORD-COUNT
               ADD WS-HR-OPERAND-A TO WS-ENV-HASH-A
               ADD WS-HR-OPERAND-B TO WS-ENV-HASH-B
           END-IF.

      *        The envelope is closed and its batch number used up;
      *        the next export built takes the next number.
       4500-WRITE-TRAILER.
           MOVE SPACES TO TRAN-TRAILER-RECORD
           MOVE "TRL   " TO BT-RECORD-ID
           MOVE WS-ENV-RECORD-COUNT TO BT-RECORD-COUNT
           MOVE WS-ENV-HASH-A TO BT-HASH-A
           MOVE WS-ENV-HASH-B TO BT-HASH-B
           WRITE TRAN-TRAILER-RECORD
           ADD 1 TO WS-NEXT-BATCH-NUMBER.

       8000-WRITE-SUMMARY.
           MOVE WS-EX-COUNT TO SL-EXPORT-COUNT
           MOVE WS-ENVELOPES-BUILT TO SL-ENVELOPES-BUILT
           MOVE WS-TOTAL-ROWS-READ TO SL-ROWS-READ
           MOVE WS-TOTAL-REJECTS TO SL-REJECTS
           MOVE WS-TOTAL-WRITTEN TO SL-WRITTEN
           MOVE WS-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           IF WS-ENVELOPES-BUILT > ZERO
               MOVE WS-FIRST-BATCH-NUMBER TO BR-FIRST-BATCH
               COMPUTE BR-LAST-BATCH = WS-NEXT-BATCH-NUMBER - 1
               MOVE WS-BATCH-DATE TO BR-BATCH-DATE
               MOVE WS-BATCH-RANGE-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF
           DISPLAY "MATHBLD: " WS-ENVELOPES-BUILT " OF " WS-EX-COUNT
               " ENVELOPES BUILT, " WS-TOTAL-WRITTEN
               " RECORDS WRITTEN, " WS-TOTAL-REJECTS
               " ROWS REJECTED".

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
           CLOSE TRAN-FILE
           CLOSE RPT-FILE
           CLOSE REJ-FILE.
