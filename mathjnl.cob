       IDENTIFICATION DIVISION.
       PROGRAM-ID. MathJnl.

      *        GL journal interface: turns the night's MATHEXT into
      *        the fixed-format journal file accounting loads, so
      *        nobody keys journal entries from the extract by hand.
      *        Each extract record is looked up on the account-mapping
      *        file MATHGLMP, keyed the way MATHRATE is -- a full
      *        six-digit key first, then the two-digit department
      *        band -- which names the debit account, the credit
      *        account, and the result column whose amount posts.
      *        The amounts are summarized by department and account
      *        and written to MATHJNL between a header and a control
      *        trailer carrying the debit and credit totals.  The
      *        journal register on MATHJRPT lists the summary lines
      *        and any exception.  The whole file is rejected -- the
      *        journal is left empty and the run graded 08 -- if any
      *        posted key has no mapping, if a mapped column was not
      *        posted for the key, or if debits do not equal credits.
      *        Control card, optional:
      *            JNLDATE=YYYYMMDD   journal date (default run date)

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT EXT-FILE ASSIGN TO "MATHEXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXT-FILE-STATUS.
           SELECT GLM-FILE ASSIGN TO "MATHGLMP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GLM-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
           SELECT JNL-FILE ASSIGN TO "MATHJNL"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JNL-FILE-STATUS.
           SELECT RPT-FILE ASSIGN TO "MATHJRPT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RPT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
      *        Column-for-column image of MathOps' EXT-RECORD.  A
      *        reversal's offsetting record (type V) carries negated
      *        results and journals as a negative amount, so a key
      *        posted and backed out nets to nothing.
       FD  EXT-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  EXT-RECORD.
           05  EXT-TRAN-KEY             PIC 9(6).
           05  EXT-TRAN-KEY-TEXT REDEFINES EXT-TRAN-KEY
                                    PIC X(6).
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

      *        Account mapping, maintained by accounting: a full key
      *        or two department digits followed by spaces, the
      *        debit and credit accounts, and the column to post --
      *        SUM, DIFF, PROD, QUOT, SSUM (scaled SUM), or SPRD
      *        (scaled PROD).
       FD  GLM-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  GLM-RECORD.
           05  GM-MAP-KEY               PIC X(6).
           05  GM-DEBIT-ACCOUNT         PIC X(10).
           05  GM-CREDIT-ACCOUNT        PIC X(10).
           05  GM-POST-COLUMN           PIC X(4).
               88  GM-VALID-COLUMN      VALUE "SUM " "DIFF" "PROD"
                                              "QUOT" "SSUM" "SPRD".
           05  FILLER                   PIC X(50).

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).

      *        Journal interface, three record types in one layout
      *        family: JH header, JD one line per department,
      *        account, and side, JT control trailer.  Amounts are
      *        unsigned with two decimals; the D/C indicator carries
      *        the side.
       FD  JNL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  JNL-HEADER-RECORD.
           05  JH-RECORD-TYPE           PIC X(2).
           05  JH-JOURNAL-DATE          PIC 9(8).
           05  JH-SOURCE                PIC X(8).
           05  JH-RUN-DATE              PIC 9(8).
           05  JH-RUN-TIME              PIC 9(8).
           05  FILLER                   PIC X(46).
       01  JNL-DETAIL-RECORD.
           05  JD-RECORD-TYPE           PIC X(2).
           05  JD-JOURNAL-DATE          PIC 9(8).
           05  JD-DEPT-CODE             PIC X(2).
           05  JD-ACCOUNT               PIC X(10).
           05  JD-DR-CR                 PIC X(1).
           05  JD-AMOUNT                PIC 9(15)V99.
           05  JD-ENTRY-COUNT           PIC 9(7).
           05  FILLER                   PIC X(33).
       01  JNL-TRAILER-RECORD.
           05  JT-RECORD-TYPE           PIC X(2).
           05  JT-JOURNAL-DATE          PIC 9(8).
           05  JT-DETAIL-COUNT          PIC 9(7).
           05  JT-TOTAL-DEBIT           PIC 9(15)V99.
           05  JT-TOTAL-CREDIT          PIC 9(15)V99.
           05  FILLER                   PIC X(29).

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
       01  RPT-RECORD                  PIC X(133).

       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-EXT-FILE-STATUS      PIC XX.
           05  WS-GLM-FILE-STATUS      PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-JNL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.

       01  WS-SWITCHES.
           05  WS-EOF-SW               PIC X VALUE "N".
               88  WS-EOF              VALUE "Y".
           05  WS-CTL-EOF-SW           PIC X VALUE "N".
               88  WS-CTL-EOF          VALUE "Y".
           05  WS-GLM-EOF-SW           PIC X VALUE "N".
               88  WS-GLM-EOF          VALUE "Y".
           05  WS-MAP-FOUND-SW         PIC X VALUE "N".
               88  WS-MAP-FOUND        VALUE "Y".
           05  WS-SUMM-FOUND-SW        PIC X VALUE "N".
               88  WS-SUMM-FOUND       VALUE "Y".
           05  WS-INSERT-FOUND-SW      PIC X VALUE "N".
               88  WS-INSERT-FOUND     VALUE "Y".
           05  WS-AMOUNT-POSTED-SW     PIC X VALUE "N".
               88  WS-AMOUNT-POSTED    VALUE "Y".
           05  WS-ABORT-SW             PIC X VALUE "N".
               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-REJECT-JOURNAL-SW    PIC X VALUE "N".
               88  WS-REJECT-JOURNAL   VALUE "Y".

      *        Graded condition code for the scheduler: 00 journal
      *        written, 04 a bad mapping or control card dropped,
      *        08 journal rejected (the transmission step must not
      *        run), 12 a file would not open.
       01  WS-RETURN-CODE-CONTROL.
           05  WS-HIGHEST-RETURN-CODE  PIC 9(2) VALUE ZERO.
           05  WS-CANDIDATE-RETURN-CODE PIC 9(2) VALUE ZERO.

       01  WS-OPTION-CARD-FIELDS.
           05  WS-OPT-KEYWORD          PIC X(10) VALUE SPACES.
           05  WS-OPT-VALUE            PIC X(20) VALUE SPACES.

      *        In-storage copy of MATHGLMP.
       01  WS-MAP-TABLE-AREA.
           05  WS-MAP-COUNT            PIC 9(3)  VALUE ZERO.
           05  WS-MAP-LIMIT            PIC 9(3)  VALUE 500.
           05  WS-MAP-SUB              PIC 9(3)  VALUE ZERO.
           05  WS-MAP-FOUND-SUB        PIC 9(3)  VALUE ZERO.
           05  WS-MAP-LOOKUP-KEY       PIC X(6)  VALUE SPACES.
           05  WS-MAP-ENTRY OCCURS 500 TIMES.
               10  WS-MP-KEY           PIC X(6).
               10  WS-MP-DEBIT-ACCOUNT PIC X(10).
               10  WS-MP-CREDIT-ACCOUNT PIC X(10).
               10  WS-MP-POST-COLUMN   PIC X(4).

      *        Journal summary, one entry per department, account,
      *        and side, kept in that order as entries are added so
      *        the register and the journal come out sorted.  The
      *        signed amount nets postings against reversals on the
      *        same side; a side that nets negative is written to the
      *        other side when the journal is cut.
       01  WS-SUMMARY-TABLE-AREA.
           05  WS-SUMM-COUNT           PIC 9(3)  VALUE ZERO.
           05  WS-SUMM-LIMIT           PIC 9(3)  VALUE 500.
           05  WS-SUMM-SUB             PIC 9(3)  VALUE ZERO.
           05  WS-SUMM-FOUND-SUB       PIC 9(3)  VALUE ZERO.
           05  WS-SUMM-LOOKUP.
               10  WS-SUMM-LOOKUP-DEPT PIC X(2)  VALUE SPACES.
               10  WS-SUMM-LOOKUP-ACCOUNT PIC X(10) VALUE SPACES.
               10  WS-SUMM-LOOKUP-SIDE PIC X(1)  VALUE SPACE.
           05  WS-SUMM-ENTRY OCCURS 500 TIMES.
               10  WS-SM-SORT-KEY.
                   15  WS-SM-DEPT-CODE PIC X(2).
                   15  WS-SM-ACCOUNT   PIC X(10).
                   15  WS-SM-SIDE      PIC X(1).
               10  WS-SM-AMOUNT        PIC S9(15)V99.
               10  WS-SM-ENTRY-COUNT   PIC 9(7).

       01  WS-WORK-FIELDS.
           05  WS-POST-AMOUNT          PIC S9(13)V99 VALUE ZERO.
           05  WS-OUT-SIDE             PIC X(1)  VALUE SPACE.
           05  WS-OUT-AMOUNT           PIC S9(15)V99 VALUE ZERO.
           05  WS-JOURNAL-DATE         PIC 9(8)  VALUE ZERO.

       01  WS-ACCUMULATORS.
           05  WS-READ-COUNT           PIC 9(7)  VALUE ZERO.
           05  WS-JOURNALED-COUNT      PIC 9(7)  VALUE ZERO.
           05  WS-UNMAPPED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-NOT-POSTED-COUNT     PIC 9(7)  VALUE ZERO.
           05  WS-DETAIL-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-TOTAL-DEBIT          PIC S9(15)V99 VALUE ZERO.
           05  WS-TOTAL-CREDIT         PIC S9(15)V99 VALUE ZERO.

       01  WS-DATE-TIME.
           05  WS-RUN-DATE-YYYYMMDD    PIC 9(8).
           05  WS-RUN-DATE-FIELDS REDEFINES WS-RUN-DATE-YYYYMMDD.
               10  WS-RUN-YEAR         PIC 9(4).
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-DISPLAY     PIC X(10).
           05  WS-RUN-TIME             PIC 9(8).

       01  WS-TITLE-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "GL JOURNAL REGISTER".
           05  FILLER                  PIC X(8)  VALUE "  DATE: ".
           05  TL-RUN-DATE             PIC X(10).
           05  FILLER                  PIC X(15)
                   VALUE "  JOURNAL DATE ".
           05  TL-JOURNAL-DATE         PIC 9(8).
           05  FILLER                  PIC X(61) VALUE SPACES.

       01  WS-EXCEPTION-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(8)  VALUE "*** KEY ".
           05  EL-KEY                  PIC X(6).
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  EL-MESSAGE              PIC X(40) VALUE SPACES.
           05  FILLER                  PIC X(77) VALUE SPACES.

       01  WS-COLUMN-HEADING-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(6)  VALUE "DEPT".
           05  FILLER                  PIC X(12) VALUE "ACCOUNT".
           05  FILLER                  PIC X(24) VALUE "DEBIT".
           05  FILLER                  PIC X(24) VALUE "CREDIT".
           05  FILLER                  PIC X(10) VALUE "ENTRIES".
           05  FILLER                  PIC X(56) VALUE SPACES.

       01  WS-DETAIL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  DL-DEPT-CODE            PIC X(2).
           05  FILLER                  PIC X(4)  VALUE SPACES.
           05  DL-ACCOUNT              PIC X(10).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-DEBIT                PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  DL-DEBIT-TEXT REDEFINES DL-DEBIT
                                   PIC X(22).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-CREDIT               PIC ZZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  DL-CREDIT-TEXT REDEFINES DL-CREDIT
                                   PIC X(22).
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  DL-ENTRY-COUNT          PIC ZZZZZZ9.
           05  FILLER                  PIC X(59) VALUE SPACES.

       01  WS-TOTAL-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(18) VALUE "TOTALS".
           05  TT-DEBIT                PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(2)  VALUE SPACES.
           05  TT-CREDIT               PIC -ZZ,ZZZ,ZZZ,ZZZ,ZZ9.99.
           05  FILLER                  PIC X(68) VALUE SPACES.

       01  WS-SUMMARY-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(10) VALUE "EXTRACTS: ".
           05  SL-READ-COUNT           PIC ZZZZZZ9.
           05  FILLER                  PIC X(13) VALUE "  JOURNALED: ".
           05  SL-JOURNALED-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(12) VALUE "  UNMAPPED: ".
           05  SL-UNMAPPED-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(16)
                   VALUE "  COLUMN BLANK: ".
           05  SL-NOT-POSTED-COUNT     PIC ZZZZZZ9.
           05  FILLER                  PIC X(53) VALUE SPACES.

       01  WS-ACCEPTED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(36)
                   VALUE "JOURNAL BALANCED AND WRITTEN - LINES".
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  AC-DETAIL-COUNT         PIC ZZZZZZ9.
           05  FILLER                  PIC X(88) VALUE SPACES.

       01  WS-REJECTED-LINE.
           05  FILLER                  PIC X(1)  VALUE SPACE.
           05  FILLER                  PIC X(30)
                   VALUE "*** JOURNAL REJECTED - NOTHING".
           05  FILLER                  PIC X(30)
                   VALUE " WRITTEN TO MATHJNL ***".
           05  FILLER                  PIC X(72) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
           PERFORM 1000-INITIALIZE
           IF NOT WS-ABORT-RUN
               PERFORM 2000-PROCESS-EXTRACT UNTIL WS-EOF
               PERFORM 8000-WRITE-REGISTER
               IF NOT WS-REJECT-JOURNAL
                   PERFORM 8500-WRITE-JOURNAL
               END-IF
           END-IF
           PERFORM 9100-CLOSE-FILES
           MOVE WS-HIGHEST-RETURN-CODE TO RETURN-CODE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           MOVE WS-RUN-DATE-YYYYMMDD TO WS-JOURNAL-DATE
           PERFORM 1200-READ-CONTROL-CARDS
           PERFORM 1300-LOAD-ACCOUNT-MAP
           OPEN INPUT EXT-FILE
           IF WS-EXT-FILE-STATUS NOT = "00"
               DISPLAY "MATHJNL: CANNOT OPEN MATHEXT, STATUS "
                   WS-EXT-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           OPEN OUTPUT RPT-FILE
           IF WS-RPT-FILE-STATUS NOT = "00"
               DISPLAY "MATHJNL: CANNOT OPEN MATHJRPT, STATUS "
                   WS-RPT-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
      *        Opened now, written only at the end: a rejected
      *        journal leaves an empty MATHJNL, never yesterday's.
           OPEN OUTPUT JNL-FILE
           IF WS-JNL-FILE-STATUS NOT = "00"
               DISPLAY "MATHJNL: CANNOT OPEN MATHJNL, STATUS "
                   WS-JNL-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           IF NOT WS-ABORT-RUN
               PERFORM 2050-WRITE-REPORT-HEADERS
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
               WHEN "JNLDATE"
                   IF WS-OPT-VALUE(1:8) NUMERIC
                       MOVE WS-OPT-VALUE(1:8) TO WS-JOURNAL-DATE
                   ELSE
                       DISPLAY "MATHJNL: BAD JNLDATE CARD IGNORED "
                           CTL-RECORD(1:20)
                       MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "MATHJNL: UNRECOGNIZED CONTROL CARD "
                       CTL-RECORD(1:20)
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
           END-EVALUATE.

      *        Without the mapping there is no journal to cut.
       1300-LOAD-ACCOUNT-MAP.
           OPEN INPUT GLM-FILE
           IF WS-GLM-FILE-STATUS = "00"
               PERFORM 1310-READ-MAP-RECORD UNTIL WS-GLM-EOF
               CLOSE GLM-FILE
               DISPLAY "MATHJNL: " WS-MAP-COUNT
                   " ACCOUNT MAPPING ENTRIES LOADED"
           ELSE
               DISPLAY "MATHJNL: CANNOT OPEN MATHGLMP, STATUS "
                   WS-GLM-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF.

       1310-READ-MAP-RECORD.
           READ GLM-FILE
               AT END
                   SET WS-GLM-EOF TO TRUE
               NOT AT END
                   EVALUATE TRUE
                       WHEN GLM-RECORD = SPACES
                           CONTINUE
                       WHEN GM-MAP-KEY(1:2) NOT NUMERIC
                         OR (GM-MAP-KEY(3:4) NOT NUMERIC
                             AND GM-MAP-KEY(3:4) NOT = SPACES)
                         OR GM-DEBIT-ACCOUNT = SPACES
                         OR GM-CREDIT-ACCOUNT = SPACES
                         OR NOT GM-VALID-COLUMN
                           DISPLAY "MATHJNL: BAD MAPPING CARD DROPPED "
                               GLM-RECORD(1:30)
                           MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                           PERFORM 9000-RAISE-RETURN-CODE
                       WHEN OTHER
                           PERFORM 1320-STORE-MAP-ENTRY
                   END-EVALUATE
           END-READ.

      *        A key mapped twice takes the later row.
       1320-STORE-MAP-ENTRY.
           MOVE GM-MAP-KEY TO WS-MAP-LOOKUP-KEY
           PERFORM 2210-SEARCH-MAP-TABLE
           IF WS-MAP-FOUND
               MOVE WS-MAP-FOUND-SUB TO WS-MAP-SUB
           ELSE
               IF WS-MAP-COUNT NOT < WS-MAP-LIMIT
                   DISPLAY "MATHJNL: MAPPING TABLE FULL - ENTRIES "
                       "PAST " WS-MAP-LIMIT " IGNORED"
                   MOVE 04 TO WS-CANDIDATE-RETURN-CODE
                   PERFORM 9000-RAISE-RETURN-CODE
                   SET WS-GLM-EOF TO TRUE
               ELSE
                   ADD 1 TO WS-MAP-COUNT
                   MOVE WS-MAP-COUNT TO WS-MAP-SUB
               END-IF
           END-IF
           IF NOT WS-GLM-EOF
               MOVE GM-MAP-KEY TO WS-MP-KEY (WS-MAP-SUB)
               MOVE GM-DEBIT-ACCOUNT
                   TO WS-MP-DEBIT-ACCOUNT (WS-MAP-SUB)
               MOVE GM-CREDIT-ACCOUNT
                   TO WS-MP-CREDIT-ACCOUNT (WS-MAP-SUB)
               MOVE GM-POST-COLUMN TO WS-MP-POST-COLUMN (WS-MAP-SUB)
           END-IF.

       2050-WRITE-REPORT-HEADERS.
           MOVE WS-RUN-DATE-DISPLAY TO TL-RUN-DATE
           MOVE WS-JOURNAL-DATE TO TL-JOURNAL-DATE
           MOVE WS-TITLE-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING PAGE.

       2000-PROCESS-EXTRACT.
           READ EXT-FILE
               AT END
                   SET WS-EOF TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   PERFORM 2100-JOURNAL-ONE-EXTRACT
           END-READ.

       2100-JOURNAL-ONE-EXTRACT.
           PERFORM 2200-LOOKUP-MAPPING
           IF NOT WS-MAP-FOUND
               ADD 1 TO WS-UNMAPPED-COUNT
               MOVE "NO GL ACCOUNT MAPPING" TO EL-MESSAGE
               PERFORM 2900-WRITE-EXCEPTION
           ELSE
               PERFORM 2300-SELECT-POST-AMOUNT
               IF NOT WS-AMOUNT-POSTED
                   ADD 1 TO WS-NOT-POSTED-COUNT
                   STRING "MAPPED COLUMN " DELIMITED BY SIZE
                       WS-MP-POST-COLUMN (WS-MAP-FOUND-SUB)
                           DELIMITED BY SPACE
                       " NOT POSTED FOR KEY" DELIMITED BY SIZE
                       INTO EL-MESSAGE
                   PERFORM 2900-WRITE-EXCEPTION
               ELSE
                   ADD 1 TO WS-JOURNALED-COUNT
                   MOVE EXT-TRAN-KEY-TEXT(1:2)
                       TO WS-SUMM-LOOKUP-DEPT
                   MOVE WS-MP-DEBIT-ACCOUNT (WS-MAP-FOUND-SUB)
                       TO WS-SUMM-LOOKUP-ACCOUNT
                   MOVE "D" TO WS-SUMM-LOOKUP-SIDE
                   PERFORM 2400-ACCUMULATE-SUMMARY
                   MOVE WS-MP-CREDIT-ACCOUNT (WS-MAP-FOUND-SUB)
                       TO WS-SUMM-LOOKUP-ACCOUNT
                   MOVE "C" TO WS-SUMM-LOOKUP-SIDE
                   PERFORM 2400-ACCUMULATE-SUMMARY
               END-IF
           END-IF.

      *        Full key first, then the department band, as MathOps
      *        looks up MATHRATE.
       2200-LOOKUP-MAPPING.
           MOVE EXT-TRAN-KEY-TEXT TO WS-MAP-LOOKUP-KEY
           PERFORM 2210-SEARCH-MAP-TABLE
           IF NOT WS-MAP-FOUND
               MOVE SPACES TO WS-MAP-LOOKUP-KEY
               MOVE EXT-TRAN-KEY-TEXT(1:2) TO WS-MAP-LOOKUP-KEY(1:2)
               PERFORM 2210-SEARCH-MAP-TABLE
           END-IF.

       2210-SEARCH-MAP-TABLE.
           MOVE "N" TO WS-MAP-FOUND-SW
           MOVE ZERO TO WS-MAP-FOUND-SUB
           IF WS-MAP-COUNT > ZERO
               PERFORM 2220-TEST-MAP-ENTRY
                   VARYING WS-MAP-SUB FROM 1 BY 1
                   UNTIL WS-MAP-SUB > WS-MAP-COUNT
                       OR WS-MAP-FOUND
           END-IF.

       2220-TEST-MAP-ENTRY.
           IF WS-MP-KEY (WS-MAP-SUB) = WS-MAP-LOOKUP-KEY
               MOVE "Y" TO WS-MAP-FOUND-SW
               MOVE WS-MAP-SUB TO WS-MAP-FOUND-SUB
           END-IF.

      *        A blank column means the transaction never requested
      *        that result (or, for a scaled column, had no rate):
      *        there is no amount to journal, which is a mapping
      *        the department and accounting have to settle.
       2300-SELECT-POST-AMOUNT.
           MOVE "Y" TO WS-AMOUNT-POSTED-SW
           MOVE ZERO TO WS-POST-AMOUNT
           EVALUATE WS-MP-POST-COLUMN (WS-MAP-FOUND-SUB)
               WHEN "SUM "
                   IF EXT-SUM-TEXT = SPACES
                       MOVE "N" TO WS-AMOUNT-POSTED-SW
                   ELSE
                       MOVE EXT-SUM TO WS-POST-AMOUNT
                   END-IF
               WHEN "DIFF"
                   IF EXT-DIFF-TEXT = SPACES
                       MOVE "N" TO WS-AMOUNT-POSTED-SW
                   ELSE
                       MOVE EXT-DIFF TO WS-POST-AMOUNT
                   END-IF
               WHEN "PROD"
                   IF EXT-PROD-TEXT = SPACES
                       MOVE "N" TO WS-AMOUNT-POSTED-SW
                   ELSE
                       MOVE EXT-PROD TO WS-POST-AMOUNT
                   END-IF
               WHEN "QUOT"
                   IF EXT-QUOT-TEXT = SPACES
                       MOVE "N" TO WS-AMOUNT-POSTED-SW
                   ELSE
                       MOVE EXT-QUOT TO WS-POST-AMOUNT
                   END-IF
               WHEN "SSUM"
                   IF EXT-SCALED-SUM-TEXT = SPACES
                       MOVE "N" TO WS-AMOUNT-POSTED-SW
                   ELSE
                       MOVE EXT-SCALED-SUM TO WS-POST-AMOUNT
                   END-IF
               WHEN OTHER
                   IF EXT-SCALED-PROD-TEXT = SPACES
                       MOVE "N" TO WS-AMOUNT-POSTED-SW
                   ELSE
                       MOVE EXT-SCALED-PROD TO WS-POST-AMOUNT
                   END-IF
           END-EVALUATE.

       2400-ACCUMULATE-SUMMARY.
           PERFORM 2410-SEARCH-SUMMARY-TABLE
           IF NOT WS-SUMM-FOUND
               IF WS-SUMM-COUNT NOT < WS-SUMM-LIMIT
                   IF NOT WS-REJECT-JOURNAL
                       DISPLAY "MATHJNL: MORE THAN " WS-SUMM-LIMIT
                           " DEPARTMENT/ACCOUNT LINES - JOURNAL "
                           "REJECTED"
                   END-IF
                   MOVE "Y" TO WS-REJECT-JOURNAL-SW
               ELSE
                   PERFORM 2430-FIND-INSERT-POINT
                   IF WS-SUMM-FOUND-SUB NOT > WS-SUMM-COUNT
                       PERFORM 2440-SHIFT-ENTRY-UP
                           VARYING WS-SUMM-SUB FROM WS-SUMM-COUNT
                           BY -1
                           UNTIL WS-SUMM-SUB < WS-SUMM-FOUND-SUB
                   END-IF
                   ADD 1 TO WS-SUMM-COUNT
                   MOVE WS-SUMM-LOOKUP
                       TO WS-SM-SORT-KEY (WS-SUMM-FOUND-SUB)
                   MOVE ZERO TO WS-SM-AMOUNT (WS-SUMM-FOUND-SUB)
                   MOVE ZERO TO WS-SM-ENTRY-COUNT (WS-SUMM-FOUND-SUB)
                   MOVE "Y" TO WS-SUMM-FOUND-SW
               END-IF
           END-IF
           IF WS-SUMM-FOUND
               ADD WS-POST-AMOUNT TO WS-SM-AMOUNT (WS-SUMM-FOUND-SUB)
               ADD 1 TO WS-SM-ENTRY-COUNT (WS-SUMM-FOUND-SUB)
           END-IF.

       2410-SEARCH-SUMMARY-TABLE.
           MOVE "N" TO WS-SUMM-FOUND-SW
           MOVE ZERO TO WS-SUMM-FOUND-SUB
           IF WS-SUMM-COUNT > ZERO
               PERFORM 2420-TEST-SUMMARY-ENTRY
                   VARYING WS-SUMM-SUB FROM 1 BY 1
                   UNTIL WS-SUMM-SUB > WS-SUMM-COUNT
                       OR WS-SUMM-FOUND
           END-IF.

       2420-TEST-SUMMARY-ENTRY.
           IF WS-SM-SORT-KEY (WS-SUMM-SUB) = WS-SUMM-LOOKUP
               MOVE "Y" TO WS-SUMM-FOUND-SW
               MOVE WS-SUMM-SUB TO WS-SUMM-FOUND-SUB
           END-IF.

      *        The new entry goes ahead of the first entry that sorts
      *        after it, or on the end.
       2430-FIND-INSERT-POINT.
           MOVE "N" TO WS-INSERT-FOUND-SW
           COMPUTE WS-SUMM-FOUND-SUB = WS-SUMM-COUNT + 1
           IF WS-SUMM-COUNT > ZERO
               PERFORM 2435-TEST-INSERT-POINT
                   VARYING WS-SUMM-SUB FROM 1 BY 1
                   UNTIL WS-SUMM-SUB > WS-SUMM-COUNT
                       OR WS-INSERT-FOUND
           END-IF.

       2435-TEST-INSERT-POINT.
           IF WS-SM-SORT-KEY (WS-SUMM-SUB) > WS-SUMM-LOOKUP
               MOVE "Y" TO WS-INSERT-FOUND-SW
               MOVE WS-SUMM-SUB TO WS-SUMM-FOUND-SUB
           END-IF.

       2440-SHIFT-ENTRY-UP.
           MOVE WS-SUMM-ENTRY (WS-SUMM-SUB)
               TO WS-SUMM-ENTRY (WS-SUMM-SUB + 1).

       2900-WRITE-EXCEPTION.
           MOVE EXT-TRAN-KEY-TEXT TO EL-KEY
           MOVE WS-EXCEPTION-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           MOVE SPACES TO EL-MESSAGE.

      *        The register prints every summary line and proves the
      *        journal: any exception, or debits not equal to
      *        credits, rejects the whole file.
       8000-WRITE-REGISTER.
           MOVE WS-COLUMN-HEADING-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           IF WS-SUMM-COUNT > ZERO
               PERFORM 8010-REGISTER-ONE-LINE
                   VARYING WS-SUMM-SUB FROM 1 BY 1
                   UNTIL WS-SUMM-SUB > WS-SUMM-COUNT
           END-IF
           MOVE WS-TOTAL-DEBIT TO TT-DEBIT
           MOVE WS-TOTAL-CREDIT TO TT-CREDIT
           MOVE WS-TOTAL-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           MOVE WS-READ-COUNT TO SL-READ-COUNT
           MOVE WS-JOURNALED-COUNT TO SL-JOURNALED-COUNT
           MOVE WS-UNMAPPED-COUNT TO SL-UNMAPPED-COUNT
           MOVE WS-NOT-POSTED-COUNT TO SL-NOT-POSTED-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           IF WS-UNMAPPED-COUNT > ZERO
               OR WS-NOT-POSTED-COUNT > ZERO
               MOVE "Y" TO WS-REJECT-JOURNAL-SW
           END-IF
           IF WS-TOTAL-DEBIT NOT = WS-TOTAL-CREDIT
               DISPLAY "MATHJNL: DEBITS " WS-TOTAL-DEBIT
                   " NOT EQUAL TO CREDITS " WS-TOTAL-CREDIT
               MOVE "Y" TO WS-REJECT-JOURNAL-SW
           END-IF
           IF WS-REJECT-JOURNAL
               MOVE WS-REJECTED-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
               DISPLAY "MATHJNL: JOURNAL REJECTED - SEE MATHJRPT"
               MOVE 08 TO WS-CANDIDATE-RETURN-CODE
               PERFORM 9000-RAISE-RETURN-CODE
           ELSE
               MOVE WS-DETAIL-COUNT TO AC-DETAIL-COUNT
               MOVE WS-ACCEPTED-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 2 LINES
           END-IF.

      *        A side that netted negative -- reversals outweighing
      *        postings -- is turned over to the opposite side, so
      *        every journal amount is positive.  A side netting to
      *        zero has nothing to journal.
       8010-REGISTER-ONE-LINE.
           PERFORM 8020-RESOLVE-SIDE
           IF WS-OUT-AMOUNT NOT = ZERO
               ADD 1 TO WS-DETAIL-COUNT
               MOVE WS-SM-DEPT-CODE (WS-SUMM-SUB) TO DL-DEPT-CODE
               MOVE WS-SM-ACCOUNT (WS-SUMM-SUB) TO DL-ACCOUNT
               MOVE WS-SM-ENTRY-COUNT (WS-SUMM-SUB) TO DL-ENTRY-COUNT
               IF WS-OUT-SIDE = "D"
                   MOVE WS-OUT-AMOUNT TO DL-DEBIT
                   MOVE SPACES TO DL-CREDIT-TEXT
                   ADD WS-OUT-AMOUNT TO WS-TOTAL-DEBIT
               ELSE
                   MOVE SPACES TO DL-DEBIT-TEXT
                   MOVE WS-OUT-AMOUNT TO DL-CREDIT
                   ADD WS-OUT-AMOUNT TO WS-TOTAL-CREDIT
               END-IF
               MOVE WS-DETAIL-LINE TO RPT-RECORD
               WRITE RPT-RECORD AFTER ADVANCING 1 LINE
           END-IF.

       8020-RESOLVE-SIDE.
           MOVE WS-SM-SIDE (WS-SUMM-SUB) TO WS-OUT-SIDE
           MOVE WS-SM-AMOUNT (WS-SUMM-SUB) TO WS-OUT-AMOUNT
           IF WS-OUT-AMOUNT < ZERO
               COMPUTE WS-OUT-AMOUNT = 0 - WS-OUT-AMOUNT
               IF WS-OUT-SIDE = "D"
                   MOVE "C" TO WS-OUT-SIDE
               ELSE
                   MOVE "D" TO WS-OUT-SIDE
               END-IF
           END-IF.

       8500-WRITE-JOURNAL.
           MOVE SPACES TO JNL-HEADER-RECORD
           MOVE "JH" TO JH-RECORD-TYPE
           MOVE WS-JOURNAL-DATE TO JH-JOURNAL-DATE
           MOVE "MATHOPS" TO JH-SOURCE
           MOVE WS-RUN-DATE-YYYYMMDD TO JH-RUN-DATE
           MOVE WS-RUN-TIME TO JH-RUN-TIME
           WRITE JNL-HEADER-RECORD
           IF WS-SUMM-COUNT > ZERO
               PERFORM 8510-WRITE-JOURNAL-LINE
                   VARYING WS-SUMM-SUB FROM 1 BY 1
                   UNTIL WS-SUMM-SUB > WS-SUMM-COUNT
           END-IF
           MOVE SPACES TO JNL-TRAILER-RECORD
           MOVE "JT" TO JT-RECORD-TYPE
           MOVE WS-JOURNAL-DATE TO JT-JOURNAL-DATE
           MOVE WS-DETAIL-COUNT TO JT-DETAIL-COUNT
           MOVE WS-TOTAL-DEBIT TO JT-TOTAL-DEBIT
           MOVE WS-TOTAL-CREDIT TO JT-TOTAL-CREDIT
           WRITE JNL-TRAILER-RECORD.

       8510-WRITE-JOURNAL-LINE.
           PERFORM 8020-RESOLVE-SIDE
           IF WS-OUT-AMOUNT NOT = ZERO
               MOVE SPACES TO JNL-DETAIL-RECORD
               MOVE "JD" TO JD-RECORD-TYPE
               MOVE WS-JOURNAL-DATE TO JD-JOURNAL-DATE
               MOVE WS-SM-DEPT-CODE (WS-SUMM-SUB) TO JD-DEPT-CODE
               MOVE WS-SM-ACCOUNT (WS-SUMM-SUB) TO JD-ACCOUNT
               MOVE WS-OUT-SIDE TO JD-DR-CR
               MOVE WS-OUT-AMOUNT TO JD-AMOUNT
               MOVE WS-SM-ENTRY-COUNT (WS-SUMM-SUB) TO JD-ENTRY-COUNT
               WRITE JNL-DETAIL-RECORD
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
           CLOSE EXT-FILE
           CLOSE RPT-FILE
           CLOSE JNL-FILE.
