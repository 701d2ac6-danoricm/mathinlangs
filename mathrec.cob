      *        warning used to demand.  Extract keys whose master
      *        record carries a different batch number belong to
      *        another envelope in the same run and are bypassed, not
      *        excepted.  A reversal's offsetting extract record
      *        ties to its reversal audit line alone, since the master
      *        record is gone; a posting backed out later the same
      *        night ties to its audit line without a master record.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
      *        REDEFINES because operations a transaction never asked
      *        for are blank, not zero.
       FD  EXT-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  EXT-RECORD.
           05  EXT-TRAN-KEY             PIC 9(6).
           05  EXT-TRAN-KEY-TEXT REDEFINES EXT-TRAN-KEY
           05  EXT-QUOT-TEXT REDEFINES EXT-QUOT
                                    PIC X(5).
           05  FILLER                   PIC X(34).
           05  EXT-ENTRY-TYPE           PIC X(1).
               88  EXT-REVERSAL         VALUE "V".

      *        Column-for-column image of the audit line MathOps
      *        writes (WS-AUDIT-LINE there); result columns are
      *        edited text and blank when never requested.
       FD  AUD-FILE
           RECORD CONTAINS 126 CHARACTERS.
       01  AUD-RECORD.
           05  AQ-JOB-NAME              PIC X(8).
           05  FILLER                   PIC X(1).
           05  AQ-BATCH-NUMBER          PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-RUN-MODE              PIC X(1).
           05  FILLER                   PIC X(1).
           05  AQ-ENTRY-TYPE            PIC X(1).
               88  AQ-REVERSAL          VALUE "V".
           05  FILLER                   PIC X(1).
           05  AQ-REMAINDER             PIC X(6).
           05  FILLER                   PIC X(1).
           05  AQ-OP-CODES              PIC X(8).

      *        Column-for-column image of the master record MathOps
      *        keeps (MST-RECORD there).
           05  WS-EXT-READ-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-BYPASSED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-CLEAN-COUNT          PIC 9(7)  VALUE ZERO.
           05  WS-REVERSAL-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-EXCEPTION-COUNT      PIC 9(7)  VALUE ZERO.

      *        In-storage copy of the run's audit lines, selected by
      *        front to back.  A key written twice under the same
      *        date and batch (a restarted run completing its file)
      *        overwrites its earlier entry -- the last line is the
      *        record that stood when the run finished.  Postings and
      *        reversals of one key are held as separate entries.  A
      *        reversal logged the same night under another batch is
      *        held too, flagged not selected, so a posting it backed
      *        out is known to be gone from the master; such entries
      *        are never reported by the sweep.
       01  WS-AUDIT-TABLE-AREA.
           05  WS-AUD-COUNT            PIC 9(4)  VALUE ZERO.
           05  WS-AUD-LIMIT            PIC 9(4)  VALUE 2000.
           05  WS-AUD-SUB              PIC 9(4)  VALUE ZERO.
           05  WS-AUD-FOUND-SUB        PIC 9(4)  VALUE ZERO.
           05  WS-AUD-SEARCH-KEY       PIC X(6)  VALUE SPACES.
           05  WS-AUD-SEARCH-TYPE      PIC X(1)  VALUE SPACES.
           05  WS-AUD-SEARCH-SEL-SW    PIC X(1)  VALUE SPACES.
           05  WS-AUD-ENTRY OCCURS 2000 TIMES.
               10  WS-AUD-KEY          PIC X(6).
               10  WS-AUD-TYPE         PIC X(1).
                   88  WS-AUD-REVERSAL VALUE "V".
               10  WS-AUD-SELECTED-SW  PIC X(1).
                   88  WS-AUD-SELECTED VALUE "Y".
               10  WS-AUD-SUM          PIC X(8).
               10  WS-AUD-DIFF         PIC X(7).
               10  WS-AUD-PROD         PIC X(11).
           05  FILLER                  PIC X(14)
                   VALUE "  EXCEPTIONS: ".
           05  SL-EXCEPTION-COUNT      PIC ZZZZZZ9.
           05  FILLER                  PIC X(13)
                   VALUE "  REVERSALS: ".
           05  SL-REVERSAL-COUNT       PIC ZZZZZZ9.
           05  FILLER                  PIC X(2)  VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN-PROCESS.
               NOT AT END
                   ADD 1 TO WS-AUD-READ-COUNT
                   IF AQ-RUN-DATE = WS-SEL-RUN-DATE
                       IF AQ-BATCH-NUMBER = WS-SEL-BATCH
                           MOVE "Y" TO WS-AUD-SEARCH-SEL-SW
                           PERFORM 2150-STORE-AUDIT-ENTRY
                       ELSE
                           IF AQ-REVERSAL
                               MOVE "N" TO WS-AUD-SEARCH-SEL-SW
                               PERFORM 2150-STORE-AUDIT-ENTRY
                           END-IF
                       END-IF
                   END-IF
           END-READ.

      *        a bigger table, not with a report nobody can trust.
       2150-STORE-AUDIT-ENTRY.
           MOVE AQ-KEY TO WS-AUD-SEARCH-KEY
           IF AQ-REVERSAL
               MOVE "V" TO WS-AUD-SEARCH-TYPE
           ELSE
               MOVE "P" TO WS-AUD-SEARCH-TYPE
           END-IF
           PERFORM 3500-SEARCH-AUDIT-TABLE
           IF WS-AUD-FOUND
               MOVE WS-AUD-FOUND-SUB TO WS-AUD-SUB
               ELSE
                   ADD 1 TO WS-AUD-COUNT
                   MOVE WS-AUD-COUNT TO WS-AUD-SUB
                   IF WS-AUD-SEARCH-SEL-SW = "Y"
                       ADD 1 TO WS-AUD-SELECTED-COUNT
                   END-IF
               END-IF
           END-IF
           IF NOT WS-ABORT-RUN
               MOVE AQ-KEY TO WS-AUD-KEY (WS-AUD-SUB)
               MOVE WS-AUD-SEARCH-TYPE TO WS-AUD-TYPE (WS-AUD-SUB)
               MOVE WS-AUD-SEARCH-SEL-SW
                   TO WS-AUD-SELECTED-SW (WS-AUD-SUB)
               MOVE AQ-SUM TO WS-AUD-SUM (WS-AUD-SUB)
               MOVE AQ-DIFF TO WS-AUD-DIFF (WS-AUD-SUB)
               MOVE AQ-PROD TO WS-AUD-PROD (WS-AUD-SUB)
       3200-TIE-ONE-KEY.
           MOVE "N" TO WS-KEY-EXCEPTION-SW
           MOVE EXT-TRAN-KEY-TEXT TO XL-KEY
           IF EXT-REVERSAL
               PERFORM 3250-TIE-REVERSAL-KEY
           ELSE
               PERFORM 3210-TIE-POSTED-KEY
           END-IF.

       3210-TIE-POSTED-KEY.
           MOVE EXT-TRAN-KEY TO MST-TRAN-KEY
           READ MST-FILE
               INVALID KEY
                   PERFORM 3220-TIE-KEY-OFF-MASTER
               NOT INVALID KEY
                   IF MST-BATCH-NUMBER NOT = WS-SEL-BATCH-NUM
                       ADD 1 TO WS-BYPASSED-COUNT
                   END-IF
           END-READ.

      *        A posted key missing from the master is an exception
      *        unless a reversal the same night backed it out.  Then
      *        only its audit line is tied -- or, when the posting
      *        belongs to another batch, it is bypassed like any
      *        other-batch key.
       3220-TIE-KEY-OFF-MASTER.
           MOVE EXT-TRAN-KEY-TEXT TO WS-AUD-SEARCH-KEY
           MOVE "V" TO WS-AUD-SEARCH-TYPE
           MOVE "Y" TO WS-AUD-SEARCH-SEL-SW
           PERFORM 3500-SEARCH-AUDIT-TABLE
           IF NOT WS-AUD-FOUND
               MOVE "N" TO WS-AUD-SEARCH-SEL-SW
               PERFORM 3500-SEARCH-AUDIT-TABLE
           END-IF
           IF WS-AUD-FOUND
               MOVE "P" TO WS-AUD-SEARCH-TYPE
               MOVE "Y" TO WS-AUD-SEARCH-SEL-SW
               PERFORM 3500-SEARCH-AUDIT-TABLE
               IF WS-AUD-FOUND
                   MOVE "Y" TO WS-AUD-MATCHED-SW (WS-AUD-FOUND-SUB)
                   PERFORM 3400-COMPARE-AUDIT-FIELDS
                   IF NOT WS-KEY-EXCEPTION
                       ADD 1 TO WS-CLEAN-COUNT
                   END-IF
               ELSE
                   ADD 1 TO WS-BYPASSED-COUNT
               END-IF
           ELSE
               MOVE "NOT ON MASTER" TO WS-CMP-CONDITION
               PERFORM 3700-REPORT-EXTRACT-SIDE
      *        The audit side still gets tied (and its entry marked
      *        matched) so the later sweep reserves NOT ON EXTRACT
      *        for keys genuinely absent from the extract.
               PERFORM 3600-TIE-AUDIT-SIDE
           END-IF.

      *        A reversal's offsetting record: no master record is
      *        left to compare, so it ties to the reversal audit line
      *        of the selected batch alone.  A reversal logged under
      *        another batch is bypassed.
       3250-TIE-REVERSAL-KEY.
           MOVE EXT-TRAN-KEY-TEXT TO WS-AUD-SEARCH-KEY
           MOVE "V" TO WS-AUD-SEARCH-TYPE
           MOVE "Y" TO WS-AUD-SEARCH-SEL-SW
           PERFORM 3500-SEARCH-AUDIT-TABLE
           IF WS-AUD-FOUND
               ADD 1 TO WS-REVERSAL-COUNT
               MOVE "Y" TO WS-AUD-MATCHED-SW (WS-AUD-FOUND-SUB)
               PERFORM 3400-COMPARE-AUDIT-FIELDS
               IF NOT WS-KEY-EXCEPTION
                   ADD 1 TO WS-CLEAN-COUNT
               END-IF
           ELSE
               MOVE "N" TO WS-AUD-SEARCH-SEL-SW
               PERFORM 3500-SEARCH-AUDIT-TABLE
               IF WS-AUD-FOUND
                   ADD 1 TO WS-BYPASSED-COUNT
               ELSE
                   MOVE "NOT ON AUDIT" TO WS-CMP-CONDITION
                   PERFORM 3700-REPORT-EXTRACT-SIDE
               END-IF
           END-IF.

       3300-COMPARE-MASTER-FIELDS.
           MOVE "MASTER DIFFERS" TO WS-CMP-CONDITION
           PERFORM 3310-STAGE-MASTER-SUM

       3600-TIE-AUDIT-SIDE.
           MOVE EXT-TRAN-KEY-TEXT TO WS-AUD-SEARCH-KEY
           MOVE "P" TO WS-AUD-SEARCH-TYPE
           MOVE "Y" TO WS-AUD-SEARCH-SEL-SW
           PERFORM 3500-SEARCH-AUDIT-TABLE
           IF WS-AUD-FOUND
               MOVE "Y" TO WS-AUD-MATCHED-SW (WS-AUD-FOUND-SUB)

       3650-MARK-AUDIT-MATCHED.
           MOVE EXT-TRAN-KEY-TEXT TO WS-AUD-SEARCH-KEY
           MOVE "P" TO WS-AUD-SEARCH-TYPE
           MOVE "Y" TO WS-AUD-SEARCH-SEL-SW
           PERFORM 3500-SEARCH-AUDIT-TABLE
           IF WS-AUD-FOUND
               MOVE "Y" TO WS-AUD-MATCHED-SW (WS-AUD-FOUND-SUB)

       3550-TEST-AUDIT-ENTRY.
           IF WS-AUD-KEY (WS-AUD-SUB) = WS-AUD-SEARCH-KEY
               AND WS-AUD-TYPE (WS-AUD-SUB) = WS-AUD-SEARCH-TYPE
               AND WS-AUD-SELECTED-SW (WS-AUD-SUB)
                   = WS-AUD-SEARCH-SEL-SW
               MOVE "Y" TO WS-AUD-FOUND-SW
               MOVE WS-AUD-SUB TO WS-AUD-FOUND-SUB
           END-IF.

       4100-REPORT-UNMATCHED-ENTRY.
           IF NOT WS-AUD-MATCHED (WS-AUD-SUB)
               AND WS-AUD-SELECTED (WS-AUD-SUB)
               MOVE WS-AUD-SUB TO WS-AUD-FOUND-SUB
               MOVE WS-AUD-KEY (WS-AUD-SUB) TO XL-KEY
               MOVE "NOT ON EXTRACT" TO WS-CMP-CONDITION
           MOVE WS-BYPASSED-COUNT TO SL-BYPASSED-COUNT
           MOVE WS-AUD-SELECTED-COUNT TO SL-AUD-SELECTED-COUNT
           MOVE WS-CLEAN-COUNT TO SL-CLEAN-COUNT
           MOVE WS-REVERSAL-COUNT TO SL-REVERSAL-COUNT
           MOVE WS-EXCEPTION-COUNT TO SL-EXCEPTION-COUNT
           MOVE WS-SUMMARY-LINE TO RPT-RECORD
           WRITE RPT-RECORD AFTER ADVANCING 2 LINES
