      *            FUNCTION=PURGE    delete records whose last-update
      *                              date is older than CUTOFF=YYYYMMDD,
      *                              printing a register of everything
      *                              purged and logging each deletion
      *                              to the MATHHIST change history
      *            FUNCTION=VERIFY   integrity pass flagging records
      *                              whose op-code field and blank or
      *                              filled result columns disagree
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MST-TRAN-KEY
               FILE STATUS IS WS-MST-FILE-STATUS.
           SELECT HIST-FILE ASSIGN TO "MATHHIST"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS RANDOM
               RECORD KEY IS HS-HIST-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT CTL-FILE ASSIGN TO "SYSIN"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-FILE-STATUS.
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

       FD  CTL-FILE
           RECORD CONTAINS 80 CHARACTERS.
       01  CTL-RECORD                  PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-FILE-STATUSES.
           05  WS-MST-FILE-STATUS      PIC XX.
           05  WS-HIST-FILE-STATUS     PIC XX.
           05  WS-CTL-FILE-STATUS      PIC XX.
           05  WS-RPT-FILE-STATUS      PIC XX.

               88  WS-ABORT-RUN        VALUE "Y".
           05  WS-RECORD-FLAGGED-SW    PIC X VALUE "N".
               88  WS-RECORD-FLAGGED   VALUE "Y".
           05  WS-HIST-WRITTEN-SW      PIC X VALUE "N".
               88  WS-HIST-WRITTEN     VALUE "Y".

      *        Graded condition code, same scale MathOps hands the
      *        scheduler: 00 clean, 04 warning (integrity exceptions
           05  WS-PURGED-COUNT         PIC 9(7)  VALUE ZERO.
           05  WS-RETAINED-COUNT       PIC 9(7)  VALUE ZERO.
           05  WS-FLAGGED-COUNT        PIC 9(7)  VALUE ZERO.
           05  WS-HIST-SEQUENCE        PIC 9(5)  VALUE ZERO.

      *        Requested-operation switches decoded from MST-OP-CODES
      *        exactly the way MathOps decodes MT-OP-CODES: spaces or
               10  WS-RUN-MONTH        PIC 9(2).
               10  WS-RUN-DAY          PIC 9(2).
           05  WS-RUN-DATE-DISPLAY     PIC X(10).
           05  WS-RUN-TIME             PIC 9(8).

       01  WS-PAGE-CONTROL.
           05  WS-LINE-COUNT           PIC 9(3)  VALUE ZERO.

       1000-INITIALIZE.
           ACCEPT WS-RUN-DATE-YYYYMMDD FROM DATE YYYYMMDD
           ACCEPT WS-RUN-TIME FROM TIME
           STRING WS-RUN-MONTH "/" WS-RUN-DAY "/" WS-RUN-YEAR
               DELIMITED BY SIZE INTO WS-RUN-DATE-DISPLAY
           PERFORM 1200-READ-CONTROL-CARDS
               END-IF
           END-IF.

      *        PURGE rewrites the file in place, so it opens I-O,
      *        and logs what it deletes to MATHHIST; LIST and VERIFY
      *        only ever read.
       1100-OPEN-MASTER-FILE.
           IF WS-PURGE-FUNCTION
               OPEN I-O MST-FILE
               DISPLAY "MATHMNT: CANNOT OPEN MATHMST, STATUS "
                   WS-MST-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF
           IF WS-PURGE-FUNCTION
               PERFORM 1150-OPEN-HISTORY-FILE
           END-IF.

       1150-OPEN-HISTORY-FILE.
           OPEN I-O HIST-FILE
           IF WS-HIST-FILE-STATUS = "35"
               OPEN OUTPUT HIST-FILE
               CLOSE HIST-FILE
               OPEN I-O HIST-FILE
           END-IF
           IF WS-HIST-FILE-STATUS NOT = "00"
               DISPLAY "MATHMNT: CANNOT OPEN MATHHIST, STATUS "
                   WS-HIST-FILE-STATUS
               PERFORM 9010-RAISE-SEVERE-ERROR
           END-IF.

       1200-READ-CONTROL-CARDS.
                   ADD 1 TO WS-READ-COUNT
                   IF MST-LAST-UPD-DATE < WS-CUTOFF-DATE
                       PERFORM 2400-WRITE-RECORD-LINE
                       MOVE SPACES TO HIST-RECORD
                       MOVE MST-RECORD TO HS-BEFORE-IMAGE
                       DELETE MST-FILE
                           INVALID KEY
                               DISPLAY "MATHMNT: DELETE FAILED FOR "
                               SET WS-EOF TO TRUE
                           NOT INVALID KEY
                               ADD 1 TO WS-PURGED-COUNT
                               PERFORM 4200-WRITE-PURGE-HISTORY
                       END-DELETE
                   ELSE
                       ADD 1 TO WS-RETAINED-COUNT
                   END-IF
           END-READ.

      *        A purged key's last image goes to MATHHIST, so the
      *        change trail shows where the key went.  A duplicate
      *        history key takes the next sequence number.
       4200-WRITE-PURGE-HISTORY.
           SET HS-PURGED TO TRUE
           MOVE MST-TRAN-KEY TO HS-TRAN-KEY
           MOVE WS-RUN-DATE-YYYYMMDD TO HS-CHANGE-DATE
           MOVE WS-RUN-TIME TO HS-CHANGE-TIME
           MOVE "MATHMNT" TO HS-PROGRAM
           MOVE ZERO TO HS-BATCH-NUMBER
           MOVE "N" TO WS-HIST-WRITTEN-SW
           PERFORM 4210-WRITE-HISTORY-RECORD UNTIL WS-HIST-WRITTEN.

       4210-WRITE-HISTORY-RECORD.
           ADD 1 TO WS-HIST-SEQUENCE
           MOVE WS-HIST-SEQUENCE TO HS-SEQUENCE
           WRITE HIST-RECORD
               INVALID KEY
                   IF WS-HIST-FILE-STATUS NOT = "22"
                       DISPLAY "MATHMNT: MATHHIST WRITE FAILED FOR "
                           "KEY " HS-TRAN-KEY ", STATUS "
                           WS-HIST-FILE-STATUS
                       MOVE 08 TO WS-CANDIDATE-RETURN-CODE
                       PERFORM 9000-RAISE-RETURN-CODE
                       SET WS-HIST-WRITTEN TO TRUE
                   END-IF
               NOT INVALID KEY
                   SET WS-HIST-WRITTEN TO TRUE
           END-WRITE.

       5000-VERIFY-MASTER.
           PERFORM 5100-VERIFY-ONE-RECORD UNTIL WS-EOF.


       9100-CLOSE-FILES.
           CLOSE MST-FILE
           IF WS-PURGE-FUNCTION
               CLOSE HIST-FILE
           END-IF
           CLOSE RPT-FILE.
