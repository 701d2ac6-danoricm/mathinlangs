      *        result columns carry a text REDEFINES because an
      *        operation the transaction never requested is blank,
      *        not zero, and blank must compare as its own state.
      *        A reversal's offsetting record (entry type V) is not a
      *        result for its key and is read past, so a key backed
      *        out of the master reports as dropped.
       FD  CUR-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  CUR-RECORD.
           05  CE-TRAN-KEY              PIC X(6).
           05  FILLER                   PIC X(10).
           05  CE-QUOT-TEXT REDEFINES CE-QUOT
                                    PIC X(5).
           05  FILLER                   PIC X(34).
           05  CE-ENTRY-TYPE            PIC X(1).
               88  CE-REVERSAL          VALUE "V".

       FD  PRV-FILE
           RECORD CONTAINS 79 CHARACTERS.
       01  PRV-RECORD.
           05  PE-TRAN-KEY              PIC X(6).
           05  FILLER                   PIC X(10).
           05  PE-QUOT-TEXT REDEFINES PE-QUOT
                                    PIC X(5).
           05  FILLER                   PIC X(34).
           05  PE-ENTRY-TYPE            PIC X(1).
               88  PE-REVERSAL          VALUE "V".

       FD  RPT-FILE
           RECORD CONTAINS 133 CHARACTERS.
           END-EVALUATE.

       2100-READ-CURRENT.
           PERFORM 2110-READ-CURRENT-RECORD
           PERFORM 2110-READ-CURRENT-RECORD
               UNTIL WS-CUR-KEY = HIGH-VALUES
                  OR NOT CE-REVERSAL.

       2110-READ-CURRENT-RECORD.
           READ CUR-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-CUR-KEY
           END-READ.

       2200-READ-PRIOR.
           PERFORM 2210-READ-PRIOR-RECORD
           PERFORM 2210-READ-PRIOR-RECORD
               UNTIL WS-PRV-KEY = HIGH-VALUES
                  OR NOT PE-REVERSAL.

       2210-READ-PRIOR-RECORD.
           READ PRV-FILE
               AT END
                   MOVE HIGH-VALUES TO WS-PRV-KEY
