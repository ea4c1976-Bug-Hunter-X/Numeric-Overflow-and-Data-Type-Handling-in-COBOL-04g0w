                                       PIC S9(9).
                   15  WS-SUS-SOURCE   PIC X(8).
                   15  WS-SUS-TIMESTAMP PIC X(16).
               10  WS-SUS-BATCH-ID     PIC X(8).
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-PICK-ENTRY               PIC X(3) VALUE SPACES.
       01  WS-PICK-SUB                 PIC 9(3) VALUE 0.
                       TO WS-SUS-REPOST-RUN-ID (WS-SUSP-COUNT)
                   MOVE SUSP-TRAN-DATA
                       TO WS-SUS-TRAN-DATA (WS-SUSP-COUNT)
                   MOVE SUSP-BATCH-ID
                       TO WS-SUS-BATCH-ID (WS-SUSP-COUNT)
           END-READ.

       2000-LIST-SUSPENSE-RECORDS.
           MOVE WS-SUS-REPOST-RUN-ID (WS-SUSP-SUB)
               TO SUSP-REPOST-RUN-ID
           MOVE WS-SUS-TRAN-DATA (WS-SUSP-SUB) TO SUSP-TRAN-DATA
           MOVE WS-SUS-BATCH-ID (WS-SUSP-SUB) TO SUSP-BATCH-ID
           WRITE SUSPENSE-RECORD
           IF WS-SUSP-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE SUSPENSE RECORD, STATUS="
