*> ceiling"), and active status. The operator id is validated
*> against the OPERMAST authorization master (see OPERREC) and
*> must carry maintenance authority (level 2).
*> A fourth action, (L)ink, names the spill-over counter that
*> takes a counter's excess when it trips its ceiling, or clears
*> the link when the entry is left blank. The linked counter
*> must already be on the master, must not be retired, and must
*> not lead back to the counter being linked through its own
*> chain of links, so OVFLCHK can never spill in a circle.
*> A fifth action, (G)roup, assigns the counter to a counter
*> group on GRPMAST (see GRPMREC) or removes it from its group
*> when the entry is left blank; the group must already be on
*> GRPMAST (added through OVFLGMST). Membership changes are
*> logged to CTRMLOG with the old and new group ids.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLCMST.
           SELECT COUNTER-CHANGE-LOG-FILE ASSIGN TO "CTRMLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CLOG-FILE-STATUS.
           SELECT GROUP-MASTER-FILE ASSIGN TO "GRPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPM-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY OPERREC.

       FD  GROUP-MASTER-FILE
           RECORDING MODE IS F.
       COPY GRPMREC.

       WORKING-STORAGE SECTION.
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CLOG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-GRPM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-GRPM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-GRPM-FILE     VALUE "Y".
       01  WS-GROUP-FOUND              PIC X VALUE "N".
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-CTRM-FILE     VALUE "Y".
       01  WS-COUNTER-COUNT            PIC 9(3) VALUE 0.
               10  WS-CTR-STATUS       PIC X.
               10  WS-CTR-WARN1-DATE   PIC X(8).
               10  WS-CTR-WARN2-DATE   PIC X(8).
               10  WS-CTR-SPILL-ID     PIC X(8).
               10  WS-CTR-GROUP-ID     PIC X(8).
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-ACTION-CODE              PIC X VALUE SPACES.
           88  WS-ACTION-ADD           VALUE "A".
           88  WS-ACTION-CEILING       VALUE "C".
           88  WS-ACTION-STATUS        VALUE "S".
           88  WS-ACTION-LINK          VALUE "L".
           88  WS-ACTION-GROUP         VALUE "G".
       01  WS-TARGET-COUNTER-ID        PIC X(8) VALUE SPACES.
       01  WS-NEW-CEILING-ENTRY        PIC X(9) VALUE SPACES.
       01  WS-NEW-CEILING              PIC 9(9) VALUE 0.
       01  WS-NEW-STATUS               PIC X VALUE SPACES.
       01  WS-OLD-CEILING              PIC 9(9) VALUE 0.
       01  WS-OLD-STATUS               PIC X VALUE SPACE.
       01  WS-NEW-SPILL-ID             PIC X(8) VALUE SPACES.
       01  WS-OLD-SPILL-ID             PIC X(8) VALUE SPACES.
       01  WS-NEW-GROUP-ID             PIC X(8) VALUE SPACES.
       01  WS-OLD-GROUP-ID             PIC X(8) VALUE SPACES.
       01  WS-SPILL-SUB                PIC 9(3) VALUE 0.
       01  WS-CHAIN-ID                 PIC X(8) VALUE SPACES.
       01  WS-CHAIN-STEPS              PIC 9(3) VALUE 0.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-OPER-FILE     VALUE "Y".
           ACCEPT WS-OPERATOR-ID
           PERFORM 8500-VALIDATE-OPERATOR
           DISPLAY "ACTION: (A)DD COUNTER, (C)HANGE CEILING, "
               "(S)ET STATUS, (L)INK SPILL-OVER COUNTER, "
               "(G)ROUP: "
           ACCEPT WS-ACTION-CODE
           IF NOT WS-ACTION-ADD
              AND NOT WS-ACTION-CEILING
              AND NOT WS-ACTION-STATUS
              AND NOT WS-ACTION-LINK
              AND NOT WS-ACTION-GROUP THEN
               DISPLAY "ACTION MUST BE A, C, S, L, OR G"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-ACTION-LINK THEN
               DISPLAY "ENTER SPILL-OVER COUNTER ID (8 CHARS, "
                   "BLANK TO REMOVE THE LINK): "
               ACCEPT WS-NEW-SPILL-ID
               IF WS-NEW-SPILL-ID = WS-TARGET-COUNTER-ID THEN
                   DISPLAY "A COUNTER CANNOT SPILL INTO ITSELF"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-ACTION-GROUP THEN
               DISPLAY "ENTER COUNTER GROUP ID (8 CHARS, "
                   "BLANK TO REMOVE FROM ITS GROUP): "
               ACCEPT WS-NEW-GROUP-ID
           END-IF.

       2000-LOAD-COUNTER-MASTER.
                       TO WS-CTR-WARN1-DATE (WS-COUNTER-COUNT)
                   MOVE CTRM-WARN2-DATE
                       TO WS-CTR-WARN2-DATE (WS-COUNTER-COUNT)
                   MOVE CTRM-SPILL-COUNTER-ID
                       TO WS-CTR-SPILL-ID (WS-COUNTER-COUNT)
                   MOVE CTRM-GROUP-ID
                       TO WS-CTR-GROUP-ID (WS-COUNTER-COUNT)
           END-READ.

       3000-APPLY-CHANGE.
                   MOVE WS-NEW-CEILING
                       TO WS-CTR-CEILING (WS-CTR-FOUND-SUB)
                   MOVE WS-OLD-STATUS TO WS-NEW-STATUS
               END-IF
               IF WS-ACTION-STATUS THEN
                   MOVE WS-NEW-STATUS
                       TO WS-CTR-STATUS (WS-CTR-FOUND-SUB)
                   MOVE WS-OLD-CEILING TO WS-NEW-CEILING
               END-IF
               IF WS-ACTION-LINK THEN
                   PERFORM 3300-LINK-SPILL-COUNTER
                   MOVE WS-OLD-CEILING TO WS-NEW-CEILING
                   MOVE WS-OLD-STATUS TO WS-NEW-STATUS
               END-IF
               IF WS-ACTION-GROUP THEN
                   PERFORM 3400-ASSIGN-COUNTER-GROUP
                   MOVE WS-OLD-CEILING TO WS-NEW-CEILING
                   MOVE WS-OLD-STATUS TO WS-NEW-STATUS
               END-IF
           END-IF.

       3100-MATCH-COUNTER.
           MOVE "A" TO WS-CTR-STATUS (WS-CTR-FOUND-SUB)
           MOVE SPACES TO WS-CTR-WARN1-DATE (WS-CTR-FOUND-SUB)
           MOVE SPACES TO WS-CTR-WARN2-DATE (WS-CTR-FOUND-SUB)
           MOVE SPACES TO WS-CTR-SPILL-ID (WS-CTR-FOUND-SUB)
           MOVE SPACES TO WS-CTR-GROUP-ID (WS-CTR-FOUND-SUB)
           MOVE 0 TO WS-OLD-CEILING
           MOVE SPACE TO WS-OLD-STATUS
           MOVE "A" TO WS-NEW-STATUS.

       3300-LINK-SPILL-COUNTER.
           MOVE WS-CTR-SPILL-ID (WS-CTR-FOUND-SUB) TO WS-OLD-SPILL-ID
           IF WS-NEW-SPILL-ID NOT = SPACES THEN
               MOVE WS-NEW-SPILL-ID TO WS-CHAIN-ID
               PERFORM 3310-FIND-CHAIN-COUNTER
               IF WS-SPILL-SUB = 0 THEN
                   DISPLAY "SPILL-OVER COUNTER " WS-NEW-SPILL-ID
                       " NOT ON MASTER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               IF WS-CTR-STATUS (WS-SPILL-SUB) = "R" THEN
                   DISPLAY "SPILL-OVER COUNTER " WS-NEW-SPILL-ID
                       " IS RETIRED"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 0 TO WS-CHAIN-STEPS
               PERFORM 3320-FOLLOW-SPILL-CHAIN
                   UNTIL WS-CHAIN-ID = SPACES
                      OR WS-CHAIN-STEPS > WS-COUNTER-COUNT
           END-IF
           MOVE WS-NEW-SPILL-ID TO WS-CTR-SPILL-ID (WS-CTR-FOUND-SUB).

       3310-FIND-CHAIN-COUNTER.
           MOVE 0 TO WS-SPILL-SUB
           PERFORM 3315-MATCH-CHAIN-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
                  OR WS-SPILL-SUB > 0.

       3315-MATCH-CHAIN-COUNTER.
           IF WS-CTR-ID (WS-CTR-SUB) = WS-CHAIN-ID THEN
               MOVE WS-CTR-SUB TO WS-SPILL-SUB
           END-IF.

       3320-FOLLOW-SPILL-CHAIN.
           IF WS-CHAIN-ID = WS-TARGET-COUNTER-ID THEN
               DISPLAY "LINK REFUSED, SPILL-OVER CHAIN FROM "
                   WS-NEW-SPILL-ID " LEADS BACK TO "
                   WS-TARGET-COUNTER-ID
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CHAIN-STEPS
           PERFORM 3310-FIND-CHAIN-COUNTER
           IF WS-SPILL-SUB = 0 THEN
               MOVE SPACES TO WS-CHAIN-ID
           ELSE
               MOVE WS-CTR-SPILL-ID (WS-SPILL-SUB) TO WS-CHAIN-ID
           END-IF.

       3400-ASSIGN-COUNTER-GROUP.
           MOVE WS-CTR-GROUP-ID (WS-CTR-FOUND-SUB) TO WS-OLD-GROUP-ID
           IF WS-NEW-GROUP-ID NOT = SPACES THEN
               OPEN INPUT GROUP-MASTER-FILE
               IF WS-GRPM-FILE-STATUS NOT = "00" THEN
                   DISPLAY "GROUP MASTER NOT AVAILABLE, STATUS="
                       WS-GRPM-FILE-STATUS
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3410-SCAN-GROUP-RECORD
                   UNTIL WS-END-OF-GRPM-FILE
               CLOSE GROUP-MASTER-FILE
               IF WS-GROUP-FOUND = "N" THEN
                   DISPLAY "COUNTER GROUP " WS-NEW-GROUP-ID
                       " NOT ON GROUP MASTER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           MOVE WS-NEW-GROUP-ID TO WS-CTR-GROUP-ID (WS-CTR-FOUND-SUB).

       3410-SCAN-GROUP-RECORD.
           READ GROUP-MASTER-FILE
               AT END
                   SET WS-END-OF-GRPM-FILE TO TRUE
               NOT AT END
                   IF GRPM-GROUP-ID = WS-NEW-GROUP-ID THEN
                       MOVE "Y" TO WS-GROUP-FOUND
                   END-IF
           END-READ.

       4000-REWRITE-COUNTER-MASTER.
           OPEN OUTPUT COUNTER-MASTER-FILE
           IF WS-CTRM-FILE-STATUS NOT = "00" THEN
           MOVE WS-CTR-STATUS (WS-CTR-SUB) TO CTRM-STATUS
           MOVE WS-CTR-WARN1-DATE (WS-CTR-SUB) TO CTRM-WARN1-DATE
           MOVE WS-CTR-WARN2-DATE (WS-CTR-SUB) TO CTRM-WARN2-DATE
           MOVE WS-CTR-SPILL-ID (WS-CTR-SUB) TO CTRM-SPILL-COUNTER-ID
           MOVE WS-CTR-GROUP-ID (WS-CTR-SUB) TO CTRM-GROUP-ID
           WRITE COUNTER-MASTER-RECORD
           IF WS-CTRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE COUNTER MASTER RECORD, STATUS="
           MOVE WS-NEW-CEILING TO CLOG-NEW-CEILING
           MOVE WS-OLD-STATUS TO CLOG-OLD-STATUS
           MOVE WS-NEW-STATUS TO CLOG-NEW-STATUS
           MOVE WS-OLD-SPILL-ID TO CLOG-OLD-SPILL-ID
           MOVE WS-NEW-SPILL-ID TO CLOG-NEW-SPILL-ID
           MOVE WS-OLD-GROUP-ID TO CLOG-OLD-GROUP-ID
           MOVE WS-NEW-GROUP-ID TO CLOG-NEW-GROUP-ID
           WRITE COUNTER-CHANGE-LOG-RECORD
           IF WS-CLOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE COUNTER CHANGE LOG, STATUS="
