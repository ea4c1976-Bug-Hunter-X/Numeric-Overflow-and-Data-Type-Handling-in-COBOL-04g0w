      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLGMST - counter-group master maintenance for GRPMAST.
*> Counter groups are the business units the region and product
*> line counters roll up into (see GRPMREC). Supports three
*> actions: (A)dd a group with its name, consolidated ceiling
*> and warning bands, (C)hange an existing group's name, ceiling
*> and bands, and (D)elete a group that no counter on CTRMAST
*> still names. Prompts for the operator id and the action,
*> validates the entries, rewrites GRPMAST with the change in
*> place, and appends a who/when/old/new change-log record to
*> GRPMLOG (see the GRPMLOG copybook) the way OVFLCMST logs
*> counter changes to CTRMLOG. The operator id is validated
*> against the OPERMAST authorization master (see OPERREC) and
*> must carry maintenance authority (level 2). Counters are
*> assigned to a group through OVFLCMST action "G".
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLGMST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GROUP-MASTER-FILE ASSIGN TO "GRPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPM-FILE-STATUS.
           SELECT COUNTER-MASTER-FILE ASSIGN TO "CTRMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRM-FILE-STATUS.
           SELECT OPERATOR-MASTER-FILE ASSIGN TO "OPERMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-OPER-FILE-STATUS.
           SELECT GROUP-CHANGE-LOG-FILE ASSIGN TO "GRPMLOG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GLOG-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  GROUP-MASTER-FILE
           RECORDING MODE IS F.
       COPY GRPMREC.

       FD  COUNTER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CTRMREC.

       FD  GROUP-CHANGE-LOG-FILE
           RECORDING MODE IS F.
       COPY GRPMLOG.

       FD  OPERATOR-MASTER-FILE
           RECORDING MODE IS F.
       COPY OPERREC.

       WORKING-STORAGE SECTION.
       01  WS-GRPM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-GLOG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-GRPM-FILE     VALUE "Y".
       01  WS-CTRM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-CTRM-FILE     VALUE "Y".
       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GRP-SUB                  PIC 9(3) VALUE 0.
       01  WS-GRP-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-ID           PIC X(8).
               10  WS-GRP-NAME         PIC X(20).
               10  WS-GRP-CEILING      PIC 9(9).
               10  WS-GRP-WARN-PCT-1   PIC 9(2).
               10  WS-GRP-WARN-PCT-2   PIC 9(2).
               10  WS-GRP-WARN1-DATE   PIC X(8).
               10  WS-GRP-WARN2-DATE   PIC X(8).
               10  WS-GRP-TRIP-DATE    PIC X(8).
               10  WS-GRP-DELETED      PIC X.
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-ACTION-CODE              PIC X VALUE SPACES.
           88  WS-ACTION-ADD           VALUE "A".
           88  WS-ACTION-CHANGE        VALUE "C".
           88  WS-ACTION-DELETE        VALUE "D".
       01  WS-TARGET-GROUP-ID          PIC X(8) VALUE SPACES.
       01  WS-NEW-NAME                 PIC X(20) VALUE SPACES.
       01  WS-OLD-NAME                 PIC X(20) VALUE SPACES.
       01  WS-NEW-CEILING-ENTRY        PIC X(9) VALUE SPACES.
       01  WS-NEW-CEILING              PIC 9(9) VALUE 0.
       01  WS-OLD-CEILING              PIC 9(9) VALUE 0.
       01  WS-WARN-1-ENTRY             PIC X(2) VALUE SPACES.
       01  WS-WARN-2-ENTRY             PIC X(2) VALUE SPACES.
       01  WS-NEW-WARN-PCT-1           PIC 9(2) VALUE 0.
       01  WS-NEW-WARN-PCT-2           PIC 9(2) VALUE 0.
       01  WS-OLD-WARN-PCT-1           PIC 9(2) VALUE 0.
       01  WS-OLD-WARN-PCT-2           PIC 9(2) VALUE 0.
       01  WS-MEMBER-COUNT             PIC 9(5) VALUE 0.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-OPER-FILE     VALUE "Y".
       01  WS-OPER-FOUND               PIC X VALUE "N".
       01  WS-OPER-LEVEL               PIC 9 VALUE 0.
       01  WS-OPER-ACTIVE-FLAG         PIC X VALUE SPACE.
       01  WS-REQUIRED-AUTH-LEVEL      PIC 9 VALUE 2.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-PROMPT-FOR-CHANGE
           PERFORM 2000-LOAD-GROUP-MASTER
           PERFORM 3000-APPLY-CHANGE
           PERFORM 4000-REWRITE-GROUP-MASTER
           PERFORM 5000-WRITE-CHANGE-LOG
           STOP RUN.

       1000-PROMPT-FOR-CHANGE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           DISPLAY "COUNTER GROUP MAINTENANCE"
           DISPLAY "ENTER OPERATOR ID: "
           ACCEPT WS-OPERATOR-ID
           PERFORM 8500-VALIDATE-OPERATOR
           DISPLAY "ACTION: (A)DD GROUP, (C)HANGE GROUP, "
               "(D)ELETE GROUP: "
           ACCEPT WS-ACTION-CODE
           IF NOT WS-ACTION-ADD
              AND NOT WS-ACTION-CHANGE
              AND NOT WS-ACTION-DELETE THEN
               DISPLAY "ACTION MUST BE A, C, OR D"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ENTER GROUP ID (8 CHARS): "
           ACCEPT WS-TARGET-GROUP-ID
           IF WS-TARGET-GROUP-ID = SPACES THEN
               DISPLAY "GROUP ID MUST NOT BE BLANK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-ACTION-ADD OR WS-ACTION-CHANGE THEN
               PERFORM 1100-PROMPT-FOR-GROUP-VALUES
           END-IF.

       1100-PROMPT-FOR-GROUP-VALUES.
           DISPLAY "ENTER GROUP NAME (20 CHARS"
               ", BLANK ON A CHANGE TO KEEP IT): "
           ACCEPT WS-NEW-NAME
           IF WS-ACTION-ADD AND WS-NEW-NAME = SPACES THEN
               DISPLAY "GROUP NAME MUST NOT BE BLANK"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ENTER GROUP CEILING (9 DIGITS): "
           ACCEPT WS-NEW-CEILING-ENTRY
           IF WS-NEW-CEILING-ENTRY IS NOT NUMERIC THEN
               DISPLAY "GROUP CEILING MUST BE NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-NEW-CEILING-ENTRY TO WS-NEW-CEILING
           IF WS-NEW-CEILING = 0 THEN
               DISPLAY "GROUP CEILING MUST BE GREATER THAN ZERO"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ENTER FIRST WARNING BAND PERCENT "
               "(2 DIGITS, ZERO FOR THE CEILPARM BAND): "
           ACCEPT WS-WARN-1-ENTRY
           IF WS-WARN-1-ENTRY IS NOT NUMERIC THEN
               DISPLAY "WARNING BAND PERCENT MUST BE NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WARN-1-ENTRY TO WS-NEW-WARN-PCT-1
           DISPLAY "ENTER SECOND WARNING BAND PERCENT "
               "(2 DIGITS, ZERO FOR THE CEILPARM BAND): "
           ACCEPT WS-WARN-2-ENTRY
           IF WS-WARN-2-ENTRY IS NOT NUMERIC THEN
               DISPLAY "WARNING BAND PERCENT MUST BE NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-WARN-2-ENTRY TO WS-NEW-WARN-PCT-2
           IF WS-NEW-WARN-PCT-1 > 0
              AND WS-NEW-WARN-PCT-2 > 0
              AND WS-NEW-WARN-PCT-1 >= WS-NEW-WARN-PCT-2 THEN
               DISPLAY "FIRST WARNING BAND MUST BE BELOW THE SECOND"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       2000-LOAD-GROUP-MASTER.
           OPEN INPUT GROUP-MASTER-FILE
           IF WS-GRPM-FILE-STATUS = "35" THEN
               DISPLAY "GROUP MASTER NOT FOUND, STARTING EMPTY"
               SET WS-END-OF-GRPM-FILE TO TRUE
           ELSE
               IF WS-GRPM-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN GROUP MASTER FILE, "
                       "STATUS=" WS-GRPM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 2100-LOAD-GROUP-RECORD
                   UNTIL WS-END-OF-GRPM-FILE
               CLOSE GROUP-MASTER-FILE
           END-IF.

       2100-LOAD-GROUP-RECORD.
           READ GROUP-MASTER-FILE
               AT END
                   SET WS-END-OF-GRPM-FILE TO TRUE
               NOT AT END
                   IF WS-GROUP-COUNT = 100 THEN
                       DISPLAY "GROUP MASTER EXCEEDS TABLE LIMIT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE GRPM-GROUP-ID TO WS-GRP-ID (WS-GROUP-COUNT)
                   MOVE GRPM-GROUP-NAME TO WS-GRP-NAME (WS-GROUP-COUNT)
                   MOVE GRPM-CEILING TO WS-GRP-CEILING (WS-GROUP-COUNT)
                   MOVE GRPM-WARN-PCT-1
                       TO WS-GRP-WARN-PCT-1 (WS-GROUP-COUNT)
                   MOVE GRPM-WARN-PCT-2
                       TO WS-GRP-WARN-PCT-2 (WS-GROUP-COUNT)
                   MOVE GRPM-WARN1-DATE
                       TO WS-GRP-WARN1-DATE (WS-GROUP-COUNT)
                   MOVE GRPM-WARN2-DATE
                       TO WS-GRP-WARN2-DATE (WS-GROUP-COUNT)
                   MOVE GRPM-TRIP-DATE
                       TO WS-GRP-TRIP-DATE (WS-GROUP-COUNT)
                   MOVE "N" TO WS-GRP-DELETED (WS-GROUP-COUNT)
           END-READ.

       3000-APPLY-CHANGE.
           MOVE 0 TO WS-GRP-FOUND-SUB
           PERFORM 3100-MATCH-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
                  OR WS-GRP-FOUND-SUB > 0
           IF WS-ACTION-ADD THEN
               PERFORM 3200-ADD-GROUP
           ELSE
               IF WS-GRP-FOUND-SUB = 0 THEN
                   DISPLAY "GROUP " WS-TARGET-GROUP-ID
                       " NOT ON GROUP MASTER"
                   MOVE 8 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-GRP-NAME (WS-GRP-FOUND-SUB) TO WS-OLD-NAME
               MOVE WS-GRP-CEILING (WS-GRP-FOUND-SUB) TO WS-OLD-CEILING
               MOVE WS-GRP-WARN-PCT-1 (WS-GRP-FOUND-SUB)
                   TO WS-OLD-WARN-PCT-1
               MOVE WS-GRP-WARN-PCT-2 (WS-GRP-FOUND-SUB)
                   TO WS-OLD-WARN-PCT-2
               IF WS-ACTION-CHANGE THEN
                   IF WS-NEW-NAME = SPACES THEN
                       MOVE WS-OLD-NAME TO WS-NEW-NAME
                   END-IF
                   MOVE WS-NEW-NAME TO WS-GRP-NAME (WS-GRP-FOUND-SUB)
                   MOVE WS-NEW-CEILING
                       TO WS-GRP-CEILING (WS-GRP-FOUND-SUB)
                   MOVE WS-NEW-WARN-PCT-1
                       TO WS-GRP-WARN-PCT-1 (WS-GRP-FOUND-SUB)
                   MOVE WS-NEW-WARN-PCT-2
                       TO WS-GRP-WARN-PCT-2 (WS-GRP-FOUND-SUB)
               END-IF
               IF WS-ACTION-DELETE THEN
                   PERFORM 3300-CHECK-GROUP-MEMBERS
                   MOVE "Y" TO WS-GRP-DELETED (WS-GRP-FOUND-SUB)
                   MOVE SPACES TO WS-NEW-NAME
                   MOVE 0 TO WS-NEW-CEILING
                   MOVE 0 TO WS-NEW-WARN-PCT-1
                   MOVE 0 TO WS-NEW-WARN-PCT-2
               END-IF
           END-IF.

       3100-MATCH-GROUP.
           IF WS-GRP-ID (WS-GRP-SUB) = WS-TARGET-GROUP-ID THEN
               MOVE WS-GRP-SUB TO WS-GRP-FOUND-SUB
           END-IF.

       3200-ADD-GROUP.
           IF WS-GRP-FOUND-SUB > 0 THEN
               DISPLAY "GROUP " WS-TARGET-GROUP-ID
                   " IS ALREADY ON GROUP MASTER"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-GROUP-COUNT = 100 THEN
               DISPLAY "GROUP MASTER IS FULL"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-GROUP-COUNT
           MOVE WS-GROUP-COUNT TO WS-GRP-FOUND-SUB
           MOVE WS-TARGET-GROUP-ID TO WS-GRP-ID (WS-GRP-FOUND-SUB)
           MOVE WS-NEW-NAME TO WS-GRP-NAME (WS-GRP-FOUND-SUB)
           MOVE WS-NEW-CEILING TO WS-GRP-CEILING (WS-GRP-FOUND-SUB)
           MOVE WS-NEW-WARN-PCT-1
               TO WS-GRP-WARN-PCT-1 (WS-GRP-FOUND-SUB)
           MOVE WS-NEW-WARN-PCT-2
               TO WS-GRP-WARN-PCT-2 (WS-GRP-FOUND-SUB)
           MOVE SPACES TO WS-GRP-WARN1-DATE (WS-GRP-FOUND-SUB)
           MOVE SPACES TO WS-GRP-WARN2-DATE (WS-GRP-FOUND-SUB)
           MOVE SPACES TO WS-GRP-TRIP-DATE (WS-GRP-FOUND-SUB)
           MOVE "N" TO WS-GRP-DELETED (WS-GRP-FOUND-SUB)
           MOVE SPACES TO WS-OLD-NAME
           MOVE 0 TO WS-OLD-CEILING
           MOVE 0 TO WS-OLD-WARN-PCT-1
           MOVE 0 TO WS-OLD-WARN-PCT-2.

       3300-CHECK-GROUP-MEMBERS.
           OPEN INPUT COUNTER-MASTER-FILE
           IF WS-CTRM-FILE-STATUS = "00" THEN
               PERFORM 3310-COUNT-GROUP-MEMBER
                   UNTIL WS-END-OF-CTRM-FILE
               CLOSE COUNTER-MASTER-FILE
           ELSE
               IF WS-CTRM-FILE-STATUS NOT = "35" THEN
                   DISPLAY "UNABLE TO OPEN COUNTER MASTER FILE, "
                       "STATUS=" WS-CTRM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-MEMBER-COUNT > 0 THEN
               DISPLAY "GROUP " WS-TARGET-GROUP-ID " STILL HAS "
                   WS-MEMBER-COUNT " COUNTER(S), REASSIGN THEM "
                   "THROUGH OVFLCMST FIRST"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       3310-COUNT-GROUP-MEMBER.
           READ COUNTER-MASTER-FILE
               AT END
                   SET WS-END-OF-CTRM-FILE TO TRUE
               NOT AT END
                   IF CTRM-GROUP-ID = WS-TARGET-GROUP-ID THEN
                       ADD 1 TO WS-MEMBER-COUNT
                   END-IF
           END-READ.

       4000-REWRITE-GROUP-MASTER.
           OPEN OUTPUT GROUP-MASTER-FILE
           IF WS-GRPM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN GROUP MASTER FILE, STATUS="
                   WS-GRPM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-WRITE-GROUP-RECORD
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
           CLOSE GROUP-MASTER-FILE.

       4100-WRITE-GROUP-RECORD.
           IF WS-GRP-DELETED (WS-GRP-SUB) NOT = "Y" THEN
               MOVE WS-GRP-ID (WS-GRP-SUB) TO GRPM-GROUP-ID
               MOVE WS-GRP-NAME (WS-GRP-SUB) TO GRPM-GROUP-NAME
               MOVE WS-GRP-CEILING (WS-GRP-SUB) TO GRPM-CEILING
               MOVE WS-GRP-WARN-PCT-1 (WS-GRP-SUB) TO GRPM-WARN-PCT-1
               MOVE WS-GRP-WARN-PCT-2 (WS-GRP-SUB) TO GRPM-WARN-PCT-2
               MOVE WS-GRP-WARN1-DATE (WS-GRP-SUB) TO GRPM-WARN1-DATE
               MOVE WS-GRP-WARN2-DATE (WS-GRP-SUB) TO GRPM-WARN2-DATE
               MOVE WS-GRP-TRIP-DATE (WS-GRP-SUB) TO GRPM-TRIP-DATE
               WRITE GROUP-MASTER-RECORD
               IF WS-GRPM-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE GROUP MASTER RECORD, "
                       "STATUS=" WS-GRPM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       5000-WRITE-CHANGE-LOG.
           OPEN EXTEND GROUP-CHANGE-LOG-FILE
           IF WS-GLOG-FILE-STATUS = "35" THEN
               OPEN OUTPUT GROUP-CHANGE-LOG-FILE
               CLOSE GROUP-CHANGE-LOG-FILE
               OPEN EXTEND GROUP-CHANGE-LOG-FILE
           END-IF
           IF WS-GLOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN GROUP CHANGE LOG, STATUS="
                   WS-GLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CURRENT-DATE TO GLOG-CHANGE-DATE
           MOVE WS-CURRENT-TIME TO GLOG-CHANGE-TIME
           MOVE WS-OPERATOR-ID TO GLOG-OPERATOR-ID
           MOVE WS-TARGET-GROUP-ID TO GLOG-GROUP-ID
           MOVE WS-ACTION-CODE TO GLOG-ACTION
           MOVE WS-OLD-NAME TO GLOG-OLD-NAME
           MOVE WS-NEW-NAME TO GLOG-NEW-NAME
           MOVE WS-OLD-CEILING TO GLOG-OLD-CEILING
           MOVE WS-NEW-CEILING TO GLOG-NEW-CEILING
           MOVE WS-OLD-WARN-PCT-1 TO GLOG-OLD-WARN-PCT-1
           MOVE WS-NEW-WARN-PCT-1 TO GLOG-NEW-WARN-PCT-1
           MOVE WS-OLD-WARN-PCT-2 TO GLOG-OLD-WARN-PCT-2
           MOVE WS-NEW-WARN-PCT-2 TO GLOG-NEW-WARN-PCT-2
           WRITE GROUP-CHANGE-LOG-RECORD
           IF WS-GLOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE GROUP CHANGE LOG, STATUS="
                   WS-GLOG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE GROUP-CHANGE-LOG-FILE
           DISPLAY "GROUP " WS-TARGET-GROUP-ID
               " CHANGE RECORDED BY " WS-OPERATOR-ID.

       8500-VALIDATE-OPERATOR.
           OPEN INPUT OPERATOR-MASTER-FILE
           IF WS-OPER-FILE-STATUS NOT = "00" THEN
               DISPLAY "OPERATOR MASTER NOT AVAILABLE, STATUS="
                   WS-OPER-FILE-STATUS
               DISPLAY "TRANSACTION REFUSED, SEE OVFLOPER"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 8510-SCAN-OPERATOR-RECORD
               UNTIL WS-END-OF-OPER-FILE
           CLOSE OPERATOR-MASTER-FILE
           IF WS-OPER-FOUND = "N" THEN
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT ON MASTER, REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPER-ACTIVE-FLAG NOT = "Y" THEN
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " IS DISABLED, REFUSED"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-OPER-LEVEL < WS-REQUIRED-AUTH-LEVEL THEN
               DISPLAY "OPERATOR " WS-OPERATOR-ID
                   " NOT AUTHORIZED FOR THIS TRANSACTION"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF.

       8510-SCAN-OPERATOR-RECORD.
           READ OPERATOR-MASTER-FILE
               AT END
                   SET WS-END-OF-OPER-FILE TO TRUE
               NOT AT END
                   IF OPER-ID = WS-OPERATOR-ID THEN
                       MOVE "Y" TO WS-OPER-FOUND
                       MOVE OPER-AUTH-LEVEL TO WS-OPER-LEVEL
                       MOVE OPER-ACTIVE TO WS-OPER-ACTIVE-FLAG
                   END-IF
           END-READ.
