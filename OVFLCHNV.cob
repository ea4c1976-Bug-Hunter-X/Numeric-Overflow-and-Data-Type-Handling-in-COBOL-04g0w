      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLCHNV - audit chain verifier. Proves to audit that the
*> overflow audit trail has not been edited since it was written.
*> Every audit record carries a continuous AUDIT-SEQ-NO and an
*> AUDIT-CHAIN-VALUE chained from the record before it (see
*> AUDITREC for the check-value rule). This program walks the
*> AUDARCH archive generations whose header date falls inside the
*> CHNVPARM date range, then the live OVFLAUD, recomputes every
*> check value and reports to CHNVRPT:
*>   - an altered record (recomputed value differs from the one
*>     stored on the record);
*>   - a gap (sequence numbers missing - records removed) or a
*>     sequence number out of order (records inserted or moved);
*>   - a break between generations (a generation's header does
*>     not continue from the trailer of the generation before it),
*>     or between the latest generation, the AUDCHN control record
*>     and the first record of OVFLAUD;
*>   - a generation whose trailer count or closing values do not
*>     match its records, or which has no trailer;
*>   - an unchained record (sequence number zero) after the chain
*>     has started - converted pre-chain history is only accepted
*>     ahead of the first chained record.
*> Generations before the range are read but not recomputed; the
*> first generation in the range is checked against the trailer
*> of the one before it when that one is still in AUDARCH, and is
*> otherwise taken on trust from its own header.
*> RETURN-CODE 8 means at least one exception was found; zero
*> means the trail verified clean. All files are opened for input
*> only and no lock is taken.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLCHNV.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CHAIN-PARM-FILE ASSIGN TO "CHNVPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPRM-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OVERFLOW-AUDIT-FILE ASSIGN TO "OVFLAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDC-FILE-STATUS.
           SELECT CHAIN-REPORT-FILE ASSIGN TO "CHNVRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CHAIN-PARM-FILE
           RECORDING MODE IS F.
       01  CHAIN-PARM-RECORD.
           05  CPRM-START-DATE         PIC X(8).
           05  CPRM-END-DATE           PIC X(8).

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY AUDARCH.

       FD  OVERFLOW-AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  AUDIT-CHAIN-FILE
           RECORDING MODE IS F.
       COPY AUDCHN.

       FD  CHAIN-REPORT-FILE
           RECORDING MODE IS F.
       01  CHAIN-REPORT-LINE           PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-CPRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ARCH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-AUDC-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-ARCH-FILE     VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-AUDIT-FILE    VALUE "Y".
       01  WS-START-DATE               PIC X(8) VALUE SPACES.
       01  WS-END-DATE                 PIC X(8) VALUE SPACES.

       01  WS-AUDC-PRESENT             PIC X VALUE "N".
       01  WS-AUDC-SEQ-NO              PIC 9(12) VALUE 0.
       01  WS-AUDC-CHAIN-VALUE         PIC 9(10) VALUE 0.

       01  WS-GEN-OPEN                 PIC X VALUE "N".
       01  WS-GEN-IN-RANGE             PIC X VALUE "N".
       01  WS-GEN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-GEN-RECORD-COUNT         PIC 9(9) VALUE 0.
       01  WS-GEN-EXCEPTIONS           PIC 9(9) VALUE 0.
       01  WS-GEN-FIRST-SEQ-NO         PIC 9(12) VALUE 0.
       01  WS-PREV-GEN-VERIFIED        PIC X VALUE "N".
       01  WS-PREV-TRL-SEQ-NO          PIC 9(12) VALUE 0.
       01  WS-PREV-TRL-CHAIN-OUT       PIC 9(10) VALUE 0.
       01  WS-LAST-TRL-SEEN            PIC X VALUE "N".
       01  WS-LAST-TRL-SEQ-NO          PIC 9(12) VALUE 0.
       01  WS-LAST-TRL-CHAIN-OUT       PIC 9(10) VALUE 0.

       01  WS-CHAIN-STARTED            PIC X VALUE "N".
       01  WS-EXPECT-SEQ-NO            PIC 9(12) VALUE 0.
       01  WS-PRIOR-CHECK              PIC 9(10) VALUE 0.
       01  WS-LAST-SEQ-NO              PIC 9(12) VALUE 0.
       01  WS-LAST-CHECK               PIC 9(10) VALUE 0.

       01  WS-CHECK-IMAGE              PIC X(127) VALUE SPACES.
       01  WS-CHECK-POS                PIC 9(3) VALUE 0.
       01  WS-CHECK-WORK               PIC 9(10) COMP-3 VALUE 0.
       01  WS-CHECK-PRODUCT            PIC 9(13) COMP-3 VALUE 0.
       01  WS-CHECK-QUOTIENT           PIC 9(13) COMP-3 VALUE 0.
       01  WS-CHECK-BYTE-PAIR.
           05  WS-CHECK-BYTE-HIGH      PIC X VALUE LOW-VALUE.
           05  WS-CHECK-BYTE-LOW       PIC X VALUE LOW-VALUE.
       01  WS-CHECK-BYTE-CODE REDEFINES WS-CHECK-BYTE-PAIR
                                       PIC 9(4) COMP.

       01  WS-CHECKED-IMAGE.
           05  WS-CHK-RUN-ID           PIC X(16).
           05  WS-CHK-COUNTER-ID       PIC X(8).
           05  WS-CHK-DATE             PIC X(8).
           05  FILLER                  PIC X(73).
           05  WS-CHK-SEQ-NO           PIC 9(12).
           05  WS-CHK-CHAIN-VALUE      PIC 9(10).

       01  WS-CHECK-SOURCE             PIC X(8) VALUE SPACES.
       01  WS-EXCEPTION-TEXT           PIC X(40) VALUE SPACES.
       01  WS-RECORDS-CHECKED          PIC 9(9) VALUE 0.
       01  WS-UNCHAINED-COUNT          PIC 9(9) VALUE 0.
       01  WS-GENERATIONS-CHECKED      PIC 9(9) VALUE 0.
       01  WS-EXCEPTION-COUNT          PIC 9(9) VALUE 0.
       01  WS-SEQ-ED                   PIC Z(11)9.
       01  WS-SEQ-ED-2                 PIC Z(11)9.
       01  WS-COUNT-ED                 PIC Z(8)9.
       01  WS-REPORT-LINE-WORK         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-VERIFY-ARCHIVE-FILE
           PERFORM 3000-VERIFY-AUDIT-FILE
           PERFORM 5000-PRINT-TOTALS
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-CHAIN-PARM
           PERFORM 1200-READ-AUDIT-CHAIN
           OPEN OUTPUT CHAIN-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN CHAIN REPORT FILE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "AUDIT CHAIN VERIFICATION " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  " PLUS OVFLAUD" DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       1100-READ-CHAIN-PARM.
           OPEN INPUT CHAIN-PARM-FILE
           IF WS-CPRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "CHAIN VERIFY DATE RANGE PARM NOT AVAILABLE, "
                   "STATUS=" WS-CPRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CHAIN-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CPRM-START-DATE TO WS-START-DATE
                   MOVE CPRM-END-DATE TO WS-END-DATE
           END-READ
           CLOSE CHAIN-PARM-FILE
           IF WS-START-DATE IS NOT NUMERIC
              OR WS-END-DATE IS NOT NUMERIC
              OR WS-START-DATE > WS-END-DATE THEN
               DISPLAY "INVALID CHAIN VERIFY DATE RANGE: "
                   WS-START-DATE " TO " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1200-READ-AUDIT-CHAIN.
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-AUDC-FILE-STATUS = "00" THEN
               READ AUDIT-CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE "Y" TO WS-AUDC-PRESENT
                       MOVE AUDC-LAST-SEQ-NO TO WS-AUDC-SEQ-NO
                       MOVE AUDC-LAST-CHAIN-VALUE
                           TO WS-AUDC-CHAIN-VALUE
               END-READ
               CLOSE AUDIT-CHAIN-FILE
           ELSE
               DISPLAY "AUDIT CHAIN CONTROL NOT AVAILABLE, STATUS="
                   WS-AUDC-FILE-STATUS
           END-IF.

       2000-VERIFY-ARCHIVE-FILE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT ARCHIVE NOT AVAILABLE, STATUS="
                   WS-ARCH-FILE-STATUS
               SET WS-END-OF-ARCH-FILE TO TRUE
           END-IF
           PERFORM 2100-READ-ARCHIVE-RECORD
               UNTIL WS-END-OF-ARCH-FILE
           IF WS-GEN-OPEN = "Y" THEN
               PERFORM 2400-CLOSE-GENERATION-NO-TRAILER
           END-IF
           IF WS-ARCH-FILE-STATUS = "10" THEN
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       2100-READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-ARCH-FILE TO TRUE
               NOT AT END
                   PERFORM 2200-APPLY-ARCHIVE-RECORD
           END-READ.

       2200-APPLY-ARCHIVE-RECORD.
           IF ARCH-HEADER THEN
               IF WS-GEN-OPEN = "Y" THEN
                   PERFORM 2400-CLOSE-GENERATION-NO-TRAILER
               END-IF
               PERFORM 2300-OPEN-GENERATION
           END-IF
           IF ARCH-AUDIT-DETAIL THEN
               IF WS-GEN-IN-RANGE = "Y" THEN
                   ADD 1 TO WS-GEN-RECORD-COUNT
                   MOVE ARCH-RECORD-DATA TO WS-CHECKED-IMAGE
                   MOVE WS-GEN-DATE TO WS-CHECK-SOURCE
                   PERFORM 6000-CHECK-ONE-RECORD
               END-IF
           END-IF
           IF ARCH-TRAILER THEN
               PERFORM 2500-CLOSE-GENERATION
           END-IF.

       2300-OPEN-GENERATION.
           MOVE "Y" TO WS-GEN-OPEN
           MOVE ARCH-HDR-DATE TO WS-GEN-DATE
           MOVE 0 TO WS-GEN-RECORD-COUNT
           MOVE 0 TO WS-GEN-EXCEPTIONS
           IF ARCH-HDR-DATE >= WS-START-DATE
              AND ARCH-HDR-DATE <= WS-END-DATE THEN
               MOVE "Y" TO WS-GEN-IN-RANGE
               ADD 1 TO WS-GENERATIONS-CHECKED
           ELSE
               MOVE "N" TO WS-GEN-IN-RANGE
           END-IF
           IF WS-GEN-IN-RANGE = "Y" THEN
               IF ARCH-HDR-FIRST-SEQ-NO IS NOT NUMERIC
                  OR ARCH-HDR-CHAIN-IN IS NOT NUMERIC THEN
                   MOVE WS-GEN-DATE TO WS-CHECK-SOURCE
                   MOVE 0 TO WS-LAST-SEQ-NO
                   MOVE "HEADER CARRIES NO CHAIN VALUES"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 7000-REPORT-EXCEPTION
                   MOVE 0 TO WS-EXPECT-SEQ-NO
                   MOVE 0 TO WS-PRIOR-CHECK
               ELSE
                   IF WS-PREV-GEN-VERIFIED = "Y" THEN
                       IF ARCH-HDR-FIRST-SEQ-NO NOT =
                          WS-PREV-TRL-SEQ-NO + 1
                          OR ARCH-HDR-CHAIN-IN NOT =
                             WS-PREV-TRL-CHAIN-OUT THEN
                           MOVE WS-GEN-DATE TO WS-CHECK-SOURCE
                           MOVE ARCH-HDR-FIRST-SEQ-NO TO WS-LAST-SEQ-NO
                           MOVE "BREAK FROM PREVIOUS GENERATION"
                               TO WS-EXCEPTION-TEXT
                           PERFORM 7000-REPORT-EXCEPTION
                       END-IF
                   END-IF
                   MOVE ARCH-HDR-FIRST-SEQ-NO TO WS-EXPECT-SEQ-NO
                   MOVE ARCH-HDR-CHAIN-IN TO WS-PRIOR-CHECK
               END-IF
               MOVE WS-EXPECT-SEQ-NO TO WS-GEN-FIRST-SEQ-NO
               COMPUTE WS-LAST-SEQ-NO = WS-EXPECT-SEQ-NO - 1
               MOVE WS-PRIOR-CHECK TO WS-LAST-CHECK
           END-IF.

       2400-CLOSE-GENERATION-NO-TRAILER.
           IF WS-GEN-IN-RANGE = "Y" THEN
               MOVE WS-GEN-DATE TO WS-CHECK-SOURCE
               MOVE "GENERATION HAS NO TRAILER"
                   TO WS-EXCEPTION-TEXT
               PERFORM 7000-REPORT-EXCEPTION
               PERFORM 2600-PRINT-GENERATION-LINE
           END-IF
           MOVE "N" TO WS-PREV-GEN-VERIFIED
           MOVE "N" TO WS-LAST-TRL-SEEN
           MOVE "N" TO WS-GEN-OPEN
           MOVE "N" TO WS-GEN-IN-RANGE.

       2500-CLOSE-GENERATION.
           IF WS-GEN-IN-RANGE = "Y" THEN
               MOVE WS-GEN-DATE TO WS-CHECK-SOURCE
               IF ARCH-TRL-RECORD-COUNT IS NOT NUMERIC
                  OR ARCH-TRL-RECORD-COUNT NOT = WS-GEN-RECORD-COUNT
                  THEN
                   MOVE "TRAILER COUNT DOES NOT MATCH RECORDS"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 7000-REPORT-EXCEPTION
               END-IF
               IF ARCH-TRL-LAST-SEQ-NO IS NOT NUMERIC
                  OR ARCH-TRL-CHAIN-OUT IS NOT NUMERIC
                  OR ARCH-TRL-LAST-SEQ-NO NOT = WS-LAST-SEQ-NO
                  OR ARCH-TRL-CHAIN-OUT NOT = WS-LAST-CHECK THEN
                   MOVE "TRAILER CHAIN DOES NOT MATCH RECORDS"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 7000-REPORT-EXCEPTION
               END-IF
               PERFORM 2600-PRINT-GENERATION-LINE
           END-IF
           IF ARCH-TRL-LAST-SEQ-NO IS NUMERIC
              AND ARCH-TRL-CHAIN-OUT IS NUMERIC THEN
               MOVE "Y" TO WS-LAST-TRL-SEEN
               MOVE "Y" TO WS-PREV-GEN-VERIFIED
               MOVE ARCH-TRL-LAST-SEQ-NO TO WS-LAST-TRL-SEQ-NO
               MOVE ARCH-TRL-CHAIN-OUT TO WS-LAST-TRL-CHAIN-OUT
               MOVE ARCH-TRL-LAST-SEQ-NO TO WS-PREV-TRL-SEQ-NO
               MOVE ARCH-TRL-CHAIN-OUT TO WS-PREV-TRL-CHAIN-OUT
           ELSE
               MOVE "N" TO WS-LAST-TRL-SEEN
               MOVE "N" TO WS-PREV-GEN-VERIFIED
           END-IF
           MOVE "N" TO WS-GEN-OPEN
           MOVE "N" TO WS-GEN-IN-RANGE.

       2600-PRINT-GENERATION-LINE.
           MOVE WS-GEN-RECORD-COUNT TO WS-COUNT-ED
           MOVE WS-GEN-FIRST-SEQ-NO TO WS-SEQ-ED
           MOVE WS-LAST-SEQ-NO TO WS-SEQ-ED-2
           MOVE SPACES TO WS-REPORT-LINE-WORK
           IF WS-GEN-EXCEPTIONS = 0 THEN
               STRING "GENERATION " DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                      " RECORDS " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      WS-SEQ-ED DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-SEQ-ED-2 DELIMITED BY SIZE
                      " OK" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
           ELSE
               STRING "GENERATION " DELIMITED BY SIZE
                      WS-GEN-DATE DELIMITED BY SIZE
                      " RECORDS " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " SEQ " DELIMITED BY SIZE
                      WS-SEQ-ED DELIMITED BY SIZE
                      "-" DELIMITED BY SIZE
                      WS-SEQ-ED-2 DELIMITED BY SIZE
                      " FAILED" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       3000-VERIFY-AUDIT-FILE.
           MOVE "OVFLAUD " TO WS-CHECK-SOURCE
           MOVE 0 TO WS-GEN-EXCEPTIONS
           MOVE 0 TO WS-GEN-RECORD-COUNT
           IF WS-AUDC-PRESENT = "Y" THEN
               IF WS-LAST-TRL-SEEN = "Y" THEN
                   IF WS-LAST-TRL-SEQ-NO NOT = WS-AUDC-SEQ-NO
                      OR WS-LAST-TRL-CHAIN-OUT NOT =
                         WS-AUDC-CHAIN-VALUE THEN
                       MOVE WS-AUDC-SEQ-NO TO WS-LAST-SEQ-NO
                       MOVE "AUDCHN DOES NOT MATCH LATEST GENERATION"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 7000-REPORT-EXCEPTION
                   END-IF
               END-IF
               COMPUTE WS-EXPECT-SEQ-NO = WS-AUDC-SEQ-NO + 1
               MOVE WS-AUDC-CHAIN-VALUE TO WS-PRIOR-CHECK
           ELSE
               IF WS-LAST-TRL-SEEN = "Y" THEN
                   COMPUTE WS-EXPECT-SEQ-NO = WS-LAST-TRL-SEQ-NO + 1
                   MOVE WS-LAST-TRL-CHAIN-OUT TO WS-PRIOR-CHECK
               ELSE
                   MOVE 1 TO WS-EXPECT-SEQ-NO
                   MOVE 0 TO WS-PRIOR-CHECK
               END-IF
           END-IF
           MOVE WS-EXPECT-SEQ-NO TO WS-GEN-FIRST-SEQ-NO
           COMPUTE WS-LAST-SEQ-NO = WS-EXPECT-SEQ-NO - 1
           MOVE WS-PRIOR-CHECK TO WS-LAST-CHECK
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "OVERFLOW AUDIT FILE NOT AVAILABLE, STATUS="
                   WS-AUDIT-FILE-STATUS
               SET WS-END-OF-AUDIT-FILE TO TRUE
           END-IF
           PERFORM 3100-READ-AUDIT-RECORD
               UNTIL WS-END-OF-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "10" THEN
               CLOSE OVERFLOW-AUDIT-FILE
           END-IF
           MOVE "OVFLAUD " TO WS-GEN-DATE
           PERFORM 2600-PRINT-GENERATION-LINE.

       3100-READ-AUDIT-RECORD.
           READ OVERFLOW-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-GEN-RECORD-COUNT
                   MOVE AUDIT-RECORD TO WS-CHECKED-IMAGE
                   PERFORM 6000-CHECK-ONE-RECORD
           END-READ.

       5000-PRINT-TOTALS.
           MOVE WS-GENERATIONS-CHECKED TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "ARCHIVE GENERATIONS CHECKED: " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-RECORDS-CHECKED TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "CHAINED RECORDS CHECKED:     " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-UNCHAINED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "UNCHAINED HISTORY RECORDS:   " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "CHAIN EXCEPTIONS:            " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-EXCEPTION-COUNT > 0 THEN
               MOVE "AUDIT CHAIN VERIFICATION FAILED"
                   TO WS-REPORT-LINE-WORK
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               MOVE "AUDIT CHAIN VERIFIED" TO WS-REPORT-LINE-WORK
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       6000-CHECK-ONE-RECORD.
           IF WS-CHK-SEQ-NO IS NOT NUMERIC
              OR WS-CHK-CHAIN-VALUE IS NOT NUMERIC THEN
               MOVE "RECORD CARRIES NO CHAIN VALUES"
                   TO WS-EXCEPTION-TEXT
               PERFORM 7000-REPORT-EXCEPTION
           ELSE
               IF WS-CHK-SEQ-NO = 0 THEN
                   IF WS-CHAIN-STARTED = "Y" THEN
                       MOVE "UNCHAINED RECORD AFTER CHAIN START"
                           TO WS-EXCEPTION-TEXT
                       PERFORM 7000-REPORT-EXCEPTION
                   ELSE
                       ADD 1 TO WS-UNCHAINED-COUNT
                   END-IF
               ELSE
                   PERFORM 6100-CHECK-CHAINED-RECORD
               END-IF
           END-IF.

       6100-CHECK-CHAINED-RECORD.
           MOVE "Y" TO WS-CHAIN-STARTED
           ADD 1 TO WS-RECORDS-CHECKED
           IF WS-CHK-SEQ-NO NOT = WS-EXPECT-SEQ-NO THEN
               MOVE WS-CHK-SEQ-NO TO WS-LAST-SEQ-NO
               IF WS-CHK-SEQ-NO > WS-EXPECT-SEQ-NO THEN
                   MOVE "GAP, SEQUENCE NUMBERS MISSING BEFORE"
                       TO WS-EXCEPTION-TEXT
               ELSE
                   MOVE "SEQUENCE NUMBER OUT OF ORDER"
                       TO WS-EXCEPTION-TEXT
               END-IF
               PERFORM 7000-REPORT-EXCEPTION
           ELSE
               MOVE WS-CHECKED-IMAGE TO WS-CHECK-IMAGE
               MOVE WS-PRIOR-CHECK TO WS-CHECK-WORK
               PERFORM 6200-FOLD-CHECK-BYTE
                   VARYING WS-CHECK-POS FROM 1 BY 1
                   UNTIL WS-CHECK-POS > 117
               IF WS-CHECK-WORK NOT = WS-CHK-CHAIN-VALUE THEN
                   MOVE WS-CHK-SEQ-NO TO WS-LAST-SEQ-NO
                   MOVE "ALTERED RECORD, CHECK VALUE MISMATCH"
                       TO WS-EXCEPTION-TEXT
                   PERFORM 7000-REPORT-EXCEPTION
               END-IF
           END-IF
           MOVE WS-CHK-SEQ-NO TO WS-LAST-SEQ-NO
           MOVE WS-CHK-CHAIN-VALUE TO WS-LAST-CHECK
           COMPUTE WS-EXPECT-SEQ-NO = WS-CHK-SEQ-NO + 1
           MOVE WS-CHK-CHAIN-VALUE TO WS-PRIOR-CHECK.

       6200-FOLD-CHECK-BYTE.
           MOVE WS-CHECK-IMAGE (WS-CHECK-POS:1) TO WS-CHECK-BYTE-LOW
           COMPUTE WS-CHECK-PRODUCT =
               WS-CHECK-WORK * 31 + WS-CHECK-BYTE-CODE + WS-CHECK-POS
           DIVIDE WS-CHECK-PRODUCT BY 9999999967
               GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-WORK.

       7000-REPORT-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           ADD 1 TO WS-GEN-EXCEPTIONS
           MOVE WS-LAST-SEQ-NO TO WS-SEQ-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "*** " DELIMITED BY SIZE
                  WS-CHECK-SOURCE DELIMITED BY SIZE
                  " SEQ " DELIMITED BY SIZE
                  WS-SEQ-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-EXCEPTION-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE-WORK TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE CHAIN REPORT LINE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY CHAIN-REPORT-LINE.

       9000-TERMINATE.
           CLOSE CHAIN-REPORT-FILE.
