      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLRCON - point-in-time reconstruction of counter balances.
*> When a CTRMAST value is disputed or the master is damaged,
*> this utility replays the audit trail - every AUDARCH archive
*> generation in order, then the live OVFLAUD - and reports what
*> every counter's AREA-1/AREA-2 stood at as of the business
*> date or the AUDIT-JOB-RUN-ID named on the RCONPARM control
*> card, side by side with the live CTRMAST and the difference.
*> Each audit record carries the area values OVFLCHK left on
*> its counter after the posting - POST, REVR, SPIL, the ADJT
*> end-of-run adjustment, and the RSET zeroing alike - so the
*> replay takes the counter to exactly where OVFLCHK took it.
*> Along the way each record is checked against the one before
*> it on the same counter (prior value plus AUDIT-TRAN-AMOUNT,
*> or zero after a reset); a record that does not follow is
*> reported as a continuity break, the usual sign of a missing
*> archive generation.
*> A counter with no audit record up to the as-of point takes
*> its latest PERHIST period close on or before that date, or -
*> when it has no later activity either - the live master value,
*> which has then not changed since. A counter with only later
*> activity and no period close cannot be determined and is
*> flagged. With "Y" in the write flag a rebuilt counter master
*> is written to RCONMAST in the CTRMAST layout (the live
*> record's ceiling, status, warning dates and spill link with
*> the reconstructed area values) for operations to swap in
*> after an approved recovery. Live files are only ever read.
*> RETURN-CODE 4 means a continuity break or an undetermined
*> counter was reported and the figures need review.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLRCON.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RECON-PARM-FILE ASSIGN TO "RCONPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RPRM-FILE-STATUS.
           SELECT COUNTER-MASTER-FILE ASSIGN TO "CTRMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRM-FILE-STATUS.
           SELECT PERIOD-HISTORY-FILE ASSIGN TO "PERHIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PHST-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OVERFLOW-AUDIT-FILE ASSIGN TO "OVFLAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT REBUILT-MASTER-FILE ASSIGN TO "RCONMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RBM-FILE-STATUS.
           SELECT RECON-REPORT-FILE ASSIGN TO "RCONRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RECON-PARM-FILE
           RECORDING MODE IS F.
       01  RECON-PARM-RECORD.
           05  RPRM-AS-OF-DATE         PIC X(8).
           05  RPRM-AS-OF-RUN-ID       PIC X(16).
           05  RPRM-WRITE-MASTER       PIC X.

       FD  COUNTER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CTRMREC.

       FD  PERIOD-HISTORY-FILE
           RECORDING MODE IS F.
       COPY PERHIST.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY AUDARCH.

       FD  OVERFLOW-AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  REBUILT-MASTER-FILE
           RECORDING MODE IS F.
       01  REBUILT-MASTER-RECORD       PIC X(68).

       FD  RECON-REPORT-FILE
           RECORDING MODE IS F.
       01  RECON-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-RPRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PHST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ARCH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-RBM-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CTRM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-CTRM-FILE     VALUE "Y".
       01  WS-PHST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-PHST-FILE     VALUE "Y".
       01  WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-ARCH-FILE     VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-AUDIT-FILE    VALUE "Y".

       01  WS-AS-OF-DATE               PIC X(8) VALUE SPACES.
       01  WS-AS-OF-RUN-ID             PIC X(16) VALUE SPACES.
       01  WS-WRITE-MASTER             PIC X VALUE "N".
       01  WS-RUN-ID-SEEN              PIC X VALUE "N".

       01  WS-COUNTER-COUNT            PIC 9(3) VALUE 0.
       01  WS-CTR-SUB                  PIC 9(3) VALUE 0.
       01  WS-CTR-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 100 TIMES.
               10  WS-CTR-ID           PIC X(8).
               10  WS-CTR-ON-MASTER    PIC X.
               10  WS-CTR-MAST-IMAGE   PIC X(68).
               10  WS-CTR-LIVE-AREA-1  PIC S9(9) COMP-3.
               10  WS-CTR-LIVE-AREA-2  PIC S9(9) COMP-3.
               10  WS-CTR-REPLAYED     PIC X.
               10  WS-CTR-REC-AREA-1   PIC S9(9) COMP-3.
               10  WS-CTR-REC-AREA-2   PIC S9(9) COMP-3.
               10  WS-CTR-REC-COUNT    PIC 9(9).
               10  WS-CTR-LATER-ACTIVITY PIC X.
               10  WS-CTR-PHST-END-DATE PIC X(8).
               10  WS-CTR-PHST-AREA-1  PIC S9(9) COMP-3.
               10  WS-CTR-PHST-AREA-2  PIC S9(9) COMP-3.

       01  WS-REBUILT-MASTER.
           05  WS-RBM-COUNTER-ID       PIC X(8).
           05  WS-RBM-AREA-1           PIC S9(9).
           05  WS-RBM-AREA-2           PIC S9(9).
           05  WS-RBM-OVERFLOW-CEILING PIC 9(9).
           05  WS-RBM-STATUS           PIC X.
           05  WS-RBM-WARN1-DATE       PIC X(8).
           05  WS-RBM-WARN2-DATE       PIC X(8).
           05  WS-RBM-SPILL-COUNTER-ID PIC X(8).
           05  WS-RBM-GROUP-ID         PIC X(8).

       01  WS-ARCH-AUDIT-DETAIL.
           05  WS-ARC-RUN-ID           PIC X(16).
           05  WS-ARC-COUNTER-ID       PIC X(8).
           05  WS-ARC-DATE             PIC X(8).
           05  WS-ARC-TIME             PIC X(8).
           05  WS-ARC-AREA-1           PIC S9(9).
           05  WS-ARC-AREA-2           PIC S9(9).
           05  WS-ARC-PRE-TRUNC        PIC S9(9).
           05  WS-ARC-OVERFLOW-IND     PIC X.
           05  WS-ARC-TRAN-TYPE        PIC X(4).
           05  WS-ARC-TRAN-TIMESTAMP   PIC X(16).
           05  WS-ARC-ORIGIN-COUNTER-ID PIC X(8).
           05  WS-ARC-TRAN-AMOUNT      PIC S9(9).
           05  WS-ARC-SEQ-NO           PIC 9(12).
           05  WS-ARC-CHAIN-VALUE      PIC 9(10).
       01  WS-ARCH-GEN-OPEN            PIC X VALUE "N".
       01  WS-ARCH-GEN-AUD-COUNT       PIC 9(9) VALUE 0.

       01  WS-OBS-RECORD.
           05  WS-OBS-RUN-ID           PIC X(16).
           05  WS-OBS-COUNTER-ID       PIC X(8).
           05  WS-OBS-DATE             PIC X(8).
           05  WS-OBS-TIME             PIC X(8).
           05  WS-OBS-AREA-1           PIC S9(9).
           05  WS-OBS-AREA-2           PIC S9(9).
           05  WS-OBS-PRE-TRUNC        PIC S9(9).
           05  WS-OBS-OVERFLOW-IND     PIC X.
           05  WS-OBS-TRAN-TYPE        PIC X(4).
           05  WS-OBS-TRAN-TIMESTAMP   PIC X(16).
           05  WS-OBS-ORIGIN-COUNTER-ID PIC X(8).
           05  WS-OBS-TRAN-AMOUNT      PIC S9(9).
       01  WS-OBS-IN-RANGE             PIC X VALUE "N".
       01  WS-EXPECTED-AREA-1          PIC S9(9) COMP-3 VALUE 0.
       01  WS-CONTINUITY-OK            PIC X VALUE "Y".

       01  WS-REPLAY-COUNT             PIC 9(9) VALUE 0.
       01  WS-BREAK-COUNT              PIC 9(9) VALUE 0.
       01  WS-DIFFER-COUNT             PIC 9(5) VALUE 0.
       01  WS-UNDETERMINED-COUNT       PIC 9(5) VALUE 0.
       01  WS-REBUILT-COUNT            PIC 9(5) VALUE 0.
       01  WS-FINAL-AREA-1             PIC S9(9) VALUE 0.
       01  WS-FINAL-AREA-2             PIC S9(9) VALUE 0.
       01  WS-DIFF-AREA-1              PIC S9(9) VALUE 0.
       01  WS-DIFF-AREA-2              PIC S9(9) VALUE 0.
       01  WS-SOURCE-TEXT              PIC X(20) VALUE SPACES.
       01  WS-AMOUNT-ED-1              PIC -ZZZZZZZZ9.
       01  WS-AMOUNT-ED-2              PIC -ZZZZZZZZ9.
       01  WS-AMOUNT-ED-3              PIC -ZZZZZZZZ9.
       01  WS-AMOUNT-ED-4              PIC -ZZZZZZZZ9.
       01  WS-COUNT-ED                 PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE-WORK         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPLAY-ARCHIVE-FILE
           PERFORM 3000-REPLAY-AUDIT-FILE
           PERFORM 4000-REPORT-RECONSTRUCTION
           IF WS-WRITE-MASTER = "Y" THEN
               PERFORM 5000-WRITE-REBUILT-MASTER
           END-IF
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-RECON-PARM
           PERFORM 1200-LOAD-COUNTER-MASTER
           PERFORM 1300-LOAD-PERIOD-CLOSES
           OPEN OUTPUT RECON-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RECONSTRUCTION REPORT FILE, "
                   "STATUS=" WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE-WORK
           IF WS-AS-OF-RUN-ID NOT = SPACES THEN
               STRING "COUNTER RECONSTRUCTION AS OF RUN "
                      DELIMITED BY SIZE
                      WS-AS-OF-RUN-ID DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
           ELSE
               STRING "COUNTER RECONSTRUCTION AS OF BUSINESS DATE "
                      DELIMITED BY SIZE
                      WS-AS-OF-DATE DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       1100-READ-RECON-PARM.
           OPEN INPUT RECON-PARM-FILE
           IF WS-RPRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "RECONSTRUCTION PARM NOT AVAILABLE, STATUS="
                   WS-RPRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ RECON-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE RPRM-AS-OF-DATE TO WS-AS-OF-DATE
                   MOVE RPRM-AS-OF-RUN-ID TO WS-AS-OF-RUN-ID
                   MOVE RPRM-WRITE-MASTER TO WS-WRITE-MASTER
           END-READ
           CLOSE RECON-PARM-FILE
           IF WS-AS-OF-RUN-ID NOT = SPACES THEN
               IF WS-AS-OF-RUN-ID IS NOT NUMERIC THEN
                   DISPLAY "INVALID AS-OF RUN ID: " WS-AS-OF-RUN-ID
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE WS-AS-OF-RUN-ID (1:8) TO WS-AS-OF-DATE
           ELSE
               IF WS-AS-OF-DATE IS NOT NUMERIC THEN
                   DISPLAY "INVALID AS-OF DATE: " WS-AS-OF-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           IF WS-WRITE-MASTER NOT = "Y" THEN
               MOVE "N" TO WS-WRITE-MASTER
           END-IF.

       1200-LOAD-COUNTER-MASTER.
           OPEN INPUT COUNTER-MASTER-FILE
           IF WS-CTRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "COUNTER MASTER NOT AVAILABLE, STATUS="
                   WS-CTRM-FILE-STATUS ", NO LIVE COMPARISON"
               SET WS-END-OF-CTRM-FILE TO TRUE
           ELSE
               PERFORM 1210-LOAD-COUNTER-RECORD
                   UNTIL WS-END-OF-CTRM-FILE
               CLOSE COUNTER-MASTER-FILE
           END-IF.

       1210-LOAD-COUNTER-RECORD.
           READ COUNTER-MASTER-FILE
               AT END
                   SET WS-END-OF-CTRM-FILE TO TRUE
               NOT AT END
                   MOVE CTRM-COUNTER-ID TO WS-OBS-COUNTER-ID
                   PERFORM 6100-FIND-OR-ADD-COUNTER
                   IF WS-CTR-FOUND-SUB > 0 THEN
                       MOVE "Y" TO WS-CTR-ON-MASTER (WS-CTR-FOUND-SUB)
                       MOVE COUNTER-MASTER-RECORD
                           TO WS-CTR-MAST-IMAGE (WS-CTR-FOUND-SUB)
                       MOVE CTRM-AREA-1
                           TO WS-CTR-LIVE-AREA-1 (WS-CTR-FOUND-SUB)
                       MOVE CTRM-AREA-2
                           TO WS-CTR-LIVE-AREA-2 (WS-CTR-FOUND-SUB)
                   END-IF
           END-READ.

       1300-LOAD-PERIOD-CLOSES.
           OPEN INPUT PERIOD-HISTORY-FILE
           IF WS-PHST-FILE-STATUS = "00" THEN
               PERFORM 1310-LOAD-PERIOD-CLOSE
                   UNTIL WS-END-OF-PHST-FILE
               CLOSE PERIOD-HISTORY-FILE
           END-IF.

       1310-LOAD-PERIOD-CLOSE.
           READ PERIOD-HISTORY-FILE
               AT END
                   SET WS-END-OF-PHST-FILE TO TRUE
               NOT AT END
                   IF PHST-PERIOD-END-DATE <= WS-AS-OF-DATE THEN
                       MOVE PHST-COUNTER-ID TO WS-OBS-COUNTER-ID
                       PERFORM 6000-FIND-COUNTER
                       IF WS-CTR-FOUND-SUB > 0 THEN
                           IF PHST-PERIOD-END-DATE >
                              WS-CTR-PHST-END-DATE (WS-CTR-FOUND-SUB)
                              THEN
                               MOVE PHST-PERIOD-END-DATE
                                   TO WS-CTR-PHST-END-DATE
                                      (WS-CTR-FOUND-SUB)
                               MOVE PHST-AREA-1
                                   TO WS-CTR-PHST-AREA-1
                                      (WS-CTR-FOUND-SUB)
                               MOVE PHST-AREA-2
                                   TO WS-CTR-PHST-AREA-2
                                      (WS-CTR-FOUND-SUB)
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2000-REPLAY-ARCHIVE-FILE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT ARCHIVE NOT AVAILABLE, STATUS="
                   WS-ARCH-FILE-STATUS
               SET WS-END-OF-ARCH-FILE TO TRUE
           END-IF
           PERFORM 2100-REPLAY-ARCHIVE-RECORD
               UNTIL WS-END-OF-ARCH-FILE
           IF WS-ARCH-GEN-OPEN = "Y" THEN
               DISPLAY "AUDIT ARCHIVE GENERATION HAS NO TRAILER, "
                   "RECONSTRUCTION MAY BE PARTIAL"
           END-IF
           IF WS-ARCH-FILE-STATUS = "10" THEN
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       2100-REPLAY-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE
               AT END
                   SET WS-END-OF-ARCH-FILE TO TRUE
               NOT AT END
                   PERFORM 2200-APPLY-ARCHIVE-RECORD
           END-READ.

       2200-APPLY-ARCHIVE-RECORD.
           IF ARCH-HEADER THEN
               IF WS-ARCH-GEN-OPEN = "Y" THEN
                   DISPLAY "AUDIT ARCHIVE GENERATION HAS NO TRAILER, "
                       "RECONSTRUCTION MAY BE PARTIAL"
               END-IF
               MOVE "Y" TO WS-ARCH-GEN-OPEN
               MOVE 0 TO WS-ARCH-GEN-AUD-COUNT
           END-IF
           IF ARCH-AUDIT-DETAIL THEN
               ADD 1 TO WS-ARCH-GEN-AUD-COUNT
               MOVE ARCH-RECORD-DATA TO WS-ARCH-AUDIT-DETAIL
               MOVE WS-ARCH-AUDIT-DETAIL TO WS-OBS-RECORD
               PERFORM 7000-REPLAY-ONE-RECORD
           END-IF
           IF ARCH-TRAILER THEN
               IF ARCH-TRL-RECORD-COUNT IS NOT NUMERIC
                  OR ARCH-TRL-RECORD-COUNT NOT =
                     WS-ARCH-GEN-AUD-COUNT THEN
                   DISPLAY "AUDIT ARCHIVE TRAILER COUNT MISMATCH, "
                       "RECONSTRUCTION MAY BE PARTIAL"
               END-IF
               MOVE "N" TO WS-ARCH-GEN-OPEN
           END-IF.

       3000-REPLAY-AUDIT-FILE.
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "OVERFLOW AUDIT FILE NOT AVAILABLE, STATUS="
                   WS-AUDIT-FILE-STATUS
               SET WS-END-OF-AUDIT-FILE TO TRUE
           END-IF
           PERFORM 3100-REPLAY-AUDIT-RECORD
               UNTIL WS-END-OF-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "10" THEN
               CLOSE OVERFLOW-AUDIT-FILE
           END-IF.

       3100-REPLAY-AUDIT-RECORD.
           READ OVERFLOW-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   MOVE AUDIT-RECORD TO WS-OBS-RECORD
                   PERFORM 7000-REPLAY-ONE-RECORD
           END-READ.

       4000-REPORT-RECONSTRUCTION.
           IF WS-AS-OF-RUN-ID NOT = SPACES
              AND WS-RUN-ID-SEEN = "N" THEN
               MOVE "AS-OF RUN ID NOT FOUND ON THE AUDIT TRAIL, REPLAYED THROUGH THE RUNS BEFORE IT"
                   TO WS-REPORT-LINE-WORK
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 4100-REPORT-ONE-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
           MOVE WS-REPLAY-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "AUDIT RECORDS REPLAYED:  " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-BREAK-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "CONTINUITY BREAKS:       " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-DIFFER-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "COUNTERS DIFFERING FROM LIVE MASTER: " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-UNDETERMINED-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "COUNTERS NOT DETERMINABLE:           " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-REPORT-ONE-COUNTER.
           PERFORM 4200-SELECT-FINAL-VALUES
           MOVE WS-FINAL-AREA-1 TO WS-AMOUNT-ED-1
           MOVE WS-FINAL-AREA-2 TO WS-AMOUNT-ED-2
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "COUNTER " DELIMITED BY SIZE
                  WS-CTR-ID (WS-CTR-SUB) DELIMITED BY SIZE
                  " AS-OF AREA-1 " DELIMITED BY SIZE
                  WS-AMOUNT-ED-1 DELIMITED BY SIZE
                  " AREA-2 " DELIMITED BY SIZE
                  WS-AMOUNT-ED-2 DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  WS-SOURCE-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK
           IF WS-CTR-ON-MASTER (WS-CTR-SUB) NOT = "Y" THEN
               MOVE "                 NOT ON THE LIVE COUNTER MASTER"
                   TO WS-REPORT-LINE-WORK
               ADD 1 TO WS-DIFFER-COUNT
           ELSE
               COMPUTE WS-DIFF-AREA-1 =
                   WS-CTR-LIVE-AREA-1 (WS-CTR-SUB) - WS-FINAL-AREA-1
               COMPUTE WS-DIFF-AREA-2 =
                   WS-CTR-LIVE-AREA-2 (WS-CTR-SUB) - WS-FINAL-AREA-2
               MOVE WS-CTR-LIVE-AREA-1 (WS-CTR-SUB) TO WS-AMOUNT-ED-1
               MOVE WS-CTR-LIVE-AREA-2 (WS-CTR-SUB) TO WS-AMOUNT-ED-2
               IF WS-DIFF-AREA-1 = 0 AND WS-DIFF-AREA-2 = 0 THEN
                   STRING "                 LIVE  AREA-1 "
                          DELIMITED BY SIZE
                          WS-AMOUNT-ED-1 DELIMITED BY SIZE
                          " AREA-2 " DELIMITED BY SIZE
                          WS-AMOUNT-ED-2 DELIMITED BY SIZE
                          " NO DIFFERENCE" DELIMITED BY SIZE
                          INTO WS-REPORT-LINE-WORK
                   END-STRING
               ELSE
                   ADD 1 TO WS-DIFFER-COUNT
                   MOVE WS-DIFF-AREA-1 TO WS-AMOUNT-ED-3
                   MOVE WS-DIFF-AREA-2 TO WS-AMOUNT-ED-4
                   STRING "                 LIVE  AREA-1 "
                          DELIMITED BY SIZE
                          WS-AMOUNT-ED-1 DELIMITED BY SIZE
                          " AREA-2 " DELIMITED BY SIZE
                          WS-AMOUNT-ED-2 DELIMITED BY SIZE
                          " DIFF " DELIMITED BY SIZE
                          WS-AMOUNT-ED-3 DELIMITED BY SIZE
                          " / " DELIMITED BY SIZE
                          WS-AMOUNT-ED-4 DELIMITED BY SIZE
                          INTO WS-REPORT-LINE-WORK
                   END-STRING
               END-IF
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       4200-SELECT-FINAL-VALUES.
           IF WS-CTR-REPLAYED (WS-CTR-SUB) = "Y" THEN
               MOVE WS-CTR-REC-AREA-1 (WS-CTR-SUB) TO WS-FINAL-AREA-1
               MOVE WS-CTR-REC-AREA-2 (WS-CTR-SUB) TO WS-FINAL-AREA-2
               MOVE "AUDIT TRAIL" TO WS-SOURCE-TEXT
           ELSE
               IF WS-CTR-PHST-END-DATE (WS-CTR-SUB) NOT = SPACES THEN
                   MOVE WS-CTR-PHST-AREA-1 (WS-CTR-SUB)
                       TO WS-FINAL-AREA-1
                   MOVE WS-CTR-PHST-AREA-2 (WS-CTR-SUB)
                       TO WS-FINAL-AREA-2
                   MOVE "PERIOD CLOSE" TO WS-SOURCE-TEXT
               ELSE
                   MOVE WS-CTR-LIVE-AREA-1 (WS-CTR-SUB)
                       TO WS-FINAL-AREA-1
                   MOVE WS-CTR-LIVE-AREA-2 (WS-CTR-SUB)
                       TO WS-FINAL-AREA-2
                   IF WS-CTR-LATER-ACTIVITY (WS-CTR-SUB) = "Y" THEN
                       MOVE "NOT DETERMINABLE" TO WS-SOURCE-TEXT
                       ADD 1 TO WS-UNDETERMINED-COUNT
                   ELSE
                       MOVE "MASTER, UNCHANGED" TO WS-SOURCE-TEXT
                   END-IF
               END-IF
           END-IF.

       5000-WRITE-REBUILT-MASTER.
           OPEN OUTPUT REBUILT-MASTER-FILE
           IF WS-RBM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN REBUILT MASTER FILE, STATUS="
                   WS-RBM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-WRITE-REBUILT-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
           CLOSE REBUILT-MASTER-FILE
           MOVE WS-REBUILT-COUNT TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "REBUILT COUNTER MASTER WRITTEN TO RCONMAST, COUNTERS: "
                  DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       5100-WRITE-REBUILT-COUNTER.
           PERFORM 4200-SELECT-FINAL-VALUES
           IF WS-CTR-ON-MASTER (WS-CTR-SUB) = "Y" THEN
               MOVE WS-CTR-MAST-IMAGE (WS-CTR-SUB) TO WS-REBUILT-MASTER
           ELSE
               MOVE SPACES TO WS-REBUILT-MASTER
               MOVE WS-CTR-ID (WS-CTR-SUB) TO WS-RBM-COUNTER-ID
               MOVE 0 TO WS-RBM-OVERFLOW-CEILING
           END-IF
           MOVE WS-FINAL-AREA-1 TO WS-RBM-AREA-1
           MOVE WS-FINAL-AREA-2 TO WS-RBM-AREA-2
           MOVE WS-REBUILT-MASTER TO REBUILT-MASTER-RECORD
           WRITE REBUILT-MASTER-RECORD
           IF WS-RBM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE REBUILT MASTER RECORD, STATUS="
                   WS-RBM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REBUILT-COUNT.

       6000-FIND-COUNTER.
           MOVE 0 TO WS-CTR-FOUND-SUB
           PERFORM 6010-MATCH-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
                  OR WS-CTR-FOUND-SUB > 0.

       6010-MATCH-COUNTER.
           IF WS-CTR-ID (WS-CTR-SUB) = WS-OBS-COUNTER-ID THEN
               MOVE WS-CTR-SUB TO WS-CTR-FOUND-SUB
           END-IF.

       6100-FIND-OR-ADD-COUNTER.
           PERFORM 6000-FIND-COUNTER
           IF WS-CTR-FOUND-SUB = 0 THEN
               IF WS-COUNTER-COUNT = 100 THEN
                   DISPLAY "RECONSTRUCTION COUNTER TABLE LIMIT REACHED, "
                       "COUNTER " WS-OBS-COUNTER-ID " NOT REBUILT"
               ELSE
                   ADD 1 TO WS-COUNTER-COUNT
                   MOVE WS-COUNTER-COUNT TO WS-CTR-FOUND-SUB
                   MOVE WS-OBS-COUNTER-ID
                       TO WS-CTR-ID (WS-CTR-FOUND-SUB)
                   MOVE "N" TO WS-CTR-ON-MASTER (WS-CTR-FOUND-SUB)
                   MOVE SPACES TO WS-CTR-MAST-IMAGE (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-LIVE-AREA-1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-LIVE-AREA-2 (WS-CTR-FOUND-SUB)
                   MOVE "N" TO WS-CTR-REPLAYED (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-REC-AREA-1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-REC-AREA-2 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-REC-COUNT (WS-CTR-FOUND-SUB)
                   MOVE "N"
                       TO WS-CTR-LATER-ACTIVITY (WS-CTR-FOUND-SUB)
                   MOVE SPACES
                       TO WS-CTR-PHST-END-DATE (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PHST-AREA-1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PHST-AREA-2 (WS-CTR-FOUND-SUB)
               END-IF
           END-IF.

       7000-REPLAY-ONE-RECORD.
           IF WS-OBS-COUNTER-ID NOT = SPACES THEN
               MOVE "N" TO WS-OBS-IN-RANGE
               IF WS-AS-OF-RUN-ID NOT = SPACES THEN
                   IF WS-OBS-RUN-ID <= WS-AS-OF-RUN-ID THEN
                       MOVE "Y" TO WS-OBS-IN-RANGE
                   END-IF
                   IF WS-OBS-RUN-ID = WS-AS-OF-RUN-ID THEN
                       MOVE "Y" TO WS-RUN-ID-SEEN
                   END-IF
               ELSE
                   IF WS-OBS-DATE <= WS-AS-OF-DATE THEN
                       MOVE "Y" TO WS-OBS-IN-RANGE
                   END-IF
               END-IF
               PERFORM 6100-FIND-OR-ADD-COUNTER
               IF WS-CTR-FOUND-SUB > 0 THEN
                   IF WS-OBS-IN-RANGE = "Y" THEN
                       PERFORM 7100-APPLY-RECORD-VALUES
                   ELSE
                       MOVE "Y"
                           TO WS-CTR-LATER-ACTIVITY (WS-CTR-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       7100-APPLY-RECORD-VALUES.
           IF WS-CTR-REPLAYED (WS-CTR-FOUND-SUB) = "Y" THEN
               PERFORM 7200-CHECK-CONTINUITY
           END-IF
           MOVE "Y" TO WS-CTR-REPLAYED (WS-CTR-FOUND-SUB)
           MOVE WS-OBS-AREA-1 TO WS-CTR-REC-AREA-1 (WS-CTR-FOUND-SUB)
           MOVE WS-OBS-AREA-2 TO WS-CTR-REC-AREA-2 (WS-CTR-FOUND-SUB)
           ADD 1 TO WS-CTR-REC-COUNT (WS-CTR-FOUND-SUB)
           ADD 1 TO WS-REPLAY-COUNT.

       7200-CHECK-CONTINUITY.
           MOVE "Y" TO WS-CONTINUITY-OK
           IF WS-OBS-TRAN-TYPE = "RSET" THEN
               MOVE 0 TO WS-EXPECTED-AREA-1
           ELSE
               COMPUTE WS-EXPECTED-AREA-1 =
                   WS-CTR-REC-AREA-1 (WS-CTR-FOUND-SUB)
                   + WS-OBS-TRAN-AMOUNT
           END-IF
           IF WS-OBS-AREA-1 NOT = WS-EXPECTED-AREA-1 THEN
               IF WS-OBS-OVERFLOW-IND NOT = "Y"
                  OR WS-OBS-PRE-TRUNC NOT = WS-EXPECTED-AREA-1 THEN
                   MOVE "N" TO WS-CONTINUITY-OK
               END-IF
           END-IF
           IF WS-CONTINUITY-OK = "N" THEN
               ADD 1 TO WS-BREAK-COUNT
               MOVE WS-EXPECTED-AREA-1 TO WS-AMOUNT-ED-1
               MOVE WS-OBS-AREA-1 TO WS-AMOUNT-ED-2
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING "CONTINUITY BREAK ON " DELIMITED BY SIZE
                      WS-OBS-COUNTER-ID DELIMITED BY SIZE
                      " RUN " DELIMITED BY SIZE
                      WS-OBS-RUN-ID DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-OBS-TRAN-TYPE DELIMITED BY SIZE
                      " EXPECTED AREA-1 " DELIMITED BY SIZE
                      WS-AMOUNT-ED-1 DELIMITED BY SIZE
                      " FOUND " DELIMITED BY SIZE
                      WS-AMOUNT-ED-2 DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE-WORK TO RECON-REPORT-LINE
           WRITE RECON-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE RECONSTRUCTION REPORT LINE, "
                   "STATUS=" WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY RECON-REPORT-LINE.

       9000-TERMINATE.
           CLOSE RECON-REPORT-FILE
           IF WS-BREAK-COUNT > 0 OR WS-UNDETERMINED-COUNT > 0 THEN
               DISPLAY "RECONSTRUCTION NEEDS REVIEW, SEE RCONRPT"
               MOVE 4 TO RETURN-CODE
           END-IF.
