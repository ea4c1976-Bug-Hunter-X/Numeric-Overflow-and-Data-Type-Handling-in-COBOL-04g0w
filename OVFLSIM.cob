      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLSIM - what-if ceiling simulation. Answers "how many trips
*> and warnings would this new ceiling have caused last quarter"
*> before anyone keys a new PARM-OVERFLOW-CEILING through OVFLPARM
*> or a counter ceiling through OVFLCMST. The SIMPARM control
*> cards give the date range ("D" card), an optional run-wide
*> proposal ("R" card: ceiling and warning percentages standing
*> in for CEILPARM's) and any per-counter proposals ("C" cards,
*> standing in for CTRM-OVERFLOW-CEILING). A zero on a card means
*> "keep what is in force". The program replays every AUDARCH
*> archive generation and the current OVFLAUD, and posts each
*> record's AUDIT-TRAN-AMOUNT against the proposed ceilings the
*> way OVFLCHK 2041-APPLY-TO-COUNTER does - trip above the
*> ceiling, excess moved to the CTRM-SPILL-COUNTER-ID link when
*> it has one and truncated when not, WARN1/WARN2 band crossings
*> at most once per band per counter per day. Resets zero the
*> counter and adjustments apply unchecked, as in OVFLCHK; the
*> recorded "SPIL" records are skipped because the simulation
*> spills its own excess, while reversals replay their recorded
*> amounts. Each counter starts the range from the value the
*> trail shows it actually held, so the two columns diverge only
*> because of the proposed ceilings.
*> Beside each simulated figure the report shows what actually
*> happened: trips and excess from the audit records, warning
*> crossings re-derived from the recorded values against the
*> CEILPARM record in force on each day. Per-counter ceilings
*> are taken from the current CTRMAST (the master does not keep
*> ceiling history). CEILPARM, CTRMAST and the audit files are
*> only ever opened for input and no lock is taken, so the
*> simulation can be run on demand during the online day.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLSIM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SIM-PARM-FILE ASSIGN TO "SIMPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SPRM-FILE-STATUS.
           SELECT CEILING-PARM-FILE ASSIGN TO "CEILPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-PARM-FILE-STATUS.
           SELECT COUNTER-MASTER-FILE ASSIGN TO "CTRMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRM-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT OVERFLOW-AUDIT-FILE ASSIGN TO "OVFLAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT SIM-REPORT-FILE ASSIGN TO "SIMRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SIM-PARM-FILE
           RECORDING MODE IS F.
       01  SIM-PARM-RECORD.
           05  SPRM-CARD-TYPE          PIC X.
               88  SPRM-RANGE-CARD     VALUE "D".
               88  SPRM-RUN-WIDE-CARD  VALUE "R".
               88  SPRM-COUNTER-CARD   VALUE "C".
           05  SPRM-COUNTER-ID         PIC X(8).
           05  SPRM-CEILING            PIC 9(9).
           05  SPRM-WARN-PCT-1         PIC 9(2).
           05  SPRM-WARN-PCT-2         PIC 9(2).
           05  SPRM-START-DATE         PIC X(8).
           05  SPRM-END-DATE           PIC X(8).

       FD  CEILING-PARM-FILE
           RECORDING MODE IS F.
       COPY PARMREC.

       FD  COUNTER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CTRMREC.

       FD  AUDIT-ARCHIVE-FILE
           RECORDING MODE IS F.
       COPY AUDARCH.

       FD  OVERFLOW-AUDIT-FILE
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  SIM-REPORT-FILE
           RECORDING MODE IS F.
       01  SIM-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SPRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PARM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ARCH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-SPRM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-SPRM-FILE     VALUE "Y".
       01  WS-PARM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-PARM-FILE     VALUE "Y".
       01  WS-CTRM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-CTRM-FILE     VALUE "Y".
       01  WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-ARCH-FILE     VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-AUDIT-FILE    VALUE "Y".

       01  WS-START-DATE               PIC X(8) VALUE SPACES.
       01  WS-END-DATE                 PIC X(8) VALUE SPACES.
       01  WS-PROP-RUN-CEILING         PIC 9(9) VALUE 0.
       01  WS-PROP-RUN-PCT-1           PIC 9(2) VALUE 0.
       01  WS-PROP-RUN-PCT-2           PIC 9(2) VALUE 0.
       01  WS-CARD-COUNT               PIC 9(5) VALUE 0.

       01  WS-PARM-COUNT               PIC 9(3) VALUE 0.
       01  WS-PARM-SUB                 PIC 9(3) VALUE 0.
       01  WS-PARM-TABLE.
           05  WS-PARM-ENTRY OCCURS 50 TIMES.
               10  WS-PRM-EFF-DATE     PIC X(8).
               10  WS-PRM-CEILING      PIC 9(9).
               10  WS-PRM-WARN-PCT-1   PIC 9(2).
               10  WS-PRM-WARN-PCT-2   PIC 9(2).
       01  WS-BEST-EFF-DATE            PIC X(8) VALUE SPACES.
       01  WS-DAY-CEILING              PIC 9(9) VALUE 0.
       01  WS-DAY-PCT-1                PIC 9(2) VALUE 0.
       01  WS-DAY-PCT-2                PIC 9(2) VALUE 0.

       01  WS-COUNTER-COUNT            PIC 9(3) VALUE 0.
       01  WS-CTR-SUB                  PIC 9(3) VALUE 0.
       01  WS-CTR-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 100 TIMES.
               10  WS-CTR-ID           PIC X(8).
               10  WS-CTR-CEILING      PIC 9(9).
               10  WS-CTR-STATUS       PIC X.
               10  WS-CTR-SPILL-ID     PIC X(8).
               10  WS-CTR-PROP-CEILING PIC 9(9).
               10  WS-CTR-PROP-PCT-1   PIC 9(2).
               10  WS-CTR-PROP-PCT-2   PIC 9(2).
               10  WS-CTR-IN-RANGE     PIC X.
               10  WS-CTR-ACT-KNOWN    PIC X.
               10  WS-CTR-ACT-VALUE    PIC S9(9) COMP-3.
               10  WS-CTR-ACT-W1-DATE  PIC X(8).
               10  WS-CTR-ACT-W2-DATE  PIC X(8).
               10  WS-CTR-ACT-TRIPS    PIC 9(5).
               10  WS-CTR-ACT-WARN1    PIC 9(5).
               10  WS-CTR-ACT-WARN2    PIC 9(5).
               10  WS-CTR-ACT-TRUNC    PIC S9(11) COMP-3.
               10  WS-CTR-ACT-SPILL    PIC S9(11) COMP-3.
               10  WS-CTR-SIM-STARTED  PIC X.
               10  WS-CTR-SIM-VALUE    PIC S9(9) COMP-3.
               10  WS-CTR-SIM-W1-DATE  PIC X(8).
               10  WS-CTR-SIM-W2-DATE  PIC X(8).
               10  WS-CTR-SIM-TRIPS    PIC 9(5).
               10  WS-CTR-SIM-WARN1    PIC 9(5).
               10  WS-CTR-SIM-WARN2    PIC 9(5).
               10  WS-CTR-SIM-TRUNC    PIC S9(11) COMP-3.
               10  WS-CTR-SIM-SPILL    PIC S9(11) COMP-3.

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
       01  WS-OBS-SEARCH-ID            PIC X(8) VALUE SPACES.
       01  WS-RECORDS-REPLAYED         PIC 9(9) VALUE 0.

       01  WS-ACT-CEILING              PIC 9(9) VALUE 0.
       01  WS-ACT-PCT-1                PIC 9(2) VALUE 0.
       01  WS-ACT-PCT-2                PIC 9(2) VALUE 0.
       01  WS-SIM-CEILING              PIC 9(9) VALUE 0.
       01  WS-SIM-PCT-1                PIC 9(2) VALUE 0.
       01  WS-SIM-PCT-2                PIC 9(2) VALUE 0.
       01  WS-SIM-SUB                  PIC 9(3) VALUE 0.
       01  WS-SIM-APPLY-AMOUNT         PIC S9(9) COMP-3 VALUE 0.
       01  WS-SIM-SPILL-AMOUNT         PIC S9(9) COMP-3 VALUE 0.
       01  WS-SIM-SPILL-SUB            PIC 9(3) VALUE 0.
       01  WS-SIM-SPILL-DEPTH          PIC 9(3) VALUE 0.
       01  WS-SAVE-FOUND-SUB           PIC 9(3) VALUE 0.
       01  WS-EXCESS-AMOUNT            PIC S9(9) COMP-3 VALUE 0.

       01  WS-BAND-VALUE               PIC S9(9) COMP-3 VALUE 0.
       01  WS-BAND-CEILING             PIC 9(9) VALUE 0.
       01  WS-BAND-PCT-1               PIC 9(2) VALUE 0.
       01  WS-BAND-PCT-2               PIC 9(2) VALUE 0.
       01  WS-BAND-W1-DATE             PIC X(8) VALUE SPACES.
       01  WS-BAND-W2-DATE             PIC X(8) VALUE SPACES.
       01  WS-BAND-HIT                 PIC X VALUE SPACE.
       01  WS-WARN-LEVEL               PIC S9(9) COMP-3 VALUE 0.

       01  WS-TOT-ACT-TRIPS            PIC 9(5) VALUE 0.
       01  WS-TOT-ACT-WARN1            PIC 9(5) VALUE 0.
       01  WS-TOT-ACT-WARN2            PIC 9(5) VALUE 0.
       01  WS-TOT-ACT-TRUNC            PIC S9(11) COMP-3 VALUE 0.
       01  WS-TOT-ACT-SPILL            PIC S9(11) COMP-3 VALUE 0.
       01  WS-TOT-SIM-TRIPS            PIC 9(5) VALUE 0.
       01  WS-TOT-SIM-WARN1            PIC 9(5) VALUE 0.
       01  WS-TOT-SIM-WARN2            PIC 9(5) VALUE 0.
       01  WS-TOT-SIM-TRUNC            PIC S9(11) COMP-3 VALUE 0.
       01  WS-TOT-SIM-SPILL            PIC S9(11) COMP-3 VALUE 0.

       01  WS-LINE-ID                  PIC X(8) VALUE SPACES.
       01  WS-LINE-BASIS               PIC X(8) VALUE SPACES.
       01  WS-LINE-CEILING             PIC 9(9) VALUE 0.
       01  WS-LINE-TRIPS               PIC 9(5) VALUE 0.
       01  WS-LINE-WARN1               PIC 9(5) VALUE 0.
       01  WS-LINE-WARN2               PIC 9(5) VALUE 0.
       01  WS-LINE-TRUNC               PIC S9(11) COMP-3 VALUE 0.
       01  WS-LINE-SPILL               PIC S9(11) COMP-3 VALUE 0.
       01  WS-CEILING-ED               PIC ZZZZZZZZ9.
       01  WS-TRIPS-ED                 PIC ZZZZ9.
       01  WS-WARN1-ED                 PIC ZZZZ9.
       01  WS-WARN2-ED                 PIC ZZZZ9.
       01  WS-TRUNC-ED                 PIC -ZZZZZZZZZZ9.
       01  WS-SPILL-ED                 PIC -ZZZZZZZZZZ9.
       01  WS-COUNT-ED                 PIC ZZZZZZZZ9.
       01  WS-REPORT-LINE-WORK         PIC X(80) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-REPLAY-ARCHIVE-FILE
           PERFORM 3000-REPLAY-AUDIT-FILE
           PERFORM 4000-PRINT-SIMULATION-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-LOAD-COUNTER-MASTER
           PERFORM 1200-READ-SIM-PARMS
           PERFORM 1300-LOAD-CEILING-PARMS
           OPEN OUTPUT SIM-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SIMULATION REPORT FILE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-LOAD-COUNTER-MASTER.
           OPEN INPUT COUNTER-MASTER-FILE
           IF WS-CTRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "COUNTER MASTER NOT AVAILABLE, STATUS="
                   WS-CTRM-FILE-STATUS ", RUN-WIDE CEILING USED"
           ELSE
               PERFORM 1110-LOAD-COUNTER-RECORD
                   UNTIL WS-END-OF-CTRM-FILE
               CLOSE COUNTER-MASTER-FILE
           END-IF.

       1110-LOAD-COUNTER-RECORD.
           READ COUNTER-MASTER-FILE
               AT END
                   SET WS-END-OF-CTRM-FILE TO TRUE
               NOT AT END
                   MOVE CTRM-COUNTER-ID TO WS-OBS-SEARCH-ID
                   PERFORM 6100-FIND-OR-ADD-COUNTER
                   IF WS-CTR-FOUND-SUB > 0 THEN
                       IF CTRM-OVERFLOW-CEILING IS NUMERIC THEN
                           MOVE CTRM-OVERFLOW-CEILING
                               TO WS-CTR-CEILING (WS-CTR-FOUND-SUB)
                       END-IF
                       IF CTRM-STATUS = SPACE THEN
                           MOVE "A" TO WS-CTR-STATUS (WS-CTR-FOUND-SUB)
                       ELSE
                           MOVE CTRM-STATUS
                               TO WS-CTR-STATUS (WS-CTR-FOUND-SUB)
                       END-IF
                       MOVE CTRM-SPILL-COUNTER-ID
                           TO WS-CTR-SPILL-ID (WS-CTR-FOUND-SUB)
                   END-IF
           END-READ.

       1200-READ-SIM-PARMS.
           OPEN INPUT SIM-PARM-FILE
           IF WS-SPRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "SIMULATION PARM NOT AVAILABLE, STATUS="
                   WS-SPRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1210-READ-ONE-SIM-CARD
               UNTIL WS-END-OF-SPRM-FILE
           CLOSE SIM-PARM-FILE
           IF WS-START-DATE IS NOT NUMERIC
              OR WS-END-DATE IS NOT NUMERIC
              OR WS-START-DATE > WS-END-DATE THEN
               DISPLAY "INVALID SIMULATION DATE RANGE: " WS-START-DATE
                   " TO " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1210-READ-ONE-SIM-CARD.
           READ SIM-PARM-FILE
               AT END
                   SET WS-END-OF-SPRM-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 1220-APPLY-SIM-CARD
           END-READ.

       1220-APPLY-SIM-CARD.
           IF SPRM-RANGE-CARD THEN
               MOVE SPRM-START-DATE TO WS-START-DATE
               MOVE SPRM-END-DATE TO WS-END-DATE
           ELSE
               IF SPRM-CEILING IS NOT NUMERIC
                  OR SPRM-WARN-PCT-1 IS NOT NUMERIC
                  OR SPRM-WARN-PCT-2 IS NOT NUMERIC THEN
                   PERFORM 1290-REFUSE-SIM-CARD
               END-IF
               IF SPRM-WARN-PCT-1 > 0 AND SPRM-WARN-PCT-2 > 0
                  AND SPRM-WARN-PCT-1 >= SPRM-WARN-PCT-2 THEN
                   PERFORM 1290-REFUSE-SIM-CARD
               END-IF
               IF SPRM-RUN-WIDE-CARD THEN
                   MOVE SPRM-CEILING TO WS-PROP-RUN-CEILING
                   MOVE SPRM-WARN-PCT-1 TO WS-PROP-RUN-PCT-1
                   MOVE SPRM-WARN-PCT-2 TO WS-PROP-RUN-PCT-2
               ELSE
                   IF SPRM-COUNTER-CARD
                      AND SPRM-COUNTER-ID NOT = SPACES THEN
                       MOVE SPRM-COUNTER-ID TO WS-OBS-SEARCH-ID
                       PERFORM 6000-FIND-COUNTER
                       IF WS-CTR-FOUND-SUB = 0 THEN
                           DISPLAY "SIMULATED COUNTER "
                               SPRM-COUNTER-ID
                               " IS NOT ON THE COUNTER MASTER"
                           PERFORM 6100-FIND-OR-ADD-COUNTER
                       END-IF
                       IF WS-CTR-FOUND-SUB > 0 THEN
                           MOVE SPRM-CEILING
                               TO WS-CTR-PROP-CEILING (WS-CTR-FOUND-SUB)
                           MOVE SPRM-WARN-PCT-1
                               TO WS-CTR-PROP-PCT-1 (WS-CTR-FOUND-SUB)
                           MOVE SPRM-WARN-PCT-2
                               TO WS-CTR-PROP-PCT-2 (WS-CTR-FOUND-SUB)
                       END-IF
                   ELSE
                       PERFORM 1290-REFUSE-SIM-CARD
                   END-IF
               END-IF
           END-IF.

       1290-REFUSE-SIM-CARD.
           MOVE WS-CARD-COUNT TO WS-COUNT-ED
           DISPLAY "INVALID SIMULATION CARD " WS-COUNT-ED ": "
               SIM-PARM-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       1300-LOAD-CEILING-PARMS.
           OPEN INPUT CEILING-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00" THEN
               PERFORM 1310-LOAD-ONE-CEILING-PARM
                   UNTIL WS-END-OF-PARM-FILE
               CLOSE CEILING-PARM-FILE
           ELSE
               DISPLAY "CEILING PARM FILE NOT AVAILABLE, STATUS="
                   WS-PARM-FILE-STATUS
           END-IF.

       1310-LOAD-ONE-CEILING-PARM.
           READ CEILING-PARM-FILE
               AT END
                   SET WS-END-OF-PARM-FILE TO TRUE
               NOT AT END
                   IF WS-PARM-COUNT < 50 THEN
                       ADD 1 TO WS-PARM-COUNT
                       MOVE PARM-EFFECTIVE-DATE
                           TO WS-PRM-EFF-DATE (WS-PARM-COUNT)
                       MOVE PARM-OVERFLOW-CEILING
                           TO WS-PRM-CEILING (WS-PARM-COUNT)
                       MOVE 80 TO WS-PRM-WARN-PCT-1 (WS-PARM-COUNT)
                       MOVE 90 TO WS-PRM-WARN-PCT-2 (WS-PARM-COUNT)
                       IF PARM-WARN-PCT-1 IS NUMERIC
                          AND PARM-WARN-PCT-1 > 0 THEN
                           MOVE PARM-WARN-PCT-1
                               TO WS-PRM-WARN-PCT-1 (WS-PARM-COUNT)
                       END-IF
                       IF PARM-WARN-PCT-2 IS NUMERIC
                          AND PARM-WARN-PCT-2 > 0 THEN
                           MOVE PARM-WARN-PCT-2
                               TO WS-PRM-WARN-PCT-2 (WS-PARM-COUNT)
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
                   "SIMULATION MAY BE PARTIAL"
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
                       "SIMULATION MAY BE PARTIAL"
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
                       "SIMULATION MAY BE PARTIAL"
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

       4000-PRINT-SIMULATION-REPORT.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "WHAT-IF CEILING SIMULATION " DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "COUNTER  BASIS      CEILING TRIPS WARN1 WARN2    TRUNCATED      SPILLED"
               TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-END-DATE TO WS-OBS-DATE
           PERFORM 7050-SELECT-PARMS-FOR-DATE
           PERFORM 4100-PRINT-ONE-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
           MOVE "*TOTAL*" TO WS-LINE-ID
           MOVE "ACTUAL" TO WS-LINE-BASIS
           MOVE 0 TO WS-LINE-CEILING
           MOVE WS-TOT-ACT-TRIPS TO WS-LINE-TRIPS
           MOVE WS-TOT-ACT-WARN1 TO WS-LINE-WARN1
           MOVE WS-TOT-ACT-WARN2 TO WS-LINE-WARN2
           MOVE WS-TOT-ACT-TRUNC TO WS-LINE-TRUNC
           MOVE WS-TOT-ACT-SPILL TO WS-LINE-SPILL
           PERFORM 4200-FORMAT-COMPARISON-LINE
           MOVE SPACES TO WS-LINE-ID
           MOVE "PROPOSED" TO WS-LINE-BASIS
           MOVE WS-TOT-SIM-TRIPS TO WS-LINE-TRIPS
           MOVE WS-TOT-SIM-WARN1 TO WS-LINE-WARN1
           MOVE WS-TOT-SIM-WARN2 TO WS-LINE-WARN2
           MOVE WS-TOT-SIM-TRUNC TO WS-LINE-TRUNC
           MOVE WS-TOT-SIM-SPILL TO WS-LINE-SPILL
           PERFORM 4200-FORMAT-COMPARISON-LINE
           MOVE WS-RECORDS-REPLAYED TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "AUDIT RECORDS REPLAYED IN RANGE: " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-PRINT-ONE-COUNTER.
           IF WS-CTR-IN-RANGE (WS-CTR-SUB) = "Y" THEN
               MOVE WS-CTR-SUB TO WS-SIM-SUB
               PERFORM 7400-SELECT-COUNTER-CEILINGS
               MOVE WS-CTR-ID (WS-CTR-SUB) TO WS-LINE-ID
               MOVE "ACTUAL" TO WS-LINE-BASIS
               MOVE WS-ACT-CEILING TO WS-LINE-CEILING
               MOVE WS-CTR-ACT-TRIPS (WS-CTR-SUB) TO WS-LINE-TRIPS
               MOVE WS-CTR-ACT-WARN1 (WS-CTR-SUB) TO WS-LINE-WARN1
               MOVE WS-CTR-ACT-WARN2 (WS-CTR-SUB) TO WS-LINE-WARN2
               MOVE WS-CTR-ACT-TRUNC (WS-CTR-SUB) TO WS-LINE-TRUNC
               MOVE WS-CTR-ACT-SPILL (WS-CTR-SUB) TO WS-LINE-SPILL
               PERFORM 4200-FORMAT-COMPARISON-LINE
               MOVE SPACES TO WS-LINE-ID
               MOVE "PROPOSED" TO WS-LINE-BASIS
               MOVE WS-SIM-CEILING TO WS-LINE-CEILING
               MOVE WS-CTR-SIM-TRIPS (WS-CTR-SUB) TO WS-LINE-TRIPS
               MOVE WS-CTR-SIM-WARN1 (WS-CTR-SUB) TO WS-LINE-WARN1
               MOVE WS-CTR-SIM-WARN2 (WS-CTR-SUB) TO WS-LINE-WARN2
               MOVE WS-CTR-SIM-TRUNC (WS-CTR-SUB) TO WS-LINE-TRUNC
               MOVE WS-CTR-SIM-SPILL (WS-CTR-SUB) TO WS-LINE-SPILL
               PERFORM 4200-FORMAT-COMPARISON-LINE
               ADD WS-CTR-ACT-TRIPS (WS-CTR-SUB) TO WS-TOT-ACT-TRIPS
               ADD WS-CTR-ACT-WARN1 (WS-CTR-SUB) TO WS-TOT-ACT-WARN1
               ADD WS-CTR-ACT-WARN2 (WS-CTR-SUB) TO WS-TOT-ACT-WARN2
               ADD WS-CTR-ACT-TRUNC (WS-CTR-SUB) TO WS-TOT-ACT-TRUNC
               ADD WS-CTR-ACT-SPILL (WS-CTR-SUB) TO WS-TOT-ACT-SPILL
               ADD WS-CTR-SIM-TRIPS (WS-CTR-SUB) TO WS-TOT-SIM-TRIPS
               ADD WS-CTR-SIM-WARN1 (WS-CTR-SUB) TO WS-TOT-SIM-WARN1
               ADD WS-CTR-SIM-WARN2 (WS-CTR-SUB) TO WS-TOT-SIM-WARN2
               ADD WS-CTR-SIM-TRUNC (WS-CTR-SUB) TO WS-TOT-SIM-TRUNC
               ADD WS-CTR-SIM-SPILL (WS-CTR-SUB) TO WS-TOT-SIM-SPILL
           END-IF.

       4200-FORMAT-COMPARISON-LINE.
           MOVE WS-LINE-CEILING TO WS-CEILING-ED
           MOVE WS-LINE-TRIPS TO WS-TRIPS-ED
           MOVE WS-LINE-WARN1 TO WS-WARN1-ED
           MOVE WS-LINE-WARN2 TO WS-WARN2-ED
           MOVE WS-LINE-TRUNC TO WS-TRUNC-ED
           MOVE WS-LINE-SPILL TO WS-SPILL-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING WS-LINE-ID DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-LINE-BASIS DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CEILING-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRIPS-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-WARN1-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-WARN2-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-TRUNC-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SPILL-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           IF WS-LINE-CEILING = 0 THEN
               MOVE SPACES TO WS-REPORT-LINE-WORK (19:9)
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE.

       6000-FIND-COUNTER.
           MOVE 0 TO WS-CTR-FOUND-SUB
           PERFORM 6010-MATCH-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
                  OR WS-CTR-FOUND-SUB > 0.

       6010-MATCH-COUNTER.
           IF WS-CTR-ID (WS-CTR-SUB) = WS-OBS-SEARCH-ID THEN
               MOVE WS-CTR-SUB TO WS-CTR-FOUND-SUB
           END-IF.

       6100-FIND-OR-ADD-COUNTER.
           PERFORM 6000-FIND-COUNTER
           IF WS-CTR-FOUND-SUB = 0 THEN
               IF WS-COUNTER-COUNT = 100 THEN
                   DISPLAY "SIMULATION COUNTER TABLE LIMIT REACHED, "
                       "COUNTER " WS-OBS-SEARCH-ID " NOT SIMULATED"
               ELSE
                   ADD 1 TO WS-COUNTER-COUNT
                   MOVE WS-COUNTER-COUNT TO WS-CTR-FOUND-SUB
                   MOVE WS-OBS-SEARCH-ID
                       TO WS-CTR-ID (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-CEILING (WS-CTR-FOUND-SUB)
                   MOVE "A" TO WS-CTR-STATUS (WS-CTR-FOUND-SUB)
                   MOVE SPACES TO WS-CTR-SPILL-ID (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PROP-CEILING (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PROP-PCT-1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PROP-PCT-2 (WS-CTR-FOUND-SUB)
                   MOVE "N" TO WS-CTR-IN-RANGE (WS-CTR-FOUND-SUB)
                   MOVE "N" TO WS-CTR-ACT-KNOWN (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-ACT-VALUE (WS-CTR-FOUND-SUB)
                   MOVE SPACES TO WS-CTR-ACT-W1-DATE (WS-CTR-FOUND-SUB)
                   MOVE SPACES TO WS-CTR-ACT-W2-DATE (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-ACT-TRIPS (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-ACT-WARN1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-ACT-WARN2 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-ACT-TRUNC (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-ACT-SPILL (WS-CTR-FOUND-SUB)
                   MOVE "N" TO WS-CTR-SIM-STARTED (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-SIM-VALUE (WS-CTR-FOUND-SUB)
                   MOVE SPACES TO WS-CTR-SIM-W1-DATE (WS-CTR-FOUND-SUB)
                   MOVE SPACES TO WS-CTR-SIM-W2-DATE (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-SIM-TRIPS (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-SIM-WARN1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-SIM-WARN2 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-SIM-TRUNC (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-SIM-SPILL (WS-CTR-FOUND-SUB)
               END-IF
           END-IF.

       7000-REPLAY-ONE-RECORD.
           IF WS-OBS-COUNTER-ID NOT = SPACES
              AND WS-OBS-DATE <= WS-END-DATE THEN
               MOVE WS-OBS-COUNTER-ID TO WS-OBS-SEARCH-ID
               PERFORM 6100-FIND-OR-ADD-COUNTER
               IF WS-CTR-FOUND-SUB > 0 THEN
                   IF WS-OBS-DATE >= WS-START-DATE THEN
                       ADD 1 TO WS-RECORDS-REPLAYED
                       MOVE "Y" TO WS-CTR-IN-RANGE (WS-CTR-FOUND-SUB)
                       PERFORM 7050-SELECT-PARMS-FOR-DATE
                       PERFORM 7200-SIMULATE-RECORD
                       PERFORM 7100-TALLY-ACTUAL-RECORD
                   END-IF
                   MOVE "Y" TO WS-CTR-ACT-KNOWN (WS-CTR-FOUND-SUB)
                   MOVE WS-OBS-AREA-1
                       TO WS-CTR-ACT-VALUE (WS-CTR-FOUND-SUB)
               END-IF
           END-IF.

       7050-SELECT-PARMS-FOR-DATE.
           MOVE 99999 TO WS-DAY-CEILING
           MOVE 80 TO WS-DAY-PCT-1
           MOVE 90 TO WS-DAY-PCT-2
           MOVE SPACES TO WS-BEST-EFF-DATE
           PERFORM 7060-CHECK-ONE-CEILING
               VARYING WS-PARM-SUB FROM 1 BY 1
               UNTIL WS-PARM-SUB > WS-PARM-COUNT.

       7060-CHECK-ONE-CEILING.
           IF WS-PRM-EFF-DATE (WS-PARM-SUB) <= WS-OBS-DATE
              AND WS-PRM-EFF-DATE (WS-PARM-SUB) > WS-BEST-EFF-DATE
              THEN
               MOVE WS-PRM-EFF-DATE (WS-PARM-SUB)
                   TO WS-BEST-EFF-DATE
               MOVE WS-PRM-CEILING (WS-PARM-SUB) TO WS-DAY-CEILING
               MOVE WS-PRM-WARN-PCT-1 (WS-PARM-SUB) TO WS-DAY-PCT-1
               MOVE WS-PRM-WARN-PCT-2 (WS-PARM-SUB) TO WS-DAY-PCT-2
           END-IF.

       7100-TALLY-ACTUAL-RECORD.
           MOVE WS-CTR-FOUND-SUB TO WS-SIM-SUB
           PERFORM 7400-SELECT-COUNTER-CEILINGS
           IF WS-OBS-OVERFLOW-IND = "Y" THEN
               ADD 1 TO WS-CTR-ACT-TRIPS (WS-CTR-FOUND-SUB)
               IF WS-OBS-AREA-1 < WS-OBS-PRE-TRUNC THEN
                   COMPUTE WS-EXCESS-AMOUNT =
                       WS-OBS-PRE-TRUNC - WS-OBS-AREA-1
                   ADD WS-EXCESS-AMOUNT
                       TO WS-CTR-ACT-SPILL (WS-CTR-FOUND-SUB)
               ELSE
                   IF WS-OBS-AREA-1 > WS-ACT-CEILING THEN
                       COMPUTE WS-EXCESS-AMOUNT =
                           WS-OBS-AREA-1 - WS-ACT-CEILING
                       ADD WS-EXCESS-AMOUNT
                           TO WS-CTR-ACT-TRUNC (WS-CTR-FOUND-SUB)
                   END-IF
               END-IF
           ELSE
               IF WS-OBS-TRAN-TYPE NOT = "RSET"
                  AND WS-OBS-TRAN-TYPE NOT = "ADJT" THEN
                   MOVE WS-OBS-AREA-1 TO WS-BAND-VALUE
                   MOVE WS-ACT-CEILING TO WS-BAND-CEILING
                   MOVE WS-ACT-PCT-1 TO WS-BAND-PCT-1
                   MOVE WS-ACT-PCT-2 TO WS-BAND-PCT-2
                   MOVE WS-CTR-ACT-W1-DATE (WS-CTR-FOUND-SUB)
                       TO WS-BAND-W1-DATE
                   MOVE WS-CTR-ACT-W2-DATE (WS-CTR-FOUND-SUB)
                       TO WS-BAND-W2-DATE
                   PERFORM 7500-CHECK-WARNING-BANDS
                   MOVE WS-BAND-W1-DATE
                       TO WS-CTR-ACT-W1-DATE (WS-CTR-FOUND-SUB)
                   MOVE WS-BAND-W2-DATE
                       TO WS-CTR-ACT-W2-DATE (WS-CTR-FOUND-SUB)
                   IF WS-BAND-HIT = "1" THEN
                       ADD 1 TO WS-CTR-ACT-WARN1 (WS-CTR-FOUND-SUB)
                   END-IF
                   IF WS-BAND-HIT = "2" THEN
                       ADD 1 TO WS-CTR-ACT-WARN2 (WS-CTR-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       7200-SIMULATE-RECORD.
           IF WS-OBS-TRAN-TYPE NOT = "SPIL" THEN
               IF WS-CTR-SIM-STARTED (WS-CTR-FOUND-SUB) NOT = "Y" THEN
                   MOVE "Y" TO WS-CTR-SIM-STARTED (WS-CTR-FOUND-SUB)
                   IF WS-CTR-ACT-KNOWN (WS-CTR-FOUND-SUB) = "Y" THEN
                       MOVE WS-CTR-ACT-VALUE (WS-CTR-FOUND-SUB)
                           TO WS-CTR-SIM-VALUE (WS-CTR-FOUND-SUB)
                   ELSE
                       IF WS-OBS-OVERFLOW-IND = "Y" THEN
                           COMPUTE WS-CTR-SIM-VALUE (WS-CTR-FOUND-SUB) =
                               WS-OBS-PRE-TRUNC - WS-OBS-TRAN-AMOUNT
                       ELSE
                           COMPUTE WS-CTR-SIM-VALUE (WS-CTR-FOUND-SUB) =
                               WS-OBS-AREA-1 - WS-OBS-TRAN-AMOUNT
                       END-IF
                   END-IF
               END-IF
               IF WS-OBS-TRAN-TYPE = "RSET" THEN
                   MOVE 0 TO WS-CTR-SIM-VALUE (WS-CTR-FOUND-SUB)
               ELSE
                   IF WS-OBS-TRAN-TYPE = "ADJT" THEN
                       ADD WS-OBS-TRAN-AMOUNT
                           TO WS-CTR-SIM-VALUE (WS-CTR-FOUND-SUB)
                   ELSE
                       MOVE WS-CTR-FOUND-SUB TO WS-SIM-SUB
                       MOVE WS-OBS-TRAN-AMOUNT TO WS-SIM-APPLY-AMOUNT
                       MOVE 0 TO WS-SIM-SPILL-DEPTH
                       PERFORM 7300-SIMULATE-POSTING
                       PERFORM 7350-SIMULATE-SPILL-OVER
                           UNTIL WS-SIM-SPILL-AMOUNT = 0
                   END-IF
               END-IF
           END-IF.

       7300-SIMULATE-POSTING.
           PERFORM 7400-SELECT-COUNTER-CEILINGS
           MOVE 0 TO WS-SIM-SPILL-AMOUNT
           MOVE 0 TO WS-SIM-SPILL-SUB
           ADD WS-SIM-APPLY-AMOUNT TO WS-CTR-SIM-VALUE (WS-SIM-SUB)
           IF WS-CTR-SIM-VALUE (WS-SIM-SUB) > 5
              AND WS-CTR-SIM-VALUE (WS-SIM-SUB) > WS-SIM-CEILING THEN
               ADD 1 TO WS-CTR-SIM-TRIPS (WS-SIM-SUB)
               COMPUTE WS-EXCESS-AMOUNT =
                   WS-CTR-SIM-VALUE (WS-SIM-SUB) - WS-SIM-CEILING
               PERFORM 7310-FIND-SIM-SPILL-COUNTER
               IF WS-SIM-SPILL-SUB = 0 THEN
                   ADD WS-EXCESS-AMOUNT TO WS-CTR-SIM-TRUNC (WS-SIM-SUB)
               ELSE
                   ADD WS-EXCESS-AMOUNT TO WS-CTR-SIM-SPILL (WS-SIM-SUB)
                   MOVE WS-EXCESS-AMOUNT TO WS-SIM-SPILL-AMOUNT
                   MOVE WS-SIM-CEILING TO WS-CTR-SIM-VALUE (WS-SIM-SUB)
               END-IF
           ELSE
               MOVE WS-CTR-SIM-VALUE (WS-SIM-SUB) TO WS-BAND-VALUE
               MOVE WS-SIM-CEILING TO WS-BAND-CEILING
               MOVE WS-SIM-PCT-1 TO WS-BAND-PCT-1
               MOVE WS-SIM-PCT-2 TO WS-BAND-PCT-2
               MOVE WS-CTR-SIM-W1-DATE (WS-SIM-SUB) TO WS-BAND-W1-DATE
               MOVE WS-CTR-SIM-W2-DATE (WS-SIM-SUB) TO WS-BAND-W2-DATE
               PERFORM 7500-CHECK-WARNING-BANDS
               MOVE WS-BAND-W1-DATE TO WS-CTR-SIM-W1-DATE (WS-SIM-SUB)
               MOVE WS-BAND-W2-DATE TO WS-CTR-SIM-W2-DATE (WS-SIM-SUB)
               IF WS-BAND-HIT = "1" THEN
                   ADD 1 TO WS-CTR-SIM-WARN1 (WS-SIM-SUB)
               END-IF
               IF WS-BAND-HIT = "2" THEN
                   ADD 1 TO WS-CTR-SIM-WARN2 (WS-SIM-SUB)
               END-IF
           END-IF.

       7310-FIND-SIM-SPILL-COUNTER.
           MOVE WS-CTR-FOUND-SUB TO WS-SAVE-FOUND-SUB
           IF WS-CTR-SPILL-ID (WS-SIM-SUB) NOT = SPACES
              AND WS-SIM-SPILL-DEPTH < WS-COUNTER-COUNT THEN
               MOVE WS-CTR-SPILL-ID (WS-SIM-SUB) TO WS-OBS-SEARCH-ID
               PERFORM 6000-FIND-COUNTER
               IF WS-CTR-FOUND-SUB > 0 THEN
                   IF WS-CTR-STATUS (WS-CTR-FOUND-SUB) = "A" THEN
                       MOVE WS-CTR-FOUND-SUB TO WS-SIM-SPILL-SUB
                   END-IF
               END-IF
           END-IF
           MOVE WS-SAVE-FOUND-SUB TO WS-CTR-FOUND-SUB.

       7350-SIMULATE-SPILL-OVER.
           MOVE WS-SIM-SPILL-SUB TO WS-SIM-SUB
           MOVE WS-SIM-SPILL-AMOUNT TO WS-SIM-APPLY-AMOUNT
           ADD 1 TO WS-SIM-SPILL-DEPTH
           MOVE "Y" TO WS-CTR-IN-RANGE (WS-SIM-SUB)
           IF WS-CTR-SIM-STARTED (WS-SIM-SUB) NOT = "Y" THEN
               MOVE "Y" TO WS-CTR-SIM-STARTED (WS-SIM-SUB)
               MOVE WS-CTR-ACT-VALUE (WS-SIM-SUB)
                   TO WS-CTR-SIM-VALUE (WS-SIM-SUB)
           END-IF
           PERFORM 7300-SIMULATE-POSTING.

       7400-SELECT-COUNTER-CEILINGS.
           IF WS-CTR-CEILING (WS-SIM-SUB) > 0 THEN
               MOVE WS-CTR-CEILING (WS-SIM-SUB) TO WS-ACT-CEILING
           ELSE
               MOVE WS-DAY-CEILING TO WS-ACT-CEILING
           END-IF
           MOVE WS-DAY-PCT-1 TO WS-ACT-PCT-1
           MOVE WS-DAY-PCT-2 TO WS-ACT-PCT-2
           MOVE WS-ACT-CEILING TO WS-SIM-CEILING
           MOVE WS-ACT-PCT-1 TO WS-SIM-PCT-1
           MOVE WS-ACT-PCT-2 TO WS-SIM-PCT-2
           IF WS-CTR-CEILING (WS-SIM-SUB) = 0
              AND WS-PROP-RUN-CEILING > 0 THEN
               MOVE WS-PROP-RUN-CEILING TO WS-SIM-CEILING
           END-IF
           IF WS-PROP-RUN-PCT-1 > 0 THEN
               MOVE WS-PROP-RUN-PCT-1 TO WS-SIM-PCT-1
           END-IF
           IF WS-PROP-RUN-PCT-2 > 0 THEN
               MOVE WS-PROP-RUN-PCT-2 TO WS-SIM-PCT-2
           END-IF
           IF WS-CTR-PROP-CEILING (WS-SIM-SUB) > 0 THEN
               MOVE WS-CTR-PROP-CEILING (WS-SIM-SUB) TO WS-SIM-CEILING
           END-IF
           IF WS-CTR-PROP-PCT-1 (WS-SIM-SUB) > 0 THEN
               MOVE WS-CTR-PROP-PCT-1 (WS-SIM-SUB) TO WS-SIM-PCT-1
           END-IF
           IF WS-CTR-PROP-PCT-2 (WS-SIM-SUB) > 0 THEN
               MOVE WS-CTR-PROP-PCT-2 (WS-SIM-SUB) TO WS-SIM-PCT-2
           END-IF.

       7500-CHECK-WARNING-BANDS.
           MOVE SPACE TO WS-BAND-HIT
           COMPUTE WS-WARN-LEVEL =
               WS-BAND-CEILING * WS-BAND-PCT-2 / 100
           IF WS-BAND-VALUE >= WS-WARN-LEVEL THEN
               IF WS-BAND-W2-DATE NOT = WS-OBS-DATE THEN
                   MOVE "2" TO WS-BAND-HIT
                   MOVE WS-OBS-DATE TO WS-BAND-W2-DATE
                   MOVE WS-OBS-DATE TO WS-BAND-W1-DATE
               END-IF
           ELSE
               COMPUTE WS-WARN-LEVEL =
                   WS-BAND-CEILING * WS-BAND-PCT-1 / 100
               IF WS-BAND-VALUE >= WS-WARN-LEVEL
                  AND WS-BAND-W1-DATE NOT = WS-OBS-DATE THEN
                   MOVE "1" TO WS-BAND-HIT
                   MOVE WS-OBS-DATE TO WS-BAND-W1-DATE
               END-IF
           END-IF.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE-WORK TO SIM-REPORT-LINE
           WRITE SIM-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE SIMULATION REPORT LINE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY SIM-REPORT-LINE.

       9000-TERMINATE.
           CLOSE SIM-REPORT-FILE.
