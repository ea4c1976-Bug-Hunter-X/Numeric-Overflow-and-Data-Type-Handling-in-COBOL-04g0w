      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLSLA - weekly run-time service-level report for the
*> nightly stream. Reads the RUNSTATS run-statistics file (see
*> RUNSTAT), which OVFLINTK, OVFLCHK, OVFLEXTR, OVFLARCH,
*> OVFLVRFY, OVFLRPT, OVFLDUPR and OVFLPURG each append to at end
*> of job, across the business-date range on the SLAPARM "D"
*> card (the scheduler generates the card for the week just
*> ended), and prints to SLARPT:
*>   - one line per run in the range with its start time,
*>     elapsed time, the step's target window, return code and
*>     input/output counts, flagged "BREACH" when the elapsed
*>     time is over the target;
*>   - per step, one line per business date in the range that
*>     any step ran on, with the day's runs, input volume,
*>     elapsed time and throughput in records per minute, so a
*>     runtime that climbs while the volume stays flat stands
*>     out; a step with a target that has no record for such a
*>     date is listed "NO RUN RECORDED" (the step abended or was
*>     skipped - a step writes no statistics when it stops with
*>     RETURN-CODE 12 or 16). Each step's first and last day in
*>     the range are compared, and a runtime that grew by more
*>     than WS-TREND-TOLERANCE-PCT points beyond the volume's
*>     growth is flagged "RUNTIME OUTPACING VOLUME";
*>   - a summary per step of runs, target, average and longest
*>     elapsed time, breaches and missing days.
*> Target windows come from SLAPARM "T" cards, one per step
*> name, in whole minutes; a step without a card is reported
*> with no target and is never flagged. Elapsed time is taken
*> from the start and end stamps; a run whose end date differs
*> from its start date is taken to have crossed one midnight.
*> Ends RETURN-CODE 0 when nothing breached and nothing is
*> missing, 4 otherwise, 16 on a bad SLAPARM card.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT SLA-PARM-FILE ASSIGN TO "SLAPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-SLAP-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO "SLARPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  SLA-PARM-FILE
           RECORDING MODE IS F.
       01  SLA-PARM-RECORD.
           05  SLAP-CARD-TYPE          PIC X.
               88  SLAP-RANGE-CARD     VALUE "D".
               88  SLAP-TARGET-CARD    VALUE "T".
           05  SLAP-STEP-NAME          PIC X(8).
           05  SLAP-TARGET-MINUTES     PIC 9(4).
           05  SLAP-START-DATE         PIC X(8).
           05  SLAP-END-DATE           PIC X(8).

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  SLA-REPORT-FILE
           RECORDING MODE IS F.
       01  SLA-REPORT-LINE             PIC X(80).

       WORKING-STORAGE SECTION.
       01  WS-SLAP-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-SLAP-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-SLAP-FILE     VALUE "Y".
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RSTA-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-RSTA-FILE     VALUE "Y".
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-START-DATE               PIC X(8) VALUE SPACES.
       01  WS-END-DATE                 PIC X(8) VALUE SPACES.
       01  WS-CARD-COUNT               PIC 9(5) VALUE 0.
       01  WS-TREND-TOLERANCE-PCT      PIC 9(3) VALUE 10.

       01  WS-RUN-COUNT                PIC 9(5) VALUE 0.
       01  WS-BREACH-COUNT             PIC 9(5) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(5) VALUE 0.
       01  WS-OUTPACE-COUNT            PIC 9(5) VALUE 0.

       01  WS-TIME-WORK                PIC X(8) VALUE SPACES.
       01  WS-TIME-PARTS REDEFINES WS-TIME-WORK.
           05  WS-TIME-HH              PIC 99.
           05  WS-TIME-MM              PIC 99.
           05  WS-TIME-SS              PIC 99.
           05  WS-TIME-CC              PIC 99.
       01  WS-START-SECS               PIC 9(9) VALUE 0.
       01  WS-END-SECS                 PIC 9(9) VALUE 0.
       01  WS-ELAPSED-SECS             PIC 9(9) VALUE 0.
       01  WS-FMT-SECS                 PIC 9(9) VALUE 0.
       01  WS-FMT-HH                   PIC 99 VALUE 0.
       01  WS-FMT-MM                   PIC 99 VALUE 0.
       01  WS-FMT-SS                   PIC 99 VALUE 0.
       01  WS-FMT-REST                 PIC 9(9) VALUE 0.
       01  WS-ELAPSED-TEXT             PIC X(8) VALUE SPACES.
       01  WS-ELAPSED-TEXT-2           PIC X(8) VALUE SPACES.
       01  WS-START-TEXT               PIC X(8) VALUE SPACES.
       01  WS-FLAG-TEXT                PIC X(6) VALUE SPACES.
       01  WS-TARGET-TEXT              PIC X(5) VALUE SPACES.
       01  WS-RATE                     PIC 9(9) VALUE 0.
       01  WS-VOLUME-PCT               PIC S9(7) VALUE 0.
       01  WS-RUNTIME-PCT              PIC S9(7) VALUE 0.
       01  WS-PCT-LIMIT                PIC S9(7) VALUE 0.

       01  WS-REPORT-LINE-WORK         PIC X(80) VALUE SPACES.
       01  WS-COUNT-ED                 PIC Z(8)9.
       01  WS-COUNT-ED-2               PIC Z(8)9.
       01  WS-SMALL-ED                 PIC ZZZ9.
       01  WS-SMALL-ED-2               PIC ZZZ9.
       01  WS-SMALL-ED-3               PIC ZZZ9.
       01  WS-PCT-ED                   PIC -(6)9.
       01  WS-PCT-ED-2                 PIC -(6)9.

       01  WS-STEP-COUNT               PIC 9(3) VALUE 0.
       01  WS-STP-SUB                  PIC 9(3) VALUE 0.
       01  WS-STP-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-SEARCH-STEP              PIC X(8) VALUE SPACES.
       01  WS-STEP-TABLE.
           05  WS-STEP-ENTRY OCCURS 20 TIMES.
               10  WS-STP-NAME         PIC X(8).
               10  WS-STP-TARGET-MIN   PIC 9(4).
               10  WS-STP-TARGET-SECS  PIC 9(9).
               10  WS-STP-RUNS         PIC 9(5).
               10  WS-STP-BREACHES     PIC 9(5).
               10  WS-STP-MISSING      PIC 9(5).
               10  WS-STP-TOTAL-SECS   PIC 9(11).
               10  WS-STP-MAX-SECS     PIC 9(9).
               10  WS-STP-FIRST-DAY    PIC 9(4).
               10  WS-STP-LAST-DAY     PIC 9(4).

       01  WS-ACTIVE-DATE-COUNT        PIC 9(3) VALUE 0.
       01  WS-ACT-SUB                  PIC 9(3) VALUE 0.
       01  WS-ACT-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-ACT-INSERT-SUB           PIC 9(3) VALUE 0.
       01  WS-ACTIVE-DATE-TABLE.
           05  WS-ACT-DATE OCCURS 62 TIMES PIC X(8).

       01  WS-DAY-COUNT                PIC 9(4) VALUE 0.
       01  WS-DAY-SUB                  PIC 9(4) VALUE 0.
       01  WS-DAY-FOUND-SUB            PIC 9(4) VALUE 0.
       01  WS-SEARCH-DATE              PIC X(8) VALUE SPACES.
       01  WS-DAY-TABLE.
           05  WS-DAY-ENTRY OCCURS 1000 TIMES.
               10  WS-DAY-STEP-SUB     PIC 9(3).
               10  WS-DAY-DATE         PIC X(8).
               10  WS-DAY-RUNS         PIC 9(5).
               10  WS-DAY-INPUT        PIC 9(11).
               10  WS-DAY-SECS         PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-READ-RUN-STATISTICS
               UNTIL WS-END-OF-RSTA-FILE
           PERFORM 3000-PRINT-VOLUME-TREND
           PERFORM 4000-PRINT-STEP-SUMMARY
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           PERFORM 1100-READ-SLA-PARMS
           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN SLA REPORT FILE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "NIGHTLY STREAM RUN-TIME SLA REPORT, BUSINESS DATES "
                      DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "BUS DATE STEP     START    ELAPSED  TARGET   RC     INPUT    OUTPUT"
               TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN INPUT RUN-STATISTICS-FILE
           IF WS-RSTA-FILE-STATUS = "35" THEN
               DISPLAY "RUN STATISTICS FILE NOT FOUND, NO RUNS TO REPORT"
               SET WS-END-OF-RSTA-FILE TO TRUE
           ELSE
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN RUN STATISTICS FILE, STATUS="
                       WS-RSTA-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       1100-READ-SLA-PARMS.
           OPEN INPUT SLA-PARM-FILE
           IF WS-SLAP-FILE-STATUS NOT = "00" THEN
               DISPLAY "SLA PARM NOT AVAILABLE, STATUS="
                   WS-SLAP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1110-READ-ONE-SLA-CARD
               UNTIL WS-END-OF-SLAP-FILE
           CLOSE SLA-PARM-FILE
           IF WS-START-DATE IS NOT NUMERIC
              OR WS-END-DATE IS NOT NUMERIC
              OR WS-START-DATE > WS-END-DATE THEN
               DISPLAY "INVALID SLA DATE RANGE: " WS-START-DATE
                   " TO " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-READ-ONE-SLA-CARD.
           READ SLA-PARM-FILE
               AT END
                   SET WS-END-OF-SLAP-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-CARD-COUNT
                   PERFORM 1120-APPLY-SLA-CARD
           END-READ.

       1120-APPLY-SLA-CARD.
           IF SLAP-RANGE-CARD THEN
               MOVE SLAP-START-DATE TO WS-START-DATE
               MOVE SLAP-END-DATE TO WS-END-DATE
           ELSE
               IF SLAP-TARGET-CARD
                  AND SLAP-STEP-NAME NOT = SPACES
                  AND SLAP-TARGET-MINUTES IS NUMERIC
                  AND SLAP-TARGET-MINUTES > 0 THEN
                   MOVE SLAP-STEP-NAME TO WS-SEARCH-STEP
                   PERFORM 5000-FIND-OR-ADD-STEP
                   MOVE SLAP-TARGET-MINUTES
                       TO WS-STP-TARGET-MIN (WS-STP-FOUND-SUB)
                   COMPUTE WS-STP-TARGET-SECS (WS-STP-FOUND-SUB) =
                       SLAP-TARGET-MINUTES * 60
               ELSE
                   PERFORM 1190-REFUSE-SLA-CARD
               END-IF
           END-IF.

       1190-REFUSE-SLA-CARD.
           MOVE WS-CARD-COUNT TO WS-COUNT-ED
           DISPLAY "INVALID SLA CARD " WS-COUNT-ED ": "
               SLA-PARM-RECORD
           MOVE 16 TO RETURN-CODE
           STOP RUN.

       2000-READ-RUN-STATISTICS.
           READ RUN-STATISTICS-FILE
               AT END
                   SET WS-END-OF-RSTA-FILE TO TRUE
               NOT AT END
                   IF RSTA-BUSINESS-DATE >= WS-START-DATE
                      AND RSTA-BUSINESS-DATE <= WS-END-DATE THEN
                       PERFORM 2100-REPORT-RUN
                   END-IF
           END-READ.

       2100-REPORT-RUN.
           ADD 1 TO WS-RUN-COUNT
           PERFORM 6000-COMPUTE-ELAPSED
           MOVE RSTA-STEP-NAME TO WS-SEARCH-STEP
           PERFORM 5000-FIND-OR-ADD-STEP
           ADD 1 TO WS-STP-RUNS (WS-STP-FOUND-SUB)
           ADD WS-ELAPSED-SECS TO WS-STP-TOTAL-SECS (WS-STP-FOUND-SUB)
           IF WS-ELAPSED-SECS > WS-STP-MAX-SECS (WS-STP-FOUND-SUB) THEN
               MOVE WS-ELAPSED-SECS TO WS-STP-MAX-SECS (WS-STP-FOUND-SUB)
           END-IF
           MOVE SPACES TO WS-FLAG-TEXT
           MOVE "    -" TO WS-TARGET-TEXT
           IF WS-STP-TARGET-SECS (WS-STP-FOUND-SUB) > 0 THEN
               MOVE WS-STP-TARGET-MIN (WS-STP-FOUND-SUB) TO WS-SMALL-ED
               MOVE SPACES TO WS-TARGET-TEXT
               STRING WS-SMALL-ED DELIMITED BY SIZE
                      "M" DELIMITED BY SIZE
                      INTO WS-TARGET-TEXT
               END-STRING
               IF WS-ELAPSED-SECS > WS-STP-TARGET-SECS (WS-STP-FOUND-SUB)
                  THEN
                   MOVE "BREACH" TO WS-FLAG-TEXT
                   ADD 1 TO WS-STP-BREACHES (WS-STP-FOUND-SUB)
                   ADD 1 TO WS-BREACH-COUNT
               END-IF
           END-IF
           MOVE RSTA-BUSINESS-DATE TO WS-SEARCH-DATE
           PERFORM 5100-NOTE-ACTIVE-DATE
           PERFORM 5200-FIND-OR-ADD-DAY
           ADD 1 TO WS-DAY-RUNS (WS-DAY-FOUND-SUB)
           ADD RSTA-INPUT-COUNT TO WS-DAY-INPUT (WS-DAY-FOUND-SUB)
           ADD WS-ELAPSED-SECS TO WS-DAY-SECS (WS-DAY-FOUND-SUB)
           MOVE SPACES TO WS-START-TEXT
           STRING RSTA-START-TIME (1:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  RSTA-START-TIME (3:2) DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  RSTA-START-TIME (5:2) DELIMITED BY SIZE
                  INTO WS-START-TEXT
           END-STRING
           MOVE WS-ELAPSED-SECS TO WS-FMT-SECS
           PERFORM 6100-FORMAT-ELAPSED
           MOVE RSTA-RETURN-CODE TO WS-SMALL-ED-2
           MOVE RSTA-INPUT-COUNT TO WS-COUNT-ED
           MOVE RSTA-OUTPUT-COUNT TO WS-COUNT-ED-2
           STRING RSTA-BUSINESS-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  RSTA-STEP-NAME DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-START-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-ELAPSED-TEXT DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-TARGET-TEXT DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-SMALL-ED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-COUNT-ED-2 DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-FLAG-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       3000-PRINT-VOLUME-TREND.
           IF WS-RUN-COUNT = 0 THEN
               MOVE "NO RUNS RECORDED IN THE DATE RANGE"
                   TO WS-REPORT-LINE-WORK
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "VOLUME AGAINST RUNTIME" TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "STEP     BUS DATE  RUNS      INPUT  ELAPSED  RECS/MIN"
               TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 3100-PRINT-STEP-TREND
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STEP-COUNT.

       3100-PRINT-STEP-TREND.
           MOVE 0 TO WS-STP-FIRST-DAY (WS-STP-SUB)
           MOVE 0 TO WS-STP-LAST-DAY (WS-STP-SUB)
           PERFORM 3200-PRINT-STEP-DAY
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVE-DATE-COUNT
           IF WS-STP-FIRST-DAY (WS-STP-SUB) > 0
              AND WS-STP-LAST-DAY (WS-STP-SUB) NOT =
                  WS-STP-FIRST-DAY (WS-STP-SUB) THEN
               PERFORM 3300-PRINT-STEP-CHANGE
           END-IF.

       3200-PRINT-STEP-DAY.
           MOVE WS-STP-SUB TO WS-STP-FOUND-SUB
           MOVE WS-ACT-DATE (WS-ACT-SUB) TO WS-SEARCH-DATE
           PERFORM 5300-FIND-DAY
           IF WS-DAY-FOUND-SUB = 0 THEN
               IF WS-STP-TARGET-SECS (WS-STP-SUB) > 0 THEN
                   ADD 1 TO WS-STP-MISSING (WS-STP-SUB)
                   ADD 1 TO WS-MISSING-COUNT
                   STRING WS-STP-NAME (WS-STP-SUB) DELIMITED BY SIZE
                          " " DELIMITED BY SIZE
                          WS-SEARCH-DATE DELIMITED BY SIZE
                          "  NO RUN RECORDED" DELIMITED BY SIZE
                          INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           ELSE
               IF WS-STP-FIRST-DAY (WS-STP-SUB) = 0 THEN
                   MOVE WS-DAY-FOUND-SUB TO WS-STP-FIRST-DAY (WS-STP-SUB)
               END-IF
               MOVE WS-DAY-FOUND-SUB TO WS-STP-LAST-DAY (WS-STP-SUB)
               MOVE 0 TO WS-RATE
               IF WS-DAY-SECS (WS-DAY-FOUND-SUB) > 0 THEN
                   COMPUTE WS-RATE =
                       WS-DAY-INPUT (WS-DAY-FOUND-SUB) * 60
                       / WS-DAY-SECS (WS-DAY-FOUND-SUB)
               END-IF
               MOVE WS-DAY-SECS (WS-DAY-FOUND-SUB) TO WS-FMT-SECS
               PERFORM 6100-FORMAT-ELAPSED
               MOVE WS-DAY-RUNS (WS-DAY-FOUND-SUB) TO WS-SMALL-ED
               MOVE WS-DAY-INPUT (WS-DAY-FOUND-SUB) TO WS-COUNT-ED
               MOVE WS-RATE TO WS-COUNT-ED-2
               STRING WS-STP-NAME (WS-STP-SUB) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-SEARCH-DATE DELIMITED BY SIZE
                      "  " DELIMITED BY SIZE
                      WS-SMALL-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-ELAPSED-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-ED-2 DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       3300-PRINT-STEP-CHANGE.
           MOVE WS-STP-FIRST-DAY (WS-STP-SUB) TO WS-DAY-SUB
           MOVE WS-STP-LAST-DAY (WS-STP-SUB) TO WS-DAY-FOUND-SUB
           IF WS-DAY-INPUT (WS-DAY-SUB) = 0
              OR WS-DAY-SECS (WS-DAY-SUB) = 0 THEN
               STRING WS-STP-NAME (WS-STP-SUB) DELIMITED BY SIZE
                      " CHANGE FIRST TO LAST DAY: NOT MEASURABLE"
                          DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           ELSE
               COMPUTE WS-VOLUME-PCT =
                   (WS-DAY-INPUT (WS-DAY-FOUND-SUB)
                    - WS-DAY-INPUT (WS-DAY-SUB)) * 100
                   / WS-DAY-INPUT (WS-DAY-SUB)
               COMPUTE WS-RUNTIME-PCT =
                   (WS-DAY-SECS (WS-DAY-FOUND-SUB)
                    - WS-DAY-SECS (WS-DAY-SUB)) * 100
                   / WS-DAY-SECS (WS-DAY-SUB)
               MOVE SPACES TO WS-FLAG-TEXT
               COMPUTE WS-PCT-LIMIT =
                   WS-VOLUME-PCT + WS-TREND-TOLERANCE-PCT
               MOVE WS-VOLUME-PCT TO WS-PCT-ED
               MOVE WS-RUNTIME-PCT TO WS-PCT-ED-2
               STRING WS-STP-NAME (WS-STP-SUB) DELIMITED BY SIZE
                      " CHANGE FIRST TO LAST DAY: VOLUME"
                          DELIMITED BY SIZE
                      WS-PCT-ED DELIMITED BY SIZE
                      "% RUNTIME" DELIMITED BY SIZE
                      WS-PCT-ED-2 DELIMITED BY SIZE
                      "%" DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
               IF WS-RUNTIME-PCT > WS-PCT-LIMIT THEN
                   ADD 1 TO WS-OUTPACE-COUNT
                   STRING WS-STP-NAME (WS-STP-SUB) DELIMITED BY SIZE
                          " RUNTIME OUTPACING VOLUME" DELIMITED BY SIZE
                          INTO WS-REPORT-LINE-WORK
                   END-STRING
                   PERFORM 8000-WRITE-REPORT-LINE
               END-IF
           END-IF.

       4000-PRINT-STEP-SUMMARY.
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "STEP SUMMARY" TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "STEP      RUNS  TARGET  AVG ELAPSED  MAX ELAPSED  BREACHES  MISSING"
               TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 4100-PRINT-STEP-LINE
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STEP-COUNT
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-RUN-COUNT TO WS-COUNT-ED
           STRING "RUNS REPORTED:      " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-BREACH-COUNT TO WS-COUNT-ED
           STRING "TARGET BREACHES:    " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-COUNT-ED
           STRING "RUNS NOT RECORDED:  " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-OUTPACE-COUNT TO WS-COUNT-ED
           STRING "STEPS OUTPACING:    " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-PRINT-STEP-LINE.
           MOVE 0 TO WS-FMT-SECS
           IF WS-STP-RUNS (WS-STP-SUB) > 0 THEN
               COMPUTE WS-FMT-SECS =
                   WS-STP-TOTAL-SECS (WS-STP-SUB)
                   / WS-STP-RUNS (WS-STP-SUB)
           END-IF
           PERFORM 6100-FORMAT-ELAPSED
           MOVE WS-ELAPSED-TEXT TO WS-ELAPSED-TEXT-2
           MOVE WS-STP-MAX-SECS (WS-STP-SUB) TO WS-FMT-SECS
           PERFORM 6100-FORMAT-ELAPSED
           MOVE "    -" TO WS-TARGET-TEXT
           IF WS-STP-TARGET-SECS (WS-STP-SUB) > 0 THEN
               MOVE WS-STP-TARGET-MIN (WS-STP-SUB) TO WS-SMALL-ED
               MOVE SPACES TO WS-TARGET-TEXT
               STRING WS-SMALL-ED DELIMITED BY SIZE
                      "M" DELIMITED BY SIZE
                      INTO WS-TARGET-TEXT
               END-STRING
           END-IF
           MOVE WS-STP-RUNS (WS-STP-SUB) TO WS-SMALL-ED
           MOVE WS-STP-BREACHES (WS-STP-SUB) TO WS-SMALL-ED-2
           MOVE WS-STP-MISSING (WS-STP-SUB) TO WS-SMALL-ED-3
           STRING WS-STP-NAME (WS-STP-SUB) DELIMITED BY SIZE
                  "  " DELIMITED BY SIZE
                  WS-SMALL-ED DELIMITED BY SIZE
                  "   " DELIMITED BY SIZE
                  WS-TARGET-TEXT DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-ELAPSED-TEXT-2 DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-ELAPSED-TEXT DELIMITED BY SIZE
                  "      " DELIMITED BY SIZE
                  WS-SMALL-ED-2 DELIMITED BY SIZE
                  "     " DELIMITED BY SIZE
                  WS-SMALL-ED-3 DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       5000-FIND-OR-ADD-STEP.
           MOVE 0 TO WS-STP-FOUND-SUB
           PERFORM 5010-MATCH-STEP
               VARYING WS-STP-SUB FROM 1 BY 1
               UNTIL WS-STP-SUB > WS-STEP-COUNT
                  OR WS-STP-FOUND-SUB > 0
           IF WS-STP-FOUND-SUB = 0 THEN
               IF WS-STEP-COUNT >= 20 THEN
                   DISPLAY "STEP TABLE LIMIT REACHED AT STEP "
                       WS-SEARCH-STEP
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-STEP-COUNT
               MOVE WS-STEP-COUNT TO WS-STP-FOUND-SUB
               MOVE WS-SEARCH-STEP TO WS-STP-NAME (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-TARGET-MIN (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-TARGET-SECS (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-RUNS (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-BREACHES (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-MISSING (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-TOTAL-SECS (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-MAX-SECS (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-FIRST-DAY (WS-STP-FOUND-SUB)
               MOVE 0 TO WS-STP-LAST-DAY (WS-STP-FOUND-SUB)
           END-IF.

       5010-MATCH-STEP.
           IF WS-STP-NAME (WS-STP-SUB) = WS-SEARCH-STEP THEN
               MOVE WS-STP-SUB TO WS-STP-FOUND-SUB
           END-IF.

       5100-NOTE-ACTIVE-DATE.
           MOVE 0 TO WS-ACT-FOUND-SUB
           PERFORM 5110-MATCH-ACTIVE-DATE
               VARYING WS-ACT-SUB FROM 1 BY 1
               UNTIL WS-ACT-SUB > WS-ACTIVE-DATE-COUNT
                  OR WS-ACT-FOUND-SUB > 0
           IF WS-ACT-FOUND-SUB = 0 THEN
               IF WS-ACTIVE-DATE-COUNT >= 62 THEN
                   DISPLAY "DATE TABLE LIMIT REACHED AT DATE "
                       WS-SEARCH-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               MOVE 1 TO WS-ACT-INSERT-SUB
               PERFORM 5120-FIND-DATE-SLOT
                   VARYING WS-ACT-SUB FROM 1 BY 1
                   UNTIL WS-ACT-SUB > WS-ACTIVE-DATE-COUNT
               ADD 1 TO WS-ACTIVE-DATE-COUNT
               PERFORM 5130-SHIFT-DATE-DOWN
                   VARYING WS-ACT-SUB FROM WS-ACTIVE-DATE-COUNT BY -1
                   UNTIL WS-ACT-SUB <= WS-ACT-INSERT-SUB
               MOVE WS-SEARCH-DATE TO WS-ACT-DATE (WS-ACT-INSERT-SUB)
           END-IF.

       5110-MATCH-ACTIVE-DATE.
           IF WS-ACT-DATE (WS-ACT-SUB) = WS-SEARCH-DATE THEN
               MOVE WS-ACT-SUB TO WS-ACT-FOUND-SUB
           END-IF.

       5120-FIND-DATE-SLOT.
           IF WS-ACT-DATE (WS-ACT-SUB) < WS-SEARCH-DATE THEN
               COMPUTE WS-ACT-INSERT-SUB = WS-ACT-SUB + 1
           END-IF.

       5130-SHIFT-DATE-DOWN.
           MOVE WS-ACT-DATE (WS-ACT-SUB - 1) TO WS-ACT-DATE (WS-ACT-SUB).

       5200-FIND-OR-ADD-DAY.
           PERFORM 5300-FIND-DAY
           IF WS-DAY-FOUND-SUB = 0 THEN
               IF WS-DAY-COUNT >= 1000 THEN
                   DISPLAY "STEP-DAY TABLE LIMIT REACHED AT "
                       WS-SEARCH-STEP " " WS-SEARCH-DATE
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-DAY-COUNT
               MOVE WS-DAY-COUNT TO WS-DAY-FOUND-SUB
               MOVE WS-STP-FOUND-SUB TO WS-DAY-STEP-SUB (WS-DAY-FOUND-SUB)
               MOVE WS-SEARCH-DATE TO WS-DAY-DATE (WS-DAY-FOUND-SUB)
               MOVE 0 TO WS-DAY-RUNS (WS-DAY-FOUND-SUB)
               MOVE 0 TO WS-DAY-INPUT (WS-DAY-FOUND-SUB)
               MOVE 0 TO WS-DAY-SECS (WS-DAY-FOUND-SUB)
           END-IF.

       5300-FIND-DAY.
           MOVE 0 TO WS-DAY-FOUND-SUB
           PERFORM 5310-MATCH-DAY
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
                  OR WS-DAY-FOUND-SUB > 0.

       5310-MATCH-DAY.
           IF WS-DAY-STEP-SUB (WS-DAY-SUB) = WS-STP-FOUND-SUB
              AND WS-DAY-DATE (WS-DAY-SUB) = WS-SEARCH-DATE THEN
               MOVE WS-DAY-SUB TO WS-DAY-FOUND-SUB
           END-IF.

       6000-COMPUTE-ELAPSED.
           MOVE 0 TO WS-ELAPSED-SECS
           IF RSTA-START-TIME IS NUMERIC
              AND RSTA-END-TIME IS NUMERIC THEN
               MOVE RSTA-START-TIME TO WS-TIME-WORK
               COMPUTE WS-START-SECS =
                   WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
               MOVE RSTA-END-TIME TO WS-TIME-WORK
               COMPUTE WS-END-SECS =
                   WS-TIME-HH * 3600 + WS-TIME-MM * 60 + WS-TIME-SS
               IF RSTA-END-DATE NOT = RSTA-START-DATE THEN
                   ADD 86400 TO WS-END-SECS
               END-IF
               IF WS-END-SECS > WS-START-SECS THEN
                   COMPUTE WS-ELAPSED-SECS =
                       WS-END-SECS - WS-START-SECS
               END-IF
           END-IF.

       6100-FORMAT-ELAPSED.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-HH
               REMAINDER WS-FMT-REST
           DIVIDE WS-FMT-REST BY 60 GIVING WS-FMT-MM
               REMAINDER WS-FMT-SS
           MOVE SPACES TO WS-ELAPSED-TEXT
           STRING WS-FMT-HH DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FMT-MM DELIMITED BY SIZE
                  ":" DELIMITED BY SIZE
                  WS-FMT-SS DELIMITED BY SIZE
                  INTO WS-ELAPSED-TEXT
           END-STRING.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE-WORK TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE SLA REPORT LINE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY SLA-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK.

       9000-TERMINATE.
           IF WS-RSTA-FILE-STATUS NOT = "35" THEN
               CLOSE RUN-STATISTICS-FILE
           END-IF
           CLOSE SLA-REPORT-FILE
           IF WS-BREACH-COUNT > 0 OR WS-MISSING-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF.
