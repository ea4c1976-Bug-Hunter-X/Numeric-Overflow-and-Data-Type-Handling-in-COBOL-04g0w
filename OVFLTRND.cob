*> ceiling in force at the end of the range is breached; days
*> with no activity do not appear and are not counted, so the
*> projection reads in active business days.
*> After the forecast the report repeats the day lines per counter
*> group (CTRM-GROUP-ID on CTRMAST, see GRPMREC): the peak
*> combined AREA-2 of the group's members on each day, its
*> utilization against the group ceiling on GRPMAST, and the
*> trips of the group's members that day. The combined value is
*> rebuilt from every audit record read, including those before
*> the range, so it matches what OVFLCHK compared against the
*> group ceiling. Membership is taken from the current CTRMAST;
*> a group missing from GRPMAST prints with zero utilization.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLTRND.
               ACCESS MODE IS DYNAMIC
               RELATIVE KEY IS WS-HIST-REL-KEY
               FILE STATUS IS WS-HIST-FILE-STATUS.
           SELECT COUNTER-MASTER-FILE ASSIGN TO "CTRMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRM-FILE-STATUS.
           SELECT GROUP-MASTER-FILE ASSIGN TO "GRPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPM-FILE-STATUS.
           SELECT TREND-REPORT-FILE ASSIGN TO "TRNDRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           RECORDING MODE IS F.
       COPY HISTREC.

       FD  COUNTER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CTRMREC.

       FD  GROUP-MASTER-FILE
           RECORDING MODE IS F.
       COPY GRPMREC.

       FD  TREND-REPORT-FILE
           RECORDING MODE IS F.
       01  TREND-REPORT-LINE           PIC X(80).
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-HIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-GRPM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-CTRM-FILE     VALUE "Y".
       01  WS-GRPM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-GRPM-FILE     VALUE "Y".
       01  WS-HIST-REL-KEY             PIC 9(9) VALUE 0.
       01  WS-PARM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-PARM-FILE     VALUE "Y".
           05  WS-ARC-OVERFLOW-IND     PIC X.
           05  WS-ARC-TRAN-TYPE        PIC X(4).
           05  WS-ARC-TRAN-TIMESTAMP   PIC X(16).
           05  WS-ARC-ORIGIN-COUNTER-ID PIC X(8).
           05  WS-ARC-TRAN-AMOUNT      PIC S9(9).
           05  WS-ARC-SEQ-NO           PIC 9(12).
           05  WS-ARC-CHAIN-VALUE      PIC 9(10).

       01  WS-TALLY-DATE               PIC X(8) VALUE SPACES.
       01  WS-TALLY-VALUE              PIC S9(9) COMP-3 VALUE 0.
       01  WS-ARCH-GEN-AUD-COUNT       PIC 9(9) VALUE 0.
       01  WS-REPORT-LINE-WORK         PIC X(80) VALUE SPACES.

       01  WS-MEMBER-COUNT             PIC 9(3) VALUE 0.
       01  WS-MBR-SUB                  PIC 9(3) VALUE 0.
       01  WS-MBR-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-PRT-SUB                  PIC 9(3) VALUE 0.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 100 TIMES.
               10  WS-MBR-COUNTER-ID   PIC X(8).
               10  WS-MBR-GROUP-ID     PIC X(8).
               10  WS-MBR-LAST-AREA-2  PIC S9(9) COMP-3.

       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GRP-SUB                  PIC 9(3) VALUE 0.
       01  WS-GRP-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-ID           PIC X(8).
               10  WS-GRP-CEILING      PIC 9(9).

       01  WS-GDAY-COUNT               PIC 9(3) VALUE 0.
       01  WS-GDAY-SUB                 PIC 9(3) VALUE 0.
       01  WS-GDAY-FOUND-SUB           PIC 9(3) VALUE 0.
       01  WS-GROUP-DAY-TABLE.
           05  WS-GROUP-DAY-ENTRY OCCURS 400 TIMES.
               10  WS-GDAY-GROUP-ID    PIC X(8).
               10  WS-GDAY-DATE        PIC X(8).
               10  WS-GDAY-PEAK        PIC S9(11) COMP-3.
               10  WS-GDAY-TRIPS       PIC 9(5).

       01  WS-TALLY-COUNTER-ID         PIC X(8) VALUE SPACES.
       01  WS-TALLY-AREA-2             PIC S9(9) COMP-3 VALUE 0.
       01  WS-TALLY-GROUP-ID           PIC X(8) VALUE SPACES.
       01  WS-GROUP-AREA-2             PIC S9(11) COMP-3 VALUE 0.
       01  WS-GROUP-CEILING            PIC 9(9) VALUE 0.
       01  WS-GROUP-PEAK-ED            PIC Z(10)9.
       01  WS-GROUP-CEILING-ED         PIC Z(8)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
       1000-INITIALIZE.
           PERFORM 1100-READ-TREND-PARM
           PERFORM 1200-LOAD-CEILING-PARMS
           PERFORM 1300-LOAD-GROUP-MEMBERSHIP
           PERFORM 1400-LOAD-GROUP-CEILINGS
           OPEN OUTPUT TREND-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TREND REPORT FILE, STATUS="
                   END-IF
           END-READ.

       1300-LOAD-GROUP-MEMBERSHIP.
           OPEN INPUT COUNTER-MASTER-FILE
           IF WS-CTRM-FILE-STATUS = "00" THEN
               PERFORM 1310-LOAD-ONE-MEMBER
                   UNTIL WS-END-OF-CTRM-FILE
               CLOSE COUNTER-MASTER-FILE
           ELSE
               DISPLAY "COUNTER MASTER NOT AVAILABLE, STATUS="
                   WS-CTRM-FILE-STATUS ", NO GROUP TRENDS"
           END-IF.

       1310-LOAD-ONE-MEMBER.
           READ COUNTER-MASTER-FILE
               AT END
                   SET WS-END-OF-CTRM-FILE TO TRUE
               NOT AT END
                   IF CTRM-GROUP-ID NOT = SPACES THEN
                       IF WS-MEMBER-COUNT < 100 THEN
                           ADD 1 TO WS-MEMBER-COUNT
                           MOVE CTRM-COUNTER-ID
                               TO WS-MBR-COUNTER-ID (WS-MEMBER-COUNT)
                           MOVE CTRM-GROUP-ID
                               TO WS-MBR-GROUP-ID (WS-MEMBER-COUNT)
                           MOVE 0
                               TO WS-MBR-LAST-AREA-2 (WS-MEMBER-COUNT)
                       ELSE
                           DISPLAY "GROUP MEMBER TABLE LIMIT REACHED, "
                               "GROUP TRENDS ARE PARTIAL"
                       END-IF
                   END-IF
           END-READ.

       1400-LOAD-GROUP-CEILINGS.
           OPEN INPUT GROUP-MASTER-FILE
           IF WS-GRPM-FILE-STATUS = "00" THEN
               PERFORM 1410-LOAD-ONE-GROUP
                   UNTIL WS-END-OF-GRPM-FILE
               CLOSE GROUP-MASTER-FILE
           ELSE
               DISPLAY "GROUP MASTER NOT AVAILABLE, STATUS="
                   WS-GRPM-FILE-STATUS
           END-IF.

       1410-LOAD-ONE-GROUP.
           READ GROUP-MASTER-FILE
               AT END
                   SET WS-END-OF-GRPM-FILE TO TRUE
               NOT AT END
                   IF WS-GROUP-COUNT < 100 THEN
                       ADD 1 TO WS-GROUP-COUNT
                       MOVE GRPM-GROUP-ID TO WS-GRP-ID (WS-GROUP-COUNT)
                       MOVE GRPM-CEILING
                           TO WS-GRP-CEILING (WS-GROUP-COUNT)
                   END-IF
           END-READ.

       2000-TALLY-ARCHIVE-FILE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00" THEN
               END-IF
               MOVE "A" TO WS-TALLY-SOURCE
               PERFORM 6000-TALLY-ONE-OBSERVATION
               MOVE WS-ARC-COUNTER-ID TO WS-TALLY-COUNTER-ID
               MOVE WS-ARC-AREA-2 TO WS-TALLY-AREA-2
               PERFORM 6500-TALLY-GROUP-OBSERVATION
           END-IF
           IF ARCH-TRAILER THEN
               IF ARCH-TRL-RECORD-COUNT IS NOT NUMERIC
                   END-IF
                   MOVE "A" TO WS-TALLY-SOURCE
                   PERFORM 6000-TALLY-ONE-OBSERVATION
                   MOVE AUDIT-COUNTER-ID TO WS-TALLY-COUNTER-ID
                   MOVE AUDIT-AREA-2-VALUE TO WS-TALLY-AREA-2
                   PERFORM 6500-TALLY-GROUP-OBSERVATION
           END-READ.

       4000-TALLY-HISTORY-FILE.
           PERFORM 5100-PRINT-DAY-LINE
               VARYING WS-DAY-SUB FROM 1 BY 1
               UNTIL WS-DAY-SUB > WS-DAY-COUNT
           PERFORM 5500-PRINT-FORECAST
           MOVE SPACES TO WS-TALLY-GROUP-ID
           PERFORM 5600-PRINT-GROUP-SECTION
               VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MEMBER-COUNT.

       5100-PRINT-DAY-LINE.
           MOVE WS-DAY-DATE (WS-DAY-SUB) TO WS-TALLY-DATE
               END-IF
           END-IF.

       5600-PRINT-GROUP-SECTION.
           MOVE 0 TO WS-MBR-FOUND-SUB
           PERFORM 5610-CHECK-GROUP-PRINTED
               VARYING WS-PRT-SUB FROM 1 BY 1
               UNTIL WS-PRT-SUB >= WS-MBR-SUB
                  OR WS-MBR-FOUND-SUB > 0
           IF WS-MBR-FOUND-SUB = 0 THEN
               MOVE WS-MBR-GROUP-ID (WS-MBR-SUB) TO WS-TALLY-GROUP-ID
               PERFORM 6700-FIND-GROUP-CEILING
               MOVE WS-GROUP-CEILING TO WS-GROUP-CEILING-ED
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING "GROUP " DELIMITED BY SIZE
                      WS-TALLY-GROUP-ID DELIMITED BY SIZE
                      " GROUP CEILING " DELIMITED BY SIZE
                      WS-GROUP-CEILING-ED DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
               PERFORM 5620-PRINT-GROUP-DAY-LINE
                   VARYING WS-GDAY-SUB FROM 1 BY 1
                   UNTIL WS-GDAY-SUB > WS-GDAY-COUNT
           END-IF.

       5610-CHECK-GROUP-PRINTED.
           IF WS-MBR-GROUP-ID (WS-PRT-SUB) =
              WS-MBR-GROUP-ID (WS-MBR-SUB) THEN
               MOVE WS-PRT-SUB TO WS-MBR-FOUND-SUB
           END-IF.

       5620-PRINT-GROUP-DAY-LINE.
           IF WS-GDAY-GROUP-ID (WS-GDAY-SUB) = WS-TALLY-GROUP-ID THEN
               IF WS-GROUP-CEILING > 0 THEN
                   COMPUTE WS-UTIL-PCT ROUNDED =
                       WS-GDAY-PEAK (WS-GDAY-SUB) * 100
                       / WS-GROUP-CEILING
                       ON SIZE ERROR
                           MOVE 999.9 TO WS-UTIL-PCT
                   END-COMPUTE
               ELSE
                   MOVE 0 TO WS-UTIL-PCT
               END-IF
               MOVE WS-UTIL-PCT TO WS-UTIL-PCT-ED
               MOVE WS-GDAY-PEAK (WS-GDAY-SUB) TO WS-GROUP-PEAK-ED
               MOVE WS-GDAY-TRIPS (WS-GDAY-SUB) TO WS-TRIPS-ED
               MOVE SPACES TO WS-REPORT-LINE-WORK
               STRING "  DATE " DELIMITED BY SIZE
                      WS-GDAY-DATE (WS-GDAY-SUB) DELIMITED BY SIZE
                      " PEAK " DELIMITED BY SIZE
                      WS-GROUP-PEAK-ED DELIMITED BY SIZE
                      " UTIL " DELIMITED BY SIZE
                      WS-UTIL-PCT-ED DELIMITED BY SIZE
                      " PCT TRIPS " DELIMITED BY SIZE
                      WS-TRIPS-ED DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       6000-TALLY-ONE-OBSERVATION.
           IF WS-TALLY-DATE >= WS-START-DATE
              AND WS-TALLY-DATE <= WS-END-DATE THEN
           MOVE WS-DAY-ENTRY (WS-SHIFT-SUB)
               TO WS-DAY-ENTRY (WS-DAY-SUB).

       6500-TALLY-GROUP-OBSERVATION.
           MOVE 0 TO WS-MBR-FOUND-SUB
           PERFORM 6510-MATCH-MEMBER
               VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MEMBER-COUNT
                  OR WS-MBR-FOUND-SUB > 0
           IF WS-MBR-FOUND-SUB > 0 THEN
               MOVE WS-TALLY-AREA-2
                   TO WS-MBR-LAST-AREA-2 (WS-MBR-FOUND-SUB)
               IF WS-TALLY-DATE >= WS-START-DATE
                  AND WS-TALLY-DATE <= WS-END-DATE THEN
                   MOVE WS-MBR-GROUP-ID (WS-MBR-FOUND-SUB)
                       TO WS-TALLY-GROUP-ID
                   MOVE 0 TO WS-GROUP-AREA-2
                   PERFORM 6520-ADD-GROUP-MEMBER
                       VARYING WS-MBR-SUB FROM 1 BY 1
                       UNTIL WS-MBR-SUB > WS-MEMBER-COUNT
                   PERFORM 6600-FIND-OR-ADD-GROUP-DAY
                   IF WS-GDAY-FOUND-SUB > 0 THEN
                       IF WS-GROUP-AREA-2 >
                          WS-GDAY-PEAK (WS-GDAY-FOUND-SUB) THEN
                           MOVE WS-GROUP-AREA-2
                               TO WS-GDAY-PEAK (WS-GDAY-FOUND-SUB)
                       END-IF
                       IF WS-TALLY-TRIP = "Y" THEN
                           ADD 1 TO WS-GDAY-TRIPS (WS-GDAY-FOUND-SUB)
                       END-IF
                   END-IF
               END-IF
           END-IF.

       6510-MATCH-MEMBER.
           IF WS-MBR-COUNTER-ID (WS-MBR-SUB) = WS-TALLY-COUNTER-ID THEN
               MOVE WS-MBR-SUB TO WS-MBR-FOUND-SUB
           END-IF.

       6520-ADD-GROUP-MEMBER.
           IF WS-MBR-GROUP-ID (WS-MBR-SUB) = WS-TALLY-GROUP-ID THEN
               ADD WS-MBR-LAST-AREA-2 (WS-MBR-SUB) TO WS-GROUP-AREA-2
           END-IF.

       6600-FIND-OR-ADD-GROUP-DAY.
           MOVE 0 TO WS-GDAY-FOUND-SUB
           PERFORM 6610-MATCH-GROUP-DAY
               VARYING WS-GDAY-SUB FROM 1 BY 1
               UNTIL WS-GDAY-SUB > WS-GDAY-COUNT
                  OR WS-GDAY-FOUND-SUB > 0
           IF WS-GDAY-FOUND-SUB = 0 THEN
               IF WS-GDAY-COUNT = 400 THEN
                   DISPLAY "GROUP DAY TABLE LIMIT REACHED, "
                       "GROUP TRENDS ARE PARTIAL"
               ELSE
                   ADD 1 TO WS-GDAY-COUNT
                   MOVE WS-GDAY-COUNT TO WS-GDAY-FOUND-SUB
                   MOVE WS-TALLY-GROUP-ID
                       TO WS-GDAY-GROUP-ID (WS-GDAY-FOUND-SUB)
                   MOVE WS-TALLY-DATE
                       TO WS-GDAY-DATE (WS-GDAY-FOUND-SUB)
                   MOVE 0 TO WS-GDAY-PEAK (WS-GDAY-FOUND-SUB)
                   MOVE 0 TO WS-GDAY-TRIPS (WS-GDAY-FOUND-SUB)
               END-IF
           END-IF.

       6610-MATCH-GROUP-DAY.
           IF WS-GDAY-GROUP-ID (WS-GDAY-SUB) = WS-TALLY-GROUP-ID
              AND WS-GDAY-DATE (WS-GDAY-SUB) = WS-TALLY-DATE THEN
               MOVE WS-GDAY-SUB TO WS-GDAY-FOUND-SUB
           END-IF.

       6700-FIND-GROUP-CEILING.
           MOVE 0 TO WS-GROUP-CEILING
           PERFORM 6710-MATCH-GROUP-CEILING
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT.

       6710-MATCH-GROUP-CEILING.
           IF WS-GRP-ID (WS-GRP-SUB) = WS-TALLY-GROUP-ID THEN
               MOVE WS-GRP-CEILING (WS-GRP-SUB) TO WS-GROUP-CEILING
           END-IF.

       7000-SELECT-CEILING-FOR-DATE.
           MOVE 0 TO WS-DAY-CEILING
           MOVE SPACES TO WS-BEST-EFF-DATE
