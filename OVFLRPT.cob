*> stream and prints a rollup for the shift supervisor: total
*> increments processed, reversal and reset counts (told apart
*> by AUDIT-TRAN-TYPE), overflow trip count, the highest
*> WS-AREA-1 value reached, the first/last overflow times, and
*> the count and total of overflow excess moved to linked
*> spill-over counters ("SPIL" records), the count of end-of-run
*> adjustments ("ADJT" records),
*> followed by one line per counter id so the per-region and
*> per-product streams can be told apart, and one subtotal line
*> per counter group (CTRM-GROUP-ID on CTRMAST, see GRPMREC):
*> the members' increments and trips, and the group's combined
*> AREA-2 from the master as OVFLCHK left it. Counters not in a
*> group, or not on CTRMAST, subtotal under "(NONE)". With no
*> CTRMAST every counter subtotals under "(NONE)".
*> At end of job a RUNSTATS run-statistics record (see RUNSTAT)
*> is appended - audit records read and report lines written -
*> for the OVFLSLA service-level report, stamped with the
*> business date from the BUSDATE control card on a catch-up day
*> and the system date otherwise.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLRPT.
           SELECT OVERFLOW-AUDIT-FILE ASSIGN TO "OVFLAUD"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT COUNTER-MASTER-FILE ASSIGN TO "CTRMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CTRM-FILE-STATUS.
           SELECT SUMMARY-REPORT-FILE ASSIGN TO "OVFLSUM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTE-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY AUDITREC.

       FD  COUNTER-MASTER-FILE
           RECORDING MODE IS F.
       COPY CTRMREC.

       FD  SUMMARY-REPORT-FILE
           RECORDING MODE IS F.
       01  SUMMARY-REPORT-LINE         PIC X(80).

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BDTE-BUSINESS-DATE      PIC X(8).

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-EOF-SWITCH               PIC X VALUE "N".
           88  WS-END-OF-AUDIT-FILE    VALUE "Y".
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-CTRM-FILE     VALUE "Y".
       01  WS-BDTE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE-COUNT        PIC 9(9) VALUE 0.

       01  WS-TOTAL-INCREMENTS         PIC 9(9) VALUE 0.
       01  WS-REVERSAL-COUNT           PIC 9(9) VALUE 0.
       01  WS-RESET-COUNT              PIC 9(9) VALUE 0.
       01  WS-SPILL-COUNT              PIC 9(9) VALUE 0.
       01  WS-SPILL-AMOUNT-TOTAL       PIC 9(11) VALUE 0.
       01  WS-ADJUSTMENT-COUNT         PIC 9(9) VALUE 0.
       01  WS-OVERFLOW-TRIP-COUNT      PIC 9(9) VALUE 0.
       01  WS-HIGHEST-AREA-1           PIC S9(9) VALUE 0.
       01  WS-FIRST-OVERFLOW-TIME      PIC X(8) VALUE SPACES.
               10  WS-CTR-TRIPS        PIC 9(9).
               10  WS-CTR-HIGHEST      PIC S9(9).

       01  WS-MEMBER-COUNT             PIC 9(3) VALUE 0.
       01  WS-MBR-SUB                  PIC 9(3) VALUE 0.
       01  WS-MEMBER-TABLE.
           05  WS-MEMBER-ENTRY OCCURS 100 TIMES.
               10  WS-MBR-COUNTER-ID   PIC X(8).
               10  WS-MBR-GROUP-ID     PIC X(8).

       01  WS-LOOKUP-GROUP-ID          PIC X(8) VALUE SPACES.
       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GRP-SUB                  PIC 9(3) VALUE 0.
       01  WS-GRP-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 101 TIMES.
               10  WS-GRP-RPT-ID       PIC X(8).
               10  WS-GRP-INCREMENTS   PIC 9(9).
               10  WS-GRP-TRIPS        PIC 9(9).
               10  WS-GRP-AREA-2       PIC S9(11).
       01  WS-GRP-AREA-2-ED            PIC -(10)9.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE TO WS-BUSINESS-DATE
           PERFORM 1050-READ-BUSINESS-DATE-CARD
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "OVERFLOW AUDIT FILE NOT AVAILABLE, STATUS="
               DISPLAY "PRINTING ZERO-ACTIVITY SUMMARY"
               SET WS-END-OF-AUDIT-FILE TO TRUE
           END-IF
           OPEN OUTPUT SUMMARY-REPORT-FILE
           PERFORM 1100-LOAD-GROUP-MEMBERSHIP.

       1050-READ-BUSINESS-DATE-CARD.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDTE-FILE-STATUS = "00" THEN
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDTE-BUSINESS-DATE IS NUMERIC THEN
                           MOVE BDTE-BUSINESS-DATE
                               TO WS-BUSINESS-DATE
                       ELSE
                           DISPLAY "NON-NUMERIC BUSINESS DATE CARD "
                               "IGNORED: " BDTE-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       1100-LOAD-GROUP-MEMBERSHIP.
           OPEN INPUT COUNTER-MASTER-FILE
           IF WS-CTRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "COUNTER MASTER NOT AVAILABLE, STATUS="
                   WS-CTRM-FILE-STATUS
               DISPLAY "ALL COUNTERS SUBTOTAL UNDER GROUP (NONE)"
           ELSE
               PERFORM 1110-READ-COUNTER-MASTER
                   UNTIL WS-END-OF-CTRM-FILE
               CLOSE COUNTER-MASTER-FILE
           END-IF.

       1110-READ-COUNTER-MASTER.
           READ COUNTER-MASTER-FILE
               AT END
                   SET WS-END-OF-CTRM-FILE TO TRUE
               NOT AT END
                   IF WS-MEMBER-COUNT = 100 THEN
                       DISPLAY "COUNTER MASTER TABLE LIMIT REACHED, "
                           "GROUP SUBTOTALS ARE PARTIAL"
                   ELSE
                       ADD 1 TO WS-MEMBER-COUNT
                       MOVE CTRM-COUNTER-ID
                           TO WS-MBR-COUNTER-ID (WS-MEMBER-COUNT)
                       MOVE CTRM-GROUP-ID
                           TO WS-MBR-GROUP-ID (WS-MEMBER-COUNT)
                       IF CTRM-GROUP-ID NOT = SPACES THEN
                           MOVE CTRM-GROUP-ID TO WS-LOOKUP-GROUP-ID
                           PERFORM 1200-FIND-GROUP
                           ADD CTRM-AREA-2
                               TO WS-GRP-AREA-2 (WS-GRP-FOUND-SUB)
                       END-IF
                   END-IF
           END-READ.

       1200-FIND-GROUP.
           MOVE 0 TO WS-GRP-FOUND-SUB
           PERFORM 1210-MATCH-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
                  OR WS-GRP-FOUND-SUB > 0
           IF WS-GRP-FOUND-SUB = 0 THEN
               ADD 1 TO WS-GROUP-COUNT
               MOVE WS-GROUP-COUNT TO WS-GRP-FOUND-SUB
               MOVE WS-LOOKUP-GROUP-ID
                   TO WS-GRP-RPT-ID (WS-GRP-FOUND-SUB)
               MOVE 0 TO WS-GRP-INCREMENTS (WS-GRP-FOUND-SUB)
               MOVE 0 TO WS-GRP-TRIPS (WS-GRP-FOUND-SUB)
               MOVE 0 TO WS-GRP-AREA-2 (WS-GRP-FOUND-SUB)
           END-IF.

       1210-MATCH-GROUP.
           IF WS-GRP-RPT-ID (WS-GRP-SUB) = WS-LOOKUP-GROUP-ID THEN
               MOVE WS-GRP-SUB TO WS-GRP-FOUND-SUB
           END-IF.

       2000-ACCUMULATE-AUDIT-RECORDS.
           READ OVERFLOW-AUDIT-FILE
           IF AUDIT-TRAN-TYPE = "RSET" THEN
               ADD 1 TO WS-RESET-COUNT
           END-IF
           IF AUDIT-TRAN-TYPE = "SPIL" THEN
               ADD 1 TO WS-SPILL-COUNT
               ADD AUDIT-TRAN-AMOUNT TO WS-SPILL-AMOUNT-TOTAL
           END-IF
           IF AUDIT-TRAN-TYPE = "ADJT" THEN
               ADD 1 TO WS-ADJUSTMENT-COUNT
           END-IF
           IF AUDIT-AREA-1-VALUE > WS-HIGHEST-AREA-1 THEN
               MOVE AUDIT-AREA-1-VALUE TO WS-HIGHEST-AREA-1
           END-IF
           MOVE WS-RESET-COUNT TO WS-RPT-VALUE
           PERFORM 3100-WRITE-REPORT-LINE

           MOVE "SPILL-OVERS TO LINKED COUNTERS" TO WS-RPT-LABEL
           MOVE WS-SPILL-COUNT TO WS-RPT-VALUE
           PERFORM 3100-WRITE-REPORT-LINE

           MOVE "EXCESS MOVED BY SPILL-OVER" TO WS-RPT-LABEL
           MOVE WS-SPILL-AMOUNT-TOTAL TO WS-RPT-VALUE
           PERFORM 3100-WRITE-REPORT-LINE

           MOVE "ADJUSTMENTS APPLIED" TO WS-RPT-LABEL
           MOVE WS-ADJUSTMENT-COUNT TO WS-RPT-VALUE
           PERFORM 3100-WRITE-REPORT-LINE

           MOVE "OVERFLOW TRIP COUNT" TO WS-RPT-LABEL
           MOVE WS-OVERFLOW-TRIP-COUNT TO WS-RPT-VALUE
           PERFORM 3100-WRITE-REPORT-LINE

           PERFORM 3200-PRINT-COUNTER-LINE
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT

           PERFORM 3300-ROLL-UP-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
           PERFORM 3400-PRINT-GROUP-LINE
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT.

       3100-WRITE-REPORT-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE
                  INTO SUMMARY-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT
           DISPLAY SUMMARY-REPORT-LINE.

       3200-PRINT-COUNTER-LINE.
                  INTO SUMMARY-REPORT-LINE
           END-STRING
           WRITE SUMMARY-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT
           DISPLAY SUMMARY-REPORT-LINE.

       3300-ROLL-UP-COUNTER.
           MOVE "(NONE)" TO WS-LOOKUP-GROUP-ID
           PERFORM 3310-MATCH-MEMBER
               VARYING WS-MBR-SUB FROM 1 BY 1
               UNTIL WS-MBR-SUB > WS-MEMBER-COUNT
           PERFORM 1200-FIND-GROUP
           ADD WS-CTR-INCREMENTS (WS-CTR-SUB)
               TO WS-GRP-INCREMENTS (WS-GRP-FOUND-SUB)
           ADD WS-CTR-TRIPS (WS-CTR-SUB)
               TO WS-GRP-TRIPS (WS-GRP-FOUND-SUB).

       3310-MATCH-MEMBER.
           IF WS-MBR-COUNTER-ID (WS-MBR-SUB) = WS-CTR-RPT-ID (WS-CTR-SUB)
              AND WS-MBR-GROUP-ID (WS-MBR-SUB) NOT = SPACES THEN
               MOVE WS-MBR-GROUP-ID (WS-MBR-SUB) TO WS-LOOKUP-GROUP-ID
           END-IF.

       3400-PRINT-GROUP-LINE.
           MOVE SPACES TO SUMMARY-REPORT-LINE
           IF WS-GRP-RPT-ID (WS-GRP-SUB) = "(NONE)" THEN
               STRING "GROUP " DELIMITED BY SIZE
                      WS-GRP-RPT-ID (WS-GRP-SUB) DELIMITED BY SIZE
                      " INCREMENTS=" DELIMITED BY SIZE
                      WS-GRP-INCREMENTS (WS-GRP-SUB) DELIMITED BY SIZE
                      " TRIPS=" DELIMITED BY SIZE
                      WS-GRP-TRIPS (WS-GRP-SUB) DELIMITED BY SIZE
                      INTO SUMMARY-REPORT-LINE
               END-STRING
           ELSE
               MOVE WS-GRP-AREA-2 (WS-GRP-SUB) TO WS-GRP-AREA-2-ED
               STRING "GROUP " DELIMITED BY SIZE
                      WS-GRP-RPT-ID (WS-GRP-SUB) DELIMITED BY SIZE
                      " INCREMENTS=" DELIMITED BY SIZE
                      WS-GRP-INCREMENTS (WS-GRP-SUB) DELIMITED BY SIZE
                      " TRIPS=" DELIMITED BY SIZE
                      WS-GRP-TRIPS (WS-GRP-SUB) DELIMITED BY SIZE
                      " AREA-2=" DELIMITED BY SIZE
                      WS-GRP-AREA-2-ED DELIMITED BY SIZE
                      INTO SUMMARY-REPORT-LINE
               END-STRING
           END-IF
           WRITE SUMMARY-REPORT-LINE
           ADD 1 TO WS-REPORT-LINE-COUNT
           DISPLAY SUMMARY-REPORT-LINE.

       9000-TERMINATE.
           CLOSE OVERFLOW-AUDIT-FILE
           CLOSE SUMMARY-REPORT-FILE
           PERFORM 9900-RECORD-RUN-STATISTICS.

       9900-RECORD-RUN-STATISTICS.
           OPEN EXTEND RUN-STATISTICS-FILE
           IF WS-RSTA-FILE-STATUS = "35" THEN
               OPEN OUTPUT RUN-STATISTICS-FILE
               CLOSE RUN-STATISTICS-FILE
               OPEN EXTEND RUN-STATISTICS-FILE
           END-IF
           IF WS-RSTA-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN RUN STATISTICS FILE, STATUS="
                   WS-RSTA-FILE-STATUS ", STATISTICS NOT RECORDED"
           ELSE
               MOVE WS-BUSINESS-DATE TO RSTA-BUSINESS-DATE
               STRING WS-RUN-START-DATE DELIMITED BY SIZE
                      WS-RUN-START-TIME DELIMITED BY SIZE
                      INTO RSTA-JOB-RUN-ID
               END-STRING
               MOVE "OVFLRPT " TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-TOTAL-INCREMENTS TO RSTA-INPUT-COUNT
               MOVE WS-REPORT-LINE-COUNT TO RSTA-OUTPUT-COUNT
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.
