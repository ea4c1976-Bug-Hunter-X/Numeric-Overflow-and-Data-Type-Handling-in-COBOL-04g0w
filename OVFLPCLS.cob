      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLPCLS - period-end close. CTRMAST only ever holds the
*> counters' current values, and the RSET posting that starts a
*> new period zeros them, so month-end figures used to survive
*> only as somebody's saved OVFLRPT printout. This program
*> freezes every counter for the period on the PCLSPARM control
*> card (period id YYYYMM, optional start and end dates that
*> default to the calendar month - the end date to the month's
*> real last day, leap years included; an end date past its
*> month's last day is rejected) into the period-history file
*> PERHIST (see PERHIST): the closing AREA-1/AREA-2, and the
*> period's postings, trips, reversals, resets and net amount
*> tallied from the audit archive (AUDARCH) and the live
*> OVFLAUD. Running year-to-date totals are carried from the
*> counter's prior close in the same year, so they survive any
*> number of resets. A period-close report goes to PCLSRPT with
*> one block per counter.
*> The close refuses to run (RETURN-CODE 12) while the RUNCTL
*> lock shows a posting run in flight, when the period is
*> already on PERHIST, or when a later period has already been
*> closed, since the later period's YTD figures would then be
*> missing this one. Nothing is written to PERHIST until every
*> input has been read, so a refused or failed close leaves the
*> history as it was.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLPCLS.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CLOSE-PARM-FILE ASSIGN TO "PCLSPARM"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CPRM-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.
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
           SELECT CLOSE-REPORT-FILE ASSIGN TO "PCLSRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CLOSE-PARM-FILE
           RECORDING MODE IS F.
       01  CLOSE-PARM-RECORD.
           05  CPRM-PERIOD-ID          PIC X(6).
           05  CPRM-START-DATE         PIC X(8).
           05  CPRM-END-DATE           PIC X(8).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCREC.

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

       FD  CLOSE-REPORT-FILE
           RECORDING MODE IS F.
       01  CLOSE-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01  WS-CPRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUNC-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PHST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-ARCH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-CTRM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-CTRM-FILE     VALUE "Y".
       01  WS-PHST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-PHST-FILE     VALUE "Y".
       01  WS-ARCH-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-ARCH-FILE     VALUE "Y".
       01  WS-AUDIT-EOF-SWITCH         PIC X VALUE "N".
           88  WS-END-OF-AUDIT-FILE    VALUE "Y".

       01  WS-PERIOD-ID                PIC X(6) VALUE SPACES.
       01  WS-PERIOD-PARTS REDEFINES WS-PERIOD-ID.
           05  WS-PERIOD-YEAR          PIC X(4).
           05  WS-PERIOD-MONTH         PIC X(2).
       01  WS-START-DATE               PIC X(8) VALUE SPACES.
       01  WS-END-DATE                 PIC X(8) VALUE SPACES.
       01  WS-END-DATE-PARTS REDEFINES WS-END-DATE.
           05  WS-END-YEAR             PIC 9(4).
           05  WS-END-MONTH            PIC 9(2).
           05  WS-END-DAY              PIC 9(2).
       01  WS-MEND-YEAR                PIC 9(4) VALUE 0.
       01  WS-MEND-MONTH               PIC 9(2) VALUE 0.
       01  WS-MEND-DAY                 PIC 9(2) VALUE 0.
       01  WS-MEND-QUOTIENT            PIC 9(4) VALUE 0.
       01  WS-MEND-REMAINDER           PIC 9(3) VALUE 0.
       01  WS-MONTH-DAYS-VALUES        PIC X(24)
               VALUE "312831303130313130313031".
       01  WS-MONTH-DAYS-TABLE REDEFINES WS-MONTH-DAYS-VALUES.
           05  WS-MONTH-DAYS OCCURS 12 TIMES PIC 9(2).
       01  WS-CLOSE-DATE               PIC X(8) VALUE SPACES.
       01  WS-CLOSE-TIME               PIC X(8) VALUE SPACES.
       01  WS-PERIOD-CLOSED            PIC X VALUE "N".
       01  WS-LATER-PERIOD-ID          PIC X(6) VALUE SPACES.

       01  WS-COUNTER-COUNT            PIC 9(3) VALUE 0.
       01  WS-CTR-SUB                  PIC 9(3) VALUE 0.
       01  WS-CTR-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-COUNTER-TABLE.
           05  WS-COUNTER-ENTRY OCCURS 100 TIMES.
               10  WS-CTR-ID           PIC X(8).
               10  WS-CTR-MAST-AREA-1  PIC S9(9) COMP-3.
               10  WS-CTR-MAST-AREA-2  PIC S9(9) COMP-3.
               10  WS-CTR-LAST-AREA-1  PIC S9(9) COMP-3.
               10  WS-CTR-LAST-AREA-2  PIC S9(9) COMP-3.
               10  WS-CTR-ON-MASTER    PIC X.
               10  WS-CTR-SEEN-TO-END  PIC X.
               10  WS-CTR-LATE-ACTIVITY PIC X.
               10  WS-CTR-PTD-NET      PIC S9(11) COMP-3.
               10  WS-CTR-PTD-POSTINGS PIC 9(9).
               10  WS-CTR-PTD-TRIPS    PIC 9(9).
               10  WS-CTR-PTD-REVERSALS PIC 9(9).
               10  WS-CTR-PTD-RESETS   PIC 9(9).
               10  WS-CTR-PRIOR-PERIOD PIC X(6).
               10  WS-CTR-PRIOR-AREA-1 PIC S9(9) COMP-3.
               10  WS-CTR-PRIOR-AREA-2 PIC S9(9) COMP-3.
               10  WS-CTR-PRIOR-YTD-NET PIC S9(13) COMP-3.
               10  WS-CTR-PRIOR-YTD-POSTINGS PIC 9(9).
               10  WS-CTR-PRIOR-YTD-TRIPS PIC 9(9).
               10  WS-CTR-PRIOR-YTD-REVERSALS PIC 9(9).
               10  WS-CTR-PRIOR-YTD-RESETS PIC 9(9).

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

       01  WS-OBS-COUNTER-ID           PIC X(8) VALUE SPACES.
       01  WS-OBS-DATE                 PIC X(8) VALUE SPACES.
       01  WS-OBS-AREA-1               PIC S9(9) VALUE 0.
       01  WS-OBS-AREA-2               PIC S9(9) VALUE 0.
       01  WS-OBS-OVERFLOW-IND         PIC X VALUE SPACES.
       01  WS-OBS-TRAN-TYPE            PIC X(4) VALUE SPACES.
       01  WS-OBS-TRAN-AMOUNT          PIC S9(9) VALUE 0.

       01  WS-CLOSED-COUNT             PIC 9(3) VALUE 0.
       01  WS-AMOUNT-ED-1              PIC -ZZZZZZZZ9.
       01  WS-AMOUNT-ED-2              PIC -ZZZZZZZZ9.
       01  WS-NET-ED                   PIC -ZZZZZZZZZZZZ9.
       01  WS-POSTINGS-ED              PIC ZZZZZZZZ9.
       01  WS-TRIPS-ED                 PIC ZZZZZZZZ9.
       01  WS-REVERSALS-ED             PIC ZZZZZZZZ9.
       01  WS-RESETS-ED                PIC ZZZZZZZZ9.
       01  WS-SOURCE-TEXT              PIC X(12) VALUE SPACES.
       01  WS-REPORT-LINE-WORK         PIC X(100) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-TALLY-ARCHIVE-FILE
           PERFORM 3000-TALLY-AUDIT-FILE
           PERFORM 4000-CLOSE-PERIOD
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CLOSE-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CLOSE-TIME FROM TIME
           PERFORM 1100-READ-CLOSE-PARM
           PERFORM 1200-CHECK-RUN-LOCK
           PERFORM 1300-LOAD-COUNTER-MASTER
           PERFORM 1400-SCAN-PERIOD-HISTORY
           OPEN OUTPUT CLOSE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PERIOD CLOSE REPORT FILE, "
                   "STATUS=" WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1100-READ-CLOSE-PARM.
           OPEN INPUT CLOSE-PARM-FILE
           IF WS-CPRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "PERIOD CLOSE PARM NOT AVAILABLE, STATUS="
                   WS-CPRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           READ CLOSE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE CPRM-PERIOD-ID TO WS-PERIOD-ID
                   MOVE CPRM-START-DATE TO WS-START-DATE
                   MOVE CPRM-END-DATE TO WS-END-DATE
           END-READ
           CLOSE CLOSE-PARM-FILE
           IF WS-PERIOD-ID IS NOT NUMERIC
              OR WS-PERIOD-MONTH < "01"
              OR WS-PERIOD-MONTH > "12" THEN
               DISPLAY "INVALID CLOSE PERIOD: " WS-PERIOD-ID
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-START-DATE = SPACES THEN
               STRING WS-PERIOD-ID DELIMITED BY SIZE
                      "01" DELIMITED BY SIZE
                      INTO WS-START-DATE
               END-STRING
           END-IF
           IF WS-END-DATE = SPACES THEN
               MOVE WS-PERIOD-YEAR TO WS-MEND-YEAR
               MOVE WS-PERIOD-MONTH TO WS-MEND-MONTH
               PERFORM 1110-FIND-MONTH-END
               STRING WS-PERIOD-ID DELIMITED BY SIZE
                      WS-MEND-DAY DELIMITED BY SIZE
                      INTO WS-END-DATE
               END-STRING
           END-IF
           IF WS-START-DATE IS NOT NUMERIC
              OR WS-END-DATE IS NOT NUMERIC
              OR WS-START-DATE > WS-END-DATE THEN
               DISPLAY "INVALID CLOSE DATE RANGE: " WS-START-DATE
                   " TO " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-END-MONTH < 1 OR WS-END-MONTH > 12 THEN
               DISPLAY "INVALID CLOSE END DATE: " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-END-YEAR TO WS-MEND-YEAR
           MOVE WS-END-MONTH TO WS-MEND-MONTH
           PERFORM 1110-FIND-MONTH-END
           IF WS-END-DAY < 1 OR WS-END-DAY > WS-MEND-DAY THEN
               DISPLAY "INVALID CLOSE END DATE: " WS-END-DATE
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       1110-FIND-MONTH-END.
           MOVE WS-MONTH-DAYS (WS-MEND-MONTH) TO WS-MEND-DAY
           IF WS-MEND-MONTH = 2 THEN
               DIVIDE WS-MEND-YEAR BY 4 GIVING WS-MEND-QUOTIENT
                   REMAINDER WS-MEND-REMAINDER
               IF WS-MEND-REMAINDER = 0 THEN
                   MOVE 29 TO WS-MEND-DAY
                   DIVIDE WS-MEND-YEAR BY 100 GIVING WS-MEND-QUOTIENT
                       REMAINDER WS-MEND-REMAINDER
                   IF WS-MEND-REMAINDER = 0 THEN
                       MOVE 28 TO WS-MEND-DAY
                       DIVIDE WS-MEND-YEAR BY 400
                           GIVING WS-MEND-QUOTIENT
                           REMAINDER WS-MEND-REMAINDER
                       IF WS-MEND-REMAINDER = 0 THEN
                           MOVE 29 TO WS-MEND-DAY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       1200-CHECK-RUN-LOCK.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-FILE-STATUS = "00" THEN
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNC-IN-FLIGHT THEN
                           DISPLAY "POSTING RUN " RUNC-JOB-RUN-ID
                               " STILL IN FLIGHT, PERIOD CLOSE REFUSED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1300-LOAD-COUNTER-MASTER.
           OPEN INPUT COUNTER-MASTER-FILE
           IF WS-CTRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "COUNTER MASTER NOT AVAILABLE, STATUS="
                   WS-CTRM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1310-LOAD-COUNTER-RECORD
               UNTIL WS-END-OF-CTRM-FILE
           CLOSE COUNTER-MASTER-FILE.

       1310-LOAD-COUNTER-RECORD.
           READ COUNTER-MASTER-FILE
               AT END
                   SET WS-END-OF-CTRM-FILE TO TRUE
               NOT AT END
                   MOVE CTRM-COUNTER-ID TO WS-OBS-COUNTER-ID
                   PERFORM 6100-FIND-OR-ADD-COUNTER
                   IF WS-CTR-FOUND-SUB > 0 THEN
                       MOVE "Y" TO WS-CTR-ON-MASTER (WS-CTR-FOUND-SUB)
                       MOVE CTRM-AREA-1
                           TO WS-CTR-MAST-AREA-1 (WS-CTR-FOUND-SUB)
                       MOVE CTRM-AREA-2
                           TO WS-CTR-MAST-AREA-2 (WS-CTR-FOUND-SUB)
                   END-IF
           END-READ.

       1400-SCAN-PERIOD-HISTORY.
           OPEN INPUT PERIOD-HISTORY-FILE
           IF WS-PHST-FILE-STATUS = "35" THEN
               DISPLAY "PERIOD HISTORY NOT FOUND, FIRST CLOSE"
               SET WS-END-OF-PHST-FILE TO TRUE
           ELSE
               IF WS-PHST-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN PERIOD HISTORY FILE, "
                       "STATUS=" WS-PHST-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1410-SCAN-HISTORY-RECORD
                   UNTIL WS-END-OF-PHST-FILE
               CLOSE PERIOD-HISTORY-FILE
           END-IF
           IF WS-PERIOD-CLOSED = "Y" THEN
               DISPLAY "PERIOD " WS-PERIOD-ID
                   " ALREADY CLOSED, PERIOD CLOSE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-LATER-PERIOD-ID NOT = SPACES THEN
               DISPLAY "LATER PERIOD " WS-LATER-PERIOD-ID
                   " ALREADY CLOSED, PERIOD CLOSE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1410-SCAN-HISTORY-RECORD.
           READ PERIOD-HISTORY-FILE
               AT END
                   SET WS-END-OF-PHST-FILE TO TRUE
               NOT AT END
                   PERFORM 1420-APPLY-HISTORY-RECORD
           END-READ.

       1420-APPLY-HISTORY-RECORD.
           IF PHST-PERIOD-ID = WS-PERIOD-ID THEN
               MOVE "Y" TO WS-PERIOD-CLOSED
           END-IF
           IF PHST-PERIOD-ID > WS-PERIOD-ID
              AND PHST-PERIOD-ID > WS-LATER-PERIOD-ID THEN
               MOVE PHST-PERIOD-ID TO WS-LATER-PERIOD-ID
           END-IF
           IF PHST-PERIOD-ID < WS-PERIOD-ID THEN
               MOVE PHST-COUNTER-ID TO WS-OBS-COUNTER-ID
               PERFORM 6000-FIND-COUNTER
               IF WS-CTR-FOUND-SUB > 0 THEN
                   IF PHST-PERIOD-ID >
                      WS-CTR-PRIOR-PERIOD (WS-CTR-FOUND-SUB) THEN
                       PERFORM 1430-CARRY-PRIOR-CLOSE
                   END-IF
               END-IF
           END-IF.

       1430-CARRY-PRIOR-CLOSE.
           MOVE PHST-PERIOD-ID
               TO WS-CTR-PRIOR-PERIOD (WS-CTR-FOUND-SUB)
           MOVE PHST-AREA-1 TO WS-CTR-PRIOR-AREA-1 (WS-CTR-FOUND-SUB)
           MOVE PHST-AREA-2 TO WS-CTR-PRIOR-AREA-2 (WS-CTR-FOUND-SUB)
           IF PHST-PERIOD-ID (1:4) = WS-PERIOD-YEAR THEN
               MOVE PHST-YTD-NET-AMOUNT
                   TO WS-CTR-PRIOR-YTD-NET (WS-CTR-FOUND-SUB)
               MOVE PHST-YTD-POSTINGS
                   TO WS-CTR-PRIOR-YTD-POSTINGS (WS-CTR-FOUND-SUB)
               MOVE PHST-YTD-TRIPS
                   TO WS-CTR-PRIOR-YTD-TRIPS (WS-CTR-FOUND-SUB)
               MOVE PHST-YTD-REVERSALS
                   TO WS-CTR-PRIOR-YTD-REVERSALS (WS-CTR-FOUND-SUB)
               MOVE PHST-YTD-RESETS
                   TO WS-CTR-PRIOR-YTD-RESETS (WS-CTR-FOUND-SUB)
           ELSE
               MOVE 0 TO WS-CTR-PRIOR-YTD-NET (WS-CTR-FOUND-SUB)
               MOVE 0 TO WS-CTR-PRIOR-YTD-POSTINGS (WS-CTR-FOUND-SUB)
               MOVE 0 TO WS-CTR-PRIOR-YTD-TRIPS (WS-CTR-FOUND-SUB)
               MOVE 0 TO WS-CTR-PRIOR-YTD-REVERSALS (WS-CTR-FOUND-SUB)
               MOVE 0 TO WS-CTR-PRIOR-YTD-RESETS (WS-CTR-FOUND-SUB)
           END-IF.

       2000-TALLY-ARCHIVE-FILE.
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00" THEN
               DISPLAY "AUDIT ARCHIVE NOT AVAILABLE, STATUS="
                   WS-ARCH-FILE-STATUS
               SET WS-END-OF-ARCH-FILE TO TRUE
           END-IF
           PERFORM 2100-TALLY-ARCHIVE-RECORD
               UNTIL WS-END-OF-ARCH-FILE
           IF WS-ARCH-GEN-OPEN = "Y" THEN
               DISPLAY "AUDIT ARCHIVE GENERATION HAS NO TRAILER, "
                   "CLOSE FIGURES MAY BE PARTIAL"
           END-IF
           IF WS-ARCH-FILE-STATUS = "10" THEN
               CLOSE AUDIT-ARCHIVE-FILE
           END-IF.

       2100-TALLY-ARCHIVE-RECORD.
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
                       "CLOSE FIGURES MAY BE PARTIAL"
               END-IF
               MOVE "Y" TO WS-ARCH-GEN-OPEN
               MOVE 0 TO WS-ARCH-GEN-AUD-COUNT
           END-IF
           IF ARCH-AUDIT-DETAIL THEN
               ADD 1 TO WS-ARCH-GEN-AUD-COUNT
               MOVE ARCH-RECORD-DATA TO WS-ARCH-AUDIT-DETAIL
               MOVE WS-ARC-COUNTER-ID TO WS-OBS-COUNTER-ID
               MOVE WS-ARC-DATE TO WS-OBS-DATE
               MOVE WS-ARC-AREA-1 TO WS-OBS-AREA-1
               MOVE WS-ARC-AREA-2 TO WS-OBS-AREA-2
               MOVE WS-ARC-OVERFLOW-IND TO WS-OBS-OVERFLOW-IND
               MOVE WS-ARC-TRAN-TYPE TO WS-OBS-TRAN-TYPE
               MOVE WS-ARC-TRAN-AMOUNT TO WS-OBS-TRAN-AMOUNT
               PERFORM 5000-TALLY-ONE-OBSERVATION
           END-IF
           IF ARCH-TRAILER THEN
               IF ARCH-TRL-RECORD-COUNT IS NOT NUMERIC
                  OR ARCH-TRL-RECORD-COUNT NOT =
                     WS-ARCH-GEN-AUD-COUNT THEN
                   DISPLAY "AUDIT ARCHIVE TRAILER COUNT MISMATCH, "
                       "CLOSE FIGURES MAY BE PARTIAL"
               END-IF
               MOVE "N" TO WS-ARCH-GEN-OPEN
           END-IF.

       3000-TALLY-AUDIT-FILE.
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               DISPLAY "OVERFLOW AUDIT FILE NOT AVAILABLE, STATUS="
                   WS-AUDIT-FILE-STATUS
               SET WS-END-OF-AUDIT-FILE TO TRUE
           END-IF
           PERFORM 3100-TALLY-AUDIT-RECORD
               UNTIL WS-END-OF-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "10" THEN
               CLOSE OVERFLOW-AUDIT-FILE
           END-IF.

       3100-TALLY-AUDIT-RECORD.
           READ OVERFLOW-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   MOVE AUDIT-COUNTER-ID TO WS-OBS-COUNTER-ID
                   MOVE AUDIT-DATE TO WS-OBS-DATE
                   MOVE AUDIT-AREA-1-VALUE TO WS-OBS-AREA-1
                   MOVE AUDIT-AREA-2-VALUE TO WS-OBS-AREA-2
                   MOVE AUDIT-OVERFLOW-IND TO WS-OBS-OVERFLOW-IND
                   MOVE AUDIT-TRAN-TYPE TO WS-OBS-TRAN-TYPE
                   MOVE AUDIT-TRAN-AMOUNT TO WS-OBS-TRAN-AMOUNT
                   PERFORM 5000-TALLY-ONE-OBSERVATION
           END-READ.

       4000-CLOSE-PERIOD.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "PERIOD-END CLOSE FOR PERIOD " DELIMITED BY SIZE
                  WS-PERIOD-ID DELIMITED BY SIZE
                  " (" DELIMITED BY SIZE
                  WS-START-DATE DELIMITED BY SIZE
                  " TO " DELIMITED BY SIZE
                  WS-END-DATE DELIMITED BY SIZE
                  ") CLOSED " DELIMITED BY SIZE
                  WS-CLOSE-DATE DELIMITED BY SIZE
                  " " DELIMITED BY SIZE
                  WS-CLOSE-TIME DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           OPEN EXTEND PERIOD-HISTORY-FILE
           IF WS-PHST-FILE-STATUS = "35" THEN
               OPEN OUTPUT PERIOD-HISTORY-FILE
               CLOSE PERIOD-HISTORY-FILE
               OPEN EXTEND PERIOD-HISTORY-FILE
           END-IF
           IF WS-PHST-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN PERIOD HISTORY FILE, STATUS="
                   WS-PHST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 4100-CLOSE-ONE-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
           CLOSE PERIOD-HISTORY-FILE
           MOVE WS-CLOSED-COUNT TO WS-POSTINGS-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "COUNTERS CLOSED: " DELIMITED BY SIZE
                  WS-POSTINGS-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       4100-CLOSE-ONE-COUNTER.
           MOVE SPACES TO PERIOD-HISTORY-RECORD
           MOVE WS-CTR-ID (WS-CTR-SUB) TO PHST-COUNTER-ID
           MOVE WS-PERIOD-ID TO PHST-PERIOD-ID
           MOVE WS-START-DATE TO PHST-PERIOD-START-DATE
           MOVE WS-END-DATE TO PHST-PERIOD-END-DATE
           MOVE WS-CLOSE-DATE TO PHST-CLOSE-DATE
           MOVE WS-CLOSE-TIME TO PHST-CLOSE-TIME
           PERFORM 4200-SELECT-CLOSING-BALANCE
           MOVE WS-CTR-PTD-NET (WS-CTR-SUB) TO PHST-PTD-NET-AMOUNT
           MOVE WS-CTR-PTD-POSTINGS (WS-CTR-SUB) TO PHST-PTD-POSTINGS
           MOVE WS-CTR-PTD-TRIPS (WS-CTR-SUB) TO PHST-PTD-TRIPS
           MOVE WS-CTR-PTD-REVERSALS (WS-CTR-SUB)
               TO PHST-PTD-REVERSALS
           MOVE WS-CTR-PTD-RESETS (WS-CTR-SUB) TO PHST-PTD-RESETS
           COMPUTE PHST-YTD-NET-AMOUNT =
               WS-CTR-PRIOR-YTD-NET (WS-CTR-SUB)
               + WS-CTR-PTD-NET (WS-CTR-SUB)
           COMPUTE PHST-YTD-POSTINGS =
               WS-CTR-PRIOR-YTD-POSTINGS (WS-CTR-SUB)
               + WS-CTR-PTD-POSTINGS (WS-CTR-SUB)
           COMPUTE PHST-YTD-TRIPS =
               WS-CTR-PRIOR-YTD-TRIPS (WS-CTR-SUB)
               + WS-CTR-PTD-TRIPS (WS-CTR-SUB)
           COMPUTE PHST-YTD-REVERSALS =
               WS-CTR-PRIOR-YTD-REVERSALS (WS-CTR-SUB)
               + WS-CTR-PTD-REVERSALS (WS-CTR-SUB)
           COMPUTE PHST-YTD-RESETS =
               WS-CTR-PRIOR-YTD-RESETS (WS-CTR-SUB)
               + WS-CTR-PTD-RESETS (WS-CTR-SUB)
           WRITE PERIOD-HISTORY-RECORD
           IF WS-PHST-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE PERIOD HISTORY RECORD, "
                   "STATUS=" WS-PHST-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-CLOSED-COUNT
           PERFORM 4300-PRINT-COUNTER-BLOCK.

       4200-SELECT-CLOSING-BALANCE.
           IF WS-CTR-LATE-ACTIVITY (WS-CTR-SUB) = "Y"
              OR WS-CTR-ON-MASTER (WS-CTR-SUB) NOT = "Y" THEN
               IF WS-CTR-SEEN-TO-END (WS-CTR-SUB) = "Y" THEN
                   SET PHST-FROM-AUDIT TO TRUE
                   MOVE WS-CTR-LAST-AREA-1 (WS-CTR-SUB) TO PHST-AREA-1
                   MOVE WS-CTR-LAST-AREA-2 (WS-CTR-SUB) TO PHST-AREA-2
               ELSE
                   SET PHST-FROM-PRIOR TO TRUE
                   MOVE WS-CTR-PRIOR-AREA-1 (WS-CTR-SUB)
                       TO PHST-AREA-1
                   MOVE WS-CTR-PRIOR-AREA-2 (WS-CTR-SUB)
                       TO PHST-AREA-2
               END-IF
           ELSE
               SET PHST-FROM-MASTER TO TRUE
               MOVE WS-CTR-MAST-AREA-1 (WS-CTR-SUB) TO PHST-AREA-1
               MOVE WS-CTR-MAST-AREA-2 (WS-CTR-SUB) TO PHST-AREA-2
           END-IF.

       4300-PRINT-COUNTER-BLOCK.
           MOVE PHST-AREA-1 TO WS-AMOUNT-ED-1
           MOVE PHST-AREA-2 TO WS-AMOUNT-ED-2
           IF PHST-FROM-MASTER THEN
               MOVE "MASTER" TO WS-SOURCE-TEXT
           END-IF
           IF PHST-FROM-AUDIT THEN
               MOVE "AUDIT TRAIL" TO WS-SOURCE-TEXT
           END-IF
           IF PHST-FROM-PRIOR THEN
               MOVE "PRIOR CLOSE" TO WS-SOURCE-TEXT
           END-IF
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "COUNTER " DELIMITED BY SIZE
                  PHST-COUNTER-ID DELIMITED BY SIZE
                  " CLOSING AREA-1 " DELIMITED BY SIZE
                  WS-AMOUNT-ED-1 DELIMITED BY SIZE
                  " AREA-2 " DELIMITED BY SIZE
                  WS-AMOUNT-ED-2 DELIMITED BY SIZE
                  " FROM " DELIMITED BY SIZE
                  WS-SOURCE-TEXT DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE PHST-PTD-NET-AMOUNT TO WS-NET-ED
           MOVE PHST-PTD-POSTINGS TO WS-POSTINGS-ED
           MOVE PHST-PTD-TRIPS TO WS-TRIPS-ED
           MOVE PHST-PTD-REVERSALS TO WS-REVERSALS-ED
           MOVE PHST-PTD-RESETS TO WS-RESETS-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "  PTD NET " DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
                  " POSTINGS " DELIMITED BY SIZE
                  WS-POSTINGS-ED DELIMITED BY SIZE
                  " TRIPS " DELIMITED BY SIZE
                  WS-TRIPS-ED DELIMITED BY SIZE
                  " REVERSALS " DELIMITED BY SIZE
                  WS-REVERSALS-ED DELIMITED BY SIZE
                  " RESETS " DELIMITED BY SIZE
                  WS-RESETS-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE PHST-YTD-NET-AMOUNT TO WS-NET-ED
           MOVE PHST-YTD-POSTINGS TO WS-POSTINGS-ED
           MOVE PHST-YTD-TRIPS TO WS-TRIPS-ED
           MOVE PHST-YTD-REVERSALS TO WS-REVERSALS-ED
           MOVE PHST-YTD-RESETS TO WS-RESETS-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "  YTD NET " DELIMITED BY SIZE
                  WS-NET-ED DELIMITED BY SIZE
                  " POSTINGS " DELIMITED BY SIZE
                  WS-POSTINGS-ED DELIMITED BY SIZE
                  " TRIPS " DELIMITED BY SIZE
                  WS-TRIPS-ED DELIMITED BY SIZE
                  " REVERSALS " DELIMITED BY SIZE
                  WS-REVERSALS-ED DELIMITED BY SIZE
                  " RESETS " DELIMITED BY SIZE
                  WS-RESETS-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       5000-TALLY-ONE-OBSERVATION.
           IF WS-OBS-COUNTER-ID NOT = SPACES THEN
               PERFORM 6100-FIND-OR-ADD-COUNTER
               IF WS-CTR-FOUND-SUB > 0 THEN
                   IF WS-OBS-DATE > WS-END-DATE THEN
                       MOVE "Y"
                           TO WS-CTR-LATE-ACTIVITY (WS-CTR-FOUND-SUB)
                   ELSE
                       MOVE "Y"
                           TO WS-CTR-SEEN-TO-END (WS-CTR-FOUND-SUB)
                       MOVE WS-OBS-AREA-1
                           TO WS-CTR-LAST-AREA-1 (WS-CTR-FOUND-SUB)
                       MOVE WS-OBS-AREA-2
                           TO WS-CTR-LAST-AREA-2 (WS-CTR-FOUND-SUB)
                       IF WS-OBS-DATE >= WS-START-DATE THEN
                           PERFORM 5100-TALLY-PERIOD-ACTIVITY
                       END-IF
                   END-IF
               END-IF
           END-IF.

       5100-TALLY-PERIOD-ACTIVITY.
           ADD WS-OBS-TRAN-AMOUNT TO WS-CTR-PTD-NET (WS-CTR-FOUND-SUB)
           IF WS-OBS-TRAN-TYPE = "POST" OR WS-OBS-TRAN-TYPE = SPACES
              THEN
               ADD 1 TO WS-CTR-PTD-POSTINGS (WS-CTR-FOUND-SUB)
           END-IF
           IF WS-OBS-TRAN-TYPE = "REVR" THEN
               ADD 1 TO WS-CTR-PTD-REVERSALS (WS-CTR-FOUND-SUB)
           END-IF
           IF WS-OBS-TRAN-TYPE = "RSET" THEN
               ADD 1 TO WS-CTR-PTD-RESETS (WS-CTR-FOUND-SUB)
           END-IF
           IF WS-OBS-OVERFLOW-IND = "Y" THEN
               ADD 1 TO WS-CTR-PTD-TRIPS (WS-CTR-FOUND-SUB)
           END-IF.

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
                   DISPLAY "PERIOD CLOSE COUNTER TABLE LIMIT REACHED, "
                       "COUNTER " WS-OBS-COUNTER-ID " NOT CLOSED"
               ELSE
                   ADD 1 TO WS-COUNTER-COUNT
                   MOVE WS-COUNTER-COUNT TO WS-CTR-FOUND-SUB
                   MOVE WS-OBS-COUNTER-ID
                       TO WS-CTR-ID (WS-CTR-FOUND-SUB)
                   MOVE "N" TO WS-CTR-ON-MASTER (WS-CTR-FOUND-SUB)
                   MOVE "N" TO WS-CTR-SEEN-TO-END (WS-CTR-FOUND-SUB)
                   MOVE "N"
                       TO WS-CTR-LATE-ACTIVITY (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-MAST-AREA-1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-MAST-AREA-2 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-LAST-AREA-1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-LAST-AREA-2 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PTD-NET (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PTD-POSTINGS (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PTD-TRIPS (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PTD-REVERSALS (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PTD-RESETS (WS-CTR-FOUND-SUB)
                   MOVE SPACES
                       TO WS-CTR-PRIOR-PERIOD (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PRIOR-AREA-1 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PRIOR-AREA-2 (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PRIOR-YTD-NET (WS-CTR-FOUND-SUB)
                   MOVE 0
                       TO WS-CTR-PRIOR-YTD-POSTINGS (WS-CTR-FOUND-SUB)
                   MOVE 0 TO WS-CTR-PRIOR-YTD-TRIPS (WS-CTR-FOUND-SUB)
                   MOVE 0
                       TO WS-CTR-PRIOR-YTD-REVERSALS (WS-CTR-FOUND-SUB)
                   MOVE 0
                       TO WS-CTR-PRIOR-YTD-RESETS (WS-CTR-FOUND-SUB)
               END-IF
           END-IF.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE-WORK TO CLOSE-REPORT-LINE
           WRITE CLOSE-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE PERIOD CLOSE REPORT LINE, "
                   "STATUS=" WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY CLOSE-REPORT-LINE.

       9000-TERMINATE.
           CLOSE CLOSE-REPORT-FILE
           DISPLAY "PERIOD " WS-PERIOD-ID " CLOSED FOR "
               WS-CLOSED-COUNT " COUNTERS".
