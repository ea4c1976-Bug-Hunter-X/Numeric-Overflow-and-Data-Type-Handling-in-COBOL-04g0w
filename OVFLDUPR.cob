      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLDUPR - nightly suspected-duplicate exceptions report.
*> OVFLCHK suspends any "POST" detail that matches a posting
*> already on its DUPINDX index (same source system, counter,
*> TRAN-TIMESTAMP and TRAN-AMOUNT within the duplicate window)
*> and appends a DUPEXCP exceptions record for it (see DUPEREC).
*> This report lists the business date's suspected duplicates
*> grouped by TRAN-SOURCE-SYSTEM, in source-system order, each
*> with the batch it arrived on and the business date and batch
*> of the original posting it matched, followed by a count per
*> source system and a grand total, so each source-system team
*> can be told which of its resends were held back. The items
*> themselves sit on SUSPFILE under reason "DUPT" for OVFLSUSP.
*> DUPEXCP only ever grows, so the report takes just the records
*> dated with the business date. On a catch-up day the BUSDATE
*> control card supplies the business date; without it the
*> system date is used. A missing DUPEXCP simply reports none.
*> Writes DUPRPT; ends RETURN-CODE 0.
*> At end of job a RUNSTATS run-statistics record (see RUNSTAT)
*> is appended - DUPEXCP records read and report lines written -
*> for the OVFLSLA service-level report, stamped with the
*> report's business date.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLDUPR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT DUP-EXCEPTION-FILE ASSIGN TO "DUPEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPE-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTE-FILE-STATUS.
           SELECT DUP-REPORT-FILE ASSIGN TO "DUPRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  DUP-EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY DUPEREC.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BDTE-BUSINESS-DATE      PIC X(8).

       FD  DUP-REPORT-FILE
           RECORDING MODE IS F.
       01  DUP-REPORT-LINE             PIC X(80).

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-DUPE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DUPE-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-DUPE-FILE     VALUE "Y".
       01  WS-BDTE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.
       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-REPORT-LINE-COUNT        PIC 9(9) VALUE 0.
       01  WS-RUN-DATE                 PIC X(8) VALUE SPACES.
       01  WS-REPORT-LINE-WORK         PIC X(80) VALUE SPACES.
       01  WS-AMOUNT-ED                PIC -(9)9.
       01  WS-COUNT-ED                 PIC Z(8)9.
       01  WS-TOTAL-COUNT              PIC 9(9) VALUE 0.
       01  WS-SOURCE-COUNT             PIC 9(3) VALUE 0.
       01  WS-SRC-SUB                  PIC 9(3) VALUE 0.
       01  WS-SRC-POS                  PIC 9(3) VALUE 0.
       01  WS-SRC-PRINT-SUB            PIC 9(3) VALUE 0.
       01  WS-SOURCE-TABLE.
           05  WS-SOURCE-ENTRY OCCURS 100 TIMES.
               10  WS-SRC-ID           PIC X(8).
               10  WS-SRC-COUNT        PIC 9(9).

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 2000-GATHER-SOURCE-SYSTEMS
           PERFORM 3000-PRINT-SOURCE-SYSTEM
               VARYING WS-SRC-PRINT-SUB FROM 1 BY 1
               UNTIL WS-SRC-PRINT-SUB > WS-SOURCE-COUNT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-BUSINESS-DATE-CARD
           OPEN OUTPUT DUP-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DUPLICATE REPORT FILE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "SUSPECTED DUPLICATE POSTINGS FOR BUSINESS DATE "
                      DELIMITED BY SIZE
                  WS-RUN-DATE DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       1100-READ-BUSINESS-DATE-CARD.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDTE-FILE-STATUS = "00" THEN
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDTE-BUSINESS-DATE IS NUMERIC THEN
                           MOVE BDTE-BUSINESS-DATE TO WS-RUN-DATE
                       ELSE
                           DISPLAY "NON-NUMERIC BUSINESS DATE CARD "
                               "IGNORED: " BDTE-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       2000-GATHER-SOURCE-SYSTEMS.
           OPEN INPUT DUP-EXCEPTION-FILE
           IF WS-DUPE-FILE-STATUS = "00" THEN
               PERFORM 2100-NOTE-EXCEPTION-SOURCE
                   UNTIL WS-END-OF-DUPE-FILE
               CLOSE DUP-EXCEPTION-FILE
           ELSE
               DISPLAY "DUPLICATE EXCEPTIONS FILE NOT AVAILABLE, "
                   "STATUS=" WS-DUPE-FILE-STATUS
           END-IF.

       2100-NOTE-EXCEPTION-SOURCE.
           READ DUP-EXCEPTION-FILE
               AT END
                   SET WS-END-OF-DUPE-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-READ-COUNT
                   IF DUPE-BUS-DATE = WS-RUN-DATE THEN
                       ADD 1 TO WS-TOTAL-COUNT
                       PERFORM 2200-ADD-SOURCE-SYSTEM
                   END-IF
           END-READ.

       2200-ADD-SOURCE-SYSTEM.
           MOVE 0 TO WS-SRC-POS
           PERFORM 2210-FIND-SOURCE-POSITION
               VARYING WS-SRC-SUB FROM 1 BY 1
               UNTIL WS-SRC-SUB > WS-SOURCE-COUNT
                  OR WS-SRC-POS > 0
           IF WS-SRC-POS > 0 THEN
               IF WS-SRC-ID (WS-SRC-POS) = DUPE-SOURCE-SYSTEM THEN
                   ADD 1 TO WS-SRC-COUNT (WS-SRC-POS)
               ELSE
                   PERFORM 2220-INSERT-SOURCE-SYSTEM
               END-IF
           ELSE
               IF WS-SOURCE-COUNT = 100 THEN
                   DISPLAY "SOURCE SYSTEM TABLE LIMIT REACHED"
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               ADD 1 TO WS-SOURCE-COUNT
               MOVE DUPE-SOURCE-SYSTEM TO WS-SRC-ID (WS-SOURCE-COUNT)
               MOVE 1 TO WS-SRC-COUNT (WS-SOURCE-COUNT)
           END-IF.

       2210-FIND-SOURCE-POSITION.
           IF WS-SRC-ID (WS-SRC-SUB) >= DUPE-SOURCE-SYSTEM THEN
               MOVE WS-SRC-SUB TO WS-SRC-POS
           END-IF.

       2220-INSERT-SOURCE-SYSTEM.
           IF WS-SOURCE-COUNT = 100 THEN
               DISPLAY "SOURCE SYSTEM TABLE LIMIT REACHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 2230-SHIFT-SOURCE-SYSTEM
               VARYING WS-SRC-SUB FROM WS-SOURCE-COUNT BY -1
               UNTIL WS-SRC-SUB < WS-SRC-POS
           ADD 1 TO WS-SOURCE-COUNT
           MOVE DUPE-SOURCE-SYSTEM TO WS-SRC-ID (WS-SRC-POS)
           MOVE 1 TO WS-SRC-COUNT (WS-SRC-POS).

       2230-SHIFT-SOURCE-SYSTEM.
           MOVE WS-SOURCE-ENTRY (WS-SRC-SUB)
               TO WS-SOURCE-ENTRY (WS-SRC-SUB + 1).

       3000-PRINT-SOURCE-SYSTEM.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           STRING "SOURCE SYSTEM " DELIMITED BY SIZE
                  WS-SRC-ID (WS-SRC-PRINT-SUB) DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "  COUNTER  TIMESTAMP            AMOUNT BATCH    ORIG DATE ORIG BATCH"
               TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "N" TO WS-DUPE-EOF-SWITCH
           OPEN INPUT DUP-EXCEPTION-FILE
           IF WS-DUPE-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO REOPEN DUPLICATE EXCEPTIONS FILE, "
                   "STATUS=" WS-DUPE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 3100-PRINT-EXCEPTION
               UNTIL WS-END-OF-DUPE-FILE
           CLOSE DUP-EXCEPTION-FILE
           MOVE WS-SRC-COUNT (WS-SRC-PRINT-SUB) TO WS-COUNT-ED
           MOVE SPACES TO WS-REPORT-LINE-WORK
           STRING "  SUSPECTED DUPLICATES FROM " DELIMITED BY SIZE
                  WS-SRC-ID (WS-SRC-PRINT-SUB) DELIMITED BY SPACE
                  ": " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE.

       3100-PRINT-EXCEPTION.
           READ DUP-EXCEPTION-FILE
               AT END
                   SET WS-END-OF-DUPE-FILE TO TRUE
               NOT AT END
                   IF DUPE-BUS-DATE = WS-RUN-DATE
                      AND DUPE-SOURCE-SYSTEM
                          = WS-SRC-ID (WS-SRC-PRINT-SUB) THEN
                       MOVE DUPE-AMOUNT TO WS-AMOUNT-ED
                       MOVE SPACES TO WS-REPORT-LINE-WORK
                       STRING "  " DELIMITED BY SIZE
                              DUPE-COUNTER-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DUPE-TIMESTAMP DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              WS-AMOUNT-ED DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DUPE-BATCH-ID DELIMITED BY SIZE
                              " " DELIMITED BY SIZE
                              DUPE-ORIG-BUS-DATE DELIMITED BY SIZE
                              "  " DELIMITED BY SIZE
                              DUPE-ORIG-BATCH-ID DELIMITED BY SIZE
                              INTO WS-REPORT-LINE-WORK
                       END-STRING
                       PERFORM 8000-WRITE-REPORT-LINE
                   END-IF
           END-READ.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE-WORK TO DUP-REPORT-LINE
           WRITE DUP-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE DUPLICATE REPORT LINE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REPORT-LINE-COUNT
           DISPLAY DUP-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK.

       9000-TERMINATE.
           MOVE SPACES TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           IF WS-TOTAL-COUNT = 0 THEN
               MOVE "NO SUSPECTED DUPLICATES" TO WS-REPORT-LINE-WORK
           ELSE
               MOVE WS-TOTAL-COUNT TO WS-COUNT-ED
               STRING "TOTAL SUSPECTED DUPLICATES: " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
           END-IF
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE DUP-REPORT-FILE
           MOVE 0 TO RETURN-CODE
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
               MOVE WS-RUN-DATE TO RSTA-BUSINESS-DATE
               STRING WS-RUN-START-DATE DELIMITED BY SIZE
                      WS-RUN-START-TIME DELIMITED BY SIZE
                      INTO RSTA-JOB-RUN-ID
               END-STRING
               MOVE "OVFLDUPR" TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-READ-COUNT TO RSTA-INPUT-COUNT
               MOVE WS-REPORT-LINE-COUNT TO RSTA-OUTPUT-COUNT
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.
