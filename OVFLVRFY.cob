*> On a catch-up day the BUSDATE control card supplies the
*> business date verified; without it the system date is used.
*> Ends with RETURN-CODE 0 (clean) or 8 (damaged) and writes a
*> findings report to VRFYRPT. At end of job a RUNSTATS
*> run-statistics record (see RUNSTAT) is appended - history,
*> audit and counter-master records read and report lines
*> written - for the OVFLSLA service-level report.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLVRFY.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY CYCCTL.

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-CHKPT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-HIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CYCLE-CHK-SEEN           PIC X VALUE "N".
       01  WS-CYCLE-EXTR-SEEN          PIC X VALUE "N".
       01  WS-CYCLE-ARCH-SEEN          PIC X VALUE "N".
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.
       01  WS-RECORDS-READ-COUNT       PIC 9(9) VALUE 0.
       01  WS-REPORT-LINE-COUNT        PIC 9(9) VALUE 0.
       01  WS-HIST-REL-KEY             PIC 9(9) VALUE 0.
       01  WS-HIST-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-HIST-FILE     VALUE "Y".
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-RUN-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-BUSINESS-DATE-CARD
           OPEN OUTPUT VERIFY-REPORT-FILE
               AT END
                   SET WS-END-OF-HIST-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF WS-HIST-REL-KEY > WS-HIGHEST-HIST-KEY THEN
                       MOVE WS-HIST-REL-KEY TO WS-HIGHEST-HIST-KEY
                   END-IF
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF AUDIT-OVERFLOW-IND = "Y" THEN
                       ADD 1 TO WS-AUDIT-Y-COUNT
                   END-IF
               AT END
                   SET WS-END-OF-CTRM-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   ADD CTRM-AREA-2 TO WS-MASTER-AREA-2-TOTAL
                   PERFORM 5200-TRACK-COUNTER-MASTER
           END-READ.
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-REPORT-LINE-COUNT
           DISPLAY VERIFY-REPORT-LINE.

       8100-REPORT-FINDING.
               PERFORM 8000-WRITE-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           END-IF
           CLOSE VERIFY-REPORT-FILE
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
               MOVE "OVFLVRFY" TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-RECORDS-READ-COUNT TO RSTA-INPUT-COUNT
               MOVE WS-REPORT-LINE-COUNT TO RSTA-OUTPUT-COUNT
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.
