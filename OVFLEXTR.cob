*> file (WHEXTR): a HDR record carrying the extract date and
*> source system id, one AUD/ALT/DSC record per input record
*> (AUD lines carry AUDIT-TRAN-TYPE so the warehouse can tell a
*> reversal or reset from a normal increment, and the origin
*> counter and applied amount so a "SPIL" spill-over line ties
*> back to the posting whose excess it carries),
*> and a TRL record carrying the per-type record counts and a
*> hash total over the amount fields (AUDIT-AREA-1-VALUE,
*> ALERT-AREA-1-VALUE, DISC-DIFFERENCE) so the warehouse load can
*> the extract refuses to run until the date has a completed
*> OVFLCHK cycle and the RUNCTL lock is clear, and records its
*> own completion so OVFLARCH can insist on it.
*> At end of job a RUNSTATS run-statistics record (see RUNSTAT)
*> is appended: records read from the three inputs and extract
*> lines written, for the OVFLSLA service-level report.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLEXTR.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY RUNCREC.

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-ALERT-FILE-STATUS        PIC XX VALUE SPACES.
                                       SEPARATE VALUE 0.
       01  WS-SIGNED-VALUE-3           PIC S9(9) SIGN LEADING
                                       SEPARATE VALUE 0.
       01  WS-SIGNED-VALUE-4           PIC S9(9) SIGN LEADING
                                       SEPARATE VALUE 0.
       01  WS-EXTRACT-DATE             PIC X(8) VALUE SPACES.
       01  WS-BDTE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CYC-FILE-STATUS          PIC XX VALUE SPACES.
           88  WS-END-OF-CYC-FILE      VALUE "Y".
       01  WS-RUNC-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-POSTING-CYCLE-CLOSED     PIC X VALUE "N".
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.
       01  WS-RECORDS-READ-COUNT       PIC 9(9) VALUE 0.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-EXTRACT-DATE FROM DATE YYYYMMDD
           PERFORM 1050-READ-BUSINESS-DATE-CARD
           PERFORM 1060-CHECK-PREREQUISITES
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   PERFORM 2100-WRITE-AUDIT-LINE
           END-READ.

           MOVE AUDIT-AREA-1-VALUE TO WS-SIGNED-VALUE-1
           MOVE AUDIT-AREA-2-VALUE TO WS-SIGNED-VALUE-2
           MOVE AUDIT-PRE-TRUNC-VALUE TO WS-SIGNED-VALUE-3
           MOVE AUDIT-TRAN-AMOUNT TO WS-SIGNED-VALUE-4
           MOVE SPACES TO EXTRACT-LINE
           STRING "AUD|" DELIMITED BY SIZE
                  AUDIT-JOB-RUN-ID DELIMITED BY SIZE
                  AUDIT-TRAN-TYPE DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  AUDIT-TRAN-TIMESTAMP DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  AUDIT-ORIGIN-COUNTER-ID DELIMITED BY SIZE
                  "|" DELIMITED BY SIZE
                  WS-SIGNED-VALUE-4 DELIMITED BY SIZE
                  INTO EXTRACT-LINE
           END-STRING
           PERFORM 8000-WRITE-EXTRACT-LINE.
               AT END
                   SET WS-END-OF-ALERT-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF ALERT-DATE = WS-EXTRACT-DATE THEN
                       PERFORM 3100-WRITE-ALERT-LINE
                   END-IF
               AT END
                   SET WS-END-OF-DISC-FILE TO TRUE
               NOT AT END
                   ADD 1 TO WS-RECORDS-READ-COUNT
                   IF DISC-DATE = WS-EXTRACT-DATE THEN
                       PERFORM 4100-WRITE-DISC-LINE
                   END-IF
           PERFORM 9100-RECORD-CYCLE-COMPLETE
           DISPLAY "AUDIT RECORDS EXTRACTED:       " WS-AUDIT-REC-COUNT
           DISPLAY "ALERT RECORDS EXTRACTED:       " WS-ALERT-REC-COUNT
           DISPLAY "DISCREPANCY RECORDS EXTRACTED: " WS-DISC-REC-COUNT
           PERFORM 9900-RECORD-RUN-STATISTICS.

       9100-RECORD-CYCLE-COMPLETE.
           OPEN EXTEND CYCLE-CONTROL-FILE
               STOP RUN
           END-IF
           CLOSE CYCLE-CONTROL-FILE.

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
               MOVE WS-EXTRACT-DATE TO RSTA-BUSINESS-DATE
               STRING WS-RUN-START-DATE DELIMITED BY SIZE
                      WS-RUN-START-TIME DELIMITED BY SIZE
                      INTO RSTA-JOB-RUN-ID
               END-STRING
               MOVE "OVFLEXTR" TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-RECORDS-READ-COUNT TO RSTA-INPUT-COUNT
               COMPUTE RSTA-OUTPUT-COUNT = WS-AUDIT-REC-COUNT
                   + WS-ALERT-REC-COUNT + WS-DISC-REC-COUNT + 2
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.
