*> valid trailer. Completion is recorded for OVFLVRFY. OVFLAUD is only emptied
*> after the archive generation has been written and closed
*> cleanly, so an abend mid-archive never loses the day's records.
*> The audit chain (see AUDITREC) is carried across generations:
*> the header records the AUDIT-SEQ-NO the generation should
*> start at and the chain value it continues from, taken from the
*> AUDCHN control record, and the trailer records the last
*> sequence number and chain value archived. AUDCHN is rewritten
*> with the trailer values once the generation is closed and
*> before OVFLAUD is emptied, so the next OVFLCHK continues the
*> chain and OVFLCHNV can check one generation against the next.
*> A rerun for a date AUDCHN already shows archived is allowed
*> only while OVFLAUD still holds that generation (its first
*> chained record is the one after AUDC-PRIOR-SEQ-NO, i.e. the
*> first run abended before emptying it); otherwise the rerun is
*> refused with RETURN-CODE 12 before AUDCHN or AUDARCH is
*> touched, since the generation is already archived and the
*> chain has moved on.
*> At end of job a RUNSTATS run-statistics record (see RUNSTAT)
*> is appended: audit records read and archive records written,
*> for the OVFLSLA service-level report.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLARCH.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTE-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDC-FILE-STATUS.
           SELECT CYCLE-CONTROL-FILE ASSIGN TO "CYCCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CYC-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       01  BUSINESS-DATE-RECORD.
           05  BDTE-BUSINESS-DATE      PIC X(8).

       FD  AUDIT-CHAIN-FILE
           RECORDING MODE IS F.
       COPY AUDCHN.

       FD  CYCLE-CONTROL-FILE
           RECORDING MODE IS F.
       COPY CYCCTL.

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-ARCH-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CYC-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-CYC-FILE      VALUE "Y".
       01  WS-EXTRACT-COMPLETE         PIC X VALUE "N".
       01  WS-AUDC-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CHAIN-IN-SEQ-NO          PIC 9(12) VALUE 0.
       01  WS-CHAIN-IN-VALUE           PIC 9(10) VALUE 0.
       01  WS-CHAIN-OUT-SEQ-NO         PIC 9(12) VALUE 0.
       01  WS-CHAIN-OUT-VALUE          PIC 9(10) VALUE 0.
       01  WS-RERUN-FIRST-SEQ-NO       PIC 9(12) VALUE 0.
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           ACCEPT WS-ARCHIVE-DATE FROM DATE YYYYMMDD
           PERFORM 1100-READ-BUSINESS-DATE-CARD
           PERFORM 1200-CHECK-PREREQUISITES
           PERFORM 1300-LOAD-AUDIT-CHAIN
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35" THEN
               DISPLAY "OVERFLOW AUDIT FILE NOT FOUND, NOTHING TO ARCHIVE"
           MOVE "HDR " TO ARCH-RECORD-TYPE
           MOVE WS-ARCHIVE-DATE TO ARCH-HDR-DATE
           MOVE "OVFLCHK " TO ARCH-HDR-SOURCE
           COMPUTE ARCH-HDR-FIRST-SEQ-NO = WS-CHAIN-IN-SEQ-NO + 1
           MOVE WS-CHAIN-IN-VALUE TO ARCH-HDR-CHAIN-IN
           PERFORM 8000-WRITE-ARCHIVE-RECORD.

       1100-READ-BUSINESS-DATE-CARD.
                   END-IF
           END-READ.

       1300-LOAD-AUDIT-CHAIN.
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-AUDC-FILE-STATUS = "00" THEN
               READ AUDIT-CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF AUDC-ARCHIVE-DATE = WS-ARCHIVE-DATE THEN
                           PERFORM 1310-CHECK-RERUN-AUDIT-FILE
                           DISPLAY "AUDIT CHAIN ALREADY ADVANCED FOR "
                               WS-ARCHIVE-DATE ", RERUN CONTINUES "
                               "FROM THE PRIOR GENERATION"
                           MOVE AUDC-PRIOR-SEQ-NO
                               TO WS-CHAIN-IN-SEQ-NO
                           MOVE AUDC-PRIOR-CHAIN-VALUE
                               TO WS-CHAIN-IN-VALUE
                       ELSE
                           MOVE AUDC-LAST-SEQ-NO TO WS-CHAIN-IN-SEQ-NO
                           MOVE AUDC-LAST-CHAIN-VALUE
                               TO WS-CHAIN-IN-VALUE
                       END-IF
               END-READ
               CLOSE AUDIT-CHAIN-FILE
           ELSE
               DISPLAY "AUDIT CHAIN CONTROL NOT AVAILABLE, STATUS="
                   WS-AUDC-FILE-STATUS ", CHAIN STARTS FROM ZERO"
           END-IF
           MOVE WS-CHAIN-IN-SEQ-NO TO WS-CHAIN-OUT-SEQ-NO
           MOVE WS-CHAIN-IN-VALUE TO WS-CHAIN-OUT-VALUE.

       1310-CHECK-RERUN-AUDIT-FILE.
           MOVE 0 TO WS-RERUN-FIRST-SEQ-NO
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00" THEN
               PERFORM 1320-FIND-FIRST-CHAINED-RECORD
                   UNTIL WS-END-OF-AUDIT-FILE
                      OR WS-RERUN-FIRST-SEQ-NO > 0
               CLOSE OVERFLOW-AUDIT-FILE
               MOVE "N" TO WS-EOF-SWITCH
           END-IF
           IF WS-RERUN-FIRST-SEQ-NO NOT = AUDC-PRIOR-SEQ-NO + 1 THEN
               DISPLAY "AUDIT CHAIN ALREADY ADVANCED FOR "
                   WS-ARCHIVE-DATE " AND OVFLAUD DOES NOT HOLD THAT "
                   "GENERATION"
               DISPLAY "OVFLAUD STARTS AT SEQUENCE "
                   WS-RERUN-FIRST-SEQ-NO ", GENERATION STARTED AT "
                   AUDC-PRIOR-SEQ-NO " + 1, ARCHIVE RERUN REFUSED"
               CLOSE AUDIT-CHAIN-FILE
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1320-FIND-FIRST-CHAINED-RECORD.
           READ OVERFLOW-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT-FILE TO TRUE
               NOT AT END
                   IF AUDIT-SEQ-NO IS NUMERIC
                      AND AUDIT-SEQ-NO > 0 THEN
                       MOVE AUDIT-SEQ-NO TO WS-RERUN-FIRST-SEQ-NO
                   END-IF
           END-READ.

       2000-ARCHIVE-AUDIT-RECORD.
           READ OVERFLOW-AUDIT-FILE
               AT END
                   MOVE AUDIT-RECORD TO ARCH-RECORD-DATA
                   PERFORM 8000-WRITE-ARCHIVE-RECORD
                   ADD 1 TO WS-ARCHIVED-COUNT
                   IF AUDIT-SEQ-NO IS NUMERIC
                      AND AUDIT-SEQ-NO > 0 THEN
                       MOVE AUDIT-SEQ-NO TO WS-CHAIN-OUT-SEQ-NO
                       MOVE AUDIT-CHAIN-VALUE TO WS-CHAIN-OUT-VALUE
                   END-IF
           END-READ.

       8000-WRITE-ARCHIVE-RECORD.
           MOVE SPACES TO ARCHIVE-RECORD
           MOVE "TRLR" TO ARCH-RECORD-TYPE
           MOVE WS-ARCHIVED-COUNT TO ARCH-TRL-RECORD-COUNT
           MOVE WS-CHAIN-OUT-SEQ-NO TO ARCH-TRL-LAST-SEQ-NO
           MOVE WS-CHAIN-OUT-VALUE TO ARCH-TRL-CHAIN-OUT
           PERFORM 8000-WRITE-ARCHIVE-RECORD
           CLOSE AUDIT-ARCHIVE-FILE
           IF WS-ARCH-FILE-STATUS NOT = "00" THEN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9300-REWRITE-AUDIT-CHAIN
           IF WS-AUDIT-FILE-PRESENT = "Y" THEN
               CLOSE OVERFLOW-AUDIT-FILE
               PERFORM 9100-RESET-AUDIT-FILE
           END-IF
           PERFORM 9200-RECORD-CYCLE-COMPLETE
           DISPLAY "AUDIT RECORDS ARCHIVED: " WS-ARCHIVED-COUNT
           PERFORM 9900-RECORD-RUN-STATISTICS.

       9200-RECORD-CYCLE-COMPLETE.
           OPEN EXTEND CYCLE-CONTROL-FILE
               STOP RUN
           END-IF
           CLOSE OVERFLOW-AUDIT-FILE.

       9300-REWRITE-AUDIT-CHAIN.
           OPEN OUTPUT AUDIT-CHAIN-FILE
           IF WS-AUDC-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN AUDIT CHAIN CONTROL, STATUS="
                   WS-AUDC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CHAIN-OUT-SEQ-NO TO AUDC-LAST-SEQ-NO
           MOVE WS-CHAIN-OUT-VALUE TO AUDC-LAST-CHAIN-VALUE
           MOVE WS-ARCHIVE-DATE TO AUDC-ARCHIVE-DATE
           MOVE WS-CHAIN-IN-SEQ-NO TO AUDC-PRIOR-SEQ-NO
           MOVE WS-CHAIN-IN-VALUE TO AUDC-PRIOR-CHAIN-VALUE
           ACCEPT AUDC-STAMP-DATE FROM DATE YYYYMMDD
           ACCEPT AUDC-STAMP-TIME FROM TIME
           WRITE AUDIT-CHAIN-CONTROL-RECORD
           IF WS-AUDC-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE AUDIT CHAIN CONTROL, STATUS="
                   WS-AUDC-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE AUDIT-CHAIN-FILE.

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
               MOVE WS-ARCHIVE-DATE TO RSTA-BUSINESS-DATE
               STRING WS-RUN-START-DATE DELIMITED BY SIZE
                      WS-RUN-START-TIME DELIMITED BY SIZE
                      INTO RSTA-JOB-RUN-ID
               END-STRING
               MOVE "OVFLARCH" TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-ARCHIVED-COUNT TO RSTA-INPUT-COUNT
               COMPUTE RSTA-OUTPUT-COUNT = WS-ARCHIVED-COUNT + 2
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.
