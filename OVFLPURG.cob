*> except that a checkpoint still stamped in flight stops the
*> purge outright: compacting history out from under a
*> restartable batch would break the restart.
*> At end of job a RUNSTATS run-statistics record (see RUNSTAT)
*> is appended - history records read, and records kept plus
*> records archived - for the OVFLSLA service-level report,
*> stamped with the business date from the BUSDATE control card
*> on a catch-up day and the system date otherwise.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLPURG.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTE-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY CHKPREC.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BDTE-BUSINESS-DATE      PIC X(8).

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       01  WS-HIST-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PURG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CHKPT-SAVE-RUN-ID        PIC X(16) VALUE SPACES.
       01  WS-CHKPT-SAVE-TRAN-SEQ      PIC 9(9) COMP-3 VALUE 0.
       01  WS-CHKPT-SAVE-BATCH-ID      PIC X(8) VALUE SPACES.
       01  WS-CHKPT-SAVE-DISP-TALLIES  PIC X(25) VALUE SPACES.
       01  WS-CHKPT-SAVE-FEED-TALLIES  PIC X(200) VALUE SPACES.
       01  WS-READ-COUNT               PIC 9(9) VALUE 0.
       01  WS-KEPT-COUNT               PIC 9(9) VALUE 0.
       01  WS-PURGED-COUNT             PIC 9(9) VALUE 0.
       01  WS-BDTE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.

       PROCEDURE DIVISION.
       0000-MAIN.
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-RUN-START-DATE FROM DATE YYYYMMDD
           ACCEPT WS-RUN-START-TIME FROM TIME
           MOVE WS-RUN-START-DATE TO WS-BUSINESS-DATE
           PERFORM 1050-READ-BUSINESS-DATE-CARD
           PERFORM 1100-READ-PURGE-PARM
           PERFORM 1200-READ-CHECKPOINT
           PERFORM 1300-OPEN-HISTORY-FILE
           PERFORM 1400-OPEN-HISTORY-ARCHIVE.

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

       1100-READ-PURGE-PARM.
           OPEN INPUT PURGE-PARM-FILE
           IF WS-PURG-FILE-STATUS NOT = "00" THEN
                   MOVE CHKPT-JOB-RUN-ID TO WS-CHKPT-SAVE-RUN-ID
                   MOVE CHKPT-TRAN-SEQ TO WS-CHKPT-SAVE-TRAN-SEQ
                   MOVE CHKPT-BATCH-ID TO WS-CHKPT-SAVE-BATCH-ID
                   MOVE CHKPT-DISP-TALLIES
                       TO WS-CHKPT-SAVE-DISP-TALLIES
                   MOVE CHKPT-FEED-TALLIES
                       TO WS-CHKPT-SAVE-FEED-TALLIES
                   COMPUTE WS-LAST-USED-KEY = CHKPT-NEXT-HIST-KEY - 1
           END-READ
           CLOSE CHECKPOINT-FILE.
           PERFORM 9100-REWRITE-CHECKPOINT
           DISPLAY "HISTORY RECORDS READ:    " WS-READ-COUNT
           DISPLAY "HISTORY RECORDS KEPT:    " WS-KEPT-COUNT
           DISPLAY "HISTORY RECORDS PURGED:  " WS-PURGED-COUNT
           PERFORM 9900-RECORD-RUN-STATISTICS.

       9100-REWRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           MOVE WS-CHKPT-SAVE-RUN-ID TO CHKPT-JOB-RUN-ID
           MOVE WS-CHKPT-SAVE-TRAN-SEQ TO CHKPT-TRAN-SEQ
           MOVE WS-CHKPT-SAVE-BATCH-ID TO CHKPT-BATCH-ID
           MOVE WS-CHKPT-SAVE-DISP-TALLIES TO CHKPT-DISP-TALLIES
           MOVE WS-CHKPT-SAVE-FEED-TALLIES TO CHKPT-FEED-TALLIES
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE CHECKPOINT RECORD, STATUS="
               STOP RUN
           END-IF
           CLOSE CHECKPOINT-FILE.

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
               MOVE "OVFLPURG" TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-READ-COUNT TO RSTA-INPUT-COUNT
               COMPUTE RSTA-OUTPUT-COUNT =
                   WS-KEPT-COUNT + WS-PURGED-COUNT
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.
