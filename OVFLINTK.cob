      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> OVFLINTK - multi-feed intake, run ahead of OVFLCHK.
*> Each source system sends its own header/trailer-enveloped
*> transaction file (see TRANREC), but OVFLCHK posts exactly one
*> TRANFILE per cycle and validates it as a single envelope, so
*> several feeds used to mean several OVFLCHK runs a night or a
*> hand concatenation that OVFLCHK refused. This step takes the
*> night's feeds from the FEED01-FEED08 slots and builds the one
*> TRANFILE for the cycle:
*>   - the FEEDLIST cards are the expected-feeds list, one card
*>     per slot naming the source system expected in it; a
*>     source system may be named in one slot only;
*>   - each delivered feed's envelope is validated on its own,
*>     with the same rules OVFLCHK applies to TRANFILE (one
*>     header first, one trailer last, header and trailer counts
*>     and the trailer hash total over TRAN-AMOUNT matching the
*>     details), and its batch id is checked against the
*>     BATCHREG posted-batch register and against the other
*>     feeds in the intake;
*>   - every detail in a feed must carry the slot's source
*>     system in TRAN-SOURCE-SYSTEM, so OVFLCHK can trace each
*>     merged detail back to its feed and acknowledge it under
*>     the sender's own batch id;
*>   - a feed dated for another business date, or in a slot the
*>     FEEDLIST does not expect, is refused too;
*>   - a refused feed is left out of the merge without holding
*>     up the good ones, and an expected slot with nothing in it
*>     is reported missing;
*>   - the accepted feeds' details are merged into TRANFILE in
*>     TRAN-TIMESTAMP order (equal timestamps keep feed-slot and
*>     file order, so a reversal stays behind the posting it
*>     backs out) inside one combined envelope: a header with
*>     the intake batch id ("I" + day of month + the intake
*>     run's second of the day, 00000-86399, so it cannot repeat
*>     inside a month, and refused if already on BATCHREG)
*>     and the total detail count, and a trailer with the count
*>     and the sum of the accepted feeds' hash totals. With no
*>     feed accepted the envelope is written empty, so the cycle
*>     still runs its suspense reposts and adjustments;
*>   - the INTKMAN manifest (see INTKREC) records every feed's
*>     outcome against the intake batch id, and OVFLCHK uses it
*>     to register the accepted feeds' own batch ids on BATCHREG
*>     once the merged batch has posted;
*>   - the INTKRPT intake report lists every slot - accepted,
*>     refused with the reason, or missing - with totals.
*> On a catch-up day the BUSDATE control card supplies the
*> business date; without it the first feed accepted sets it
*> (the system date when none is). The intake refuses to run
*> (RETURN-CODE 12) while the RUNCTL lock is held or the
*> checkpoint shows an OVFLCHK run in flight, since replacing
*> TRANFILE under a pending restart would break the restart.
*> Ends RETURN-CODE 0 when every expected feed was accepted, 4
*> when any feed was refused or missing (the merge still holds
*> the accepted ones), 8 on a bad FEEDLIST card.
*> At end of job a RUNSTATS run-statistics record (see RUNSTAT)
*> is appended - feed details read and TRANFILE records written
*> - for the OVFLSLA service-level report, stamped with the
*> intake business date.
*> ---------------------------------------------------------------
       IDENTIFICATION DIVISION.
       PROGRAM-ID. OVFLINTK.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT FEED-LIST-FILE ASSIGN TO "FEEDLIST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FDL-FILE-STATUS.
           SELECT FEED-FILE-01 ASSIGN TO "FEED01"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-FILE-02 ASSIGN TO "FEED02"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-FILE-03 ASSIGN TO "FEED03"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-FILE-04 ASSIGN TO "FEED04"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-FILE-05 ASSIGN TO "FEED05"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-FILE-06 ASSIGN TO "FEED06"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-FILE-07 ASSIGN TO "FEED07"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT FEED-FILE-08 ASSIGN TO "FEED08"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-FEED-FILE-STATUS.
           SELECT TRANSACTION-FILE ASSIGN TO "TRANFILE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-TRAN-FILE-STATUS.
           SELECT INTAKE-SORT-FILE ASSIGN TO "SORTWK1".
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTE-FILE-STATUS.
           SELECT RUN-CONTROL-FILE ASSIGN TO "RUNCTL"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RUNC-FILE-STATUS.
           SELECT CHECKPOINT-FILE ASSIGN TO "CHKPNT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-CHKPT-FILE-STATUS.
           SELECT INTAKE-MANIFEST-FILE ASSIGN TO "INTKMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTM-FILE-STATUS.
           SELECT INTAKE-REPORT-FILE ASSIGN TO "INTKRPT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  FEED-LIST-FILE
           RECORDING MODE IS F.
       01  FEED-LIST-RECORD.
           05  FDL-FEED-SLOT           PIC X(2).
           05  FDL-SOURCE-SYSTEM       PIC X(8).

       FD  FEED-FILE-01
           RECORDING MODE IS F.
       01  FEED-RECORD-01             PIC X(49).

       FD  FEED-FILE-02
           RECORDING MODE IS F.
       01  FEED-RECORD-02             PIC X(49).

       FD  FEED-FILE-03
           RECORDING MODE IS F.
       01  FEED-RECORD-03             PIC X(49).

       FD  FEED-FILE-04
           RECORDING MODE IS F.
       01  FEED-RECORD-04             PIC X(49).

       FD  FEED-FILE-05
           RECORDING MODE IS F.
       01  FEED-RECORD-05             PIC X(49).

       FD  FEED-FILE-06
           RECORDING MODE IS F.
       01  FEED-RECORD-06             PIC X(49).

       FD  FEED-FILE-07
           RECORDING MODE IS F.
       01  FEED-RECORD-07             PIC X(49).

       FD  FEED-FILE-08
           RECORDING MODE IS F.
       01  FEED-RECORD-08             PIC X(49).

       FD  TRANSACTION-FILE
           RECORDING MODE IS F.
       01  TRANSACTION-OUT-RECORD      PIC X(49).

       SD  INTAKE-SORT-FILE.
       01  INTAKE-SORT-RECORD.
           05  SRT-TIMESTAMP           PIC X(16).
           05  SRT-FEED-SLOT           PIC 9(2).
           05  SRT-FEED-SEQ            PIC 9(9).
           05  SRT-TRAN-RECORD         PIC X(49).

       FD  BATCH-REGISTER-FILE
           RECORDING MODE IS F.
       COPY BATCHREG.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           05  BDTE-BUSINESS-DATE      PIC X(8).

       FD  RUN-CONTROL-FILE
           RECORDING MODE IS F.
       COPY RUNCREC.

       FD  CHECKPOINT-FILE
           RECORDING MODE IS F.
       COPY CHKPREC.

       FD  INTAKE-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY INTKREC.

       FD  INTAKE-REPORT-FILE
           RECORDING MODE IS F.
       01  INTAKE-REPORT-LINE          PIC X(80).

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       WORKING-STORAGE SECTION.
       COPY TRANREC.
       01  WS-FDL-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-FDL-EOF-SWITCH           PIC X VALUE "N".
           88  WS-END-OF-FDL-FILE      VALUE "Y".
       01  WS-FEED-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-FEED-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-FEED          VALUE "Y".
       01  WS-TRAN-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-SORT-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-SORT          VALUE "Y".
       01  WS-BREG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-BREG-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-BREG-FILE     VALUE "Y".
       01  WS-BDTE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUNC-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-CHKPT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-INTM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-REPORT-FILE-STATUS       PIC XX VALUE SPACES.
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.
       01  WS-READ-DETAIL-COUNT        PIC 9(9) VALUE 0.
       01  WS-TRANFILE-WRITE-COUNT     PIC 9(9) VALUE 0.
       01  WS-CURRENT-DATE-TIME.
           05  WS-CURRENT-DATE         PIC X(8).
           05  WS-CURRENT-TIME         PIC X(8).
       01  WS-INTAKE-RUN-ID            PIC X(16) VALUE SPACES.
       01  WS-INTAKE-BATCH-ID          PIC X(8) VALUE SPACES.
       01  WS-INTAKE-CLOCK.
           05  WS-INTAKE-HH            PIC 99.
           05  WS-INTAKE-MM            PIC 99.
           05  WS-INTAKE-SS            PIC 99.
           05  FILLER                  PIC 99.
       01  WS-INTAKE-SECONDS           PIC 9(5) VALUE 0.
       01  WS-INTAKE-BUS-DATE          PIC X(8) VALUE SPACES.
       01  WS-BUSDATE-SOURCE           PIC X VALUE "S".
       01  WS-FEED-SLOT                PIC 9(2) VALUE 0.
       01  WS-OTHER-SLOT               PIC 9(2) VALUE 0.
       01  WS-FEED-REASON              PIC X(30) VALUE SPACES.
       01  WS-ENVELOPE-STATE           PIC X VALUE "0".
       01  WS-FEED-BATCH-ID            PIC X(8) VALUE SPACES.
       01  WS-FEED-BUS-DATE            PIC X(8) VALUE SPACES.
       01  WS-HDR-RECORD-COUNT         PIC 9(9) VALUE 0.
       01  WS-TRL-RECORD-COUNT         PIC 9(9) VALUE 0.
       01  WS-TRL-HASH-TOTAL           PIC S9(15) COMP-3 VALUE 0.
       01  WS-FEED-DETAIL-COUNT        PIC 9(9) VALUE 0.
       01  WS-FEED-HASH-TOTAL          PIC S9(15) COMP-3 VALUE 0.
       01  WS-FEED-SEQ                 PIC 9(9) VALUE 0.
       01  WS-BATCH-POSTED             PIC X VALUE "N".
       01  WS-SOURCE-LISTED            PIC X VALUE "N".
       01  WS-EXPECTED-COUNT           PIC 9(3) VALUE 0.
       01  WS-ACCEPTED-COUNT           PIC 9(3) VALUE 0.
       01  WS-REFUSED-COUNT            PIC 9(3) VALUE 0.
       01  WS-MISSING-COUNT            PIC 9(3) VALUE 0.
       01  WS-MERGED-DETAIL-COUNT      PIC 9(9) VALUE 0.
       01  WS-MERGED-HASH-TOTAL        PIC S9(15) COMP-3 VALUE 0.
       01  WS-WRITTEN-DETAIL-COUNT     PIC 9(9) VALUE 0.
       01  WS-REPORT-LINE-WORK         PIC X(80) VALUE SPACES.
       01  WS-SLOT-ED                  PIC 99.
       01  WS-COUNT-ED                 PIC Z(8)9.
       01  WS-SMALL-COUNT-ED           PIC ZZ9.
       01  WS-HASH-ED                  PIC -(14)9.
       01  WS-RESULT-TEXT              PIC X(8) VALUE SPACES.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 8 TIMES.
               10  WS-FD-EXPECTED      PIC X.
               10  WS-FD-SOURCE-SYSTEM PIC X(8).
               10  WS-FD-RESULT        PIC X.
               10  WS-FD-REASON        PIC X(30).
               10  WS-FD-BATCH-ID      PIC X(8).
               10  WS-FD-BUS-DATE      PIC X(8).
               10  WS-FD-DETAIL-COUNT  PIC 9(9).
               10  WS-FD-HASH-TOTAL    PIC S9(15) COMP-3.

       PROCEDURE DIVISION.
       0000-MAIN.
           PERFORM 1000-INITIALIZE
           PERFORM 3000-VALIDATE-ONE-FEED
               VARYING WS-FEED-SLOT FROM 1 BY 1
               UNTIL WS-FEED-SLOT > 8
           PERFORM 4000-MERGE-ACCEPTED-FEEDS
           PERFORM 5000-WRITE-MANIFEST
           PERFORM 6000-PRINT-INTAKE-REPORT
           PERFORM 9000-TERMINATE
           STOP RUN.

       1000-INITIALIZE.
           ACCEPT WS-CURRENT-DATE FROM DATE YYYYMMDD
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-CURRENT-DATE TO WS-RUN-START-DATE
           MOVE WS-CURRENT-TIME TO WS-RUN-START-TIME
           STRING WS-CURRENT-DATE DELIMITED BY SIZE
                  WS-CURRENT-TIME DELIMITED BY SIZE
                  INTO WS-INTAKE-RUN-ID
           END-STRING
           MOVE WS-CURRENT-TIME TO WS-INTAKE-CLOCK
           COMPUTE WS-INTAKE-SECONDS = WS-INTAKE-HH * 3600
               + WS-INTAKE-MM * 60 + WS-INTAKE-SS
           STRING "I" DELIMITED BY SIZE
                  WS-CURRENT-DATE (7:2) DELIMITED BY SIZE
                  WS-INTAKE-SECONDS DELIMITED BY SIZE
                  INTO WS-INTAKE-BATCH-ID
           END-STRING
           PERFORM 1100-CHECK-RUN-LOCK
           PERFORM 1200-CHECK-CHECKPOINT
           PERFORM 1300-READ-BUSINESS-DATE-CARD
           PERFORM 1400-LOAD-FEED-LIST
           PERFORM 1500-CHECK-INTAKE-BATCH-ID.

       1100-CHECK-RUN-LOCK.
           OPEN INPUT RUN-CONTROL-FILE
           IF WS-RUNC-FILE-STATUS = "00" THEN
               READ RUN-CONTROL-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF RUNC-IN-FLIGHT THEN
                           DISPLAY "POSTING RUN " RUNC-JOB-RUN-ID
                               " STILL IN FLIGHT, INTAKE REFUSED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE RUN-CONTROL-FILE
           END-IF.

       1200-CHECK-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-FILE-STATUS = "00" THEN
               READ CHECKPOINT-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF CHKPT-IN-FLIGHT THEN
                           DISPLAY "CHECKPOINT SHOWS RUN "
                               CHKPT-JOB-RUN-ID " STILL IN FLIGHT "
                               "FOR BATCH " CHKPT-BATCH-ID
                           DISPLAY "RESTART OVFLCHK FIRST, "
                               "INTAKE REFUSED"
                           MOVE 12 TO RETURN-CODE
                           STOP RUN
                       END-IF
               END-READ
               CLOSE CHECKPOINT-FILE
           END-IF.

       1300-READ-BUSINESS-DATE-CARD.
           OPEN INPUT BUSINESS-DATE-FILE
           IF WS-BDTE-FILE-STATUS = "00" THEN
               READ BUSINESS-DATE-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF BDTE-BUSINESS-DATE IS NUMERIC THEN
                           MOVE BDTE-BUSINESS-DATE
                               TO WS-INTAKE-BUS-DATE
                           MOVE "C" TO WS-BUSDATE-SOURCE
                       ELSE
                           DISPLAY "NON-NUMERIC BUSINESS DATE CARD "
                               "IGNORED: " BDTE-BUSINESS-DATE
                       END-IF
               END-READ
               CLOSE BUSINESS-DATE-FILE
           END-IF.

       1400-LOAD-FEED-LIST.
           PERFORM 1410-CLEAR-FEED-ENTRY
               VARYING WS-FEED-SLOT FROM 1 BY 1
               UNTIL WS-FEED-SLOT > 8
           OPEN INPUT FEED-LIST-FILE
           IF WS-FDL-FILE-STATUS NOT = "00" THEN
               DISPLAY "EXPECTED-FEEDS LIST NOT AVAILABLE, STATUS="
                   WS-FDL-FILE-STATUS
               DISPLAY "INTAKE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 1420-READ-FEED-LIST
               UNTIL WS-END-OF-FDL-FILE
           CLOSE FEED-LIST-FILE
           IF WS-EXPECTED-COUNT = 0 THEN
               DISPLAY "EXPECTED-FEEDS LIST IS EMPTY, INTAKE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF.

       1410-CLEAR-FEED-ENTRY.
           MOVE "N" TO WS-FD-EXPECTED (WS-FEED-SLOT)
           MOVE SPACES TO WS-FD-SOURCE-SYSTEM (WS-FEED-SLOT)
           MOVE SPACE TO WS-FD-RESULT (WS-FEED-SLOT)
           MOVE SPACES TO WS-FD-REASON (WS-FEED-SLOT)
           MOVE SPACES TO WS-FD-BATCH-ID (WS-FEED-SLOT)
           MOVE SPACES TO WS-FD-BUS-DATE (WS-FEED-SLOT)
           MOVE 0 TO WS-FD-DETAIL-COUNT (WS-FEED-SLOT)
           MOVE 0 TO WS-FD-HASH-TOTAL (WS-FEED-SLOT).

       1420-READ-FEED-LIST.
           READ FEED-LIST-FILE
               AT END
                   SET WS-END-OF-FDL-FILE TO TRUE
               NOT AT END
                   IF FDL-FEED-SLOT IS NOT NUMERIC THEN
                       DISPLAY "FEED SLOT MUST BE NUMERIC 01-08: "
                           FEED-LIST-RECORD
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE FDL-FEED-SLOT TO WS-FEED-SLOT
                   IF WS-FEED-SLOT < 1 OR WS-FEED-SLOT > 8 THEN
                       DISPLAY "FEED SLOT MUST BE NUMERIC 01-08: "
                           FEED-LIST-RECORD
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF WS-FD-EXPECTED (WS-FEED-SLOT) = "Y" THEN
                       DISPLAY "FEED SLOT " FDL-FEED-SLOT
                           " LISTED MORE THAN ONCE"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF FDL-SOURCE-SYSTEM = SPACES THEN
                       DISPLAY "FEED SLOT " FDL-FEED-SLOT
                           " NAMES NO SOURCE SYSTEM"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "N" TO WS-SOURCE-LISTED
                   PERFORM 1430-MATCH-LISTED-SOURCE
                       VARYING WS-OTHER-SLOT FROM 1 BY 1
                       UNTIL WS-OTHER-SLOT > 8
                   IF WS-SOURCE-LISTED = "Y" THEN
                       DISPLAY "SOURCE SYSTEM " FDL-SOURCE-SYSTEM
                           " LISTED IN MORE THAN ONE FEED SLOT"
                       MOVE 8 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   MOVE "Y" TO WS-FD-EXPECTED (WS-FEED-SLOT)
                   MOVE FDL-SOURCE-SYSTEM
                       TO WS-FD-SOURCE-SYSTEM (WS-FEED-SLOT)
                   ADD 1 TO WS-EXPECTED-COUNT
           END-READ.

       1430-MATCH-LISTED-SOURCE.
           IF WS-FD-EXPECTED (WS-OTHER-SLOT) = "Y"
              AND WS-FD-SOURCE-SYSTEM (WS-OTHER-SLOT)
                  = FDL-SOURCE-SYSTEM THEN
               MOVE "Y" TO WS-SOURCE-LISTED
           END-IF.

       1500-CHECK-INTAKE-BATCH-ID.
           MOVE WS-INTAKE-BATCH-ID TO WS-FEED-BATCH-ID
           PERFORM 3300-CHECK-BATCH-REGISTER
           IF WS-BATCH-POSTED = "Y" THEN
               DISPLAY "INTAKE BATCH " WS-INTAKE-BATCH-ID
                   " ALREADY ON BATCH REGISTER, INTAKE REFUSED"
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO WS-FEED-BATCH-ID.

       3000-VALIDATE-ONE-FEED.
           MOVE SPACES TO WS-FEED-REASON
           MOVE "0" TO WS-ENVELOPE-STATE
           MOVE SPACES TO WS-FEED-BATCH-ID
           MOVE SPACES TO WS-FEED-BUS-DATE
           MOVE 0 TO WS-HDR-RECORD-COUNT
           MOVE 0 TO WS-TRL-RECORD-COUNT
           MOVE 0 TO WS-TRL-HASH-TOTAL
           MOVE 0 TO WS-FEED-DETAIL-COUNT
           MOVE 0 TO WS-FEED-HASH-TOTAL
           MOVE "N" TO WS-FEED-EOF-SWITCH
           PERFORM 7000-OPEN-FEED
           IF WS-FEED-FILE-STATUS = "35" THEN
               IF WS-FD-EXPECTED (WS-FEED-SLOT) = "Y" THEN
                   MOVE "M" TO WS-FD-RESULT (WS-FEED-SLOT)
                   MOVE "FEED NOT RECEIVED"
                       TO WS-FD-REASON (WS-FEED-SLOT)
                   ADD 1 TO WS-MISSING-COUNT
               END-IF
           ELSE
               IF WS-FEED-FILE-STATUS NOT = "00" THEN
                   MOVE "UNABLE TO OPEN FEED FILE"
                       TO WS-FEED-REASON
               ELSE
                   PERFORM 3100-CHECK-FEED-RECORD
                       UNTIL WS-END-OF-FEED
                   PERFORM 7200-CLOSE-FEED
                   PERFORM 3200-CHECK-FEED-TOTALS
               END-IF
               IF WS-FD-EXPECTED (WS-FEED-SLOT) = "N" THEN
                   MOVE "NOT ON EXPECTED-FEEDS LIST" TO WS-FEED-REASON
               END-IF
               MOVE WS-FEED-BATCH-ID TO WS-FD-BATCH-ID (WS-FEED-SLOT)
               MOVE WS-FEED-BUS-DATE TO WS-FD-BUS-DATE (WS-FEED-SLOT)
               MOVE WS-FEED-DETAIL-COUNT
                   TO WS-FD-DETAIL-COUNT (WS-FEED-SLOT)
               MOVE WS-FEED-HASH-TOTAL
                   TO WS-FD-HASH-TOTAL (WS-FEED-SLOT)
               IF WS-FEED-REASON = SPACES THEN
                   PERFORM 3400-ACCEPT-FEED
               ELSE
                   MOVE "R" TO WS-FD-RESULT (WS-FEED-SLOT)
                   MOVE WS-FEED-REASON TO WS-FD-REASON (WS-FEED-SLOT)
                   ADD 1 TO WS-REFUSED-COUNT
                   DISPLAY "FEED" WS-FEED-SLOT " REFUSED: "
                       WS-FEED-REASON
               END-IF
           END-IF.

       3100-CHECK-FEED-RECORD.
           PERFORM 7100-READ-FEED
           IF NOT WS-END-OF-FEED THEN
               PERFORM 3110-CHECK-ONE-RECORD
               IF WS-FEED-REASON NOT = SPACES THEN
                   SET WS-END-OF-FEED TO TRUE
               END-IF
           END-IF.

       3110-CHECK-ONE-RECORD.
           IF TRAN-HEADER THEN
               IF WS-ENVELOPE-STATE NOT = "0" THEN
                   MOVE "MORE THAN ONE BATCH HEADER" TO WS-FEED-REASON
               ELSE
                   IF TRAN-HDR-RECORD-COUNT IS NOT NUMERIC THEN
                       MOVE "NON-NUMERIC HEADER COUNT"
                           TO WS-FEED-REASON
                   ELSE
                       MOVE "H" TO WS-ENVELOPE-STATE
                       MOVE TRAN-HDR-BATCH-ID TO WS-FEED-BATCH-ID
                       MOVE TRAN-HDR-BUS-DATE TO WS-FEED-BUS-DATE
                       MOVE TRAN-HDR-RECORD-COUNT
                           TO WS-HDR-RECORD-COUNT
                   END-IF
               END-IF
           ELSE
               IF TRAN-TRAILER THEN
                   IF WS-ENVELOPE-STATE NOT = "H" THEN
                       MOVE "BATCH TRAILER OUT OF PLACE"
                           TO WS-FEED-REASON
                   ELSE
                       IF TRAN-TRL-RECORD-COUNT IS NOT NUMERIC
                          OR TRAN-TRL-HASH-TOTAL IS NOT NUMERIC THEN
                           MOVE "NON-NUMERIC TRAILER TOTALS"
                               TO WS-FEED-REASON
                       ELSE
                           MOVE "T" TO WS-ENVELOPE-STATE
                           MOVE TRAN-TRL-RECORD-COUNT
                               TO WS-TRL-RECORD-COUNT
                           MOVE TRAN-TRL-HASH-TOTAL
                               TO WS-TRL-HASH-TOTAL
                       END-IF
                   END-IF
               ELSE
                   IF WS-ENVELOPE-STATE = "0" THEN
                       MOVE "DETAIL BEFORE BATCH HEADER"
                           TO WS-FEED-REASON
                   END-IF
                   IF WS-ENVELOPE-STATE = "T" THEN
                       MOVE "RECORDS AFTER BATCH TRAILER"
                           TO WS-FEED-REASON
                   END-IF
                   IF WS-FEED-REASON = SPACES
                      AND WS-FD-EXPECTED (WS-FEED-SLOT) = "Y"
                      AND TRAN-SOURCE-SYSTEM
                          NOT = WS-FD-SOURCE-SYSTEM (WS-FEED-SLOT) THEN
                       MOVE "DETAIL FROM ANOTHER SOURCE"
                           TO WS-FEED-REASON
                   END-IF
                   ADD 1 TO WS-FEED-DETAIL-COUNT
                   ADD 1 TO WS-READ-DETAIL-COUNT
                   IF TRAN-AMOUNT IS NUMERIC THEN
                       ADD TRAN-AMOUNT TO WS-FEED-HASH-TOTAL
                   END-IF
               END-IF
           END-IF.

       3200-CHECK-FEED-TOTALS.
           IF WS-FEED-REASON = SPACES
              AND WS-ENVELOPE-STATE = "0" THEN
               MOVE "NO BATCH HEADER" TO WS-FEED-REASON
           END-IF
           IF WS-FEED-REASON = SPACES
              AND WS-ENVELOPE-STATE = "H" THEN
               MOVE "NO BATCH TRAILER, TRUNCATED?" TO WS-FEED-REASON
           END-IF
           IF WS-FEED-REASON = SPACES
              AND WS-HDR-RECORD-COUNT NOT = WS-FEED-DETAIL-COUNT THEN
               MOVE "HEADER COUNT MISMATCH" TO WS-FEED-REASON
           END-IF
           IF WS-FEED-REASON = SPACES
              AND WS-TRL-RECORD-COUNT NOT = WS-FEED-DETAIL-COUNT THEN
               MOVE "TRAILER COUNT MISMATCH" TO WS-FEED-REASON
           END-IF
           IF WS-FEED-REASON = SPACES
              AND WS-TRL-HASH-TOTAL NOT = WS-FEED-HASH-TOTAL THEN
               MOVE "TRAILER HASH MISMATCH" TO WS-FEED-REASON
           END-IF
           IF WS-FEED-REASON = SPACES
              AND WS-INTAKE-BUS-DATE NOT = SPACES
              AND WS-FEED-BUS-DATE NOT = WS-INTAKE-BUS-DATE THEN
               MOVE "WRONG BUSINESS DATE" TO WS-FEED-REASON
           END-IF
           IF WS-FEED-REASON = SPACES THEN
               PERFORM 3300-CHECK-BATCH-REGISTER
               IF WS-BATCH-POSTED = "Y" THEN
                   MOVE "BATCH ALREADY POSTED" TO WS-FEED-REASON
               END-IF
           END-IF
           IF WS-FEED-REASON = SPACES THEN
               PERFORM 3350-MATCH-EARLIER-FEED
                   VARYING WS-OTHER-SLOT FROM 1 BY 1
                   UNTIL WS-OTHER-SLOT >= WS-FEED-SLOT
           END-IF.

       3300-CHECK-BATCH-REGISTER.
           MOVE "N" TO WS-BATCH-POSTED
           MOVE "N" TO WS-BREG-EOF-SWITCH
           OPEN INPUT BATCH-REGISTER-FILE
           IF WS-BREG-FILE-STATUS = "35" THEN
               SET WS-END-OF-BREG-FILE TO TRUE
           ELSE
               IF WS-BREG-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN BATCH REGISTER, STATUS="
                       WS-BREG-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 3310-SCAN-BATCH-REGISTER
                   UNTIL WS-END-OF-BREG-FILE
               CLOSE BATCH-REGISTER-FILE
           END-IF.

       3310-SCAN-BATCH-REGISTER.
           READ BATCH-REGISTER-FILE
               AT END
                   SET WS-END-OF-BREG-FILE TO TRUE
               NOT AT END
                   IF BREG-BATCH-ID = WS-FEED-BATCH-ID THEN
                       MOVE "Y" TO WS-BATCH-POSTED
                   END-IF
           END-READ.

       3350-MATCH-EARLIER-FEED.
           IF WS-FD-RESULT (WS-OTHER-SLOT) = "A"
              AND WS-FD-BATCH-ID (WS-OTHER-SLOT) = WS-FEED-BATCH-ID
              THEN
               MOVE "BATCH ID ON ANOTHER FEED"
                   TO WS-FEED-REASON
           END-IF.

       3400-ACCEPT-FEED.
           MOVE "A" TO WS-FD-RESULT (WS-FEED-SLOT)
           ADD 1 TO WS-ACCEPTED-COUNT
           ADD WS-FEED-DETAIL-COUNT TO WS-MERGED-DETAIL-COUNT
           ADD WS-FEED-HASH-TOTAL TO WS-MERGED-HASH-TOTAL
           IF WS-INTAKE-BUS-DATE = SPACES THEN
               MOVE WS-FEED-BUS-DATE TO WS-INTAKE-BUS-DATE
               MOVE "F" TO WS-BUSDATE-SOURCE
           END-IF
           DISPLAY "FEED" WS-FEED-SLOT " ACCEPTED: BATCH "
               WS-FEED-BATCH-ID " DETAILS " WS-FEED-DETAIL-COUNT.

       4000-MERGE-ACCEPTED-FEEDS.
           IF WS-INTAKE-BUS-DATE = SPACES THEN
               MOVE WS-CURRENT-DATE TO WS-INTAKE-BUS-DATE
           END-IF
           SORT INTAKE-SORT-FILE
               ON ASCENDING KEY SRT-TIMESTAMP
                                SRT-FEED-SLOT
                                SRT-FEED-SEQ
               INPUT PROCEDURE IS 4100-RELEASE-ACCEPTED-FEEDS
               OUTPUT PROCEDURE IS 4500-WRITE-MERGED-TRANFILE
           IF SORT-RETURN NOT = 0 THEN
               DISPLAY "FEED MERGE SORT FAILED, SORT-RETURN="
                   SORT-RETURN
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-WRITTEN-DETAIL-COUNT NOT = WS-MERGED-DETAIL-COUNT THEN
               DISPLAY "MERGED TRANFILE HOLDS " WS-WRITTEN-DETAIL-COUNT
                   " DETAILS, ACCEPTED FEEDS HOLD "
                   WS-MERGED-DETAIL-COUNT
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       4100-RELEASE-ACCEPTED-FEEDS.
           PERFORM 4110-RELEASE-ONE-FEED
               VARYING WS-FEED-SLOT FROM 1 BY 1
               UNTIL WS-FEED-SLOT > 8.

       4110-RELEASE-ONE-FEED.
           IF WS-FD-RESULT (WS-FEED-SLOT) = "A" THEN
               MOVE 0 TO WS-FEED-SEQ
               MOVE "N" TO WS-FEED-EOF-SWITCH
               PERFORM 7000-OPEN-FEED
               IF WS-FEED-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO REOPEN FEED" WS-FEED-SLOT
                       ", STATUS=" WS-FEED-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 4120-RELEASE-FEED-RECORD
                   UNTIL WS-END-OF-FEED
               PERFORM 7200-CLOSE-FEED
           END-IF.

       4120-RELEASE-FEED-RECORD.
           PERFORM 7100-READ-FEED
           IF NOT WS-END-OF-FEED
              AND NOT TRAN-HEADER
              AND NOT TRAN-TRAILER THEN
               ADD 1 TO WS-FEED-SEQ
               MOVE TRAN-TIMESTAMP TO SRT-TIMESTAMP
               MOVE WS-FEED-SLOT TO SRT-FEED-SLOT
               MOVE WS-FEED-SEQ TO SRT-FEED-SEQ
               MOVE TRANSACTION-RECORD TO SRT-TRAN-RECORD
               RELEASE INTAKE-SORT-RECORD
           END-IF.

       4500-WRITE-MERGED-TRANFILE.
           OPEN OUTPUT TRANSACTION-FILE
           IF WS-TRAN-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN TRANSACTION FILE, STATUS="
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "HDR " TO TRAN-RECORD-TYPE
           MOVE WS-INTAKE-BATCH-ID TO TRAN-HDR-BATCH-ID
           MOVE WS-INTAKE-BUS-DATE TO TRAN-HDR-BUS-DATE
           MOVE WS-MERGED-DETAIL-COUNT TO TRAN-HDR-RECORD-COUNT
           PERFORM 4520-PUT-TRANFILE-RECORD
           PERFORM 4510-RETURN-SORTED-RECORD
               UNTIL WS-END-OF-SORT
           MOVE SPACES TO TRANSACTION-RECORD
           MOVE "TRLR" TO TRAN-RECORD-TYPE
           MOVE WS-WRITTEN-DETAIL-COUNT TO TRAN-TRL-RECORD-COUNT
           MOVE WS-MERGED-HASH-TOTAL TO TRAN-TRL-HASH-TOTAL
           PERFORM 4520-PUT-TRANFILE-RECORD
           CLOSE TRANSACTION-FILE.

       4510-RETURN-SORTED-RECORD.
           RETURN INTAKE-SORT-FILE
               AT END
                   SET WS-END-OF-SORT TO TRUE
               NOT AT END
                   MOVE SRT-TRAN-RECORD TO TRANSACTION-RECORD
                   ADD 1 TO WS-WRITTEN-DETAIL-COUNT
                   PERFORM 4520-PUT-TRANFILE-RECORD
           END-RETURN.

       4520-PUT-TRANFILE-RECORD.
           WRITE TRANSACTION-OUT-RECORD FROM TRANSACTION-RECORD
           IF WS-TRAN-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE TRANSACTION RECORD, STATUS="
                   WS-TRAN-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-TRANFILE-WRITE-COUNT.

       5000-WRITE-MANIFEST.
           OPEN OUTPUT INTAKE-MANIFEST-FILE
           IF WS-INTM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN INTAKE MANIFEST, STATUS="
                   WS-INTM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 5100-WRITE-MANIFEST-RECORD
               VARYING WS-FEED-SLOT FROM 1 BY 1
               UNTIL WS-FEED-SLOT > 8
           CLOSE INTAKE-MANIFEST-FILE.

       5100-WRITE-MANIFEST-RECORD.
           IF WS-FD-RESULT (WS-FEED-SLOT) NOT = SPACE THEN
               MOVE WS-INTAKE-BATCH-ID TO INTM-MERGED-BATCH-ID
               MOVE WS-INTAKE-BUS-DATE TO INTM-BUS-DATE
               MOVE WS-INTAKE-RUN-ID TO INTM-RUN-ID
               MOVE WS-FEED-SLOT TO INTM-FEED-SLOT
               MOVE WS-FD-SOURCE-SYSTEM (WS-FEED-SLOT)
                   TO INTM-SOURCE-SYSTEM
               MOVE WS-FD-RESULT (WS-FEED-SLOT) TO INTM-RESULT
               MOVE WS-FD-REASON (WS-FEED-SLOT) TO INTM-REASON
               MOVE WS-FD-BATCH-ID (WS-FEED-SLOT) TO INTM-FEED-BATCH-ID
               MOVE WS-FD-BUS-DATE (WS-FEED-SLOT) TO INTM-FEED-BUS-DATE
               MOVE WS-FD-DETAIL-COUNT (WS-FEED-SLOT)
                   TO INTM-DETAIL-COUNT
               MOVE WS-FD-HASH-TOTAL (WS-FEED-SLOT) TO INTM-HASH-TOTAL
               WRITE INTAKE-MANIFEST-RECORD
               IF WS-INTM-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE INTAKE MANIFEST, STATUS="
                       WS-INTM-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF.

       6000-PRINT-INTAKE-REPORT.
           OPEN OUTPUT INTAKE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN INTAKE REPORT FILE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           STRING "FEED INTAKE FOR BUSINESS DATE " DELIMITED BY SIZE
                  WS-INTAKE-BUS-DATE DELIMITED BY SIZE
                  ", MERGED BATCH " DELIMITED BY SIZE
                  WS-INTAKE-BATCH-ID DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE "FEED   SOURCE   BATCH    BUS DATE   DETAILS RESULT"
               TO WS-REPORT-LINE-WORK
           PERFORM 8000-WRITE-REPORT-LINE
           PERFORM 6100-PRINT-FEED-LINE
               VARYING WS-FEED-SLOT FROM 1 BY 1
               UNTIL WS-FEED-SLOT > 8
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-EXPECTED-COUNT TO WS-SMALL-COUNT-ED
           STRING "FEEDS EXPECTED: " DELIMITED BY SIZE
                  WS-SMALL-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-ACCEPTED-COUNT TO WS-SMALL-COUNT-ED
           STRING "FEEDS ACCEPTED: " DELIMITED BY SIZE
                  WS-SMALL-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-REFUSED-COUNT TO WS-SMALL-COUNT-ED
           STRING "FEEDS REFUSED:  " DELIMITED BY SIZE
                  WS-SMALL-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-MISSING-COUNT TO WS-SMALL-COUNT-ED
           STRING "FEEDS MISSING:  " DELIMITED BY SIZE
                  WS-SMALL-COUNT-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           MOVE WS-WRITTEN-DETAIL-COUNT TO WS-COUNT-ED
           MOVE WS-MERGED-HASH-TOTAL TO WS-HASH-ED
           STRING "MERGED DETAILS: " DELIMITED BY SIZE
                  WS-COUNT-ED DELIMITED BY SIZE
                  "  HASH TOTAL: " DELIMITED BY SIZE
                  WS-HASH-ED DELIMITED BY SIZE
                  INTO WS-REPORT-LINE-WORK
           END-STRING
           PERFORM 8000-WRITE-REPORT-LINE
           CLOSE INTAKE-REPORT-FILE.

       6100-PRINT-FEED-LINE.
           IF WS-FD-RESULT (WS-FEED-SLOT) NOT = SPACE THEN
               IF WS-FD-RESULT (WS-FEED-SLOT) = "A" THEN
                   MOVE "ACCEPTED" TO WS-RESULT-TEXT
               END-IF
               IF WS-FD-RESULT (WS-FEED-SLOT) = "R" THEN
                   MOVE "REFUSED" TO WS-RESULT-TEXT
               END-IF
               IF WS-FD-RESULT (WS-FEED-SLOT) = "M" THEN
                   MOVE "MISSING" TO WS-RESULT-TEXT
               END-IF
               MOVE WS-FEED-SLOT TO WS-SLOT-ED
               MOVE WS-FD-DETAIL-COUNT (WS-FEED-SLOT) TO WS-COUNT-ED
               STRING "FEED" DELIMITED BY SIZE
                      WS-SLOT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FD-SOURCE-SYSTEM (WS-FEED-SLOT)
                          DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FD-BATCH-ID (WS-FEED-SLOT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FD-BUS-DATE (WS-FEED-SLOT) DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-COUNT-ED DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-RESULT-TEXT DELIMITED BY SIZE
                      " " DELIMITED BY SIZE
                      WS-FD-REASON (WS-FEED-SLOT) DELIMITED BY SIZE
                      INTO WS-REPORT-LINE-WORK
               END-STRING
               PERFORM 8000-WRITE-REPORT-LINE
           END-IF.

       7000-OPEN-FEED.
           IF WS-FEED-SLOT = 1 THEN
               OPEN INPUT FEED-FILE-01
           END-IF
           IF WS-FEED-SLOT = 2 THEN
               OPEN INPUT FEED-FILE-02
           END-IF
           IF WS-FEED-SLOT = 3 THEN
               OPEN INPUT FEED-FILE-03
           END-IF
           IF WS-FEED-SLOT = 4 THEN
               OPEN INPUT FEED-FILE-04
           END-IF
           IF WS-FEED-SLOT = 5 THEN
               OPEN INPUT FEED-FILE-05
           END-IF
           IF WS-FEED-SLOT = 6 THEN
               OPEN INPUT FEED-FILE-06
           END-IF
           IF WS-FEED-SLOT = 7 THEN
               OPEN INPUT FEED-FILE-07
           END-IF
           IF WS-FEED-SLOT = 8 THEN
               OPEN INPUT FEED-FILE-08
           END-IF.

       7100-READ-FEED.
           IF WS-FEED-SLOT = 1 THEN
               READ FEED-FILE-01 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF
           IF WS-FEED-SLOT = 2 THEN
               READ FEED-FILE-02 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF
           IF WS-FEED-SLOT = 3 THEN
               READ FEED-FILE-03 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF
           IF WS-FEED-SLOT = 4 THEN
               READ FEED-FILE-04 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF
           IF WS-FEED-SLOT = 5 THEN
               READ FEED-FILE-05 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF
           IF WS-FEED-SLOT = 6 THEN
               READ FEED-FILE-06 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF
           IF WS-FEED-SLOT = 7 THEN
               READ FEED-FILE-07 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF
           IF WS-FEED-SLOT = 8 THEN
               READ FEED-FILE-08 INTO TRANSACTION-RECORD
                   AT END
                       SET WS-END-OF-FEED TO TRUE
               END-READ
           END-IF.

       7200-CLOSE-FEED.
           IF WS-FEED-SLOT = 1 THEN
               CLOSE FEED-FILE-01
           END-IF
           IF WS-FEED-SLOT = 2 THEN
               CLOSE FEED-FILE-02
           END-IF
           IF WS-FEED-SLOT = 3 THEN
               CLOSE FEED-FILE-03
           END-IF
           IF WS-FEED-SLOT = 4 THEN
               CLOSE FEED-FILE-04
           END-IF
           IF WS-FEED-SLOT = 5 THEN
               CLOSE FEED-FILE-05
           END-IF
           IF WS-FEED-SLOT = 6 THEN
               CLOSE FEED-FILE-06
           END-IF
           IF WS-FEED-SLOT = 7 THEN
               CLOSE FEED-FILE-07
           END-IF
           IF WS-FEED-SLOT = 8 THEN
               CLOSE FEED-FILE-08
           END-IF.

       8000-WRITE-REPORT-LINE.
           MOVE WS-REPORT-LINE-WORK TO INTAKE-REPORT-LINE
           WRITE INTAKE-REPORT-LINE
           IF WS-REPORT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE INTAKE REPORT LINE, STATUS="
                   WS-REPORT-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY INTAKE-REPORT-LINE
           MOVE SPACES TO WS-REPORT-LINE-WORK.

       9000-TERMINATE.
           DISPLAY "INTAKE BATCH " WS-INTAKE-BATCH-ID " WRITTEN TO "
               "TRANFILE FOR BUSINESS DATE " WS-INTAKE-BUS-DATE
           IF WS-REFUSED-COUNT > 0 OR WS-MISSING-COUNT > 0 THEN
               MOVE 4 TO RETURN-CODE
           ELSE
               MOVE 0 TO RETURN-CODE
           END-IF
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
               MOVE WS-INTAKE-BUS-DATE TO RSTA-BUSINESS-DATE
               STRING WS-RUN-START-DATE DELIMITED BY SIZE
                      WS-RUN-START-TIME DELIMITED BY SIZE
                      INTO RSTA-JOB-RUN-ID
               END-STRING
               MOVE "OVFLINTK" TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-READ-DETAIL-COUNT TO RSTA-INPUT-COUNT
               MOVE WS-TRANFILE-WRITE-COUNT TO RSTA-OUTPUT-COUNT
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.
