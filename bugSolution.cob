*> once per band per counter per day (the last-warned dates ride
*> on the counter master), so on-call hears hours before the
*> truncation instead of after it.
*> A counter that trips its ceiling and names a spill-over
*> counter on the master (CTRM-SPILL-COUNTER-ID) is held at its
*> ceiling and the excess is posted to the linked counter as a
*> "SPIL" audit record carrying the originating TRAN-TIMESTAMP
*> and counter, so the books balance without a manual journal.
*> The linked counter gets its own ceiling and warning-band
*> checks and can spill onward along its own link. A reversal of
*> a posting that spilled backs the excess out of each linked
*> counter it landed in. Counters with no link, or whose linked
*> counter is not active, keep the truncate-and-alert behavior.
*> Every detail transaction gets a disposition on the DISPOUT
*> acknowledgment file (see DISPREC) for its source system -
*> posted, posted-with-overflow, held, or rejected with the
*> suspense reason code - between a header and a trailer the
*> sender reconciles against its TRAN-HDR-RECORD-COUNT. A
*> suspense item reposted in a later cycle gets a follow-up
*> disposition under the batch id it first arrived on.
*> Counters that roll up into a counter group (CTRM-GROUP-ID,
*> see GRPMREC) are also watched as a group: after every posting
*> to a member the combined AREA-2 of all the group's members is
*> checked against the group's own ceiling and warning bands on
*> GRPMAST, and crossing one writes a group-level alert -
*> "GRPWARN" with a "W" ALRTSTAT event for a band, "GRPHIGH"
*> with an "O" event over the ceiling - even when no member has
*> tripped, at most once per band per group per day (the dates
*> ride on GRPMAST, rewritten at end of run).
*> A source system that resends postings already applied under
*> a new batch id gets past BATCHREG, so every "POST" detail is
*> also checked against the DUPINDX index of the postings applied
*> in the last PARM-DUP-WINDOW-DAYS business days (see DUPXREC),
*> by source system, counter, TRAN-TIMESTAMP and TRAN-AMOUNT. A
*> match is suspended with reason "DUPT" instead of posting, and
*> a DUPEXCP exceptions record (see DUPEREC) names the original
*> posting for the nightly OVFLDUPR report. The index is aged at
*> load and rewritten with SUSPFILE at each commit and at end of
*> run; a restart drops the entries past the committed position
*> that carry the restarted batch id or, for a merged OVFLINTK
*> batch, any of its feeds' batch ids (INTKMAN); a full
*> exceptions table brings the commit forward to the end of the
*> current detail, so exceptions are only ever written with the
*> checkpoint that covers them. A "DUPT" item the operator
*> releases reposts unchecked.
*> When the cycle's TRANFILE was built by the OVFLINTK multi-feed
*> intake, the INTKMAN manifest (see INTKREC) names the feed
*> batches merged into it, and each accepted feed's own batch id
*> is registered on BATCHREG alongside the merged batch id, so a
*> feed a source system delivers again is refused at intake.
*> The manifest is loaded when the TRANFILE header is read, and
*> each detail is traced back to its feed by TRAN-SOURCE-SYSTEM
*> (OVFLINTK lets each source system into a merge once and only
*> with its own postings); a detail no accepted feed accounts
*> for, or a feed whose detail count disagrees with the
*> manifest, refuses the batch. The acknowledgment then goes
*> back per feed: one DISPOUT header and trailer for each feed
*> batch, with that feed's own header count and disposition
*> counts, and every detail disposition and suspense item under
*> the sender's batch id rather than the intake's.
*> The end-of-run CEILPARM adjustment writes an "ADJT" audit
*> record for each counter it changes, so the audit trail
*> accounts for every change to the area values.
*> Every audit record is numbered (AUDIT-SEQ-NO) and chained to
*> the one before it (AUDIT-CHAIN-VALUE, see AUDITREC) so the
*> trail is tamper-evident; the run picks the sequence and chain
*> up from the last record in OVFLAUD, or from the AUDCHN control
*> record OVFLARCH leaves behind when OVFLAUD has been emptied.
*> At end of job the run appends a RUNSTATS run-statistics
*> record (see RUNSTAT) - business date, job run id, start and
*> end times, return code, TRANFILE details read this run and
*> audit records written - for the OVFLSLA service-level report.
*> Appends one audit record per transaction to OVERFLOW-AUDIT-FILE
*> (AUDIT-OVERFLOW-IND tells overflow trips from normal increments
*> apart) so the day's job stream survives past the job log and
           SELECT BATCH-REGISTER-FILE ASSIGN TO "BATCHREG"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BREG-FILE-STATUS.
           SELECT INTAKE-MANIFEST-FILE ASSIGN TO "INTKMAN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-INTM-FILE-STATUS.
           SELECT RUN-STATISTICS-FILE ASSIGN TO "RUNSTATS"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-RSTA-FILE-STATUS.
           SELECT BUSINESS-DATE-FILE ASSIGN TO "BUSDATE"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-BDTE-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO "AUDARCH"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-ARCH-FILE-STATUS.
           SELECT AUDIT-CHAIN-FILE ASSIGN TO "AUDCHN"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-AUDC-FILE-STATUS.
           SELECT GROUP-MASTER-FILE ASSIGN TO "GRPMAST"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-GRPM-FILE-STATUS.
           SELECT DISPOSITION-FILE ASSIGN TO "DISPOUT"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DISP-FILE-STATUS.
           SELECT DUPLICATE-INDEX-FILE ASSIGN TO "DUPINDX"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPX-FILE-STATUS.
           SELECT DUP-EXCEPTION-FILE ASSIGN TO "DUPEXCP"
               ORGANIZATION IS SEQUENTIAL
               FILE STATUS IS WS-DUPE-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
           RECORDING MODE IS F.
       COPY BATCHREG.

       FD  INTAKE-MANIFEST-FILE
           RECORDING MODE IS F.
       COPY INTKREC.

       FD  RUN-STATISTICS-FILE
           RECORDING MODE IS F.
       COPY RUNSTAT.

       FD  BUSINESS-DATE-FILE
           RECORDING MODE IS F.
       01  BUSINESS-DATE-RECORD.
           RECORDING MODE IS F.
       COPY AUDARCH.

       FD  AUDIT-CHAIN-FILE
           RECORDING MODE IS F.
       COPY AUDCHN.

       FD  GROUP-MASTER-FILE
           RECORDING MODE IS F.
       COPY GRPMREC.

       FD  DISPOSITION-FILE
           RECORDING MODE IS F.
       COPY DISPREC.

       FD  DUPLICATE-INDEX-FILE
           RECORDING MODE IS F.
       COPY DUPXREC.

       FD  DUP-EXCEPTION-FILE
           RECORDING MODE IS F.
       COPY DUPEREC.

       WORKING-STORAGE SECTION.
       COPY CTRAREA.
       01  WS-OVERFLOW-FLAG PIC 9 VALUE 0.
       01  WS-UNDERFLOW-FLAG PIC 9 VALUE 0.

       01  WS-AUDIT-FILE-STATUS        PIC XX VALUE SPACES.
       01  WS-AUDC-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-AUDIT-CHAIN-SWITCH       PIC X VALUE "N".
           88  WS-END-OF-AUDIT-CHAIN   VALUE "Y".
       01  WS-LAST-AUDIT-SEQ-NO        PIC 9(12) VALUE 0.
       01  WS-LAST-AUDIT-CHECK         PIC 9(10) VALUE 0.
       01  WS-CHECK-IMAGE              PIC X(127) VALUE SPACES.
       01  WS-CHECK-POS                PIC 9(3) VALUE 0.
       01  WS-CHECK-WORK               PIC 9(10) COMP-3 VALUE 0.
       01  WS-CHECK-PRODUCT            PIC 9(13) COMP-3 VALUE 0.
       01  WS-CHECK-QUOTIENT           PIC 9(13) COMP-3 VALUE 0.
       01  WS-CHECK-BYTE-PAIR.
           05  WS-CHECK-BYTE-HIGH      PIC X VALUE LOW-VALUE.
           05  WS-CHECK-BYTE-LOW       PIC X VALUE LOW-VALUE.
       01  WS-CHECK-BYTE-CODE REDEFINES WS-CHECK-BYTE-PAIR
                                       PIC 9(4) COMP.
       01  WS-PARM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-PARM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-PARM-FILE     VALUE "Y".
       01  WS-RESTART-TRAN-SEQ         PIC 9(9) COMP-3 VALUE 0.
       01  WS-RESTART-BATCH-ID         PIC X(8) VALUE SPACES.
       01  WS-BREG-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-INTM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-INTM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-INTM-FILE     VALUE "Y".
       01  WS-FEED-COUNT               PIC 9(3) VALUE 0.
       01  WS-FEED-SUB                 PIC 9(3) VALUE 0.
       01  WS-FEED-FOUND-SUB           PIC 9(3) VALUE 0.
       01  WS-DETAIL-BATCH-ID          PIC X(8) VALUE SPACES.
       01  WS-FEED-TABLE.
           05  WS-FEED-ENTRY OCCURS 8 TIMES.
               10  WS-FED-BATCH-ID     PIC X(8).
               10  WS-FED-BUS-DATE     PIC X(8).
               10  WS-FED-SOURCE-SYSTEM PIC X(8).
               10  WS-FED-HDR-COUNT    PIC 9(9).
               10  WS-FED-PREVAL-COUNT PIC 9(9).
               10  WS-FED-DETAIL-COUNT PIC 9(9).
               10  WS-FED-POSTED-COUNT PIC 9(9).
               10  WS-FED-OVERFLOW-COUNT PIC 9(9).
               10  WS-FED-HELD-COUNT   PIC 9(9).
               10  WS-FED-REJECTED-COUNT PIC 9(9).
       01  WS-RSTA-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUN-START-DATE           PIC X(8) VALUE SPACES.
       01  WS-RUN-START-TIME           PIC X(8) VALUE SPACES.
       01  WS-AUDIT-WRITE-COUNT        PIC 9(9) VALUE 0.
       01  WS-RUN-INPUT-COUNT          PIC 9(9) VALUE 0.
       01  WS-BREG-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-BREG-FILE     VALUE "Y".
       01  WS-BATCH-DUPLICATE          PIC X VALUE "N".
               10  WS-SUS-RUN-ID       PIC X(16).
               10  WS-SUS-REPOST-RUN-ID PIC X(16).
               10  WS-SUS-TRAN-DATA    PIC X(45).
               10  WS-SUS-BATCH-ID     PIC X(8).
       01  WS-CTRM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-STAT-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-RUNC-FILE-STATUS         PIC XX VALUE SPACES.
               10  WS-CTR-STATUS       PIC X.
               10  WS-CTR-WARN1-DATE   PIC X(8).
               10  WS-CTR-WARN2-DATE   PIC X(8).
               10  WS-CTR-SPILL-ID     PIC X(8).
               10  WS-CTR-GROUP-ID     PIC X(8).
       01  WS-CURRENT-COUNTER-ID       PIC X(8) VALUE SPACES.
       01  WS-GRPM-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-GRPM-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-GRPM-FILE     VALUE "Y".
       01  WS-GROUP-MASTER-LOADED      PIC X VALUE "N".
       01  WS-GROUP-COUNT              PIC 9(3) VALUE 0.
       01  WS-GRP-SUB                  PIC 9(3) VALUE 0.
       01  WS-GRP-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-GRP-MEMBER-SUB           PIC 9(3) VALUE 0.
       01  WS-GROUP-TABLE.
           05  WS-GROUP-ENTRY OCCURS 100 TIMES.
               10  WS-GRP-ID           PIC X(8).
               10  WS-GRP-NAME         PIC X(20).
               10  WS-GRP-CEILING      PIC 9(9).
               10  WS-GRP-WARN-PCT-1   PIC 9(2).
               10  WS-GRP-WARN-PCT-2   PIC 9(2).
               10  WS-GRP-WARN1-DATE   PIC X(8).
               10  WS-GRP-WARN2-DATE   PIC X(8).
               10  WS-GRP-TRIP-DATE    PIC X(8).
       01  WS-GROUP-AREA-2             PIC S9(11) COMP-3 VALUE 0.
       01  WS-GROUP-PCT-1              PIC 9(2) VALUE 0.
       01  WS-GROUP-PCT-2              PIC 9(2) VALUE 0.
       01  WS-GROUP-LEVEL              PIC S9(11) COMP-3 VALUE 0.
       01  WS-GROUP-SEVERITY           PIC X(8) VALUE SPACES.
       01  WS-GROUP-EVENT-TYPE         PIC X VALUE SPACE.
       01  WS-ACTIVE-CEILING           PIC 9(9) VALUE 0.
       01  WS-TOTAL-AREA-2             PIC S9(9) COMP-3 VALUE 0.
       01  WS-JOB-RUN-ID               PIC X(16) VALUE SPACES.
       01  WS-APPLY-AMOUNT             PIC S9(9) COMP-3 VALUE 0.
       01  WS-REVERSAL-FOUND           PIC X VALUE "N".
       01  WS-REVERSAL-DUP             PIC X VALUE "N".
       01  WS-AUDIT-TRAN-TYPE          PIC X(4) VALUE SPACES.
       01  WS-ORIGIN-COUNTER-ID        PIC X(8) VALUE SPACES.
       01  WS-SPILL-AMOUNT             PIC S9(9) COMP-3 VALUE 0.
       01  WS-SPILL-SUB                PIC 9(3) VALUE 0.
       01  WS-SPILL-DEPTH              PIC 9(3) VALUE 0.
       01  WS-SPILL-COUNT              PIC 9(9) VALUE 0.
       01  WS-SPILL-TARGET-ID          PIC X(8) VALUE SPACES.
       01  WS-SPILL-LANDED             PIC S9(9) COMP-3 VALUE 0.
       01  WS-SPILL-PASSED             PIC S9(9) COMP-3 VALUE 0.
       01  WS-CHAIN-ORIGIN-ID          PIC X(8) VALUE SPACES.
       01  WS-RVS-COUNT                PIC 9(3) VALUE 0.
       01  WS-RVS-SUB                  PIC 9(3) VALUE 0.
       01  WS-RVS-FOUND-SUB            PIC 9(3) VALUE 0.
       01  WS-RVS-STEPS                PIC 9(3) VALUE 0.
       01  WS-REVERSAL-SPILL-TABLE.
           05  WS-RVS-ENTRY OCCURS 10 TIMES.
               10  WS-RVS-ORIGIN-ID    PIC X(8).
               10  WS-RVS-COUNTER-ID   PIC X(8).
               10  WS-RVS-AMOUNT       PIC S9(9) COMP-3.
       01  WS-AUDIT-SCAN-SWITCH        PIC X VALUE "N".
           88  WS-END-OF-AUDIT-SCAN    VALUE "Y".
       01  WS-ARCH-FILE-STATUS         PIC XX VALUE SPACES.
           05  WS-ARC-OVERFLOW-IND     PIC X.
           05  WS-ARC-TRAN-TYPE        PIC X(4).
           05  WS-ARC-TRAN-TIMESTAMP   PIC X(16).
           05  WS-ARC-ORIGIN-COUNTER-ID PIC X(8).
           05  WS-ARC-TRAN-AMOUNT      PIC S9(9).
           05  WS-ARC-SEQ-NO           PIC 9(12).
           05  WS-ARC-CHAIN-VALUE      PIC 9(10).
       01  WS-ADJUSTMENT-AMOUNT        PIC S9(9) VALUE 0.
       01  WS-AREA-1-FLOOR             PIC S9(9) COMP-3 VALUE 0.
       01  WS-ADJUSTED-AREA-1          PIC S9(9) COMP-3 VALUE 0.
       01  WS-BUSINESS-DATE            PIC X(8) VALUE SPACES.
       01  WS-BUSDATE-SOURCE           PIC X VALUE "S".
       01  WS-CYC-FILE-STATUS          PIC XX VALUE SPACES.
       01  WS-DISP-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DISP-CODE                PIC X VALUE SPACE.
       01  WS-DISP-REASON              PIC X(4) VALUE SPACES.
       01  WS-DISP-SUPPRESS            PIC X VALUE "N".
       01  WS-DISP-DETAIL-COUNT        PIC 9(9) VALUE 0.
       01  WS-DISP-POSTED-COUNT        PIC 9(9) VALUE 0.
       01  WS-DISP-OVERFLOW-COUNT      PIC 9(9) VALUE 0.
       01  WS-DISP-HELD-COUNT          PIC 9(9) VALUE 0.
       01  WS-DISP-REJECTED-COUNT      PIC 9(9) VALUE 0.
       01  WS-DISP-FOLLOWUP-COUNT      PIC 9(9) VALUE 0.
       01  WS-ACK-BATCH-ID             PIC X(8) VALUE SPACES.
       01  WS-ACK-BUS-DATE             PIC X(8) VALUE SPACES.
       01  WS-ACK-HDR-COUNT            PIC 9(9) VALUE 0.
       01  WS-DUPX-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DUPX-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-DUPX-FILE     VALUE "Y".
       01  WS-DUPE-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-DUP-WINDOW-DAYS          PIC 9(2) VALUE 5.
       01  WS-DUP-CUTOFF-DATE          PIC X(8) VALUE SPACES.
       01  WS-DUP-NOTE-DATE            PIC X(8) VALUE SPACES.
       01  WS-DUP-DATE-COUNT           PIC 9(3) VALUE 0.
       01  WS-DUP-DATE-SUB             PIC 9(3) VALUE 0.
       01  WS-DUP-DATE-POS             PIC 9(3) VALUE 0.
       01  WS-DUP-WINDOW-TABLE.
           05  WS-DUP-WINDOW-DATE OCCURS 99 TIMES PIC X(8).
       01  WS-DUP-AGED-COUNT           PIC 9(9) VALUE 0.
       01  WS-DUP-DROPPED-COUNT        PIC 9(9) VALUE 0.
       01  WS-DUPX-RESTARTED-SWITCH    PIC X VALUE "N".
           88  WS-DUPX-OF-RESTARTED-BATCH VALUE "Y".
       01  WS-DUP-SUSPECT-COUNT        PIC 9(9) VALUE 0.
       01  WS-DUP-UNINDEXED-COUNT      PIC 9(9) VALUE 0.
       01  WS-DUP-INDEX-FULL           PIC X VALUE "N".
       01  WS-DUP-SEARCH-KEY.
           05  WS-DUP-SRCH-SOURCE      PIC X(8).
           05  WS-DUP-SRCH-COUNTER-ID  PIC X(8).
           05  WS-DUP-SRCH-TIMESTAMP   PIC X(16).
           05  WS-DUP-SRCH-AMOUNT      PIC S9(9).
       01  WS-DUP-INDEX-COUNT          PIC 9(5) VALUE 0.
       01  WS-DUP-SUB                  PIC 9(5) VALUE 0.
       01  WS-DUP-FOUND-SUB            PIC 9(5) VALUE 0.
       01  WS-DUP-INDEX-TABLE.
           05  WS-DUP-INDEX-ENTRY OCCURS 20000 TIMES.
               10  WS-DPX-KEY.
                   15  WS-DPX-SOURCE-SYSTEM PIC X(8).
                   15  WS-DPX-COUNTER-ID PIC X(8).
                   15  WS-DPX-TIMESTAMP PIC X(16).
                   15  WS-DPX-AMOUNT   PIC S9(9).
               10  WS-DPX-BUS-DATE     PIC X(8).
               10  WS-DPX-BATCH-ID     PIC X(8).
               10  WS-DPX-RUN-ID       PIC X(16).
               10  WS-DPX-TRAN-SEQ     PIC 9(9).
       01  WS-DUP-EXCP-COUNT           PIC 9(3) VALUE 0.
       01  WS-DUP-COMMIT-DUE           PIC X VALUE "N".
       01  WS-DUP-EXCP-SUB             PIC 9(3) VALUE 0.
       01  WS-DUP-EXCEPTION-TABLE.
           05  WS-DUP-EXCP-ENTRY OCCURS 200 TIMES.
               10  WS-DXC-BATCH-ID     PIC X(8).
               10  WS-DXC-SOURCE-SYSTEM PIC X(8).
               10  WS-DXC-COUNTER-ID   PIC X(8).
               10  WS-DXC-TIMESTAMP    PIC X(16).
               10  WS-DXC-AMOUNT       PIC S9(9).
               10  WS-DXC-ORIG-BUS-DATE PIC X(8).
               10  WS-DXC-ORIG-BATCH-ID PIC X(8).
               10  WS-DXC-ORIG-RUN-ID  PIC X(16).

       PROCEDURE DIVISION.
       0000-MAIN.
                  WS-CURRENT-TIME DELIMITED BY SIZE
                  INTO WS-JOB-RUN-ID
           END-STRING
           MOVE WS-CURRENT-DATE TO WS-RUN-START-DATE
           MOVE WS-CURRENT-TIME TO WS-RUN-START-TIME
           MOVE WS-CURRENT-DATE TO WS-BUSINESS-DATE
           PERFORM 1010-ACQUIRE-RUN-LOCK
           PERFORM 1050-OPEN-AUDIT-FILE
           PERFORM 1060-OPEN-ALERT-FILE
           PERFORM 1070-OPEN-ALERT-STATUS-FILE
           PERFORM 1150-READ-BUSINESS-DATE-CARD
           PERFORM 1190-CLEAR-FEED-ENTRY
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 8
           PERFORM 1200-READ-CHECKPOINT
           PERFORM 1300-OPEN-HWM-FILE
           PERFORM 1400-OPEN-TRANSACTION-FILE
           DISPLAY "PROCESSING BUSINESS DATE " WS-BUSINESS-DATE
           PERFORM 1080-OPEN-DISPOSITION-FILE
           PERFORM 1100-READ-CEILING-PARM
           PERFORM 1500-READ-CONTROL-TOTAL
           PERFORM 1600-OPEN-HISTORY-FILE
           PERFORM 1700-LOAD-COUNTER-MASTER
           PERFORM 1750-LOAD-GROUP-MASTER
           IF WS-RESTART-MODE THEN
               PERFORM 1800-RESTORE-COUNTER-STATE
           END-IF
           PERFORM 1900-LOAD-SUSPENSE-FILE
           PERFORM 1950-LOAD-DUPLICATE-INDEX.

       1010-ACQUIRE-RUN-LOCK.
           OPEN INPUT RUN-CONTROL-FILE
           END-IF
           CLOSE RUN-CONTROL-FILE.

       1040-LOAD-AUDIT-CHAIN.
           OPEN INPUT AUDIT-CHAIN-FILE
           IF WS-AUDC-FILE-STATUS = "00" THEN
               READ AUDIT-CHAIN-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE AUDC-LAST-SEQ-NO TO WS-LAST-AUDIT-SEQ-NO
                       MOVE AUDC-LAST-CHAIN-VALUE
                           TO WS-LAST-AUDIT-CHECK
               END-READ
               CLOSE AUDIT-CHAIN-FILE
           ELSE
               DISPLAY "AUDIT CHAIN CONTROL NOT AVAILABLE, STATUS="
                   WS-AUDC-FILE-STATUS ", CHAIN STARTS FROM ZERO"
           END-IF
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00" THEN
               PERFORM 1045-SCAN-AUDIT-CHAIN
                   UNTIL WS-END-OF-AUDIT-CHAIN
               CLOSE OVERFLOW-AUDIT-FILE
           END-IF.

       1045-SCAN-AUDIT-CHAIN.
           READ OVERFLOW-AUDIT-FILE
               AT END
                   SET WS-END-OF-AUDIT-CHAIN TO TRUE
               NOT AT END
                   IF AUDIT-SEQ-NO IS NUMERIC
                      AND AUDIT-SEQ-NO > 0 THEN
                       MOVE AUDIT-SEQ-NO TO WS-LAST-AUDIT-SEQ-NO
                       MOVE AUDIT-CHAIN-VALUE TO WS-LAST-AUDIT-CHECK
                   END-IF
           END-READ.

       1050-OPEN-AUDIT-FILE.
           PERFORM 1040-LOAD-AUDIT-CHAIN
           OPEN EXTEND OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "35" THEN
               OPEN OUTPUT OVERFLOW-AUDIT-FILE
               STOP RUN
           END-IF.

       1080-OPEN-DISPOSITION-FILE.
           OPEN EXTEND DISPOSITION-FILE
           IF WS-DISP-FILE-STATUS = "35" THEN
               OPEN OUTPUT DISPOSITION-FILE
               CLOSE DISPOSITION-FILE
               OPEN EXTEND DISPOSITION-FILE
           END-IF
           IF WS-DISP-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DISPOSITION FILE, STATUS="
                   WS-DISP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-TRAN-BATCH-ID NOT = SPACES THEN
               IF WS-FEED-COUNT > 0 THEN
                   PERFORM 1082-OPEN-FEED-ACKNOWLEDGMENT
                       VARYING WS-FEED-SUB FROM 1 BY 1
                       UNTIL WS-FEED-SUB > WS-FEED-COUNT
               ELSE
                   MOVE WS-TRAN-BATCH-ID TO WS-ACK-BATCH-ID
                   MOVE WS-TRAN-BUS-DATE TO WS-ACK-BUS-DATE
                   MOVE WS-HDR-RECORD-COUNT TO WS-ACK-HDR-COUNT
                   PERFORM 1085-PUT-ACKNOWLEDGMENT-OPENING
               END-IF
           END-IF.

       1082-OPEN-FEED-ACKNOWLEDGMENT.
           MOVE WS-FED-BATCH-ID (WS-FEED-SUB) TO WS-ACK-BATCH-ID
           MOVE WS-FED-BUS-DATE (WS-FEED-SUB) TO WS-ACK-BUS-DATE
           MOVE WS-FED-HDR-COUNT (WS-FEED-SUB) TO WS-ACK-HDR-COUNT
           PERFORM 1085-PUT-ACKNOWLEDGMENT-OPENING.

       1085-PUT-ACKNOWLEDGMENT-OPENING.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE WS-ACK-BATCH-ID TO DISP-BATCH-ID
           MOVE WS-JOB-RUN-ID TO DISP-RUN-ID
           IF WS-RESTART-MODE THEN
               MOVE "RSTR" TO DISP-RECORD-TYPE
               MOVE WS-RESTART-SKIP-COUNT TO DISP-RST-TRAN-SEQ
           ELSE
               MOVE "HDR " TO DISP-RECORD-TYPE
               MOVE WS-ACK-BUS-DATE TO DISP-HDR-BUS-DATE
               MOVE WS-ACK-HDR-COUNT TO DISP-HDR-RECORD-COUNT
           END-IF
           PERFORM 2810-PUT-DISPOSITION-RECORD.

       1100-READ-CEILING-PARM.
           OPEN INPUT CEILING-PARM-FILE
           IF WS-PARM-FILE-STATUS = "00" THEN
                          AND PARM-WARN-PCT-2 > 0 THEN
                           MOVE PARM-WARN-PCT-2 TO WS-WARN-PCT-2
                       END-IF
                       IF PARM-DUP-WINDOW-DAYS IS NUMERIC
                          AND PARM-DUP-WINDOW-DAYS > 0 THEN
                           MOVE PARM-DUP-WINDOW-DAYS
                               TO WS-DUP-WINDOW-DAYS
                       END-IF
                   END-IF
           END-READ.

               CLOSE BUSINESS-DATE-FILE
           END-IF.

       1190-CLEAR-FEED-ENTRY.
           MOVE SPACES TO WS-FED-BATCH-ID (WS-FEED-SUB)
           MOVE SPACES TO WS-FED-BUS-DATE (WS-FEED-SUB)
           MOVE SPACES TO WS-FED-SOURCE-SYSTEM (WS-FEED-SUB)
           MOVE 0 TO WS-FED-HDR-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FED-PREVAL-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FED-DETAIL-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FED-POSTED-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FED-OVERFLOW-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FED-HELD-COUNT (WS-FEED-SUB)
           MOVE 0 TO WS-FED-REJECTED-COUNT (WS-FEED-SUB).

       1200-READ-CHECKPOINT.
           OPEN INPUT CHECKPOINT-FILE
           IF WS-CHKPT-FILE-STATUS = "00" THEN
                               TO WS-RESTART-TRAN-SEQ
                           MOVE CHKPT-BATCH-ID
                               TO WS-RESTART-BATCH-ID
                           MOVE CHKPT-DISP-DETAIL-COUNT
                               TO WS-DISP-DETAIL-COUNT
                           MOVE CHKPT-DISP-POSTED-COUNT
                               TO WS-DISP-POSTED-COUNT
                           MOVE CHKPT-DISP-OVERFLOW-COUNT
                               TO WS-DISP-OVERFLOW-COUNT
                           MOVE CHKPT-DISP-HELD-COUNT
                               TO WS-DISP-HELD-COUNT
                           MOVE CHKPT-DISP-REJECTED-COUNT
                               TO WS-DISP-REJECTED-COUNT
                           PERFORM 1210-RESTORE-FEED-TALLIES
                               VARYING WS-FEED-SUB FROM 1 BY 1
                               UNTIL WS-FEED-SUB > 8
                           DISPLAY "CHECKPOINT IN FLIGHT FROM RUN "
                               CHKPT-JOB-RUN-ID
                           DISPLAY "RESTARTING AFTER TRANSACTION "
               CLOSE CHECKPOINT-FILE
           END-IF.

       1210-RESTORE-FEED-TALLIES.
           MOVE CHKPT-FEED-DETAIL-COUNT (WS-FEED-SUB)
               TO WS-FED-DETAIL-COUNT (WS-FEED-SUB)
           MOVE CHKPT-FEED-POSTED-COUNT (WS-FEED-SUB)
               TO WS-FED-POSTED-COUNT (WS-FEED-SUB)
           MOVE CHKPT-FEED-OVERFLOW-COUNT (WS-FEED-SUB)
               TO WS-FED-OVERFLOW-COUNT (WS-FEED-SUB)
           MOVE CHKPT-FEED-HELD-COUNT (WS-FEED-SUB)
               TO WS-FED-HELD-COUNT (WS-FEED-SUB)
           MOVE CHKPT-FEED-REJECTED-COUNT (WS-FEED-SUB)
               TO WS-FED-REJECTED-COUNT (WS-FEED-SUB).

       1300-OPEN-HWM-FILE.
           OPEN INPUT HWM-MASTER-FILE
           IF WS-HWM-FILE-STATUS = "00" THEN
                   " TRAILER HASH DOES NOT MATCH TRAN-AMOUNT TOTAL"
               PERFORM 1490-REFUSE-TRAN-BATCH
           END-IF
           PERFORM 1455-CHECK-FEED-COUNT
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
           IF WS-RESTART-MODE
              AND WS-TRAN-BATCH-ID NOT = WS-RESTART-BATCH-ID THEN
               DISPLAY "RESTART EXPECTS BATCH " WS-RESTART-BATCH-ID
               MOVE TRAN-HDR-BATCH-ID TO WS-TRAN-BATCH-ID
               MOVE TRAN-HDR-BUS-DATE TO WS-TRAN-BUS-DATE
               MOVE TRAN-HDR-RECORD-COUNT TO WS-HDR-RECORD-COUNT
               PERFORM 1440-LOAD-INTAKE-MANIFEST
           ELSE
               IF TRAN-TRAILER THEN
                   IF WS-ENVELOPE-STATE NOT = "H" THEN
                   IF TRAN-AMOUNT IS NUMERIC THEN
                       ADD TRAN-AMOUNT TO WS-PREVAL-HASH-TOTAL
                   END-IF
                   IF WS-FEED-COUNT > 0 THEN
                       PERFORM 1445-IDENTIFY-FEED-BATCH
                       IF WS-FEED-FOUND-SUB = 0 THEN
                           DISPLAY "BATCH " WS-TRAN-BATCH-ID
                               " DETAIL FROM " TRAN-SOURCE-SYSTEM
                               " NOT ON INTAKE MANIFEST"
                           PERFORM 1490-REFUSE-TRAN-BATCH
                       END-IF
                       ADD 1 TO WS-FED-PREVAL-COUNT (WS-FEED-FOUND-SUB)
                   END-IF
               END-IF
           END-IF.

       1440-LOAD-INTAKE-MANIFEST.
           MOVE 0 TO WS-FEED-COUNT
           MOVE "N" TO WS-INTM-EOF-SWITCH
           OPEN INPUT INTAKE-MANIFEST-FILE
           IF WS-INTM-FILE-STATUS = "00" THEN
               PERFORM 1442-LOAD-MANIFEST-RECORD
                   UNTIL WS-END-OF-INTM-FILE
               CLOSE INTAKE-MANIFEST-FILE
           END-IF
           MOVE "N" TO WS-INTM-EOF-SWITCH.

       1442-LOAD-MANIFEST-RECORD.
           READ INTAKE-MANIFEST-FILE
               AT END
                   SET WS-END-OF-INTM-FILE TO TRUE
               NOT AT END
                   IF INTM-MERGED-BATCH-ID = WS-TRAN-BATCH-ID
                      AND INTM-ACCEPTED THEN
                       IF WS-FEED-COUNT = 8 THEN
                           DISPLAY "INTAKE MANIFEST EXCEEDS TABLE LIMIT"
                           MOVE 16 TO RETURN-CODE
                           STOP RUN
                       END-IF
                       ADD 1 TO WS-FEED-COUNT
                       MOVE INTM-FEED-BATCH-ID
                           TO WS-FED-BATCH-ID (WS-FEED-COUNT)
                       MOVE INTM-FEED-BUS-DATE
                           TO WS-FED-BUS-DATE (WS-FEED-COUNT)
                       MOVE INTM-SOURCE-SYSTEM
                           TO WS-FED-SOURCE-SYSTEM (WS-FEED-COUNT)
                       MOVE INTM-DETAIL-COUNT
                           TO WS-FED-HDR-COUNT (WS-FEED-COUNT)
                   END-IF
           END-READ.

       1445-IDENTIFY-FEED-BATCH.
           MOVE WS-TRAN-BATCH-ID TO WS-DETAIL-BATCH-ID
           MOVE 0 TO WS-FEED-FOUND-SUB
           PERFORM 1447-MATCH-FEED-SOURCE
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > WS-FEED-COUNT
                  OR WS-FEED-FOUND-SUB > 0
           IF WS-FEED-FOUND-SUB > 0 THEN
               MOVE WS-FED-BATCH-ID (WS-FEED-FOUND-SUB)
                   TO WS-DETAIL-BATCH-ID
           END-IF.

       1447-MATCH-FEED-SOURCE.
           IF WS-FED-SOURCE-SYSTEM (WS-FEED-SUB) = TRAN-SOURCE-SYSTEM
              THEN
               MOVE WS-FEED-SUB TO WS-FEED-FOUND-SUB
           END-IF.

       1455-CHECK-FEED-COUNT.
           IF WS-FED-PREVAL-COUNT (WS-FEED-SUB)
              NOT = WS-FED-HDR-COUNT (WS-FEED-SUB) THEN
               DISPLAY "BATCH " WS-TRAN-BATCH-ID " HOLDS "
                   WS-FED-PREVAL-COUNT (WS-FEED-SUB)
                   " DETAILS FROM FEED "
                   WS-FED-BATCH-ID (WS-FEED-SUB)
                   ", MANIFEST SAYS " WS-FED-HDR-COUNT (WS-FEED-SUB)
               PERFORM 1490-REFUSE-TRAN-BATCH
           END-IF.

       1470-CHECK-BATCH-REGISTER.
           OPEN INPUT BATCH-REGISTER-FILE
           IF WS-BREG-FILE-STATUS = "35" THEN
               MOVE "A" TO WS-CTR-STATUS (1)
               MOVE SPACES TO WS-CTR-WARN1-DATE (1)
               MOVE SPACES TO WS-CTR-WARN2-DATE (1)
               MOVE SPACES TO WS-CTR-SPILL-ID (1)
               MOVE SPACES TO WS-CTR-GROUP-ID (1)
           ELSE
               PERFORM 1710-READ-COUNTER-MASTER
                   UNTIL WS-END-OF-CTRM-FILE
                       TO WS-CTR-WARN1-DATE (WS-COUNTER-COUNT)
                   MOVE CTRM-WARN2-DATE
                       TO WS-CTR-WARN2-DATE (WS-COUNTER-COUNT)
                   MOVE CTRM-SPILL-COUNTER-ID
                       TO WS-CTR-SPILL-ID (WS-COUNTER-COUNT)
                   MOVE CTRM-GROUP-ID
                       TO WS-CTR-GROUP-ID (WS-COUNTER-COUNT)
           END-READ.

       1750-LOAD-GROUP-MASTER.
           OPEN INPUT GROUP-MASTER-FILE
           IF WS-GRPM-FILE-STATUS NOT = "00" THEN
               DISPLAY "GROUP MASTER NOT AVAILABLE, STATUS="
                   WS-GRPM-FILE-STATUS ", NO GROUP ALERTS THIS RUN"
           ELSE
               MOVE "Y" TO WS-GROUP-MASTER-LOADED
               PERFORM 1760-READ-GROUP-MASTER
                   UNTIL WS-END-OF-GRPM-FILE
               CLOSE GROUP-MASTER-FILE
           END-IF.

       1760-READ-GROUP-MASTER.
           READ GROUP-MASTER-FILE
               AT END
                   SET WS-END-OF-GRPM-FILE TO TRUE
               NOT AT END
                   IF WS-GROUP-COUNT = 100 THEN
                       DISPLAY "GROUP MASTER EXCEEDS TABLE LIMIT"
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   IF GRPM-CEILING IS NOT NUMERIC
                      OR GRPM-WARN-PCT-1 IS NOT NUMERIC
                      OR GRPM-WARN-PCT-2 IS NOT NUMERIC THEN
                       DISPLAY "NON-NUMERIC GROUP MASTER RECORD, ID="
                           GRPM-GROUP-ID
                       MOVE 16 TO RETURN-CODE
                       STOP RUN
                   END-IF
                   ADD 1 TO WS-GROUP-COUNT
                   MOVE GRPM-GROUP-ID TO WS-GRP-ID (WS-GROUP-COUNT)
                   MOVE GRPM-GROUP-NAME TO WS-GRP-NAME (WS-GROUP-COUNT)
                   MOVE GRPM-CEILING TO WS-GRP-CEILING (WS-GROUP-COUNT)
                   MOVE GRPM-WARN-PCT-1
                       TO WS-GRP-WARN-PCT-1 (WS-GROUP-COUNT)
                   MOVE GRPM-WARN-PCT-2
                       TO WS-GRP-WARN-PCT-2 (WS-GROUP-COUNT)
                   MOVE GRPM-WARN1-DATE
                       TO WS-GRP-WARN1-DATE (WS-GROUP-COUNT)
                   MOVE GRPM-WARN2-DATE
                       TO WS-GRP-WARN2-DATE (WS-GROUP-COUNT)
                   MOVE GRPM-TRIP-DATE
                       TO WS-GRP-TRIP-DATE (WS-GROUP-COUNT)
           END-READ.

       1800-RESTORE-COUNTER-STATE.
                       TO WS-SUS-REPOST-RUN-ID (WS-SUSP-COUNT)
                   MOVE SUSP-TRAN-DATA
                       TO WS-SUS-TRAN-DATA (WS-SUSP-COUNT)
                   MOVE SUSP-BATCH-ID
                       TO WS-SUS-BATCH-ID (WS-SUSP-COUNT)
           END-READ.

       1950-LOAD-DUPLICATE-INDEX.
           MOVE WS-BUSINESS-DATE TO WS-DUP-NOTE-DATE
           PERFORM 1970-NOTE-WINDOW-DATE
           OPEN INPUT DUPLICATE-INDEX-FILE
           IF WS-DUPX-FILE-STATUS = "35" THEN
               DISPLAY "DUPLICATE INDEX NOT FOUND, STARTING EMPTY"
           ELSE
               IF WS-DUPX-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN DUPLICATE INDEX, STATUS="
                       WS-DUPX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1955-SCAN-INDEX-DATE
                   UNTIL WS-END-OF-DUPX-FILE
               CLOSE DUPLICATE-INDEX-FILE
               MOVE WS-DUP-WINDOW-DATE (WS-DUP-DATE-COUNT)
                   TO WS-DUP-CUTOFF-DATE
               MOVE "N" TO WS-DUPX-EOF-SWITCH
               OPEN INPUT DUPLICATE-INDEX-FILE
               IF WS-DUPX-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN DUPLICATE INDEX, STATUS="
                       WS-DUPX-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 1960-LOAD-INDEX-ENTRY
                   UNTIL WS-END-OF-DUPX-FILE
               CLOSE DUPLICATE-INDEX-FILE
               IF WS-DUP-AGED-COUNT > 0 THEN
                   DISPLAY "DUPLICATE INDEX ENTRIES AGED OUT: "
                       WS-DUP-AGED-COUNT " (BEFORE "
                       WS-DUP-CUTOFF-DATE ")"
               END-IF
               IF WS-DUP-DROPPED-COUNT > 0 THEN
                   DISPLAY "DUPLICATE INDEX ENTRIES PAST RESTART "
                       "POINT DROPPED: " WS-DUP-DROPPED-COUNT
               END-IF
           END-IF.

       1955-SCAN-INDEX-DATE.
           READ DUPLICATE-INDEX-FILE
               AT END
                   SET WS-END-OF-DUPX-FILE TO TRUE
               NOT AT END
                   MOVE DUPX-BUS-DATE TO WS-DUP-NOTE-DATE
                   PERFORM 1970-NOTE-WINDOW-DATE
           END-READ.

       1960-LOAD-INDEX-ENTRY.
           READ DUPLICATE-INDEX-FILE
               AT END
                   SET WS-END-OF-DUPX-FILE TO TRUE
               NOT AT END
                   IF DUPX-BUS-DATE < WS-DUP-CUTOFF-DATE THEN
                       ADD 1 TO WS-DUP-AGED-COUNT
                   ELSE
                       PERFORM 1962-CHECK-RESTARTED-BATCH
                       IF WS-DUPX-OF-RESTARTED-BATCH
                          AND DUPX-TRAN-SEQ > WS-RESTART-SKIP-COUNT
                          THEN
                           ADD 1 TO WS-DUP-DROPPED-COUNT
                       ELSE
                           PERFORM 1965-ADD-LOADED-ENTRY
                       END-IF
                   END-IF
           END-READ.

       1962-CHECK-RESTARTED-BATCH.
           MOVE "N" TO WS-DUPX-RESTARTED-SWITCH
           IF WS-RESTART-MODE THEN
               IF DUPX-BATCH-ID = WS-RESTART-BATCH-ID THEN
                   SET WS-DUPX-OF-RESTARTED-BATCH TO TRUE
               ELSE
                   PERFORM 1963-MATCH-RESTARTED-FEED
                       VARYING WS-FEED-SUB FROM 1 BY 1
                       UNTIL WS-FEED-SUB > WS-FEED-COUNT
                          OR WS-DUPX-OF-RESTARTED-BATCH
               END-IF
           END-IF.

       1963-MATCH-RESTARTED-FEED.
           IF DUPX-BATCH-ID = WS-FED-BATCH-ID (WS-FEED-SUB) THEN
               SET WS-DUPX-OF-RESTARTED-BATCH TO TRUE
           END-IF.

       1965-ADD-LOADED-ENTRY.
           IF WS-DUP-INDEX-COUNT = 20000 THEN
               DISPLAY "DUPLICATE INDEX EXCEEDS TABLE LIMIT, "
                   "SHORTEN PARM-DUP-WINDOW-DAYS"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DUP-INDEX-COUNT
           MOVE DUPX-SOURCE-SYSTEM
               TO WS-DPX-SOURCE-SYSTEM (WS-DUP-INDEX-COUNT)
           MOVE DUPX-COUNTER-ID
               TO WS-DPX-COUNTER-ID (WS-DUP-INDEX-COUNT)
           MOVE DUPX-TIMESTAMP TO WS-DPX-TIMESTAMP (WS-DUP-INDEX-COUNT)
           MOVE DUPX-AMOUNT TO WS-DPX-AMOUNT (WS-DUP-INDEX-COUNT)
           MOVE DUPX-BUS-DATE TO WS-DPX-BUS-DATE (WS-DUP-INDEX-COUNT)
           MOVE DUPX-BATCH-ID TO WS-DPX-BATCH-ID (WS-DUP-INDEX-COUNT)
           MOVE DUPX-RUN-ID TO WS-DPX-RUN-ID (WS-DUP-INDEX-COUNT)
           MOVE DUPX-TRAN-SEQ TO WS-DPX-TRAN-SEQ (WS-DUP-INDEX-COUNT).

       1970-NOTE-WINDOW-DATE.
           MOVE 0 TO WS-DUP-DATE-POS
           PERFORM 1975-FIND-DATE-POSITION
               VARYING WS-DUP-DATE-SUB FROM 1 BY 1
               UNTIL WS-DUP-DATE-SUB > WS-DUP-DATE-COUNT
                  OR WS-DUP-DATE-POS > 0
           IF WS-DUP-DATE-POS = 0 THEN
               IF WS-DUP-DATE-COUNT < WS-DUP-WINDOW-DAYS THEN
                   ADD 1 TO WS-DUP-DATE-COUNT
                   MOVE WS-DUP-NOTE-DATE
                       TO WS-DUP-WINDOW-DATE (WS-DUP-DATE-COUNT)
               END-IF
           ELSE
               IF WS-DUP-WINDOW-DATE (WS-DUP-DATE-POS)
                  NOT = WS-DUP-NOTE-DATE THEN
                   PERFORM 1980-SHIFT-WINDOW-DATE
                       VARYING WS-DUP-DATE-SUB FROM WS-DUP-DATE-COUNT
                       BY -1
                       UNTIL WS-DUP-DATE-SUB < WS-DUP-DATE-POS
                   MOVE WS-DUP-NOTE-DATE
                       TO WS-DUP-WINDOW-DATE (WS-DUP-DATE-POS)
                   IF WS-DUP-DATE-COUNT < WS-DUP-WINDOW-DAYS THEN
                       ADD 1 TO WS-DUP-DATE-COUNT
                   END-IF
               END-IF
           END-IF.

       1975-FIND-DATE-POSITION.
           IF WS-DUP-WINDOW-DATE (WS-DUP-DATE-SUB)
              <= WS-DUP-NOTE-DATE THEN
               MOVE WS-DUP-DATE-SUB TO WS-DUP-DATE-POS
           END-IF.

       1980-SHIFT-WINDOW-DATE.
           IF WS-DUP-DATE-SUB < WS-DUP-WINDOW-DAYS THEN
               MOVE WS-DUP-WINDOW-DATE (WS-DUP-DATE-SUB)
                   TO WS-DUP-WINDOW-DATE (WS-DUP-DATE-SUB + 1)
           END-IF.

       2000-PROCESS-TRANSACTION.
           READ TRANSACTION-FILE
               AT END
       2005-CONSUME-TRANSACTION.
           ADD 1 TO WS-TRAN-SEQ
           IF WS-TRAN-SEQ > WS-RESTART-SKIP-COUNT THEN
               PERFORM 1445-IDENTIFY-FEED-BATCH
               PERFORM 2010-APPLY-TRANSACTION
               ADD 1 TO WS-SINCE-COMMIT
               IF WS-SINCE-COMMIT >= WS-CHECKPOINT-INTERVAL
                  OR WS-DUP-COMMIT-DUE = "Y" THEN
                   PERFORM 2600-COMMIT-CHECKPOINT
               END-IF
           END-IF.

       2010-APPLY-TRANSACTION.
           MOVE "P" TO WS-DISP-CODE
           MOVE SPACES TO WS-DISP-REASON
           MOVE "N" TO WS-DISP-SUPPRESS
           IF NOT TRAN-TYPE-POST
              AND NOT TRAN-TYPE-REVERSAL
              AND NOT TRAN-TYPE-RESET THEN
               ELSE
                   PERFORM 2020-POST-TRANSACTION
               END-IF
           END-IF
           IF WS-DISP-SUPPRESS = "N" THEN
               PERFORM 2800-WRITE-DISPOSITION
           END-IF.

       2020-POST-TRANSACTION.
                           IF TRAN-TYPE-REVERSAL THEN
                               PERFORM 2070-APPLY-REVERSAL
                           ELSE
                               PERFORM 2900-CHECK-DUPLICATE
                               IF WS-DUP-FOUND-SUB > 0 THEN
                                   PERFORM 2910-SUSPEND-DUPLICATE
                               ELSE
                                   MOVE TRAN-AMOUNT TO WS-APPLY-AMOUNT
                                   PERFORM 2040-POST-TO-COUNTER
                                   PERFORM 2920-ADD-INDEX-ENTRY
                               END-IF
                           END-IF
                       END-IF
                   END-IF
       2040-POST-TO-COUNTER.
           ADD 1 TO WS-TRAN-COUNT
           MOVE TRAN-COUNTER-ID TO WS-CURRENT-COUNTER-ID
           MOVE TRAN-TYPE TO WS-AUDIT-TRAN-TYPE
           MOVE SPACES TO WS-ORIGIN-COUNTER-ID
           MOVE 0 TO WS-SPILL-DEPTH
           PERFORM 2041-APPLY-TO-COUNTER
           PERFORM 2046-POST-SPILL-OVER
               UNTIL WS-SPILL-AMOUNT = 0.

       2041-APPLY-TO-COUNTER.
           MOVE WS-CTR-AREA-1 (WS-CTR-FOUND-SUB) TO WS-AREA-1
           MOVE WS-CTR-AREA-2 (WS-CTR-FOUND-SUB) TO WS-AREA-2
           IF WS-CTR-CEILING (WS-CTR-FOUND-SUB) > 0 THEN
           END-IF
           MOVE 0 TO WS-OVERFLOW-FLAG
           MOVE 0 TO WS-AREA-1-PRE-TRUNC
           MOVE 0 TO WS-SPILL-AMOUNT
           MOVE 0 TO WS-SPILL-SUB
           ADD WS-APPLY-AMOUNT TO WS-AREA-1
           IF WS-AREA-1 > WS-RUN-PEAK-AREA-1 THEN
               MOVE WS-AREA-1 TO WS-RUN-PEAK-AREA-1
               IF WS-AREA-1 > WS-ACTIVE-CEILING THEN
                   MOVE WS-AREA-1 TO WS-AREA-1-PRE-TRUNC
                   MOVE 1 TO WS-OVERFLOW-FLAG
                   IF WS-DISP-CODE = "P" THEN
                       MOVE "O" TO WS-DISP-CODE
                   END-IF
                   PERFORM 2042-CHECK-SPILL-LINK
                   PERFORM 2300-WRITE-ALERT-RECORD
               ELSE
                   MOVE WS-AREA-1 TO WS-AREA-2
               DISPLAY "Overflow occurred!"
           END-IF
           MOVE WS-AREA-1 TO WS-CTR-AREA-1 (WS-CTR-FOUND-SUB)
           MOVE WS-AREA-2 TO WS-CTR-AREA-2 (WS-CTR-FOUND-SUB)
           IF WS-CTR-GROUP-ID (WS-CTR-FOUND-SUB) NOT = SPACES THEN
               PERFORM 2340-CHECK-GROUP-BANDS
           END-IF.

       2042-CHECK-SPILL-LINK.
           IF WS-CTR-SPILL-ID (WS-CTR-FOUND-SUB) NOT = SPACES THEN
               MOVE WS-CTR-SPILL-ID (WS-CTR-FOUND-SUB)
                   TO WS-SPILL-TARGET-ID
               PERFORM 2043-FIND-SPILL-COUNTER
               IF WS-SPILL-SUB > 0 THEN
                   IF WS-CTR-STATUS (WS-SPILL-SUB) NOT = "A"
                      OR WS-SPILL-DEPTH >= WS-COUNTER-COUNT THEN
                       MOVE 0 TO WS-SPILL-SUB
                   END-IF
               END-IF
               IF WS-SPILL-SUB = 0 THEN
                   DISPLAY "SPILL-OVER COUNTER " WS-SPILL-TARGET-ID
                       " NOT POSTABLE, EXCESS ON "
                       WS-CURRENT-COUNTER-ID " TRUNCATED"
               ELSE
                   COMPUTE WS-SPILL-AMOUNT =
                       WS-AREA-1 - WS-ACTIVE-CEILING
                   MOVE WS-ACTIVE-CEILING TO WS-AREA-1
                   MOVE WS-ACTIVE-CEILING TO WS-AREA-2
               END-IF
           END-IF.

       2043-FIND-SPILL-COUNTER.
           MOVE 0 TO WS-SPILL-SUB
           PERFORM 2044-MATCH-SPILL-COUNTER
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
                  OR WS-SPILL-SUB > 0.

       2044-MATCH-SPILL-COUNTER.
           IF WS-CTR-ID (WS-CTR-SUB) = WS-SPILL-TARGET-ID THEN
               MOVE WS-CTR-SUB TO WS-SPILL-SUB
           END-IF.

       2046-POST-SPILL-OVER.
           MOVE WS-CURRENT-COUNTER-ID TO WS-ORIGIN-COUNTER-ID
           MOVE WS-SPILL-SUB TO WS-CTR-FOUND-SUB
           MOVE WS-CTR-ID (WS-SPILL-SUB) TO WS-CURRENT-COUNTER-ID
           MOVE WS-SPILL-AMOUNT TO WS-APPLY-AMOUNT
           MOVE "SPIL" TO WS-AUDIT-TRAN-TYPE
           ADD 1 TO WS-SPILL-DEPTH
           ADD 1 TO WS-SPILL-COUNT
           DISPLAY "EXCESS OF " WS-SPILL-AMOUNT " SPILLED FROM "
               WS-ORIGIN-COUNTER-ID " TO " WS-CURRENT-COUNTER-ID
           PERFORM 2041-APPLY-TO-COUNTER.

       2045-RESET-COUNTER.
           IF WS-RESET-SOURCE = SPACES
           ELSE
               ADD 1 TO WS-TRAN-COUNT
               MOVE TRAN-COUNTER-ID TO WS-CURRENT-COUNTER-ID
               MOVE TRAN-TYPE TO WS-AUDIT-TRAN-TYPE
               MOVE SPACES TO WS-ORIGIN-COUNTER-ID
               MOVE 0 TO WS-APPLY-AMOUNT
               MOVE 0 TO WS-OVERFLOW-FLAG
               MOVE 0 TO WS-AREA-1
               MOVE 0 TO WS-AREA-2
               MOVE SPACES
                   TO WS-SUS-REPOST-RUN-ID (WS-REPOST-ACTIVE-SUB)
               SUBTRACT 1 FROM WS-TRAN-REPOST-COUNT
               MOVE "Y" TO WS-DISP-SUPPRESS
           ELSE
               MOVE "SUSP" TO WS-SUSPENSE-REASON
               MOVE "R" TO WS-SUSPENSE-STATUS
           MOVE WS-JOB-RUN-ID TO WS-SUS-RUN-ID (WS-SUSP-COUNT)
           MOVE SPACES TO WS-SUS-REPOST-RUN-ID (WS-SUSP-COUNT)
           MOVE TRAN-DETAIL-DATA
               TO WS-SUS-TRAN-DATA (WS-SUSP-COUNT)
           IF WS-REPOST-PHASE = "Y" THEN
               MOVE WS-SUS-BATCH-ID (WS-REPOST-ACTIVE-SUB)
                   TO WS-SUS-BATCH-ID (WS-SUSP-COUNT)
           ELSE
               MOVE WS-DETAIL-BATCH-ID
                   TO WS-SUS-BATCH-ID (WS-SUSP-COUNT)
           END-IF
           IF WS-SUSPENSE-STATUS = "R" THEN
               MOVE "H" TO WS-DISP-CODE
           ELSE
               MOVE "R" TO WS-DISP-CODE
           END-IF
           MOVE WS-SUSPENSE-REASON TO WS-DISP-REASON.

       2070-APPLY-REVERSAL.
           PERFORM 2080-SCAN-AUDIT-FOR-ORIGINAL
                   MOVE "H" TO WS-SUSPENSE-STATUS
                   PERFORM 2060-ADD-SUSPENSE-ENTRY
               ELSE
                   MOVE TRAN-COUNTER-ID TO WS-CHAIN-ORIGIN-ID
                   PERFORM 2078-SUM-SPILLED-FROM
                   COMPUTE WS-APPLY-AMOUNT =
                       WS-SPILL-PASSED - TRAN-AMOUNT
                   PERFORM 2040-POST-TO-COUNTER
                   IF WS-RVS-COUNT > 0 THEN
                       PERFORM 2075-REVERSE-SPILL-OVER
                   END-IF
               END-IF
           END-IF.

       2075-REVERSE-SPILL-OVER.
           MOVE TRAN-COUNTER-ID TO WS-CHAIN-ORIGIN-ID
           MOVE 0 TO WS-RVS-STEPS
           PERFORM 2076-REVERSE-ONE-SPILL
               UNTIL WS-CHAIN-ORIGIN-ID = SPACES
                  OR WS-RVS-STEPS > WS-RVS-COUNT.

       2076-REVERSE-ONE-SPILL.
           ADD 1 TO WS-RVS-STEPS
           MOVE 0 TO WS-RVS-FOUND-SUB
           PERFORM 2077-MATCH-SPILL-ORIGIN
               VARYING WS-RVS-SUB FROM 1 BY 1
               UNTIL WS-RVS-SUB > WS-RVS-COUNT
                  OR WS-RVS-FOUND-SUB > 0
           IF WS-RVS-FOUND-SUB = 0 THEN
               MOVE SPACES TO WS-CHAIN-ORIGIN-ID
           ELSE
               MOVE WS-RVS-COUNTER-ID (WS-RVS-FOUND-SUB)
                   TO WS-SPILL-TARGET-ID
               MOVE WS-RVS-AMOUNT (WS-RVS-FOUND-SUB)
                   TO WS-SPILL-LANDED
               MOVE WS-CHAIN-ORIGIN-ID TO WS-ORIGIN-COUNTER-ID
               MOVE WS-SPILL-TARGET-ID TO WS-CHAIN-ORIGIN-ID
               PERFORM 2078-SUM-SPILLED-FROM
               PERFORM 2043-FIND-SPILL-COUNTER
               IF WS-SPILL-SUB = 0 THEN
                   DISPLAY "SPILL-OVER COUNTER " WS-SPILL-TARGET-ID
                       " NOT ON MASTER, REVERSAL OF "
                       TRAN-TIMESTAMP " NOT BACKED OUT OF IT"
               ELSE
                   MOVE WS-SPILL-SUB TO WS-CTR-FOUND-SUB
                   MOVE WS-SPILL-TARGET-ID TO WS-CURRENT-COUNTER-ID
                   COMPUTE WS-APPLY-AMOUNT =
                       WS-SPILL-PASSED - WS-SPILL-LANDED
                   MOVE "REVR" TO WS-AUDIT-TRAN-TYPE
                   MOVE 0 TO WS-SPILL-DEPTH
                   PERFORM 2041-APPLY-TO-COUNTER
                   PERFORM 2046-POST-SPILL-OVER
                       UNTIL WS-SPILL-AMOUNT = 0
               END-IF
           END-IF.

       2077-MATCH-SPILL-ORIGIN.
           IF WS-RVS-ORIGIN-ID (WS-RVS-SUB) = WS-CHAIN-ORIGIN-ID THEN
               MOVE WS-RVS-SUB TO WS-RVS-FOUND-SUB
           END-IF.

       2078-SUM-SPILLED-FROM.
           MOVE 0 TO WS-SPILL-PASSED
           PERFORM 2079-ADD-SPILLED-FROM
               VARYING WS-RVS-SUB FROM 1 BY 1
               UNTIL WS-RVS-SUB > WS-RVS-COUNT.

       2079-ADD-SPILLED-FROM.
           IF WS-RVS-ORIGIN-ID (WS-RVS-SUB) = WS-CHAIN-ORIGIN-ID THEN
               ADD WS-RVS-AMOUNT (WS-RVS-SUB) TO WS-SPILL-PASSED
           END-IF.

       2080-SCAN-AUDIT-FOR-ORIGINAL.
           MOVE "N" TO WS-REVERSAL-FOUND
           MOVE "N" TO WS-REVERSAL-DUP
           MOVE "N" TO WS-AUDIT-SCAN-SWITCH
           MOVE 0 TO WS-RVS-COUNT
           CLOSE OVERFLOW-AUDIT-FILE
           OPEN INPUT OVERFLOW-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00" THEN
               NOT AT END
                   IF ARCH-AUDIT-DETAIL THEN
                       MOVE ARCH-RECORD-DATA TO WS-ARCH-AUDIT-DETAIL
                       IF WS-ARC-ORIGIN-COUNTER-ID NOT = SPACES THEN
                           IF WS-ARC-TRAN-TYPE = "SPIL"
                              AND WS-ARC-TRAN-TIMESTAMP = TRAN-TIMESTAMP
                              THEN
                               MOVE WS-ARC-ORIGIN-COUNTER-ID
                                   TO WS-ORIGIN-COUNTER-ID
                               MOVE WS-ARC-COUNTER-ID
                                   TO WS-SPILL-TARGET-ID
                               MOVE WS-ARC-TRAN-AMOUNT TO WS-SPILL-LANDED
                               PERFORM 2095-NOTE-SPILL-RECORD
                           END-IF
                       ELSE
                           IF WS-ARC-COUNTER-ID = TRAN-COUNTER-ID
                              AND WS-ARC-TRAN-TIMESTAMP = TRAN-TIMESTAMP
                              THEN
                               IF WS-ARC-TRAN-TYPE = "REVR" THEN
                                   MOVE "Y" TO WS-REVERSAL-DUP
                               ELSE
                                   MOVE "Y" TO WS-REVERSAL-FOUND
                               END-IF
                           END-IF
                       END-IF
                   END-IF
               AT END
                   SET WS-END-OF-AUDIT-SCAN TO TRUE
               NOT AT END
                   IF AUDIT-ORIGIN-COUNTER-ID NOT = SPACES THEN
                       IF AUDIT-TRAN-TYPE = "SPIL"
                          AND AUDIT-TRAN-TIMESTAMP = TRAN-TIMESTAMP THEN
                           MOVE AUDIT-ORIGIN-COUNTER-ID
                               TO WS-ORIGIN-COUNTER-ID
                           MOVE AUDIT-COUNTER-ID TO WS-SPILL-TARGET-ID
                           MOVE AUDIT-TRAN-AMOUNT TO WS-SPILL-LANDED
                           PERFORM 2095-NOTE-SPILL-RECORD
                       END-IF
                   ELSE
                       IF AUDIT-COUNTER-ID = TRAN-COUNTER-ID
                          AND AUDIT-TRAN-TIMESTAMP = TRAN-TIMESTAMP THEN
                           IF AUDIT-TRAN-TYPE = "REVR" THEN
                               MOVE "Y" TO WS-REVERSAL-DUP
                           ELSE
                               MOVE "Y" TO WS-REVERSAL-FOUND
                           END-IF
                       END-IF
                   END-IF
           END-READ.

       2095-NOTE-SPILL-RECORD.
           IF WS-RVS-COUNT = 10 THEN
               DISPLAY "SPILL-OVER TABLE FULL FOR POSTING "
                   TRAN-TIMESTAMP ", FURTHER SPILLS NOT BACKED OUT"
           ELSE
               ADD 1 TO WS-RVS-COUNT
               MOVE WS-ORIGIN-COUNTER-ID
                   TO WS-RVS-ORIGIN-ID (WS-RVS-COUNT)
               MOVE WS-SPILL-TARGET-ID
                   TO WS-RVS-COUNTER-ID (WS-RVS-COUNT)
               MOVE WS-SPILL-LANDED TO WS-RVS-AMOUNT (WS-RVS-COUNT)
           END-IF.

       2100-WRITE-AUDIT-RECORD.
           ACCEPT WS-CURRENT-TIME FROM TIME
           MOVE WS-JOB-RUN-ID TO AUDIT-JOB-RUN-ID
           ELSE
               MOVE "N" TO AUDIT-OVERFLOW-IND
           END-IF
           IF WS-AUDIT-TRAN-TYPE = SPACES THEN
               MOVE "POST" TO AUDIT-TRAN-TYPE
           ELSE
               MOVE WS-AUDIT-TRAN-TYPE TO AUDIT-TRAN-TYPE
           END-IF
           MOVE TRAN-TIMESTAMP TO AUDIT-TRAN-TIMESTAMP
           MOVE WS-ORIGIN-COUNTER-ID TO AUDIT-ORIGIN-COUNTER-ID
           MOVE WS-APPLY-AMOUNT TO AUDIT-TRAN-AMOUNT
           ADD 1 TO WS-LAST-AUDIT-SEQ-NO
           MOVE WS-LAST-AUDIT-SEQ-NO TO AUDIT-SEQ-NO
           MOVE 0 TO AUDIT-CHAIN-VALUE
           PERFORM 2110-COMPUTE-CHECK-VALUE
           MOVE WS-CHECK-WORK TO AUDIT-CHAIN-VALUE
           MOVE WS-CHECK-WORK TO WS-LAST-AUDIT-CHECK
           WRITE AUDIT-RECORD
           ADD 1 TO WS-AUDIT-WRITE-COUNT.

       2110-COMPUTE-CHECK-VALUE.
           MOVE AUDIT-RECORD TO WS-CHECK-IMAGE
           MOVE WS-LAST-AUDIT-CHECK TO WS-CHECK-WORK
           PERFORM 2115-FOLD-CHECK-BYTE
               VARYING WS-CHECK-POS FROM 1 BY 1
               UNTIL WS-CHECK-POS > 117.

       2115-FOLD-CHECK-BYTE.
           MOVE WS-CHECK-IMAGE (WS-CHECK-POS:1) TO WS-CHECK-BYTE-LOW
           COMPUTE WS-CHECK-PRODUCT =
               WS-CHECK-WORK * 31 + WS-CHECK-BYTE-CODE + WS-CHECK-POS
           DIVIDE WS-CHECK-PRODUCT BY 9999999967
               GIVING WS-CHECK-QUOTIENT
               REMAINDER WS-CHECK-WORK.

       2200-WRITE-HISTORY-RECORD.
           MOVE WS-NEXT-HIST-KEY TO WS-HIST-REL-KEY
           MOVE "O" TO STAT-EVENT-TYPE
           MOVE WS-BUSINESS-DATE TO STAT-EVENT-DATE
           MOVE WS-CURRENT-TIME TO STAT-EVENT-TIME
           IF WS-SPILL-AMOUNT > 0 THEN
               STRING "EXCESS SPILLED TO " DELIMITED BY SIZE
                      WS-SPILL-TARGET-ID DELIMITED BY SIZE
                      INTO STAT-ACTION-TAKEN
               END-STRING
           END-IF
           WRITE ALERT-STATUS-RECORD.

       2320-CHECK-WARNING-BANDS.
               " CROSSED " WS-WARN-BAND-ED
               " PCT OF ITS CEILING".

       2340-CHECK-GROUP-BANDS.
           MOVE 0 TO WS-GRP-FOUND-SUB
           PERFORM 2345-MATCH-GROUP
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
                  OR WS-GRP-FOUND-SUB > 0
           IF WS-GRP-FOUND-SUB > 0 THEN
               MOVE 0 TO WS-GROUP-AREA-2
               PERFORM 2350-ADD-GROUP-MEMBER
                   VARYING WS-GRP-MEMBER-SUB FROM 1 BY 1
                   UNTIL WS-GRP-MEMBER-SUB > WS-COUNTER-COUNT
               MOVE WS-WARN-PCT-1 TO WS-GROUP-PCT-1
               MOVE WS-WARN-PCT-2 TO WS-GROUP-PCT-2
               IF WS-GRP-WARN-PCT-1 (WS-GRP-FOUND-SUB) > 0 THEN
                   MOVE WS-GRP-WARN-PCT-1 (WS-GRP-FOUND-SUB)
                       TO WS-GROUP-PCT-1
               END-IF
               IF WS-GRP-WARN-PCT-2 (WS-GRP-FOUND-SUB) > 0 THEN
                   MOVE WS-GRP-WARN-PCT-2 (WS-GRP-FOUND-SUB)
                       TO WS-GROUP-PCT-2
               END-IF
               IF WS-GROUP-AREA-2 >
                  WS-GRP-CEILING (WS-GRP-FOUND-SUB) THEN
                   IF WS-GRP-TRIP-DATE (WS-GRP-FOUND-SUB)
                      NOT = WS-BUSINESS-DATE THEN
                       MOVE "GRPHIGH" TO WS-GROUP-SEVERITY
                       MOVE "O" TO WS-GROUP-EVENT-TYPE
                       PERFORM 2360-WRITE-GROUP-ALERT
                       MOVE WS-BUSINESS-DATE
                           TO WS-GRP-TRIP-DATE (WS-GRP-FOUND-SUB)
                       MOVE WS-BUSINESS-DATE
                           TO WS-GRP-WARN2-DATE (WS-GRP-FOUND-SUB)
                       MOVE WS-BUSINESS-DATE
                           TO WS-GRP-WARN1-DATE (WS-GRP-FOUND-SUB)
                   END-IF
               ELSE
                   PERFORM 2355-CHECK-GROUP-WARNING
               END-IF
           END-IF.

       2345-MATCH-GROUP.
           IF WS-GRP-ID (WS-GRP-SUB) =
              WS-CTR-GROUP-ID (WS-CTR-FOUND-SUB) THEN
               MOVE WS-GRP-SUB TO WS-GRP-FOUND-SUB
           END-IF.

       2350-ADD-GROUP-MEMBER.
           IF WS-CTR-GROUP-ID (WS-GRP-MEMBER-SUB) =
              WS-GRP-ID (WS-GRP-FOUND-SUB) THEN
               ADD WS-CTR-AREA-2 (WS-GRP-MEMBER-SUB) TO WS-GROUP-AREA-2
           END-IF.

       2355-CHECK-GROUP-WARNING.
           MOVE "GRPWARN" TO WS-GROUP-SEVERITY
           MOVE "W" TO WS-GROUP-EVENT-TYPE
           COMPUTE WS-GROUP-LEVEL =
               WS-GRP-CEILING (WS-GRP-FOUND-SUB) * WS-GROUP-PCT-2 / 100
           IF WS-GROUP-AREA-2 >= WS-GROUP-LEVEL THEN
               IF WS-GRP-WARN2-DATE (WS-GRP-FOUND-SUB)
                  NOT = WS-BUSINESS-DATE THEN
                   MOVE WS-GROUP-PCT-2 TO WS-WARN-BAND-PCT
                   PERFORM 2360-WRITE-GROUP-ALERT
                   MOVE WS-BUSINESS-DATE
                       TO WS-GRP-WARN2-DATE (WS-GRP-FOUND-SUB)
                   MOVE WS-BUSINESS-DATE
                       TO WS-GRP-WARN1-DATE (WS-GRP-FOUND-SUB)
               END-IF
           ELSE
               COMPUTE WS-GROUP-LEVEL =
                   WS-GRP-CEILING (WS-GRP-FOUND-SUB) * WS-GROUP-PCT-1
                   / 100
               IF WS-GROUP-AREA-2 >= WS-GROUP-LEVEL
                  AND WS-GRP-WARN1-DATE (WS-GRP-FOUND-SUB)
                      NOT = WS-BUSINESS-DATE THEN
                   MOVE WS-GROUP-PCT-1 TO WS-WARN-BAND-PCT
                   PERFORM 2360-WRITE-GROUP-ALERT
                   MOVE WS-BUSINESS-DATE
                       TO WS-GRP-WARN1-DATE (WS-GRP-FOUND-SUB)
               END-IF
           END-IF.

       2360-WRITE-GROUP-ALERT.
           MOVE WS-JOB-RUN-ID TO ALERT-JOB-RUN-ID
           MOVE WS-GRP-ID (WS-GRP-FOUND-SUB) TO ALERT-COUNTER-ID
           MOVE WS-BUSINESS-DATE TO ALERT-DATE
           MOVE WS-CURRENT-TIME TO ALERT-TIME
           MOVE WS-GROUP-SEVERITY TO ALERT-SEVERITY
           MOVE WS-GROUP-AREA-2 TO ALERT-AREA-1-VALUE
           WRITE ALERT-RECORD
           MOVE SPACES TO ALERT-STATUS-RECORD
           MOVE WS-JOB-RUN-ID TO STAT-ALERT-RUN-ID
           MOVE WS-GRP-ID (WS-GRP-FOUND-SUB) TO STAT-COUNTER-ID
           MOVE WS-GROUP-EVENT-TYPE TO STAT-EVENT-TYPE
           MOVE WS-BUSINESS-DATE TO STAT-EVENT-DATE
           MOVE WS-CURRENT-TIME TO STAT-EVENT-TIME
           IF WS-GROUP-EVENT-TYPE = "O" THEN
               MOVE "GROUP COMBINED AREA-2 OVER GROUP CEILING"
                   TO STAT-ACTION-TAKEN
               DISPLAY "GROUP ALERT: GROUP "
                   WS-GRP-ID (WS-GRP-FOUND-SUB)
                   " COMBINED AREA-2 IS OVER ITS CEILING"
           ELSE
               MOVE WS-WARN-BAND-PCT TO WS-WARN-BAND-ED
               STRING "GROUP CROSSED " DELIMITED BY SIZE
                      WS-WARN-BAND-ED DELIMITED BY SIZE
                      " PCT OF GROUP CEILING" DELIMITED BY SIZE
                      INTO STAT-ACTION-TAKEN
               END-STRING
               DISPLAY "WARNING: GROUP " WS-GRP-ID (WS-GRP-FOUND-SUB)
                   " CROSSED " WS-WARN-BAND-ED
                   " PCT OF ITS CEILING"
           END-IF
           WRITE ALERT-STATUS-RECORD.

       2500-PROCESS-ADJUSTMENT.
           IF WS-ADJUSTMENT-AMOUNT > 0 THEN
               DISPLAY "ADJUSTMENT AMOUNT MUST BE ZERO OR NEGATIVE, IGNORED"
                   "!"
           ELSE
               MOVE WS-ADJUSTED-AREA-1 TO WS-CTR-AREA-1 (WS-CTR-SUB)
               MOVE WS-CTR-ID (WS-CTR-SUB) TO WS-CURRENT-COUNTER-ID
               MOVE WS-ADJUSTED-AREA-1 TO WS-AREA-1
               MOVE WS-CTR-AREA-2 (WS-CTR-SUB) TO WS-AREA-2
               MOVE 0 TO WS-AREA-1-PRE-TRUNC
               MOVE 0 TO WS-OVERFLOW-FLAG
               MOVE "ADJT" TO WS-AUDIT-TRAN-TYPE
               MOVE SPACES TO WS-ORIGIN-COUNTER-ID
               MOVE WS-ADJUSTMENT-AMOUNT TO WS-APPLY-AMOUNT
               MOVE SPACES TO TRAN-TIMESTAMP
               PERFORM 2100-WRITE-AUDIT-RECORD
           END-IF.

       2700-REPOST-SUSPENSE.
                   TO WS-SUS-REPOST-RUN-ID (WS-SUSP-SUB)
               ADD 1 TO WS-TRAN-REPOST-COUNT
               PERFORM 2010-APPLY-TRANSACTION
               IF WS-DUP-COMMIT-DUE = "Y" THEN
                   PERFORM 2600-COMMIT-CHECKPOINT
               END-IF
           END-IF.

       2800-WRITE-DISPOSITION.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE WS-JOB-RUN-ID TO DISP-RUN-ID
           IF WS-REPOST-PHASE = "Y" THEN
               MOVE "FUP " TO DISP-RECORD-TYPE
               MOVE WS-SUS-BATCH-ID (WS-REPOST-ACTIVE-SUB)
                   TO DISP-BATCH-ID
               MOVE 0 TO DISP-TRAN-SEQ
               ADD 1 TO WS-DISP-FOLLOWUP-COUNT
           ELSE
               MOVE "DTL " TO DISP-RECORD-TYPE
               MOVE WS-DETAIL-BATCH-ID TO DISP-BATCH-ID
               MOVE WS-TRAN-SEQ TO DISP-TRAN-SEQ
               ADD 1 TO WS-DISP-DETAIL-COUNT
               IF WS-DISP-CODE = "P" THEN
                   ADD 1 TO WS-DISP-POSTED-COUNT
               END-IF
               IF WS-DISP-CODE = "O" THEN
                   ADD 1 TO WS-DISP-OVERFLOW-COUNT
               END-IF
               IF WS-DISP-CODE = "H" THEN
                   ADD 1 TO WS-DISP-HELD-COUNT
               END-IF
               IF WS-DISP-CODE = "R" THEN
                   ADD 1 TO WS-DISP-REJECTED-COUNT
               END-IF
               IF WS-FEED-FOUND-SUB > 0 THEN
                   PERFORM 2805-TALLY-FEED-DISPOSITION
               END-IF
           END-IF
           MOVE TRAN-SOURCE-SYSTEM TO DISP-SOURCE-SYSTEM
           MOVE TRAN-TIMESTAMP TO DISP-TRAN-TIMESTAMP
           MOVE TRAN-COUNTER-ID TO DISP-COUNTER-ID
           MOVE TRAN-TYPE TO DISP-TRAN-TYPE
           MOVE WS-DISP-CODE TO DISP-CODE
           MOVE WS-DISP-REASON TO DISP-REASON
           PERFORM 2810-PUT-DISPOSITION-RECORD.

       2805-TALLY-FEED-DISPOSITION.
           ADD 1 TO WS-FED-DETAIL-COUNT (WS-FEED-FOUND-SUB)
           IF WS-DISP-CODE = "P" THEN
               ADD 1 TO WS-FED-POSTED-COUNT (WS-FEED-FOUND-SUB)
           END-IF
           IF WS-DISP-CODE = "O" THEN
               ADD 1 TO WS-FED-OVERFLOW-COUNT (WS-FEED-FOUND-SUB)
           END-IF
           IF WS-DISP-CODE = "H" THEN
               ADD 1 TO WS-FED-HELD-COUNT (WS-FEED-FOUND-SUB)
           END-IF
           IF WS-DISP-CODE = "R" THEN
               ADD 1 TO WS-FED-REJECTED-COUNT (WS-FEED-FOUND-SUB)
           END-IF.

       2810-PUT-DISPOSITION-RECORD.
           WRITE DISPOSITION-RECORD
           IF WS-DISP-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE DISPOSITION RECORD, STATUS="
                   WS-DISP-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       2820-WRITE-DISPOSITION-TRAILER.
           IF WS-FEED-COUNT > 0 THEN
               PERFORM 2825-WRITE-FEED-TRAILER
                   VARYING WS-FEED-SUB FROM 1 BY 1
                   UNTIL WS-FEED-SUB > WS-FEED-COUNT
           ELSE
               MOVE SPACES TO DISPOSITION-RECORD
               MOVE WS-TRAN-BATCH-ID TO DISP-BATCH-ID
               MOVE WS-HDR-RECORD-COUNT TO DISP-TRL-HDR-RECORD-COUNT
               MOVE WS-DISP-DETAIL-COUNT TO DISP-TRL-DETAIL-COUNT
               MOVE WS-DISP-POSTED-COUNT TO DISP-TRL-POSTED-COUNT
               MOVE WS-DISP-OVERFLOW-COUNT TO DISP-TRL-OVERFLOW-COUNT
               MOVE WS-DISP-HELD-COUNT TO DISP-TRL-HELD-COUNT
               MOVE WS-DISP-REJECTED-COUNT TO DISP-TRL-REJECTED-COUNT
               PERFORM 2830-PUT-DISPOSITION-TRAILER
           END-IF.

       2825-WRITE-FEED-TRAILER.
           MOVE SPACES TO DISPOSITION-RECORD
           MOVE WS-FED-BATCH-ID (WS-FEED-SUB) TO DISP-BATCH-ID
           MOVE WS-FED-HDR-COUNT (WS-FEED-SUB)
               TO DISP-TRL-HDR-RECORD-COUNT
           MOVE WS-FED-DETAIL-COUNT (WS-FEED-SUB)
               TO DISP-TRL-DETAIL-COUNT
           MOVE WS-FED-POSTED-COUNT (WS-FEED-SUB)
               TO DISP-TRL-POSTED-COUNT
           MOVE WS-FED-OVERFLOW-COUNT (WS-FEED-SUB)
               TO DISP-TRL-OVERFLOW-COUNT
           MOVE WS-FED-HELD-COUNT (WS-FEED-SUB) TO DISP-TRL-HELD-COUNT
           MOVE WS-FED-REJECTED-COUNT (WS-FEED-SUB)
               TO DISP-TRL-REJECTED-COUNT
           PERFORM 2830-PUT-DISPOSITION-TRAILER.

       2830-PUT-DISPOSITION-TRAILER.
           MOVE "TRLR" TO DISP-RECORD-TYPE
           MOVE WS-JOB-RUN-ID TO DISP-RUN-ID
           IF DISP-TRL-DETAIL-COUNT NOT = DISP-TRL-HDR-RECORD-COUNT THEN
               DISPLAY "DISPOSITIONS " DISP-TRL-DETAIL-COUNT
                   " DO NOT MATCH HEADER COUNT "
                   DISP-TRL-HDR-RECORD-COUNT " FOR BATCH " DISP-BATCH-ID
           END-IF
           PERFORM 2810-PUT-DISPOSITION-RECORD.

       2900-CHECK-DUPLICATE.
           MOVE TRAN-SOURCE-SYSTEM TO WS-DUP-SRCH-SOURCE
           MOVE TRAN-COUNTER-ID TO WS-DUP-SRCH-COUNTER-ID
           MOVE TRAN-TIMESTAMP TO WS-DUP-SRCH-TIMESTAMP
           MOVE TRAN-AMOUNT TO WS-DUP-SRCH-AMOUNT
           MOVE 0 TO WS-DUP-FOUND-SUB
           IF WS-REPOST-PHASE = "Y"
              AND WS-SUS-REASON (WS-REPOST-ACTIVE-SUB) = "DUPT" THEN
               CONTINUE
           ELSE
               PERFORM 2905-MATCH-DUPLICATE
                   VARYING WS-DUP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-SUB > WS-DUP-INDEX-COUNT
                      OR WS-DUP-FOUND-SUB > 0
           END-IF.

       2905-MATCH-DUPLICATE.
           IF WS-DPX-KEY (WS-DUP-SUB) = WS-DUP-SEARCH-KEY THEN
               MOVE WS-DUP-SUB TO WS-DUP-FOUND-SUB
           END-IF.

       2910-SUSPEND-DUPLICATE.
           DISPLAY "SUSPECTED DUPLICATE SUSPENDED, SOURCE="
               TRAN-SOURCE-SYSTEM " TIMESTAMP=" TRAN-TIMESTAMP
               " FIRST POSTED IN BATCH "
               WS-DPX-BATCH-ID (WS-DUP-FOUND-SUB)
           ADD 1 TO WS-TRAN-REJECT-COUNT
           ADD 1 TO WS-DUP-SUSPECT-COUNT
           MOVE "DUPT" TO WS-SUSPENSE-REASON
           MOVE "H" TO WS-SUSPENSE-STATUS
           PERFORM 2060-ADD-SUSPENSE-ENTRY
           IF WS-DUP-EXCP-COUNT = 200 THEN
               DISPLAY "DUPLICATE EXCEPTION TABLE LIMIT REACHED"
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           ADD 1 TO WS-DUP-EXCP-COUNT
           IF WS-DUP-EXCP-COUNT = 200 THEN
               MOVE "Y" TO WS-DUP-COMMIT-DUE
           END-IF
           MOVE WS-SUS-BATCH-ID (WS-SUSP-COUNT)
               TO WS-DXC-BATCH-ID (WS-DUP-EXCP-COUNT)
           MOVE TRAN-SOURCE-SYSTEM
               TO WS-DXC-SOURCE-SYSTEM (WS-DUP-EXCP-COUNT)
           MOVE TRAN-COUNTER-ID TO WS-DXC-COUNTER-ID (WS-DUP-EXCP-COUNT)
           MOVE TRAN-TIMESTAMP TO WS-DXC-TIMESTAMP (WS-DUP-EXCP-COUNT)
           MOVE TRAN-AMOUNT TO WS-DXC-AMOUNT (WS-DUP-EXCP-COUNT)
           MOVE WS-DPX-BUS-DATE (WS-DUP-FOUND-SUB)
               TO WS-DXC-ORIG-BUS-DATE (WS-DUP-EXCP-COUNT)
           MOVE WS-DPX-BATCH-ID (WS-DUP-FOUND-SUB)
               TO WS-DXC-ORIG-BATCH-ID (WS-DUP-EXCP-COUNT)
           MOVE WS-DPX-RUN-ID (WS-DUP-FOUND-SUB)
               TO WS-DXC-ORIG-RUN-ID (WS-DUP-EXCP-COUNT).

       2920-ADD-INDEX-ENTRY.
           IF WS-DUP-INDEX-COUNT = 20000 THEN
               IF WS-DUP-INDEX-FULL = "N" THEN
                   DISPLAY "DUPLICATE INDEX TABLE LIMIT REACHED, "
                       "LATER POSTINGS NOT INDEXED"
                   MOVE "Y" TO WS-DUP-INDEX-FULL
               END-IF
               ADD 1 TO WS-DUP-UNINDEXED-COUNT
           ELSE
               ADD 1 TO WS-DUP-INDEX-COUNT
               MOVE WS-DUP-SEARCH-KEY
                   TO WS-DPX-KEY (WS-DUP-INDEX-COUNT)
               MOVE WS-BUSINESS-DATE
                   TO WS-DPX-BUS-DATE (WS-DUP-INDEX-COUNT)
               MOVE WS-JOB-RUN-ID TO WS-DPX-RUN-ID (WS-DUP-INDEX-COUNT)
               IF WS-REPOST-PHASE = "Y" THEN
                   MOVE WS-SUS-BATCH-ID (WS-REPOST-ACTIVE-SUB)
                       TO WS-DPX-BATCH-ID (WS-DUP-INDEX-COUNT)
                   MOVE 0 TO WS-DPX-TRAN-SEQ (WS-DUP-INDEX-COUNT)
               ELSE
                   MOVE WS-DETAIL-BATCH-ID
                       TO WS-DPX-BATCH-ID (WS-DUP-INDEX-COUNT)
                   MOVE WS-TRAN-SEQ
                       TO WS-DPX-TRAN-SEQ (WS-DUP-INDEX-COUNT)
               END-IF
           END-IF.

       2600-COMMIT-CHECKPOINT.
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
           CLOSE CHECKPOINT-COUNTER-FILE
           PERFORM 9600-REWRITE-SUSPENSE-FILE
           PERFORM 9650-REWRITE-DUPLICATE-INDEX
           PERFORM 9670-WRITE-DUP-EXCEPTIONS
           MOVE 0 TO WS-TOTAL-AREA-2
           PERFORM 9040-SUM-COUNTER-AREA-2
               VARYING WS-CTR-SUB FROM 1 BY 1
           MOVE WS-JOB-RUN-ID TO CHKPT-JOB-RUN-ID
           MOVE WS-TRAN-SEQ TO CHKPT-TRAN-SEQ
           MOVE WS-TRAN-BATCH-ID TO CHKPT-BATCH-ID
           MOVE WS-DISP-DETAIL-COUNT TO CHKPT-DISP-DETAIL-COUNT
           MOVE WS-DISP-POSTED-COUNT TO CHKPT-DISP-POSTED-COUNT
           MOVE WS-DISP-OVERFLOW-COUNT TO CHKPT-DISP-OVERFLOW-COUNT
           MOVE WS-DISP-HELD-COUNT TO CHKPT-DISP-HELD-COUNT
           MOVE WS-DISP-REJECTED-COUNT TO CHKPT-DISP-REJECTED-COUNT
           PERFORM 2620-SAVE-FEED-TALLIES
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 8
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE CHECKPOINT RECORD, STATUS="
               STOP RUN
           END-IF
           CLOSE CHECKPOINT-FILE
           MOVE 0 TO WS-SINCE-COMMIT
           MOVE "N" TO WS-DUP-COMMIT-DUE.

       2620-SAVE-FEED-TALLIES.
           MOVE WS-FED-DETAIL-COUNT (WS-FEED-SUB)
               TO CHKPT-FEED-DETAIL-COUNT (WS-FEED-SUB)
           MOVE WS-FED-POSTED-COUNT (WS-FEED-SUB)
               TO CHKPT-FEED-POSTED-COUNT (WS-FEED-SUB)
           MOVE WS-FED-OVERFLOW-COUNT (WS-FEED-SUB)
               TO CHKPT-FEED-OVERFLOW-COUNT (WS-FEED-SUB)
           MOVE WS-FED-HELD-COUNT (WS-FEED-SUB)
               TO CHKPT-FEED-HELD-COUNT (WS-FEED-SUB)
           MOVE WS-FED-REJECTED-COUNT (WS-FEED-SUB)
               TO CHKPT-FEED-REJECTED-COUNT (WS-FEED-SUB).

       2610-SNAPSHOT-ONE-COUNTER.
           MOVE WS-CTR-ID (WS-CTR-SUB) TO CHKC-COUNTER-ID
               VARYING WS-CTR-SUB FROM 1 BY 1
               UNTIL WS-CTR-SUB > WS-COUNTER-COUNT
           PERFORM 9050-REWRITE-COUNTER-MASTER
           IF WS-GROUP-MASTER-LOADED = "Y" THEN
               PERFORM 9070-REWRITE-GROUP-MASTER
           END-IF
           PERFORM 9600-REWRITE-SUSPENSE-FILE
           PERFORM 9650-REWRITE-DUPLICATE-INDEX
           PERFORM 9670-WRITE-DUP-EXCEPTIONS
           IF WS-TRAN-BATCH-ID NOT = SPACES THEN
               PERFORM 2820-WRITE-DISPOSITION-TRAILER
           END-IF
           CLOSE DISPOSITION-FILE
           IF WS-DISP-FOLLOWUP-COUNT > 0 THEN
               DISPLAY "FOLLOW-UP DISPOSITIONS: " WS-DISP-FOLLOWUP-COUNT
           END-IF
           PERFORM 9100-WRITE-CHECKPOINT
           PERFORM 9200-UPDATE-HIGH-WATER-MARK
           PERFORM 9300-RECONCILE-CONTROL-TOTAL
           IF WS-TRAN-REPOST-COUNT > 0 THEN
               DISPLAY "TRANSACTIONS REPOSTED:  " WS-TRAN-REPOST-COUNT
           END-IF
           IF WS-SPILL-COUNT > 0 THEN
               DISPLAY "EXCESS SPILL-OVERS:     " WS-SPILL-COUNT
           END-IF
           IF WS-DUP-SUSPECT-COUNT > 0 THEN
               DISPLAY "SUSPECTED DUPLICATES:   " WS-DUP-SUSPECT-COUNT
           END-IF
           IF WS-DUP-UNINDEXED-COUNT > 0 THEN
               DISPLAY "POSTINGS NOT INDEXED:   " WS-DUP-UNINDEXED-COUNT
           END-IF
           CLOSE OVERFLOW-AUDIT-FILE
           CLOSE OVERFLOW-HISTORY-FILE
           CLOSE ALERT-FILE
               PERFORM 9700-REGISTER-BATCH
           END-IF
           PERFORM 9800-RECORD-CYCLE-COMPLETE
           PERFORM 9400-RELEASE-RUN-LOCK
           IF WS-TRAN-SEQ > WS-RESTART-SKIP-COUNT THEN
               COMPUTE WS-RUN-INPUT-COUNT =
                   WS-TRAN-SEQ - WS-RESTART-SKIP-COUNT
           END-IF
           PERFORM 9900-RECORD-RUN-STATISTICS.

       9040-SUM-COUNTER-AREA-2.
           ADD WS-CTR-AREA-2 (WS-CTR-SUB) TO WS-TOTAL-AREA-2.
           MOVE WS-CTR-STATUS (WS-CTR-SUB) TO CTRM-STATUS
           MOVE WS-CTR-WARN1-DATE (WS-CTR-SUB) TO CTRM-WARN1-DATE
           MOVE WS-CTR-WARN2-DATE (WS-CTR-SUB) TO CTRM-WARN2-DATE
           MOVE WS-CTR-SPILL-ID (WS-CTR-SUB) TO CTRM-SPILL-COUNTER-ID
           MOVE WS-CTR-GROUP-ID (WS-CTR-SUB) TO CTRM-GROUP-ID
           WRITE COUNTER-MASTER-RECORD
           IF WS-CTRM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE COUNTER MASTER RECORD, STATUS="
               STOP RUN
           END-IF.

       9070-REWRITE-GROUP-MASTER.
           OPEN OUTPUT GROUP-MASTER-FILE
           IF WS-GRPM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN GROUP MASTER FILE, STATUS="
                   WS-GRPM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9080-WRITE-GROUP-RECORD
               VARYING WS-GRP-SUB FROM 1 BY 1
               UNTIL WS-GRP-SUB > WS-GROUP-COUNT
           CLOSE GROUP-MASTER-FILE.

       9080-WRITE-GROUP-RECORD.
           MOVE WS-GRP-ID (WS-GRP-SUB) TO GRPM-GROUP-ID
           MOVE WS-GRP-NAME (WS-GRP-SUB) TO GRPM-GROUP-NAME
           MOVE WS-GRP-CEILING (WS-GRP-SUB) TO GRPM-CEILING
           MOVE WS-GRP-WARN-PCT-1 (WS-GRP-SUB) TO GRPM-WARN-PCT-1
           MOVE WS-GRP-WARN-PCT-2 (WS-GRP-SUB) TO GRPM-WARN-PCT-2
           MOVE WS-GRP-WARN1-DATE (WS-GRP-SUB) TO GRPM-WARN1-DATE
           MOVE WS-GRP-WARN2-DATE (WS-GRP-SUB) TO GRPM-WARN2-DATE
           MOVE WS-GRP-TRIP-DATE (WS-GRP-SUB) TO GRPM-TRIP-DATE
           WRITE GROUP-MASTER-RECORD
           IF WS-GRPM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE GROUP MASTER RECORD, STATUS="
                   WS-GRPM-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9100-WRITE-CHECKPOINT.
           OPEN OUTPUT CHECKPOINT-FILE
           IF WS-CHKPT-FILE-STATUS NOT = "00" THEN
           MOVE WS-JOB-RUN-ID TO CHKPT-JOB-RUN-ID
           MOVE 0 TO CHKPT-TRAN-SEQ
           MOVE WS-TRAN-BATCH-ID TO CHKPT-BATCH-ID
           MOVE 0 TO CHKPT-DISP-DETAIL-COUNT
           MOVE 0 TO CHKPT-DISP-POSTED-COUNT
           MOVE 0 TO CHKPT-DISP-OVERFLOW-COUNT
           MOVE 0 TO CHKPT-DISP-HELD-COUNT
           MOVE 0 TO CHKPT-DISP-REJECTED-COUNT
           PERFORM 9110-CLEAR-FEED-TALLIES
               VARYING WS-FEED-SUB FROM 1 BY 1
               UNTIL WS-FEED-SUB > 8
           WRITE CHECKPOINT-RECORD
           IF WS-CHKPT-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE CHECKPOINT RECORD, STATUS="
               CLOSE CHECKPOINT-COUNTER-FILE
           END-IF.

       9110-CLEAR-FEED-TALLIES.
           MOVE 0 TO CHKPT-FEED-DETAIL-COUNT (WS-FEED-SUB)
           MOVE 0 TO CHKPT-FEED-POSTED-COUNT (WS-FEED-SUB)
           MOVE 0 TO CHKPT-FEED-OVERFLOW-COUNT (WS-FEED-SUB)
           MOVE 0 TO CHKPT-FEED-HELD-COUNT (WS-FEED-SUB)
           MOVE 0 TO CHKPT-FEED-REJECTED-COUNT (WS-FEED-SUB).

       9200-UPDATE-HIGH-WATER-MARK.
           IF WS-RUN-PEAK-AREA-1 > WS-PRIOR-ALLTIME-MAX THEN
               MOVE WS-RUN-PEAK-AREA-1 TO WS-NEW-ALLTIME-MAX
           MOVE WS-JOB-RUN-ID TO BREG-JOB-RUN-ID
           MOVE WS-CURRENT-DATE TO BREG-POSTED-DATE
           MOVE WS-CURRENT-TIME TO BREG-POSTED-TIME
           PERFORM 9720-WRITE-BATCH-REGISTER
           OPEN INPUT INTAKE-MANIFEST-FILE
           IF WS-INTM-FILE-STATUS = "00" THEN
               MOVE "N" TO WS-INTM-EOF-SWITCH
               PERFORM 9710-REGISTER-FEED-BATCH
                   UNTIL WS-END-OF-INTM-FILE
               CLOSE INTAKE-MANIFEST-FILE
           END-IF
           CLOSE BATCH-REGISTER-FILE.

       9710-REGISTER-FEED-BATCH.
           READ INTAKE-MANIFEST-FILE
               AT END
                   SET WS-END-OF-INTM-FILE TO TRUE
               NOT AT END
                   IF INTM-ACCEPTED
                      AND INTM-MERGED-BATCH-ID = WS-TRAN-BATCH-ID THEN
                       MOVE INTM-FEED-BATCH-ID TO BREG-BATCH-ID
                       MOVE INTM-FEED-BUS-DATE TO BREG-BUS-DATE
                       MOVE WS-JOB-RUN-ID TO BREG-JOB-RUN-ID
                       MOVE WS-CURRENT-DATE TO BREG-POSTED-DATE
                       MOVE WS-CURRENT-TIME TO BREG-POSTED-TIME
                       PERFORM 9720-WRITE-BATCH-REGISTER
                   END-IF
           END-READ.

       9720-WRITE-BATCH-REGISTER.
           WRITE BATCH-REGISTER-RECORD
           IF WS-BREG-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE BATCH REGISTER RECORD, "
                   "STATUS=" WS-BREG-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9800-RECORD-CYCLE-COMPLETE.
           OPEN EXTEND CYCLE-CONTROL-FILE
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
               MOVE WS-BUSINESS-DATE TO RSTA-BUSINESS-DATE
               MOVE WS-JOB-RUN-ID TO RSTA-JOB-RUN-ID
               MOVE "OVFLCHK " TO RSTA-STEP-NAME
               MOVE WS-RUN-START-DATE TO RSTA-START-DATE
               MOVE WS-RUN-START-TIME TO RSTA-START-TIME
               ACCEPT RSTA-END-DATE FROM DATE YYYYMMDD
               ACCEPT RSTA-END-TIME FROM TIME
               MOVE RETURN-CODE TO RSTA-RETURN-CODE
               MOVE WS-RUN-INPUT-COUNT TO RSTA-INPUT-COUNT
               MOVE WS-AUDIT-WRITE-COUNT TO RSTA-OUTPUT-COUNT
               WRITE RUN-STATISTICS-RECORD
               IF WS-RSTA-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO WRITE RUN STATISTICS RECORD, "
                       "STATUS=" WS-RSTA-FILE-STATUS
               END-IF
               CLOSE RUN-STATISTICS-FILE
           END-IF.

       9600-REWRITE-SUSPENSE-FILE.
           OPEN OUTPUT SUSPENSE-FILE
           IF WS-SUSP-FILE-STATUS NOT = "00" THEN
           MOVE WS-SUS-REPOST-RUN-ID (WS-SUSP-SUB)
               TO SUSP-REPOST-RUN-ID
           MOVE WS-SUS-TRAN-DATA (WS-SUSP-SUB) TO SUSP-TRAN-DATA
           MOVE WS-SUS-BATCH-ID (WS-SUSP-SUB) TO SUSP-BATCH-ID
           WRITE SUSPENSE-RECORD
           IF WS-SUSP-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE SUSPENSE RECORD, STATUS="
               STOP RUN
           END-IF.

       9650-REWRITE-DUPLICATE-INDEX.
           OPEN OUTPUT DUPLICATE-INDEX-FILE
           IF WS-DUPX-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO OPEN DUPLICATE INDEX, STATUS="
                   WS-DUPX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM 9660-WRITE-INDEX-RECORD
               VARYING WS-DUP-SUB FROM 1 BY 1
               UNTIL WS-DUP-SUB > WS-DUP-INDEX-COUNT
           CLOSE DUPLICATE-INDEX-FILE.

       9660-WRITE-INDEX-RECORD.
           MOVE WS-DPX-SOURCE-SYSTEM (WS-DUP-SUB) TO DUPX-SOURCE-SYSTEM
           MOVE WS-DPX-COUNTER-ID (WS-DUP-SUB) TO DUPX-COUNTER-ID
           MOVE WS-DPX-TIMESTAMP (WS-DUP-SUB) TO DUPX-TIMESTAMP
           MOVE WS-DPX-AMOUNT (WS-DUP-SUB) TO DUPX-AMOUNT
           MOVE WS-DPX-BUS-DATE (WS-DUP-SUB) TO DUPX-BUS-DATE
           MOVE WS-DPX-BATCH-ID (WS-DUP-SUB) TO DUPX-BATCH-ID
           MOVE WS-DPX-RUN-ID (WS-DUP-SUB) TO DUPX-RUN-ID
           MOVE WS-DPX-TRAN-SEQ (WS-DUP-SUB) TO DUPX-TRAN-SEQ
           WRITE DUP-INDEX-RECORD
           IF WS-DUPX-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE DUPLICATE INDEX RECORD, STATUS="
                   WS-DUPX-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9670-WRITE-DUP-EXCEPTIONS.
           IF WS-DUP-EXCP-COUNT > 0 THEN
               OPEN EXTEND DUP-EXCEPTION-FILE
               IF WS-DUPE-FILE-STATUS = "35" THEN
                   OPEN OUTPUT DUP-EXCEPTION-FILE
                   CLOSE DUP-EXCEPTION-FILE
                   OPEN EXTEND DUP-EXCEPTION-FILE
               END-IF
               IF WS-DUPE-FILE-STATUS NOT = "00" THEN
                   DISPLAY "UNABLE TO OPEN DUPLICATE EXCEPTIONS FILE, "
                       "STATUS=" WS-DUPE-FILE-STATUS
                   MOVE 16 TO RETURN-CODE
                   STOP RUN
               END-IF
               PERFORM 9680-WRITE-EXCEPTION-RECORD
                   VARYING WS-DUP-EXCP-SUB FROM 1 BY 1
                   UNTIL WS-DUP-EXCP-SUB > WS-DUP-EXCP-COUNT
               CLOSE DUP-EXCEPTION-FILE
               MOVE 0 TO WS-DUP-EXCP-COUNT
           END-IF.

       9680-WRITE-EXCEPTION-RECORD.
           MOVE WS-BUSINESS-DATE TO DUPE-BUS-DATE
           MOVE WS-JOB-RUN-ID TO DUPE-RUN-ID
           MOVE WS-DXC-BATCH-ID (WS-DUP-EXCP-SUB) TO DUPE-BATCH-ID
           MOVE WS-DXC-SOURCE-SYSTEM (WS-DUP-EXCP-SUB)
               TO DUPE-SOURCE-SYSTEM
           MOVE WS-DXC-COUNTER-ID (WS-DUP-EXCP-SUB) TO DUPE-COUNTER-ID
           MOVE WS-DXC-TIMESTAMP (WS-DUP-EXCP-SUB) TO DUPE-TIMESTAMP
           MOVE WS-DXC-AMOUNT (WS-DUP-EXCP-SUB) TO DUPE-AMOUNT
           MOVE WS-DXC-ORIG-BUS-DATE (WS-DUP-EXCP-SUB)
               TO DUPE-ORIG-BUS-DATE
           MOVE WS-DXC-ORIG-BATCH-ID (WS-DUP-EXCP-SUB)
               TO DUPE-ORIG-BATCH-ID
           MOVE WS-DXC-ORIG-RUN-ID (WS-DUP-EXCP-SUB) TO DUPE-ORIG-RUN-ID
           WRITE DUP-EXCEPTION-RECORD
           IF WS-DUPE-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE DUPLICATE EXCEPTION RECORD, "
                   "STATUS=" WS-DUPE-FILE-STATUS
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF.

       9400-RELEASE-RUN-LOCK.
           OPEN OUTPUT RUN-CONTROL-FILE
           IF WS-RUNC-FILE-STATUS NOT = "00" THEN
