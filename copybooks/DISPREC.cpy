      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> DISPREC - per-transaction disposition (acknowledgment) record
*> returned to the source systems. OVFLCHK appends to DISPOUT so
*> every TRAN-SOURCE-SYSTEM team can clear its own exceptions
*> without phoning us or reading SUSPFILE:
*>   - "HDR " opens the batch's acknowledgment with the batch id,
*>     business date and the TRAN-HDR-RECORD-COUNT received;
*>   - "DTL " carries one disposition per detail transaction in
*>     the batch, in TRANFILE order (DISP-TRAN-SEQ): posted,
*>     posted-with-overflow (the posting tripped a ceiling on its
*>     counter or a spill-over counter), held (suspended counter,
*>     reposts automatically), or rejected with the SUSPREC
*>     reason code;
*>   - "TRLR" closes the batch with the header count received and
*>     the detail count and per-disposition counts sent, so the
*>     sender can reconcile against its TRAN-HDR-RECORD-COUNT;
*>   - "FUP " is a follow-up disposition for a suspense item
*>     reposted in a later cycle, under the ORIGINAL batch id and
*>     with DISP-TRAN-SEQ zero; it supersedes the earlier
*>     disposition for the same timestamp and counter;
*>   - "RSTR" marks a restart of an abended run: any "DTL " for
*>     the batch written before it with DISP-TRAN-SEQ greater
*>     than DISP-RST-TRAN-SEQ was re-processed after it and is to
*>     be discarded. The trailer counts already allow for this.
*> When TRANFILE was merged from several feeds by OVFLINTK, the
*> acknowledgment is written per feed instead: a "HDR " and a
*> "TRLR" for each accepted feed batch on INTKMAN, under that
*> feed's own batch id and header count, with each "DTL " under
*> the batch id of the feed it came from (a "RSTR" is written
*> for each feed batch). DISP-TRAN-SEQ is then the position in
*> the merged TRANFILE, which is what a restart resumes by.
*> DISP-RUN-ID names the OVFLCHK run that wrote the record.
*> ---------------------------------------------------------------
       01  DISPOSITION-RECORD.
           05  DISP-RECORD-TYPE         PIC X(4).
               88  DISP-HEADER          VALUE "HDR ".
               88  DISP-DETAIL          VALUE "DTL ".
               88  DISP-FOLLOW-UP       VALUE "FUP ".
               88  DISP-RESTART         VALUE "RSTR".
               88  DISP-TRAILER         VALUE "TRLR".
           05  DISP-BATCH-ID            PIC X(8).
           05  DISP-RUN-ID              PIC X(16).
           05  DISP-RECORD-DATA         PIC X(60).
           05  DISP-DETAIL-DATA REDEFINES DISP-RECORD-DATA.
               10  DISP-TRAN-SEQ        PIC 9(9).
               10  DISP-SOURCE-SYSTEM   PIC X(8).
               10  DISP-TRAN-TIMESTAMP  PIC X(16).
               10  DISP-COUNTER-ID      PIC X(8).
               10  DISP-TRAN-TYPE       PIC X(4).
               10  DISP-CODE            PIC X.
                   88  DISP-POSTED          VALUE "P".
                   88  DISP-POSTED-OVERFLOW VALUE "O".
                   88  DISP-HELD            VALUE "H".
                   88  DISP-REJECTED        VALUE "R".
               10  DISP-REASON          PIC X(4).
               10  FILLER               PIC X(10).
           05  DISP-HEADER-DATA REDEFINES DISP-RECORD-DATA.
               10  DISP-HDR-BUS-DATE    PIC X(8).
               10  DISP-HDR-RECORD-COUNT PIC 9(9).
               10  FILLER               PIC X(43).
           05  DISP-RESTART-DATA REDEFINES DISP-RECORD-DATA.
               10  DISP-RST-TRAN-SEQ    PIC 9(9).
               10  FILLER               PIC X(51).
           05  DISP-TRAILER-DATA REDEFINES DISP-RECORD-DATA.
               10  DISP-TRL-HDR-RECORD-COUNT PIC 9(9).
               10  DISP-TRL-DETAIL-COUNT PIC 9(9).
               10  DISP-TRL-POSTED-COUNT PIC 9(9).
               10  DISP-TRL-OVERFLOW-COUNT PIC 9(9).
               10  DISP-TRL-HELD-COUNT  PIC 9(9).
               10  DISP-TRL-REJECTED-COUNT PIC 9(9).
               10  FILLER               PIC X(6).
