      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> DUPXREC - duplicate-detection index record, one per detail
*> posting OVFLCHK has applied in the last PARM-DUP-WINDOW-DAYS
*> business days. BATCHREG only catches a batch id delivered
*> twice; a source system that resends the same postings under a
*> new batch id gets past it, so OVFLCHK also checks every "POST"
*> detail against this index by source system, counter,
*> TRAN-TIMESTAMP and TRAN-AMOUNT, and a match suspends as a
*> suspected duplicate (SUSPREC reason "DUPT") instead of posting.
*> DUPX-BUS-DATE, DUPX-BATCH-ID and DUPX-RUN-ID identify the
*> original posting for the DUPEXCP exceptions record.
*> OVFLCHK loads the whole DUPINDX file at start of run, dropping
*> entries whose business date has aged out of the window (the
*> window counts the business dates present on the index, today
*> included, so weekends and holidays with no cycle do not eat
*> into it), and rewrites it at every checkpoint commit and at
*> end of run - the same points SUSPFILE is rewritten. DUPX-TRAN-
*> SEQ is the posting's position in its TRANFILE (zero for a
*> suspense repost): a restart drops the entries for the
*> restarted batch past the committed position, so the postings
*> it re-processes are not taken for duplicates of themselves.
*> A posting from a merged OVFLINTK batch carries its feed's
*> batch id here, with DUPX-TRAN-SEQ still its position in the
*> merged TRANFILE, so the restart drop also matches the feed
*> batch ids the INTKMAN manifest names for the restarted batch.
*> ---------------------------------------------------------------
       01  DUP-INDEX-RECORD.
           05  DUPX-SOURCE-SYSTEM       PIC X(8).
           05  DUPX-COUNTER-ID          PIC X(8).
           05  DUPX-TIMESTAMP           PIC X(16).
           05  DUPX-AMOUNT              PIC S9(9).
           05  DUPX-BUS-DATE            PIC X(8).
           05  DUPX-BATCH-ID            PIC X(8).
           05  DUPX-RUN-ID              PIC X(16).
           05  DUPX-TRAN-SEQ            PIC 9(9).
