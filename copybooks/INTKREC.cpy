      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> INTKREC - feed intake manifest record. OVFLINTK writes INTKMAN
*> afresh on every intake, one record per feed slot that was
*> expected on the FEEDLIST or delivered anyway: the merged
*> TRANFILE batch id the intake built, the intake business date
*> and run, the feed slot (FEED01-FEED08) and its source system,
*> whether the feed was accepted into the merge, refused (with
*> the reason), or missing, and the feed's own batch id,
*> business date, detail count and trailer hash total.
*> OVFLCHK reads it when it validates the merged TRANFILE, to
*> send the disposition acknowledgment back per feed batch (see
*> DISPREC), and when it registers the merged batch on
*> BATCHREG and registers the batch id of every feed accepted
*> into that merged batch as well, so a source system that
*> re-delivers a feed is refused at the next intake - and only
*> once the batch has actually posted, as BATCHREG requires.
*> ---------------------------------------------------------------
       01  INTAKE-MANIFEST-RECORD.
           05  INTM-MERGED-BATCH-ID     PIC X(8).
           05  INTM-BUS-DATE            PIC X(8).
           05  INTM-RUN-ID              PIC X(16).
           05  INTM-FEED-SLOT           PIC 9(2).
           05  INTM-SOURCE-SYSTEM       PIC X(8).
           05  INTM-RESULT              PIC X.
               88  INTM-ACCEPTED        VALUE "A".
               88  INTM-REFUSED         VALUE "R".
               88  INTM-MISSING         VALUE "M".
           05  INTM-REASON              PIC X(30).
           05  INTM-FEED-BATCH-ID       PIC X(8).
           05  INTM-FEED-BUS-DATE       PIC X(8).
           05  INTM-DETAIL-COUNT        PIC 9(9).
           05  INTM-HASH-TOTAL          PIC S9(15) SIGN LEADING
                                        SEPARATE.
