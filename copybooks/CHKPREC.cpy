*> stamped the record, and CHKPT-BATCH-ID names the TRANFILE
*> batch it was consuming, so a restart refuses to resume
*> against a different batch than the one that abended.
*> CHKPT-DISP-TALLIES carries the batch's disposition counts
*> (see DISPREC) as of the commit, so the acknowledgment trailer
*> written by a restarted run still covers the whole batch; they
*> are zero on a complete checkpoint. CHKPT-FEED-TALLIES carries
*> the same counts per feed batch for a TRANFILE merged by
*> OVFLINTK, in INTKMAN order, so each feed's own trailer also
*> survives a restart; they too are zero on a complete checkpoint.
*> Cutover note: the restart fields grew this fixed-length
*> record; delete and re-seed CHKPNT (one record, zero values)
*> at a quiet point as the one-time conversion, since an
*> old-layout record misframes under this one. The disposition
*> tallies grew the record again, and the per-feed tallies once
*> more; re-seed CHKPNT the same way.
*> ---------------------------------------------------------------
       01  CHECKPOINT-RECORD.
           05  CHKPT-AREA-2            PIC S9(9) COMP-3.
           05  CHKPT-JOB-RUN-ID        PIC X(16).
           05  CHKPT-TRAN-SEQ          PIC 9(9) COMP-3.
           05  CHKPT-BATCH-ID          PIC X(8).
           05  CHKPT-DISP-TALLIES.
               10  CHKPT-DISP-DETAIL-COUNT PIC 9(9) COMP-3.
               10  CHKPT-DISP-POSTED-COUNT PIC 9(9) COMP-3.
               10  CHKPT-DISP-OVERFLOW-COUNT PIC 9(9) COMP-3.
               10  CHKPT-DISP-HELD-COUNT PIC 9(9) COMP-3.
               10  CHKPT-DISP-REJECTED-COUNT PIC 9(9) COMP-3.
           05  CHKPT-FEED-TALLIES.
               10  CHKPT-FEED-TALLY-ENTRY OCCURS 8 TIMES.
                   15  CHKPT-FEED-DETAIL-COUNT PIC 9(9) COMP-3.
                   15  CHKPT-FEED-POSTED-COUNT PIC 9(9) COMP-3.
                   15  CHKPT-FEED-OVERFLOW-COUNT PIC 9(9) COMP-3.
                   15  CHKPT-FEED-HELD-COUNT PIC 9(9) COMP-3.
                   15  CHKPT-FEED-REJECTED-COUNT PIC 9(9) COMP-3.
