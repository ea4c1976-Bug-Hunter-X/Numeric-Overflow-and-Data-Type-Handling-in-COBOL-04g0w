      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> AUDCHN - audit chain control record, a single record holding
*> the AUDIT-SEQ-NO and AUDIT-CHAIN-VALUE of the last audit record
*> archived (see AUDITREC). OVFLARCH rewrites it each night after
*> the archive generation is closed, before OVFLAUD is emptied,
*> so the next OVFLCHK run carries the sequence and chain on
*> from the archived day and the next generation header carries
*> the values it continues from. A missing AUDCHN means no
*> chained record has been archived yet: the chain starts at
*> sequence one from a chain value of zero. Only OVFLARCH
*> writes it. AUDC-PRIOR-SEQ-NO/AUDC-PRIOR-CHAIN-VALUE keep the
*> values the AUDC-ARCHIVE-DATE generation continued from, so an
*> OVFLARCH rerun for the same date (after an abend between this
*> rewrite and the emptying of OVFLAUD) heads the replacement
*> generation with the same values instead of its own records'.
*> OVFLARCH allows that rerun only while OVFLAUD's first chained
*> record is AUDC-PRIOR-SEQ-NO + 1, and refuses it otherwise.
*> ---------------------------------------------------------------
       01  AUDIT-CHAIN-CONTROL-RECORD.
           05  AUDC-LAST-SEQ-NO         PIC 9(12).
           05  AUDC-LAST-CHAIN-VALUE    PIC 9(10).
           05  AUDC-ARCHIVE-DATE        PIC X(8).
           05  AUDC-PRIOR-SEQ-NO        PIC 9(12).
           05  AUDC-PRIOR-CHAIN-VALUE   PIC 9(10).
           05  AUDC-STAMP-DATE          PIC X(8).
           05  AUDC-STAMP-TIME          PIC X(8).
