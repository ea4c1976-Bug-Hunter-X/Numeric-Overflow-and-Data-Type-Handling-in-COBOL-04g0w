*> so OVFLRPT and the warehouse extract can tell them apart, and
*> AUDIT-TRAN-TIMESTAMP carries the upstream TRAN-TIMESTAMP so a
*> reversal can be matched back to the posting it backs out.
*> A "SPIL" record is written against a linked spill-over
*> counter (see CTRMREC) when the posting counter trips and its
*> excess moves across; it carries the originating posting's
*> TRAN-TIMESTAMP and names the counter it came from in
*> AUDIT-ORIGIN-COUNTER-ID (spaces on every other record).
*> An "ADJT" record is written when the CEILPARM adjustment
*> amount is applied to a counter at end of run; it has no
*> TRAN-TIMESTAMP. Every change to a counter's area values thus
*> leaves an audit record, so the trail can be replayed to
*> rebuild any counter as of an earlier date or run.
*> AUDIT-TRAN-AMOUNT is the amount this record applied to its
*> counter: the posted amount, the negative amount of a
*> reversal, the excess moved by a spill, the adjustment
*> amount, zero for a reset.
*> AUDIT-SEQ-NO numbers every audit record ever written, one
*> continuous sequence across runs, days and archive generations
*> (OVFLCHK takes up where the last record in OVFLAUD, or else
*> the AUDCHN control record, left off). AUDIT-CHAIN-VALUE makes
*> the trail tamper-evident: it is the check value of this record
*> chained from the previous record's AUDIT-CHAIN-VALUE, so an
*> altered, removed or inserted record breaks every value after
*> it. The check value starts from the previous record's chain
*> value and folds in every byte of this record before
*> AUDIT-CHAIN-VALUE (positions 1 through 117, AUDIT-SEQ-NO
*> included), one byte at a time in order:
*>     value = (value * 31 + byte code + position)
*>             remainder 9999999967
*> The first chained record starts from zero. OVFLCHNV walks the
*> archive generations and OVFLAUD and recomputes the chain.
*> Cutover note: the type and timestamp fields grew this
*> fixed-length record; cut over at a day boundary right after
*> OVFLARCH has emptied OVFLAUD, so no old-layout records remain
*> in the live file to misframe. The origin-counter and amount
*> fields grew the record again and follow the same rule; the
*> archive layout (AUDARCH) widened with them. The sequence and
*> chain fields grew it once more under the same rule; records
*> converted from the old layout carry zero in both and are
*> treated as unchained history, so the chain begins with the
*> first record written after the cutover.
*> ---------------------------------------------------------------
       01  AUDIT-RECORD.
           05  AUDIT-JOB-RUN-ID        PIC X(16).
           05  AUDIT-OVERFLOW-IND      PIC X.
           05  AUDIT-TRAN-TYPE         PIC X(4).
           05  AUDIT-TRAN-TIMESTAMP    PIC X(16).
           05  AUDIT-ORIGIN-COUNTER-ID PIC X(8).
           05  AUDIT-TRAN-AMOUNT       PIC S9(9).
           05  AUDIT-SEQ-NO            PIC 9(12).
           05  AUDIT-CHAIN-VALUE       PIC 9(10).
