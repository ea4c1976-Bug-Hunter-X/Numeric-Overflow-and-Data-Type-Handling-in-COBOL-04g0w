*> misframe under this one. Generations inside the retention
*> window at cutover must be converted once (re-framed with the
*> new fields as spaces) or OVFLTRND and the reversal match will
*> misparse them. The same applies to the later widening from
*> 88 to 105 bytes for the spill-over origin and amount fields,
*> and to the widening from 105 to 127 bytes for the audit
*> sequence and chain fields (converted records carry zeros).
*> The header carries the AUDIT-SEQ-NO the generation is expected
*> to start at and the chain value it continues from (the
*> previous generation's closing values, from the AUDCHN control
*> record); the trailer carries the last AUDIT-SEQ-NO and
*> AUDIT-CHAIN-VALUE archived. A generation's header values must
*> therefore match the trailer values of the generation before
*> it, which is how OVFLCHNV carries the chain across generations.
*> ---------------------------------------------------------------
       01  ARCHIVE-RECORD.
           05  ARCH-RECORD-TYPE         PIC X(4).
               88  ARCH-HEADER          VALUE "HDR ".
               88  ARCH-AUDIT-DETAIL    VALUE "AUD ".
               88  ARCH-TRAILER         VALUE "TRLR".
           05  ARCH-RECORD-DATA         PIC X(127).
           05  ARCH-HEADER-DATA REDEFINES ARCH-RECORD-DATA.
               10  ARCH-HDR-DATE        PIC X(8).
               10  ARCH-HDR-SOURCE      PIC X(8).
               10  ARCH-HDR-FIRST-SEQ-NO PIC 9(12).
               10  ARCH-HDR-CHAIN-IN    PIC 9(10).
               10  FILLER               PIC X(89).
           05  ARCH-TRAILER-DATA REDEFINES ARCH-RECORD-DATA.
               10  ARCH-TRL-RECORD-COUNT PIC 9(9).
               10  ARCH-TRL-LAST-SEQ-NO PIC 9(12).
               10  ARCH-TRL-CHAIN-OUT   PIC 9(10).
               10  FILLER               PIC X(96).
