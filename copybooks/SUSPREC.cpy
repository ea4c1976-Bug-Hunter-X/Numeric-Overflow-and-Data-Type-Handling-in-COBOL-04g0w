*> repost against a counter that is still suspended, which
*> simply stays queued "R" instead of leaving a trail record
*> every cycle.
*> SUSP-BATCH-ID names the TRANFILE batch the transaction came
*> in on (a failed repost keeps the original batch id), so the
*> follow-up disposition for a reposted item goes back to the
*> source system under the batch it first acknowledged (see
*> DISPREC).
*> A "DUPT" record is a posting OVFLCHK took for a resend of one
*> already posted (see DUPXREC). If the operator finds it is a
*> genuine new posting, queueing it "R" with OVFLSUSP reposts it
*> without the duplicate check - the release is the override.
*> Cutover note: the batch-id field grew this fixed-length
*> record; convert SUSPFILE once (batch id as spaces) before the
*> first run on the new layout.
*> ---------------------------------------------------------------
       01  SUSPENSE-RECORD.
           05  SUSP-STATUS              PIC X.
               88  SUSP-NO-REVERSAL     VALUE "NORV".
               88  SUSP-DUP-REVERSAL    VALUE "DUPR".
               88  SUSP-UNAUTH-RESET    VALUE "NAUT".
               88  SUSP-DUPLICATE       VALUE "DUPT".
           05  SUSP-RUN-ID              PIC X(16).
           05  SUSP-REPOST-RUN-ID       PIC X(16).
           05  SUSP-TRAN-DATA           PIC X(45).
               10  SUSP-AMOUNT          PIC X(9).
               10  SUSP-SOURCE-SYSTEM   PIC X(8).
               10  SUSP-TIMESTAMP       PIC X(16).
           05  SUSP-BATCH-ID            PIC X(8).
