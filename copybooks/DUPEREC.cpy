      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> DUPEREC - suspected-duplicate exceptions record. OVFLCHK
*> appends one to DUPEXCP for every detail posting it suspends
*> as a duplicate of a posting already on the DUPINDX index (see
*> DUPXREC): the business date, run and batch the duplicate
*> arrived on, the transaction's key fields, and the business
*> date, batch and run of the original posting it matched.
*> The records are held in the run and written at each
*> checkpoint commit and at end of run, so a restart does not
*> repeat them. OVFLDUPR prints the nightly exceptions report
*> from this file by source system. Like ALERTOUT, the file
*> only ever grows; the report takes the records dated with
*> its business date.
*> ---------------------------------------------------------------
       01  DUP-EXCEPTION-RECORD.
           05  DUPE-BUS-DATE            PIC X(8).
           05  DUPE-RUN-ID              PIC X(16).
           05  DUPE-BATCH-ID            PIC X(8).
           05  DUPE-SOURCE-SYSTEM       PIC X(8).
           05  DUPE-COUNTER-ID          PIC X(8).
           05  DUPE-TIMESTAMP           PIC X(16).
           05  DUPE-AMOUNT              PIC S9(9).
           05  DUPE-ORIG-BUS-DATE       PIC X(8).
           05  DUPE-ORIG-BATCH-ID       PIC X(8).
           05  DUPE-ORIG-RUN-ID         PIC X(16).
