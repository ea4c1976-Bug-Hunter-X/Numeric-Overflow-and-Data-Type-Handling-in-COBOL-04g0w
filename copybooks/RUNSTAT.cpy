      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> RUNSTAT - run-statistics record. Each nightly step (OVFLINTK,
*> OVFLCHK, OVFLEXTR, OVFLARCH, OVFLVRFY, OVFLRPT, OVFLDUPR,
*> OVFLPURG) appends one record to RUNSTATS as its last act on
*> every run that reaches end of job: the business date it ran
*> for, its job run id
*> (start date and time, the OVFLCHK convention), the step name,
*> the start and end date and time (HHMMSSCC as ACCEPT FROM TIME
*> returns it), the RETURN-CODE it ended with, and its input and
*> output record counts - for OVFLCHK the TRANFILE details read
*> this run and the audit records written, for the others the
*> records read and the records or report lines written. A step
*> that stops with RETURN-CODE 12 or 16 before end of job writes
*> no record, so a missing record is itself the symptom OVFLSLA
*> reports. The file only ever grows; OVFLSLA reads it by
*> business-date range. A failure to append is displayed and
*> never changes the step's own RETURN-CODE.
*> ---------------------------------------------------------------
       01  RUN-STATISTICS-RECORD.
           05  RSTA-BUSINESS-DATE       PIC X(8).
           05  RSTA-JOB-RUN-ID          PIC X(16).
           05  RSTA-STEP-NAME           PIC X(8).
           05  RSTA-START-DATE          PIC X(8).
           05  RSTA-START-TIME          PIC X(8).
           05  RSTA-END-DATE            PIC X(8).
           05  RSTA-END-TIME            PIC X(8).
           05  RSTA-RETURN-CODE         PIC 9(4).
           05  RSTA-INPUT-COUNT         PIC 9(9).
           05  RSTA-OUTPUT-COUNT        PIC 9(9).
