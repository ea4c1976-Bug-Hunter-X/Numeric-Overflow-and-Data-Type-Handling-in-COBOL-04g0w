      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> GRPMREC - counter-group master record, one per counter group
*> (business unit) in GRPMAST, keyed by GRPM-GROUP-ID. Counters
*> join a group through CTRM-GROUP-ID on CTRMAST (see CTRMREC).
*> GRPM-CEILING is the consolidated ceiling for the combined
*> AREA-2 of all the group's members; GRPM-WARN-PCT-1/-2 are the
*> group's early-warning bands as percentages of that ceiling,
*> zero meaning "use the CEILPARM warning bands". The group
*> ceiling does not truncate anything - each member is still
*> held to its own ceiling - it only drives the group-level
*> alerts OVFLCHK writes when the combined value crosses a band
*> ("GRPWARN") or the ceiling ("GRPHIGH"). GRPM-WARN1-DATE,
*> GRPM-WARN2-DATE and GRPM-TRIP-DATE remember the last business
*> date each alert fired, so a group alerts at most once per
*> band per day the way CTRM-WARN1-DATE/-WARN2-DATE do for a
*> counter. OVFLCHK rewrites the dates at end of run.
*> Maintenance goes through OVFLGMST, which validates each
*> action and writes a who/when/old/new change-log record (see
*> GRPMLOG) the way OVFLCMST logs to CTRMLOG.
*> ---------------------------------------------------------------
       01  GROUP-MASTER-RECORD.
           05  GRPM-GROUP-ID            PIC X(8).
           05  GRPM-GROUP-NAME          PIC X(20).
           05  GRPM-CEILING             PIC 9(9).
           05  GRPM-WARN-PCT-1          PIC 9(2).
           05  GRPM-WARN-PCT-2          PIC 9(2).
           05  GRPM-WARN1-DATE          PIC X(8).
           05  GRPM-WARN2-DATE          PIC X(8).
           05  GRPM-TRIP-DATE           PIC X(8).
