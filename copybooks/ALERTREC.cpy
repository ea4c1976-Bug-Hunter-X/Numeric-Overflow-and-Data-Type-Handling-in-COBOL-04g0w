*> ---------------------------------------------------------------
*> ALERT-COUNTER-ID names the counter-master counter that tripped
*> so on-call can tell the per-region/per-product streams apart.
*> A group-level alert (see GRPMREC) carries the counter-group id
*> in ALERT-COUNTER-ID and severity "GRPHIGH" when the group's
*> combined AREA-2 is over the group ceiling, "GRPWARN" when it
*> crossed a group warning band; ALERT-AREA-1-VALUE then holds
*> the combined AREA-2.
       01  ALERT-RECORD.
           05  ALERT-JOB-RUN-ID         PIC X(16).
           05  ALERT-COUNTER-ID         PIC X(8).
