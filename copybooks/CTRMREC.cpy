*> date each early-warning band alerted for this counter, so a
*> busy stream warns at most once per band per day even across
*> multiple OVFLCHK cycles.
*> CTRM-SPILL-COUNTER-ID optionally names a second counter that
*> takes the excess when this one trips its ceiling. OVFLCHK
*> then holds this counter at its ceiling and posts the part
*> above it to the linked counter, which gets its own ceiling
*> and warning-band checks. Spaces means no link: the counter
*> keeps the truncate-and-alert behavior. The link is set and
*> cleared through OVFLCMST, which refuses a link that would
*> loop back on itself.
*> CTRM-GROUP-ID optionally names the counter group (see
*> GRPMREC) the counter rolls up into - the business unit its
*> region or product line belongs to. OVFLCHK alerts when the
*> combined AREA-2 of a group's members crosses the group's
*> warning bands or ceiling, and OVFLRPT/OVFLTRND subtotal by
*> group. Spaces means the counter belongs to no group.
*> Membership is set and cleared through OVFLCMST action "G".
*> Cutover note: the status and warning-date fields grew this
*> fixed-length record, so a CTRMAST written under the old
*> layout misframes under this one and must be converted once
*> (re-written with space status and warning dates) before the
*> first run on the new layout. The spill-counter field grew
*> the record again; convert CTRMAST once more with the field as
*> spaces (no link) before the first run on that layout. The
*> group field grew it once more; convert with the group as
*> spaces (no group) the same way.
*> ---------------------------------------------------------------
       01  COUNTER-MASTER-RECORD.
           05  CTRM-COUNTER-ID          PIC X(8).
               88  CTRM-RETIRED         VALUE "R".
           05  CTRM-WARN1-DATE          PIC X(8).
           05  CTRM-WARN2-DATE          PIC X(8).
           05  CTRM-SPILL-COUNTER-ID    PIC X(8).
           05  CTRM-GROUP-ID            PIC X(8).
