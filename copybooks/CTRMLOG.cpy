*> Without this trail a ceiling change on an individual counter
*> was invisible to audit, unlike the run-wide ceiling in
*> CEILPARM which PRMLOG has covered since the last review.
*> Action "L" links or unlinks a spill-over counter (see
*> CTRMREC) and logs the old and new linked counter ids; the
*> other actions log those fields as spaces.
*> Action "G" assigns the counter to a counter group (see
*> GRPMREC) or removes it from its group, and logs the old and
*> new group ids; the other actions log those fields as spaces.
*> Cutover note: the spill-counter fields grew this record, so
*> an existing CTRMLOG must be converted once (fields appended
*> as spaces) before OVFLCMST appends under the new layout. The
*> group fields grew it again and convert the same way.
*> ---------------------------------------------------------------
       01  COUNTER-CHANGE-LOG-RECORD.
           05  CLOG-CHANGE-DATE         PIC X(8).
               88  CLOG-ADD-COUNTER     VALUE "A".
               88  CLOG-CHANGE-CEILING  VALUE "C".
               88  CLOG-CHANGE-STATUS   VALUE "S".
               88  CLOG-LINK-SPILL      VALUE "L".
               88  CLOG-ASSIGN-GROUP    VALUE "G".
           05  CLOG-OLD-CEILING         PIC 9(9).
           05  CLOG-NEW-CEILING         PIC 9(9).
           05  CLOG-OLD-STATUS          PIC X.
           05  CLOG-NEW-STATUS          PIC X.
           05  CLOG-OLD-SPILL-ID        PIC X(8).
           05  CLOG-NEW-SPILL-ID        PIC X(8).
           05  CLOG-OLD-GROUP-ID        PIC X(8).
           05  CLOG-NEW-GROUP-ID        PIC X(8).
