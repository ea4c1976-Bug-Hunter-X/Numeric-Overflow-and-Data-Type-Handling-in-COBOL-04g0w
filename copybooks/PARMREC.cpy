*> ceiling OVFLCHK writes a "WARNING" alert, at most once per
*> band per counter per day. Zero means "use the program
*> defaults" (80 and 90).
*> PARM-DUP-WINDOW-DAYS is how many business days of posted
*> transactions OVFLCHK keeps on the DUPINDX duplicate index
*> (see DUPXREC); a posting matching one in the window suspends
*> as a suspected duplicate. Zero means "use the program
*> default" (5).
*> Cutover note: the interval, reset-source, warning-band, and
*> duplicate-window fields grew this fixed-length record, so a
*> CEILPARM written under the old layout misframes under this
*> one; re-key each effective date through OVFLPARM (which
*> rewrites the whole file) as the one-time conversion.
*> ---------------------------------------------------------------
       01  PARM-RECORD.
           05  PARM-EFFECTIVE-DATE     PIC X(8).
           05  PARM-RESET-SOURCE       PIC X(8).
           05  PARM-WARN-PCT-1         PIC 9(2).
           05  PARM-WARN-PCT-2         PIC 9(2).
           05  PARM-DUP-WINDOW-DAYS    PIC 9(2).
