*> the effective-dated CEILPARM file. OVFLPARM appends one record
*> per maintenance action: who made the change, when, which
*> effective date it targets, and the old and new ceiling,
*> adjustment, checkpoint-interval, reset-source,
*> warning-band, and duplicate-window values.
*> A brand-new effective date logs zeros as the old values.
*> This is the trail audit asked for after the untracked
*> ceiling changes in the last review.
           05  PLOG-OLD-WARN-PCT-2      PIC 9(2).
           05  PLOG-NEW-WARN-PCT-1      PIC 9(2).
           05  PLOG-NEW-WARN-PCT-2      PIC 9(2).
           05  PLOG-OLD-DUP-WINDOW      PIC 9(2).
           05  PLOG-NEW-DUP-WINDOW      PIC 9(2).
