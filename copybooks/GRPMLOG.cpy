      >>SOURCE FORMAT FREE
*> ---------------------------------------------------------------
*> GRPMLOG - counter-group master change-log record, the audit
*> trail behind GRPMAST maintenance, modeled on CTRMLOG. OVFLGMST
*> appends one record per maintenance action: who made the
*> change, when, which group, the action - (A)dd, (C)hange
*> ceiling and bands, (D)elete - and the old and new name,
*> ceiling and warning-band values. Adding a group logs zero and
*> spaces as the old values; deleting one logs them as the new.
*> Which counters belong to a group is logged separately, on
*> CTRMLOG under OVFLCMST action "G".
*> ---------------------------------------------------------------
       01  GROUP-CHANGE-LOG-RECORD.
           05  GLOG-CHANGE-DATE         PIC X(8).
           05  GLOG-CHANGE-TIME         PIC X(8).
           05  GLOG-OPERATOR-ID         PIC X(8).
           05  GLOG-GROUP-ID            PIC X(8).
           05  GLOG-ACTION              PIC X.
               88  GLOG-ADD-GROUP       VALUE "A".
               88  GLOG-CHANGE-GROUP    VALUE "C".
               88  GLOG-DELETE-GROUP    VALUE "D".
           05  GLOG-OLD-NAME            PIC X(20).
           05  GLOG-NEW-NAME            PIC X(20).
           05  GLOG-OLD-CEILING         PIC 9(9).
           05  GLOG-NEW-CEILING         PIC 9(9).
           05  GLOG-OLD-WARN-PCT-1      PIC 9(2).
           05  GLOG-NEW-WARN-PCT-1      PIC 9(2).
           05  GLOG-OLD-WARN-PCT-2      PIC 9(2).
           05  GLOG-NEW-WARN-PCT-2      PIC 9(2).
