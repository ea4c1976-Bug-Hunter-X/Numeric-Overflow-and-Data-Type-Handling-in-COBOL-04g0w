*> Adds or replaces the parameter set for one effective date:
*> prompts for the operator id, effective date, overflow ceiling,
*> adjustment amount, checkpoint interval, reset-authorized
*> source system, early-warning band percentages, and duplicate-
*> detection window in business days, validates them
*> (dates, ceiling, and interval must be numeric, the adjustment
*> must be zero or negative per the standing PARMREC rule - enter
*> it fixed-width with a leading minus sign, e.g. -000000005),
               10  WS-PRM-RESET-SOURCE PIC X(8).
               10  WS-PRM-WARN-PCT-1   PIC 9(2).
               10  WS-PRM-WARN-PCT-2   PIC 9(2).
               10  WS-PRM-DUP-WINDOW   PIC 9(2).
       01  WS-OPERATOR-ID              PIC X(8) VALUE SPACES.
       01  WS-NEW-EFF-DATE             PIC X(8) VALUE SPACES.
       01  WS-NEW-CEILING-ENTRY        PIC X(9) VALUE SPACES.
       01  WS-NEW-WARN-PCT-2           PIC 9(2) VALUE 0.
       01  WS-OLD-WARN-PCT-1           PIC 9(2) VALUE 0.
       01  WS-OLD-WARN-PCT-2           PIC 9(2) VALUE 0.
       01  WS-DUP-WINDOW-ENTRY         PIC X(2) VALUE SPACES.
       01  WS-NEW-DUP-WINDOW           PIC 9(2) VALUE 0.
       01  WS-OLD-DUP-WINDOW           PIC 9(2) VALUE 0.
       01  WS-OPER-FILE-STATUS         PIC XX VALUE SPACES.
       01  WS-OPER-EOF-SWITCH          PIC X VALUE "N".
           88  WS-END-OF-OPER-FILE     VALUE "Y".
               DISPLAY "FIRST WARNING BAND MUST BE BELOW THE SECOND"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY "ENTER DUPLICATE WINDOW IN BUSINESS DAYS "
               "(2 DIGITS, ZERO FOR THE PROGRAM DEFAULT): "
           ACCEPT WS-DUP-WINDOW-ENTRY
           IF WS-DUP-WINDOW-ENTRY IS NOT NUMERIC THEN
               DISPLAY "DUPLICATE WINDOW MUST BE NUMERIC"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-DUP-WINDOW-ENTRY TO WS-NEW-DUP-WINDOW.

       1100-VALIDATE-ADJUSTMENT.
           IF WS-ADJ-ENTRY (1:1) = "-" THEN
                       TO WS-PRM-WARN-PCT-1 (WS-PARM-COUNT)
                   MOVE PARM-WARN-PCT-2
                       TO WS-PRM-WARN-PCT-2 (WS-PARM-COUNT)
                   MOVE PARM-DUP-WINDOW-DAYS
                       TO WS-PRM-DUP-WINDOW (WS-PARM-COUNT)
           END-READ.

       3000-APPLY-CHANGE.
                   TO WS-OLD-WARN-PCT-1
               MOVE WS-PRM-WARN-PCT-2 (WS-PARM-FOUND-SUB)
                   TO WS-OLD-WARN-PCT-2
               MOVE WS-PRM-DUP-WINDOW (WS-PARM-FOUND-SUB)
                   TO WS-OLD-DUP-WINDOW
           ELSE
               IF WS-PARM-COUNT = 50 THEN
                   DISPLAY "CEILING PARM FILE IS FULL"
               MOVE SPACES TO WS-OLD-RESET-SOURCE
               MOVE 0 TO WS-OLD-WARN-PCT-1
               MOVE 0 TO WS-OLD-WARN-PCT-2
               MOVE 0 TO WS-OLD-DUP-WINDOW
           END-IF
           MOVE WS-NEW-CEILING TO WS-PRM-CEILING (WS-PARM-FOUND-SUB)
           MOVE WS-NEW-ADJUSTMENT
           MOVE WS-NEW-WARN-PCT-1
               TO WS-PRM-WARN-PCT-1 (WS-PARM-FOUND-SUB)
           MOVE WS-NEW-WARN-PCT-2
               TO WS-PRM-WARN-PCT-2 (WS-PARM-FOUND-SUB)
           MOVE WS-NEW-DUP-WINDOW
               TO WS-PRM-DUP-WINDOW (WS-PARM-FOUND-SUB).

       3100-MATCH-EFFECTIVE-DATE.
           IF WS-PRM-EFF-DATE (WS-PARM-SUB) = WS-NEW-EFF-DATE THEN
               TO PARM-RESET-SOURCE
           MOVE WS-PRM-WARN-PCT-1 (WS-PARM-SUB) TO PARM-WARN-PCT-1
           MOVE WS-PRM-WARN-PCT-2 (WS-PARM-SUB) TO PARM-WARN-PCT-2
           MOVE WS-PRM-DUP-WINDOW (WS-PARM-SUB)
               TO PARM-DUP-WINDOW-DAYS
           WRITE PARM-RECORD
           IF WS-PARM-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE CEILING PARM RECORD, STATUS="
           MOVE WS-OLD-WARN-PCT-2 TO PLOG-OLD-WARN-PCT-2
           MOVE WS-NEW-WARN-PCT-1 TO PLOG-NEW-WARN-PCT-1
           MOVE WS-NEW-WARN-PCT-2 TO PLOG-NEW-WARN-PCT-2
           MOVE WS-OLD-DUP-WINDOW TO PLOG-OLD-DUP-WINDOW
           MOVE WS-NEW-DUP-WINDOW TO PLOG-NEW-DUP-WINDOW
           WRITE PARM-CHANGE-LOG-RECORD
           IF WS-PLOG-FILE-STATUS NOT = "00" THEN
               DISPLAY "UNABLE TO WRITE PARM CHANGE LOG, STATUS="
