*> entered id here before doing anything: the id must exist and
*> be active, and carry at least the authority the transaction
*> requires. OPER-AUTH-LEVEL 1 acknowledges alerts, level 2 also
*> maintains CEILPARM, CTRMAST and GRPMAST, clears the RUNCTL
*> lock, and repairs suspense, and level 3 also maintains this master
*> itself (through OVFLOPER, which logs every change to OPERLOG).
*> A disabled id is refused everywhere, so the id that lands in
*> STAT-OPERATOR-ID and PLOG-OPERATOR-ID is always a verified,
