*> batch has posted and the counter master has been rewritten,
*> so a batch that abends mid-run is not registered and its
*> restart is not refused.
*> A TRANFILE merged from several source feeds by OVFLINTK is
*> registered under its intake batch id and, from the INTKMAN
*> manifest, under each accepted feed's own batch id as well;
*> OVFLINTK checks every delivered feed against the register.
*> ---------------------------------------------------------------
       01  BATCH-REGISTER-RECORD.
           05  BREG-BATCH-ID            PIC X(8).
