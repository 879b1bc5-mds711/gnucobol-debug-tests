      *    unit sees the same value. SPACES means "no sign-on yet" -
      *    the data-changing programs (LOGREPAIR, LOGACK) then prompt
      *    for it themselves before touching anything, so a standalone
      *    invocation still leaves a usable journal trail. LOGAUTH
      *    looks the same ID up in LOGOPERS.DAT to decide what the
      *    operator may run.
      ******************************************************************
       01  LOG-OPERATOR-ID     PIC X(8) EXTERNAL.
