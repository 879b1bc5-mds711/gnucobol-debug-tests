      ******************************************************************
      *    Business date (YYYYMMDD) of a historical re-run. EXTERNAL,
      *    the same sharing pattern as LOGRUNID: LOGRERUN sets it
      *    before it CALLs LOGDRIVER, and every step of that chain
      *    sees it. SPACES means "normal run" - the nightly chain and
      *    every standalone invocation. While it is set the steps
      *    label their outputs as a re-run of that date and leave the
      *    live control files alone (ALERTSTATE.DAT, ticket requests,
      *    REJECTS.DAT, QUALITY-COUNTS.DAT, LOGXTRACT.DAT / .STA,
      *    LOGCHAIN.STA, STEPTIMES.DAT).
      ******************************************************************
       01  LOG-RERUN-DATE      PIC X(8) EXTERNAL.
