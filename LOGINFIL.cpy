      ******************************************************************
      *    Delivery list handed to LOGINTAKE by a calling program.
      *    EXTERNAL, the same sharing pattern as LOGRUNID: LOGQUAR
      *    sets it to a released delivery before it CALLs LOGINTAKE
      *    and clears it again afterwards. While it is set LOGINTAKE
      *    takes its comma list of delivery files from here instead
      *    of prompting for it. SPACES means "ask the operator" -
      *    the nightly chain and every standalone invocation.
      ******************************************************************
       01  LOG-INTAKE-LIST     PIC X(200) EXTERNAL.
