      ******************************************************************
      *    Partition number of a partitioned chain run. EXTERNAL, the
      *    same sharing pattern as LOGRUNID: LOGPRUN sets it before
      *    it CALLs LOGREADER and LOGSORT for one partition of the
      *    night and clears it again afterwards. While it is set the
      *    two steps read that partition's slice PART-<id>-<nn>.DAT
      *    (written by LOGSPLIT) instead of the whole cleaned file,
      *    and LOGSORT hands its partial tables to the merge instead
      *    of writing reports. SPACES means "whole stream" - every
      *    normal chain step and standalone invocation.
      ******************************************************************
       01  LOG-PART-NO         PIC X(2) EXTERNAL.
