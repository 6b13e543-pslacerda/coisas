      *  so tracing can be turned up on tonight's problem job     *
      *  and left lean everywhere else without recompiling        *
      *  anything.  No TRACECFG file at all simply means every    *
      *  job traces the way it always has.  STACKCFM is the one    *
      *  program that writes it.                                   *
      *****************************************************
           SELECT TraceCfgFile ASSIGN TO "TRACECFG"
               ORGANIZATION IS LINE SEQUENTIAL
