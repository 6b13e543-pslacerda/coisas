      *    operator-alert record StackAlertWrite appends on abend.
       77 CblStackAlertFs  PIC XX VALUE SPACES.
      *    CblStackLedgFs/CblStackLedgType are per-call scratch for
      *    the RUNLEDGR run-ledger records StackInit,
      *    StackRunComplete, StackAbend and StackVersionNote append
      *    (see StackLedgerWrite in CBLSTKP).
       77 CblStackLedgFs   PIC XX VALUE SPACES.
       77 CblStackLedgType PIC X VALUE 'S'.
      *    CblStackPgmId/CblStackCompiled/CblStackVerSw are NOT
      *    EXTERNAL - each program in the run unit has its own, so
      *    the driver and every CALLed subprogram each note their
      *    own name and compile stamp once, on their own first push
      *    (StackVersionNote in CBLSTKP).  A program MOVEs its name
      *    to CblStackPgmId before that first push; left blank, the
      *    first frame's name stands in - right for a subprogram
      *    that pushes its own name the way STACKSUB does.
       77 CblStackPgmId    PIC X(08) VALUE SPACES.
       77 CblStackCompiled PIC X(16) VALUE SPACES.
       77 CblStackVerSw    PIC X VALUE 'N'.
           88 CblStackVerNoted VALUE 'Y'.

      *    Heartbeat snapshot controls.  Every CblStackSnapInterval
      *    PerformBegin/PerformEnd operations the whole live stack is
       77 CblStackCfgFs    PIC XX VALUE SPACES.
       77 CblStackCfgEofSw PIC X VALUE 'N'.
           88 CblStackCfgEof VALUE 'Y'.
       77 CblStackCfgDate  PIC X(08) VALUE SPACES.
       77 CblStackVerbosity PIC 9 EXTERNAL.
       77 CblStackHistSupSw PIC X EXTERNAL.
           88 CblStackHistSuppressed VALUE 'Y'.
