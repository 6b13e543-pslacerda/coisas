      *    NOHIST   no value - suppress TRACEHIST writes for     *
      *             this chatty job while keeping TRACEOUT      *
      *             dumps.                                     *
      *  Every entry carries the date it takes effect, an       *
      *  optional last date it applies (blank = open-ended),    *
      *  the change ticket and who asked for it.  StackCfgLoad   *
      *  ignores an entry before its effective date or after     *
      *  its expiry date; a blank effective date (entries from   *
      *  before the dates existed) means always.  Both dates     *
      *  are window dates - the night a window starts on, which   *
      *  its after-midnight jobs share - so "tonight only" is      *
      *  effective date = expiry date = the night's date.          *
      *  TRACECFG is produced by STACKCFM alone, from CFGTRANS    *
      *  change transactions - never edit it by hand.             *
      *****************************************************
       FD  TraceCfgFile.
       01  TraceCfgRecord.
           05 TC-KEYWORD              PIC X(08).
           05 FILLER                  PIC X(01).
           05 TC-VALUE                PIC X(32).
           05 FILLER                  PIC X(01).
           05 TC-EFF-DATE             PIC X(08).
           05 FILLER                  PIC X(01).
           05 TC-EXP-DATE             PIC X(08).
           05 FILLER                  PIC X(01).
           05 TC-TICKET               PIC X(12).
           05 FILLER                  PIC X(01).
           05 TC-REQUESTER            PIC X(08).
