      *****************************************************
      *  CBLSTKLU - POOR MAN'S TRACEBACK - AUDITLOG FIELDS  *
      *  COPY into WORKING-STORAGE SECTION of a program that *
      *  copies CBLSTKLA/CBLSTKLB and the CBLSTKLT append.     *
      *  The caller fills program, function, operator (or       *
      *  leaves it blank for the invoker), parameters and        *
      *  record count, optionally the outcome, and performs       *
      *  StackAuditWrite.                                          *
      *****************************************************
       77 CblStackAudFs         PIC XX VALUE SPACES.
       77 CblStackAudPgm        PIC X(08) VALUE SPACES.
       77 CblStackAudFunc       PIC X(08) VALUE SPACES.
       77 CblStackAudOper       PIC X(08) VALUE SPACES.
       77 CblStackAudOutcome    PIC X(08) VALUE SPACES.
       77 CblStackAudCount      PIC 9(07) VALUE 0.
       77 CblStackAudParms      PIC X(100) VALUE SPACES.
       77 CblStackAudEnvName    PIC X(20) VALUE SPACES.
