      *****************************************************
      *  CBLSTKAU - POOR MAN'S TRACEBACK - ALERT ACTION     *
      *  FIELDS.  COPY into WORKING-STORAGE SECTION of a      *
      *  program that copies CBLSTKA/CBLSTKB, the CBLSTKLA/      *
      *  CBLSTKLB audit log and the CBLSTKAT action.  The         *
      *  caller fills program, function (ACK or CLOSE), job,       *
      *  section and operator initials, sets CblStackToDate/        *
      *  CblStackToTime to the moment of the action and             *
      *  performs StackAlertOperate; the result and a one-line       *
      *  message for the operator come back.                          *
      *****************************************************
       77 CblStackOpPgm         PIC X(08) VALUE SPACES.
       77 CblStackOpFunc        PIC X(08) VALUE SPACES.
       77 CblStackOpJob         PIC X(08) VALUE SPACES.
       77 CblStackOpItem        PIC X(32) VALUE SPACES.
       77 CblStackOpOper        PIC X(03) VALUE SPACES.
       77 CblStackOpNewStat     PIC X(01) VALUE SPACES.
       77 CblStackOpOldStat     PIC X(01) VALUE SPACES.
       77 CblStackOpOldOper     PIC X(03) VALUE SPACES.
       77 CblStackOpResult      PIC X(01) VALUE SPACES.
           88 CblStackOpApplied   VALUE 'A'.
           88 CblStackOpRejected  VALUE 'R'.
           88 CblStackOpNotFound  VALUE 'N'.
           88 CblStackOpFailed    VALUE 'F'.
       77 CblStackOpMsg         PIC X(100) VALUE SPACES.
