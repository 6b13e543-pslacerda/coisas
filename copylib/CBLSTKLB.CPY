      *****************************************************
      *  CBLSTKLB - POOR MAN'S TRACEBACK - AUDITLOG RECORD  *
      *  COPY into FILE SECTION.  Pairs with CBLSTKLA in     *
      *  FILE-CONTROL.  AU-FUNCTION is the program's own       *
      *  function word (ACK, CLOSE, PRUNE, REPAIR ...);          *
      *  AU-OPER-ID the operator's initials where the program     *
      *  takes them, otherwise the invoker; AU-PARMS the           *
      *  parameters exactly as the program acted on them.          *
      *  AU-REC-COUNT is the records the action changed and        *
      *  AU-OUTCOME is OK, WARNING, FAILED or REJECTED (turned      *
      *  away before anything was touched), with the program's     *
      *  RETURN-CODE alongside.                                     *
      *****************************************************
       FD  AuditLogFile.
       01  AuditLogRecord.
           05 AU-DATE                 PIC X(08).
           05 FILLER                  PIC X(01).
           05 AU-TIME                 PIC 9(08).
           05 FILLER                  PIC X(01).
           05 AU-PROGRAM              PIC X(08).
           05 FILLER                  PIC X(01).
           05 AU-FUNCTION             PIC X(08).
           05 FILLER                  PIC X(01).
           05 AU-OPER-ID              PIC X(08).
           05 FILLER                  PIC X(01).
           05 AU-OUTCOME              PIC X(08).
           05 FILLER                  PIC X(01).
           05 AU-RETURN-CODE          PIC 9(03).
           05 FILLER                  PIC X(01).
           05 AU-REC-COUNT            PIC 9(07).
           05 FILLER                  PIC X(01).
           05 AU-PARMS                PIC X(100).
