      *****************************************************
      *  CBLSTKKA - POOR MAN'S TRACEBACK - KNOWNPRB CONTROL *
      *  COPY into FILE-CONTROL.  Pairs with CBLSTKKB in     *
      *  FILE SECTION; the lookup logic is CBLSTKKT with its  *
      *  fields in CBLSTKKU.  KNOWNPRB is the keyed known-     *
      *  problem catalogue: one record per job + section,       *
      *  optionally narrowed to one abend return code, with      *
      *  the problem ticket, a short description and the         *
      *  agreed runbook action.  STACKKNP maintains it; the       *
      *  escalation report and the morning digest look every      *
      *  alert up in it, so the page says what to do and not      *
      *  just where the job died.                                 *
      *****************************************************
           SELECT KnownPrbFile ASSIGN TO "KNOWNPRB"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS KP-KEY
               FILE STATUS IS CblStackKnpFs.
