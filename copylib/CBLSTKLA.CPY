      *****************************************************
      *  CBLSTKLA - POOR MAN'S TRACEBACK - AUDITLOG CONTROL *
      *  COPY into FILE-CONTROL of every utility that        *
      *  changes shared data.  Pairs with CBLSTKLB in FILE    *
      *  SECTION; the append logic is CBLSTKLT with its        *
      *  fields in CBLSTKLU.  AUDITLOG is the operator-action   *
      *  trail: one record per alert acknowledged or closed,     *
      *  history prune, mirror repair, layout conversion or      *
      *  catalogue change - who, when, with what parameters,     *
      *  how many records and how it ended.  Appended like       *
      *  ALERTOUT and never rewritten; STACKAUD reports on it.   *
      *****************************************************
           SELECT AuditLogFile ASSIGN TO "AUDITLOG"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS CblStackAudFs.
