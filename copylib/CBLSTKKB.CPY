      *****************************************************
      *  CBLSTKKB - POOR MAN'S TRACEBACK - KNOWNPRB RECORD *
      *  COPY into FILE SECTION.  Pairs with CBLSTKKA in    *
      *  FILE-CONTROL.  The key is the alert's own key -     *
      *  job + section, as in ALERTSTA - plus a return code:  *
      *  three digits to match one AS-ABEND-RC/AL-ABEND-RC     *
      *  only, spaces to match any.  A code-specific entry      *
      *  wins over the any-code entry for the same section.     *
      *  Retired entries stay on file for the record but no      *
      *  longer match, so the alert reads as a NEW PROBLEM        *
      *  again if it ever comes back.                             *
      *****************************************************
       FD  KnownPrbFile.
       01  KnownPrbRecord.
           05 KP-KEY.
               10 KP-JOB-NAME         PIC X(08).
               10 KP-ITEM-NAME        PIC X(32).
               10 KP-ABEND-RC         PIC X(03).
           05 KP-STATUS               PIC X(01).
               88 KP-ST-ACTIVE        VALUE 'A'.
               88 KP-ST-RETIRED       VALUE 'R'.
           05 KP-TICKET               PIC X(12).
           05 KP-DESC                 PIC X(60).
           05 KP-ACTION               PIC X(60).
           05 KP-ADD-DATE             PIC X(08).
           05 KP-CHG-DATE             PIC X(08).
           05 KP-OPER-ID              PIC X(03).
