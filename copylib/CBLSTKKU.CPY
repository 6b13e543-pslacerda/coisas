      *****************************************************
      *  CBLSTKKU - POOR MAN'S TRACEBACK - KNOWNPRB LOOKUP  *
      *  COPY into WORKING-STORAGE SECTION of a program that *
      *  copies CBLSTKKA/CBLSTKKB and the CBLSTKKT lookup.     *
      *  The caller moves the alert's job, section and return  *
      *  code in and performs StackKnownNote (or just           *
      *  StackKnownLookup and reads KP-TICKET/KP-ACTION).        *
      *****************************************************
       77 CblStackKnpFs         PIC XX VALUE SPACES.
       77 CblStackKnpSw         PIC X VALUE 'N'.
           88 CblStackKnpOn     VALUE 'Y'.
       77 CblStackKnpHitSw      PIC X VALUE 'N'.
           88 CblStackKnpHit    VALUE 'Y' FALSE 'N'.
       77 CblStackKnpJob        PIC X(08) VALUE SPACES.
       77 CblStackKnpItem       PIC X(32) VALUE SPACES.
       77 CblStackKnpRc         PIC 9(03) VALUE 0.
       77 CblStackKnpNewCnt     PIC 9(7) VALUE 0.
       77 CblStackKnpLine       PIC X(120).
