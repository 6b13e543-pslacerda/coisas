       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKNTF.
      *****************************************************
      *  STACKNTF - on-call notification feed.  The bridge     *
      *  pages one general queue for anything in ALERTOUT, so    *
      *  whoever is on call gets woken whatever failed.  This     *
      *  job reads the keyed ALERTSTA file (see CBLSTKA/CBLSTKB)   *
      *  that STACKACK LOAD distills from ALERTOUT - StackAbend     *
      *  alerts and STACKMON stall warnings alike - and writes      *
      *  one fixed-format PAGEOUT record per page for the paging    *
      *  gateway, routed by the operations-owned ONCALLRT file:     *
      *    job name, or a prefix ending in '*' (PAY*),              *
      *    severity C, E or W, or blank for any,                    *
      *    support group, and a contact for each shift -            *
      *    day 0700-1459, evening 1500-2259, night 2300-0659.        *
      *  An exact job beats a prefix, a longer prefix a shorter     *
      *  one, a named severity a blank one; otherwise the first     *
      *  route in the file wins.  Only alerts still NEW page:       *
      *    NEW      - first page for this episode of the alert,     *
      *               priority 1 critical, 2 error, 3 warning.       *
      *    ESCALATE - still NEW ESC_AGE_MIN minutes (default 30,    *
      *               as STACKACK) after its last page: paged        *
      *               again one priority higher.  An alert whose    *
      *               severity has risen since its last page        *
      *               escalates at once, at the new priority.        *
      *  What has been paged is kept in the keyed NTFSENT file, so  *
      *  repeats folded into an alert inside the escalation age do  *
      *  not page twice.  An acknowledged or closed alert is        *
      *  forgotten there, so if it reopens it pages as new.  An     *
      *  alert no route matches goes to NTF_DFLT_GRP (default       *
      *  OPSDESK) and is listed as unrouted, leaving RETURN-CODE    *
      *  4 so ONCALLRT gets fixed.  A PAGEOUT or NTFSENT write      *
      *  failure leaves 8; ALERTSTA or NTFSENT unavailable, 12.     *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           COPY CBLSTKA.
           SELECT OnCallRtFile ASSIGN TO "ONCALLRT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackNtfRouteFs.
           SELECT NtfSentFile ASSIGN TO "NTFSENT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS NS-KEY
               FILE STATUS IS StackNtfSentFs.
           SELECT PageOutFile ASSIGN TO "PAGEOUT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackNtfPageFs.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKB.
       FD  OnCallRtFile.
      *    Job or prefix* in columns 1-8, severity 10, group
      *    12-19, day contact 21-36, evening 38-53, night 55-70.
      *    '*' in column 1 is a comment.  A blank contact leaves
      *    the page to the group's own queue.
       01  OnCallRtRecord.
           05 RT-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(01).
           05 RT-SEVERITY             PIC X(01).
           05 FILLER                  PIC X(01).
           05 RT-GROUP                PIC X(08).
           05 FILLER                  PIC X(01).
           05 RT-DAY-CONTACT          PIC X(16).
           05 FILLER                  PIC X(01).
           05 RT-EVE-CONTACT          PIC X(16).
           05 FILLER                  PIC X(01).
           05 RT-NIGHT-CONTACT        PIC X(16).
           05 FILLER                  PIC X(10).
       FD  NtfSentFile.
      *    One record per alert paged and still NEW.  The first
      *    stamp pair is the ALERTSTA first stamp of the episode
      *    that was paged - a reopened alert carries a new one.
       01  NtfSentRecord.
           05 NS-KEY.
               10 NS-JOB-NAME         PIC X(08).
               10 NS-ITEM-NAME        PIC X(32).
           05 NS-FIRST-DATE           PIC X(08).
           05 NS-FIRST-TIME           PIC 9(08).
           05 NS-SENT-DATE            PIC X(08).
           05 NS-SENT-TIME            PIC 9(08).
           05 NS-SENT-CNT             PIC 9(05).
           05 NS-PRIORITY             PIC 9(01).
           05 NS-GROUP                PIC X(08).
       FD  PageOutFile.
      *    One page: when, who to (group and shift contact), how
      *    urgent (priority 1 highest), why (NEW or ESCALATE) and
      *    the one-line summary - section, context, abend message.
       01  PageOutRecord.
           05 PG-DATE                 PIC X(08).
           05 FILLER                  PIC X(01).
           05 PG-TIME                 PIC 9(08).
           05 FILLER                  PIC X(01).
           05 PG-GROUP                PIC X(08).
           05 FILLER                  PIC X(01).
           05 PG-CONTACT              PIC X(16).
           05 FILLER                  PIC X(01).
           05 PG-PRIORITY             PIC 9(01).
           05 FILLER                  PIC X(01).
           05 PG-TYPE                 PIC X(08).
           05 FILLER                  PIC X(01).
           05 PG-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(01).
           05 PG-SEVERITY             PIC X(01).
           05 FILLER                  PIC X(01).
           05 PG-OCCUR-CNT            PIC 9(05).
           05 FILLER                  PIC X(01).
           05 PG-SUMMARY              PIC X(120).

       WORKING-STORAGE                 SECTION.
       77 CblStackAstFs    PIC XX VALUE SPACES.
       77 StackNtfRouteFs  PIC XX VALUE SPACES.
       77 StackNtfSentFs   PIC XX VALUE SPACES.
       77 StackNtfPageFs   PIC XX VALUE SPACES.

       77 StackNtfEofSw    PIC X VALUE 'N'.
           88 StackNtfEof  VALUE 'Y'.
       77 StackNtfKnownSw  PIC X VALUE 'N'.
           88 StackNtfKnown VALUE 'Y' FALSE 'N'.
       77 StackNtfFailSw   PIC X VALUE 'N'.
           88 StackNtfFailed VALUE 'Y'.
       77 StackNtfEnvName  PIC X(20) VALUE SPACES.
       77 StackNtfDfltGrp  PIC X(08) VALUE SPACES.
       77 StackNtfShift    PIC X(01) VALUE SPACES.
           88 StackNtfDayShift   VALUE 'D'.
           88 StackNtfEveShift   VALUE 'E'.
           88 StackNtfNightShift VALUE 'N'.
       77 StackNtfHour     PIC 99 VALUE 0.
       77 StackNtfType     PIC X(08) VALUE SPACES.
       77 StackNtfPriority PIC 9 VALUE 0.

      *    ESC_AGE_MIN parses digit by digit exactly as STACKACK
      *    parses it, so the two agree on when an alert escalates.
       77 StackNtfAgeIn    PIC X(04) VALUE SPACES.
       77 StackNtfAgeMin   PIC 9(4) VALUE 30.
       77 StackNtfDigitIdx PIC 9 VALUE 0.
       77 StackNtfDigit    PIC 9 VALUE 0.
       77 StackNtfParsed   PIC 9(4) VALUE 0.
       77 StackNtfParseOkSw PIC X VALUE 'N'.
           88 StackNtfParseOk VALUE 'Y' FALSE 'N'.
       77 StackNtfEscHs    PIC 9(9) VALUE 0.

      *    ONCALLRT held whole.  StackNtfRtPfxLen is the length
      *    of a prefix route (PAY* = 3), zero for an exact job.
       01 StackNtfRouteTable.
           02 StackNtfRouteEntry OCCURS 200 TIMES
                                 INDEXED BY StackNtfRtIdx.
               03 StackNtfRtJob       PIC X(08).
               03 StackNtfRtPfxLen    PIC 9.
               03 StackNtfRtSev       PIC X(01).
               03 StackNtfRtGroup     PIC X(08).
               03 StackNtfRtDay       PIC X(16).
               03 StackNtfRtEve       PIC X(16).
               03 StackNtfRtNight     PIC X(16).
       77 StackNtfRtTally  PIC 999 VALUE 0.
       77 StackNtfRtNum    PIC 999 VALUE 0.
       77 StackNtfRtPos    PIC 9 VALUE 0.
       77 StackNtfScore    PIC 999 VALUE 0.
       77 StackNtfBestScore PIC 999 VALUE 0.
       77 StackNtfBestNum  PIC 999 VALUE 0.
       77 StackNtfGroup    PIC X(08) VALUE SPACES.
       77 StackNtfContact  PIC X(16) VALUE SPACES.

       77 StackNtfReadCnt  PIC 9(7) VALUE 0.
       77 StackNtfNewCnt   PIC 9(7) VALUE 0.
       77 StackNtfEscCnt   PIC 9(7) VALUE 0.
       77 StackNtfHeldCnt  PIC 9(7) VALUE 0.
       77 StackNtfUnrtCnt  PIC 9(7) VALUE 0.
       77 StackNtfClearCnt PIC 9(7) VALUE 0.
       77 StackNtfDisplayLine PIC X(132).
           COPY CBLSTKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           ACCEPT CblStackToDate FROM DATE YYYYMMDD
           ACCEPT CblStackToTime FROM TIME
           PERFORM LoadParms
           PERFORM LoadRoutes
           OPEN INPUT AlertStatFile
           IF CblStackAstFs NOT = '00'
               DISPLAY '*** ALERTSTA NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' CblStackAstFs
                       ' - NOTHING PAGED'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM SentOpen
           OPEN EXTEND PageOutFile
           IF StackNtfPageFs = '35'
               OPEN OUTPUT PageOutFile
           END-IF
           IF StackNtfPageFs NOT = '00'
               DISPLAY '*** PAGEOUT NOT AVAILABLE - STATUS '
                       StackNtfPageFs ' - NOTHING PAGED ***'
               CLOSE AlertStatFile
               CLOSE NtfSentFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '======== ON-CALL NOTIFICATION RUN ========'
           DISPLAY 'SHIFT: ' StackNtfShift
                   '   ESCALATION AGE (MIN): ' StackNtfAgeMin
                   '   DEFAULT GROUP: ' StackNtfDfltGrp
           MOVE LOW-VALUES TO AS-KEY
           START AlertStatFile KEY >= AS-KEY
               INVALID KEY
                   SET StackNtfEof TO TRUE
           END-START
           PERFORM UNTIL StackNtfEof OR StackNtfFailed
               READ AlertStatFile NEXT RECORD
                   AT END
                       SET StackNtfEof TO TRUE
                   NOT AT END
                       PERFORM NtfAlert
               END-READ
           END-PERFORM
           CLOSE AlertStatFile
           CLOSE NtfSentFile
           CLOSE PageOutFile
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  LoadParms - escalation age, default group and the    *
      *  shift the page time falls in.                          *
      *****************************************************
       LoadParms                       SECTION.
           MOVE 'ESC_AGE_MIN' TO StackNtfEnvName
           ACCEPT StackNtfAgeIn FROM ENVIRONMENT StackNtfEnvName
           SET StackNtfParseOk TO FALSE
           MOVE 0 TO StackNtfParsed
           PERFORM VARYING StackNtfDigitIdx FROM 1 BY 1
                   UNTIL StackNtfDigitIdx > 4
                      OR StackNtfAgeIn(StackNtfDigitIdx:1) = SPACE
               IF StackNtfAgeIn(StackNtfDigitIdx:1) IS NUMERIC
                   MOVE StackNtfAgeIn(StackNtfDigitIdx:1)
                       TO StackNtfDigit
                   COMPUTE StackNtfParsed =
                       StackNtfParsed * 10 + StackNtfDigit
                   SET StackNtfParseOk TO TRUE
               ELSE
                   SET StackNtfParseOk TO FALSE
                   MOVE 5 TO StackNtfDigitIdx
               END-IF
           END-PERFORM
           IF StackNtfParseOk AND StackNtfParsed > 0
               MOVE StackNtfParsed TO StackNtfAgeMin
           END-IF
           COMPUTE StackNtfEscHs = StackNtfAgeMin * 6000
           MOVE 'NTF_DFLT_GRP' TO StackNtfEnvName
           ACCEPT StackNtfDfltGrp FROM ENVIRONMENT StackNtfEnvName
           IF StackNtfDfltGrp = SPACES
               MOVE 'OPSDESK' TO StackNtfDfltGrp
           END-IF
           MOVE CblStackToTime(1:2) TO StackNtfHour
           EVALUATE TRUE
               WHEN StackNtfHour >= 7 AND StackNtfHour < 15
                   SET StackNtfDayShift TO TRUE
               WHEN StackNtfHour >= 15 AND StackNtfHour < 23
                   SET StackNtfEveShift TO TRUE
               WHEN OTHER
                   SET StackNtfNightShift TO TRUE
           END-EVALUATE
           .

      *****************************************************
      *  LoadRoutes - ONCALLRT into the route table.  No file  *
      *  just sends everything to the default group.            *
      *****************************************************
       LoadRoutes                      SECTION.
           OPEN INPUT OnCallRtFile
           IF StackNtfRouteFs = '00'
               PERFORM UNTIL StackNtfEof
                   READ OnCallRtFile
                       AT END
                           SET StackNtfEof TO TRUE
                       NOT AT END
                           IF OnCallRtRecord(1:1) NOT = '*'
                               AND RT-JOB-NAME NOT = SPACES
                               PERFORM LoadOneRoute
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE OnCallRtFile
               MOVE 'N' TO StackNtfEofSw
           ELSE
               DISPLAY 'WARNING: ONCALLRT NOT READABLE - STATUS '
                       StackNtfRouteFs ' - ALL PAGES TO '
                       StackNtfDfltGrp
           END-IF
           .

       LoadOneRoute                    SECTION.
           IF StackNtfRtTally < 200
               ADD 1 TO StackNtfRtTally
               SET StackNtfRtIdx TO StackNtfRtTally
               MOVE RT-JOB-NAME      TO StackNtfRtJob(StackNtfRtIdx)
               MOVE RT-SEVERITY      TO StackNtfRtSev(StackNtfRtIdx)
               MOVE RT-GROUP         TO StackNtfRtGroup(StackNtfRtIdx)
               MOVE RT-DAY-CONTACT   TO StackNtfRtDay(StackNtfRtIdx)
               MOVE RT-EVE-CONTACT   TO StackNtfRtEve(StackNtfRtIdx)
               MOVE RT-NIGHT-CONTACT TO StackNtfRtNight(StackNtfRtIdx)
               MOVE 0 TO StackNtfRtPfxLen(StackNtfRtIdx)
               PERFORM VARYING StackNtfRtPos FROM 1 BY 1
                       UNTIL StackNtfRtPos > 8
                   IF RT-JOB-NAME(StackNtfRtPos:1) = '*'
                       AND StackNtfRtPfxLen(StackNtfRtIdx) = 0
                       COMPUTE StackNtfRtPfxLen(StackNtfRtIdx) =
                           StackNtfRtPos - 1
                   END-IF
               END-PERFORM
               IF RT-GROUP = SPACES
                   DISPLAY 'WARNING: ONCALLRT ROUTE ' RT-JOB-NAME
                           ' HAS NO GROUP - ' StackNtfDfltGrp
                           ' USED'
                   MOVE StackNtfDfltGrp
                       TO StackNtfRtGroup(StackNtfRtIdx)
               END-IF
           ELSE
               DISPLAY 'WARNING: ONCALLRT OVER 200 ROUTES - '
                       RT-JOB-NAME ' IGNORED'
           END-IF
           .

      *****************************************************
      *  SentOpen - the keyed NTFSENT memory, created the      *
      *  first time with the status-35 dance AstOpen does.      *
      *****************************************************
       SentOpen                        SECTION.
           OPEN I-O NtfSentFile
           IF StackNtfSentFs = '35'
               OPEN OUTPUT NtfSentFile
               IF StackNtfSentFs = '00'
                   CLOSE NtfSentFile
                   OPEN I-O NtfSentFile
               END-IF
           END-IF
           IF StackNtfSentFs NOT = '00'
               DISPLAY '*** NTFSENT NOT AVAILABLE - STATUS '
                       StackNtfSentFs ' - NOTHING PAGED ***'
               CLOSE AlertStatFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  NtfAlert - one ALERTSTA alert: page it new, page it   *
      *  again escalated, hold it, or - acknowledged or          *
      *  closed - forget it was ever paged.                       *
      *****************************************************
       NtfAlert                        SECTION.
           ADD 1 TO StackNtfReadCnt
           MOVE AS-JOB-NAME  TO NS-JOB-NAME
           MOVE AS-ITEM-NAME TO NS-ITEM-NAME
           READ NtfSentFile
               INVALID KEY
                   SET StackNtfKnown TO FALSE
               NOT INVALID KEY
                   SET StackNtfKnown TO TRUE
           END-READ
           IF NOT AS-ST-NEW
               IF StackNtfKnown
                   DELETE NtfSentFile
                       INVALID KEY
                           CONTINUE
                   END-DELETE
                   ADD 1 TO StackNtfClearCnt
               END-IF
           ELSE
               MOVE SPACES TO StackNtfType
               EVALUATE TRUE
                   WHEN AS-SEV-CRITICAL
                       MOVE 1 TO StackNtfPriority
                   WHEN AS-SEV-ERROR
                       MOVE 2 TO StackNtfPriority
                   WHEN OTHER
                       MOVE 3 TO StackNtfPriority
               END-EVALUATE
               IF NOT StackNtfKnown
                   OR NS-FIRST-DATE NOT = AS-FIRST-DATE
                   OR NS-FIRST-TIME NOT = AS-FIRST-TIME
                   MOVE 'NEW' TO StackNtfType
               ELSE
                   MOVE NS-SENT-DATE TO CblStackFromDate
                   MOVE NS-SENT-TIME TO CblStackFromTime
                   PERFORM StackElapsedCompute
                   EVALUATE TRUE
                       WHEN StackNtfPriority < NS-PRIORITY
                           MOVE 'ESCALATE' TO StackNtfType
                       WHEN CblStackElapsedHs >= StackNtfEscHs
                           MOVE 'ESCALATE' TO StackNtfType
                           IF NS-PRIORITY > 1
                               COMPUTE StackNtfPriority =
                                   NS-PRIORITY - 1
                           ELSE
                               MOVE 1 TO StackNtfPriority
                           END-IF
                       WHEN OTHER
                           ADD 1 TO StackNtfHeldCnt
                   END-EVALUATE
               END-IF
               IF StackNtfType NOT = SPACES
                   PERFORM NtfRoute
                   PERFORM NtfPage
               END-IF
           END-IF
           .

      *****************************************************
      *  NtfRoute - the best ONCALLRT route for the alert and  *
      *  its contact for this shift, or the default group.      *
      *  Score: exact job 90, prefix 10 per character, plus 1    *
      *  for a named severity.                                   *
      *****************************************************
       NtfRoute                        SECTION.
           MOVE 0 TO StackNtfBestScore
           MOVE 0 TO StackNtfBestNum
           PERFORM NtfRouteOne
               VARYING StackNtfRtNum FROM 1 BY 1
               UNTIL StackNtfRtNum > StackNtfRtTally
           IF StackNtfBestNum = 0
               MOVE StackNtfDfltGrp TO StackNtfGroup
               MOVE SPACES TO StackNtfContact
               ADD 1 TO StackNtfUnrtCnt
               DISPLAY 'UNROUTED: JOB ' AS-JOB-NAME
                       ' SEVERITY ' AS-SEVERITY
                       ' SECTION ' AS-ITEM-NAME
           ELSE
               SET StackNtfRtIdx TO StackNtfBestNum
               MOVE StackNtfRtGroup(StackNtfRtIdx) TO StackNtfGroup
               EVALUATE TRUE
                   WHEN StackNtfDayShift
                       MOVE StackNtfRtDay(StackNtfRtIdx)
                           TO StackNtfContact
                   WHEN StackNtfEveShift
                       MOVE StackNtfRtEve(StackNtfRtIdx)
                           TO StackNtfContact
                   WHEN OTHER
                       MOVE StackNtfRtNight(StackNtfRtIdx)
                           TO StackNtfContact
               END-EVALUATE
           END-IF
           .

       NtfRouteOne                     SECTION.
           SET StackNtfRtIdx TO StackNtfRtNum
           MOVE 0 TO StackNtfScore
           IF StackNtfRtPfxLen(StackNtfRtIdx) = 0
               IF StackNtfRtJob(StackNtfRtIdx) = AS-JOB-NAME
                   MOVE 90 TO StackNtfScore
               END-IF
           ELSE
               IF StackNtfRtJob(StackNtfRtIdx)
                       (1:StackNtfRtPfxLen(StackNtfRtIdx))
                   = AS-JOB-NAME(1:StackNtfRtPfxLen(StackNtfRtIdx))
                   COMPUTE StackNtfScore =
                       StackNtfRtPfxLen(StackNtfRtIdx) * 10
               END-IF
           END-IF
           IF StackNtfScore > 0
               EVALUATE StackNtfRtSev(StackNtfRtIdx)
                   WHEN SPACE
                       CONTINUE
                   WHEN AS-SEVERITY
                       ADD 1 TO StackNtfScore
                   WHEN OTHER
                       MOVE 0 TO StackNtfScore
               END-EVALUATE
           END-IF
           IF StackNtfScore > StackNtfBestScore
               MOVE StackNtfScore TO StackNtfBestScore
               MOVE StackNtfRtNum TO StackNtfBestNum
           END-IF
           .

      *****************************************************
      *  NtfPage - write the page, then remember it.  A page   *
      *  that did not get written is not remembered, so the      *
      *  next run tries it again.                                 *
      *****************************************************
       NtfPage                         SECTION.
           MOVE SPACES          TO PageOutRecord
           MOVE CblStackToDate  TO PG-DATE
           MOVE CblStackToTime  TO PG-TIME
           MOVE StackNtfGroup   TO PG-GROUP
           MOVE StackNtfContact TO PG-CONTACT
           MOVE StackNtfPriority TO PG-PRIORITY
           MOVE StackNtfType    TO PG-TYPE
           MOVE AS-JOB-NAME     TO PG-JOB-NAME
           MOVE AS-SEVERITY     TO PG-SEVERITY
           MOVE AS-OCCUR-CNT    TO PG-OCCUR-CNT
           STRING AS-ITEM-NAME DELIMITED BY SPACE
                  ' CTX=' DELIMITED BY SIZE
                  AS-CONTEXT DELIMITED BY '  '
                  ' - ' DELIMITED BY SIZE
                  AS-ABEND-MSG DELIMITED BY SIZE
               INTO PG-SUMMARY
           WRITE PageOutRecord
           IF StackNtfPageFs NOT = '00'
               DISPLAY '*** PAGEOUT WRITE FAILED - STATUS '
                       StackNtfPageFs ' - RUN STOPPED ***'
               MOVE 'Y' TO StackNtfFailSw
           ELSE
               IF StackNtfType = 'NEW'
                   ADD 1 TO StackNtfNewCnt
               ELSE
                   ADD 1 TO StackNtfEscCnt
               END-IF
               MOVE SPACES TO StackNtfDisplayLine
               STRING StackNtfType DELIMITED BY SIZE
                      ' P' DELIMITED BY SIZE
                      StackNtfPriority DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      StackNtfGroup DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      StackNtfContact DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AS-JOB-NAME DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      PG-SUMMARY DELIMITED BY SIZE
                   INTO StackNtfDisplayLine
               DISPLAY StackNtfDisplayLine
               PERFORM NtfRemember
           END-IF
           .

       NtfRemember                     SECTION.
           IF NOT StackNtfKnown
               MOVE AS-JOB-NAME  TO NS-JOB-NAME
               MOVE AS-ITEM-NAME TO NS-ITEM-NAME
               MOVE 0 TO NS-SENT-CNT
           END-IF
           IF StackNtfType = 'NEW'
               MOVE 0 TO NS-SENT-CNT
           END-IF
           MOVE AS-FIRST-DATE    TO NS-FIRST-DATE
           MOVE AS-FIRST-TIME    TO NS-FIRST-TIME
           MOVE CblStackToDate   TO NS-SENT-DATE
           MOVE CblStackToTime   TO NS-SENT-TIME
           ADD 1 TO NS-SENT-CNT
           MOVE StackNtfPriority TO NS-PRIORITY
           MOVE StackNtfGroup    TO NS-GROUP
           IF StackNtfKnown
               REWRITE NtfSentRecord
           ELSE
               WRITE NtfSentRecord
           END-IF
           IF StackNtfSentFs NOT = '00'
               DISPLAY '*** NTFSENT WRITE FAILED - STATUS '
                       StackNtfSentFs ' - RUN STOPPED, ' AS-JOB-NAME
                       ' WILL PAGE AGAIN ***'
               MOVE 'Y' TO StackNtfFailSw
           END-IF
           .

       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'ALERTS READ:           ' StackNtfReadCnt
           DISPLAY 'PAGED NEW:             ' StackNtfNewCnt
           DISPLAY 'PAGED ESCALATED:       ' StackNtfEscCnt
           DISPLAY 'HELD - PAGED RECENTLY: ' StackNtfHeldCnt
           DISPLAY 'UNROUTED (DEFAULT):    ' StackNtfUnrtCnt
           DISPLAY 'CLEARED - ACK/CLOSED:  ' StackNtfClearCnt
           DISPLAY '======== END ON-CALL NOTIFICATION RUN ========'
           EVALUATE TRUE
               WHEN StackNtfFailed
                   MOVE 8 TO RETURN-CODE
               WHEN StackNtfUnrtCnt > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

           COPY CBLSTKT.
