       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKCON.
      *****************************************************
      *  STACKCON - operator console.  The help desk and the  *
      *  night operator otherwise drive STACKINQ and STACKACK    *
      *  through environment variables and read the output,       *
      *  and a mistyped RUN_ID or ACK_ITEM costs a rerun while     *
      *  somebody waits on the phone.  This is the same work        *
      *  behind one full-screen menu:                                *
      *    1 - one run's frames by run-id (TRACEIDX).                *
      *    2 - a job's dumps on a date, or its latest dump when      *
      *        the date is left blank (TRACEIDX alternate key).      *
      *    3 - every run that touched a business context value     *
      *        (CTXXREF), each played back in full.                 *
      *    4 - the open ALERTSTA alerts, critical first and         *
      *        oldest first within a severity, with ACK and         *
      *        CLOSE by row number and the operator's initials.     *
      *        The marking is StackAlertOperate (CBLSTKAT) - the    *
      *        very code STACKACK's ACK and CLOSE run - so the      *
      *        alert record and its AUDITLOG trail come out the     *
      *        same from batch and console.                         *
      *    5 - where a MONJOBS job is sitting right now, from its   *
      *        SNAP.jobname snapshot, as STACKMON shows it, with    *
      *        the job's stall limit checked but no alert raised -  *
      *        the overnight watchdog stays STACKMON's job.         *
      *  Every answer pages through the same browse screen, and    *
      *  every entry is checked before any file is read: a bad     *
      *  date or a missing field comes straight back to the menu   *
      *  with a message.  Files are opened for each inquiry and    *
      *  closed again, so an idle console holds nothing open.      *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           COPY CBLSTKR.
           COPY CBLSTKY.
           COPY CBLSTKA.
           COPY CBLSTKLA.
           COPY CBLSTKI.
           SELECT MonJobsFile ASSIGN TO "MONJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackConJobsFs.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKS.
           COPY CBLSTKZ.
           COPY CBLSTKB.
           COPY CBLSTKLB.
           COPY CBLSTKJ.
       FD  MonJobsFile.
      *    Same layout STACKMON reads: job name, then the stall
      *    threshold in minutes in columns 10-14.
       01  MonJobsRecord.
           05 MJ-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(01).
           05 MJ-STALL-MIN            PIC X(05).
           05 FILLER                  PIC X(66).

       WORKING-STORAGE                 SECTION.
       77 CblStackIdxFs    PIC XX VALUE SPACES.
       77 CblStackCtxFs    PIC XX VALUE SPACES.
       77 CblStackAstFs    PIC XX VALUE SPACES.
       77 CblStackSnapFs   PIC XX VALUE SPACES.
       77 StackConJobsFs   PIC XX VALUE SPACES.

       77 StackConDoneSw   PIC X VALUE 'N'.
           88 StackConDone VALUE 'Y'.
       77 StackConBackSw   PIC X VALUE 'N'.
           88 StackConBack VALUE 'Y' FALSE 'N'.
       77 StackConEofSw    PIC X VALUE 'N'.
           88 StackConEof  VALUE 'Y' FALSE 'N'.
       77 StackConInputOkSw PIC X VALUE 'N'.
           88 StackConInputOk VALUE 'Y' FALSE 'N'.
       77 StackConAstBadSw PIC X VALUE 'N'.
           88 StackConAstBad VALUE 'Y' FALSE 'N'.
       77 StackConEnvName  PIC X(20) VALUE SPACES.
       77 StackConSnapDsn  PIC X(44) VALUE SPACES.
       77 StackConLower    PIC X(26)
                           VALUE 'abcdefghijklmnopqrstuvwxyz'.
       77 StackConUpper    PIC X(26)
                           VALUE 'ABCDEFGHIJKLMNOPQRSTUVWXYZ'.

      *    Menu entries.  They stay filled in between inquiries
      *    so a second look at the same job is one keystroke.
       77 StackConSel      PIC X(01) VALUE SPACES.
       77 StackConRunId    PIC X(16) VALUE SPACES.
       77 StackConJob      PIC X(08) VALUE SPACES.
       77 StackConDate     PIC X(08) VALUE SPACES.
       77 StackConCtx      PIC X(20) VALUE SPACES.
       77 StackConMsg      PIC X(79) VALUE SPACES.
       77 StackConHoldMsg  PIC X(79) VALUE SPACES.
       77 StackConNowDate  PIC X(08) VALUE SPACES.
       77 StackConNowTime  PIC 9(08) VALUE 0.

      *    Browse and alert-screen entries.
       77 StackConCmd      PIC X(01) VALUE SPACES.
       77 StackConRowIn    PIC X(03) VALUE SPACES.
       77 StackConInitials PIC X(03) VALUE SPACES.
       77 StackConTitle    PIC X(79) VALUE SPACES.
       77 StackConPosLine  PIC X(40) VALUE SPACES.

      *    The answer to an inquiry, one screen line per entry,
      *    paged 16 at a time from StackConTop.
       01 StackConLineTable.
           02 StackConLineEntry OCCURS 1000 TIMES
                                INDEXED BY StackConLineIdx.
               03 StackConLineText  PIC X(80).
       77 StackConLineTally PIC 9(4) VALUE 0.
       77 StackConLineNum   PIC 9(4) VALUE 0.
       77 StackConLineFullSw PIC X VALUE 'N'.
           88 StackConLineFull VALUE 'Y' FALSE 'N'.
       77 StackConLineWork  PIC X(80) VALUE SPACES.
       77 StackConTop       PIC 9(4) VALUE 1.
       77 StackConLast      PIC 9(4) VALUE 0.
       01 StackConPage.
           02 StackConPageText PIC X(80) OCCURS 16 TIMES.
       77 StackConPageNum   PIC 99 VALUE 0.

      *    Inquiry bookkeeping, as STACKINQ keeps it.
       77 StackConPrevRun  PIC X(16) VALUE SPACES.
       77 StackConBestRun  PIC X(16) VALUE SPACES.
       77 StackConBestDate PIC X(08) VALUE SPACES.
       77 StackConFrameCnt PIC 9(7) VALUE 0.
       01 StackConRunTable.
           02 StackConRunEntry OCCURS 200 TIMES
                                INDEXED BY StackConRunIdx.
               03 StackConRunKey    PIC X(16).
       77 StackConRunTally PIC 999 VALUE 0.
       77 StackConRunNum   PIC 999 VALUE 0.
       77 StackConPlayRun  PIC X(16) VALUE SPACES.

      *    Open alerts in display order.  StackConAlOrder is the
      *    severity rank (critical 1, error 2, warning 3) then the
      *    first-fired stamp, so a straight insertion keeps the
      *    worst and oldest on top.
       01 StackConAlertTable.
           02 StackConAlEntry OCCURS 500 TIMES
                                INDEXED BY StackConAlIdx.
               03 StackConAlOrder.
                   04 StackConAlRank    PIC 9(01).
                   04 StackConAlFirst   PIC X(08).
                   04 StackConAlFirstT  PIC 9(08).
               03 StackConAlJob     PIC X(08).
               03 StackConAlItem    PIC X(32).
               03 StackConAlSev     PIC X(01).
               03 StackConAlStat    PIC X(01).
               03 StackConAlCnt     PIC 9(05).
               03 StackConAlAgeMin  PIC 9(06).
               03 StackConAlOper    PIC X(03).
       01 StackConAlNew.
           02 StackConNwOrder.
               03 StackConNwRank    PIC 9(01).
               03 StackConNwFirst   PIC X(08).
               03 StackConNwFirstT  PIC 9(08).
           02 StackConNwJob     PIC X(08).
           02 StackConNwItem    PIC X(32).
           02 StackConNwSev     PIC X(01).
           02 StackConNwStat    PIC X(01).
           02 StackConNwCnt     PIC 9(05).
           02 StackConNwAgeMin  PIC 9(06).
           02 StackConNwOper    PIC X(03).
       77 StackConAlTally  PIC 999 VALUE 0.
       77 StackConAlNum    PIC 999 VALUE 0.
       77 StackConAlSkipCnt PIC 9(5) VALUE 0.
       77 StackConAlPlacedSw PIC X VALUE 'N'.
           88 StackConAlPlaced VALUE 'Y' FALSE 'N'.
       77 StackConAstOnSw  PIC X VALUE 'N'.
           88 StackConAstOn VALUE 'Y' FALSE 'N'.
       77 StackConRowEdit  PIC ZZ9.
       77 StackConAgeEdit  PIC Z(5)9.
       77 StackConStatWord PIC X(03) VALUE SPACES.
       77 StackConRow      PIC 999 VALUE 0.

      *    Row number and stall threshold parse digit by digit the
      *    way ESC_AGE_MIN does in STACKACK.
       77 StackConDigitIdx PIC 9 VALUE 0.
       77 StackConDigit    PIC 9 VALUE 0.
       77 StackConParsed   PIC 9(5) VALUE 0.
       77 StackConParseOkSw PIC X VALUE 'N'.
           88 StackConParseOk VALUE 'Y' FALSE 'N'.

      *    Job-position figures, as STACKMON works them out.
       77 StackConMonHitSw PIC X VALUE 'N'.
           88 StackConMonHit VALUE 'Y' FALSE 'N'.
       77 StackConStallMin PIC 9(5) VALUE 0.
       77 StackConStallHs  PIC 9(9) VALUE 0.
       77 StackConInTopHs  PIC 9(9) VALUE 0.
           COPY CBLSTKU.
           COPY CBLSTKLU.
           COPY CBLSTKAU.

       SCREEN                          SECTION.
       01 MenuScreen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1
              VALUE 'STACKCON - TRACEBACK OPERATOR CONSOLE'.
           05 LINE 1 COLUMN 62 PIC X(08) FROM StackConNowDate.
           05 LINE 1 COLUMN 71 PIC 9(08) FROM StackConNowTime.
           05 LINE 3 COLUMN 3
              VALUE '1  RUN BY RUN-ID                  (RUN-ID)'.
           05 LINE 4 COLUMN 3
              VALUE '2  RUNS BY JOB AND DATE           (JOB, DATE'.
           05 LINE 4 COLUMN 47
              VALUE ' - BLANK FOR THE LATEST)'.
           05 LINE 5 COLUMN 3
              VALUE '3  RUNS BY BUSINESS CONTEXT       (CONTEXT)'.
           05 LINE 6 COLUMN 3
              VALUE '4  OPEN ALERTS - ACKNOWLEDGE OR CLOSE'.
           05 LINE 7 COLUMN 3
              VALUE '5  JOB POSITION NOW               (JOB)'.
           05 LINE 8 COLUMN 3
              VALUE 'X  EXIT'.
           05 LINE 11 COLUMN 3 VALUE 'SELECTION . . :'.
           05 LINE 11 COLUMN 20 PIC X(01) USING StackConSel
              UNDERLINE HIGHLIGHT.
           05 LINE 13 COLUMN 3 VALUE 'RUN-ID  . . . :'.
           05 LINE 13 COLUMN 20 PIC X(16) USING StackConRunId
              UNDERLINE.
           05 LINE 14 COLUMN 3 VALUE 'JOB . . . . . :'.
           05 LINE 14 COLUMN 20 PIC X(08) USING StackConJob
              UNDERLINE.
           05 LINE 15 COLUMN 3 VALUE 'DATE  . . . . :'.
           05 LINE 15 COLUMN 20 PIC X(08) USING StackConDate
              UNDERLINE.
           05 LINE 15 COLUMN 30 VALUE '(YYYYMMDD)'.
           05 LINE 16 COLUMN 3 VALUE 'CONTEXT . . . :'.
           05 LINE 16 COLUMN 20 PIC X(20) USING StackConCtx
              UNDERLINE.
           05 LINE 22 COLUMN 1 PIC X(79) FROM StackConMsg
              HIGHLIGHT.
       01 BrowseScreen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 PIC X(79) FROM StackConTitle.
           05 LINE 2 COLUMN 1 PIC X(40) FROM StackConPosLine.
           05 LINE 4 COLUMN 1 PIC X(80) FROM StackConPageText(1).
           05 LINE 5 COLUMN 1 PIC X(80) FROM StackConPageText(2).
           05 LINE 6 COLUMN 1 PIC X(80) FROM StackConPageText(3).
           05 LINE 7 COLUMN 1 PIC X(80) FROM StackConPageText(4).
           05 LINE 8 COLUMN 1 PIC X(80) FROM StackConPageText(5).
           05 LINE 9 COLUMN 1 PIC X(80) FROM StackConPageText(6).
           05 LINE 10 COLUMN 1 PIC X(80) FROM StackConPageText(7).
           05 LINE 11 COLUMN 1 PIC X(80) FROM StackConPageText(8).
           05 LINE 12 COLUMN 1 PIC X(80) FROM StackConPageText(9).
           05 LINE 13 COLUMN 1 PIC X(80) FROM StackConPageText(10).
           05 LINE 14 COLUMN 1 PIC X(80) FROM StackConPageText(11).
           05 LINE 15 COLUMN 1 PIC X(80) FROM StackConPageText(12).
           05 LINE 16 COLUMN 1 PIC X(80) FROM StackConPageText(13).
           05 LINE 17 COLUMN 1 PIC X(80) FROM StackConPageText(14).
           05 LINE 18 COLUMN 1 PIC X(80) FROM StackConPageText(15).
           05 LINE 19 COLUMN 1 PIC X(80) FROM StackConPageText(16).
           05 LINE 21 COLUMN 1
              VALUE 'N=NEXT PAGE  P=PREVIOUS PAGE  X=BACK TO MENU'.
           05 LINE 21 COLUMN 50 VALUE 'COMMAND:'.
           05 LINE 21 COLUMN 59 PIC X(01) USING StackConCmd
              UNDERLINE HIGHLIGHT.
           05 LINE 22 COLUMN 1 PIC X(79) FROM StackConMsg
              HIGHLIGHT.
       01 AlertScreen.
           05 BLANK SCREEN.
           05 LINE 1 COLUMN 1 PIC X(79) FROM StackConTitle.
           05 LINE 2 COLUMN 1 PIC X(40) FROM StackConPosLine.
           05 LINE 3 COLUMN 1
              VALUE 'ROW S STA JOB      SECTION'.
           05 LINE 3 COLUMN 53 VALUE 'COUNT AGE(M) OPR'.
           05 LINE 4 COLUMN 1 PIC X(80) FROM StackConPageText(1).
           05 LINE 5 COLUMN 1 PIC X(80) FROM StackConPageText(2).
           05 LINE 6 COLUMN 1 PIC X(80) FROM StackConPageText(3).
           05 LINE 7 COLUMN 1 PIC X(80) FROM StackConPageText(4).
           05 LINE 8 COLUMN 1 PIC X(80) FROM StackConPageText(5).
           05 LINE 9 COLUMN 1 PIC X(80) FROM StackConPageText(6).
           05 LINE 10 COLUMN 1 PIC X(80) FROM StackConPageText(7).
           05 LINE 11 COLUMN 1 PIC X(80) FROM StackConPageText(8).
           05 LINE 12 COLUMN 1 PIC X(80) FROM StackConPageText(9).
           05 LINE 13 COLUMN 1 PIC X(80) FROM StackConPageText(10).
           05 LINE 14 COLUMN 1 PIC X(80) FROM StackConPageText(11).
           05 LINE 15 COLUMN 1 PIC X(80) FROM StackConPageText(12).
           05 LINE 16 COLUMN 1 PIC X(80) FROM StackConPageText(13).
           05 LINE 17 COLUMN 1 PIC X(80) FROM StackConPageText(14).
           05 LINE 18 COLUMN 1 PIC X(80) FROM StackConPageText(15).
           05 LINE 19 COLUMN 1 PIC X(80) FROM StackConPageText(16).
           05 LINE 20 COLUMN 1
              VALUE 'A=ACKNOWLEDGE  C=CLOSE  N=NEXT  P=PREVIOUS'.
           05 LINE 20 COLUMN 45
              VALUE 'R=REFRESH  X=BACK TO MENU'.
           05 LINE 21 COLUMN 1 VALUE 'COMMAND:'.
           05 LINE 21 COLUMN 10 PIC X(01) USING StackConCmd
              UNDERLINE HIGHLIGHT.
           05 LINE 21 COLUMN 14 VALUE 'ROW:'.
           05 LINE 21 COLUMN 19 PIC X(03) USING StackConRowIn
              UNDERLINE.
           05 LINE 21 COLUMN 25 VALUE 'INITIALS:'.
           05 LINE 21 COLUMN 35 PIC X(03) USING StackConInitials
              UNDERLINE.
           05 LINE 22 COLUMN 1 PIC X(79) FROM StackConMsg
              HIGHLIGHT.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           PERFORM ConMenu UNTIL StackConDone
           MOVE 0 TO RETURN-CODE
           STOP RUN
           .

      *****************************************************
      *  ConMenu - one pass of the menu: show it, take the    *
      *  selection, check what it needs, and only then go to    *
      *  the files.  A refused entry comes back with the reason  *
      *  on the message line and nothing read.                    *
      *****************************************************
       ConMenu                         SECTION.
           ACCEPT StackConNowDate FROM DATE YYYYMMDD
           ACCEPT StackConNowTime FROM TIME
           MOVE SPACES TO StackConSel
           DISPLAY MenuScreen
           ACCEPT MenuScreen
           MOVE SPACES TO StackConMsg
           INSPECT StackConSel CONVERTING StackConLower TO StackConUpper
           INSPECT StackConJob CONVERTING StackConLower TO StackConUpper
           EVALUATE StackConSel
               WHEN '1'
                   IF StackConRunId = SPACES
                       MOVE 'RUN-ID IS REQUIRED FOR SELECTION 1'
                           TO StackConMsg
                   ELSE
                       PERFORM ConRunLookup
                   END-IF
               WHEN '2'
                   PERFORM ConCheckDate
                   EVALUATE TRUE
                       WHEN StackConJob = SPACES
                           MOVE 'JOB IS REQUIRED FOR SELECTION 2'
                               TO StackConMsg
                       WHEN NOT StackConInputOk
                           MOVE 'DATE MUST BE YYYYMMDD, OR BLANK'
                               TO StackConMsg
                       WHEN OTHER
                           PERFORM ConJobLookup
                   END-EVALUATE
               WHEN '3'
                   IF StackConCtx = SPACES
                       MOVE 'CONTEXT IS REQUIRED FOR SELECTION 3'
                           TO StackConMsg
                   ELSE
                       PERFORM ConCtxLookup
                   END-IF
               WHEN '4'
                   PERFORM ConAlerts
               WHEN '5'
                   IF StackConJob = SPACES
                       MOVE 'JOB IS REQUIRED FOR SELECTION 5'
                           TO StackConMsg
                   ELSE
                       PERFORM ConJobPosition
                   END-IF
               WHEN 'X'
                   SET StackConDone TO TRUE
               WHEN OTHER
                   MOVE 'SELECTION MUST BE 1 TO 5, OR X TO EXIT'
                       TO StackConMsg
           END-EVALUATE
           .

      *****************************************************
      *  ConCheckDate - a blank date is fine (latest run);     *
      *  otherwise it must be digits with a real month and day.  *
      *****************************************************
       ConCheckDate                    SECTION.
           SET StackConInputOk TO TRUE
           IF StackConDate NOT = SPACES
               IF StackConDate IS NOT NUMERIC
                   SET StackConInputOk TO FALSE
               ELSE
                   MOVE StackConDate TO CblStackDateRaw
                   IF CblStackDateMM < 1 OR CblStackDateMM > 12
                       OR CblStackDateDD < 1 OR CblStackDateDD > 31
                       SET StackConInputOk TO FALSE
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      *  ConRunLookup / ConJobLookup / ConCtxLookup - the     *
      *  three STACKINQ questions, answered into the line       *
      *  table and then browsed.                                 *
      *****************************************************
       ConRunLookup                    SECTION.
           PERFORM ConTraceOpen
           IF CblStackIdxFs = '00'
               MOVE SPACES TO StackConTitle
               STRING 'RUN ' DELIMITED BY SIZE
                      StackConRunId DELIMITED BY SIZE
                   INTO StackConTitle
               MOVE StackConRunId TO StackConPlayRun
               PERFORM ConRunFrames
               CLOSE TraceIdxFile
               PERFORM ConFramesDone
           END-IF
           .

       ConJobLookup                    SECTION.
           PERFORM ConTraceOpen
           IF CblStackIdxFs = '00'
               MOVE SPACES TO StackConTitle
               IF StackConDate = SPACES
                   STRING 'LATEST RUN OF JOB ' DELIMITED BY SIZE
                          StackConJob DELIMITED BY SIZE
                       INTO StackConTitle
                   PERFORM ConJobLatest
               ELSE
                   STRING 'JOB ' DELIMITED BY SIZE
                          StackConJob DELIMITED BY SIZE
                          ' ON ' DELIMITED BY SIZE
                          StackConDate DELIMITED BY SIZE
                       INTO StackConTitle
                   PERFORM ConJobDateFrames
               END-IF
               CLOSE TraceIdxFile
               PERFORM ConFramesDone
           END-IF
           .

       ConCtxLookup                    SECTION.
           PERFORM ConTraceOpen
           IF CblStackIdxFs = '00'
               OPEN INPUT CtxXrefFile
               IF CblStackCtxFs NOT = '00'
                   STRING '*** CTXXREF NOT AVAILABLE - STATUS '
                              DELIMITED BY SIZE
                          CblStackCtxFs DELIMITED BY SIZE
                          ' - RUN STACKMERG FIRST ***'
                              DELIMITED BY SIZE
                       INTO StackConMsg
               ELSE
                   MOVE SPACES TO StackConTitle
                   STRING 'RUNS THAT TOUCHED CONTEXT '
                              DELIMITED BY SIZE
                          StackConCtx DELIMITED BY SIZE
                       INTO StackConTitle
                   PERFORM ConCtxRuns
                   CLOSE CtxXrefFile
                   PERFORM ConCtxPlayRun
                       VARYING StackConRunNum FROM 1 BY 1
                       UNTIL StackConRunNum > StackConRunTally
               END-IF
               CLOSE TraceIdxFile
               IF CblStackCtxFs = '00'
                   PERFORM ConFramesDone
               END-IF
           END-IF
           .

      *****************************************************
      *  ConTraceOpen - start a fresh answer and open the       *
      *  mirror; a missing mirror is a message, not an end.      *
      *****************************************************
       ConTraceOpen                    SECTION.
           MOVE 0 TO StackConLineTally
           MOVE 0 TO StackConFrameCnt
           MOVE 0 TO StackConRunTally
           MOVE SPACES TO StackConPrevRun
           SET StackConLineFull TO FALSE
           OPEN INPUT TraceIdxFile
           IF CblStackIdxFs NOT = '00'
               STRING '*** TRACEIDX NOT AVAILABLE - STATUS '
                          DELIMITED BY SIZE
                      CblStackIdxFs DELIMITED BY SIZE
                      ' - RUN STACKMERG FIRST ***' DELIMITED BY SIZE
                   INTO StackConMsg
           END-IF
           .

       ConFramesDone                   SECTION.
           IF StackConFrameCnt = 0
               MOVE '*** NO FRAMES FOUND FOR THAT REQUEST ***'
                   TO StackConMsg
           ELSE
               IF StackConLineFull
                   MOVE '*** OVER 1000 LINES - FIRST 1000 SHOWN ***'
                       TO StackConMsg
               END-IF
               PERFORM ConBrowse
           END-IF
           .

      *****************************************************
      *  ConRunFrames - position on StackConPlayRun and take  *
      *  its frames in the order PrintStack wrote them.          *
      *****************************************************
       ConRunFrames                    SECTION.
           SET StackConEof TO FALSE
           MOVE StackConPlayRun TO TI-RUN-ID
           MOVE 0 TO TI-SEQ
           START TraceIdxFile KEY >= TI-KEY
               INVALID KEY
                   SET StackConEof TO TRUE
           END-START
           PERFORM UNTIL StackConEof
               READ TraceIdxFile NEXT RECORD
                   AT END
                       SET StackConEof TO TRUE
                   NOT AT END
                       IF TI-RUN-ID = StackConPlayRun
                           PERFORM ConFrameLine
                       ELSE
                           SET StackConEof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       ConJobDateFrames                SECTION.
           SET StackConEof TO FALSE
           MOVE StackConJob  TO TI-JOB-NAME
           MOVE StackConDate TO TI-DATE
           START TraceIdxFile KEY >= TI-ALT-KEY
               INVALID KEY
                   SET StackConEof TO TRUE
           END-START
           PERFORM UNTIL StackConEof
               READ TraceIdxFile NEXT RECORD
                   AT END
                       SET StackConEof TO TRUE
                   NOT AT END
                       IF TI-JOB-NAME = StackConJob
                           AND TI-DATE = StackConDate
                           PERFORM ConFrameLine
                       ELSE
                           SET StackConEof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

      *****************************************************
      *  ConJobLatest - the job's greatest date, and within     *
      *  it the greatest run-id, as STACKINQ's InqLatest picks    *
      *  it; then that run by primary key.                        *
      *****************************************************
       ConJobLatest                    SECTION.
           SET StackConEof TO FALSE
           MOVE SPACES TO StackConBestRun
           MOVE SPACES TO StackConBestDate
           MOVE StackConJob TO TI-JOB-NAME
           MOVE '00000000' TO TI-DATE
           START TraceIdxFile KEY >= TI-ALT-KEY
               INVALID KEY
                   SET StackConEof TO TRUE
           END-START
           PERFORM UNTIL StackConEof
               READ TraceIdxFile NEXT RECORD
                   AT END
                       SET StackConEof TO TRUE
                   NOT AT END
                       IF TI-JOB-NAME = StackConJob
                           IF TI-DATE > StackConBestDate
                               OR (TI-DATE = StackConBestDate
                                   AND TI-RUN-ID > StackConBestRun)
                               MOVE TI-DATE   TO StackConBestDate
                               MOVE TI-RUN-ID TO StackConBestRun
                           END-IF
                       ELSE
                           SET StackConEof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           IF StackConBestRun NOT = SPACES
               MOVE StackConBestRun TO StackConPlayRun
               PERFORM ConRunFrames
           END-IF
           .

      *****************************************************
      *  ConCtxRuns - the distinct runs the cross-reference    *
      *  names for the context, each listed once with its date,  *
      *  job and section, ahead of the frames themselves.         *
      *****************************************************
       ConCtxRuns                      SECTION.
           MOVE '  RUN-ID           DATE     JOB      SECTION'
               TO StackConLineWork
           PERFORM ConAddLine
           SET StackConEof TO FALSE
           MOVE SPACES TO CtxXrefRecord
           MOVE StackConCtx TO CX-CONTEXT
           MOVE SPACES TO CX-RUN-ID
           MOVE 0 TO CX-SEQ
           START CtxXrefFile KEY >= CX-KEY
               INVALID KEY
                   SET StackConEof TO TRUE
           END-START
           PERFORM UNTIL StackConEof
               READ CtxXrefFile NEXT RECORD
                   AT END
                       SET StackConEof TO TRUE
                   NOT AT END
                       IF CX-CONTEXT = StackConCtx
                           PERFORM ConCtxKeepRun
                       ELSE
                           SET StackConEof TO TRUE
                       END-IF
               END-READ
           END-PERFORM
           .

       ConCtxKeepRun                   SECTION.
           SET StackConRunIdx TO 1
           SEARCH StackConRunEntry
               AT END
                   IF StackConRunTally < 200
                       ADD 1 TO StackConRunTally
                       SET StackConRunIdx TO StackConRunTally
                       MOVE CX-RUN-ID
                           TO StackConRunKey(StackConRunIdx)
                       MOVE SPACES TO StackConLineWork
                       STRING '  ' DELIMITED BY SIZE
                              CX-RUN-ID DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CX-DATE DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CX-JOB-NAME DELIMITED BY SIZE
                              ' ' DELIMITED BY SIZE
                              CX-ITEM-NAME DELIMITED BY SIZE
                           INTO StackConLineWork
                       PERFORM ConAddLine
                   ELSE
                       MOVE '*** RUN TABLE FULL - SOME RUNS NOT SHOWN'
                           TO StackConMsg
                   END-IF
               WHEN StackConRunKey(StackConRunIdx) = CX-RUN-ID
                   CONTINUE
           END-SEARCH
           .

       ConCtxPlayRun                   SECTION.
           SET StackConRunIdx TO StackConRunNum
           MOVE StackConRunKey(StackConRunIdx) TO StackConPlayRun
           PERFORM ConRunFrames
           .

      *****************************************************
      *  ConFrameLine - one mirrored frame, under a header     *
      *  block whenever the run-id changes, as STACKINQ's        *
      *  ShowFrame prints it.                                     *
      *****************************************************
       ConFrameLine                    SECTION.
           IF TI-RUN-ID NOT = StackConPrevRun
               MOVE TI-RUN-ID TO StackConPrevRun
               MOVE SPACES TO StackConLineWork
               PERFORM ConAddLine
               STRING 'RUN ' DELIMITED BY SIZE
                      TI-RUN-ID DELIMITED BY SIZE
                      ' JOB ' DELIMITED BY SIZE
                      TI-JOB-NAME DELIMITED BY SIZE
                      ' STEP ' DELIMITED BY SIZE
                      TI-STEP-NAME DELIMITED BY SIZE
                      ' DATE ' DELIMITED BY SIZE
                      TI-DATE DELIMITED BY SIZE
                   INTO StackConLineWork
               PERFORM ConAddLine
               MOVE '---------- BEGIN PERFORM STACK TRACE ---------'
                   TO StackConLineWork
               PERFORM ConAddLine
           END-IF
           STRING ' ' DELIMITED BY SIZE
                  TI-TEXT DELIMITED BY SIZE
               INTO StackConLineWork
           PERFORM ConAddLine
           ADD 1 TO StackConFrameCnt
           .

       ConAddLine                      SECTION.
           IF StackConLineTally < 1000
               ADD 1 TO StackConLineTally
               SET StackConLineIdx TO StackConLineTally
               MOVE StackConLineWork
                   TO StackConLineText(StackConLineIdx)
           ELSE
               SET StackConLineFull TO TRUE
           END-IF
           MOVE SPACES TO StackConLineWork
           .

      *****************************************************
      *  ConBrowse - page the line table 16 lines at a time    *
      *  until the operator goes back to the menu.  ENTER on     *
      *  its own pages forward.                                   *
      *****************************************************
       ConBrowse                       SECTION.
           MOVE 1 TO StackConTop
           SET StackConBack TO FALSE
           PERFORM ConBrowseCycle UNTIL StackConBack
           MOVE SPACES TO StackConMsg
           .

       ConBrowseCycle                  SECTION.
           PERFORM ConFillPage
           MOVE SPACES TO StackConCmd
           DISPLAY BrowseScreen
           ACCEPT BrowseScreen
           MOVE SPACES TO StackConMsg
           INSPECT StackConCmd CONVERTING StackConLower TO StackConUpper
           EVALUATE StackConCmd
               WHEN 'N'
               WHEN SPACE
                   PERFORM ConPageNext
               WHEN 'P'
                   PERFORM ConPagePrev
               WHEN 'X'
                   SET StackConBack TO TRUE
               WHEN OTHER
                   MOVE 'COMMAND MUST BE N, P OR X' TO StackConMsg
           END-EVALUATE
           .

       ConPageNext                     SECTION.
           IF StackConTop + 16 <= StackConLineTally
               ADD 16 TO StackConTop
           ELSE
               MOVE 'LAST PAGE' TO StackConMsg
           END-IF
           .

       ConPagePrev                     SECTION.
           IF StackConTop > 16
               SUBTRACT 16 FROM StackConTop
           ELSE
               MOVE 1 TO StackConTop
               MOVE 'FIRST PAGE' TO StackConMsg
           END-IF
           .

      *****************************************************
      *  ConFillPage - the 16 screen lines from StackConTop,    *
      *  and the "lines n-m of t" position line.                  *
      *****************************************************
       ConFillPage                     SECTION.
           MOVE SPACES TO StackConPage
           PERFORM ConFillOne
               VARYING StackConPageNum FROM 1 BY 1
               UNTIL StackConPageNum > 16
           COMPUTE StackConLast = StackConTop + 15
           IF StackConLast > StackConLineTally
               MOVE StackConLineTally TO StackConLast
           END-IF
           MOVE SPACES TO StackConPosLine
           STRING 'LINES ' DELIMITED BY SIZE
                  StackConTop DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  StackConLast DELIMITED BY SIZE
                  ' OF ' DELIMITED BY SIZE
                  StackConLineTally DELIMITED BY SIZE
               INTO StackConPosLine
           .

       ConFillOne                      SECTION.
           COMPUTE StackConLineNum = StackConTop + StackConPageNum - 1
           IF StackConLineNum <= StackConLineTally
               SET StackConLineIdx TO StackConLineNum
               MOVE StackConLineText(StackConLineIdx)
                   TO StackConPageText(StackConPageNum)
           END-IF
           .

      *****************************************************
      *  ConAlerts - the open-alert screen.  ALERTSTA is read   *
      *  and closed again before the screen goes up, and opened    *
      *  I-O only for the moment an ACK or CLOSE is applied, so     *
      *  a console left on this screen never holds it against       *
      *  STACKACK or the ACKLOAD step.  One that is not there yet    *
      *  means STACKACK LOAD has never run, and the console does     *
      *  not create it.                                              *
      *****************************************************
       ConAlerts                       SECTION.
           MOVE SPACES TO StackConMsg
           MOVE SPACES TO StackConRowIn
           MOVE 1 TO StackConTop
           PERFORM ConAlertLoad
           IF NOT StackConAstBad
               MOVE 'OPEN ALERTS - CRITICAL FIRST, OLDEST FIRST'
                   TO StackConTitle
               SET StackConBack TO FALSE
               PERFORM ConAlertCycle UNTIL StackConBack
               MOVE SPACES TO StackConMsg
           END-IF
           .

      *****************************************************
      *  ConAlertLoad - walk ALERTSTA in key order keeping     *
      *  every NEW and ACKNOWLEDGED alert, placed by severity     *
      *  and first-fired stamp, then render the rows.  Age is      *
      *  minutes since the alert first fired, the same              *
      *  escalation clock STACKACK reports against.  ALERTSTA     *
      *  is opened INPUT and closed as soon as it has been read;    *
      *  when it will not open the list comes back empty with the    *
      *  status on the message line.                                 *
      *****************************************************
       ConAlertLoad                    SECTION.
           ACCEPT CblStackToDate FROM DATE YYYYMMDD
           ACCEPT CblStackToTime FROM TIME
           MOVE 0 TO StackConAlTally
           MOVE 0 TO StackConAlSkipCnt
           OPEN INPUT AlertStatFile
           IF CblStackAstFs = '00'
               SET StackConAstBad TO FALSE
               PERFORM ConAlertRead
               CLOSE AlertStatFile
           ELSE
               SET StackConAstBad TO TRUE
               STRING '*** ALERTSTA NOT AVAILABLE - STATUS '
                          DELIMITED BY SIZE
                      CblStackAstFs DELIMITED BY SIZE
                      ' - RUN STACKACK LOAD FIRST ***'
                          DELIMITED BY SIZE
                   INTO StackConMsg
           END-IF
           MOVE 0 TO StackConLineTally
           SET StackConLineFull TO FALSE
           PERFORM ConAlertLine
               VARYING StackConAlNum FROM 1 BY 1
               UNTIL StackConAlNum > StackConAlTally
           IF StackConTop > StackConLineTally
               MOVE 1 TO StackConTop
           END-IF
           IF StackConAlSkipCnt > 0
               STRING '*** OVER 500 OPEN ALERTS - '
                          DELIMITED BY SIZE
                      StackConAlSkipCnt DELIMITED BY SIZE
                      ' NOT LISTED - WORK THE LIST DOWN AND REFRESH'
                          DELIMITED BY SIZE
                   INTO StackConMsg
           END-IF
           IF StackConAlTally = 0 AND StackConMsg = SPACES
               MOVE 'NO OPEN ALERTS' TO StackConMsg
           END-IF
           .

       ConAlertRead                    SECTION.
           SET StackConEof TO FALSE
           MOVE LOW-VALUES TO AS-KEY
           START AlertStatFile KEY >= AS-KEY
               INVALID KEY
                   SET StackConEof TO TRUE
           END-START
           PERFORM UNTIL StackConEof
               READ AlertStatFile NEXT RECORD
                   AT END
                       SET StackConEof TO TRUE
                   NOT AT END
                       IF AS-ST-NEW OR AS-ST-ACKED
                           PERFORM ConAlertKeep
                       END-IF
               END-READ
           END-PERFORM
           .

       ConAlertKeep                    SECTION.
           EVALUATE TRUE
               WHEN AS-SEV-CRITICAL
                   MOVE 1 TO StackConNwRank
               WHEN AS-SEV-ERROR
                   MOVE 2 TO StackConNwRank
               WHEN AS-SEV-WARNING
                   MOVE 3 TO StackConNwRank
               WHEN OTHER
                   MOVE 4 TO StackConNwRank
           END-EVALUATE
           MOVE AS-FIRST-DATE TO StackConNwFirst
           MOVE AS-FIRST-TIME TO StackConNwFirstT
           MOVE AS-JOB-NAME   TO StackConNwJob
           MOVE AS-ITEM-NAME  TO StackConNwItem
           MOVE AS-SEVERITY   TO StackConNwSev
           MOVE AS-STATUS     TO StackConNwStat
           MOVE AS-OCCUR-CNT  TO StackConNwCnt
           MOVE AS-OPER-ID    TO StackConNwOper
           MOVE 0 TO StackConNwAgeMin
           IF AS-FIRST-DATE IS NUMERIC
               MOVE AS-FIRST-DATE TO CblStackFromDate
               MOVE AS-FIRST-TIME TO CblStackFromTime
               PERFORM StackElapsedCompute
               COMPUTE StackConNwAgeMin = CblStackElapsedHs / 6000
           END-IF
           IF StackConAlTally < 500
               ADD 1 TO StackConAlTally
               MOVE StackConAlTally TO StackConAlNum
               SET StackConAlPlaced TO FALSE
               PERFORM ConAlertSlot UNTIL StackConAlPlaced
               SET StackConAlIdx TO StackConAlNum
               MOVE StackConAlNew TO StackConAlEntry(StackConAlIdx)
           ELSE
               ADD 1 TO StackConAlSkipCnt
           END-IF
           .

      *    Insertion step: move the slot up past every entry
      *    that sorts after the new one.
       ConAlertSlot                    SECTION.
           IF StackConAlNum = 1
               SET StackConAlPlaced TO TRUE
           ELSE
               SET StackConAlIdx TO StackConAlNum
               SET StackConAlIdx DOWN BY 1
               IF StackConAlOrder(StackConAlIdx) <= StackConNwOrder
                   SET StackConAlPlaced TO TRUE
               ELSE
                   MOVE StackConAlEntry(StackConAlIdx)
                       TO StackConAlEntry(StackConAlNum)
                   SUBTRACT 1 FROM StackConAlNum
               END-IF
           END-IF
           .

       ConAlertLine                    SECTION.
           SET StackConAlIdx TO StackConAlNum
           MOVE StackConAlNum TO StackConRowEdit
           MOVE StackConAlAgeMin(StackConAlIdx) TO StackConAgeEdit
           IF StackConAlStat(StackConAlIdx) = 'A'
               MOVE 'ACK' TO StackConStatWord
           ELSE
               MOVE 'NEW' TO StackConStatWord
           END-IF
           MOVE SPACES TO StackConLineWork
           STRING StackConRowEdit DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackConAlSev(StackConAlIdx) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackConStatWord DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackConAlJob(StackConAlIdx) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackConAlItem(StackConAlIdx) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackConAlCnt(StackConAlIdx) DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackConAgeEdit DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackConAlOper(StackConAlIdx) DELIMITED BY SIZE
               INTO StackConLineWork
           PERFORM ConAddLine
           .

      *****************************************************
      *  ConAlertCycle - one pass of the alert screen.  ACK    *
      *  and CLOSE need a listed row and initials; both are      *
      *  checked before ALERTSTA is touched, and ALERTSTA is       *
      *  then held I-O only across the one StackAlertOperate.       *
      *****************************************************
       ConAlertCycle                   SECTION.
           PERFORM ConFillPage
           MOVE SPACES TO StackConCmd
           DISPLAY AlertScreen
           ACCEPT AlertScreen
           MOVE SPACES TO StackConMsg
           INSPECT StackConCmd CONVERTING StackConLower TO StackConUpper
           INSPECT StackConInitials
               CONVERTING StackConLower TO StackConUpper
           EVALUATE StackConCmd
               WHEN 'A'
                   MOVE 'ACK' TO CblStackOpFunc
                   PERFORM ConAlertAction
               WHEN 'C'
                   MOVE 'CLOSE' TO CblStackOpFunc
                   PERFORM ConAlertAction
               WHEN 'N'
               WHEN SPACE
                   PERFORM ConPageNext
               WHEN 'P'
                   PERFORM ConPagePrev
               WHEN 'R'
                   PERFORM ConAlertLoad
               WHEN 'X'
                   SET StackConBack TO TRUE
               WHEN OTHER
                   MOVE 'COMMAND MUST BE A, C, N, P, R OR X'
                       TO StackConMsg
           END-EVALUATE
           .

       ConAlertAction                  SECTION.
           PERFORM ConRowParse
           EVALUATE TRUE
               WHEN NOT StackConInputOk
                   MOVE 'ROW MUST BE ONE OF THE LISTED ROW NUMBERS'
                       TO StackConMsg
               WHEN StackConInitials(1:1) = SPACE
                   OR StackConInitials IS NOT ALPHABETIC
                   MOVE 'INITIALS ARE REQUIRED - LETTERS ONLY'
                       TO StackConMsg
               WHEN OTHER
                   SET StackConAlIdx TO StackConRow
                   ACCEPT CblStackToDate FROM DATE YYYYMMDD
                   ACCEPT CblStackToTime FROM TIME
                   MOVE 'STACKCON'       TO CblStackOpPgm
                   MOVE StackConAlJob(StackConAlIdx)  TO CblStackOpJob
                   MOVE StackConAlItem(StackConAlIdx) TO CblStackOpItem
                   MOVE StackConInitials TO CblStackOpOper
                   MOVE 0 TO RETURN-CODE
                   OPEN I-O AlertStatFile
                   IF CblStackAstFs = '00'
                       PERFORM StackAlertOperate
                       CLOSE AlertStatFile
                       IF CblStackOpApplied AND RETURN-CODE NOT = 0
                           STRING '*** ALERT MARKED BUT AUDITLOG NOT '
                                      DELIMITED BY SIZE
                                  'AVAILABLE - ACTION NOT AUDITED ***'
                                      DELIMITED BY SIZE
                               INTO StackConMsg
                       ELSE
                           MOVE CblStackOpMsg TO StackConMsg
                       END-IF
                       MOVE SPACES TO StackConRowIn
                   ELSE
                       PERFORM ConAlertNoFile
                   END-IF
                   MOVE 0 TO RETURN-CODE
                   PERFORM ConAlertReload
           END-EVALUATE
           .

      *****************************************************
      *  ConAlertNoFile - an ACK or CLOSE that could not open  *
      *  ALERTSTA: nothing is marked, the operator is told the   *
      *  status, and the AUDITLOG trail records the attempt as     *
      *  FAILED the way STACKACK does.                              *
      *****************************************************
       ConAlertNoFile                  SECTION.
           STRING '*** ALERTSTA NOT AVAILABLE - STATUS '
                      DELIMITED BY SIZE
                  CblStackAstFs DELIMITED BY SIZE
                  ' - NOTHING MARKED ***' DELIMITED BY SIZE
               INTO StackConMsg
           MOVE 8 TO RETURN-CODE
           MOVE CblStackOpPgm  TO CblStackAudPgm
           MOVE CblStackOpFunc TO CblStackAudFunc
           MOVE CblStackOpOper TO CblStackAudOper
           MOVE 'FAILED'       TO CblStackAudOutcome
           MOVE 0              TO CblStackAudCount
           STRING 'ACK_JOB=' DELIMITED BY SIZE
                  CblStackOpJob DELIMITED BY SPACE
                  ' ACK_ITEM=' DELIMITED BY SIZE
                  CblStackOpItem DELIMITED BY SPACE
                  ' ACK_OPER=' DELIMITED BY SIZE
                  CblStackOpOper DELIMITED BY SPACE
                  ' ALERTSTA STATUS=' DELIMITED BY SIZE
                  CblStackAstFs DELIMITED BY SIZE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .

      *    Reload after a marking without losing its message.
       ConAlertReload                  SECTION.
           MOVE StackConMsg TO StackConHoldMsg
           MOVE SPACES TO StackConMsg
           PERFORM ConAlertLoad
           IF StackConMsg = SPACES OR StackConMsg = 'NO OPEN ALERTS'
               MOVE StackConHoldMsg TO StackConMsg
           END-IF
           .

      *****************************************************
      *  ConRowParse - the row number typed, left-justified    *
      *  or not, digit by digit; it must name a listed row.       *
      *****************************************************
       ConRowParse                     SECTION.
           SET StackConParseOk TO FALSE
           MOVE 0 TO StackConParsed
           PERFORM VARYING StackConDigitIdx FROM 1 BY 1
                   UNTIL StackConDigitIdx > 3
               EVALUATE TRUE
                   WHEN StackConRowIn(StackConDigitIdx:1) = SPACE
                       CONTINUE
                   WHEN StackConRowIn(StackConDigitIdx:1) IS NUMERIC
                       MOVE StackConRowIn(StackConDigitIdx:1)
                           TO StackConDigit
                       COMPUTE StackConParsed =
                           StackConParsed * 10 + StackConDigit
                       SET StackConParseOk TO TRUE
                   WHEN OTHER
                       SET StackConParseOk TO FALSE
                       MOVE 4 TO StackConDigitIdx
               END-EVALUATE
           END-PERFORM
           SET StackConInputOk TO FALSE
           IF StackConParseOk AND StackConParsed > 0
               AND StackConParsed <= StackConAlTally
               MOVE StackConParsed TO StackConRow
               SET StackConInputOk TO TRUE
           END-IF
           .

      *****************************************************
      *  ConJobPosition - STACKMON's picture of one job.  The  *
      *  job must be in MONJOBS; its SNAP.jobname snapshot is     *
      *  then read top-down, with the time in its topmost          *
      *  section held against the job's stall limit.               *
      *****************************************************
       ConJobPosition                  SECTION.
           PERFORM ConMonFind
           EVALUATE TRUE
               WHEN StackConJobsFs NOT = '00'
                   STRING '*** MONJOBS NOT AVAILABLE - STATUS '
                              DELIMITED BY SIZE
                          StackConJobsFs DELIMITED BY SIZE
                          ' ***' DELIMITED BY SIZE
                       INTO StackConMsg
               WHEN NOT StackConMonHit
                   STRING 'JOB ' DELIMITED BY SIZE
                          StackConJob DELIMITED BY SPACE
                          ' IS NOT IN MONJOBS' DELIMITED BY SIZE
                       INTO StackConMsg
               WHEN OTHER
                   PERFORM ConSnapRead
           END-EVALUATE
           .

       ConMonFind                      SECTION.
           SET StackConMonHit TO FALSE
           SET StackConEof TO FALSE
           OPEN INPUT MonJobsFile
           IF StackConJobsFs = '00'
               PERFORM UNTIL StackConEof OR StackConMonHit
                   READ MonJobsFile
                       AT END
                           SET StackConEof TO TRUE
                       NOT AT END
                           IF MonJobsRecord(1:1) NOT = '*'
                               AND MJ-JOB-NAME = StackConJob
                               SET StackConMonHit TO TRUE
                               PERFORM ConMonStallLimit
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE MonJobsFile
               MOVE '00' TO StackConJobsFs
           END-IF
           .

       ConMonStallLimit                SECTION.
           MOVE 0 TO StackConStallMin
           MOVE 0 TO StackConStallHs
           SET StackConParseOk TO FALSE
           MOVE 0 TO StackConParsed
           PERFORM VARYING StackConDigitIdx FROM 1 BY 1
                   UNTIL StackConDigitIdx > 5
                      OR MJ-STALL-MIN(StackConDigitIdx:1) = SPACE
               IF MJ-STALL-MIN(StackConDigitIdx:1) IS NUMERIC
                   MOVE MJ-STALL-MIN(StackConDigitIdx:1)
                       TO StackConDigit
                   COMPUTE StackConParsed =
                       StackConParsed * 10 + StackConDigit
                   SET StackConParseOk TO TRUE
               ELSE
                   SET StackConParseOk TO FALSE
                   MOVE 6 TO StackConDigitIdx
               END-IF
           END-PERFORM
           IF StackConParseOk AND StackConParsed > 0
               MOVE StackConParsed TO StackConStallMin
               COMPUTE StackConStallHs = StackConStallMin * 6000
           END-IF
           .

       ConSnapRead                     SECTION.
           ACCEPT CblStackToDate FROM DATE YYYYMMDD
           ACCEPT CblStackToTime FROM TIME
           MOVE 0 TO StackConLineTally
           SET StackConLineFull TO FALSE
           MOVE SPACES TO StackConSnapDsn
           STRING 'SNAP.' DELIMITED BY SIZE
                  StackConJob DELIMITED BY SPACE
               INTO StackConSnapDsn
           MOVE 'SNAPOUT' TO StackConEnvName
           DISPLAY StackConEnvName UPON ENVIRONMENT-NAME
           DISPLAY StackConSnapDsn UPON ENVIRONMENT-VALUE
           SET StackConEof TO FALSE
           OPEN INPUT SnapshotFile
           EVALUATE CblStackSnapFs
               WHEN '00'
                   PERFORM UNTIL StackConEof
                       READ SnapshotFile
                           AT END
                               SET StackConEof TO TRUE
                           NOT AT END
                               PERFORM ConSnapFrame
                       END-READ
                   END-PERFORM
                   CLOSE SnapshotFile
                   IF StackConLineTally = 0
                       STRING 'JOB ' DELIMITED BY SIZE
                              StackConJob DELIMITED BY SPACE
                              ' - SNAPSHOT EMPTY - NO FRAMES RECORDED'
                                  DELIMITED BY SIZE
                           INTO StackConMsg
                   ELSE
                       MOVE SPACES TO StackConTitle
                       STRING 'POSITION OF JOB ' DELIMITED BY SIZE
                              StackConJob DELIMITED BY SIZE
                              ' AT ' DELIMITED BY SIZE
                              CblStackToDate DELIMITED BY SIZE
                              '/' DELIMITED BY SIZE
                              CblStackToTime DELIMITED BY SIZE
                           INTO StackConTitle
                       PERFORM ConBrowse
                   END-IF
               WHEN '35'
                   STRING 'JOB ' DELIMITED BY SIZE
                          StackConJob DELIMITED BY SPACE
                          ' - NO SNAPSHOT - NOT ACTIVE OR HEARTBEAT '
                              DELIMITED BY SIZE
                          'OFF' DELIMITED BY SIZE
                       INTO StackConMsg
               WHEN OTHER
                   STRING 'JOB ' DELIMITED BY SIZE
                          StackConJob DELIMITED BY SPACE
                          ' - SNAPSHOT ERROR - STATUS '
                              DELIMITED BY SIZE
                          CblStackSnapFs DELIMITED BY SIZE
                       INTO StackConMsg
           END-EVALUATE
           .

      *****************************************************
      *  ConSnapFrame - one snapshot record in STACKMON's      *
      *  layout; the topmost record adds the header and the       *
      *  time-in-section figure.                                   *
      *****************************************************
       ConSnapFrame                    SECTION.
           IF SN-DEPTH = SN-TOP-DEPTH
               STRING 'JOB ' DELIMITED BY SIZE
                      SN-JOB-NAME DELIMITED BY SIZE
                      ' STEP ' DELIMITED BY SIZE
                      SN-STEP-NAME DELIMITED BY SIZE
                      ' RUN ' DELIMITED BY SIZE
                      SN-RUN-ID DELIMITED BY SIZE
                      ' SNAPSHOT ' DELIMITED BY SIZE
                      SN-SNAP-DATE DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      SN-SNAP-TIME DELIMITED BY SIZE
                   INTO StackConLineWork
               PERFORM ConAddLine
           END-IF
           STRING ' ' DELIMITED BY SIZE
                  SN-ITEM-NAME DELIMITED BY SIZE
                  ' CTX=' DELIMITED BY SIZE
                  SN-CONTEXT DELIMITED BY SIZE
                  ' ELAPSED(HS)=' DELIMITED BY SIZE
                  SN-ELAPSED-HS DELIMITED BY SIZE
               INTO StackConLineWork
           PERFORM ConAddLine
           IF SN-DEPTH = SN-TOP-DEPTH
               IF SN-ENTRY-DATE IS NUMERIC
                   MOVE SN-ENTRY-DATE TO CblStackFromDate
               ELSE
                   MOVE CblStackToDate TO CblStackFromDate
               END-IF
               MOVE SN-ENTRY-TIME TO CblStackFromTime
               PERFORM StackElapsedCompute
               MOVE CblStackElapsedHs TO StackConInTopHs
               STRING '  IN TOPMOST SECTION ' DELIMITED BY SIZE
                      SN-ITEM-NAME DELIMITED BY SPACE
                      ' FOR (HS) ' DELIMITED BY SIZE
                      StackConInTopHs DELIMITED BY SIZE
                   INTO StackConLineWork
               PERFORM ConAddLine
               IF StackConStallHs > 0
                   AND StackConInTopHs >= StackConStallHs
                   STRING '  *** STALLED - OVER ' DELIMITED BY SIZE
                          StackConStallMin DELIMITED BY SIZE
                          ' MIN IN ' DELIMITED BY SIZE
                          SN-ITEM-NAME DELIMITED BY SPACE
                          ' ***' DELIMITED BY SIZE
                       INTO StackConLineWork
                   PERFORM ConAddLine
               END-IF
           END-IF
           .

           COPY CBLSTKT.
           COPY CBLSTKLT.
           COPY CBLSTKAT.
