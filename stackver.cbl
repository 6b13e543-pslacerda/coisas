       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKVER.
      *****************************************************
      *  STACKVER - program version registry and deployment    *
      *  correlation.  Every program on the shared stack - the    *
      *  driver and each CALLed subprogram that pushes the way     *
      *  STACKSUB does - appends a 'V' RUNLEDGR record on its       *
      *  first push carrying its name and WHEN-COMPILED stamp        *
      *  (StackVersionNote in CBLSTKP).  This job folds those into    *
      *  the keyed PGMREG registry - one record per program and       *
      *  compile stamp, with the first and last time that build was   *
      *  seen running, the jobs and the run count - and then reports, *
      *  per job and program, every version the ledger shows in the   *
      *  order it appeared: runs, abends, abend percentage and         *
      *  average elapsed of the runs that completed, set against the   *
      *  version before it.  A version is flagged WORSE when its       *
      *  abend percentage is VER_ABEND_PTS points (default 10) or      *
      *  more above the previous version's, or its average elapsed     *
      *  VER_SLOW_PCT percent (default 25) or more longer - the        *
      *  module change management should look at first.               *
      *  Rereading a ledger already folded in does not count its      *
      *  runs twice: the registry only takes sightings later than     *
      *  the last one it holds (or earlier than the first).           *
      *  Any WORSE version leaves RETURN-CODE 4, a registry write     *
      *  failure 8, and RUNLEDGR or PGMREG unavailable 12.            *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           COPY CBLSTKV.
           SELECT PgmRegFile ASSIGN TO "PGMREG"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-KEY
               FILE STATUS IS StackVerRegFs.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKX.
       FD  PgmRegFile.
      *    One record per program build.  The seen stamps are
      *    RUNLEDGR date and time side by side, so each compares
      *    as a whole.
       01  PgmRegRecord.
           05 PR-KEY.
               10 PR-PGM-NAME         PIC X(08).
               10 PR-COMPILED         PIC X(16).
           05 PR-FIRST-SEEN.
               10 PR-FIRST-DATE       PIC X(08).
               10 PR-FIRST-TIME       PIC 9(08).
           05 PR-LAST-SEEN.
               10 PR-LAST-DATE        PIC X(08).
               10 PR-LAST-TIME        PIC 9(08).
           05 PR-FIRST-JOB            PIC X(08).
           05 PR-LAST-JOB             PIC X(08).
           05 PR-LAST-RUN-ID          PIC X(16).
           05 PR-RUN-CNT              PIC 9(09).

       WORKING-STORAGE                 SECTION.
       77 CblStackLedgFs   PIC XX VALUE SPACES.
       77 StackVerRegFs    PIC XX VALUE SPACES.

       77 StackVerEofSw    PIC X VALUE 'N'.
           88 StackVerEof  VALUE 'Y'.
       77 StackVerFailSw   PIC X VALUE 'N'.
           88 StackVerFailed VALUE 'Y'.
       77 StackVerFoundSw  PIC X VALUE 'N'.
           88 StackVerFound VALUE 'Y' FALSE 'N'.
       77 StackVerRowSw    PIC X VALUE 'N'.
           88 StackVerRowOk VALUE 'Y' FALSE 'N'.
       77 StackVerEnvName  PIC X(20) VALUE SPACES.
       01 StackVerStamp.
           05 StackVerStampDate    PIC X(08).
           05 StackVerStampTime    PIC 9(08).

      *    VER_ABEND_PTS and VER_SLOW_PCT parse digit by digit the
      *    way ESC_AGE_MIN does in STACKACK; missing, unreadable or
      *    zero leaves the default.
       77 StackVerNumIn    PIC X(04) VALUE SPACES.
       77 StackVerDigitIdx PIC 9 VALUE 0.
       77 StackVerDigit    PIC 9 VALUE 0.
       77 StackVerParsed   PIC 9(4) VALUE 0.
       77 StackVerParseOkSw PIC X VALUE 'N'.
           88 StackVerParseOk VALUE 'Y' FALSE 'N'.
       77 StackVerAbendPts PIC 9(4) VALUE 10.
       77 StackVerSlowPct  PIC 9(4) VALUE 25.

      *    Every run in the ledger: start stamp from its 'S'
      *    record, completion from its 'E', abend from its 'A'.
       01 StackVerRunTable.
           02 StackVerRunEntry OCCURS 5000 TIMES
                               INDEXED BY StackVerRunIdx.
               03 StackVerRunKey    PIC X(16).
               03 StackVerRunDate   PIC X(08).
               03 StackVerRunTime   PIC 9(08).
               03 StackVerRunEndSw  PIC X.
               03 StackVerRunEndDt  PIC X(08).
               03 StackVerRunEndTm  PIC 9(08).
               03 StackVerRunAbnSw  PIC X.
       77 StackVerRunTally PIC 9(4) VALUE 0.
       77 StackVerRunFullSw PIC X VALUE 'N'.
           88 StackVerRunFull VALUE 'Y'.

      *    One row per job + program + build, in the order the
      *    ledger first shows each, with that build's figures.
       01 StackVerTable.
           02 StackVerEntry OCCURS 500 TIMES
                            INDEXED BY StackVerIdx StackVerPrvIdx.
               03 StackVerJob       PIC X(08).
               03 StackVerPgm       PIC X(08).
               03 StackVerComp      PIC X(16).
               03 StackVerRuns      PIC 9(07).
               03 StackVerAbends    PIC 9(07).
               03 StackVerDone      PIC 9(07).
               03 StackVerElapHs    PIC 9(12).
               03 StackVerPrtSw     PIC X.
       77 StackVerTally    PIC 999 VALUE 0.
       77 StackVerNum      PIC 999 VALUE 0.
       77 StackVerScan     PIC 999 VALUE 0.
       77 StackVerPrevNum  PIC 999 VALUE 0.
       77 StackVerGrpJob   PIC X(08) VALUE SPACES.
       77 StackVerGrpPgm   PIC X(08) VALUE SPACES.
       77 StackVerFullSw   PIC X VALUE 'N'.
           88 StackVerFull VALUE 'Y'.

       77 StackVerRate     PIC 999 VALUE 0.
       77 StackVerPrvRate  PIC 999 VALUE 0.
       77 StackVerAvgHs    PIC 9(9) VALUE 0.
       77 StackVerPrvAvgHs PIC 9(9) VALUE 0.
       77 StackVerWork     PIC 9(12) VALUE 0.
       77 StackVerTag      PIC X(24) VALUE SPACES.

       77 StackVerReadCnt  PIC 9(7) VALUE 0.
       77 StackVerVerCnt   PIC 9(7) VALUE 0.
       77 StackVerRegNew   PIC 9(7) VALUE 0.
       77 StackVerRegSeen  PIC 9(7) VALUE 0.
       77 StackVerWorseCnt PIC 9(7) VALUE 0.
       77 StackVerDisplayLine PIC X(132).
           COPY CBLSTKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           PERFORM LoadThresholds
           OPEN INPUT RunLedgerFile
           IF CblStackLedgFs NOT = '00'
               DISPLAY '*** RUNLEDGR NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' CblStackLedgFs
                       ' - NOTHING TO REGISTER'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL StackVerEof
               READ RunLedgerFile
                   AT END
                       SET StackVerEof TO TRUE
                   NOT AT END
                       ADD 1 TO StackVerReadCnt
                       PERFORM LedgerRun
               END-READ
           END-PERFORM
           CLOSE RunLedgerFile
           PERFORM RegOpen
           DISPLAY '======== PROGRAM VERSION REGISTRY ========'
           MOVE 'N' TO StackVerEofSw
           OPEN INPUT RunLedgerFile
           PERFORM UNTIL StackVerEof OR StackVerFailed
               READ RunLedgerFile
                   AT END
                       SET StackVerEof TO TRUE
                   NOT AT END
                       IF RL-VERSION-REC AND RL-PGM-NAME NOT = SPACES
                           PERFORM LedgerVersion
                       END-IF
               END-READ
           END-PERFORM
           CLOSE RunLedgerFile
           PERFORM ReportGroup
               VARYING StackVerNum FROM 1 BY 1
               UNTIL StackVerNum > StackVerTally
           CLOSE PgmRegFile
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  LoadThresholds - VER_ABEND_PTS and VER_SLOW_PCT.      *
      *****************************************************
       LoadThresholds                  SECTION.
           MOVE 'VER_ABEND_PTS' TO StackVerEnvName
           ACCEPT StackVerNumIn FROM ENVIRONMENT StackVerEnvName
           PERFORM ParseNumber
           IF StackVerParseOk AND StackVerParsed > 0
               MOVE StackVerParsed TO StackVerAbendPts
           END-IF
           MOVE 'VER_SLOW_PCT' TO StackVerEnvName
           ACCEPT StackVerNumIn FROM ENVIRONMENT StackVerEnvName
           PERFORM ParseNumber
           IF StackVerParseOk AND StackVerParsed > 0
               MOVE StackVerParsed TO StackVerSlowPct
           END-IF
           .

       ParseNumber                     SECTION.
           SET StackVerParseOk TO FALSE
           MOVE 0 TO StackVerParsed
           PERFORM VARYING StackVerDigitIdx FROM 1 BY 1
                   UNTIL StackVerDigitIdx > 4
                      OR StackVerNumIn(StackVerDigitIdx:1) = SPACE
               IF StackVerNumIn(StackVerDigitIdx:1) IS NUMERIC
                   MOVE StackVerNumIn(StackVerDigitIdx:1)
                       TO StackVerDigit
                   COMPUTE StackVerParsed =
                       StackVerParsed * 10 + StackVerDigit
                   SET StackVerParseOk TO TRUE
               ELSE
                   SET StackVerParseOk TO FALSE
                   MOVE 5 TO StackVerDigitIdx
               END-IF
           END-PERFORM
           .

      *****************************************************
      *  LedgerRun - first pass: each run's start, completion  *
      *  and abend.  A completion or abend for a run the table    *
      *  does not hold (start lost, or the ledger was pruned)      *
      *  is passed over - without a start there is no elapsed.     *
      *****************************************************
       LedgerRun                       SECTION.
           IF RL-START-REC OR RL-END-REC OR RL-ABEND-REC
               PERFORM FindRun
               EVALUATE TRUE
                   WHEN RL-START-REC AND NOT StackVerFound
                       PERFORM NewRun
                   WHEN RL-END-REC AND StackVerFound
                       MOVE 'Y' TO StackVerRunEndSw(StackVerRunIdx)
                       MOVE RL-DATE TO StackVerRunEndDt(StackVerRunIdx)
                       MOVE RL-TIME TO StackVerRunEndTm(StackVerRunIdx)
                   WHEN RL-ABEND-REC AND StackVerFound
                       MOVE 'Y' TO StackVerRunAbnSw(StackVerRunIdx)
               END-EVALUATE
           END-IF
           .

       FindRun                         SECTION.
           SET StackVerFound TO FALSE
           IF StackVerRunTally > 0
               SET StackVerRunIdx TO 1
               SEARCH StackVerRunEntry
                   AT END
                       CONTINUE
                   WHEN StackVerRunIdx > StackVerRunTally
                       SET StackVerRunIdx TO StackVerRunTally
                   WHEN StackVerRunKey(StackVerRunIdx) = RL-RUN-ID
                       SET StackVerFound TO TRUE
               END-SEARCH
           END-IF
           .

       NewRun                          SECTION.
           IF StackVerRunTally < 5000
               ADD 1 TO StackVerRunTally
               SET StackVerRunIdx TO StackVerRunTally
               MOVE RL-RUN-ID TO StackVerRunKey(StackVerRunIdx)
               MOVE RL-DATE   TO StackVerRunDate(StackVerRunIdx)
               MOVE RL-TIME   TO StackVerRunTime(StackVerRunIdx)
               MOVE 'N'       TO StackVerRunEndSw(StackVerRunIdx)
               MOVE SPACES    TO StackVerRunEndDt(StackVerRunIdx)
               MOVE ZERO      TO StackVerRunEndTm(StackVerRunIdx)
               MOVE 'N'       TO StackVerRunAbnSw(StackVerRunIdx)
           ELSE
               IF NOT StackVerRunFull
                   SET StackVerRunFull TO TRUE
                   DISPLAY '*** RUN TABLE FULL AT 5000 - LATER RUNS '
                           'NOT IN THE FIGURES ***'
               END-IF
           END-IF
           .

      *****************************************************
      *  RegOpen - the keyed registry, created the first      *
      *  time with the status-35 dance AstOpen does.            *
      *****************************************************
       RegOpen                         SECTION.
           OPEN I-O PgmRegFile
           IF StackVerRegFs = '35'
               OPEN OUTPUT PgmRegFile
               IF StackVerRegFs = '00'
                   CLOSE PgmRegFile
                   OPEN I-O PgmRegFile
               END-IF
           END-IF
           IF StackVerRegFs NOT = '00'
               DISPLAY '*** PGMREG NOT AVAILABLE - STATUS '
                       StackVerRegFs ' - NOTHING REGISTERED ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  LedgerVersion - second pass, one 'V' record: into     *
      *  the registry, and into the figures for its job and       *
      *  build with the outcome of the run that loaded it.        *
      *****************************************************
       LedgerVersion                   SECTION.
           ADD 1 TO StackVerVerCnt
           MOVE RL-DATE TO StackVerStampDate
           MOVE RL-TIME TO StackVerStampTime
           PERFORM RegFold
           SET StackVerRowOk TO FALSE
           SET StackVerIdx TO 1
           SEARCH StackVerEntry
               AT END
                   PERFORM NewVersion
               WHEN StackVerIdx > StackVerTally
                   PERFORM NewVersion
               WHEN StackVerJob(StackVerIdx) = RL-JOB-NAME
                   AND StackVerPgm(StackVerIdx) = RL-PGM-NAME
                   AND StackVerComp(StackVerIdx) = RL-COMPILED
                   SET StackVerRowOk TO TRUE
           END-SEARCH
           IF StackVerRowOk
               ADD 1 TO StackVerRuns(StackVerIdx)
               PERFORM FindRun
               IF StackVerFound
                   IF StackVerRunAbnSw(StackVerRunIdx) = 'Y'
                       ADD 1 TO StackVerAbends(StackVerIdx)
                   END-IF
                   IF StackVerRunEndSw(StackVerRunIdx) = 'Y'
                       MOVE StackVerRunDate(StackVerRunIdx)
                           TO CblStackFromDate
                       MOVE StackVerRunTime(StackVerRunIdx)
                           TO CblStackFromTime
                       MOVE StackVerRunEndDt(StackVerRunIdx)
                           TO CblStackToDate
                       MOVE StackVerRunEndTm(StackVerRunIdx)
                           TO CblStackToTime
                       PERFORM StackElapsedCompute
                       ADD 1 TO StackVerDone(StackVerIdx)
                       ADD CblStackElapsedHs
                           TO StackVerElapHs(StackVerIdx)
                   END-IF
               END-IF
           END-IF
           .

       NewVersion                      SECTION.
           IF StackVerTally < 500
               ADD 1 TO StackVerTally
               SET StackVerIdx TO StackVerTally
               MOVE RL-JOB-NAME TO StackVerJob(StackVerIdx)
               MOVE RL-PGM-NAME TO StackVerPgm(StackVerIdx)
               MOVE RL-COMPILED TO StackVerComp(StackVerIdx)
               MOVE 0   TO StackVerRuns(StackVerIdx)
               MOVE 0   TO StackVerAbends(StackVerIdx)
               MOVE 0   TO StackVerDone(StackVerIdx)
               MOVE 0   TO StackVerElapHs(StackVerIdx)
               MOVE 'N' TO StackVerPrtSw(StackVerIdx)
               SET StackVerRowOk TO TRUE
           ELSE
               IF NOT StackVerFull
                   SET StackVerFull TO TRUE
                   DISPLAY '*** VERSION TABLE FULL AT 500 - LATER '
                           'BUILDS NOT REPORTED ***'
               END-IF
           END-IF
           .

      *****************************************************
      *  RegFold - one sighting into PGMREG.  Only a sighting  *
      *  outside the first-to-last span already held counts, so   *
      *  the same ledger read twice changes nothing.               *
      *****************************************************
       RegFold                         SECTION.
           MOVE RL-PGM-NAME TO PR-PGM-NAME
           MOVE RL-COMPILED TO PR-COMPILED
           READ PgmRegFile
               INVALID KEY
                   MOVE StackVerStamp  TO PR-FIRST-SEEN
                   MOVE StackVerStamp  TO PR-LAST-SEEN
                   MOVE RL-JOB-NAME    TO PR-FIRST-JOB
                   MOVE RL-JOB-NAME    TO PR-LAST-JOB
                   MOVE RL-RUN-ID      TO PR-LAST-RUN-ID
                   MOVE 1              TO PR-RUN-CNT
                   WRITE PgmRegRecord
                   ADD 1 TO StackVerRegNew
                   MOVE SPACES TO StackVerDisplayLine
                   STRING 'NEW BUILD: ' DELIMITED BY SIZE
                          PR-PGM-NAME DELIMITED BY SIZE
                          ' COMPILED ' DELIMITED BY SIZE
                          PR-COMPILED DELIMITED BY SIZE
                          ' FIRST SEEN ' DELIMITED BY SIZE
                          PR-FIRST-DATE DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          PR-FIRST-TIME DELIMITED BY SIZE
                          ' IN JOB ' DELIMITED BY SIZE
                          PR-FIRST-JOB DELIMITED BY SIZE
                       INTO StackVerDisplayLine
                   DISPLAY StackVerDisplayLine
               NOT INVALID KEY
                   EVALUATE TRUE
                       WHEN StackVerStamp > PR-LAST-SEEN
                           MOVE StackVerStamp TO PR-LAST-SEEN
                           MOVE RL-JOB-NAME   TO PR-LAST-JOB
                           MOVE RL-RUN-ID     TO PR-LAST-RUN-ID
                           ADD 1 TO PR-RUN-CNT
                           REWRITE PgmRegRecord
                       WHEN StackVerStamp < PR-FIRST-SEEN
                           MOVE StackVerStamp TO PR-FIRST-SEEN
                           MOVE RL-JOB-NAME   TO PR-FIRST-JOB
                           ADD 1 TO PR-RUN-CNT
                           REWRITE PgmRegRecord
                       WHEN OTHER
                           ADD 1 TO StackVerRegSeen
                   END-EVALUATE
           END-READ
           IF StackVerRegFs NOT = '00'
               DISPLAY '*** PGMREG WRITE FAILED - STATUS '
                       StackVerRegFs ' - RUN STOPPED ***'
               MOVE 'Y' TO StackVerFailSw
           END-IF
           .

      *****************************************************
      *  ReportGroup - the first unprinted row opens a job +   *
      *  program group; every row of that group then prints in   *
      *  the order the builds appeared, each against the one      *
      *  before it.                                               *
      *****************************************************
       ReportGroup                     SECTION.
           SET StackVerIdx TO StackVerNum
           IF StackVerPrtSw(StackVerIdx) = 'N'
               MOVE StackVerJob(StackVerIdx) TO StackVerGrpJob
               MOVE StackVerPgm(StackVerIdx) TO StackVerGrpPgm
               MOVE 0 TO StackVerPrevNum
               DISPLAY ' '
               DISPLAY 'JOB ' StackVerGrpJob '  PROGRAM '
                       StackVerGrpPgm
               PERFORM ReportVersion
                   VARYING StackVerScan FROM StackVerNum BY 1
                   UNTIL StackVerScan > StackVerTally
           END-IF
           .

       ReportVersion                   SECTION.
           SET StackVerIdx TO StackVerScan
           IF StackVerJob(StackVerIdx) = StackVerGrpJob
               AND StackVerPgm(StackVerIdx) = StackVerGrpPgm
               MOVE 'Y' TO StackVerPrtSw(StackVerIdx)
               PERFORM VersionFigures
               MOVE StackVerPgm(StackVerIdx)  TO PR-PGM-NAME
               MOVE StackVerComp(StackVerIdx) TO PR-COMPILED
               READ PgmRegFile
                   INVALID KEY
                       MOVE SPACES TO PR-FIRST-DATE PR-LAST-DATE
               END-READ
               MOVE SPACES TO StackVerDisplayLine
               STRING '  BUILD ' DELIMITED BY SIZE
                      StackVerComp(StackVerIdx) DELIMITED BY SIZE
                      '  REGISTRY FIRST SEEN ' DELIMITED BY SIZE
                      PR-FIRST-DATE DELIMITED BY SIZE
                      ' LAST SEEN ' DELIMITED BY SIZE
                      PR-LAST-DATE DELIMITED BY SIZE
                   INTO StackVerDisplayLine
               DISPLAY StackVerDisplayLine
               MOVE SPACES TO StackVerTag
               IF StackVerPrevNum > 0
                   PERFORM VersionCompare
               END-IF
               MOVE SPACES TO StackVerDisplayLine
               STRING '    RUNS ' DELIMITED BY SIZE
                      StackVerRuns(StackVerIdx) DELIMITED BY SIZE
                      ' ABENDS ' DELIMITED BY SIZE
                      StackVerAbends(StackVerIdx) DELIMITED BY SIZE
                      ' ABEND% ' DELIMITED BY SIZE
                      StackVerRate DELIMITED BY SIZE
                      ' COMPLETED ' DELIMITED BY SIZE
                      StackVerDone(StackVerIdx) DELIMITED BY SIZE
                      ' AVG ELAPSED(HS) ' DELIMITED BY SIZE
                      StackVerAvgHs DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      StackVerTag DELIMITED BY SIZE
                   INTO StackVerDisplayLine
               DISPLAY StackVerDisplayLine
               IF StackVerPrevNum > 0
                   MOVE SPACES TO StackVerDisplayLine
                   STRING '    PREVIOUS BUILD ABEND% ' DELIMITED BY SIZE
                          StackVerPrvRate DELIMITED BY SIZE
                          ' AVG ELAPSED(HS) ' DELIMITED BY SIZE
                          StackVerPrvAvgHs DELIMITED BY SIZE
                       INTO StackVerDisplayLine
                   DISPLAY StackVerDisplayLine
               END-IF
               MOVE StackVerScan TO StackVerPrevNum
           END-IF
           .

      *    Abend percentage and average elapsed for the row at
      *    StackVerIdx.
       VersionFigures                  SECTION.
           MOVE 0 TO StackVerRate
           MOVE 0 TO StackVerAvgHs
           IF StackVerRuns(StackVerIdx) > 0
               COMPUTE StackVerRate =
                   StackVerAbends(StackVerIdx) * 100
                       / StackVerRuns(StackVerIdx)
           END-IF
           IF StackVerDone(StackVerIdx) > 0
               COMPUTE StackVerAvgHs =
                   StackVerElapHs(StackVerIdx)
                       / StackVerDone(StackVerIdx)
           END-IF
           .

      *****************************************************
      *  VersionCompare - this build against the one before    *
      *  it in the same job: WORSE on abends or on elapsed.      *
      *****************************************************
       VersionCompare                  SECTION.
           SET StackVerPrvIdx TO StackVerPrevNum
           MOVE 0 TO StackVerPrvRate
           MOVE 0 TO StackVerPrvAvgHs
           IF StackVerRuns(StackVerPrvIdx) > 0
               COMPUTE StackVerPrvRate =
                   StackVerAbends(StackVerPrvIdx) * 100
                       / StackVerRuns(StackVerPrvIdx)
           END-IF
           IF StackVerDone(StackVerPrvIdx) > 0
               COMPUTE StackVerPrvAvgHs =
                   StackVerElapHs(StackVerPrvIdx)
                       / StackVerDone(StackVerPrvIdx)
           END-IF
           IF StackVerAbends(StackVerIdx) > 0
               AND StackVerRate >= StackVerPrvRate + StackVerAbendPts
               MOVE '*** WORSE - ABENDS ***' TO StackVerTag
           END-IF
           COMPUTE StackVerWork =
               StackVerPrvAvgHs * (100 + StackVerSlowPct)
           IF StackVerDone(StackVerIdx) > 0
               AND StackVerDone(StackVerPrvIdx) > 0
               AND StackVerAvgHs > StackVerPrvAvgHs
               AND StackVerAvgHs * 100 >= StackVerWork
               IF StackVerTag = SPACES
                   MOVE '*** WORSE - ELAPSED ***' TO StackVerTag
               ELSE
                   MOVE '*** WORSE - BOTH ***' TO StackVerTag
               END-IF
           END-IF
           IF StackVerTag NOT = SPACES
               ADD 1 TO StackVerWorseCnt
           END-IF
           .

       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'LEDGER RECORDS READ:   ' StackVerReadCnt
           DISPLAY 'VERSION SIGHTINGS:     ' StackVerVerCnt
           DISPLAY 'NEW BUILDS REGISTERED: ' StackVerRegNew
           DISPLAY 'ALREADY REGISTERED:    ' StackVerRegSeen
           DISPLAY 'WORSE THAN PREVIOUS:   ' StackVerWorseCnt
           DISPLAY 'ABEND THRESHOLD (PTS): ' StackVerAbendPts
           DISPLAY 'ELAPSED THRESHOLD (%): ' StackVerSlowPct
           DISPLAY '======== END PROGRAM VERSION REGISTRY ========'
           EVALUATE TRUE
               WHEN StackVerFailed
                   MOVE 8 TO RETURN-CODE
               WHEN StackVerWorseCnt > 0
                   MOVE 4 TO RETURN-CODE
           END-EVALUATE
           .

           COPY CBLSTKT.
