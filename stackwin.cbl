       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKWIN.
      *****************************************************
      *  STACKWIN - batch window conformance.  STACKLED says  *
      *  which runs started and whether each got its 'E'       *
      *  record; this job says whether the window ran the way   *
      *  it was designed to.  It reads the WINSCHED dataset -     *
      *  operations keeps it in step with the batch schedule      *
      *  the way it keeps MONJOBS, one job per record, '*' in      *
      *  column 1 for comments - holding each job's expected       *
      *  start window, its latest acceptable completion and up      *
      *  to five predecessor jobs, then reconciles one window's     *
      *  RUNLEDGR 'S'/'E' pairs against it and lists every job       *
      *  that never started (MISSING), started early or late,       *
      *  finished late or not at all, started before one of its     *
      *  predecessors had finished (OUT OF ORDER), ran more than     *
      *  once (DUPLICATE), plus every run of a job the schedule      *
      *  does not expect tonight (UNSCHEDULED).                      *
      *  WIN_DATE (YYYYMMDD) is the evening the window opens;   *
      *  absent, it is today after noon and yesterday before,    *
      *  so the morning run checks the night just gone.           *
      *  WIN_OPEN and WIN_CLOSE (HHMM) default to 2100 and         *
      *  0300; a close at or before the open falls on the next     *
      *  day.  Every clock time - ledger stamps and schedule       *
      *  times alike - becomes an offset from the window           *
      *  opening through the CBLSTKT arithmetic, so 0230 is        *
      *  simply later than 2330 and nothing has to special-case    *
      *  midnight.  A bad parameter ends the run with              *
      *  RETURN-CODE 16, an unreadable WINSCHED or RUNLEDGR        *
      *  with 12.  Otherwise a MISSING or OUT OF ORDER job         *
      *  leaves 8, any other finding 4, and a window that ran      *
      *  as designed 0.                                            *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT WinSchedFile ASSIGN TO "WINSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackWinSchedFs.
           COPY CBLSTKV.

       DATA                            DIVISION.
       FILE                            SECTION.
       FD  WinSchedFile.
      *    Times are HHMM wall clock: earliest start in columns
      *    10-13, latest start 15-18, latest completion 20-23.
      *    Columns 25-31 may hold the nights the job runs, one
      *    character per weekday Monday first, 'Y' for a run night
      *    (blank means every night).  Predecessor job names sit
      *    in columns 33-77, eight characters apiece, one apart.
       01  WinSchedRecord.
           05 SJ-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(01).
           05 SJ-START-FROM           PIC X(04).
           05 FILLER                  PIC X(01).
           05 SJ-START-TO             PIC X(04).
           05 FILLER                  PIC X(01).
           05 SJ-END-BY               PIC X(04).
           05 FILLER                  PIC X(01).
           05 SJ-RUN-DAYS             PIC X(07).
           05 FILLER                  PIC X(01).
           05 SJ-PRED-LIST.
               10 SJ-PRED OCCURS 5 TIMES.
                   15 SJ-PRED-NAME    PIC X(08).
                   15 FILLER          PIC X(01).
           05 FILLER                  PIC X(03).
           COPY CBLSTKX.

       WORKING-STORAGE                 SECTION.
       77 CblStackLedgFs   PIC XX VALUE SPACES.
       77 StackWinSchedFs  PIC XX VALUE SPACES.

       77 StackWinSchedEofSw PIC X VALUE 'N'.
           88 StackWinSchedEof VALUE 'Y'.
       77 StackWinLedgEofSw  PIC X VALUE 'N'.
           88 StackWinLedgEof  VALUE 'Y'.
       77 StackWinEnvName  PIC X(20) VALUE SPACES.
       77 StackWinDate     PIC X(08) VALUE SPACES.
       77 StackWinOpenParm PIC X(04) VALUE SPACES.
       77 StackWinCloseParm PIC X(04) VALUE SPACES.

      *    One HHMM reading checked and split by WinParseHhmm, then
      *    turned into an offset from the window opening by
      *    WinClockOffset.
       77 StackWinHhmmText PIC X(04) VALUE SPACES.
       01 StackWinHhmm     PIC 9(04) VALUE 0.
       01 StackWinHhmmParts REDEFINES StackWinHhmm.
           02 StackWinHh   PIC 99.
           02 StackWinMm   PIC 99.
       77 StackWinHhmmOkSw PIC X VALUE 'N'.
           88 StackWinHhmmOk VALUE 'Y' FALSE 'N'.
       77 StackWinClockHs  PIC S9(9) VALUE 0.
       77 StackWinOffsetHs PIC 9(9) VALUE 0.

      *    The window itself: opening and closing stamps, its
      *    length in hundredths, and the weekday it opens on
      *    (1 = Monday) for the WINSCHED run-night mask.
       77 StackWinOpenDate  PIC 9(8) VALUE 0.
       77 StackWinOpenTime  PIC 9(8) VALUE 0.
       77 StackWinOpenHs    PIC 9(9) VALUE 0.
       77 StackWinCloseDate PIC 9(8) VALUE 0.
       77 StackWinCloseTime PIC 9(8) VALUE 0.
       77 StackWinLengthHs  PIC 9(9) VALUE 0.
       77 StackWinWeekday   PIC 9 VALUE 0.
       77 StackWinDayWork   PIC 9(7) VALUE 0.
       77 StackWinDayQuot   PIC 9(7) VALUE 0.
       77 StackWinDayRem    PIC 9 VALUE 0.
       77 StackWinNowTime   PIC 9(8) VALUE 0.

      *    One row per scheduled job, offsets already relative to
      *    the window opening; the run count and first run are
      *    filled in as the ledger runs are matched to it.
       01 StackWinSchedTable.
           02 StackWinSchedEntry OCCURS 200 TIMES
                                 INDEXED BY StackWinSchedIdx.
               03 StackWinSchedJob    PIC X(08).
               03 StackWinSchedFromTx PIC X(04).
               03 StackWinSchedToTx   PIC X(04).
               03 StackWinSchedEndTx  PIC X(04).
               03 StackWinSchedFromHs PIC 9(9).
               03 StackWinSchedToHs   PIC 9(9).
               03 StackWinSchedEndHs  PIC 9(9).
               03 StackWinSchedDueSw  PIC X.
               03 StackWinSchedPred   PIC X(08) OCCURS 5 TIMES.
               03 StackWinSchedRunCnt PIC 9(3).
               03 StackWinSchedRunNo  PIC 9(3).
       77 StackWinSchedTally PIC 999 VALUE 0.
       77 StackWinSchedNum   PIC 999 VALUE 0.
       77 StackWinPredNum    PIC 9 VALUE 0.

      *    One row per run started inside the window, its 'E'
      *    record folded in when one arrives.
       01 StackWinRunTable.
           02 StackWinRunEntry OCCURS 500 TIMES
                               INDEXED BY StackWinRunIdx.
               03 StackWinRunKey     PIC X(16).
               03 StackWinRunJob     PIC X(08).
               03 StackWinRunDate    PIC X(08).
               03 StackWinRunTime    PIC 9(08).
               03 StackWinRunStartHs PIC 9(9).
               03 StackWinRunEndSw   PIC X.
               03 StackWinRunEndDt   PIC X(08).
               03 StackWinRunEndTm   PIC 9(08).
               03 StackWinRunEndHs   PIC 9(9).
               03 StackWinRunRC      PIC 9(03).
       77 StackWinRunTally PIC 999 VALUE 0.
       77 StackWinRunNum   PIC 999 VALUE 0.

      *    The job being checked and the predecessor under test.
       77 StackWinJobRunNo  PIC 999 VALUE 0.
       77 StackWinJobStartHs PIC 9(9) VALUE 0.
       77 StackWinPredJob   PIC X(08) VALUE SPACES.
       77 StackWinPredRunNo PIC 999 VALUE 0.

       77 StackWinReadCnt   PIC 9(7) VALUE 0.
       77 StackWinDueCnt    PIC 9(7) VALUE 0.
       77 StackWinRestCnt   PIC 9(7) VALUE 0.
       77 StackWinBadCnt    PIC 9(7) VALUE 0.
       77 StackWinMissCnt   PIC 9(7) VALUE 0.
       77 StackWinOrderCnt  PIC 9(7) VALUE 0.
       77 StackWinEarlyCnt  PIC 9(7) VALUE 0.
       77 StackWinLateCnt   PIC 9(7) VALUE 0.
       77 StackWinOverCnt   PIC 9(7) VALUE 0.
       77 StackWinOpenCnt   PIC 9(7) VALUE 0.
       77 StackWinDupCnt    PIC 9(7) VALUE 0.
       77 StackWinUnschCnt  PIC 9(7) VALUE 0.
       77 StackWinOkCnt     PIC 9(7) VALUE 0.
       77 StackWinJobOkSw   PIC X VALUE 'Y'.
           88 StackWinJobOk VALUE 'Y' FALSE 'N'.
       77 StackWinTag       PIC X(16) VALUE SPACES.
       77 StackWinDisplayLine PIC X(120).
           COPY CBLSTKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           PERFORM LoadWindow
           DISPLAY '======== BATCH WINDOW CONFORMANCE ========'
           MOVE SPACES TO StackWinDisplayLine
           STRING 'WINDOW OPENS ' DELIMITED BY SIZE
                  StackWinOpenDate DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  StackWinOpenParm DELIMITED BY SIZE
                  ' CLOSES ' DELIMITED BY SIZE
                  StackWinCloseDate DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  StackWinCloseParm DELIMITED BY SIZE
                  ' WEEKDAY ' DELIMITED BY SIZE
                  StackWinWeekday DELIMITED BY SIZE
               INTO StackWinDisplayLine
           DISPLAY StackWinDisplayLine
           PERFORM LoadSchedule
           PERFORM LoadLedger
           DISPLAY ' '
           PERFORM CheckRun
               VARYING StackWinRunNum FROM 1 BY 1
               UNTIL StackWinRunNum > StackWinRunTally
           PERFORM CheckJob
               VARYING StackWinSchedNum FROM 1 BY 1
               UNTIL StackWinSchedNum > StackWinSchedTally
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  LoadWindow - WIN_DATE/WIN_OPEN/WIN_CLOSE from the    *
      *  environment, checked before any file is read, then    *
      *  the window's closing stamp, length and weekday.         *
      *****************************************************
       LoadWindow                      SECTION.
           MOVE 'WIN_DATE' TO StackWinEnvName
           ACCEPT StackWinDate FROM ENVIRONMENT StackWinEnvName
           MOVE 'WIN_OPEN' TO StackWinEnvName
           ACCEPT StackWinOpenParm FROM ENVIRONMENT StackWinEnvName
           MOVE 'WIN_CLOSE' TO StackWinEnvName
           ACCEPT StackWinCloseParm FROM ENVIRONMENT StackWinEnvName
           IF StackWinOpenParm = SPACES
               MOVE '2100' TO StackWinOpenParm
           END-IF
           IF StackWinCloseParm = SPACES
               MOVE '0300' TO StackWinCloseParm
           END-IF
           IF StackWinDate = SPACES
               ACCEPT CblStackDateRaw FROM DATE YYYYMMDD
               ACCEPT StackWinNowTime FROM TIME
               IF StackWinNowTime < 12000000
                   PERFORM StackDateToDays
                   SUBTRACT 1 FROM CblStackDateDays
                   PERFORM StackDaysToDate
               END-IF
               MOVE CblStackDateRaw TO StackWinDate
           END-IF
           IF StackWinDate IS NOT NUMERIC
               DISPLAY '*** WIN_DATE NOT YYYYMMDD - NOTHING CHECKED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE StackWinDate TO CblStackDateRaw
           IF CblStackDateMM < 1 OR CblStackDateMM > 12
               OR CblStackDateDD < 1 OR CblStackDateDD > 31
               DISPLAY '*** WIN_DATE NOT YYYYMMDD - NOTHING CHECKED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE CblStackDateRaw TO StackWinOpenDate
           MOVE StackWinOpenParm TO StackWinHhmmText
           PERFORM WinParseHhmm
           IF NOT StackWinHhmmOk
               DISPLAY '*** WIN_OPEN NOT HHMM - NOTHING CHECKED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE StackWinOpenTime = StackWinHhmm * 10000
           COMPUTE StackWinOpenHs =
               (StackWinHh * 60 + StackWinMm) * 6000
           MOVE StackWinCloseParm TO StackWinHhmmText
           PERFORM WinParseHhmm
           IF NOT StackWinHhmmOk
               DISPLAY '*** WIN_CLOSE NOT HHMM - NOTHING CHECKED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           COMPUTE StackWinCloseTime = StackWinHhmm * 10000
           PERFORM StackDateToDays
           COMPUTE StackWinDayWork = CblStackDateDays + 5
           DIVIDE 7 INTO StackWinDayWork
               GIVING StackWinDayQuot REMAINDER StackWinDayRem
           COMPUTE StackWinWeekday = StackWinDayRem + 1
           IF StackWinCloseTime > StackWinOpenTime
               MOVE StackWinOpenDate TO StackWinCloseDate
           ELSE
               ADD 1 TO CblStackDateDays
               PERFORM StackDaysToDate
               MOVE CblStackDateRaw TO StackWinCloseDate
           END-IF
           MOVE StackWinOpenDate  TO CblStackFromDate
           MOVE StackWinOpenTime  TO CblStackFromTime
           MOVE StackWinCloseDate TO CblStackToDate
           MOVE StackWinCloseTime TO CblStackToTime
           PERFORM StackElapsedCompute
           MOVE CblStackElapsedHs TO StackWinLengthHs
           .

      *****************************************************
      *  WinParseHhmm - StackWinHhmmText must be four digits  *
      *  making a real clock time; the split lands in          *
      *  StackWinHh/StackWinMm.                                 *
      *****************************************************
       WinParseHhmm                    SECTION.
           SET StackWinHhmmOk TO FALSE
           IF StackWinHhmmText IS NUMERIC
               MOVE StackWinHhmmText TO StackWinHhmm
               IF StackWinHh < 24 AND StackWinMm < 60
                   SET StackWinHhmmOk TO TRUE
               END-IF
           END-IF
           .

      *****************************************************
      *  WinClockOffset - the HHMM in StackWinHhmm as an      *
      *  offset from the window opening, in hundredths.  A     *
      *  clock time earlier than the opening is on the next     *
      *  day - 0230 sits five and a half hours into a window     *
      *  that opened at 2100.                                     *
      *****************************************************
       WinClockOffset                  SECTION.
           COMPUTE StackWinClockHs =
               (StackWinHh * 60 + StackWinMm) * 6000
               - StackWinOpenHs
           IF StackWinClockHs < 0
               ADD 8640000 TO StackWinClockHs
           END-IF
           MOVE StackWinClockHs TO StackWinOffsetHs
           .

      *****************************************************
      *  LoadSchedule - every WINSCHED job into the table.    *
      *  A record whose times do not read as HHMM, or that      *
      *  repeats a job already loaded, is listed and left out -  *
      *  the rest of the window still gets checked.               *
      *****************************************************
       LoadSchedule                    SECTION.
           OPEN INPUT WinSchedFile
           IF StackWinSchedFs NOT = '00'
               DISPLAY '*** WINSCHED NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' StackWinSchedFs
                       ' - NOTHING TO CHECK AGAINST'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL StackWinSchedEof
               READ WinSchedFile
                   AT END
                       SET StackWinSchedEof TO TRUE
                   NOT AT END
                       IF SJ-JOB-NAME NOT = SPACES
                           AND WinSchedRecord(1:1) NOT = '*'
                           PERFORM SchedRecord
                       END-IF
               END-READ
           END-PERFORM
           CLOSE WinSchedFile
           .

       SchedRecord                     SECTION.
           SET StackWinSchedIdx TO 1
           SEARCH StackWinSchedEntry
               AT END
                   PERFORM SchedNewJob
               WHEN StackWinSchedJob(StackWinSchedIdx) = SJ-JOB-NAME
                   ADD 1 TO StackWinBadCnt
                   DISPLAY '*** WINSCHED JOB ' SJ-JOB-NAME
                           ' LISTED TWICE - SECOND RECORD IGNORED ***'
           END-SEARCH
           .

       SchedNewJob                     SECTION.
           IF StackWinSchedTally NOT < 200
               ADD 1 TO StackWinBadCnt
               DISPLAY '*** SCHEDULE TABLE FULL - JOB NOT CHECKED - '
                       SJ-JOB-NAME
           ELSE
               ADD 1 TO StackWinSchedTally
               SET StackWinSchedIdx TO StackWinSchedTally
               MOVE SJ-JOB-NAME TO StackWinSchedJob(StackWinSchedIdx)
               MOVE SJ-START-FROM
                   TO StackWinSchedFromTx(StackWinSchedIdx)
               MOVE SJ-START-TO TO StackWinSchedToTx(StackWinSchedIdx)
               MOVE SJ-END-BY   TO StackWinSchedEndTx(StackWinSchedIdx)
               MOVE ZERO TO StackWinSchedRunCnt(StackWinSchedIdx)
               MOVE ZERO TO StackWinSchedRunNo(StackWinSchedIdx)
               PERFORM SchedPredCopy
                   VARYING StackWinPredNum FROM 1 BY 1
                   UNTIL StackWinPredNum > 5
               IF SJ-RUN-DAYS = SPACES
                   OR SJ-RUN-DAYS(StackWinWeekday:1) = 'Y'
                   MOVE 'Y' TO StackWinSchedDueSw(StackWinSchedIdx)
               ELSE
                   MOVE 'N' TO StackWinSchedDueSw(StackWinSchedIdx)
               END-IF
               SET StackWinJobOk TO TRUE
               MOVE SJ-START-FROM TO StackWinHhmmText
               PERFORM SchedOneTime
               MOVE StackWinOffsetHs
                   TO StackWinSchedFromHs(StackWinSchedIdx)
               MOVE SJ-START-TO TO StackWinHhmmText
               PERFORM SchedOneTime
               MOVE StackWinOffsetHs
                   TO StackWinSchedToHs(StackWinSchedIdx)
               MOVE SJ-END-BY TO StackWinHhmmText
               PERFORM SchedOneTime
               MOVE StackWinOffsetHs
                   TO StackWinSchedEndHs(StackWinSchedIdx)
               IF StackWinJobOk
                   IF StackWinSchedDueSw(StackWinSchedIdx) = 'Y'
                       ADD 1 TO StackWinDueCnt
                   ELSE
                       ADD 1 TO StackWinRestCnt
                   END-IF
               ELSE
                   ADD 1 TO StackWinBadCnt
                   DISPLAY '*** WINSCHED JOB ' SJ-JOB-NAME
                           ' TIMES NOT HHMM - JOB NOT CHECKED ***'
                   MOVE SPACES TO StackWinSchedJob(StackWinSchedIdx)
                   SUBTRACT 1 FROM StackWinSchedTally
               END-IF
           END-IF
           .

      *    Each of a record's three times must parse; one bad time
      *    spoils the whole record (StackWinJobOk goes false).
       SchedOneTime                    SECTION.
           PERFORM WinParseHhmm
           IF StackWinHhmmOk
               PERFORM WinClockOffset
           ELSE
               SET StackWinJobOk TO FALSE
               MOVE ZERO TO StackWinOffsetHs
           END-IF
           .

       SchedPredCopy                   SECTION.
           MOVE SJ-PRED-NAME(StackWinPredNum)
               TO StackWinSchedPred(StackWinSchedIdx, StackWinPredNum)
           .

      *****************************************************
      *  LoadLedger - every 'S' record stamped inside the     *
      *  window opens a row; an 'E' folds into its run's row    *
      *  whenever it arrives, the way STACKLED pairs them, so    *
      *  a run that finished after the window closed still        *
      *  shows its (late) completion.  Other record types and      *
      *  runs of other windows pass by.                             *
      *****************************************************
       LoadLedger                      SECTION.
           OPEN INPUT RunLedgerFile
           IF CblStackLedgFs NOT = '00'
               DISPLAY '*** RUNLEDGR NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' CblStackLedgFs
                       ' - NOTHING TO CHECK'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL StackWinLedgEof
               READ RunLedgerFile
                   AT END
                       SET StackWinLedgEof TO TRUE
                   NOT AT END
                       ADD 1 TO StackWinReadCnt
                       EVALUATE TRUE
                           WHEN RL-START-REC
                               PERFORM LedgerStart
                           WHEN RL-END-REC
                               PERFORM LedgerEnd
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RunLedgerFile
           .

       LedgerStart                     SECTION.
           IF RL-DATE IS NUMERIC
               AND (RL-DATE > StackWinDate
                    OR (RL-DATE = StackWinDate
                        AND RL-TIME NOT < StackWinOpenTime))
               MOVE StackWinOpenDate TO CblStackFromDate
               MOVE StackWinOpenTime TO CblStackFromTime
               MOVE RL-DATE TO CblStackToDate
               MOVE RL-TIME TO CblStackToTime
               PERFORM StackElapsedCompute
               IF CblStackElapsedHs NOT > StackWinLengthHs
                   PERFORM LedgerNewRun
               END-IF
           END-IF
           .

       LedgerNewRun                    SECTION.
           IF StackWinRunTally < 500
               ADD 1 TO StackWinRunTally
               SET StackWinRunIdx TO StackWinRunTally
               MOVE RL-RUN-ID   TO StackWinRunKey(StackWinRunIdx)
               MOVE RL-JOB-NAME TO StackWinRunJob(StackWinRunIdx)
               MOVE RL-DATE     TO StackWinRunDate(StackWinRunIdx)
               MOVE RL-TIME     TO StackWinRunTime(StackWinRunIdx)
               MOVE CblStackElapsedHs
                   TO StackWinRunStartHs(StackWinRunIdx)
               MOVE 'N'    TO StackWinRunEndSw(StackWinRunIdx)
               MOVE SPACES TO StackWinRunEndDt(StackWinRunIdx)
               MOVE ZERO   TO StackWinRunEndTm(StackWinRunIdx)
               MOVE ZERO   TO StackWinRunEndHs(StackWinRunIdx)
               MOVE ZERO   TO StackWinRunRC(StackWinRunIdx)
           ELSE
               DISPLAY '*** RUN TABLE FULL - SOME RUNS NOT '
                       'CHECKED - ' RL-RUN-ID
           END-IF
           .

       LedgerEnd                       SECTION.
           SET StackWinRunIdx TO 1
           SEARCH StackWinRunEntry
               WHEN StackWinRunKey(StackWinRunIdx) = RL-RUN-ID
                   MOVE 'Y'     TO StackWinRunEndSw(StackWinRunIdx)
                   MOVE RL-DATE TO StackWinRunEndDt(StackWinRunIdx)
                   MOVE RL-TIME TO StackWinRunEndTm(StackWinRunIdx)
                   MOVE RL-RETURN-CODE
                       TO StackWinRunRC(StackWinRunIdx)
                   MOVE StackWinOpenDate TO CblStackFromDate
                   MOVE StackWinOpenTime TO CblStackFromTime
                   MOVE RL-DATE TO CblStackToDate
                   MOVE RL-TIME TO CblStackToTime
                   PERFORM StackElapsedCompute
                   MOVE CblStackElapsedHs
                       TO StackWinRunEndHs(StackWinRunIdx)
           END-SEARCH
           .

      *****************************************************
      *  CheckRun - match one window run to its schedule      *
      *  entry.  The first run of a scheduled job is the one    *
      *  its times are judged by; any further run is a          *
      *  DUPLICATE, and a run of a job not expected tonight is   *
      *  UNSCHEDULED.                                             *
      *****************************************************
       CheckRun                        SECTION.
           SET StackWinRunIdx TO StackWinRunNum
           SET StackWinSchedIdx TO 1
           SEARCH StackWinSchedEntry
               AT END
                   PERFORM CheckRunUnscheduled
               WHEN StackWinSchedJob(StackWinSchedIdx)
                       = StackWinRunJob(StackWinRunIdx)
                   IF StackWinSchedDueSw(StackWinSchedIdx) = 'Y'
                       PERFORM CheckRunScheduled
                   ELSE
                       PERFORM CheckRunUnscheduled
                   END-IF
           END-SEARCH
           .

       CheckRunScheduled               SECTION.
           ADD 1 TO StackWinSchedRunCnt(StackWinSchedIdx)
           IF StackWinSchedRunCnt(StackWinSchedIdx) = 1
               MOVE StackWinRunNum
                   TO StackWinSchedRunNo(StackWinSchedIdx)
           ELSE
               ADD 1 TO StackWinDupCnt
               MOVE SPACES TO StackWinDisplayLine
               STRING '*** DUPLICATE   JOB ' DELIMITED BY SIZE
                      StackWinRunJob(StackWinRunIdx) DELIMITED BY SIZE
                      ' RUN ' DELIMITED BY SIZE
                      StackWinRunKey(StackWinRunIdx) DELIMITED BY SIZE
                      ' START ' DELIMITED BY SIZE
                      StackWinRunDate(StackWinRunIdx) DELIMITED BY SIZE
                      '/' DELIMITED BY SIZE
                      StackWinRunTime(StackWinRunIdx) DELIMITED BY SIZE
                      ' - RUN NUMBER ' DELIMITED BY SIZE
                      StackWinSchedRunCnt(StackWinSchedIdx)
                          DELIMITED BY SIZE
                      ' TONIGHT' DELIMITED BY SIZE
                   INTO StackWinDisplayLine
               DISPLAY StackWinDisplayLine
           END-IF
           .

       CheckRunUnscheduled             SECTION.
           ADD 1 TO StackWinUnschCnt
           MOVE SPACES TO StackWinDisplayLine
           STRING '*** UNSCHEDULED JOB ' DELIMITED BY SIZE
                  StackWinRunJob(StackWinRunIdx) DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  StackWinRunKey(StackWinRunIdx) DELIMITED BY SIZE
                  ' START ' DELIMITED BY SIZE
                  StackWinRunDate(StackWinRunIdx) DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  StackWinRunTime(StackWinRunIdx) DELIMITED BY SIZE
                  ' - NOT IN TONIGHT''S SCHEDULE' DELIMITED BY SIZE
               INTO StackWinDisplayLine
           DISPLAY StackWinDisplayLine
           .

      *****************************************************
      *  CheckJob - one scheduled job against its first run  *
      *  of the window: start inside its start window, an 'E'   *
      *  by its latest completion, and every predecessor         *
      *  finished before it started.  A job with no findings      *
      *  gets one OK line, so the page is the whole window's      *
      *  record and not just its exceptions.                       *
      *****************************************************
       CheckJob                        SECTION.
           SET StackWinSchedIdx TO StackWinSchedNum
           SET StackWinJobOk TO TRUE
           IF StackWinSchedDueSw(StackWinSchedIdx) = 'Y'
               IF StackWinSchedRunCnt(StackWinSchedIdx) = 0
                   ADD 1 TO StackWinMissCnt
                   MOVE SPACES TO StackWinDisplayLine
                   STRING '*** MISSING     JOB ' DELIMITED BY SIZE
                          StackWinSchedJob(StackWinSchedIdx)
                              DELIMITED BY SIZE
                          ' - NO START RECORD IN THE WINDOW - DUE '
                              DELIMITED BY SIZE
                          StackWinSchedFromTx(StackWinSchedIdx)
                              DELIMITED BY SIZE
                          '-' DELIMITED BY SIZE
                          StackWinSchedToTx(StackWinSchedIdx)
                              DELIMITED BY SIZE
                       INTO StackWinDisplayLine
                   DISPLAY StackWinDisplayLine
               ELSE
                   PERFORM CheckJobRun
               END-IF
           END-IF
           .

       CheckJobRun                     SECTION.
           MOVE StackWinSchedRunNo(StackWinSchedIdx)
               TO StackWinJobRunNo
           SET StackWinRunIdx TO StackWinJobRunNo
           MOVE StackWinRunStartHs(StackWinRunIdx)
               TO StackWinJobStartHs
           IF StackWinJobStartHs < StackWinSchedFromHs(StackWinSchedIdx)
               ADD 1 TO StackWinEarlyCnt
               MOVE '*** EARLY START' TO StackWinTag
               PERFORM CheckJobLine
           END-IF
           IF StackWinJobStartHs > StackWinSchedToHs(StackWinSchedIdx)
               ADD 1 TO StackWinLateCnt
               MOVE '*** LATE START' TO StackWinTag
               PERFORM CheckJobLine
           END-IF
           IF StackWinRunEndSw(StackWinRunIdx) = 'N'
               ADD 1 TO StackWinOpenCnt
               MOVE '*** NOT COMPLETE' TO StackWinTag
               PERFORM CheckJobLine
           ELSE
               IF StackWinRunEndHs(StackWinRunIdx)
                       > StackWinSchedEndHs(StackWinSchedIdx)
                   ADD 1 TO StackWinOverCnt
                   MOVE '*** LATE FINISH' TO StackWinTag
                   PERFORM CheckJobLine
               END-IF
           END-IF
           PERFORM CheckPred
               VARYING StackWinPredNum FROM 1 BY 1
               UNTIL StackWinPredNum > 5
           IF StackWinJobOk
               ADD 1 TO StackWinOkCnt
               MOVE 'OK' TO StackWinTag
               PERFORM CheckJobLine
           END-IF
           .

      *    One line for the job under check: the finding tag in
      *    StackWinTag, then the job, its run, and the schedule it
      *    was judged by.
       CheckJobLine                    SECTION.
           IF StackWinTag NOT = 'OK'
               SET StackWinJobOk TO FALSE
           END-IF
           MOVE SPACES TO StackWinDisplayLine
           STRING StackWinTag DELIMITED BY SIZE
                  ' JOB ' DELIMITED BY SIZE
                  StackWinSchedJob(StackWinSchedIdx) DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  StackWinRunKey(StackWinRunIdx) DELIMITED BY SIZE
                  ' START ' DELIMITED BY SIZE
                  StackWinRunTime(StackWinRunIdx)(1:4)
                      DELIMITED BY SIZE
                  ' END ' DELIMITED BY SIZE
                  StackWinRunEndTm(StackWinRunIdx)(1:4)
                      DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  StackWinRunRC(StackWinRunIdx) DELIMITED BY SIZE
                  ' SCHED ' DELIMITED BY SIZE
                  StackWinSchedFromTx(StackWinSchedIdx)
                      DELIMITED BY SIZE
                  '-' DELIMITED BY SIZE
                  StackWinSchedToTx(StackWinSchedIdx) DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  StackWinSchedEndTx(StackWinSchedIdx)
                      DELIMITED BY SIZE
               INTO StackWinDisplayLine
           DISPLAY StackWinDisplayLine
           .

      *****************************************************
      *  CheckPred - one predecessor of the job under check.  *
      *  It must be in the schedule; when it is due tonight      *
      *  its first run must have completed before this job's     *
      *  first run started.  A predecessor resting tonight         *
      *  holds nothing up.                                          *
      *****************************************************
       CheckPred                       SECTION.
           MOVE StackWinSchedPred(StackWinSchedIdx, StackWinPredNum)
               TO StackWinPredJob
           IF StackWinPredJob NOT = SPACES
               MOVE ZERO TO StackWinPredRunNo
               SET StackWinSchedIdx TO 1
               SEARCH StackWinSchedEntry
                   AT END
                       ADD 1 TO StackWinBadCnt
                       SET StackWinSchedIdx TO StackWinSchedNum
                       MOVE SPACES TO StackWinDisplayLine
                       STRING '*** WINSCHED JOB ' DELIMITED BY SIZE
                              StackWinSchedJob(StackWinSchedIdx)
                                  DELIMITED BY SIZE
                              ' PREDECESSOR ' DELIMITED BY SIZE
                              StackWinPredJob DELIMITED BY SIZE
                              ' NOT IN SCHEDULE - NOT CHECKED ***'
                                  DELIMITED BY SIZE
                           INTO StackWinDisplayLine
                       DISPLAY StackWinDisplayLine
                   WHEN StackWinSchedJob(StackWinSchedIdx)
                           = StackWinPredJob
                       IF StackWinSchedDueSw(StackWinSchedIdx) = 'Y'
                           MOVE StackWinSchedRunNo(StackWinSchedIdx)
                               TO StackWinPredRunNo
                           SET StackWinSchedIdx TO StackWinSchedNum
                           PERFORM CheckPredRun
                       END-IF
               END-SEARCH
               SET StackWinSchedIdx TO StackWinSchedNum
               SET StackWinRunIdx TO StackWinJobRunNo
           END-IF
           .

       CheckPredRun                    SECTION.
           MOVE SPACES TO StackWinDisplayLine
           IF StackWinPredRunNo = 0
               STRING '*** OUT OF ORDER JOB ' DELIMITED BY SIZE
                      StackWinSchedJob(StackWinSchedIdx)
                          DELIMITED BY SIZE
                      ' - PREDECESSOR ' DELIMITED BY SIZE
                      StackWinPredJob DELIMITED BY SIZE
                      ' NEVER STARTED' DELIMITED BY SIZE
                   INTO StackWinDisplayLine
           ELSE
               SET StackWinRunIdx TO StackWinPredRunNo
               IF StackWinRunEndSw(StackWinRunIdx) = 'N'
                   STRING '*** OUT OF ORDER JOB ' DELIMITED BY SIZE
                          StackWinSchedJob(StackWinSchedIdx)
                              DELIMITED BY SIZE
                          ' - PREDECESSOR ' DELIMITED BY SIZE
                          StackWinPredJob DELIMITED BY SIZE
                          ' NEVER COMPLETED' DELIMITED BY SIZE
                       INTO StackWinDisplayLine
               ELSE
                   IF StackWinRunEndHs(StackWinRunIdx)
                           > StackWinJobStartHs
                       STRING '*** OUT OF ORDER JOB ' DELIMITED BY SIZE
                              StackWinSchedJob(StackWinSchedIdx)
                                  DELIMITED BY SIZE
                              ' - STARTED BEFORE PREDECESSOR '
                                  DELIMITED BY SIZE
                              StackWinPredJob DELIMITED BY SIZE
                              ' ENDED AT ' DELIMITED BY SIZE
                              StackWinRunEndTm(StackWinRunIdx)(1:4)
                                  DELIMITED BY SIZE
                           INTO StackWinDisplayLine
                   END-IF
               END-IF
           END-IF
           IF StackWinDisplayLine NOT = SPACES
               ADD 1 TO StackWinOrderCnt
               SET StackWinJobOk TO FALSE
               DISPLAY StackWinDisplayLine
           END-IF
           .

      *****************************************************
      *  PrintSummary - the counts audit asks for, and the    *
      *  RETURN-CODE: a missing or out-of-order job is 8,       *
      *  anything else out of line 4.                            *
      *****************************************************
       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'LEDGER RECORDS READ:  ' StackWinReadCnt
           DISPLAY 'RUNS IN WINDOW:       ' StackWinRunTally
           DISPLAY 'JOBS DUE TONIGHT:     ' StackWinDueCnt
           DISPLAY 'JOBS RESTING TONIGHT: ' StackWinRestCnt
           DISPLAY 'JOBS AS SCHEDULED:    ' StackWinOkCnt
           DISPLAY 'MISSING:              ' StackWinMissCnt
           DISPLAY 'OUT OF ORDER:         ' StackWinOrderCnt
           DISPLAY 'EARLY START:          ' StackWinEarlyCnt
           DISPLAY 'LATE START:           ' StackWinLateCnt
           DISPLAY 'LATE FINISH:          ' StackWinOverCnt
           DISPLAY 'NOT COMPLETE:         ' StackWinOpenCnt
           DISPLAY 'DUPLICATE RUNS:       ' StackWinDupCnt
           DISPLAY 'UNSCHEDULED RUNS:     ' StackWinUnschCnt
           IF StackWinBadCnt > 0
               DISPLAY 'WINSCHED PROBLEMS:    ' StackWinBadCnt
           END-IF
           DISPLAY '======== END BATCH WINDOW CONFORMANCE ========'
           IF StackWinMissCnt > 0 OR StackWinOrderCnt > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF StackWinEarlyCnt > 0 OR StackWinLateCnt > 0
                   OR StackWinOverCnt > 0 OR StackWinOpenCnt > 0
                   OR StackWinDupCnt > 0 OR StackWinUnschCnt > 0
                   OR StackWinBadCnt > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

           COPY CBLSTKT.
