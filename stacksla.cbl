       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKSLA.
      *****************************************************
      *  STACKSLA - month-end service levels.  Folds one       *
      *  calendar month of the suite's own records into per-     *
      *  job figures and keeps them in the keyed MONSTATS         *
      *  file, thirteen months per job, so this month can be       *
      *  set beside last month and the same month last year:        *
      *    runs scheduled - nights the WINSCHED run-day mask         *
      *                     (see STACKWIN) expects the job,          *
      *    runs           - RUNLEDGR 'S' records, dated by the       *
      *                     window they ran in (a start before       *
      *                     noon belongs to the evening before,      *
      *                     the STACKWIN rule),                      *
      *    clean / failed - 'E' records at RC 4 or under / over,    *
      *    abends         - 'A' records graded critical, error and  *
      *                     warning exactly as ALERTOUT grades them, *
      *    open           - runs with neither, still in flight or   *
      *                     lost without a trace,                   *
      *    restarts       - runs of a job whose previous run that   *
      *                     month did not end clean,                *
      *    dumps          - PrintStack dumps in the master           *
      *                     TRACEHIST,                               *
      *    MTTR           - mean minutes from first firing to        *
      *                     CLOSE over the ALERTSTA alerts closed    *
      *                     in the month.                            *
      *  The month's figures are deleted before they are written    *
      *  back, so a rerun replaces them rather than adding to        *
      *  them; months older than the thirteen kept go at the same     *
      *  time.  The trend report flags a job WORSE against either     *
      *  comparison month when it had more runs that did not end      *
      *  clean, more scheduled runs missed, or a longer MTTR.         *
      *  SLA_MONTH (YYYYMM) picks the month; absent, it is the        *
      *  month yesterday fell in, so the run on the 1st reports       *
      *  the month just closed.  A bad SLA_MONTH ends the run with    *
      *  RETURN-CODE 16, an unreadable RUNLEDGR or MONSTATS with      *
      *  12, a failed MONSTATS write with 8; any WORSE job leaves 4.  *
      *  WINSCHED, ALERTSTA and TRACEHIST are optional - a missing    *
      *  one is reported and its figures left at zero.                *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT WinSchedFile ASSIGN TO "WINSCHED"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackSlaSchedFs.
           SELECT MonStatsFile ASSIGN TO "MONSTATS"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS MS-KEY
               FILE STATUS IS StackSlaStatsFs.
           COPY CBLSTKV.
           COPY CBLSTKA.
           COPY CBLSTKG.

       DATA                            DIVISION.
       FILE                            SECTION.
       FD  WinSchedFile.
      *    Only the job name and the run-night mask in columns
      *    25-31 matter here; STACKWIN owns the rest of the layout.
       01  WinSchedRecord.
           05 SJ-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(16).
           05 SJ-RUN-DAYS             PIC X(07).
           05 FILLER                  PIC X(49).
       FD  MonStatsFile.
      *    One record per job per month.  Counts are for the runs
      *    whose window fell in MS-MONTH; MS-REPAIR-MIN is the sum
      *    behind MS-MTTR-MIN so a later consumer can re-average.
       01  MonStatsRecord.
           05 MS-KEY.
               10 MS-JOB-NAME         PIC X(08).
               10 MS-MONTH            PIC X(06).
           05 MS-SCHED-CNT            PIC 9(05).
           05 MS-RUN-CNT              PIC 9(05).
           05 MS-CLEAN-CNT            PIC 9(05).
           05 MS-FAIL-CNT             PIC 9(05).
           05 MS-OPEN-CNT             PIC 9(05).
           05 MS-ABEND-CRIT           PIC 9(05).
           05 MS-ABEND-ERR            PIC 9(05).
           05 MS-ABEND-WARN           PIC 9(05).
           05 MS-RESTART-CNT          PIC 9(05).
           05 MS-DUMP-CNT             PIC 9(05).
           05 MS-REPAIR-CNT           PIC 9(05).
           05 MS-REPAIR-MIN           PIC 9(09).
           05 MS-MTTR-MIN             PIC 9(07).
           05 MS-BUILD-DATE           PIC X(08).
           COPY CBLSTKX.
           COPY CBLSTKB.
           COPY CBLSTKH.

       WORKING-STORAGE                 SECTION.
       77 CblStackLedgFs   PIC XX VALUE SPACES.
       77 CblStackAstFs    PIC XX VALUE SPACES.
       77 CblStackHistFs   PIC XX VALUE SPACES.
       77 StackSlaSchedFs  PIC XX VALUE SPACES.
       77 StackSlaStatsFs  PIC XX VALUE SPACES.

       77 StackSlaEofSw    PIC X VALUE 'N'.
           88 StackSlaEof  VALUE 'Y'.
       77 StackSlaFailSw   PIC X VALUE 'N'.
           88 StackSlaFailed VALUE 'Y'.
       77 StackSlaFullSw   PIC X VALUE 'N'.
           88 StackSlaFull VALUE 'Y'.
       77 StackSlaEnvName  PIC X(20) VALUE SPACES.
       77 StackSlaToday    PIC X(08) VALUE SPACES.

      *    The month reported, the two it is compared with and
      *    the oldest month kept, all YYYYMM.
       01 StackSlaMonth        PIC X(06) VALUE SPACES.
       01 StackSlaMonthParts REDEFINES StackSlaMonth.
           02 StackSlaMonthYYYY PIC 9(4).
           02 StackSlaMonthMM   PIC 99.
       01 StackSlaPrevMonth    PIC X(06) VALUE SPACES.
       01 StackSlaPrevParts REDEFINES StackSlaPrevMonth.
           02 StackSlaPrevYYYY  PIC 9(4).
           02 StackSlaPrevMM    PIC 99.
       01 StackSlaYearMonth    PIC X(06) VALUE SPACES.
       01 StackSlaYearParts REDEFINES StackSlaYearMonth.
           02 StackSlaYearYYYY  PIC 9(4).
           02 StackSlaYearMM    PIC 99.
       77 StackSlaFirstDays PIC 9(7) VALUE 0.
       77 StackSlaNextDays PIC 9(7) VALUE 0.
       77 StackSlaDayNo    PIC 9(7) VALUE 0.
       77 StackSlaDayWork  PIC 9(7) VALUE 0.
       77 StackSlaDayQuot  PIC 9(7) VALUE 0.
       77 StackSlaDayRem   PIC 9 VALUE 0.
       77 StackSlaWeekday  PIC 9 VALUE 0.
       77 StackSlaRunMonth PIC X(06) VALUE SPACES.
       77 StackSlaMinutes  PIC 9(7) VALUE 0.

      *    One row per job seen anywhere in the month's sources.
      *    LastRun/LastState follow the job's latest run so its
      *    'E' or 'A' record - possibly stamped after midnight,
      *    possibly in the next month - folds into that run.
      *    State: S started, C clean, F failed, A abended.
       01 StackSlaJobTable.
           02 StackSlaJobEntry OCCURS 500 TIMES
                               INDEXED BY StackSlaJobIdx.
               03 StackSlaJobName    PIC X(08).
               03 StackSlaJobSched   PIC 9(05).
               03 StackSlaJobRun     PIC 9(05).
               03 StackSlaJobClean   PIC 9(05).
               03 StackSlaJobFail    PIC 9(05).
               03 StackSlaJobCrit    PIC 9(05).
               03 StackSlaJobErr     PIC 9(05).
               03 StackSlaJobWarn    PIC 9(05).
               03 StackSlaJobRestart PIC 9(05).
               03 StackSlaJobDumps   PIC 9(05).
               03 StackSlaJobRepCnt  PIC 9(05).
               03 StackSlaJobRepMin  PIC 9(09).
               03 StackSlaJobLastRun PIC X(16).
               03 StackSlaJobLastSt  PIC X(01).
       77 StackSlaJobTally PIC 999 VALUE 0.
       77 StackSlaJobNum   PIC 999 VALUE 0.
       77 StackSlaJobKey   PIC X(08) VALUE SPACES.
       77 StackSlaAddSw    PIC X VALUE 'N'.
           88 StackSlaAdd  VALUE 'Y' FALSE 'N'.
       77 StackSlaFoundSw  PIC X VALUE 'N'.
           88 StackSlaFound VALUE 'Y' FALSE 'N'.

      *    Trend walk: the comparison months' figures for the job
      *    under the cursor, held until its current month arrives.
       77 StackSlaTrendJob PIC X(08) VALUE SPACES.
       77 StackSlaPrevSw   PIC X VALUE 'N'.
           88 StackSlaPrevHeld VALUE 'Y' FALSE 'N'.
       77 StackSlaPrevBad  PIC 9(05) VALUE 0.
       77 StackSlaPrevMiss PIC 9(05) VALUE 0.
       77 StackSlaPrevRep  PIC 9(05) VALUE 0.
       77 StackSlaPrevMttr PIC 9(07) VALUE 0.
       77 StackSlaYearSw   PIC X VALUE 'N'.
           88 StackSlaYearHeld VALUE 'Y' FALSE 'N'.
       77 StackSlaYearBad  PIC 9(05) VALUE 0.
       77 StackSlaYearMiss PIC 9(05) VALUE 0.
       77 StackSlaYearRep  PIC 9(05) VALUE 0.
       77 StackSlaYearMttr PIC 9(07) VALUE 0.
       77 StackSlaCurBad   PIC 9(05) VALUE 0.
       77 StackSlaCurMiss  PIC 9(05) VALUE 0.
       77 StackSlaCmpLabel PIC X(10) VALUE SPACES.
       77 StackSlaCmpMonth PIC X(06) VALUE SPACES.
       77 StackSlaCmpBad   PIC 9(05) VALUE 0.
       77 StackSlaCmpMiss  PIC 9(05) VALUE 0.
       77 StackSlaCmpRep   PIC 9(05) VALUE 0.
       77 StackSlaCmpMttr  PIC 9(07) VALUE 0.
       77 StackSlaWorseSw  PIC X VALUE 'N'.
           88 StackSlaWorse VALUE 'Y' FALSE 'N'.
       77 StackSlaJobWorseSw PIC X VALUE 'N'.
           88 StackSlaJobWorse VALUE 'Y' FALSE 'N'.
       77 StackSlaMttrText PIC X(07) VALUE SPACES.
       77 StackSlaWorseTag PIC X(15) VALUE SPACES.

       77 StackSlaLedgCnt  PIC 9(7) VALUE 0.
       77 StackSlaDumpCnt  PIC 9(7) VALUE 0.
       77 StackSlaRepairCnt PIC 9(7) VALUE 0.
       77 StackSlaDelCnt   PIC 9(7) VALUE 0.
       77 StackSlaStoreCnt PIC 9(7) VALUE 0.
       77 StackSlaWorseCnt PIC 9(7) VALUE 0.
       77 StackSlaDisplayLine PIC X(120).
           COPY CBLSTKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           ACCEPT StackSlaToday FROM DATE YYYYMMDD
           PERFORM LoadMonth
           OPEN INPUT RunLedgerFile
           IF CblStackLedgFs NOT = '00'
               DISPLAY '*** RUNLEDGR NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' CblStackLedgFs
                       ' - NO FIGURES FOR ' StackSlaMonth
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           CLOSE RunLedgerFile
           PERFORM StatsOpen
           DISPLAY '======== MONTHLY SERVICE LEVELS ========'
           DISPLAY 'MONTH: ' StackSlaMonth
                   '  COMPARED WITH ' StackSlaPrevMonth
                   ' AND ' StackSlaYearMonth
           PERFORM LoadSchedule
           PERFORM LoadLedger
           PERFORM LoadHistory
           PERFORM LoadAlerts
           PERFORM StatsPurge
           PERFORM StatsStoreJob
               VARYING StackSlaJobNum FROM 1 BY 1
               UNTIL StackSlaJobNum > StackSlaJobTally
           PERFORM TrendReport
           CLOSE MonStatsFile
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  LoadMonth - SLA_MONTH or the month of yesterday,    *
      *  its day-number span, the two comparison months and   *
      *  so the thirteen-month horizon (the year-ago month is   *
      *  the oldest kept).                                      *
      *****************************************************
       LoadMonth                       SECTION.
           MOVE 'SLA_MONTH' TO StackSlaEnvName
           ACCEPT StackSlaMonth FROM ENVIRONMENT StackSlaEnvName
           IF StackSlaMonth = SPACES
               MOVE StackSlaToday TO CblStackDateRaw
               PERFORM StackDateToDays
               SUBTRACT 1 FROM CblStackDateDays
               PERFORM StackDaysToDate
               MOVE CblStackDateYYYY TO StackSlaMonthYYYY
               MOVE CblStackDateMM   TO StackSlaMonthMM
           END-IF
           IF StackSlaMonth IS NOT NUMERIC
               OR StackSlaMonthMM < 1 OR StackSlaMonthMM > 12
               DISPLAY '*** SLA_MONTH ' StackSlaMonth
                       ' NOT YYYYMM - NO FIGURES ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE StackSlaMonthYYYY TO CblStackDateYYYY
           MOVE StackSlaMonthMM   TO CblStackDateMM
           MOVE 1 TO CblStackDateDD
           PERFORM StackDateToDays
           MOVE CblStackDateDays TO StackSlaFirstDays
           IF StackSlaMonthMM = 12
               COMPUTE CblStackDateYYYY = StackSlaMonthYYYY + 1
               MOVE 1 TO CblStackDateMM
           ELSE
               MOVE StackSlaMonthYYYY TO CblStackDateYYYY
               COMPUTE CblStackDateMM = StackSlaMonthMM + 1
           END-IF
           PERFORM StackDateToDays
           MOVE CblStackDateDays TO StackSlaNextDays
           IF StackSlaMonthMM = 1
               COMPUTE StackSlaPrevYYYY = StackSlaMonthYYYY - 1
               MOVE 12 TO StackSlaPrevMM
           ELSE
               MOVE StackSlaMonthYYYY TO StackSlaPrevYYYY
               COMPUTE StackSlaPrevMM = StackSlaMonthMM - 1
           END-IF
           COMPUTE StackSlaYearYYYY = StackSlaMonthYYYY - 1
           MOVE StackSlaMonthMM TO StackSlaYearMM
           .

      *****************************************************
      *  LoadSchedule - scheduled runs per job: the nights of *
      *  the month its WINSCHED run-day mask allows.            *
      *****************************************************
       LoadSchedule                    SECTION.
           OPEN INPUT WinSchedFile
           IF StackSlaSchedFs NOT = '00'
               DISPLAY 'WINSCHED NOT AVAILABLE - STATUS '
                       StackSlaSchedFs ' - SCHEDULED RUNS NOT COUNTED'
           ELSE
               MOVE 'N' TO StackSlaEofSw
               PERFORM UNTIL StackSlaEof
                   READ WinSchedFile
                       AT END
                           SET StackSlaEof TO TRUE
                       NOT AT END
                           PERFORM SchedRecord
                   END-READ
               END-PERFORM
               CLOSE WinSchedFile
           END-IF
           .

       SchedRecord                     SECTION.
           IF SJ-JOB-NAME(1:1) NOT = '*'
               AND SJ-JOB-NAME NOT = SPACES
               MOVE SJ-JOB-NAME TO StackSlaJobKey
               SET StackSlaAdd TO TRUE
               PERFORM FindJob
               IF StackSlaFound
                   PERFORM SchedOneDay
                       VARYING StackSlaDayNo FROM StackSlaFirstDays
                       BY 1 UNTIL StackSlaDayNo >= StackSlaNextDays
               END-IF
           END-IF
           .

       SchedOneDay                     SECTION.
           COMPUTE StackSlaDayWork = StackSlaDayNo + 5
           DIVIDE 7 INTO StackSlaDayWork
               GIVING StackSlaDayQuot REMAINDER StackSlaDayRem
           COMPUTE StackSlaWeekday = StackSlaDayRem + 1
           IF SJ-RUN-DAYS = SPACES
               OR SJ-RUN-DAYS(StackSlaWeekday:1) = 'Y'
               ADD 1 TO StackSlaJobSched(StackSlaJobIdx)
           END-IF
           .

      *****************************************************
      *  LoadLedger - runs, completions, abends and restarts  *
      *  from RUNLEDGR.                                        *
      *****************************************************
       LoadLedger                      SECTION.
           OPEN INPUT RunLedgerFile
           MOVE 'N' TO StackSlaEofSw
           PERFORM UNTIL StackSlaEof
               READ RunLedgerFile
                   AT END
                       SET StackSlaEof TO TRUE
                   NOT AT END
                       ADD 1 TO StackSlaLedgCnt
                       EVALUATE TRUE
                           WHEN RL-START-REC
                               PERFORM LedgerStart
                           WHEN RL-END-REC
                           WHEN RL-ABEND-REC
                               PERFORM LedgerFinish
                       END-EVALUATE
               END-READ
           END-PERFORM
           CLOSE RunLedgerFile
           .

      *    A start before noon belongs to the window that opened
      *    the evening before, so it counts in that day's month.
       LedgerStart                     SECTION.
           IF RL-DATE IS NUMERIC
               MOVE RL-DATE TO CblStackDateRaw
               IF RL-TIME < 12000000
                   PERFORM StackDateToDays
                   SUBTRACT 1 FROM CblStackDateDays
                   PERFORM StackDaysToDate
               END-IF
               MOVE CblStackDateRaw(1:6) TO StackSlaRunMonth
               IF StackSlaRunMonth = StackSlaMonth
                   MOVE RL-JOB-NAME TO StackSlaJobKey
                   SET StackSlaAdd TO TRUE
                   PERFORM FindJob
                   IF StackSlaFound
                       PERFORM LedgerNewRun
                   END-IF
               END-IF
           END-IF
           .

       LedgerNewRun                    SECTION.
           ADD 1 TO StackSlaJobRun(StackSlaJobIdx)
           IF StackSlaJobLastRun(StackSlaJobIdx) NOT = SPACES
               AND StackSlaJobLastSt(StackSlaJobIdx) NOT = 'C'
               ADD 1 TO StackSlaJobRestart(StackSlaJobIdx)
           END-IF
           MOVE RL-RUN-ID TO StackSlaJobLastRun(StackSlaJobIdx)
           MOVE 'S'       TO StackSlaJobLastSt(StackSlaJobIdx)
           .

      *    Only the job's run still in flight takes a completion
      *    or abend; one for a run outside the month finds no row
      *    or another run-id and is passed over.
       LedgerFinish                    SECTION.
           MOVE RL-JOB-NAME TO StackSlaJobKey
           SET StackSlaAdd TO FALSE
           PERFORM FindJob
           IF StackSlaFound
               IF StackSlaJobLastRun(StackSlaJobIdx) = RL-RUN-ID
                   AND StackSlaJobLastSt(StackSlaJobIdx) = 'S'
                   EVALUATE TRUE
                       WHEN RL-END-REC AND RL-RETURN-CODE <= 4
                           ADD 1 TO StackSlaJobClean(StackSlaJobIdx)
                           MOVE 'C' TO StackSlaJobLastSt(StackSlaJobIdx)
                       WHEN RL-END-REC
                           ADD 1 TO StackSlaJobFail(StackSlaJobIdx)
                           MOVE 'F' TO StackSlaJobLastSt(StackSlaJobIdx)
                       WHEN RL-RETURN-CODE >= 90
                           ADD 1 TO StackSlaJobCrit(StackSlaJobIdx)
                           MOVE 'A' TO StackSlaJobLastSt(StackSlaJobIdx)
                       WHEN RL-RETURN-CODE >= 50
                           ADD 1 TO StackSlaJobErr(StackSlaJobIdx)
                           MOVE 'A' TO StackSlaJobLastSt(StackSlaJobIdx)
                       WHEN OTHER
                           ADD 1 TO StackSlaJobWarn(StackSlaJobIdx)
                           MOVE 'A' TO StackSlaJobLastSt(StackSlaJobIdx)
                   END-EVALUATE
               END-IF
           END-IF
           .

      *****************************************************
      *  LoadHistory - PrintStack dumps per job from the      *
      *  master TRACEHIST: one TOPMOST record opens each dump.  *
      *****************************************************
       LoadHistory                     SECTION.
           OPEN INPUT TraceHistFile
           IF CblStackHistFs NOT = '00'
               DISPLAY 'TRACEHIST NOT AVAILABLE - STATUS '
                       CblStackHistFs ' - DUMPS NOT COUNTED'
           ELSE
               MOVE 'N' TO StackSlaEofSw
               PERFORM UNTIL StackSlaEof
                   READ TraceHistFile
                       AT END
                           SET StackSlaEof TO TRUE
                       NOT AT END
                           IF TH-TOPMOST = 'Y'
                               AND TH-DATE(1:6) = StackSlaMonth
                               PERFORM HistDump
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TraceHistFile
           END-IF
           .

       HistDump                        SECTION.
           MOVE TH-JOB-NAME TO StackSlaJobKey
           SET StackSlaAdd TO TRUE
           PERFORM FindJob
           IF StackSlaFound
               ADD 1 TO StackSlaJobDumps(StackSlaJobIdx)
               ADD 1 TO StackSlaDumpCnt
           END-IF
           .

      *****************************************************
      *  LoadAlerts - repair time for every ALERTSTA alert     *
      *  closed in the month, first firing to CLOSE stamp.       *
      *****************************************************
       LoadAlerts                      SECTION.
           OPEN INPUT AlertStatFile
           IF CblStackAstFs NOT = '00'
               DISPLAY 'ALERTSTA NOT AVAILABLE - STATUS '
                       CblStackAstFs ' - MTTR NOT MEASURED'
           ELSE
               MOVE 'N' TO StackSlaEofSw
               PERFORM UNTIL StackSlaEof
                   READ AlertStatFile NEXT RECORD
                       AT END
                           SET StackSlaEof TO TRUE
                       NOT AT END
                           IF AS-ST-CLOSED
                               AND AS-OPER-DATE(1:6) = StackSlaMonth
                               AND AS-FIRST-DATE IS NUMERIC
                               AND AS-OPER-DATE IS NUMERIC
                               PERFORM AlertRepair
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE AlertStatFile
           END-IF
           .

       AlertRepair                     SECTION.
           MOVE AS-JOB-NAME TO StackSlaJobKey
           SET StackSlaAdd TO TRUE
           PERFORM FindJob
           IF StackSlaFound
               MOVE AS-FIRST-DATE TO CblStackFromDate
               MOVE AS-FIRST-TIME TO CblStackFromTime
               MOVE AS-OPER-DATE  TO CblStackToDate
               MOVE AS-OPER-TIME  TO CblStackToTime
               PERFORM StackElapsedCompute
               COMPUTE StackSlaMinutes = CblStackElapsedHs / 6000
               ADD 1 TO StackSlaJobRepCnt(StackSlaJobIdx)
               ADD StackSlaMinutes TO StackSlaJobRepMin(StackSlaJobIdx)
               ADD 1 TO StackSlaRepairCnt
           END-IF
           .

      *****************************************************
      *  FindJob - StackSlaJobIdx to StackSlaJobKey's row,    *
      *  adding a zeroed row when StackSlaAdd asks for one.    *
      *****************************************************
       FindJob                         SECTION.
           SET StackSlaFound TO FALSE
           SET StackSlaJobIdx TO 1
           SEARCH StackSlaJobEntry
               AT END
                   IF StackSlaAdd
                       PERFORM AddJob
                   END-IF
               WHEN StackSlaJobIdx > StackSlaJobTally
                   IF StackSlaAdd
                       PERFORM AddJob
                   END-IF
               WHEN StackSlaJobName(StackSlaJobIdx) = StackSlaJobKey
                   SET StackSlaFound TO TRUE
           END-SEARCH
           .

       AddJob                          SECTION.
           IF StackSlaJobTally < 500
               ADD 1 TO StackSlaJobTally
               SET StackSlaJobIdx TO StackSlaJobTally
               INITIALIZE StackSlaJobEntry(StackSlaJobIdx)
               MOVE StackSlaJobKey TO StackSlaJobName(StackSlaJobIdx)
               SET StackSlaFound TO TRUE
           ELSE
               IF NOT StackSlaFull
                   DISPLAY '*** JOB TABLE FULL - SOME JOBS NOT '
                           'COUNTED - ' StackSlaJobKey
                   SET StackSlaFull TO TRUE
               END-IF
           END-IF
           .

      *****************************************************
      *  StatsOpen - open MONSTATS, creating it the first      *
      *  time, the status-35 dance AstOpen does.                *
      *****************************************************
       StatsOpen                       SECTION.
           OPEN I-O MonStatsFile
           IF StackSlaStatsFs = '35'
               OPEN OUTPUT MonStatsFile
               IF StackSlaStatsFs = '00'
                   CLOSE MonStatsFile
                   OPEN I-O MonStatsFile
               END-IF
           END-IF
           IF StackSlaStatsFs NOT = '00'
               DISPLAY '*** MONSTATS NOT AVAILABLE - STATUS '
                       StackSlaStatsFs ' - NO FIGURES STORED ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  StatsPurge - clear the month being written (a rerun  *
      *  replaces its figures) and every month older than the   *
      *  year-ago month, so thirteen months remain per job.     *
      *****************************************************
       StatsPurge                      SECTION.
           MOVE 'N' TO StackSlaEofSw
           MOVE LOW-VALUES TO MS-KEY
           START MonStatsFile KEY >= MS-KEY
               INVALID KEY
                   SET StackSlaEof TO TRUE
           END-START
           PERFORM UNTIL StackSlaEof
               READ MonStatsFile NEXT RECORD
                   AT END
                       SET StackSlaEof TO TRUE
                   NOT AT END
                       IF MS-MONTH = StackSlaMonth
                           OR MS-MONTH < StackSlaYearMonth
                           DELETE MonStatsFile
                           IF StackSlaStatsFs = '00'
                               ADD 1 TO StackSlaDelCnt
                           ELSE
                               PERFORM StatsWriteFailed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           .

       StatsStoreJob                   SECTION.
           SET StackSlaJobIdx TO StackSlaJobNum
           MOVE SPACES TO MonStatsRecord
           MOVE StackSlaJobName(StackSlaJobIdx)    TO MS-JOB-NAME
           MOVE StackSlaMonth                      TO MS-MONTH
           MOVE StackSlaJobSched(StackSlaJobIdx)   TO MS-SCHED-CNT
           MOVE StackSlaJobRun(StackSlaJobIdx)     TO MS-RUN-CNT
           MOVE StackSlaJobClean(StackSlaJobIdx)   TO MS-CLEAN-CNT
           MOVE StackSlaJobFail(StackSlaJobIdx)    TO MS-FAIL-CNT
           MOVE StackSlaJobCrit(StackSlaJobIdx)    TO MS-ABEND-CRIT
           MOVE StackSlaJobErr(StackSlaJobIdx)     TO MS-ABEND-ERR
           MOVE StackSlaJobWarn(StackSlaJobIdx)    TO MS-ABEND-WARN
           MOVE StackSlaJobRestart(StackSlaJobIdx) TO MS-RESTART-CNT
           MOVE StackSlaJobDumps(StackSlaJobIdx)   TO MS-DUMP-CNT
           MOVE StackSlaJobRepCnt(StackSlaJobIdx)  TO MS-REPAIR-CNT
           MOVE StackSlaJobRepMin(StackSlaJobIdx)  TO MS-REPAIR-MIN
           MOVE StackSlaToday                      TO MS-BUILD-DATE
           COMPUTE MS-OPEN-CNT = MS-RUN-CNT - MS-CLEAN-CNT
               - MS-FAIL-CNT - MS-ABEND-CRIT - MS-ABEND-ERR
               - MS-ABEND-WARN
           IF MS-REPAIR-CNT > 0
               COMPUTE MS-MTTR-MIN = MS-REPAIR-MIN / MS-REPAIR-CNT
           ELSE
               MOVE 0 TO MS-MTTR-MIN
           END-IF
           WRITE MonStatsRecord
           IF StackSlaStatsFs = '00'
               ADD 1 TO StackSlaStoreCnt
           ELSE
               PERFORM StatsWriteFailed
           END-IF
           .

      *****************************************************
      *  TrendReport - walk MONSTATS in key order: each job's *
      *  months arrive oldest first, so the year-ago and last-   *
      *  month figures are in hand by the time the reported      *
      *  month's record reaches TrendCurrent.                    *
      *****************************************************
       TrendReport                     SECTION.
           MOVE 'N' TO StackSlaEofSw
           MOVE LOW-VALUES TO MS-KEY
           START MonStatsFile KEY >= MS-KEY
               INVALID KEY
                   SET StackSlaEof TO TRUE
           END-START
           PERFORM UNTIL StackSlaEof
               READ MonStatsFile NEXT RECORD
                   AT END
                       SET StackSlaEof TO TRUE
                   NOT AT END
                       PERFORM TrendRecord
               END-READ
           END-PERFORM
           .

       TrendRecord                     SECTION.
           IF MS-JOB-NAME NOT = StackSlaTrendJob
               MOVE MS-JOB-NAME TO StackSlaTrendJob
               SET StackSlaPrevHeld TO FALSE
               SET StackSlaYearHeld TO FALSE
           END-IF
           PERFORM TrendMeasure
           EVALUATE MS-MONTH
               WHEN StackSlaYearMonth
                   SET StackSlaYearHeld TO TRUE
                   MOVE StackSlaCurBad  TO StackSlaYearBad
                   MOVE StackSlaCurMiss TO StackSlaYearMiss
                   MOVE MS-REPAIR-CNT   TO StackSlaYearRep
                   MOVE MS-MTTR-MIN     TO StackSlaYearMttr
               WHEN StackSlaPrevMonth
                   SET StackSlaPrevHeld TO TRUE
                   MOVE StackSlaCurBad  TO StackSlaPrevBad
                   MOVE StackSlaCurMiss TO StackSlaPrevMiss
                   MOVE MS-REPAIR-CNT   TO StackSlaPrevRep
                   MOVE MS-MTTR-MIN     TO StackSlaPrevMttr
               WHEN StackSlaMonth
                   PERFORM TrendCurrent
           END-EVALUATE
           .

      *    Runs that did not end clean, and scheduled runs that
      *    never happened, for the record under the cursor.
       TrendMeasure                    SECTION.
           COMPUTE StackSlaCurBad = MS-RUN-CNT - MS-CLEAN-CNT
           IF MS-SCHED-CNT > MS-RUN-CNT
               COMPUTE StackSlaCurMiss = MS-SCHED-CNT - MS-RUN-CNT
           ELSE
               MOVE 0 TO StackSlaCurMiss
           END-IF
           .

       TrendCurrent                    SECTION.
           SET StackSlaJobWorse TO FALSE
           DISPLAY ' '
           MOVE SPACES TO StackSlaDisplayLine
           STRING 'JOB ' DELIMITED BY SIZE
                  MS-JOB-NAME DELIMITED BY SIZE
                  ' SCHED ' DELIMITED BY SIZE
                  MS-SCHED-CNT DELIMITED BY SIZE
                  ' RUN ' DELIMITED BY SIZE
                  MS-RUN-CNT DELIMITED BY SIZE
                  ' CLEAN ' DELIMITED BY SIZE
                  MS-CLEAN-CNT DELIMITED BY SIZE
                  ' FAILED ' DELIMITED BY SIZE
                  MS-FAIL-CNT DELIMITED BY SIZE
                  ' OPEN ' DELIMITED BY SIZE
                  MS-OPEN-CNT DELIMITED BY SIZE
                  ' RESTARTS ' DELIMITED BY SIZE
                  MS-RESTART-CNT DELIMITED BY SIZE
               INTO StackSlaDisplayLine
           DISPLAY StackSlaDisplayLine
           MOVE MS-REPAIR-CNT TO StackSlaCmpRep
           MOVE MS-MTTR-MIN   TO StackSlaCmpMttr
           PERFORM TrendMttrText
           MOVE SPACES TO StackSlaDisplayLine
           STRING '  ABENDS CRIT ' DELIMITED BY SIZE
                  MS-ABEND-CRIT DELIMITED BY SIZE
                  ' ERR ' DELIMITED BY SIZE
                  MS-ABEND-ERR DELIMITED BY SIZE
                  ' WARN ' DELIMITED BY SIZE
                  MS-ABEND-WARN DELIMITED BY SIZE
                  ' DUMPS ' DELIMITED BY SIZE
                  MS-DUMP-CNT DELIMITED BY SIZE
                  ' CLOSED ' DELIMITED BY SIZE
                  MS-REPAIR-CNT DELIMITED BY SIZE
                  ' MTTR ' DELIMITED BY SIZE
                  StackSlaMttrText DELIMITED BY SIZE
                  ' MIN' DELIMITED BY SIZE
               INTO StackSlaDisplayLine
           DISPLAY StackSlaDisplayLine
           MOVE 'LAST MONTH' TO StackSlaCmpLabel
           MOVE StackSlaPrevMonth TO StackSlaCmpMonth
           IF StackSlaPrevHeld
               MOVE StackSlaPrevBad  TO StackSlaCmpBad
               MOVE StackSlaPrevMiss TO StackSlaCmpMiss
               MOVE StackSlaPrevRep  TO StackSlaCmpRep
               MOVE StackSlaPrevMttr TO StackSlaCmpMttr
               PERFORM TrendCompare
           ELSE
               PERFORM TrendNoFigures
           END-IF
           MOVE 'LAST YEAR ' TO StackSlaCmpLabel
           MOVE StackSlaYearMonth TO StackSlaCmpMonth
           IF StackSlaYearHeld
               MOVE StackSlaYearBad  TO StackSlaCmpBad
               MOVE StackSlaYearMiss TO StackSlaCmpMiss
               MOVE StackSlaYearRep  TO StackSlaCmpRep
               MOVE StackSlaYearMttr TO StackSlaCmpMttr
               PERFORM TrendCompare
           ELSE
               PERFORM TrendNoFigures
           END-IF
           IF StackSlaJobWorse
               ADD 1 TO StackSlaWorseCnt
           END-IF
           .

      *****************************************************
      *  TrendCompare - one comparison line.  WORSE when more *
      *  runs failed to end clean, more scheduled runs were     *
      *  missed, or - both months having closed alerts - the     *
      *  mean repair took longer.                                *
      *****************************************************
       TrendCompare                    SECTION.
           SET StackSlaWorse TO FALSE
           IF StackSlaCurBad > StackSlaCmpBad
               OR StackSlaCurMiss > StackSlaCmpMiss
               SET StackSlaWorse TO TRUE
           END-IF
           IF MS-REPAIR-CNT > 0 AND StackSlaCmpRep > 0
               AND MS-MTTR-MIN > StackSlaCmpMttr
               SET StackSlaWorse TO TRUE
           END-IF
           PERFORM TrendMttrText
           MOVE SPACES TO StackSlaWorseTag
           IF StackSlaWorse
               SET StackSlaJobWorse TO TRUE
               MOVE '  *** WORSE ***' TO StackSlaWorseTag
           END-IF
           MOVE SPACES TO StackSlaDisplayLine
           STRING '  ' DELIMITED BY SIZE
                  StackSlaCmpLabel DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackSlaCmpMonth DELIMITED BY SIZE
                  ' NOT CLEAN ' DELIMITED BY SIZE
                  StackSlaCmpBad DELIMITED BY SIZE
                  ' (NOW ' DELIMITED BY SIZE
                  StackSlaCurBad DELIMITED BY SIZE
                  ') MISSED ' DELIMITED BY SIZE
                  StackSlaCmpMiss DELIMITED BY SIZE
                  ' (NOW ' DELIMITED BY SIZE
                  StackSlaCurMiss DELIMITED BY SIZE
                  ') MTTR ' DELIMITED BY SIZE
                  StackSlaMttrText DELIMITED BY SIZE
                  ' MIN' DELIMITED BY SIZE
                  StackSlaWorseTag DELIMITED BY SIZE
               INTO StackSlaDisplayLine
           DISPLAY StackSlaDisplayLine
           .

       TrendNoFigures                  SECTION.
           MOVE SPACES TO StackSlaDisplayLine
           STRING '  ' DELIMITED BY SIZE
                  StackSlaCmpLabel DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackSlaCmpMonth DELIMITED BY SIZE
                  ' NO FIGURES' DELIMITED BY SIZE
               INTO StackSlaDisplayLine
           DISPLAY StackSlaDisplayLine
           .

      *    MTTR for display: dashes when nothing was closed.
       TrendMttrText                   SECTION.
           IF StackSlaCmpRep > 0
               MOVE StackSlaCmpMttr TO StackSlaMttrText
           ELSE
               MOVE '-------' TO StackSlaMttrText
           END-IF
           .

      *    no declaratives here, so a MONSTATS write that went
      *    nowhere is reported by hand and fails the run
       StatsWriteFailed                SECTION.
           IF NOT StackSlaFailed
               DISPLAY '*** MONSTATS WRITE FAILED - STATUS '
                       StackSlaStatsFs ' - FIGURES INCOMPLETE ***'
           END-IF
           MOVE 'Y' TO StackSlaFailSw
           .

       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'LEDGER RECORDS READ: ' StackSlaLedgCnt
           DISPLAY 'DUMPS IN MONTH:      ' StackSlaDumpCnt
           DISPLAY 'ALERTS CLOSED:       ' StackSlaRepairCnt
           DISPLAY 'JOBS STORED:         ' StackSlaStoreCnt
           DISPLAY 'OLD RECORDS REMOVED: ' StackSlaDelCnt
           DISPLAY 'JOBS WORSE:          ' StackSlaWorseCnt
           DISPLAY '======== END MONTHLY SERVICE LEVELS ========'
           IF StackSlaFailed
               MOVE 8 TO RETURN-CODE
           ELSE
               IF StackSlaWorseCnt > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

           COPY CBLSTKT.
