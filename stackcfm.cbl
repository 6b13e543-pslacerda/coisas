       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKCFM.
      *****************************************************
      *  STACKCFM - TRACECFG maintenance.  TRACECFG (see      *
      *  CBLSTKM/CBLSTKN) is produced by this job and nothing     *
      *  else: every change arrives as a CFGTRANS transaction       *
      *  carrying who asked for it, the ticket, the date it         *
      *  takes effect and, optionally, the last date it applies,    *
      *  so the VERBOSE 2 put on for one bad night takes itself     *
      *  off again instead of costing full tracing for weeks.       *
      *  One transaction per record, '*' in column 1 for            *
      *  comments:                                                   *
      *    ADD    - a new entry.  Refused when the same entry (for    *
      *             VERBOSE and NOHIST, the same keyword) is          *
      *             already on file for any of the same dates -      *
      *             except a dated VERBOSE inside a standing level,   *
      *             which the standing entry is split around.         *
      *    CHANGE - the entry in force on the effective date gets     *
      *             the new value and/or expiry date.  Effective      *
      *             today or earlier it changes in place; effective   *
      *             later, the old entry expires the day before and   *
      *             the changed copy starts on the date.              *
      *    DELETE - the entry in force on the effective date goes:    *
      *             at once when that is today or earlier, otherwise  *
      *             it expires the day before.                        *
      *  A transaction the STACKVAL rules call an error - blank job,  *
      *  unknown keyword, bad VERBOSE level, INCLUDE/EXCLUDE with no  *
      *  section, bad or backwards dates - is rejected and changes    *
      *  nothing; a job missing from MONJOBS or a section never       *
      *  recorded in the master TRACEHIST is applied with a warning.  *
      *  Every changed entry prints BEFORE and AFTER images.  Each    *
      *  run first drops the entries whose expiry date has passed,    *
      *  and last checks each job an INCLUDE or EXCLUDE changed       *
      *  against its CHKPT.jobname checkpoint the way STACKVAL does.  *
      *  The new TRACECFG goes through the CFGWORK work file first,   *
      *  so a failure part-way leaves the old control file intact.    *
      *  Every transaction, and the expiry pass, appends an AUDITLOG  *
      *  record (CBLSTKLA/CBLSTKLB).  No CFGTRANS just runs the        *
      *  expiry pass.  Any reject or warning leaves RETURN-CODE 4, a  *
      *  TRACECFG that cannot be read or rewritten 12.                *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT CfgTransFile ASSIGN TO "CFGTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackCfmTransFs.
           SELECT CfmWorkFile ASSIGN TO "CFGWORK"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackCfmWorkFs.
           SELECT CfmJobsFile ASSIGN TO "MONJOBS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackCfmJobsFs.
           COPY CBLSTKM.
           COPY CBLSTKG.
           COPY CBLSTKK.
           COPY CBLSTKLA.

       DATA                            DIVISION.
       FILE                            SECTION.
       FD  CfgTransFile.
      *    Function in columns 1-6, job 8-15, keyword 17-24,
      *    value 26-57, new value (CHANGE) 59-90, requester 92-99,
      *    ticket 101-112, effective date 114-121, expiry date
      *    123-130 (blank = open-ended).  For VERBOSE and NOHIST a
      *    blank value on CHANGE or DELETE means whatever is on file.
       01  CfgTransRecord.
           05 CT-FUNCTION             PIC X(06).
           05 FILLER                  PIC X(01).
           05 CT-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(01).
           05 CT-KEYWORD              PIC X(08).
           05 FILLER                  PIC X(01).
           05 CT-VALUE                PIC X(32).
           05 FILLER                  PIC X(01).
           05 CT-NEW-VALUE            PIC X(32).
           05 FILLER                  PIC X(01).
           05 CT-REQUESTER            PIC X(08).
           05 FILLER                  PIC X(01).
           05 CT-TICKET               PIC X(12).
           05 FILLER                  PIC X(01).
           05 CT-EFF-DATE             PIC X(08).
           05 FILLER                  PIC X(01).
           05 CT-EXP-DATE             PIC X(08).
       FD  CfmWorkFile.
      *    Work records carry a whole TraceCfgRecord (see CBLSTKN).
       01  CfmWorkRecord              PIC X(90).
       FD  CfmJobsFile.
       01  CfmJobsRecord.
           05 MJ-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(72).
           COPY CBLSTKN.
           COPY CBLSTKH.
           COPY CBLSTKL.
           COPY CBLSTKLB.

       WORKING-STORAGE                 SECTION.
       77 StackCfmTransFs  PIC XX VALUE SPACES.
       77 StackCfmWorkFs   PIC XX VALUE SPACES.
       77 StackCfmJobsFs   PIC XX VALUE SPACES.
       77 CblStackCfgFs    PIC XX VALUE SPACES.
       77 CblStackHistFs   PIC XX VALUE SPACES.
       77 CblStackCkptFs   PIC XX VALUE SPACES.

       77 StackCfmEofSw    PIC X VALUE 'N'.
           88 StackCfmEof  VALUE 'Y'.
       77 StackCfmTxnOkSw  PIC X VALUE 'Y'.
           88 StackCfmTxnOk VALUE 'Y' FALSE 'N'.
       77 StackCfmHitSw    PIC X VALUE 'N'.
           88 StackCfmHit  VALUE 'Y' FALSE 'N'.
       77 StackCfmSplitSw  PIC X VALUE 'N'.
           88 StackCfmSplit VALUE 'Y' FALSE 'N'.
       77 StackCfmEffBadSw PIC X VALUE 'N'.
           88 StackCfmEffBad VALUE 'Y' FALSE 'N'.
       77 StackCfmExpBadSw PIC X VALUE 'N'.
           88 StackCfmExpBad VALUE 'Y' FALSE 'N'.
       77 StackCfmEnvName  PIC X(20) VALUE SPACES.
       77 StackCfmToday    PIC X(08) VALUE SPACES.
       77 StackCfmWindow   PIC X(08) VALUE SPACES.
       77 StackCfmDayBefore PIC X(08) VALUE SPACES.
       77 StackCfmReject   PIC X(50) VALUE SPACES.
       77 StackCfmImageTag PIC X(08) VALUE SPACES.
       77 StackCfmCkptDsn  PIC X(44) VALUE SPACES.
       77 StackCfmHeader   PIC X(22) VALUE '* PRODUCED BY STACKCFM'.

      *    The control file itself, held whole while the
      *    transactions are applied: status A for an entry in
      *    force, D dropped, C a comment line kept as it stands.
      *    Blank dates compare as the beginning and end of time.
       01 StackCfmCfgTable.
           02 StackCfmCfgEntry OCCURS 500 TIMES
                               INDEXED BY StackCfmCfgIdx
                                          StackCfmNewIdx.
               03 StackCfmCfgSt      PIC X(01).
               03 StackCfmCfgImage   PIC X(90).
       77 StackCfmCfgTally PIC 999 VALUE 0.
       77 StackCfmCfgNum   PIC 999 VALUE 0.
       77 StackCfmHitNum   PIC 999 VALUE 0.

      *    One entry laid out for inspection - the TraceCfgRecord
      *    layout again, moved in and out of StackCfmCfgImage.
       01 StackCfmEntry.
           05 StackCfmEntJob       PIC X(08).
           05 FILLER               PIC X(01).
           05 StackCfmEntKey       PIC X(08).
           05 FILLER               PIC X(01).
           05 StackCfmEntVal       PIC X(32).
           05 FILLER               PIC X(01).
           05 StackCfmEntEff       PIC X(08).
           05 FILLER               PIC X(01).
           05 StackCfmEntExp       PIC X(08).
           05 FILLER               PIC X(01).
           05 StackCfmEntTicket    PIC X(12).
           05 FILLER               PIC X(01).
           05 StackCfmEntReq       PIC X(08).
       01 StackCfmOldEntry         PIC X(90) VALUE SPACES.
       77 StackCfmOverlapCnt PIC 999 VALUE 0.
       77 StackCfmLowEff   PIC X(08) VALUE SPACES.
       77 StackCfmHighExp  PIC X(08) VALUE SPACES.
       77 StackCfmTxnExp   PIC X(08) VALUE SPACES.

      *    MONJOBS job list and master job+section pairs, for the
      *    same warnings STACKVAL gives.
       01 StackCfmJobTable.
           02 StackCfmJobEntry OCCURS 100 TIMES
                               INDEXED BY StackCfmJobIdx.
               03 StackCfmJobKey      PIC X(08).
       77 StackCfmJobTally PIC 999 VALUE 0.
       01 StackCfmPairTable.
           02 StackCfmPairEntry OCCURS 1000 TIMES
                                INDEXED BY StackCfmPairIdx.
               03 StackCfmPairJob     PIC X(08).
               03 StackCfmPairSec     PIC X(32).
       77 StackCfmPairTally PIC 9(4) VALUE 0.
       77 StackCfmPairFullSw PIC X VALUE 'N'.
           88 StackCfmPairFull VALUE 'Y'.
       77 StackCfmCheckSec PIC X(32) VALUE SPACES.

      *    Jobs whose INCLUDE/EXCLUDE entries changed this run,
      *    for the checkpoint-context check at the end.
       01 StackCfmTchTable.
           02 StackCfmTchEntry OCCURS 100 TIMES
                               INDEXED BY StackCfmTchIdx.
               03 StackCfmTchJob      PIC X(08).
       77 StackCfmTchTally PIC 999 VALUE 0.
       77 StackCfmTchNum   PIC 999 VALUE 0.
       77 StackCfmCkJob    PIC X(08) VALUE SPACES.
       77 StackCfmCkInclCnt PIC 999 VALUE 0.
       77 StackCfmCkExclSw PIC X VALUE 'N'.
           88 StackCfmCkExcl VALUE 'Y' FALSE 'N'.
       77 StackCfmCkInclSw PIC X VALUE 'N'.
           88 StackCfmCkIncl VALUE 'Y' FALSE 'N'.

       77 StackCfmReadCnt  PIC 9(7) VALUE 0.
       77 StackCfmAddCnt   PIC 9(7) VALUE 0.
       77 StackCfmChgCnt   PIC 9(7) VALUE 0.
       77 StackCfmDelCnt   PIC 9(7) VALUE 0.
       77 StackCfmRejCnt   PIC 9(7) VALUE 0.
       77 StackCfmWarnCnt  PIC 9(7) VALUE 0.
       77 StackCfmExpCnt   PIC 9(7) VALUE 0.
       77 StackCfmOutCnt   PIC 9(7) VALUE 0.
       77 StackCfmDisplayLine PIC X(132).
           COPY CBLSTKU.
           COPY CBLSTKLU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           ACCEPT StackCfmToday FROM DATE YYYYMMDD
           PERFORM CfmWindowDate
           MOVE 'STACKCFM' TO CblStackAudPgm
           DISPLAY '======== TRACECFG MAINTENANCE ========'
           PERFORM LoadConfig
           PERFORM LoadJobList
           PERFORM LoadHistPairs
           PERFORM DropExpired
               VARYING StackCfmCfgNum FROM 1 BY 1
               UNTIL StackCfmCfgNum > StackCfmCfgTally
           OPEN INPUT CfgTransFile
           IF StackCfmTransFs = '00'
               PERFORM UNTIL StackCfmEof
                   READ CfgTransFile
                       AT END
                           SET StackCfmEof TO TRUE
                       NOT AT END
                           IF CfgTransRecord(1:1) NOT = '*'
                               AND CfgTransRecord NOT = SPACES
                               PERFORM CfmTransaction
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CfgTransFile
           ELSE
               DISPLAY 'NO CFGTRANS - STATUS ' StackCfmTransFs
                       ' - EXPIRY PASS ONLY'
           END-IF
           PERFORM CheckCkptJob
               VARYING StackCfmTchNum FROM 1 BY 1
               UNTIL StackCfmTchNum > StackCfmTchTally
           PERFORM WriteConfig
           IF StackCfmExpCnt > 0
               MOVE 'EXPIRE' TO CblStackAudFunc
               MOVE StackCfmExpCnt TO CblStackAudCount
               STRING 'EXPIRY DATE BEFORE ' DELIMITED BY SIZE
                      StackCfmWindow DELIMITED BY SIZE
                   INTO CblStackAudParms
               PERFORM StackAuditWrite
           END-IF
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  CfmWindowDate - the date TRACECFG entries are held    *
      *  against: the night a window starts on, so before        *
      *  12:00:00 it is still yesterday - the rule STACKWIN,      *
      *  STACKSLA and StackCfgLoad itself use.  A maintenance      *
      *  run at 02:00 must not drop or refuse a "tonight only"      *
      *  entry the jobs still running that night rely on.           *
      *****************************************************
       CfmWindowDate                   SECTION.
           MOVE StackCfmToday TO CblStackDateRaw
           ACCEPT CblStackTimeRaw FROM TIME
           IF CblStackTimeRaw < 12000000
               PERFORM StackDateToDays
               SUBTRACT 1 FROM CblStackDateDays
               PERFORM StackDaysToDate
           END-IF
           MOVE CblStackDateRaw TO StackCfmWindow
           .

      *****************************************************
      *  LoadConfig - the current TRACECFG into the table.     *
      *  None at all (status 35) starts an empty one; the        *
      *  banner line this job writes on top is not carried        *
      *  over, so it never stacks up.                             *
      *****************************************************
       LoadConfig                      SECTION.
           OPEN INPUT TraceCfgFile
           EVALUATE CblStackCfgFs
               WHEN '00'
                   MOVE 'N' TO StackCfmEofSw
                   PERFORM UNTIL StackCfmEof
                       READ TraceCfgFile
                           AT END
                               SET StackCfmEof TO TRUE
                           NOT AT END
                               PERFORM LoadConfigRecord
                       END-READ
                   END-PERFORM
                   CLOSE TraceCfgFile
                   MOVE 'N' TO StackCfmEofSw
               WHEN '35'
                   DISPLAY 'NO TRACECFG YET - STARTING AN EMPTY ONE'
               WHEN OTHER
                   DISPLAY '*** TRACECFG NOT READABLE - STATUS '
                           CblStackCfgFs ' - NOTHING CHANGED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
           END-EVALUATE
           .

       LoadConfigRecord                SECTION.
           IF TraceCfgRecord(1:22) NOT = StackCfmHeader
               AND TraceCfgRecord NOT = SPACES
               IF StackCfmCfgTally < 500
                   ADD 1 TO StackCfmCfgTally
                   SET StackCfmCfgIdx TO StackCfmCfgTally
                   MOVE TraceCfgRecord
                       TO StackCfmCfgImage(StackCfmCfgIdx)
                   IF TraceCfgRecord(1:1) = '*'
                       MOVE 'C' TO StackCfmCfgSt(StackCfmCfgIdx)
                   ELSE
                       MOVE 'A' TO StackCfmCfgSt(StackCfmCfgIdx)
                   END-IF
               ELSE
                   DISPLAY '*** TRACECFG OVER 500 RECORDS - '
                           'NOTHING CHANGED ***'
                   MOVE 12 TO RETURN-CODE
                   STOP RUN
               END-IF
           END-IF
           .

      *****************************************************
      *  LoadJobList / LoadHistPairs - the MONJOBS job list    *
      *  and the job+section pairs in the master, loaded the     *
      *  way STACKVAL loads them.  Either missing just turns      *
      *  its warning off.                                          *
      *****************************************************
       LoadJobList                     SECTION.
           OPEN INPUT CfmJobsFile
           IF StackCfmJobsFs = '00'
               MOVE 'N' TO StackCfmEofSw
               PERFORM UNTIL StackCfmEof
                   READ CfmJobsFile
                       AT END
                           SET StackCfmEof TO TRUE
                       NOT AT END
                           IF MJ-JOB-NAME NOT = SPACES
                               AND CfmJobsRecord(1:1) NOT = '*'
                               AND StackCfmJobTally < 100
                               ADD 1 TO StackCfmJobTally
                               SET StackCfmJobIdx TO StackCfmJobTally
                               MOVE MJ-JOB-NAME
                                   TO StackCfmJobKey(StackCfmJobIdx)
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CfmJobsFile
               MOVE 'N' TO StackCfmEofSw
           END-IF
           .

       LoadHistPairs                   SECTION.
           OPEN INPUT TraceHistFile
           IF CblStackHistFs = '00'
               MOVE 'N' TO StackCfmEofSw
               PERFORM UNTIL StackCfmEof
                   READ TraceHistFile
                       AT END
                           SET StackCfmEof TO TRUE
                       NOT AT END
                           PERFORM HistPairRecord
                   END-READ
               END-PERFORM
               CLOSE TraceHistFile
               MOVE 'N' TO StackCfmEofSw
           ELSE
               SET StackCfmPairFull TO TRUE
           END-IF
           .

       HistPairRecord                  SECTION.
           IF TH-JOB-NAME NOT = SPACES
               AND TH-ITEM-NAME NOT = SPACES
               AND NOT StackCfmPairFull
               SET StackCfmPairIdx TO 1
               SEARCH StackCfmPairEntry
                   AT END
                       IF StackCfmPairTally < 1000
                           ADD 1 TO StackCfmPairTally
                           SET StackCfmPairIdx TO StackCfmPairTally
                           MOVE TH-JOB-NAME
                               TO StackCfmPairJob(StackCfmPairIdx)
                           MOVE TH-ITEM-NAME
                               TO StackCfmPairSec(StackCfmPairIdx)
                       ELSE
                           SET StackCfmPairFull TO TRUE
                       END-IF
                   WHEN StackCfmPairJob(StackCfmPairIdx) = TH-JOB-NAME
                       AND StackCfmPairSec(StackCfmPairIdx)
                           = TH-ITEM-NAME
                       CONTINUE
               END-SEARCH
           END-IF
           .

      *****************************************************
      *  DropExpired - an entry whose last date is before the  *
      *  window date leaves the control file.                     *
      *****************************************************
       DropExpired                     SECTION.
           SET StackCfmCfgIdx TO StackCfmCfgNum
           IF StackCfmCfgSt(StackCfmCfgIdx) = 'A'
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               IF StackCfmEntExp NOT = SPACES
                   AND StackCfmEntExp < StackCfmWindow
                   MOVE 'D' TO StackCfmCfgSt(StackCfmCfgIdx)
                   ADD 1 TO StackCfmExpCnt
                   MOVE 'EXPIRED' TO StackCfmImageTag
                   PERFORM CfmImage
               END-IF
           END-IF
           .

      *****************************************************
      *  CfmTransaction - list, check and apply one change.   *
      *****************************************************
       CfmTransaction                  SECTION.
           ADD 1 TO StackCfmReadCnt
           SET StackCfmTxnOk TO TRUE
           DISPLAY ' '
           MOVE SPACES TO StackCfmDisplayLine
           STRING 'TRANSACTION ' DELIMITED BY SIZE
                  StackCfmReadCnt DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CT-FUNCTION DELIMITED BY SIZE
                  ' JOB ' DELIMITED BY SIZE
                  CT-JOB-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CT-KEYWORD DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  CT-VALUE DELIMITED BY SPACE
                  ' BY ' DELIMITED BY SIZE
                  CT-REQUESTER DELIMITED BY SPACE
                  ' TICKET ' DELIMITED BY SIZE
                  CT-TICKET DELIMITED BY SPACE
                  ' EFF ' DELIMITED BY SIZE
                  CT-EFF-DATE DELIMITED BY SIZE
                  ' EXP ' DELIMITED BY SIZE
                  CT-EXP-DATE DELIMITED BY SIZE
               INTO StackCfmDisplayLine
           DISPLAY StackCfmDisplayLine
           PERFORM CfmValidate
           IF StackCfmReject = SPACES
               EVALUATE CT-FUNCTION
                   WHEN 'ADD   '
                       PERFORM CfmAdd
                   WHEN 'CHANGE'
                       PERFORM CfmChange
                   WHEN 'DELETE'
                       PERFORM CfmDelete
               END-EVALUATE
           END-IF
           IF StackCfmReject NOT = SPACES
               ADD 1 TO StackCfmRejCnt
               SET StackCfmTxnOk TO FALSE
               MOVE SPACES TO StackCfmDisplayLine
               STRING '  *** REJECTED - ' DELIMITED BY SIZE
                      StackCfmReject DELIMITED BY SIZE
                   INTO StackCfmDisplayLine
               DISPLAY StackCfmDisplayLine
           ELSE
               PERFORM CfmWarnings
           END-IF
           PERFORM CfmAudit
           .

      *****************************************************
      *  CfmValidate - the transaction's own fields, then the  *
      *  STACKVAL error rules applied to the entry it would      *
      *  leave on file.                                           *
      *****************************************************
       CfmValidate                     SECTION.
           MOVE SPACES TO StackCfmReject
           PERFORM CfmCheckDates
           EVALUATE TRUE
               WHEN CT-FUNCTION NOT = 'ADD   '
                   AND CT-FUNCTION NOT = 'CHANGE'
                   AND CT-FUNCTION NOT = 'DELETE'
                   MOVE 'FUNCTION NOT ADD/CHANGE/DELETE'
                       TO StackCfmReject
               WHEN CT-REQUESTER = SPACES OR CT-TICKET = SPACES
                   MOVE 'REQUESTER AND TICKET BOTH REQUIRED'
                       TO StackCfmReject
               WHEN StackCfmEffBad
                   MOVE 'EFFECTIVE DATE NOT YYYYMMDD'
                       TO StackCfmReject
               WHEN StackCfmExpBad
                   MOVE 'EXPIRY DATE NOT YYYYMMDD OR BLANK'
                       TO StackCfmReject
               WHEN CT-EXP-DATE NOT = SPACES
                   AND CT-EXP-DATE < CT-EFF-DATE
                   MOVE 'EXPIRES BEFORE IT TAKES EFFECT'
                       TO StackCfmReject
               WHEN CT-EXP-DATE NOT = SPACES
                   AND CT-EXP-DATE < StackCfmWindow
                   MOVE 'EXPIRY DATE ALREADY PASSED'
                       TO StackCfmReject
               WHEN CT-JOB-NAME = SPACES
                   MOVE 'BLANK JOB NAME - ENTRY WOULD MATCH NOTHING'
                       TO StackCfmReject
               WHEN CT-KEYWORD NOT = 'VERBOSE '
                   AND CT-KEYWORD NOT = 'INCLUDE '
                   AND CT-KEYWORD NOT = 'EXCLUDE '
                   AND CT-KEYWORD NOT = 'NOHIST  '
                   MOVE 'UNKNOWN KEYWORD - WOULD BE IGNORED AT RUN TIME'
                       TO StackCfmReject
               WHEN CT-FUNCTION = 'ADD   '
                   AND CT-KEYWORD = 'VERBOSE '
                   AND (CT-VALUE(1:1) IS NOT NUMERIC
                       OR CT-VALUE(1:1) > '2'
                       OR CT-VALUE(2:31) NOT = SPACES)
                   MOVE 'BAD VERBOSE VALUE - 0, 1 OR 2'
                       TO StackCfmReject
               WHEN CT-FUNCTION = 'CHANGE'
                   AND CT-KEYWORD = 'VERBOSE '
                   AND CT-NEW-VALUE NOT = SPACES
                   AND (CT-NEW-VALUE(1:1) IS NOT NUMERIC
                       OR CT-NEW-VALUE(1:1) > '2'
                       OR CT-NEW-VALUE(2:31) NOT = SPACES)
                   MOVE 'BAD VERBOSE VALUE - 0, 1 OR 2'
                       TO StackCfmReject
               WHEN (CT-KEYWORD = 'INCLUDE ' OR CT-KEYWORD = 'EXCLUDE ')
                   AND CT-VALUE = SPACES
                   MOVE 'INCLUDE/EXCLUDE WITH NO SECTION NAME'
                       TO StackCfmReject
               WHEN CT-FUNCTION = 'CHANGE'
                   AND CT-NEW-VALUE = SPACES
                   AND CT-EXP-DATE = SPACES
                   MOVE 'CHANGE WITH NO NEW VALUE OR EXPIRY DATE'
                       TO StackCfmReject
               WHEN CT-FUNCTION = 'CHANGE'
                   AND CT-KEYWORD = 'NOHIST  '
                   AND CT-NEW-VALUE NOT = SPACES
                   MOVE 'NOHIST TAKES NO VALUE'
                       TO StackCfmReject
           END-EVALUATE
           .

      *****************************************************
      *  CfmFind - the entry a CHANGE or DELETE means: same    *
      *  job and keyword, same value (any value for VERBOSE      *
      *  and NOHIST when none is given), in force on the           *
      *  transaction's effective date.  StackCfmHitNum points       *
      *  at it when StackCfmHit.                                    *
      *****************************************************
       CfmFind                         SECTION.
           SET StackCfmHit TO FALSE
           PERFORM CfmFindOne
               VARYING StackCfmCfgNum FROM 1 BY 1
               UNTIL StackCfmCfgNum > StackCfmCfgTally
                  OR StackCfmHit
           .

       CfmFindOne                      SECTION.
           SET StackCfmCfgIdx TO StackCfmCfgNum
           IF StackCfmCfgSt(StackCfmCfgIdx) = 'A'
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               PERFORM CfmEntryRange
               IF StackCfmEntJob = CT-JOB-NAME
                   AND StackCfmEntKey = CT-KEYWORD
                   AND (StackCfmEntVal = CT-VALUE
                       OR (CT-VALUE = SPACES
                           AND (CT-KEYWORD = 'VERBOSE '
                               OR CT-KEYWORD = 'NOHIST  ')))
                   AND StackCfmLowEff <= CT-EFF-DATE
                   AND StackCfmHighExp >= CT-EFF-DATE
                   SET StackCfmHit TO TRUE
                   MOVE StackCfmCfgNum TO StackCfmHitNum
               END-IF
           END-IF
           .

      *    The entry's dates with blanks opened out to the
      *    beginning and end of time, for range comparisons.
       CfmEntryRange                   SECTION.
           IF StackCfmEntEff = SPACES
               MOVE '00000000' TO StackCfmLowEff
           ELSE
               MOVE StackCfmEntEff TO StackCfmLowEff
           END-IF
           IF StackCfmEntExp = SPACES
               MOVE '99999999' TO StackCfmHighExp
           ELSE
               MOVE StackCfmEntExp TO StackCfmHighExp
           END-IF
           .

      *****************************************************
      *  CfmAdd - refused when an entry it would duplicate    *
      *  overlaps its dates; otherwise appended.  The one         *
      *  exception is a dated VERBOSE over a standing level that   *
      *  runs past it either side - "VERBOSE 2 tonight only" -     *
      *  which CfmOverride fits in by splitting the standing       *
      *  entry around it, since only one level may be in force.    *
      *****************************************************
       CfmAdd                          SECTION.
           IF CT-EXP-DATE = SPACES
               MOVE '99999999' TO StackCfmTxnExp
           ELSE
               MOVE CT-EXP-DATE TO StackCfmTxnExp
           END-IF
           MOVE 0 TO StackCfmOverlapCnt
           PERFORM CfmOverlapOne
               VARYING StackCfmCfgNum FROM 1 BY 1
               UNTIL StackCfmCfgNum > StackCfmCfgTally
           SET StackCfmHit TO FALSE
           IF StackCfmOverlapCnt = 1 AND CT-KEYWORD = 'VERBOSE '
               AND CT-EXP-DATE NOT = SPACES
               SET StackCfmCfgIdx TO StackCfmHitNum
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               PERFORM CfmEntryRange
               IF StackCfmLowEff < CT-EFF-DATE
                   AND StackCfmHighExp > CT-EXP-DATE
                   SET StackCfmHit TO TRUE
               END-IF
           END-IF
           EVALUATE TRUE
               WHEN StackCfmOverlapCnt > 0 AND NOT StackCfmHit
                   MOVE 'ALREADY ON FILE FOR THESE DATES - USE CHANGE'
                       TO StackCfmReject
               WHEN StackCfmCfgTally >= 499 AND StackCfmHit
                   MOVE 'TRACECFG FULL - 500 RECORDS'
                       TO StackCfmReject
               WHEN StackCfmCfgTally >= 500
                   MOVE 'TRACECFG FULL - 500 RECORDS'
                       TO StackCfmReject
               WHEN StackCfmHit
                   PERFORM CfmOverride
               WHEN OTHER
                   PERFORM CfmAddEntry
           END-EVALUATE
           .

       CfmOverlapOne                   SECTION.
           SET StackCfmCfgIdx TO StackCfmCfgNum
           IF StackCfmCfgSt(StackCfmCfgIdx) = 'A'
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               PERFORM CfmEntryRange
               IF StackCfmEntJob = CT-JOB-NAME
                   AND StackCfmEntKey = CT-KEYWORD
                   AND (StackCfmEntVal = CT-VALUE
                       OR CT-KEYWORD = 'VERBOSE '
                       OR CT-KEYWORD = 'NOHIST  ')
                   AND StackCfmLowEff <= StackCfmTxnExp
                   AND CT-EFF-DATE <= StackCfmHighExp
                   ADD 1 TO StackCfmOverlapCnt
                   MOVE StackCfmCfgNum TO StackCfmHitNum
               END-IF
           END-IF
           .

       CfmAddEntry                     SECTION.
           MOVE SPACES       TO StackCfmEntry
           MOVE CT-JOB-NAME  TO StackCfmEntJob
           MOVE CT-KEYWORD   TO StackCfmEntKey
           MOVE CT-VALUE     TO StackCfmEntVal
           MOVE CT-EFF-DATE  TO StackCfmEntEff
           MOVE CT-EXP-DATE  TO StackCfmEntExp
           MOVE CT-TICKET    TO StackCfmEntTicket
           MOVE CT-REQUESTER TO StackCfmEntReq
           PERFORM CfmAppend
           ADD 1 TO StackCfmAddCnt
           MOVE 'ADDED' TO StackCfmImageTag
           PERFORM CfmImage
           .

      *****************************************************
      *  CfmOverride - the standing VERBOSE entry (table entry *
      *  StackCfmCfgIdx, in StackCfmEntry) ends the day before   *
      *  the new level starts and resumes, as it was, the day    *
      *  after the new level expires.                             *
      *****************************************************
       CfmOverride                     SECTION.
           MOVE 'BEFORE' TO StackCfmImageTag
           PERFORM CfmImage
           MOVE StackCfmEntry TO StackCfmOldEntry
           PERFORM CfmEndDayBefore
           MOVE 'AFTER' TO StackCfmImageTag
           PERFORM CfmImage
           PERFORM CfmAddEntry
           MOVE CT-EXP-DATE TO CblStackDateRaw
           PERFORM StackDateToDays
           ADD 1 TO CblStackDateDays
           PERFORM StackDaysToDate
           MOVE StackCfmOldEntry TO StackCfmEntry
           MOVE CblStackDateRaw TO StackCfmEntEff
           PERFORM CfmAppend
           MOVE 'RESUMES' TO StackCfmImageTag
           PERFORM CfmImage
           .

      *    StackCfmEntry onto the end of the table as a live
      *    entry; the caller has checked there is room.
       CfmAppend                       SECTION.
           ADD 1 TO StackCfmCfgTally
           SET StackCfmNewIdx TO StackCfmCfgTally
           MOVE 'A' TO StackCfmCfgSt(StackCfmNewIdx)
           MOVE StackCfmEntry TO StackCfmCfgImage(StackCfmNewIdx)
           PERFORM CfmTouchJob
           .

      *****************************************************
      *  CfmChange - in place when effective now, or when the  *
      *  entry itself starts on the effective date; otherwise     *
      *  the old entry ends the day before and a changed copy     *
      *  starts on the effective date.                            *
      *****************************************************
       CfmChange                       SECTION.
           PERFORM CfmFind
           PERFORM CfmSplitCheck
           EVALUATE TRUE
               WHEN NOT StackCfmHit
                   MOVE 'NO MATCHING ENTRY IN FORCE ON EFFECTIVE DATE'
                       TO StackCfmReject
               WHEN StackCfmSplit
                   AND StackCfmCfgTally >= 500
                   MOVE 'TRACECFG FULL - 500 RECORDS'
                       TO StackCfmReject
               WHEN OTHER
                   SET StackCfmCfgIdx TO StackCfmHitNum
                   MOVE StackCfmCfgImage(StackCfmCfgIdx)
                       TO StackCfmEntry
                   MOVE 'BEFORE' TO StackCfmImageTag
                   PERFORM CfmImage
                   IF StackCfmSplit
                       MOVE StackCfmEntExp TO StackCfmTxnExp
                       PERFORM CfmEndDayBefore
                       MOVE 'AFTER' TO StackCfmImageTag
                       PERFORM CfmImage
                       MOVE CT-EFF-DATE TO StackCfmEntEff
                       MOVE StackCfmTxnExp TO StackCfmEntExp
                       PERFORM CfmChangeFields
                       PERFORM CfmAppend
                       MOVE 'ADDED' TO StackCfmImageTag
                   ELSE
                       PERFORM CfmChangeFields
                       MOVE StackCfmEntry
                           TO StackCfmCfgImage(StackCfmCfgIdx)
                       PERFORM CfmTouchJob
                       MOVE 'AFTER' TO StackCfmImageTag
                   END-IF
                   PERFORM CfmImage
                   ADD 1 TO StackCfmChgCnt
           END-EVALUATE
           .

      *    The transaction's new value, expiry date and
      *    provenance onto StackCfmEntry.
       CfmChangeFields                 SECTION.
           IF CT-NEW-VALUE NOT = SPACES
               MOVE CT-NEW-VALUE TO StackCfmEntVal
           END-IF
           IF CT-EXP-DATE NOT = SPACES
               MOVE CT-EXP-DATE TO StackCfmEntExp
           END-IF
           MOVE CT-TICKET    TO StackCfmEntTicket
           MOVE CT-REQUESTER TO StackCfmEntReq
           .

      *****************************************************
      *  CfmEndDayBefore - table entry StackCfmCfgIdx (laid    *
      *  out in StackCfmEntry) now expires the day before the    *
      *  effective date, unless it already expires sooner.       *
      *  StackCfmEntry is left showing the entry as it now is.    *
      *****************************************************
       CfmEndDayBefore                 SECTION.
           MOVE CT-EFF-DATE TO CblStackDateRaw
           PERFORM StackDateToDays
           SUBTRACT 1 FROM CblStackDateDays
           PERFORM StackDaysToDate
           MOVE CblStackDateRaw TO StackCfmDayBefore
           IF StackCfmEntExp = SPACES
               OR StackCfmEntExp > StackCfmDayBefore
               MOVE StackCfmDayBefore TO StackCfmEntExp
               MOVE StackCfmEntry TO StackCfmCfgImage(StackCfmCfgIdx)
           END-IF
           .

      *****************************************************
      *  CfmSplitCheck - a future-dated CHANGE or DELETE      *
      *  splits the entry found by date only when that entry     *
      *  is already in force before the effective date; one      *
      *  that starts on that very date is simply changed or       *
      *  dropped, or it would end before it begins.               *
      *****************************************************
       CfmSplitCheck                   SECTION.
           SET StackCfmSplit TO FALSE
           IF StackCfmHit AND CT-EFF-DATE > StackCfmWindow
               SET StackCfmCfgIdx TO StackCfmHitNum
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               PERFORM CfmEntryRange
               IF StackCfmLowEff < CT-EFF-DATE
                   SET StackCfmSplit TO TRUE
               END-IF
           END-IF
           .

      *****************************************************
      *  CfmDelete - gone now when effective now or when the  *
      *  entry starts on the effective date, otherwise expiring  *
      *  the day before the effective date.                       *
      *****************************************************
       CfmDelete                       SECTION.
           PERFORM CfmFind
           PERFORM CfmSplitCheck
           IF NOT StackCfmHit
               MOVE 'NO MATCHING ENTRY IN FORCE ON EFFECTIVE DATE'
                   TO StackCfmReject
           ELSE
               SET StackCfmCfgIdx TO StackCfmHitNum
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               MOVE 'BEFORE' TO StackCfmImageTag
               PERFORM CfmImage
               IF StackCfmSplit
                   PERFORM CfmEndDayBefore
                   MOVE 'AFTER' TO StackCfmImageTag
               ELSE
                   MOVE 'D' TO StackCfmCfgSt(StackCfmCfgIdx)
                   MOVE 'DELETED' TO StackCfmImageTag
               END-IF
               PERFORM CfmImage
               PERFORM CfmTouchJob
               ADD 1 TO StackCfmDelCnt
           END-IF
           .

      *    An INCLUDE or EXCLUDE change puts the job on the list
      *    for the checkpoint-context check.
       CfmTouchJob                     SECTION.
           IF CT-KEYWORD = 'INCLUDE ' OR CT-KEYWORD = 'EXCLUDE '
               SET StackCfmTchIdx TO 1
               SEARCH StackCfmTchEntry
                   AT END
                       IF StackCfmTchTally < 100
                           ADD 1 TO StackCfmTchTally
                           SET StackCfmTchIdx TO StackCfmTchTally
                           MOVE CT-JOB-NAME
                               TO StackCfmTchJob(StackCfmTchIdx)
                       END-IF
                   WHEN StackCfmTchJob(StackCfmTchIdx) = CT-JOB-NAME
                       CONTINUE
               END-SEARCH
           END-IF
           .

      *****************************************************
      *  CfmWarnings - the STACKVAL warnings for an applied     *
      *  ADD or CHANGE: a job MONJOBS does not list, a section    *
      *  the master has never recorded for the job.  Either is     *
      *  usually a typo, but a brand-new job or section is          *
      *  legitimately both, so neither stops the change.             *
      *****************************************************
       CfmWarnings                     SECTION.
           IF CT-FUNCTION NOT = 'DELETE' AND StackCfmJobTally > 0
               SET StackCfmJobIdx TO 1
               SEARCH StackCfmJobEntry
                   AT END
                       ADD 1 TO StackCfmWarnCnt
                       DISPLAY '  WARNING: JOB ' CT-JOB-NAME
                               ' NOT IN MONJOBS - POSSIBLE TYPO'
                   WHEN StackCfmJobKey(StackCfmJobIdx) = CT-JOB-NAME
                       CONTINUE
               END-SEARCH
           END-IF
           MOVE SPACES TO StackCfmCheckSec
           IF CT-KEYWORD = 'INCLUDE ' OR CT-KEYWORD = 'EXCLUDE '
               EVALUATE CT-FUNCTION
                   WHEN 'ADD   '
                       MOVE CT-VALUE TO StackCfmCheckSec
                   WHEN 'CHANGE'
                       MOVE CT-NEW-VALUE TO StackCfmCheckSec
               END-EVALUATE
           END-IF
           IF StackCfmCheckSec NOT = SPACES AND NOT StackCfmPairFull
               SET StackCfmPairIdx TO 1
               SEARCH StackCfmPairEntry
                   AT END
                       ADD 1 TO StackCfmWarnCnt
                       DISPLAY '  WARNING: SECTION ' StackCfmCheckSec
                               ' NEVER RECORDED IN TRACEHIST FOR '
                               CT-JOB-NAME
                   WHEN StackCfmPairJob(StackCfmPairIdx) = CT-JOB-NAME
                       AND StackCfmPairSec(StackCfmPairIdx)
                           = StackCfmCheckSec
                       CONTINUE
               END-SEARCH
           END-IF
           .

      *****************************************************
      *  CfmImage - one entry as it stands in StackCfmEntry,   *
      *  tagged BEFORE, AFTER, ADDED, RESUMES, DELETED or      *
      *  EXPIRED.                                               *
      *****************************************************
       CfmImage                        SECTION.
           MOVE SPACES TO StackCfmDisplayLine
           STRING '  ' DELIMITED BY SIZE
                  StackCfmImageTag DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackCfmEntJob DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackCfmEntKey DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackCfmEntVal DELIMITED BY SIZE
                  ' EFF ' DELIMITED BY SIZE
                  StackCfmEntEff DELIMITED BY SIZE
                  ' EXP ' DELIMITED BY SIZE
                  StackCfmEntExp DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackCfmEntTicket DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackCfmEntReq DELIMITED BY SIZE
               INTO StackCfmDisplayLine
           DISPLAY StackCfmDisplayLine
           .

       CfmAudit                        SECTION.
           MOVE CT-FUNCTION  TO CblStackAudFunc
           MOVE CT-REQUESTER TO CblStackAudOper
           IF StackCfmTxnOk
               MOVE 'OK' TO CblStackAudOutcome
               MOVE 1 TO CblStackAudCount
           ELSE
               MOVE 'REJECTED' TO CblStackAudOutcome
           END-IF
           STRING 'JOB=' DELIMITED BY SIZE
                  CT-JOB-NAME DELIMITED BY SPACE
                  ' ' DELIMITED BY SIZE
                  CT-KEYWORD DELIMITED BY SPACE
                  '=' DELIMITED BY SIZE
                  CT-VALUE DELIMITED BY SPACE
                  ' NEW=' DELIMITED BY SIZE
                  CT-NEW-VALUE DELIMITED BY SPACE
                  ' TICKET=' DELIMITED BY SIZE
                  CT-TICKET DELIMITED BY SPACE
                  ' EFF=' DELIMITED BY SIZE
                  CT-EFF-DATE DELIMITED BY SIZE
                  ' EXP=' DELIMITED BY SIZE
                  CT-EXP-DATE DELIMITED BY SIZE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .

      *****************************************************
      *  CheckCkptJob - for a job whose lists changed, the      *
      *  STACKVAL checkpoint check against the entries in force  *
      *  today: a context-carrying frame in CHKPT.jobname whose    *
      *  section an EXCLUDE names, or an INCLUDE list leaves out,  *
      *  will lose its restart context.                            *
      *****************************************************
       CheckCkptJob                    SECTION.
           SET StackCfmTchIdx TO StackCfmTchNum
           MOVE StackCfmTchJob(StackCfmTchIdx) TO StackCfmCkJob
           MOVE 0 TO StackCfmCkInclCnt
           PERFORM CountInclEntry
               VARYING StackCfmCfgNum FROM 1 BY 1
               UNTIL StackCfmCfgNum > StackCfmCfgTally
           MOVE SPACES TO StackCfmCkptDsn
           STRING 'CHKPT.' DELIMITED BY SIZE
                  StackCfmCkJob DELIMITED BY SPACE
               INTO StackCfmCkptDsn
           MOVE 'CHKPTOUT' TO StackCfmEnvName
           DISPLAY StackCfmEnvName UPON ENVIRONMENT-NAME
           DISPLAY StackCfmCkptDsn UPON ENVIRONMENT-VALUE
           OPEN INPUT CheckpointFile
           IF CblStackCkptFs = '00'
               MOVE 'N' TO StackCfmEofSw
               PERFORM UNTIL StackCfmEof
                   READ CheckpointFile
                       AT END
                           SET StackCfmEof TO TRUE
                       NOT AT END
                           IF CK-FRAME-REC
                               AND CK-CONTEXT NOT = SPACES
                               PERFORM CheckContextFrame
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE CheckpointFile
           END-IF
           .

       CountInclEntry                  SECTION.
           SET StackCfmCfgIdx TO StackCfmCfgNum
           IF StackCfmCfgSt(StackCfmCfgIdx) = 'A'
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               PERFORM CfmEntryRange
               IF StackCfmEntJob = StackCfmCkJob
                   AND StackCfmEntKey = 'INCLUDE '
                   AND StackCfmLowEff <= StackCfmWindow
                   AND StackCfmHighExp >= StackCfmWindow
                   ADD 1 TO StackCfmCkInclCnt
               END-IF
           END-IF
           .

       CheckContextFrame               SECTION.
           SET StackCfmCkExcl TO FALSE
           SET StackCfmCkIncl TO FALSE
           PERFORM ScanListEntry
               VARYING StackCfmCfgNum FROM 1 BY 1
               UNTIL StackCfmCfgNum > StackCfmCfgTally
           IF StackCfmCkExcl
               ADD 1 TO StackCfmWarnCnt
               DISPLAY 'WARNING: JOB ' StackCfmCkJob
                       ' EXCLUDES ' CK-ITEM-NAME
                       ' - ITS CHECKPOINT CONTEXT WILL BE LOST'
           END-IF
           IF StackCfmCkInclCnt > 0 AND NOT StackCfmCkIncl
               ADD 1 TO StackCfmWarnCnt
               DISPLAY 'WARNING: JOB ' StackCfmCkJob
                       ' INCLUDE LIST LEAVES OUT ' CK-ITEM-NAME
                       ' - ITS CHECKPOINT CONTEXT WILL BE LOST'
           END-IF
           .

       ScanListEntry                   SECTION.
           SET StackCfmCfgIdx TO StackCfmCfgNum
           IF StackCfmCfgSt(StackCfmCfgIdx) = 'A'
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO StackCfmEntry
               PERFORM CfmEntryRange
               IF StackCfmEntJob = StackCfmCkJob
                   AND StackCfmEntVal = CK-ITEM-NAME
                   AND StackCfmLowEff <= StackCfmWindow
                   AND StackCfmHighExp >= StackCfmWindow
                   IF StackCfmEntKey = 'EXCLUDE '
                       SET StackCfmCkExcl TO TRUE
                   END-IF
                   IF StackCfmEntKey = 'INCLUDE '
                       SET StackCfmCkIncl TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      *  CfmCheckDates - each date must be digits with a real  *
      *  month and day; StackCfgLoad compares them as text, so    *
      *  a 13th month would never take effect or never expire.    *
      *  A blank expiry is fine (no end date).                     *
      *****************************************************
       CfmCheckDates                   SECTION.
           SET StackCfmEffBad TO FALSE
           SET StackCfmExpBad TO FALSE
           IF CT-EFF-DATE IS NOT NUMERIC
               SET StackCfmEffBad TO TRUE
           ELSE
               MOVE CT-EFF-DATE TO CblStackDateRaw
               IF CblStackDateMM < 1 OR CblStackDateMM > 12
                   OR CblStackDateDD < 1 OR CblStackDateDD > 31
                   SET StackCfmEffBad TO TRUE
               END-IF
           END-IF
           IF CT-EXP-DATE NOT = SPACES
               IF CT-EXP-DATE IS NOT NUMERIC
                   SET StackCfmExpBad TO TRUE
               ELSE
                   MOVE CT-EXP-DATE TO CblStackDateRaw
                   IF CblStackDateMM < 1 OR CblStackDateMM > 12
                       OR CblStackDateDD < 1 OR CblStackDateDD > 31
                       SET StackCfmExpBad TO TRUE
                   END-IF
               END-IF
           END-IF
           .

      *****************************************************
      *  WriteConfig - the new TRACECFG: the banner line, then  *
      *  every comment and live entry in their original order,    *
      *  through CFGWORK first.  A failed work write leaves the    *
      *  old control file alone; a failed rewrite still has the    *
      *  whole new file in CFGWORK.                                *
      *****************************************************
       WriteConfig                     SECTION.
           OPEN OUTPUT CfmWorkFile
           IF StackCfmWorkFs NOT = '00'
               DISPLAY '*** CFGWORK OPEN FAILED - STATUS '
                       StackCfmWorkFs ' ***'
               DISPLAY '*** TRACECFG LEFT UNTOUCHED ***'
               MOVE 12 TO RETURN-CODE
               PERFORM WriteFailAudit
               STOP RUN
           END-IF
           MOVE SPACES TO CfmWorkRecord
           STRING StackCfmHeader DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackCfmToday DELIMITED BY SIZE
                  ' - CHANGE VIA CFGTRANS, DO NOT EDIT'
                      DELIMITED BY SIZE
               INTO CfmWorkRecord
           WRITE CfmWorkRecord
           PERFORM WriteConfigEntry
               VARYING StackCfmCfgNum FROM 1 BY 1
               UNTIL StackCfmCfgNum > StackCfmCfgTally
                  OR StackCfmWorkFs NOT = '00'
           CLOSE CfmWorkFile
           IF StackCfmWorkFs NOT = '00'
               DISPLAY '*** CFGWORK WRITE FAILED - STATUS '
                       StackCfmWorkFs ' ***'
               DISPLAY '*** TRACECFG LEFT UNTOUCHED ***'
               MOVE 12 TO RETURN-CODE
               PERFORM WriteFailAudit
               STOP RUN
           END-IF
           MOVE 'N' TO StackCfmEofSw
           OPEN INPUT CfmWorkFile
           IF StackCfmWorkFs NOT = '00'
               DISPLAY '*** CFGWORK REOPEN FAILED - STATUS '
                       StackCfmWorkFs ' - TRACECFG LEFT UNTOUCHED ***'
               DISPLAY '*** NEW CONTROL FILE IS IN '
                       'CFGWORK - RECOVER FROM THERE ***'
               MOVE 12 TO RETURN-CODE
               PERFORM WriteFailAudit
               STOP RUN
           END-IF
           OPEN OUTPUT TraceCfgFile
           IF CblStackCfgFs NOT = '00'
               DISPLAY '*** TRACECFG OPEN FAILED - STATUS '
                       CblStackCfgFs ' ***'
               DISPLAY '*** NEW CONTROL FILE IS IN '
                       'CFGWORK - RECOVER FROM THERE ***'
               CLOSE CfmWorkFile
               MOVE 12 TO RETURN-CODE
               PERFORM WriteFailAudit
               STOP RUN
           END-IF
           PERFORM UNTIL StackCfmEof
               READ CfmWorkFile
                   AT END
                       SET StackCfmEof TO TRUE
                   NOT AT END
                       MOVE CfmWorkRecord TO TraceCfgRecord
                       WRITE TraceCfgRecord
                       IF CblStackCfgFs NOT = '00'
                           DISPLAY '*** TRACECFG REWRITE FAILED - '
                                   'STATUS ' CblStackCfgFs ' ***'
                           DISPLAY '*** NEW CONTROL FILE IS IN '
                                   'CFGWORK - RECOVER FROM THERE ***'
                           MOVE 12 TO RETURN-CODE
                           PERFORM WriteFailAudit
                           STOP RUN
                       END-IF
               END-READ
           END-PERFORM
           CLOSE CfmWorkFile
           CLOSE TraceCfgFile
           .

       WriteConfigEntry                SECTION.
           SET StackCfmCfgIdx TO StackCfmCfgNum
           IF StackCfmCfgSt(StackCfmCfgIdx) NOT = 'D'
               MOVE StackCfmCfgImage(StackCfmCfgIdx) TO CfmWorkRecord
               WRITE CfmWorkRecord
               IF StackCfmCfgSt(StackCfmCfgIdx) = 'A'
                   ADD 1 TO StackCfmOutCnt
               END-IF
           END-IF
           .

      *    The transactions are already on AUDITLOG as applied;
      *    this record says the file never took them.
       WriteFailAudit                  SECTION.
           MOVE 'WRITE'  TO CblStackAudFunc
           MOVE 'FAILED' TO CblStackAudOutcome
           MOVE 'TRACECFG NOT REWRITTEN - CHANGES ABOVE NOT IN EFFECT'
               TO CblStackAudParms
           PERFORM StackAuditWrite
           .

       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'TRANSACTIONS READ: ' StackCfmReadCnt
           DISPLAY 'ENTRIES ADDED:     ' StackCfmAddCnt
           DISPLAY 'CHANGED:           ' StackCfmChgCnt
           DISPLAY 'DELETED:           ' StackCfmDelCnt
           DISPLAY 'REJECTED:          ' StackCfmRejCnt
           DISPLAY 'EXPIRED, DROPPED:  ' StackCfmExpCnt
           DISPLAY 'WARNINGS:          ' StackCfmWarnCnt
           DISPLAY 'ENTRIES ON FILE:   ' StackCfmOutCnt
           DISPLAY '======== END TRACECFG MAINTENANCE ========'
           IF (StackCfmRejCnt > 0 OR StackCfmWarnCnt > 0)
               AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .

           COPY CBLSTKT.
           COPY CBLSTKLT.
