       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKCGR.
      *****************************************************
      *  STACKCGR - section call-graph catalogue.  Every       *
      *  PrintStack dump in the master TRACEHIST is a complete   *
      *  caller-to-callee chain - written deepest frame first,    *
      *  TH-TOPMOST 'Y' on that first record, then one record     *
      *  per depth down to 1 - including the frames a CALLed       *
      *  subprogram such as STACKSUB pushes onto the same stack.    *
      *  This job folds those chains into the keyed CALLGRPH        *
      *  catalogue: one record per job + parent section + child      *
      *  section, with how often the edge has been seen and the       *
      *  first and last TH-DATE it was seen on.  Each build           *
      *  rereads the whole master, so the catalogue count is the      *
      *  highest count the master has ever shown - a STACKPRG         *
      *  prune never makes an edge look rarer than it was - and an    *
      *  edge the master no longer carries keeps its dates.           *
      *  The report lists, job by job:                                *
      *    NEW PATH - an edge this build catalogued for the first    *
      *               time (suppressed on the very first build,     *
      *               when every edge is new),                      *
      *    QUIET    - an edge not seen for more than QUIET_DAYS     *
      *               days (environment, default 30).               *
      *  A brand-new path in production or an old one gone quiet    *
      *  is usually an untested change or a dead branch; either     *
      *  leaves RETURN-CODE 4.  A master or catalogue that will     *
      *  not open ends the run with 12.                             *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           COPY CBLSTKG.
           SELECT CallGrphFile ASSIGN TO "CALLGRPH"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CG-KEY
               FILE STATUS IS StackCgrGrphFs.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKH.
       FD  CallGrphFile.
      *    The all-spaces key holds the build control record:
      *    CG-FIRST-BUILD is the first build ever, CG-LAST-BUILD
      *    the latest, CG-OCCUR-CNT the number of builds.  Every
      *    other record is one edge; CG-BUILD-CNT is its count in
      *    the master at the latest build and CG-NEW-SW marks the
      *    edges that build added.
       01  CallGrphRecord.
           05 CG-KEY.
               10 CG-JOB-NAME         PIC X(08).
               10 CG-PARENT           PIC X(32).
               10 CG-CHILD            PIC X(32).
           05 CG-OCCUR-CNT            PIC 9(09).
           05 CG-BUILD-CNT            PIC 9(09).
           05 CG-FIRST-DATE           PIC X(08).
           05 CG-LAST-DATE            PIC X(08).
           05 CG-FIRST-BUILD          PIC X(08).
           05 CG-LAST-BUILD           PIC X(08).
           05 CG-NEW-SW               PIC X(01).
               88 CG-NEW-EDGE         VALUE 'Y'.

       WORKING-STORAGE                 SECTION.
       77 CblStackHistFs   PIC XX VALUE SPACES.
       77 StackCgrGrphFs   PIC XX VALUE SPACES.

       77 StackCgrHistEofSw PIC X VALUE 'N'.
           88 StackCgrHistEof VALUE 'Y'.
       77 StackCgrGrphEofSw PIC X VALUE 'N'.
           88 StackCgrGrphEof VALUE 'Y'.
       77 StackCgrFailSw   PIC X VALUE 'N'.
           88 StackCgrFailed VALUE 'Y'.
       77 StackCgrEnvName  PIC X(20) VALUE SPACES.
       77 StackCgrToday    PIC X(08) VALUE SPACES.
       77 StackCgrPrevBuild PIC X(08) VALUE SPACES.
       77 StackCgrBuildNo  PIC 9(09) VALUE 0.
       77 StackCgrFirstBuild PIC X(08) VALUE SPACES.

      *    QUIET_DAYS parses digit by digit the way ESC_AGE_MIN
      *    does in STACKACK; missing, unreadable or zero leaves 30.
       77 StackCgrQuietIn  PIC X(04) VALUE SPACES.
       77 StackCgrQuietDays PIC 9(4) VALUE 30.
       77 StackCgrDigitIdx PIC 9 VALUE 0.
       77 StackCgrDigit    PIC 9 VALUE 0.
       77 StackCgrParsed   PIC 9(4) VALUE 0.
       77 StackCgrParseOkSw PIC X VALUE 'N'.
           88 StackCgrParseOk VALUE 'Y' FALSE 'N'.
       77 StackCgrTodayDays PIC 9(7) VALUE 0.
       77 StackCgrIdleDays PIC 9(7) VALUE 0.

      *    The previous master record - the deeper frame of the
      *    edge the current record may close.
       77 StackCgrPrevRun  PIC X(16) VALUE SPACES.
       77 StackCgrPrevDepth PIC 999 VALUE 0.
       77 StackCgrPrevItem PIC X(32) VALUE SPACES.

       77 StackCgrReadCnt  PIC 9(7) VALUE 0.
       77 StackCgrEdgeObs  PIC 9(7) VALUE 0.
       77 StackCgrEdgeCnt  PIC 9(7) VALUE 0.
       77 StackCgrNewCnt   PIC 9(7) VALUE 0.
       77 StackCgrQuietCnt PIC 9(7) VALUE 0.
       77 StackCgrRptJob   PIC X(08) VALUE SPACES.
       77 StackCgrTag      PIC X(08) VALUE SPACES.
       77 StackCgrDisplayLine PIC X(120).
           COPY CBLSTKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           ACCEPT StackCgrToday FROM DATE YYYYMMDD
           MOVE StackCgrToday TO CblStackDateRaw
           PERFORM StackDateToDays
           MOVE CblStackDateDays TO StackCgrTodayDays
           PERFORM LoadQuietDays
           OPEN INPUT TraceHistFile
           IF CblStackHistFs NOT = '00'
               DISPLAY '*** TRACEHIST NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' CblStackHistFs
                       ' - NOTHING TO CATALOGUE'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM GrphOpen
           DISPLAY '======== SECTION CALL-GRAPH BUILD ========'
           PERFORM GrphReset
           PERFORM UNTIL StackCgrHistEof
               READ TraceHistFile
                   AT END
                       SET StackCgrHistEof TO TRUE
                   NOT AT END
                       PERFORM HistRecord
               END-READ
           END-PERFORM
           CLOSE TraceHistFile
           PERFORM GrphReport
           PERFORM GrphControl
           CLOSE CallGrphFile
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  LoadQuietDays - QUIET_DAYS from the environment.     *
      *****************************************************
       LoadQuietDays                   SECTION.
           MOVE 'QUIET_DAYS' TO StackCgrEnvName
           ACCEPT StackCgrQuietIn FROM ENVIRONMENT StackCgrEnvName
           SET StackCgrParseOk TO FALSE
           MOVE 0 TO StackCgrParsed
           PERFORM VARYING StackCgrDigitIdx FROM 1 BY 1
                   UNTIL StackCgrDigitIdx > 4
                      OR StackCgrQuietIn(StackCgrDigitIdx:1) = SPACE
               IF StackCgrQuietIn(StackCgrDigitIdx:1) IS NUMERIC
                   MOVE StackCgrQuietIn(StackCgrDigitIdx:1)
                       TO StackCgrDigit
                   COMPUTE StackCgrParsed =
                       StackCgrParsed * 10 + StackCgrDigit
                   SET StackCgrParseOk TO TRUE
               ELSE
                   SET StackCgrParseOk TO FALSE
                   MOVE 5 TO StackCgrDigitIdx
               END-IF
           END-PERFORM
           IF StackCgrParseOk AND StackCgrParsed > 0
               MOVE StackCgrParsed TO StackCgrQuietDays
           END-IF
           .

      *****************************************************
      *  GrphOpen - open the keyed catalogue, creating it    *
      *  the first time, the status-35 dance AstOpen does.     *
      *****************************************************
       GrphOpen                        SECTION.
           OPEN I-O CallGrphFile
           IF StackCgrGrphFs = '35'
               OPEN OUTPUT CallGrphFile
               IF StackCgrGrphFs = '00'
                   CLOSE CallGrphFile
                   OPEN I-O CallGrphFile
               END-IF
           END-IF
           IF StackCgrGrphFs NOT = '00'
               DISPLAY '*** CALLGRPH NOT AVAILABLE - STATUS '
                       StackCgrGrphFs ' - NOTHING CATALOGUED ***'
               CLOSE TraceHistFile
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  GrphReset - start a build: every edge's master       *
      *  count back to zero and its NEW mark off, and the        *
      *  previous build's date noted from the control record.    *
      *****************************************************
       GrphReset                       SECTION.
           MOVE 'N' TO StackCgrGrphEofSw
           MOVE LOW-VALUES TO CG-KEY
           START CallGrphFile KEY >= CG-KEY
               INVALID KEY
                   SET StackCgrGrphEof TO TRUE
           END-START
           PERFORM UNTIL StackCgrGrphEof
               READ CallGrphFile NEXT RECORD
                   AT END
                       SET StackCgrGrphEof TO TRUE
                   NOT AT END
                       IF CG-KEY = SPACES
                           MOVE CG-LAST-BUILD  TO StackCgrPrevBuild
                           MOVE CG-FIRST-BUILD TO StackCgrFirstBuild
                           MOVE CG-OCCUR-CNT   TO StackCgrBuildNo
                       ELSE
                           MOVE 0   TO CG-BUILD-CNT
                           MOVE 'N' TO CG-NEW-SW
                           REWRITE CallGrphRecord
                           IF StackCgrGrphFs NOT = '00'
                               PERFORM GrphWriteFailed
                           END-IF
                       END-IF
               END-READ
           END-PERFORM
           IF StackCgrPrevBuild = SPACES
               DISPLAY 'FIRST BUILD - EVERY EDGE IS NEW, NEW-PATH '
                       'LISTING SUPPRESSED'
           ELSE
               DISPLAY 'PREVIOUS BUILD: ' StackCgrPrevBuild
           END-IF
           .

      *****************************************************
      *  HistRecord - one master record.  It closes an edge   *
      *  when the record before it was the next-deeper frame     *
      *  of the same dump: same run, depth exactly one more,      *
      *  and this record not the TOPMOST opener of a new dump.    *
      *  The current record is the parent, the previous one the   *
      *  child.                                                    *
      *****************************************************
       HistRecord                      SECTION.
           ADD 1 TO StackCgrReadCnt
           IF TH-DEPTH IS NUMERIC
               IF TH-TOPMOST NOT = 'Y'
                   AND TH-RUN-ID = StackCgrPrevRun
                   AND TH-DEPTH + 1 = StackCgrPrevDepth
                   AND TH-JOB-NAME NOT = SPACES
                   PERFORM EdgeRecord
               END-IF
               MOVE TH-RUN-ID    TO StackCgrPrevRun
               MOVE TH-DEPTH     TO StackCgrPrevDepth
               MOVE TH-ITEM-NAME TO StackCgrPrevItem
           ELSE
               MOVE SPACES TO StackCgrPrevRun
               MOVE 0      TO StackCgrPrevDepth
           END-IF
           .

       EdgeRecord                      SECTION.
           ADD 1 TO StackCgrEdgeObs
           MOVE TH-JOB-NAME      TO CG-JOB-NAME
           MOVE TH-ITEM-NAME     TO CG-PARENT
           MOVE StackCgrPrevItem TO CG-CHILD
           READ CallGrphFile
               INVALID KEY
                   MOVE 1             TO CG-OCCUR-CNT
                   MOVE 1             TO CG-BUILD-CNT
                   MOVE TH-DATE       TO CG-FIRST-DATE
                   MOVE TH-DATE       TO CG-LAST-DATE
                   MOVE StackCgrToday TO CG-FIRST-BUILD
                   MOVE StackCgrToday TO CG-LAST-BUILD
                   MOVE 'Y'           TO CG-NEW-SW
                   WRITE CallGrphRecord
                   IF StackCgrGrphFs NOT = '00'
                       PERFORM GrphWriteFailed
                   END-IF
               NOT INVALID KEY
                   ADD 1 TO CG-BUILD-CNT
                   IF TH-DATE < CG-FIRST-DATE
                       MOVE TH-DATE TO CG-FIRST-DATE
                   END-IF
                   IF TH-DATE > CG-LAST-DATE
                       MOVE TH-DATE TO CG-LAST-DATE
                   END-IF
                   MOVE StackCgrToday TO CG-LAST-BUILD
                   REWRITE CallGrphRecord
                   IF StackCgrGrphFs NOT = '00'
                       PERFORM GrphWriteFailed
                   END-IF
           END-READ
           .

      *****************************************************
      *  GrphReport - walk the catalogue in key order (job,   *
      *  parent, child), settle each edge's count, and list      *
      *  the new and the quiet edges under a line per job.        *
      *****************************************************
       GrphReport                      SECTION.
           DISPLAY 'QUIET AFTER (DAYS): ' StackCgrQuietDays
           MOVE 'N' TO StackCgrGrphEofSw
           MOVE LOW-VALUES TO CG-KEY
           START CallGrphFile KEY >= CG-KEY
               INVALID KEY
                   SET StackCgrGrphEof TO TRUE
           END-START
           PERFORM UNTIL StackCgrGrphEof
               READ CallGrphFile NEXT RECORD
                   AT END
                       SET StackCgrGrphEof TO TRUE
                   NOT AT END
                       IF CG-KEY NOT = SPACES
                           PERFORM GrphEdge
                       END-IF
               END-READ
           END-PERFORM
           .

       GrphEdge                        SECTION.
           ADD 1 TO StackCgrEdgeCnt
           IF CG-BUILD-CNT > CG-OCCUR-CNT
               MOVE CG-BUILD-CNT TO CG-OCCUR-CNT
               REWRITE CallGrphRecord
               IF StackCgrGrphFs NOT = '00'
                   PERFORM GrphWriteFailed
               END-IF
           END-IF
           MOVE SPACES TO StackCgrTag
           IF CG-NEW-EDGE AND StackCgrPrevBuild NOT = SPACES
               ADD 1 TO StackCgrNewCnt
               MOVE 'NEW PATH' TO StackCgrTag
           ELSE
               IF CG-LAST-DATE IS NUMERIC
                   MOVE CG-LAST-DATE TO CblStackDateRaw
                   PERFORM StackDateToDays
                   IF CblStackDateDays < StackCgrTodayDays
                       COMPUTE StackCgrIdleDays =
                           StackCgrTodayDays - CblStackDateDays
                       IF StackCgrIdleDays > StackCgrQuietDays
                           ADD 1 TO StackCgrQuietCnt
                           MOVE 'QUIET' TO StackCgrTag
                       END-IF
                   END-IF
               END-IF
           END-IF
           IF StackCgrTag NOT = SPACES
               IF CG-JOB-NAME NOT = StackCgrRptJob
                   MOVE CG-JOB-NAME TO StackCgrRptJob
                   DISPLAY ' '
                   DISPLAY 'JOB ' StackCgrRptJob
               END-IF
               MOVE SPACES TO StackCgrDisplayLine
               STRING '  ' DELIMITED BY SIZE
                      StackCgrTag DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      CG-PARENT DELIMITED BY SPACE
                      ' -> ' DELIMITED BY SIZE
                      CG-CHILD DELIMITED BY SPACE
                      ' COUNT=' DELIMITED BY SIZE
                      CG-OCCUR-CNT DELIMITED BY SIZE
                      ' FIRST ' DELIMITED BY SIZE
                      CG-FIRST-DATE DELIMITED BY SIZE
                      ' LAST ' DELIMITED BY SIZE
                      CG-LAST-DATE DELIMITED BY SIZE
                   INTO StackCgrDisplayLine
               DISPLAY StackCgrDisplayLine
           END-IF
           .

      *****************************************************
      *  GrphControl - stamp this build on the control        *
      *  record, so the next build knows it is not the first.   *
      *****************************************************
       GrphControl                     SECTION.
           MOVE SPACES TO CG-KEY
           READ CallGrphFile
               INVALID KEY
                   MOVE SPACES        TO CallGrphRecord
                   MOVE 1             TO CG-OCCUR-CNT
                   MOVE 0             TO CG-BUILD-CNT
                   MOVE StackCgrToday TO CG-FIRST-BUILD
                   MOVE StackCgrToday TO CG-LAST-BUILD
                   WRITE CallGrphRecord
               NOT INVALID KEY
                   ADD 1 TO CG-OCCUR-CNT
                   MOVE StackCgrToday TO CG-LAST-BUILD
                   REWRITE CallGrphRecord
           END-READ
           IF StackCgrGrphFs NOT = '00'
               PERFORM GrphWriteFailed
           END-IF
           .

      *    no declaratives here, so a catalogue write that went
      *    nowhere is reported by hand and fails the run
       GrphWriteFailed                 SECTION.
           IF NOT StackCgrFailed
               DISPLAY '*** CALLGRPH WRITE FAILED - STATUS '
                       StackCgrGrphFs ' - CATALOGUE INCOMPLETE ***'
           END-IF
           MOVE 'Y' TO StackCgrFailSw
           .

       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'MASTER RECORDS READ: ' StackCgrReadCnt
           DISPLAY 'EDGES OBSERVED:      ' StackCgrEdgeObs
           DISPLAY 'EDGES CATALOGUED:    ' StackCgrEdgeCnt
           DISPLAY 'NEW PATHS:           ' StackCgrNewCnt
           DISPLAY 'QUIET PATHS:         ' StackCgrQuietCnt
           DISPLAY '======== END SECTION CALL-GRAPH BUILD ========'
           IF StackCgrFailed
               MOVE 8 TO RETURN-CODE
           ELSE
               IF StackCgrNewCnt > 0 OR StackCgrQuietCnt > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

           COPY CBLSTKT.
