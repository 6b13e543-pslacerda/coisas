       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKCTL.
      *****************************************************
      *  STACKCTL - end-of-window stream controller.  The     *
      *  after-window utilities must run in order - STACKMERG     *
      *  folds the TRACEH.jobname files, STACKREC checks the       *
      *  mirror, STACKACK LOAD distills ALERTOUT, STACKSWP sweeps   *
      *  checkpoints, STACKDIG prints the morning page - and a       *
      *  later step run against a half-merged master does more       *
      *  harm than not running at all.  This job drives the chain    *
      *  from the operations-owned STREAMCT control file, one step   *
      *  per record in run order:                                    *
      *    step name (columns 1-8), the highest RETURN-CODE the       *
      *    step may end with and still let the chain go on            *
      *    (10-12), and the command that runs it (14-113),            *
      *    environment settings and all, e.g.                         *
      *      ACKLOAD  004 ACK_FUNC=LOAD stackack                      *
      *  '*' in column 1 is a comment.  Each step's start, end,        *
      *  RETURN-CODE and attempts are kept in the keyed STEPSTAT      *
      *  file under the window's date - WIN_DATE, or today after       *
      *  noon and yesterday before, as STACKWIN has it - so a rerun   *
      *  for the same window passes over the steps that already       *
      *  completed and picks up at the one that failed.  A step       *
      *  ending above its limit stops the chain: the steps after it   *
      *  are listed NOT RUN.  A step still marked running (the         *
      *  controller itself went down mid-step) runs again.             *
      *  The run ends with every step's line and an overall            *
      *  RETURN-CODE for the scheduler: 0 all steps clean, 4 all       *
      *  complete but some within their limit above 0, 8 the chain     *
      *  stopped at a failed step, 12 STEPSTAT unavailable, 16 a       *
      *  bad WIN_DATE or STREAMCT (nothing is run).                    *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT StreamCtFile ASSIGN TO "STREAMCT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackCtlStreamFs.
           SELECT StepStatFile ASSIGN TO "STEPSTAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SS-KEY
               FILE STATUS IS StackCtlStepFs.

       DATA                            DIVISION.
       FILE                            SECTION.
       FD  StreamCtFile.
       01  StreamCtRecord.
           05 CS-STEP-NAME            PIC X(08).
           05 FILLER                  PIC X(01).
           05 CS-MAX-RC               PIC X(03).
           05 FILLER                  PIC X(01).
           05 CS-COMMAND              PIC X(100).
       FD  StepStatFile.
      *    One record per window and step.  SS-STATUS R is set
      *    before the step starts, C or F once it has ended.
       01  StepStatRecord.
           05 SS-KEY.
               10 SS-WINDOW           PIC X(08).
               10 SS-STEP-NAME        PIC X(08).
           05 SS-STATUS               PIC X(01).
               88 SS-RUNNING          VALUE 'R'.
               88 SS-COMPLETE         VALUE 'C'.
               88 SS-FAILED           VALUE 'F'.
           05 SS-START-DATE           PIC X(08).
           05 SS-START-TIME           PIC 9(08).
           05 SS-END-DATE             PIC X(08).
           05 SS-END-TIME             PIC 9(08).
           05 SS-RETURN-CODE          PIC 9(03).
           05 SS-MAX-RC               PIC 9(03).
           05 SS-ATTEMPTS             PIC 9(03).

       WORKING-STORAGE                 SECTION.
       77 StackCtlStreamFs PIC XX VALUE SPACES.
       77 StackCtlStepFs   PIC XX VALUE SPACES.

       77 StackCtlEofSw    PIC X VALUE 'N'.
           88 StackCtlEof  VALUE 'Y'.
       77 StackCtlBadSw    PIC X VALUE 'N'.
           88 StackCtlBad  VALUE 'Y'.
       77 StackCtlStopSw   PIC X VALUE 'N'.
           88 StackCtlStopped VALUE 'Y'.
       77 StackCtlKnownSw  PIC X VALUE 'N'.
           88 StackCtlKnown VALUE 'Y' FALSE 'N'.
       77 StackCtlEnvName  PIC X(20) VALUE SPACES.
       77 StackCtlWindow   PIC X(08) VALUE SPACES.
       77 StackCtlNowTime  PIC 9(08) VALUE 0.

      *    STREAMCT held whole, with what became of each step
      *    this run: R ran, D done earlier, N not run.
       01 StackCtlStepTable.
           02 StackCtlStepEntry OCCURS 50 TIMES
                                INDEXED BY StackCtlStepIdx
                                           StackCtlDupIdx.
               03 StackCtlStepName  PIC X(08).
               03 StackCtlStepMax   PIC 9(03).
               03 StackCtlStepCmd   PIC X(100).
               03 StackCtlStepNote  PIC X(01).
       77 StackCtlStepTally PIC 99 VALUE 0.
       77 StackCtlStepNum   PIC 99 VALUE 0.

      *    The command is handed to the shell with its trailing
      *    spaces trimmed; the status comes back as
      *    the shell's wait status - exit code times 256, with a
      *    remainder only when the step was killed.
       77 StackCtlCommand  PIC X(100) VALUE SPACES.
       77 StackCtlSysStat  PIC 9(9) VALUE 0.
       77 StackCtlStepRC   PIC 9(9) VALUE 0.
       77 StackCtlSysRem   PIC 9(9) VALUE 0.

       77 StackCtlRanCnt   PIC 99 VALUE 0.
       77 StackCtlDoneCnt  PIC 99 VALUE 0.
       77 StackCtlNotCnt   PIC 99 VALUE 0.
       77 StackCtlWarnCnt  PIC 99 VALUE 0.
       77 StackCtlNoteText PIC X(13) VALUE SPACES.
       77 StackCtlStatText PIC X(08) VALUE SPACES.
       77 StackCtlDisplayLine PIC X(132).
           COPY CBLSTKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           PERFORM LoadWindow
           PERFORM LoadStream
           PERFORM StepOpen
           DISPLAY '======== END-OF-WINDOW STREAM ========'
           DISPLAY 'WINDOW: ' StackCtlWindow
                   '   STEPS: ' StackCtlStepTally
           PERFORM RunStep
               VARYING StackCtlStepNum FROM 1 BY 1
               UNTIL StackCtlStepNum > StackCtlStepTally
           PERFORM PrintSummary
           CLOSE StepStatFile
           STOP RUN
           .

      *****************************************************
      *  LoadWindow - WIN_DATE, or the window STACKWIN would   *
      *  take: today after noon, yesterday before.               *
      *****************************************************
       LoadWindow                      SECTION.
           MOVE 'WIN_DATE' TO StackCtlEnvName
           ACCEPT StackCtlWindow FROM ENVIRONMENT StackCtlEnvName
           IF StackCtlWindow = SPACES
               ACCEPT CblStackDateRaw FROM DATE YYYYMMDD
               ACCEPT StackCtlNowTime FROM TIME
               IF StackCtlNowTime < 12000000
                   PERFORM StackDateToDays
                   SUBTRACT 1 FROM CblStackDateDays
                   PERFORM StackDaysToDate
               END-IF
               MOVE CblStackDateRaw TO StackCtlWindow
           END-IF
           IF StackCtlWindow IS NOT NUMERIC
               DISPLAY '*** WIN_DATE NOT YYYYMMDD - NOTHING RUN ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE StackCtlWindow TO CblStackDateRaw
           IF CblStackDateMM < 1 OR CblStackDateMM > 12
               OR CblStackDateDD < 1 OR CblStackDateDD > 31
               DISPLAY '*** WIN_DATE NOT YYYYMMDD - NOTHING RUN ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  LoadStream - STREAMCT into the step table, every      *
      *  record checked before anything runs: a step name, a     *
      *  numeric limit, a command, no step named twice.           *
      *****************************************************
       LoadStream                      SECTION.
           OPEN INPUT StreamCtFile
           IF StackCtlStreamFs NOT = '00'
               DISPLAY '*** STREAMCT NOT FOUND OR NOT READABLE - '
                       'STATUS ' StackCtlStreamFs ' - NOTHING RUN ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM UNTIL StackCtlEof
               READ StreamCtFile
                   AT END
                       SET StackCtlEof TO TRUE
                   NOT AT END
                       IF StreamCtRecord(1:1) NOT = '*'
                           AND StreamCtRecord NOT = SPACES
                           PERFORM LoadOneStep
                       END-IF
               END-READ
           END-PERFORM
           CLOSE StreamCtFile
           IF StackCtlStepTally = 0 AND NOT StackCtlBad
               DISPLAY '*** STREAMCT HAS NO STEPS ***'
               SET StackCtlBad TO TRUE
           END-IF
           IF StackCtlBad
               DISPLAY '*** STREAMCT IN ERROR - NOTHING RUN ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

       LoadOneStep                     SECTION.
           EVALUATE TRUE
               WHEN CS-STEP-NAME = SPACES
                   DISPLAY '*** STREAMCT STEP WITH NO NAME: '
                           StreamCtRecord
                   SET StackCtlBad TO TRUE
               WHEN CS-MAX-RC IS NOT NUMERIC
                   DISPLAY '*** STREAMCT STEP ' CS-STEP-NAME
                           ' RETURN-CODE LIMIT ' CS-MAX-RC
                           ' NOT THREE DIGITS'
                   SET StackCtlBad TO TRUE
               WHEN CS-COMMAND = SPACES
                   DISPLAY '*** STREAMCT STEP ' CS-STEP-NAME
                           ' HAS NO COMMAND'
                   SET StackCtlBad TO TRUE
               WHEN StackCtlStepTally >= 50
                   DISPLAY '*** STREAMCT OVER 50 STEPS AT '
                           CS-STEP-NAME
                   SET StackCtlBad TO TRUE
               WHEN OTHER
                   SET StackCtlDupIdx TO 1
                   SEARCH StackCtlStepEntry
                       AT END
                           CONTINUE
                       WHEN StackCtlStepName(StackCtlDupIdx)
                           = CS-STEP-NAME
                           DISPLAY '*** STREAMCT STEP ' CS-STEP-NAME
                                   ' NAMED TWICE'
                           SET StackCtlBad TO TRUE
                   END-SEARCH
                   ADD 1 TO StackCtlStepTally
                   SET StackCtlStepIdx TO StackCtlStepTally
                   MOVE CS-STEP-NAME
                     TO StackCtlStepName(StackCtlStepIdx)
                   MOVE CS-MAX-RC TO StackCtlStepMax(StackCtlStepIdx)
                   MOVE CS-COMMAND TO StackCtlStepCmd(StackCtlStepIdx)
                   MOVE 'N' TO StackCtlStepNote(StackCtlStepIdx)
           END-EVALUATE
           .

      *****************************************************
      *  StepOpen - the keyed STEPSTAT file, created the first *
      *  time with the status-35 dance AstOpen does.             *
      *****************************************************
       StepOpen                        SECTION.
           OPEN I-O StepStatFile
           IF StackCtlStepFs = '35'
               OPEN OUTPUT StepStatFile
               IF StackCtlStepFs = '00'
                   CLOSE StepStatFile
                   OPEN I-O StepStatFile
               END-IF
           END-IF
           IF StackCtlStepFs NOT = '00'
               DISPLAY '*** STEPSTAT NOT AVAILABLE - STATUS '
                       StackCtlStepFs ' - NOTHING RUN ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  RunStep - one step: passed over when this window       *
      *  already completed it, left alone once the chain has      *
      *  stopped, otherwise marked running, run, and marked        *
      *  complete or failed by its limit.                          *
      *****************************************************
       RunStep                         SECTION.
           SET StackCtlStepIdx TO StackCtlStepNum
           MOVE StackCtlWindow TO SS-WINDOW
           MOVE StackCtlStepName(StackCtlStepIdx) TO SS-STEP-NAME
           READ StepStatFile
               INVALID KEY
                   SET StackCtlKnown TO FALSE
               NOT INVALID KEY
                   SET StackCtlKnown TO TRUE
           END-READ
           EVALUATE TRUE
               WHEN StackCtlKnown AND SS-COMPLETE
                   MOVE 'D' TO StackCtlStepNote(StackCtlStepIdx)
                   DISPLAY 'STEP ' SS-STEP-NAME
                           ' COMPLETED EARLIER THIS WINDOW - RC '
                           SS-RETURN-CODE ' - PASSED OVER'
               WHEN StackCtlStopped
                   CONTINUE
               WHEN OTHER
                   PERFORM StepStart
                   IF NOT StackCtlStopped
                       PERFORM StepExecute
                       PERFORM StepFinish
                   END-IF
           END-EVALUATE
           .

       StepStart                       SECTION.
           IF NOT StackCtlKnown
               MOVE SPACES TO StepStatRecord
               MOVE StackCtlWindow TO SS-WINDOW
               MOVE StackCtlStepName(StackCtlStepIdx) TO SS-STEP-NAME
               MOVE 0 TO SS-ATTEMPTS
           ELSE
               IF SS-RUNNING
                   DISPLAY 'STEP ' SS-STEP-NAME
                           ' WAS LEFT RUNNING BY AN EARLIER CONTROLLER'
                           ' - RUNNING IT AGAIN'
               END-IF
           END-IF
           SET SS-RUNNING TO TRUE
           ACCEPT SS-START-DATE FROM DATE YYYYMMDD
           ACCEPT SS-START-TIME FROM TIME
           MOVE SPACES TO SS-END-DATE
           MOVE 0 TO SS-END-TIME
           MOVE 0 TO SS-RETURN-CODE
           MOVE StackCtlStepMax(StackCtlStepIdx) TO SS-MAX-RC
           ADD 1 TO SS-ATTEMPTS
           IF StackCtlKnown
               REWRITE StepStatRecord
           ELSE
               WRITE StepStatRecord
           END-IF
           IF StackCtlStepFs NOT = '00'
               DISPLAY '*** STEPSTAT WRITE FAILED - STATUS '
                       StackCtlStepFs ' - STEP ' SS-STEP-NAME
                       ' NOT STARTED ***'
               SET StackCtlStopped TO TRUE
           END-IF
           .

       StepExecute                     SECTION.
           MOVE 'R' TO StackCtlStepNote(StackCtlStepIdx)
           ADD 1 TO StackCtlRanCnt
           MOVE StackCtlStepCmd(StackCtlStepIdx) TO StackCtlCommand
           DISPLAY ' '
           DISPLAY '---- STEP ' SS-STEP-NAME ' STARTING: '
                   StackCtlCommand
           CALL 'SYSTEM' USING StackCtlCommand
           MOVE RETURN-CODE TO StackCtlSysStat
           MOVE 0 TO RETURN-CODE
           DIVIDE StackCtlSysStat BY 256 GIVING StackCtlStepRC
               REMAINDER StackCtlSysRem
           IF StackCtlSysRem NOT = 0 OR StackCtlStepRC > 999
               MOVE 999 TO StackCtlStepRC
           END-IF
           .

       StepFinish                      SECTION.
           ACCEPT SS-END-DATE FROM DATE YYYYMMDD
           ACCEPT SS-END-TIME FROM TIME
           MOVE StackCtlStepRC TO SS-RETURN-CODE
           IF SS-RETURN-CODE > SS-MAX-RC
               SET SS-FAILED TO TRUE
               SET StackCtlStopped TO TRUE
               DISPLAY '---- STEP ' SS-STEP-NAME ' ENDED RC '
                       SS-RETURN-CODE ' - OVER ITS LIMIT OF '
                       SS-MAX-RC ' - CHAIN STOPPED'
           ELSE
               SET SS-COMPLETE TO TRUE
               DISPLAY '---- STEP ' SS-STEP-NAME ' ENDED RC '
                       SS-RETURN-CODE
           END-IF
           REWRITE StepStatRecord
           IF StackCtlStepFs NOT = '00'
               DISPLAY '*** STEPSTAT REWRITE FAILED - STATUS '
                       StackCtlStepFs ' - CHAIN STOPPED, A RERUN '
                       'WILL RUN ' SS-STEP-NAME ' AGAIN ***'
               SET StackCtlStopped TO TRUE
           END-IF
           .

      *****************************************************
      *  PrintSummary - every step as STEPSTAT now has it,     *
      *  and the overall RETURN-CODE.                            *
      *****************************************************
       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'STEP     STATUS   RC  LIMIT START             '
                   'END               TRIES THIS RUN'
           PERFORM PrintStepLine
               VARYING StackCtlStepNum FROM 1 BY 1
               UNTIL StackCtlStepNum > StackCtlStepTally
           DISPLAY ' '
           DISPLAY 'STEPS RUN:          ' StackCtlRanCnt
           DISPLAY 'DONE EARLIER:       ' StackCtlDoneCnt
           DISPLAY 'NOT RUN:            ' StackCtlNotCnt
           DISPLAY '======== END END-OF-WINDOW STREAM ========'
           EVALUATE TRUE
               WHEN StackCtlStopped
                   MOVE 8 TO RETURN-CODE
               WHEN StackCtlWarnCnt > 0
                   MOVE 4 TO RETURN-CODE
               WHEN OTHER
                   MOVE 0 TO RETURN-CODE
           END-EVALUATE
           .

       PrintStepLine                   SECTION.
           SET StackCtlStepIdx TO StackCtlStepNum
           MOVE StackCtlWindow TO SS-WINDOW
           MOVE StackCtlStepName(StackCtlStepIdx) TO SS-STEP-NAME
           READ StepStatFile
               INVALID KEY
                   MOVE SPACES TO SS-STATUS SS-START-DATE SS-END-DATE
                   MOVE 0 TO SS-START-TIME SS-END-TIME
                   MOVE 0 TO SS-RETURN-CODE SS-ATTEMPTS
                   MOVE StackCtlStepMax(StackCtlStepIdx) TO SS-MAX-RC
           END-READ
           EVALUATE TRUE
               WHEN SS-COMPLETE
                   MOVE 'COMPLETE' TO StackCtlStatText
                   IF SS-RETURN-CODE > 0
                       ADD 1 TO StackCtlWarnCnt
                   END-IF
               WHEN SS-FAILED
                   MOVE 'FAILED' TO StackCtlStatText
               WHEN SS-RUNNING
                   MOVE 'RUNNING' TO StackCtlStatText
               WHEN OTHER
                   MOVE 'PENDING' TO StackCtlStatText
           END-EVALUATE
           EVALUATE StackCtlStepNote(StackCtlStepIdx)
               WHEN 'R'
                   MOVE 'RAN' TO StackCtlNoteText
               WHEN 'D'
                   MOVE 'DONE EARLIER' TO StackCtlNoteText
                   ADD 1 TO StackCtlDoneCnt
               WHEN OTHER
                   MOVE 'NOT RUN' TO StackCtlNoteText
                   ADD 1 TO StackCtlNotCnt
           END-EVALUATE
           MOVE SPACES TO StackCtlDisplayLine
           STRING SS-STEP-NAME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  StackCtlStatText DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-RETURN-CODE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-MAX-RC DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  SS-START-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-START-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-END-DATE DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-END-TIME DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  SS-ATTEMPTS DELIMITED BY SIZE
                  '   ' DELIMITED BY SIZE
                  StackCtlNoteText DELIMITED BY SIZE
               INTO StackCtlDisplayLine
           DISPLAY StackCtlDisplayLine
           .

           COPY CBLSTKT.
