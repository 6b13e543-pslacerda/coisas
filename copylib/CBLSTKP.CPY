           IF CblStackTopIdx = 0
               PERFORM StackInit
           END-IF
           IF NOT CblStackVerNoted
               PERFORM StackVersionNote
           END-IF
           ADD 1 TO CblStackNestLvl
           PERFORM StackTraceDecide
           IF CblStackSkipFrame
       StackAbend                      SECTION.
           PERFORM PrintStack
           PERFORM StackAlertWrite
           MOVE 'A' TO CblStackLedgType
           PERFORM StackLedgerWrite
           DISPLAY '*** PROGRAM ABEND *** ' CblStackAbendMsg
           MOVE CblStackAbendRC TO RETURN-CODE
           STOP RUN
           CLOSE AlertFile
           .

      *****************************************************
      *  StackVersionNote - once per program per run unit, on  *
      *  that program's first push (after StackInit, so the      *
      *  run's 'S' record comes first): a 'V' ledger record with  *
      *  the program's name and WHEN-COMPILED stamp.  This member *
      *  is compiled into every program that traces, so the       *
      *  stamp is always the stamp of the program doing the push. *
      *****************************************************
       StackVersionNote                SECTION.
           SET CblStackVerNoted TO TRUE
           IF CblStackPgmId = SPACES
               MOVE CblStackItem TO CblStackPgmId
           END-IF
           MOVE WHEN-COMPILED TO CblStackCompiled
           MOVE 'V' TO CblStackLedgType
           PERFORM StackLedgerWrite
           .

      *****************************************************
      *  StackLedgerWrite - append one record to the RUNLEDGR *
      *  run ledger: an 'S' record from StackInit the moment   *
      *  the first frame is pushed, an 'E' record from          *
      *  StackRunComplete with the final RETURN-CODE as the     *
      *  run's disposition, an 'A' record from StackAbend with   *
      *  the abend code, a 'V' record from StackVersionNote      *
      *  with a program's compile stamp.  Appended like           *
      *  ALERTOUT, with the same status-35 first-time fallback,   *
      *  so every run of the window - clean, abended or still     *
      *  open - leaves a trail whether or not PrintStack ever     *
      *  fired.                                                   *
      *****************************************************
       StackLedgerWrite                SECTION.
           PERFORM StackLoadEnv
           MOVE CblStackStepName TO RL-STEP-NAME
           ACCEPT RL-DATE FROM DATE YYYYMMDD
           ACCEPT RL-TIME FROM TIME
           EVALUATE TRUE
               WHEN RL-END-REC
                   MOVE RETURN-CODE TO RL-RETURN-CODE
               WHEN RL-ABEND-REC
                   MOVE CblStackAbendRC TO RL-RETURN-CODE
               WHEN RL-VERSION-REC
                   MOVE ZERO TO RL-RETURN-CODE
                   MOVE CblStackPgmId    TO RL-PGM-NAME
                   MOVE CblStackCompiled TO RL-COMPILED
               WHEN OTHER
                   MOVE ZERO TO RL-RETURN-CODE
           END-EVALUATE
           WRITE RunLedgerRecord
           CLOSE RunLedgerFile
           .
      *  lists, history on - exactly the way the suite traced     *
      *  before TRACECFG existed.  An unrecognized keyword is     *
      *  reported and ignored so a typo in the control file      *
      *  can not quietly change what a job records.  An entry     *
      *  outside its effective/expiry dates is passed over.       *
      *  The dates are held against the window date, not the      *
      *  calendar: before 12:00:00 it is still the night that      *
      *  began yesterday, the rule STACKWIN, STACKSLA and          *
      *  STACKCTL use, so a job at 01:30 sees the same entries      *
      *  as one at 22:00.                                           *
      *****************************************************
       StackCfgLoad                    SECTION.
           MOVE 1 TO CblStackVerbosity
           MOVE 'N' TO CblStackHistSupSw
           PERFORM StackLoadEnv
           MOVE 'N' TO CblStackCfgEofSw
           ACCEPT CblStackDateRaw FROM DATE YYYYMMDD
           ACCEPT CblStackTimeRaw FROM TIME
           IF CblStackTimeRaw < 12000000
               PERFORM StackDateToDays
               SUBTRACT 1 FROM CblStackDateDays
               PERFORM StackDaysToDate
           END-IF
           MOVE CblStackDateRaw TO CblStackCfgDate
           OPEN INPUT TraceCfgFile
           IF CblStackCfgFs = '00'
               PERFORM UNTIL CblStackCfgEof
                           IF TraceCfgRecord(1:1) NOT = '*'
                               AND TC-JOB-NAME NOT = SPACES
                               AND TC-JOB-NAME = CblStackJobName
                               AND (TC-EFF-DATE = SPACES
                                   OR TC-EFF-DATE <= CblStackCfgDate)
                               AND (TC-EXP-DATE = SPACES
                                   OR TC-EXP-DATE >= CblStackCfgDate)
                               PERFORM StackCfgRecord
                           END-IF
                   END-READ
