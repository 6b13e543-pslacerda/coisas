      *             order.  Any escalated alert ends the run      *
      *             with RETURN-CODE 4 so the scheduler can       *
      *             page follow-up.                               *
      *  Every escalated alert is looked up in the KNOWNPRB       *
      *  known-problem catalogue (CBLSTKKA/CBLSTKKB) and shows    *
      *  its ticket and runbook action, or NEW PROBLEM when       *
      *  nothing on file matches.                                 *
      *  Every ACK and CLOSE - applied, refused or not found -    *
      *  appends an AUDITLOG record (CBLSTKLA/CBLSTKLB) naming    *
      *  the operator and what the alert's status and initials    *
      *  were before they were overwritten.                       *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           COPY CBLSTKO.
           COPY CBLSTKA.
           COPY CBLSTKKA.
           COPY CBLSTKLA.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKQ.
           COPY CBLSTKB.
           COPY CBLSTKKB.
           COPY CBLSTKLB.

       WORKING-STORAGE                 SECTION.
       77 CblStackAlertFs  PIC XX VALUE SPACES.
       77 StackAckJob      PIC X(08) VALUE SPACES.
       77 StackAckItem     PIC X(32) VALUE SPACES.
       77 StackAckOper     PIC X(03) VALUE SPACES.

       77 StackAckAstSw    PIC X VALUE 'N'.
           88 StackAckAstOn VALUE 'Y'.
      *    CBLSTKT/CBLSTKU elapsed arithmetic, so the answer stays
      *    right for an alert that fired before midnight.
           COPY CBLSTKU.
           COPY CBLSTKKU.
           COPY CBLSTKLU.
           COPY CBLSTKAU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
               DISPLAY '*** ALERTSTA NOT AVAILABLE - STATUS '
                       CblStackAstFs ' ***'
               MOVE 12 TO RETURN-CODE
               IF StackAckFunc = 'ACK     '
                   OR StackAckFunc = 'CLOSE   '
                   PERFORM ApplyOperNoFile
               END-IF
               STOP RUN
           END-IF
           EVALUATE StackAckFunc
                   PERFORM PrintLoadSummary
                   PERFORM ReportEscalation
               WHEN 'ACK     '
                   PERFORM ApplyOperator
               WHEN 'CLOSE   '
                   PERFORM ApplyOperator
               WHEN 'REPORT  '
                   PERFORM ReportEscalation
      *****************************************************
      *  ApplyOperator - mark one alert acknowledged or      *
      *  closed.  ACK_JOB + ACK_ITEM name the alert and       *
      *  ACK_OPER carries the operator's initials; the shared   *
      *  StackAlertOperate (CBLSTKAT) does the marking and the   *
      *  AUDITLOG record exactly as the STACKCON console does.    *
      *****************************************************
       ApplyOperator                   SECTION.
           MOVE 'ACK_JOB' TO StackAckEnvName
           ACCEPT StackAckItem FROM ENVIRONMENT StackAckEnvName
           MOVE 'ACK_OPER' TO StackAckEnvName
           ACCEPT StackAckOper FROM ENVIRONMENT StackAckEnvName
           MOVE 'STACKACK'   TO CblStackOpPgm
           MOVE StackAckFunc TO CblStackOpFunc
           MOVE StackAckJob  TO CblStackOpJob
           MOVE StackAckItem TO CblStackOpItem
           MOVE StackAckOper TO CblStackOpOper
           PERFORM StackAlertOperate
           IF CblStackOpRejected
               DISPLAY '*** ACK_JOB, ACK_ITEM AND ACK_OPER ALL '
                       'REQUIRED - NOTHING MARKED ***'
           ELSE
               DISPLAY CblStackOpMsg
           END-IF
           .

      *****************************************************
      *  ApplyOperNoFile - an ACK or CLOSE that never reached  *
      *  ALERTSTA still leaves its AUDITLOG record, naming the     *
      *  alert asked for and the status the file refused with.     *
      *****************************************************
       ApplyOperNoFile                 SECTION.
           MOVE 'ACK_JOB' TO StackAckEnvName
           ACCEPT StackAckJob FROM ENVIRONMENT StackAckEnvName
           MOVE 'ACK_ITEM' TO StackAckEnvName
           ACCEPT StackAckItem FROM ENVIRONMENT StackAckEnvName
           MOVE 'ACK_OPER' TO StackAckEnvName
           ACCEPT StackAckOper FROM ENVIRONMENT StackAckEnvName
           MOVE 'STACKACK'   TO CblStackAudPgm
           MOVE StackAckFunc TO CblStackAudFunc
           MOVE StackAckOper TO CblStackAudOper
           MOVE 'FAILED'     TO CblStackAudOutcome
           MOVE 0            TO CblStackAudCount
           STRING 'ACK_JOB=' DELIMITED BY SIZE
                  StackAckJob DELIMITED BY SPACE
                  ' ACK_ITEM=' DELIMITED BY SIZE
                  StackAckItem DELIMITED BY SPACE
                  ' ACK_OPER=' DELIMITED BY SIZE
                  StackAckOper DELIMITED BY SPACE
                  ' ALERTSTA STATUS=' DELIMITED BY SIZE
                  CblStackAstFs DELIMITED BY SIZE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .

      *****************************************************
       ReportEscalation                SECTION.
           DISPLAY '======== ALERT ESCALATION REPORT ========'
           DISPLAY 'ESCALATION AGE (MIN): ' StackAckAgeMin
           PERFORM StackKnownOpen
           MOVE 'N' TO StackAckAstEofSw
           MOVE LOW-VALUES TO AS-KEY
           START AlertStatFile KEY >= AS-KEY
           DISPLAY 'ALERTS ACKNOWLEDGED: ' StackAckStatAck
           DISPLAY 'ALERTS CLOSED:       ' StackAckStatClo
           DISPLAY 'ALERTS ESCALATED:    ' StackAckEscCnt
           IF CblStackKnpOn
               DISPLAY 'NEW PROBLEMS:        ' CblStackKnpNewCnt
           END-IF
           PERFORM StackKnownClose
           DISPLAY '======== END ALERT ESCALATION REPORT ========'
           IF StackAckEscCnt > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
                          AS-RUN-ID DELIMITED BY SIZE
                          ' CTX=' DELIMITED BY SIZE
                          AS-CONTEXT DELIMITED BY SIZE
                          ' RC=' DELIMITED BY SIZE
                          AS-ABEND-RC DELIMITED BY SIZE
                       INTO StackAckDisplayLine
                   DISPLAY StackAckDisplayLine
                   MOVE AS-JOB-NAME  TO CblStackKnpJob
                   MOVE AS-ITEM-NAME TO CblStackKnpItem
                   MOVE AS-ABEND-RC  TO CblStackKnpRc
                   PERFORM StackKnownNote
               END-IF
           END-IF
           .
           .

           COPY CBLSTKT.
           COPY CBLSTKKT.
           COPY CBLSTKLT.
           COPY CBLSTKAT.
