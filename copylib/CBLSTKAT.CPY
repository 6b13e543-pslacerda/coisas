      *****************************************************
      *  CBLSTKAT - POOR MAN'S TRACEBACK - ALERT ACTION     *
      *  COPY into PROCEDURE DIVISION, with CBLSTKAU in       *
      *  WORKING-STORAGE.  The one place an operator's ACK or    *
      *  CLOSE touches ALERTSTA, shared by the STACKACK batch     *
      *  functions and the STACKCON console so the two can        *
      *  never disagree about what acknowledging an alert          *
      *  means.  ALERTSTA must be open I-O and the audit log       *
      *  copybooks present.                                        *
      *****************************************************

      *****************************************************
      *  StackAlertOperate - mark one alert acknowledged or  *
      *  closed.  Job, section and initials are all required   *
      *  so the trail always says who.  RETURN-CODE is raised    *
      *  to 16 for a refused action and 8 for one that found      *
      *  no alert or could not be rewritten, then the AUDITLOG     *
      *  record is appended whatever the outcome.                  *
      *****************************************************
       StackAlertOperate               SECTION.
           MOVE SPACES TO CblStackOpOldStat
           MOVE SPACES TO CblStackOpOldOper
           MOVE SPACES TO CblStackOpMsg
           EVALUATE CblStackOpFunc
               WHEN 'ACK     '
                   MOVE 'A' TO CblStackOpNewStat
               WHEN 'CLOSE   '
                   MOVE 'C' TO CblStackOpNewStat
               WHEN OTHER
                   MOVE SPACES TO CblStackOpNewStat
           END-EVALUATE
           EVALUATE TRUE
               WHEN CblStackOpJob = SPACES
                   OR CblStackOpItem = SPACES
                   OR CblStackOpOper = SPACES
                   SET CblStackOpRejected TO TRUE
                   STRING '*** JOB, SECTION AND OPERATOR INITIALS '
                              DELIMITED BY SIZE
                          'ALL REQUIRED - NOTHING MARKED ***'
                              DELIMITED BY SIZE
                       INTO CblStackOpMsg
               WHEN CblStackOpNewStat = SPACES
                   SET CblStackOpRejected TO TRUE
                   STRING '*** FUNCTION ' DELIMITED BY SIZE
                          CblStackOpFunc DELIMITED BY SPACE
                          ' NOT ACK/CLOSE - NOTHING MARKED ***'
                              DELIMITED BY SIZE
                       INTO CblStackOpMsg
               WHEN OTHER
                   MOVE CblStackOpJob  TO AS-JOB-NAME
                   MOVE CblStackOpItem TO AS-ITEM-NAME
                   READ AlertStatFile
                       INVALID KEY
                           SET CblStackOpNotFound TO TRUE
                           STRING '*** NO ALERT FOR JOB '
                                      DELIMITED BY SIZE
                                  CblStackOpJob DELIMITED BY SIZE
                                  ' SECTION ' DELIMITED BY SIZE
                                  CblStackOpItem DELIMITED BY SIZE
                                  ' ***' DELIMITED BY SIZE
                               INTO CblStackOpMsg
                       NOT INVALID KEY
                           PERFORM StackAlertOperRecord
                   END-READ
           END-EVALUATE
           EVALUATE TRUE
               WHEN CblStackOpApplied
                   CONTINUE
               WHEN CblStackOpRejected
                   IF RETURN-CODE < 16
                       MOVE 16 TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
           END-EVALUATE
           PERFORM StackAlertOperAudit
           .

       StackAlertOperRecord            SECTION.
           MOVE AS-STATUS         TO CblStackOpOldStat
           MOVE AS-OPER-ID        TO CblStackOpOldOper
           MOVE CblStackOpNewStat TO AS-STATUS
           MOVE CblStackOpOper    TO AS-OPER-ID
           MOVE CblStackToDate    TO AS-OPER-DATE
           MOVE CblStackToTime    TO AS-OPER-TIME
           REWRITE AlertStatRecord
           IF CblStackAstFs = '00'
               SET CblStackOpApplied TO TRUE
               IF AS-ST-ACKED
                   STRING 'ALERT ' DELIMITED BY SIZE
                          AS-JOB-NAME DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AS-ITEM-NAME DELIMITED BY SIZE
                          ' ACKNOWLEDGED BY ' DELIMITED BY SIZE
                          AS-OPER-ID DELIMITED BY SIZE
                       INTO CblStackOpMsg
               ELSE
                   STRING 'ALERT ' DELIMITED BY SIZE
                          AS-JOB-NAME DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          AS-ITEM-NAME DELIMITED BY SIZE
                          ' CLOSED BY ' DELIMITED BY SIZE
                          AS-OPER-ID DELIMITED BY SIZE
                       INTO CblStackOpMsg
               END-IF
           ELSE
               SET CblStackOpFailed TO TRUE
               STRING '*** ALERTSTA REWRITE FAILED - STATUS '
                          DELIMITED BY SIZE
                      CblStackAstFs DELIMITED BY SIZE
                      ' ***' DELIMITED BY SIZE
                   INTO CblStackOpMsg
           END-IF
           .

      *****************************************************
      *  StackAlertOperAudit - the AUDITLOG record for one    *
      *  ACK or CLOSE.  WAS= carries the status and initials   *
      *  the alert held before (blank when nothing was            *
      *  applied).                                                *
      *****************************************************
       StackAlertOperAudit             SECTION.
           MOVE CblStackOpPgm  TO CblStackAudPgm
           MOVE CblStackOpFunc TO CblStackAudFunc
           MOVE CblStackOpOper TO CblStackAudOper
           IF CblStackOpApplied
               MOVE 1 TO CblStackAudCount
           ELSE
               MOVE 0 TO CblStackAudCount
           END-IF
           IF CblStackOpRejected
               MOVE 'REJECTED' TO CblStackAudOutcome
           END-IF
           STRING 'ACK_JOB=' DELIMITED BY SIZE
                  CblStackOpJob DELIMITED BY SPACE
                  ' ACK_ITEM=' DELIMITED BY SIZE
                  CblStackOpItem DELIMITED BY SPACE
                  ' ACK_OPER=' DELIMITED BY SIZE
                  CblStackOpOper DELIMITED BY SPACE
                  ' WAS=' DELIMITED BY SIZE
                  CblStackOpOldStat DELIMITED BY SIZE
                  '/' DELIMITED BY SIZE
                  CblStackOpOldOper DELIMITED BY SIZE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .
