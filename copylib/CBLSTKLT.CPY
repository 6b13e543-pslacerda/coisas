      *****************************************************
      *  CBLSTKLT - POOR MAN'S TRACEBACK - AUDITLOG APPEND  *
      *  COPY into PROCEDURE DIVISION, with CBLSTKLU in      *
      *  WORKING-STORAGE.                                      *
      *****************************************************

      *****************************************************
      *  StackAuditWrite - append one AUDITLOG record for    *
      *  the action just taken, with the same status-35        *
      *  first-time fallback StackLedgerWrite uses.  A blank    *
      *  operator becomes the OPER_ID environment value, then    *
      *  the USER the job ran under, so the trail always names    *
      *  somebody; a blank outcome is read off RETURN-CODE.        *
      *  An audit log that will not open does not undo the          *
      *  action already taken - it is reported and the run          *
      *  ends no better than RETURN-CODE 4, so the gap is seen.     *
      *  Everything but the program name is cleared afterwards,      *
      *  ready for the next record.                                  *
      *****************************************************
       StackAuditWrite                 SECTION.
           IF CblStackAudOper = SPACES
               MOVE 'OPER_ID' TO CblStackAudEnvName
               ACCEPT CblStackAudOper
                   FROM ENVIRONMENT CblStackAudEnvName
           END-IF
           IF CblStackAudOper = SPACES
               MOVE 'USER' TO CblStackAudEnvName
               ACCEPT CblStackAudOper
                   FROM ENVIRONMENT CblStackAudEnvName
           END-IF
           IF CblStackAudOper = SPACES
               MOVE 'UNKNOWN' TO CblStackAudOper
           END-IF
           IF CblStackAudOutcome = SPACES
               EVALUATE TRUE
                   WHEN RETURN-CODE = 0
                       MOVE 'OK' TO CblStackAudOutcome
                   WHEN RETURN-CODE < 8
                       MOVE 'WARNING' TO CblStackAudOutcome
                   WHEN OTHER
                       MOVE 'FAILED' TO CblStackAudOutcome
               END-EVALUATE
           END-IF
           OPEN EXTEND AuditLogFile
           IF CblStackAudFs = '35'
               OPEN OUTPUT AuditLogFile
           END-IF
           IF CblStackAudFs = '00'
               MOVE SPACES TO AuditLogRecord
               ACCEPT AU-DATE FROM DATE YYYYMMDD
               ACCEPT AU-TIME FROM TIME
               MOVE CblStackAudPgm     TO AU-PROGRAM
               MOVE CblStackAudFunc    TO AU-FUNCTION
               MOVE CblStackAudOper    TO AU-OPER-ID
               MOVE CblStackAudOutcome TO AU-OUTCOME
               MOVE RETURN-CODE        TO AU-RETURN-CODE
               MOVE CblStackAudCount   TO AU-REC-COUNT
               MOVE CblStackAudParms   TO AU-PARMS
               WRITE AuditLogRecord
               CLOSE AuditLogFile
           ELSE
               DISPLAY '*** AUDITLOG NOT AVAILABLE - STATUS '
                       CblStackAudFs ' - ACTION NOT AUDITED ***'
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           MOVE SPACES TO CblStackAudFunc
           MOVE SPACES TO CblStackAudOper
           MOVE SPACES TO CblStackAudOutcome
           MOVE SPACES TO CblStackAudParms
           MOVE 0      TO CblStackAudCount
           .
