       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKAUD.
      *****************************************************
      *  STACKAUD - operator action audit report.  Lists the  *
      *  AUDITLOG records (see CBLSTKLA/CBLSTKLB) the            *
      *  maintenance utilities append - alert ACK and CLOSE,      *
      *  history prunes, mirror repairs, layout conversions,       *
      *  catalogue changes - oldest first, each with who did it,    *
      *  when, the parameters, the records it changed and how it    *
      *  ended, so "who closed that critical alert" or "who         *
      *  pruned March" reads off one page.  Selection, all          *
      *  through the environment and all optional:                  *
      *    AUD_FROM / AUD_TO - YYYYMMDD date range, inclusive,      *
      *    AUD_PGM           - one program (STACKACK, STACKPRG ...), *
      *    AUD_OPER          - one operator or invoker.             *
      *  A date that is not YYYYMMDD, or a range that ends before   *
      *  it starts, ends the run with RETURN-CODE 16; an AUDITLOG   *
      *  that will not open with 12.  Any FAILED action in the      *
      *  selection leaves 4.                                        *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           COPY CBLSTKLA.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKLB.

       WORKING-STORAGE                 SECTION.
       77 CblStackAudFs    PIC XX VALUE SPACES.

       77 StackAudEofSw    PIC X VALUE 'N'.
           88 StackAudEof  VALUE 'Y'.
       77 StackAudEnvName  PIC X(20) VALUE SPACES.
       77 StackAudFrom     PIC X(08) VALUE SPACES.
       77 StackAudTo       PIC X(08) VALUE SPACES.
       77 StackAudPgm      PIC X(08) VALUE SPACES.
       77 StackAudOper     PIC X(08) VALUE SPACES.
       77 StackAudReadCnt  PIC 9(7) VALUE 0.
       77 StackAudSelCnt   PIC 9(7) VALUE 0.
       77 StackAudFailCnt  PIC 9(7) VALUE 0.
       77 StackAudRejCnt   PIC 9(7) VALUE 0.
       77 StackAudDisplayLine PIC X(132).

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           PERFORM LoadSelection
           OPEN INPUT AuditLogFile
           IF CblStackAudFs NOT = '00'
               DISPLAY '*** AUDITLOG NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' CblStackAudFs
                       ' - NOTHING TO REPORT'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           DISPLAY '======== OPERATOR ACTION AUDIT ========'
           IF StackAudFrom NOT = SPACES OR StackAudTo NOT = SPACES
               DISPLAY 'DATES:    ' StackAudFrom ' TO ' StackAudTo
           END-IF
           IF StackAudPgm NOT = SPACES
               DISPLAY 'PROGRAM:  ' StackAudPgm
           END-IF
           IF StackAudOper NOT = SPACES
               DISPLAY 'OPERATOR: ' StackAudOper
           END-IF
           PERFORM UNTIL StackAudEof
               READ AuditLogFile
                   AT END
                       SET StackAudEof TO TRUE
                   NOT AT END
                       PERFORM AuditRecord
               END-READ
           END-PERFORM
           CLOSE AuditLogFile
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  LoadSelection - the four optional selections.  Dates  *
      *  are checked before the log is opened.                  *
      *****************************************************
       LoadSelection                   SECTION.
           MOVE 'AUD_FROM' TO StackAudEnvName
           ACCEPT StackAudFrom FROM ENVIRONMENT StackAudEnvName
           MOVE 'AUD_TO' TO StackAudEnvName
           ACCEPT StackAudTo FROM ENVIRONMENT StackAudEnvName
           MOVE 'AUD_PGM' TO StackAudEnvName
           ACCEPT StackAudPgm FROM ENVIRONMENT StackAudEnvName
           MOVE 'AUD_OPER' TO StackAudEnvName
           ACCEPT StackAudOper FROM ENVIRONMENT StackAudEnvName
           IF (StackAudFrom NOT = SPACES
                   AND StackAudFrom IS NOT NUMERIC)
               OR (StackAudTo NOT = SPACES
                   AND StackAudTo IS NOT NUMERIC)
               DISPLAY '*** AUD_FROM/AUD_TO NOT YYYYMMDD - '
                       'NOTHING REPORTED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           IF StackAudFrom NOT = SPACES AND StackAudTo NOT = SPACES
               AND StackAudTo < StackAudFrom
               DISPLAY '*** AUD_TO ' StackAudTo ' BEFORE AUD_FROM '
                       StackAudFrom ' - NOTHING REPORTED ***'
               MOVE 16 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  AuditRecord - select and list one log record: the    *
      *  action on one line, its parameters under it.           *
      *****************************************************
       AuditRecord                     SECTION.
           ADD 1 TO StackAudReadCnt
           IF (StackAudFrom = SPACES OR AU-DATE >= StackAudFrom)
               AND (StackAudTo = SPACES OR AU-DATE <= StackAudTo)
               AND (StackAudPgm = SPACES OR AU-PROGRAM = StackAudPgm)
               AND (StackAudOper = SPACES
                   OR AU-OPER-ID = StackAudOper)
               ADD 1 TO StackAudSelCnt
               IF AU-OUTCOME = 'FAILED'
                   ADD 1 TO StackAudFailCnt
               END-IF
               IF AU-OUTCOME = 'REJECTED'
                   ADD 1 TO StackAudRejCnt
               END-IF
               MOVE SPACES TO StackAudDisplayLine
               STRING AU-DATE DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AU-TIME(1:6) DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AU-PROGRAM DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AU-FUNCTION DELIMITED BY SIZE
                      ' BY ' DELIMITED BY SIZE
                      AU-OPER-ID DELIMITED BY SIZE
                      ' ' DELIMITED BY SIZE
                      AU-OUTCOME DELIMITED BY SIZE
                      ' RC=' DELIMITED BY SIZE
                      AU-RETURN-CODE DELIMITED BY SIZE
                      ' RECORDS=' DELIMITED BY SIZE
                      AU-REC-COUNT DELIMITED BY SIZE
                   INTO StackAudDisplayLine
               DISPLAY StackAudDisplayLine
               MOVE SPACES TO StackAudDisplayLine
               STRING '    ' DELIMITED BY SIZE
                      AU-PARMS DELIMITED BY SIZE
                   INTO StackAudDisplayLine
               DISPLAY StackAudDisplayLine
           END-IF
           .

       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'LOG RECORDS READ: ' StackAudReadCnt
           DISPLAY 'ACTIONS SELECTED: ' StackAudSelCnt
           DISPLAY 'FAILED:           ' StackAudFailCnt
           DISPLAY 'REJECTED:         ' StackAudRejCnt
           DISPLAY '======== END OPERATOR ACTION AUDIT ========'
           IF StackAudFailCnt > 0
               MOVE 4 TO RETURN-CODE
           END-IF
           .
