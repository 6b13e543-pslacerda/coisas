      *  TH-DATE are kept (never silently archived) and       *
      *  counted.  Missing or bad CUTOFF_DATE ends the run   *
      *  with RETURN-CODE 16 before anything is touched.    *
      *  Every run - pruned, refused or failed - appends a    *
      *  PRUNE record to AUDITLOG (CBLSTKLA/CBLSTKLB) with the  *
      *  cutoff, the archive dataset and the records archived.  *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
               FILE STATUS IS StackPrgKeepFs.
           COPY CBLSTKR.
           COPY CBLSTKY.
           COPY CBLSTKLA.

       DATA                            DIVISION.
       FILE                            SECTION.
       01  PrgKeepRecord              PIC X(197).
           COPY CBLSTKS.
           COPY CBLSTKZ.
           COPY CBLSTKLB.

       WORKING-STORAGE                 SECTION.
       77 CblStackHistFs   PIC XX VALUE SPACES.
       77 StackPrgCtxVal   PIC X(20) VALUE SPACES.
       77 StackPrgCtxSeq   PIC 9(5) VALUE 0.
       77 StackPrgCtxCnt   PIC 9(7) VALUE 0.
           COPY CBLSTKLU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
               DISPLAY '*** CUTOFF_DATE MISSING OR NOT YYYYMMDD - '
                       'NOTHING PURGED ***'
               MOVE 16 TO RETURN-CODE
               MOVE 'REJECTED' TO CblStackAudOutcome
               PERFORM PrgAudit
               STOP RUN
           END-IF
           PERFORM SetArchiveDsn
               DISPLAY '*** TRACEHIST NOT FOUND OR NOT READABLE ***'
               DISPLAY '*** STATUS ' CblStackHistFs
                       ' - NOTHING TO PURGE'
               MOVE 'FAILED' TO CblStackAudOutcome
               PERFORM PrgAudit
               STOP RUN
           END-IF
           OPEN OUTPUT PrgArchFile
           PERFORM RewriteLive
           PERFORM RebuildIndex
           PERFORM PrintSummary
           PERFORM PrgAudit
           STOP RUN
           .

                       StackPrgArchFs ' ***'
               DISPLAY '*** LIVE TRACEHIST LEFT UNTOUCHED ***'
               MOVE 16 TO RETURN-CODE
               MOVE 0 TO StackPrgArchCnt
               PERFORM PrgAudit
               STOP RUN
           END-IF
           .
                           DISPLAY '*** SURVIVORS ARE IN TRACEKEEP - '
                                   'RECOVER FROM THERE ***'
                           MOVE 16 TO RETURN-CODE
                           PERFORM PrgAudit
                           STOP RUN
                       END-IF
               END-READ
           DISPLAY 'CONTEXT RECORDS REBUILT: ' StackPrgCtxCnt
           DISPLAY '======== END TRACEHIST RETENTION RUN ========'
           .

      *****************************************************
      *  PrgAudit - the AUDITLOG record for this run.  The   *
      *  count is the records moved out of the live file.     *
      *****************************************************
       PrgAudit                        SECTION.
           MOVE 'STACKPRG' TO CblStackAudPgm
           MOVE 'PRUNE'    TO CblStackAudFunc
           MOVE StackPrgArchCnt TO CblStackAudCount
           STRING 'CUTOFF_DATE=' DELIMITED BY SIZE
                  StackPrgCutoff DELIMITED BY SPACE
                  ' TRACEARCH=' DELIMITED BY SIZE
                  StackPrgArchDsn DELIMITED BY SPACE
                  ' KEPT=' DELIMITED BY SIZE
                  StackPrgKeptCnt DELIMITED BY SIZE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .

           COPY CBLSTKLT.
