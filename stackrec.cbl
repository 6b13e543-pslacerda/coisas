      *  trusted: 0 in sync (or repaired clean), 8 divergent     *
      *  or repair failed, 4 when the run table overflowed       *
      *  and the answer is incomplete.                           *
      *  A REC_REPAIR=Y run appends a REPAIR record to           *
      *  AUDITLOG (CBLSTKLA/CBLSTKLB) with the mirror records     *
      *  deleted and rewritten.                                   *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           COPY CBLSTKG.
           COPY CBLSTKR.
           COPY CBLSTKLA.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKH.
           COPY CBLSTKS.
           COPY CBLSTKLB.

       WORKING-STORAGE                 SECTION.
       77 CblStackHistFs   PIC XX VALUE SPACES.
       77 StackRecDoneSw   PIC X VALUE 'N'.
           88 StackRecDone VALUE 'Y' FALSE 'N'.
       77 StackRecDisplayLine PIC X(100).
           COPY CBLSTKLU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
               PERFORM RepairMirror
           END-IF
           PERFORM PrintSummary
           IF StackRecRepair
               PERFORM RecAudit
           END-IF
           STOP RUN
           .

               DISPLAY '*** STATUS ' CblStackHistFs
                       ' - NOTHING TO RECONCILE'
               MOVE 16 TO RETURN-CODE
               IF StackRecRepair
                   PERFORM RecAudit
               END-IF
               STOP RUN
           END-IF
           PERFORM UNTIL StackRecHistEof
           END-EVALUATE
           DISPLAY '======== END RECONCILIATION ========'
           .

      *****************************************************
      *  RecAudit - the AUDITLOG record for a repair run,     *
      *  written even when nothing was out of sync so the       *
      *  trail shows the repair was asked for.                  *
      *****************************************************
       RecAudit                        SECTION.
           MOVE 'STACKREC' TO CblStackAudPgm
           MOVE 'REPAIR'   TO CblStackAudFunc
           COMPUTE CblStackAudCount = StackRecDelCnt + StackRecInsCnt
           STRING 'REC_REPAIR=Y RUNS OUT OF SYNC=' DELIMITED BY SIZE
                  StackRecBadCnt DELIMITED BY SIZE
                  ' DELETED=' DELIMITED BY SIZE
                  StackRecDelCnt DELIMITED BY SIZE
                  ' REWRITTEN=' DELIMITED BY SIZE
                  StackRecInsCnt DELIMITED BY SIZE
                  ' RUNS REPAIRED=' DELIMITED BY SIZE
                  StackRecFixRuns DELIMITED BY SIZE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .

           COPY CBLSTKLT.
