      *  bytes after a conversion of the live master - run         *
      *  a STACKPRG rebuild (or remerge) after this job so         *
      *  inquiries answer from the converted records.              *
      *  Every run appends a CONVERT record to AUDITLOG             *
      *  (CBLSTKLA/CBLSTKLB) with the dataset converted and the     *
      *  records rewritten.                                         *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
           SELECT CnvKeepFile ASSIGN TO "CONVKEEP"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackCnvKeepFs.
           COPY CBLSTKLA.

       DATA                            DIVISION.
       FILE                            SECTION.
      *    Work records carry a whole TraceHistRecord (see CBLSTKH)
      *    - 197 bytes as of the TH-ELAPSED-HS layout.
       01  CnvKeepRecord              PIC X(197).
           COPY CBLSTKLB.

       WORKING-STORAGE                 SECTION.
       77 CblStackHistFs   PIC XX VALUE SPACES.
      *    The old record's text, lifted out of bytes 88 onward
      *    before the elapsed field is laid over them.
       77 StackCnvOldText  PIC X(100) VALUE SPACES.
       77 StackCnvEnvName  PIC X(20) VALUE SPACES.
       77 StackCnvHistDsn  PIC X(44) VALUE SPACES.
           COPY CBLSTKLU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
               DISPLAY '*** STATUS ' CblStackHistFs
                       ' - NOTHING TO CONVERT'
               MOVE 16 TO RETURN-CODE
               PERFORM CnvAudit
               STOP RUN
           END-IF
           OPEN OUTPUT CnvKeepFile
           CLOSE CnvKeepFile
           PERFORM RewriteLive
           PERFORM PrintSummary
           PERFORM CnvAudit
           STOP RUN
           .

                       StackCnvKeepFs ' ***'
               DISPLAY '*** LIVE TRACEHIST LEFT UNTOUCHED ***'
               MOVE 16 TO RETURN-CODE
               MOVE 0 TO StackCnvConvCnt
               PERFORM CnvAudit
               STOP RUN
           END-IF
           .
                           DISPLAY '*** RECORDS ARE IN CONVKEEP - '
                                   'RECOVER FROM THERE ***'
                           MOVE 16 TO RETURN-CODE
                           PERFORM CnvAudit
                           STOP RUN
                       END-IF
               END-READ
           END-IF
           DISPLAY '======== END TRACEHIST LAYOUT CONVERSION ========'
           .

      *****************************************************
      *  CnvAudit - the AUDITLOG record for this run: the    *
      *  dataset behind TRACEHIST and the records converted    *
      *  in it.                                                 *
      *****************************************************
       CnvAudit                        SECTION.
           MOVE 'TRACEHIST' TO StackCnvEnvName
           ACCEPT StackCnvHistDsn FROM ENVIRONMENT StackCnvEnvName
           IF StackCnvHistDsn = SPACES
               MOVE 'TRACEHIST' TO StackCnvHistDsn
           END-IF
           MOVE 'STACKCNV' TO CblStackAudPgm
           MOVE 'CONVERT'  TO CblStackAudFunc
           MOVE StackCnvConvCnt TO CblStackAudCount
           STRING 'TRACEHIST=' DELIMITED BY SIZE
                  StackCnvHistDsn DELIMITED BY SPACE
                  ' READ=' DELIMITED BY SIZE
                  StackCnvReadCnt DELIMITED BY SIZE
                  ' UNRECOGNIZABLE=' DELIMITED BY SIZE
                  StackCnvUnrecCnt DELIMITED BY SIZE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .

           COPY CBLSTKLT.
