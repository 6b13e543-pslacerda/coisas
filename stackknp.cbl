       IDENTIFICATION                  DIVISION.
       PROGRAM-ID. STACKKNP.
      *****************************************************
      *  STACKKNP - known-problem catalogue maintenance.     *
      *  Applies the KNPTRANS transaction dataset to the       *
      *  keyed KNOWNPRB catalogue (see CBLSTKKA/CBLSTKKB) that   *
      *  the escalation report and the morning digest annotate   *
      *  alerts from, and lists every transaction with what it     *
      *  did.  One transaction per record, '*' in column 1 for     *
      *  comments:                                                  *
      *    ADD    - a new entry; ticket and action required.        *
      *             Adding a retired key reinstates it.             *
      *    CHANGE - new ticket, description and/or action for an    *
      *             active entry; a blank field keeps what is on    *
      *             file.                                           *
      *    RETIRE - the problem is fixed for good: the entry        *
      *             stays on file for the record but stops          *
      *             matching, so a recurrence pages as NEW.         *
      *  Every transaction names job, section, the optional        *
      *  return code (blank = any) and the operator's initials.    *
      *  Changed entries print a BEFORE and an AFTER image; a      *
      *  rejected transaction prints why and changes nothing.      *
      *  Any reject leaves RETURN-CODE 4, a catalogue write        *
      *  failure 8, a catalogue that will not open 12.             *
      *  Every transaction, applied or not, appends a record to    *
      *  AUDITLOG (CBLSTKLA/CBLSTKLB).                              *
      *****************************************************
       ENVIRONMENT                     DIVISION.
       INPUT-OUTPUT                    SECTION.
       FILE-CONTROL.
           SELECT KnpTransFile ASSIGN TO "KNPTRANS"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS StackKnpTransFs.
           COPY CBLSTKKA.
           COPY CBLSTKLA.

       DATA                            DIVISION.
       FILE                            SECTION.
       FD  KnpTransFile.
      *    Function in columns 1-6, job 8-15, section 17-48,
      *    return code 50-52, ticket 54-65, initials 67-69,
      *    description 71-130, runbook action 132-191.
       01  KnpTransRecord.
           05 KT-FUNCTION             PIC X(06).
           05 FILLER                  PIC X(01).
           05 KT-JOB-NAME             PIC X(08).
           05 FILLER                  PIC X(01).
           05 KT-ITEM-NAME            PIC X(32).
           05 FILLER                  PIC X(01).
           05 KT-ABEND-RC             PIC X(03).
           05 FILLER                  PIC X(01).
           05 KT-TICKET               PIC X(12).
           05 FILLER                  PIC X(01).
           05 KT-OPER-ID              PIC X(03).
           05 FILLER                  PIC X(01).
           05 KT-DESC                 PIC X(60).
           05 FILLER                  PIC X(01).
           05 KT-ACTION               PIC X(60).
           COPY CBLSTKKB.
           COPY CBLSTKLB.

       WORKING-STORAGE                 SECTION.
       77 StackKnpTransFs  PIC XX VALUE SPACES.
       77 CblStackKnpFs    PIC XX VALUE SPACES.

       77 StackKnpTransEofSw PIC X VALUE 'N'.
           88 StackKnpTransEof VALUE 'Y'.
       77 StackKnpTxnOkSw  PIC X VALUE 'Y'.
           88 StackKnpTxnOk VALUE 'Y' FALSE 'N'.
       77 StackKnpToday    PIC X(08) VALUE SPACES.
       77 StackKnpReject   PIC X(50) VALUE SPACES.
       77 StackKnpImageTag PIC X(08) VALUE SPACES.

       77 StackKnpReadCnt  PIC 9(7) VALUE 0.
       77 StackKnpAddCnt   PIC 9(7) VALUE 0.
       77 StackKnpReinCnt  PIC 9(7) VALUE 0.
       77 StackKnpChgCnt   PIC 9(7) VALUE 0.
       77 StackKnpRetCnt   PIC 9(7) VALUE 0.
       77 StackKnpRejCnt   PIC 9(7) VALUE 0.
       77 StackKnpFailCnt  PIC 9(7) VALUE 0.
       77 StackKnpDisplayLine PIC X(120).
           COPY CBLSTKLU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           ACCEPT StackKnpToday FROM DATE YYYYMMDD
           DISPLAY '======== KNOWN-PROBLEM CATALOGUE MAINTENANCE '
                   '========'
           PERFORM KnpOpen
           OPEN INPUT KnpTransFile
           IF StackKnpTransFs = '00'
               PERFORM UNTIL StackKnpTransEof
                   READ KnpTransFile
                       AT END
                           SET StackKnpTransEof TO TRUE
                       NOT AT END
                           IF KnpTransRecord NOT = SPACES
                               AND KnpTransRecord(1:1) NOT = '*'
                               PERFORM KnpTransaction
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE KnpTransFile
           ELSE
               IF StackKnpTransFs = '35'
                   DISPLAY 'NO KNPTRANS - NOTHING TO APPLY'
               ELSE
                   DISPLAY '*** KNPTRANS OPEN ERROR - STATUS '
                           StackKnpTransFs ' ***'
                   MOVE 12 TO RETURN-CODE
               END-IF
           END-IF
           CLOSE KnownPrbFile
           PERFORM PrintSummary
           STOP RUN
           .

      *****************************************************
      *  KnpOpen - open the catalogue for update, creating   *
      *  it the first time, the same status-35 dance AstOpen   *
      *  does for ALERTSTA.                                     *
      *****************************************************
       KnpOpen                         SECTION.
           OPEN I-O KnownPrbFile
           IF CblStackKnpFs = '35'
               OPEN OUTPUT KnownPrbFile
               IF CblStackKnpFs = '00'
                   CLOSE KnownPrbFile
                   OPEN I-O KnownPrbFile
               END-IF
           END-IF
           IF CblStackKnpFs NOT = '00'
               DISPLAY '*** KNOWNPRB NOT AVAILABLE - STATUS '
                       CblStackKnpFs ' - NOTHING APPLIED ***'
               MOVE 12 TO RETURN-CODE
               STOP RUN
           END-IF
           .

      *****************************************************
      *  KnpTransaction - list, check and apply one          *
      *  transaction.                                          *
      *****************************************************
       KnpTransaction                  SECTION.
           ADD 1 TO StackKnpReadCnt
           SET StackKnpTxnOk TO TRUE
           DISPLAY ' '
           MOVE SPACES TO StackKnpDisplayLine
           STRING 'TRANSACTION ' DELIMITED BY SIZE
                  StackKnpReadCnt DELIMITED BY SIZE
                  ' ' DELIMITED BY SIZE
                  KT-FUNCTION DELIMITED BY SIZE
                  ' JOB ' DELIMITED BY SIZE
                  KT-JOB-NAME DELIMITED BY SIZE
                  ' SECTION ' DELIMITED BY SIZE
                  KT-ITEM-NAME DELIMITED BY SIZE
                  ' RC=' DELIMITED BY SIZE
                  KT-ABEND-RC DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  KT-OPER-ID DELIMITED BY SIZE
               INTO StackKnpDisplayLine
           DISPLAY StackKnpDisplayLine
           PERFORM KnpValidate
           IF StackKnpReject = SPACES
               MOVE KT-JOB-NAME  TO KP-JOB-NAME
               MOVE KT-ITEM-NAME TO KP-ITEM-NAME
               MOVE KT-ABEND-RC  TO KP-ABEND-RC
               READ KnownPrbFile
                   INVALID KEY
                       PERFORM KnpNotOnFile
                   NOT INVALID KEY
                       PERFORM KnpOnFile
               END-READ
           END-IF
           IF StackKnpReject NOT = SPACES
               ADD 1 TO StackKnpRejCnt
               MOVE SPACES TO StackKnpDisplayLine
               STRING '  *** REJECTED - ' DELIMITED BY SIZE
                      StackKnpReject DELIMITED BY SIZE
                   INTO StackKnpDisplayLine
               DISPLAY StackKnpDisplayLine
           END-IF
           PERFORM KnpAudit
           .

      *****************************************************
      *  KnpAudit - the AUDITLOG record for one transaction.  *
      *****************************************************
       KnpAudit                        SECTION.
           MOVE 'STACKKNP'  TO CblStackAudPgm
           MOVE KT-FUNCTION TO CblStackAudFunc
           MOVE KT-OPER-ID  TO CblStackAudOper
           EVALUATE TRUE
               WHEN StackKnpReject NOT = SPACES
                   MOVE 'REJECTED' TO CblStackAudOutcome
               WHEN NOT StackKnpTxnOk
                   MOVE 'FAILED' TO CblStackAudOutcome
               WHEN OTHER
                   MOVE 'OK' TO CblStackAudOutcome
                   MOVE 1 TO CblStackAudCount
           END-EVALUATE
           STRING 'JOB=' DELIMITED BY SIZE
                  KT-JOB-NAME DELIMITED BY SPACE
                  ' SECTION=' DELIMITED BY SIZE
                  KT-ITEM-NAME DELIMITED BY SPACE
                  ' RC=' DELIMITED BY SIZE
                  KT-ABEND-RC DELIMITED BY SIZE
                  ' TICKET=' DELIMITED BY SIZE
                  KT-TICKET DELIMITED BY SPACE
               INTO CblStackAudParms
           PERFORM StackAuditWrite
           .

      *****************************************************
      *  KnpValidate - everything that can be judged from     *
      *  the transaction alone, before the catalogue is read.   *
      *****************************************************
       KnpValidate                     SECTION.
           MOVE SPACES TO StackKnpReject
           EVALUATE TRUE
               WHEN KT-FUNCTION NOT = 'ADD   '
                   AND KT-FUNCTION NOT = 'CHANGE'
                   AND KT-FUNCTION NOT = 'RETIRE'
                   MOVE 'FUNCTION NOT ADD/CHANGE/RETIRE'
                       TO StackKnpReject
               WHEN KT-JOB-NAME = SPACES OR KT-ITEM-NAME = SPACES
                   MOVE 'JOB AND SECTION BOTH REQUIRED'
                       TO StackKnpReject
               WHEN KT-ABEND-RC NOT = SPACES
                   AND KT-ABEND-RC IS NOT NUMERIC
                   MOVE 'RETURN CODE NOT THREE DIGITS OR BLANK'
                       TO StackKnpReject
               WHEN KT-OPER-ID = SPACES
                   MOVE 'OPERATOR INITIALS REQUIRED'
                       TO StackKnpReject
               WHEN KT-FUNCTION = 'ADD   '
                   AND (KT-TICKET = SPACES OR KT-ACTION = SPACES)
                   MOVE 'ADD NEEDS A TICKET AND A RUNBOOK ACTION'
                       TO StackKnpReject
           END-EVALUATE
           .

       KnpNotOnFile                    SECTION.
           IF KT-FUNCTION = 'ADD   '
               MOVE SPACES       TO KnownPrbRecord
               MOVE KT-JOB-NAME  TO KP-JOB-NAME
               MOVE KT-ITEM-NAME TO KP-ITEM-NAME
               MOVE KT-ABEND-RC  TO KP-ABEND-RC
               SET KP-ST-ACTIVE  TO TRUE
               MOVE KT-TICKET    TO KP-TICKET
               MOVE KT-DESC      TO KP-DESC
               MOVE KT-ACTION    TO KP-ACTION
               MOVE StackKnpToday TO KP-ADD-DATE KP-CHG-DATE
               MOVE KT-OPER-ID   TO KP-OPER-ID
               WRITE KnownPrbRecord
               IF CblStackKnpFs = '00'
                   ADD 1 TO StackKnpAddCnt
                   MOVE 'ADDED' TO StackKnpImageTag
                   PERFORM KnpImage
               ELSE
                   PERFORM KnpWriteFailed
               END-IF
           ELSE
               MOVE 'NO SUCH ENTRY ON FILE' TO StackKnpReject
           END-IF
           .

       KnpOnFile                       SECTION.
           EVALUATE TRUE
               WHEN KT-FUNCTION = 'ADD   ' AND KP-ST-ACTIVE
                   MOVE 'ALREADY ON FILE - USE CHANGE'
                       TO StackKnpReject
               WHEN KT-FUNCTION = 'ADD   '
                   MOVE 'BEFORE' TO StackKnpImageTag
                   PERFORM KnpImage
                   SET KP-ST-ACTIVE TO TRUE
                   MOVE KT-TICKET TO KP-TICKET
                   MOVE KT-DESC   TO KP-DESC
                   MOVE KT-ACTION TO KP-ACTION
                   PERFORM KnpRewrite
                   IF StackKnpTxnOk
                       ADD 1 TO StackKnpReinCnt
                   END-IF
               WHEN KP-ST-RETIRED
                   MOVE 'ENTRY IS RETIRED - ADD IT TO REINSTATE'
                       TO StackKnpReject
               WHEN KT-FUNCTION = 'CHANGE'
                   MOVE 'BEFORE' TO StackKnpImageTag
                   PERFORM KnpImage
                   IF KT-TICKET NOT = SPACES
                       MOVE KT-TICKET TO KP-TICKET
                   END-IF
                   IF KT-DESC NOT = SPACES
                       MOVE KT-DESC TO KP-DESC
                   END-IF
                   IF KT-ACTION NOT = SPACES
                       MOVE KT-ACTION TO KP-ACTION
                   END-IF
                   PERFORM KnpRewrite
                   IF StackKnpTxnOk
                       ADD 1 TO StackKnpChgCnt
                   END-IF
               WHEN OTHER
                   MOVE 'BEFORE' TO StackKnpImageTag
                   PERFORM KnpImage
                   SET KP-ST-RETIRED TO TRUE
                   PERFORM KnpRewrite
                   IF StackKnpTxnOk
                       ADD 1 TO StackKnpRetCnt
                   END-IF
           END-EVALUATE
           .

       KnpRewrite                      SECTION.
           MOVE StackKnpToday TO KP-CHG-DATE
           MOVE KT-OPER-ID    TO KP-OPER-ID
           REWRITE KnownPrbRecord
           IF CblStackKnpFs = '00'
               MOVE 'AFTER' TO StackKnpImageTag
               PERFORM KnpImage
           ELSE
               PERFORM KnpWriteFailed
           END-IF
           .

      *    no declaratives here, so a catalogue write that went
      *    nowhere is reported by hand and fails the run
       KnpWriteFailed                  SECTION.
           ADD 1 TO StackKnpFailCnt
           SET StackKnpTxnOk TO FALSE
           DISPLAY '  *** KNOWNPRB WRITE FAILED - STATUS '
                   CblStackKnpFs ' - ENTRY NOT CHANGED ***'
           .

      *****************************************************
      *  KnpImage - the entry as it stands in                 *
      *  KnownPrbRecord, tagged BEFORE/AFTER/ADDED.             *
      *****************************************************
       KnpImage                        SECTION.
           MOVE SPACES TO StackKnpDisplayLine
           STRING '  ' DELIMITED BY SIZE
                  StackKnpImageTag DELIMITED BY SIZE
                  ' STATUS=' DELIMITED BY SIZE
                  KP-STATUS DELIMITED BY SIZE
                  ' TICKET=' DELIMITED BY SIZE
                  KP-TICKET DELIMITED BY SIZE
                  ' ADDED ' DELIMITED BY SIZE
                  KP-ADD-DATE DELIMITED BY SIZE
                  ' CHANGED ' DELIMITED BY SIZE
                  KP-CHG-DATE DELIMITED BY SIZE
                  ' BY ' DELIMITED BY SIZE
                  KP-OPER-ID DELIMITED BY SIZE
               INTO StackKnpDisplayLine
           DISPLAY StackKnpDisplayLine
           DISPLAY '           DESC:   ' KP-DESC
           DISPLAY '           ACTION: ' KP-ACTION
           .

       PrintSummary                    SECTION.
           DISPLAY ' '
           DISPLAY 'TRANSACTIONS READ: ' StackKnpReadCnt
           DISPLAY 'ENTRIES ADDED:     ' StackKnpAddCnt
           DISPLAY 'REINSTATED:        ' StackKnpReinCnt
           DISPLAY 'CHANGED:           ' StackKnpChgCnt
           DISPLAY 'RETIRED:           ' StackKnpRetCnt
           DISPLAY 'REJECTED:          ' StackKnpRejCnt
           IF StackKnpFailCnt > 0
               DISPLAY 'WRITE FAILURES:    ' StackKnpFailCnt
           END-IF
           DISPLAY '======== END KNOWN-PROBLEM CATALOGUE MAINTENANCE '
                   '========'
           IF StackKnpFailCnt > 0
               MOVE 8 TO RETURN-CODE
           ELSE
               IF StackKnpRejCnt > 0 AND RETURN-CODE = 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           .

           COPY CBLSTKLT.
