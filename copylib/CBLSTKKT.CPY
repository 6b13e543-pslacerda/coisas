      *****************************************************
      *  CBLSTKKT - POOR MAN'S TRACEBACK - KNOWNPRB LOOKUP  *
      *  COPY into PROCEDURE DIVISION, with CBLSTKKU in      *
      *  WORKING-STORAGE.  Read-only use of the known-problem *
      *  catalogue by the alert reports.  A catalogue that is  *
      *  not there yet leaves every report exactly as it was -  *
      *  no annotation at all rather than every alert flagged    *
      *  as a NEW PROBLEM it may well not be.                    *
      *****************************************************

       StackKnownOpen                  SECTION.
           MOVE 'N' TO CblStackKnpSw
           OPEN INPUT KnownPrbFile
           IF CblStackKnpFs = '00'
               MOVE 'Y' TO CblStackKnpSw
           ELSE
               DISPLAY 'KNOWNPRB NOT AVAILABLE - STATUS '
                       CblStackKnpFs ' - ALERTS NOT ANNOTATED'
           END-IF
           .

       StackKnownClose                 SECTION.
           IF CblStackKnpOn
               CLOSE KnownPrbFile
               MOVE 'N' TO CblStackKnpSw
           END-IF
           .

      *****************************************************
      *  StackKnownLookup - find the active entry for         *
      *  CblStackKnpJob/CblStackKnpItem/CblStackKnpRc: the      *
      *  code-specific key first, then the any-code key.         *
      *  CblStackKnpHit says whether KnownPrbRecord holds one.    *
      *****************************************************
       StackKnownLookup                SECTION.
           SET CblStackKnpHit TO FALSE
           IF CblStackKnpOn
               MOVE CblStackKnpJob  TO KP-JOB-NAME
               MOVE CblStackKnpItem TO KP-ITEM-NAME
               MOVE CblStackKnpRc   TO KP-ABEND-RC
               READ KnownPrbFile
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF KP-ST-ACTIVE
                           SET CblStackKnpHit TO TRUE
                       END-IF
               END-READ
               IF NOT CblStackKnpHit
                   MOVE CblStackKnpJob  TO KP-JOB-NAME
                   MOVE CblStackKnpItem TO KP-ITEM-NAME
                   MOVE SPACES          TO KP-ABEND-RC
                   READ KnownPrbFile
                       INVALID KEY
                           CONTINUE
                       NOT INVALID KEY
                           IF KP-ST-ACTIVE
                               SET CblStackKnpHit TO TRUE
                           END-IF
                   END-READ
               END-IF
           END-IF
           .

      *****************************************************
      *  StackKnownNote - look the alert up and print the     *
      *  annotation under the caller's alert line: the ticket,  *
      *  description and runbook action, or the NEW PROBLEM      *
      *  flag when nothing on file matches.                       *
      *****************************************************
       StackKnownNote                  SECTION.
           IF CblStackKnpOn
               PERFORM StackKnownLookup
               IF CblStackKnpHit
                   MOVE SPACES TO CblStackKnpLine
                   STRING '  KNOWN PROBLEM ' DELIMITED BY SIZE
                          KP-TICKET DELIMITED BY SIZE
                          ' ' DELIMITED BY SIZE
                          KP-DESC DELIMITED BY SIZE
                       INTO CblStackKnpLine
                   DISPLAY CblStackKnpLine
                   MOVE SPACES TO CblStackKnpLine
                   STRING '  ACTION: ' DELIMITED BY SIZE
                          KP-ACTION DELIMITED BY SIZE
                       INTO CblStackKnpLine
                   DISPLAY CblStackKnpLine
               ELSE
                   ADD 1 TO CblStackKnpNewCnt
                   DISPLAY '  *** NEW PROBLEM - NO KNOWN-PROBLEM '
                           'ENTRY ***'
               END-IF
           END-IF
           .
