      *    - reject counts per job from MERGREJ,                  *
      *    - frame and dump counts for the latest date in        *
      *      the master against the date before it.              *
      *  Every alert, from either file, carries the ticket and   *
      *  runbook action of its KNOWNPRB known-problem entry, or  *
      *  a NEW PROBLEM flag when the catalogue has none.         *
      *  Nothing here blocks on a missing dataset - a quiet     *
      *  night reads as a page of clean zeroes, not an          *
      *  error.  Any abend alert or pending restart leaves     *
           COPY CBLSTKK.
           COPY CBLSTKO.
           COPY CBLSTKA.
           COPY CBLSTKKA.

       DATA                            DIVISION.
       FILE                            SECTION.
           COPY CBLSTKL.
           COPY CBLSTKQ.
           COPY CBLSTKB.
           COPY CBLSTKKB.

       WORKING-STORAGE                 SECTION.
       77 StackDigJobsFs   PIC XX VALUE SPACES.
       77 StackDigPriorIdx PIC 99 VALUE 0.
       77 StackDigScanIdx  PIC 99 VALUE 0.
       77 StackDigWorkDate PIC X(08) VALUE SPACES.
           COPY CBLSTKKU.

       PROCEDURE                       DIVISION.
       Main                            SECTION.
           DISPLAY '======== MORNING OPERATIONS DIGEST ========'
           PERFORM LoadJobList
           PERFORM StackKnownOpen
           PERFORM AlertSection
           PERFORM OpenAlertSection
           PERFORM StackKnownClose
           PERFORM RestartSection
           PERFORM RejectSection
           PERFORM HistorySection
               INTO StackDigDisplayLine
           DISPLAY StackDigDisplayLine
           DISPLAY '  ' AL-ABEND-MSG
           MOVE AL-JOB-NAME  TO CblStackKnpJob
           MOVE AL-ITEM-NAME TO CblStackKnpItem
           MOVE AL-ABEND-RC  TO CblStackKnpRc
           PERFORM StackKnownNote
           .

      *****************************************************
                  AS-OPER-ID DELIMITED BY SIZE
               INTO StackDigDisplayLine
           DISPLAY StackDigDisplayLine
           MOVE AS-JOB-NAME  TO CblStackKnpJob
           MOVE AS-ITEM-NAME TO CblStackKnpItem
           MOVE AS-ABEND-RC  TO CblStackKnpRc
           PERFORM StackKnownNote
           .

      *****************************************************
               END-IF
           END-IF
           .

           COPY CBLSTKKT.
