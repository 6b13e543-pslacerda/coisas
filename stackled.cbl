      *  own stamp says - the window crosses midnight every      *
      *  night, so an 'E' dated the morning after belongs to      *
      *  the run that started the evening before, not to the      *
      *  next day's listing.  The 'A' abend records only grade  *
      *  a run this report already shows as OPEN, so only 'S'     *
      *  and 'E' records fold in.                                 *
      *****************************************************
       LedgerRecord                    SECTION.
           ADD 1 TO StackLedReadCnt
           IF RL-START-REC OR RL-END-REC
               SET StackLedRunIdx TO 1
               SEARCH StackLedRunEntry
                   AT END
                       PERFORM LedgerUnknownRun
                   WHEN StackLedRunKey(StackLedRunIdx) = RL-RUN-ID
                       PERFORM LedgerKnownRun
               END-SEARCH
           END-IF
           .

      *****************************************************
