           COPY CBLSTKE.

       StackSubMain                    SECTION.
           MOVE "STACKSUB" TO CblStackPgmId
           MOVE "STACKSUB" TO CblStackItem
           PERFORM PerformBegin

