                       " AT " CblStackRestartContext
           END-IF
           MOVE 5 TO CblStackCkptInterval
           MOVE "STACK" TO CblStackPgmId
           MOVE "Main" TO CblStackItem
           PERFORM PerformBegin

