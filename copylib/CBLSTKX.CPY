      *  RETURN-CODE as the run's disposition.  A run with     *
      *  an 'S' and no 'E' either abended or is still in        *
      *  flight - exactly the runs the morning wants to          *
      *  find first.  StackAbend adds an 'A' record carrying     *
      *  the abend code, so the two can be told apart and the    *
      *  abend graded the way ALERTOUT grades it.  The return    *
      *  code is zero on 'S' records, which carry none.          *
      *  Each program in the run unit - the driver and every      *
      *  CALLed subprogram on the shared stack - adds one 'V'      *
      *  record on its first push, carrying its name and its       *
      *  WHEN-COMPILED stamp, so a run can be tied to the build    *
      *  of every module it loaded (STACKVER keeps the registry).  *
      *  Program name and stamp are blank on the other records.   *
      *****************************************************
       FD  RunLedgerFile.
       01  RunLedgerRecord.
           05 RL-REC-TYPE             PIC X(01).
               88 RL-START-REC        VALUE 'S'.
               88 RL-END-REC          VALUE 'E'.
               88 RL-ABEND-REC        VALUE 'A'.
               88 RL-VERSION-REC      VALUE 'V'.
           05 FILLER                  PIC X(01).
           05 RL-RUN-ID               PIC X(16).
           05 FILLER                  PIC X(01).
           05 RL-TIME                 PIC 9(08).
           05 FILLER                  PIC X(01).
           05 RL-RETURN-CODE          PIC 9(03).
           05 FILLER                  PIC X(01).
           05 RL-PGM-NAME             PIC X(08).
           05 FILLER                  PIC X(01).
           05 RL-COMPILED             PIC X(16).
