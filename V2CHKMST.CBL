           05  STATE-CODE-INDEXED            PIC X(2).
           05  STATE-WH-INDEXED              PIC S9(5)V99.
           05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
           05  FILLER                        PIC X(144).

       FD  MASTER-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.
