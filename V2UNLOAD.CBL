           05  STATE-CODE-INDEXED            PIC X(2).
           05  STATE-WH-INDEXED              PIC S9(5)V99.
           05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
           05  FILLER                        PIC X(144).

       FD  MASTER-OUTPUT-FILE
           LABEL RECORDS ARE STANDARD.
           05  STATE-CODE-OUT                PIC X(2).
           05  STATE-WH-OUT                  PIC S9(5)V99.
           05  YTD-STATE-WH-OUT              PIC S9(5)V99.
           05  FILLER                        PIC X(144).

       FD  MESSAGE-REPORT-FILE.
       01  MESSAGE-LINE-OUT                  PIC X(80).
