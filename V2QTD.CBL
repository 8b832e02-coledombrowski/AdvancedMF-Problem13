                  05  STATE-CODE-INDEXED            PIC X(2).
                  05  STATE-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
                  05  FILLER                        PIC X(144).

       FD  TERMINATED-FILE
           LABEL RECORDS ARE STANDARD.
           05  STATE-WH-TERM                 PIC S9(5)V99.
           05  YTD-STATE-WH-TERM             PIC S9(5)V99.
           05  TERM-DATE-TERM                PIC 9(6).
           05  FILLER                        PIC X(138).

       FD  QUARTERLY-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
