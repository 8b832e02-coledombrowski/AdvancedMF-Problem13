                  05  STATE-CODE-INDEXED            PIC X(2).
                  05  STATE-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
                  05  FILLER                        PIC X(144).

       FD  INQUIRY-REPORT.
       01  INQUIRY-LINE-OUT                   PIC X(80).
