                  05  STATE-CODE-INDEXED            PIC X(2).
                  05  STATE-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
                  05  FILLER                        PIC X(144).

       SD  SORT-WORK-FILE.

                  05  SORT-STATE-CODE                  PIC X(2).
                  05  SORT-STATE-WH                    PIC S9(5)V99.
                  05  SORT-YTD-STATE-WH                PIC S9(5)V99.
                  05  FILLER                          PIC X(144).

       FD  SORTED-MASTER-FILE.

                  05  SM-STATE-CODE                       PIC X(2).
                  05  SM-STATE-WH                         PIC S9(5)V99.
                  05  SM-YTD-STATE-WH                     PIC S9(5)V99.
                  05  FILLER                             PIC X(144).

       FD  SALESMAN-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
