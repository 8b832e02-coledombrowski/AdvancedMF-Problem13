           05  DEPT-CODE                     PIC X(5).
           05  DEPT-NAME                     PIC X(20).
           05  DEPT-GL-ACCOUNT               PIC X(8).
           05  FILLER                        PIC X(27).

       FD  DIST-LIST-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
