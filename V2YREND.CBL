                  05  STATE-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
                  05  FILLER                        PIC X(12).
                  05  PRETAX-401K-INDEXED           PIC S9(5)V99.
                  05  PRETAX-125-INDEXED            PIC S9(5)V99.
                  05  YTD-401K-INDEXED              PIC S9(7)V99.
                  05  YTD-125-INDEXED               PIC S9(7)V99.
                  05  SS-TAX-INDEXED                PIC S9(5)V99.
                  05  MEDICARE-INDEXED              PIC S9(5)V99.
                  05  YTD-SS-TAX-INDEXED            PIC S9(7)V99.
                  05  YTD-MEDICARE-INDEXED          PIC S9(7)V99.
                  05  YTD-SS-WAGES-INDEXED          PIC S9(7)V99.
                  05  YTD-MED-WAGES-INDEXED         PIC S9(7)V99.
                  05  WORK-LOCAL-INDEXED            PIC X(4).
                  05  RES-LOCAL-INDEXED             PIC X(4).
                  05  TAX-LOCAL-INDEXED             PIC X(4).
                  05  LOCAL-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-LOCAL-WH-INDEXED          PIC S9(7)V99.
                  05  YTD-LOCAL-WAGES-INDEXED       PIC S9(7)V99.
                  05  FILLER                        PIC X(13).

       FD  TERMINATED-FILE
           LABEL RECORDS ARE STANDARD.
           05  REHIRE-FLAG-TERM              PIC X.
               88  TERM-REC-REHIRED                 VALUE 'R'.
           05  FILLER                        PIC X(5).
           05  YTD-401K-TERM                 PIC S9(7)V99.
           05  YTD-125-TERM                  PIC S9(7)V99.
           05  FILLER                        PIC X(114).

       FD  HISTORY-FILE
           LABEL RECORDS ARE STANDARD.
           05  LV-VAC-TAKEN                  PIC S9(4)V99.
           05  LV-SICK-ACCRUED               PIC S9(4)V99.
           05  LV-SICK-TAKEN                 PIC S9(4)V99.
           05  FILLER                        PIC X(6).
           05  LV-STATUS                     PIC X.
               88  LV-CLOSED                        VALUE 'C'.
           05  FILLER                        PIC X(34).

       FD  YEAREND-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
           05  AC-PURGE-COUNT             PIC S999  VALUE 0.
           05  AC-LEAVE-COUNT             PIC S999  VALUE 0.
           05  AC-DUPLICATE-COUNT         PIC S999  VALUE 0.
           05  AC-LEAVE-CLOSED-COUNT      PIC S999  VALUE 0.
           05  AC-YTD-GROSS-TOTAL         PIC S9(9)V99 VALUE 0.
           05  AC-YTD-FICA-TOTAL          PIC S9(6)V99 VALUE 0.
           05  AC-YTD-WH-TOTAL            PIC S9(7)V99 VALUE 0.
               03  SL-LEAVE-COUNT              PIC ZZ9.
               03                              PIC X(26)  VALUE SPACES.

           02  SL-LINE-8.
               03                              PIC X(26)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "CLOSED LEAVE SKIPPED   =  ".
               03  SL-LEAVE-CLOSED-COUNT       PIC ZZ9.
               03                              PIC X(26)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE

       340-PROCESS-LEAVE.

           IF LV-CLOSED
               ADD 1 TO AC-LEAVE-CLOSED-COUNT
           ELSE
               PERFORM 345-CARRY-LEAVE-RTN
           END-IF.

           PERFORM 270-READ-LEAVE.

       345-CARRY-LEAVE-RTN.

           COMPUTE LEAVE-AVAIL-WS =
               LV-VAC-ACCRUED - LV-VAC-TAKEN.

                   ADD 1 TO AC-LEAVE-COUNT
           END-REWRITE.

       400-WRITE-HISTORY-RTN.

           MOVE MASTER-SSN-INDEXED TO HIST-SSN.
           MOVE ZERO TO YTD-FICA-INDEXED.
           MOVE ZERO TO YTD-WH-INDEXED.
           MOVE ZERO TO YTD-STATE-WH-INDEXED.
           MOVE ZERO TO YTD-401K-INDEXED.
           MOVE ZERO TO YTD-125-INDEXED.
           MOVE ZERO TO YTD-SS-TAX-INDEXED.
           MOVE ZERO TO YTD-MEDICARE-INDEXED.
           MOVE ZERO TO YTD-SS-WAGES-INDEXED.
           MOVE ZERO TO YTD-MED-WAGES-INDEXED.
           MOVE ZERO TO YTD-LOCAL-WH-INDEXED.
           MOVE ZERO TO YTD-LOCAL-WAGES-INDEXED.

           REWRITE MASTER-REC-INDEXED
               INVALID KEY
           MOVE AC-DUPLICATE-COUNT TO SL-DUPLICATE-COUNT.
           MOVE AC-PURGE-COUNT TO SL-PURGE-COUNT.
           MOVE AC-LEAVE-COUNT TO SL-LEAVE-COUNT.
           MOVE AC-LEAVE-CLOSED-COUNT TO SL-LEAVE-CLOSED-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE-OUT FROM SL-LINE-7
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-8
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

