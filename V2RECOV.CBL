           05  STATE-WH-IN                   PIC S9(5)V99.
           05  YTD-STATE-WH-IN               PIC S9(5)V99.
           05  FILLER                        PIC X(12).
           05  PRETAX-401K-IN                PIC S9(5)V99.
           05  PRETAX-125-IN                 PIC S9(5)V99.
           05  YTD-401K-IN                   PIC S9(7)V99.
           05  YTD-125-IN                    PIC S9(7)V99.
           05  SS-TAX-IN                     PIC S9(5)V99.
           05  MEDICARE-IN                   PIC S9(5)V99.
           05  YTD-SS-TAX-IN                 PIC S9(7)V99.
           05  YTD-MEDICARE-IN               PIC S9(7)V99.
           05  YTD-SS-WAGES-IN               PIC S9(7)V99.
           05  YTD-MED-WAGES-IN              PIC S9(7)V99.
           05  WORK-LOCAL-IN                 PIC X(4).
           05  RES-LOCAL-IN                  PIC X(4).
           05  TAX-LOCAL-IN                  PIC X(4).
           05  LOCAL-WH-IN                   PIC S9(5)V99.
           05  YTD-LOCAL-WH-IN               PIC S9(7)V99.
           05  YTD-LOCAL-WAGES-IN            PIC S9(7)V99.
           05  FILLER                        PIC X(13).

       FD  MASTER-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.
           05  STATE-CODE-INDEXED            PIC X(2).
           05  STATE-WH-INDEXED              PIC S9(5)V99.
           05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
           05  FILLER                        PIC X(8).
           05  COMPANY-CODE-INDEXED          PIC X(2).
           05  FILLER                        PIC X(2).
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
           05  REG-HOURS-INDEXED             PIC 9(3)V99.
           05  OT-HOURS-INDEXED              PIC 9(3)V99.
           05  FILLER                        PIC X(3).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.
           05  AUD-STATE-CODE                PIC X(2).
           05  AUD-STATE-WH                  PIC S9(5)V99.
           05  AUD-YTD-STATE-WH              PIC S9(5)V99.
           05  AUD-PRETAX-401K               PIC S9(5)V99.
           05  AUD-PRETAX-125                PIC S9(5)V99.
           05  AUD-YTD-401K                  PIC S9(7)V99.
           05  AUD-YTD-125                   PIC S9(7)V99.
           05  AUD-SS-TAX                    PIC S9(5)V99.
           05  AUD-MEDICARE                  PIC S9(5)V99.
           05  AUD-YTD-SS-TAX                PIC S9(7)V99.
           05  AUD-YTD-MEDICARE              PIC S9(7)V99.
           05  AUD-YTD-SS-WAGES              PIC S9(7)V99.
           05  AUD-YTD-MED-WAGES             PIC S9(7)V99.
           05  AUD-WORK-LOCAL                PIC X(4).
           05  AUD-RES-LOCAL                 PIC X(4).
           05  AUD-TAX-LOCAL                 PIC X(4).
           05  AUD-LOCAL-WH                  PIC S9(5)V99.
           05  AUD-YTD-LOCAL-WH              PIC S9(7)V99.
           05  AUD-YTD-LOCAL-WAGES           PIC S9(7)V99.
           05  AUD-COMPANY-CODE              PIC X(2).
           05  AUD-REG-HOURS                 PIC 9(3)V99.
           05  AUD-OT-HOURS                  PIC 9(3)V99.

       FD  RECOVERY-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
               MOVE ZERO TO YTD-STATE-WH-IN
           END-IF.

           IF PRETAX-401K-IN IS NOT NUMERIC
               MOVE ZERO TO PRETAX-401K-IN
           END-IF.

           IF PRETAX-125-IN IS NOT NUMERIC
               MOVE ZERO TO PRETAX-125-IN
           END-IF.

           IF YTD-401K-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-401K-IN
           END-IF.

           IF YTD-125-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-125-IN
           END-IF.

           IF SS-TAX-IN IS NOT NUMERIC
               MOVE ZERO TO SS-TAX-IN
           END-IF.

           IF MEDICARE-IN IS NOT NUMERIC
               MOVE ZERO TO MEDICARE-IN
           END-IF.

           IF YTD-SS-TAX-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-SS-TAX-IN
           END-IF.

           IF YTD-MEDICARE-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-MEDICARE-IN
           END-IF.

           IF YTD-SS-WAGES-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-SS-WAGES-IN
           END-IF.

           IF YTD-MED-WAGES-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-MED-WAGES-IN
           END-IF.

           IF LOCAL-WH-IN IS NOT NUMERIC
               MOVE ZERO TO LOCAL-WH-IN
           END-IF.

           IF YTD-LOCAL-WH-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WH-IN
           END-IF.

           IF YTD-LOCAL-WAGES-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WAGES-IN
           END-IF.

           WRITE MASTER-REC-INDEXED FROM MASTER-REC-IN
               INVALID KEY
                   DISPLAY 'DUPLICATE SSN IN SNAPSHOT = '
           MOVE AUD-STATE-CODE TO STATE-CODE-INDEXED.
           MOVE AUD-STATE-WH TO STATE-WH-INDEXED.
           MOVE AUD-YTD-STATE-WH TO YTD-STATE-WH-INDEXED.
           MOVE AUD-PRETAX-401K TO PRETAX-401K-INDEXED.
           MOVE AUD-PRETAX-125 TO PRETAX-125-INDEXED.
           MOVE AUD-YTD-401K TO YTD-401K-INDEXED.
           MOVE AUD-YTD-125 TO YTD-125-INDEXED.
           MOVE AUD-SS-TAX TO SS-TAX-INDEXED.
           MOVE AUD-MEDICARE TO MEDICARE-INDEXED.
           MOVE AUD-YTD-SS-TAX TO YTD-SS-TAX-INDEXED.
           MOVE AUD-YTD-MEDICARE TO YTD-MEDICARE-INDEXED.
           MOVE AUD-YTD-SS-WAGES TO YTD-SS-WAGES-INDEXED.
           MOVE AUD-YTD-MED-WAGES TO YTD-MED-WAGES-INDEXED.
           MOVE AUD-WORK-LOCAL TO WORK-LOCAL-INDEXED.
           MOVE AUD-RES-LOCAL TO RES-LOCAL-INDEXED.
           MOVE AUD-TAX-LOCAL TO TAX-LOCAL-INDEXED.
           MOVE AUD-LOCAL-WH TO LOCAL-WH-INDEXED.
           MOVE AUD-YTD-LOCAL-WH TO YTD-LOCAL-WH-INDEXED.
           MOVE AUD-YTD-LOCAL-WAGES TO YTD-LOCAL-WAGES-INDEXED.
           MOVE AUD-COMPANY-CODE TO COMPANY-CODE-INDEXED.
           MOVE AUD-REG-HOURS TO REG-HOURS-INDEXED.
           MOVE AUD-OT-HOURS TO OT-HOURS-INDEXED.

           IF PRETAX-401K-INDEXED IS NOT NUMERIC
               MOVE ZERO TO PRETAX-401K-INDEXED
           END-IF.

           IF PRETAX-125-INDEXED IS NOT NUMERIC
               MOVE ZERO TO PRETAX-125-INDEXED
           END-IF.

           IF YTD-401K-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-401K-INDEXED
           END-IF.

           IF YTD-125-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-125-INDEXED
           END-IF.

           IF SS-TAX-INDEXED IS NOT NUMERIC
               MOVE ZERO TO SS-TAX-INDEXED
           END-IF.

           IF MEDICARE-INDEXED IS NOT NUMERIC
               MOVE ZERO TO MEDICARE-INDEXED
           END-IF.

           IF YTD-SS-TAX-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-SS-TAX-INDEXED
           END-IF.

           IF YTD-MEDICARE-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-MEDICARE-INDEXED
           END-IF.

           IF YTD-SS-WAGES-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-SS-WAGES-INDEXED
           END-IF.

           IF YTD-MED-WAGES-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-MED-WAGES-INDEXED
           END-IF.

           IF LOCAL-WH-INDEXED IS NOT NUMERIC
               MOVE ZERO TO LOCAL-WH-INDEXED
           END-IF.

           IF YTD-LOCAL-WH-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WH-INDEXED
           END-IF.

           IF YTD-LOCAL-WAGES-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WAGES-INDEXED
           END-IF.

           IF REG-HOURS-INDEXED IS NOT NUMERIC
               MOVE ZERO TO REG-HOURS-INDEXED
           END-IF.

           IF OT-HOURS-INDEXED IS NOT NUMERIC
               MOVE ZERO TO OT-HOURS-INDEXED
           END-IF.

       490-REPLAY-ERROR-RTN.

