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

       FD  MESSAGE-REPORT-FILE.
       01  MESSAGE-LINE-OUT                  PIC X(80).
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

       FD  CHECKPOINT-LOG-FILE.
       01  CHECKPOINT-LINE-OUT.
           05  REJECT-COUNT-WS            PIC S9(5)    VALUE ZERO.
           05  CONVERT-COUNT-WS           PIC S9(5)    VALUE ZERO.
           05  GROSS-TOTAL-WS             PIC S9(9)V99 VALUE ZERO.
           05  SS-SPLIT-RATE-WS           PIC V9(4)    VALUE .0620.
           05  MED-SPLIT-RATE-WS          PIC V9(4)    VALUE .0145.

       01  RUN-CONTROL-FIELDS.
           05  RUN-DATE-WS                PIC 9(6).
                  OR YTD-STATE-WH-IN IS NOT NUMERIC
                   PERFORM 330-INIT-STATE-FIELDS-RTN
               END-IF
               PERFORM 335-INIT-PRETAX-FIELDS-RTN
               PERFORM 337-INIT-FICA-SPLIT-RTN
               PERFORM 339-INIT-LOCAL-TAX-RTN
               WRITE MASTER-REC-INDEXED FROM MASTER-REC-IN
                   INVALID KEY
                       DISPLAY 'PROCESSING SAME RECORD TWICE'

           ADD 1 TO CONVERT-COUNT-WS.

       335-INIT-PRETAX-FIELDS-RTN.

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

       337-INIT-FICA-SPLIT-RTN.

           IF SS-TAX-IN IS NOT NUMERIC
              OR MEDICARE-IN IS NOT NUMERIC
               MOVE ZERO TO SS-TAX-IN
               MOVE ZERO TO MEDICARE-IN
           END-IF.

           IF YTD-SS-TAX-IN IS NOT NUMERIC
              OR YTD-MEDICARE-IN IS NOT NUMERIC
              OR YTD-SS-WAGES-IN IS NOT NUMERIC
              OR YTD-MED-WAGES-IN IS NOT NUMERIC
               COMPUTE YTD-MED-WAGES-IN = YTD-GROSS-IN - YTD-125-IN
               MOVE YTD-MED-WAGES-IN TO YTD-SS-WAGES-IN
               COMPUTE YTD-SS-TAX-IN ROUNDED =
                   YTD-FICA-IN * SS-SPLIT-RATE-WS /
                   (SS-SPLIT-RATE-WS + MED-SPLIT-RATE-WS)
               COMPUTE YTD-MEDICARE-IN = YTD-FICA-IN - YTD-SS-TAX-IN
           END-IF.

       339-INIT-LOCAL-TAX-RTN.

           IF LOCAL-WH-IN IS NOT NUMERIC
               MOVE ZERO TO LOCAL-WH-IN
           END-IF.

           IF YTD-LOCAL-WH-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WH-IN
           END-IF.

           IF YTD-LOCAL-WAGES-IN IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WAGES-IN
           END-IF.

       350-CHECKPOINT-RTN.

           DIVIDE RECORD-COUNT-WS BY CHECKPOINT-INTERVAL-WS
