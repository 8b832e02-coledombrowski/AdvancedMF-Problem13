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

       FD  ADDRESS-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.
           05  LV-VAC-TAKEN                  PIC S9(4)V99.
           05  LV-SICK-ACCRUED               PIC S9(4)V99.
           05  LV-SICK-TAKEN                 PIC S9(4)V99.
           05  FILLER                        PIC X(41).

       FD  PAYSTUB-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
           02  SG-GROSS-OUT                    PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-SS-LINE.
           02                                  PIC X(22) VALUE
               "SOCIAL SECURITY TAX   ".
           02  SF-SS-OUT                       PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-MEDICARE-LINE.
           02                                  PIC X(22) VALUE
               "MEDICARE TAX          ".
           02  SF-MEDICARE-OUT                 PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-WH-LINE.
           02  SW-WH-OUT                       PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-STATE-LINE.
           02                                  PIC X(22) VALUE
               "STATE TAX WITHHELD    ".
           02  SST-STATE-OUT                   PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-LOCAL-LINE.
           02                                  PIC X(22) VALUE
               "LOCAL TAX WITHHELD    ".
           02  SLC-LOCAL-OUT                   PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-401K-LINE.
           02                                  PIC X(22) VALUE
               "401(K) PRE-TAX        ".
           02  SK4-401K-OUT                    PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-125-LINE.
           02                                  PIC X(22) VALUE
               "SECTION 125 PRE-TAX   ".
           02  S125-125-OUT                    PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-NET-LINE.
           02                                  PIC X(22) VALUE
               "NET PAY THIS PERIOD   ".
           02  SYG-GROSS-OUT                   PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-YTD-SS-LINE.
           02                                  PIC X(22) VALUE
               "YEAR-TO-DATE SOC SEC  ".
           02  SYF-SS-OUT                      PIC ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-YTD-MEDICARE-LINE.
           02                                  PIC X(22) VALUE
               "YEAR-TO-DATE MEDICARE ".
           02  SYF-MEDICARE-OUT                PIC ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-YTD-WH-LINE.
           02                                  PIC X(22) VALUE
           02  SYW-WH-OUT                      PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-YTD-LOCAL-LINE.
           02                                  PIC X(22) VALUE
               "YEAR-TO-DATE LOCAL W/H".
           02  SYL-LOCAL-OUT                   PIC ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-LEAVE-HEAD-LINE.
           02                                  PIC X(22) VALUE
               "LEAVE BALANCES (HOURS)".
       300-PROCESS.

           COMPUTE AC-NET-PAY-WS =
               GROSS-INDEXED - FICA-INDEXED - WH-INDEXED
               - STATE-WH-INDEXED - LOCAL-WH-INDEXED
               - PRETAX-401K-INDEXED - PRETAX-125-INDEXED.

           MOVE NAME-INDEXED TO SN-NAME-OUT.
           MOVE F-INIT-INDEXED TO SN-F-INIT-OUT.
           MOVE MARITIAL-STATUS-INDEXED TO SS-STATUS-OUT.
           MOVE EXEMPTIONS-INDEXED TO SS-EXEMPTIONS-OUT.
           MOVE GROSS-INDEXED TO SG-GROSS-OUT.
           MOVE SS-TAX-INDEXED TO SF-SS-OUT.
           MOVE MEDICARE-INDEXED TO SF-MEDICARE-OUT.
           MOVE WH-INDEXED TO SW-WH-OUT.
           MOVE STATE-WH-INDEXED TO SST-STATE-OUT.
           MOVE LOCAL-WH-INDEXED TO SLC-LOCAL-OUT.
           MOVE PRETAX-401K-INDEXED TO SK4-401K-OUT.
           MOVE PRETAX-125-INDEXED TO S125-125-OUT.
           MOVE AC-NET-PAY-WS TO SP-NET-OUT.
           MOVE YTD-GROSS-INDEXED TO SYG-GROSS-OUT.
           MOVE YTD-SS-TAX-INDEXED TO SYF-SS-OUT.
           MOVE YTD-MEDICARE-INDEXED TO SYF-MEDICARE-OUT.
           MOVE YTD-WH-INDEXED TO SYW-WH-OUT.
           MOVE YTD-LOCAL-WH-INDEXED TO SYL-LOCAL-OUT.

           PERFORM 330-GET-ADDRESS-RTN.
           PERFORM 340-GET-LEAVE-RTN.
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-GROSS-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-SS-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-MEDICARE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-WH-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-STATE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-LOCAL-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-401K-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-125-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-NET-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-BLANK-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-YTD-GROSS-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-YTD-SS-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-YTD-MEDICARE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-YTD-WH-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-YTD-LOCAL-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-BLANK-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-LEAVE-HEAD-LINE
