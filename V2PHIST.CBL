       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2PHIST.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL PAY-HISTORY-FILE  ASSIGN TO 'V2PAYHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADDRESS-FILE-INDEXED
               ASSIGN TO 'V2ADDRVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-SSN.

            SELECT HISTORY-REPORT  ASSIGN TO 'PAYHIST.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAY-HISTORY-REC.
           05  PH-SSN                        PIC X(9).
           05  PH-CHECK-DATE                 PIC 9(6).
           05  PH-RUN-DATE                   PIC 9(6).
           05  PH-RUN-TYPE                   PIC X.
               88  PH-REGULAR-RUN                   VALUE 'R'.
               88  PH-ACH-RETURN                    VALUE 'A'.
               88  PH-BONUS-RUN                     VALUE 'B'.
               88  PH-FINAL-PAY-RUN                 VALUE 'F'.
               88  PH-CORRECTION-RUN                VALUE 'C'.
           05  PH-NAME.
               10  PH-F-INIT                 PIC X.
               10  PH-M-INIT                 PIC X.
               10  PH-LAST-NAME              PIC X(20).
           05  PH-MARITIAL-STATUS            PIC X.
           05  PH-EXEMPTIONS                 PIC XX.
           05  PH-DEPARTMENT-CODE            PIC X(5).
           05  PH-STATE-CODE                 PIC X(2).
           05  PH-TAX-LOCAL                  PIC X(4).
           05  PH-GROSS                      PIC S9(7)V99.
           05  PH-PRETAX-401K                PIC S9(5)V99.
           05  PH-PRETAX-125                 PIC S9(5)V99.
           05  PH-SS-TAX                     PIC S9(5)V99.
           05  PH-MEDICARE                   PIC S9(5)V99.
           05  PH-FED-WH                     PIC S9(5)V99.
           05  PH-STATE-WH                   PIC S9(5)V99.
           05  PH-LOCAL-WH                   PIC S9(5)V99.
           05  PH-YTD-GROSS                  PIC S9(7)V99.
           05  PH-YTD-SS-TAX                 PIC S9(7)V99.
           05  PH-YTD-MEDICARE               PIC S9(7)V99.
           05  PH-YTD-FED-WH                 PIC S9(5)V99.
           05  PH-YTD-STATE-WH               PIC S9(5)V99.
           05  PH-YTD-LOCAL-WH               PIC S9(7)V99.
           05  PH-YTD-401K                   PIC S9(7)V99.
           05  PH-YTD-125                    PIC S9(7)V99.
           05  PH-DED-COUNT                  PIC 9(2).
           05  PH-DED-ENTRY OCCURS 20 TIMES.
               10  PH-DED-CODE               PIC X(3).
               10  PH-DED-DESC               PIC X(15).
               10  PH-DED-PRETAX             PIC X.
               10  PH-DED-AMOUNT             PIC S9(5)V99.
           05  PH-NET-PAY                    PIC S9(7)V99.
           05  PH-ACH-AMOUNT                 PIC S9(7)V99.
           05  PH-CHECK-NO                   PIC 9(8).
           05  PH-CHECK-AMOUNT               PIC S9(7)V99.
           05  FILLER                        PIC X(19).

       FD  ADDRESS-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  ADDRESS-REC.
           05  ADDR-SSN                      PIC X(9).
           05  ADDR-STREET                   PIC X(25).
           05  ADDR-CITY                     PIC X(18).
           05  ADDR-STATE                    PIC X(2).
           05  ADDR-ZIP                      PIC X(9).
           05  FILLER                        PIC X(7).

       FD  HISTORY-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-HISTORY-WS             PIC X(3)  VALUE 'NO '.

       01  REQUEST-FIELDS.
           05  REQ-SSN-WS                 PIC X(9)  VALUE SPACES.
           05  REQ-FROM-DATE-WS           PIC 9(6)  VALUE ZERO.
           05  REQ-TO-DATE-WS             PIC 9(6)  VALUE ZERO.
           05  REQ-TYPE-WS                PIC X     VALUE SPACE.
               88  REPRINT-STUBS                 VALUE 'S'.
               88  LIST-HISTORY                  VALUE 'L'.
           05  REQ-VALID-SW               PIC X     VALUE 'N'.
               88  REQUEST-VALID                 VALUE 'Y'.

       01  HISTORY-WORK-FIELDS.
           05  HW-DED-SUB-WS              PIC S999  VALUE 0.
           05  HW-TAXES-WS                PIC S9(7)V99 VALUE 0.
           05  HW-PRETAX-WS               PIC S9(7)V99 VALUE 0.
           05  HW-DEDUCTIONS-WS           PIC S9(7)V99 VALUE 0.

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-RECORD-COUNT            PIC S999  VALUE 0.
           05  AC-GROSS-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-PRETAX-TOTAL            PIC S9(9)V99 VALUE 0.
           05  AC-TAXES-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-DEDUCTIONS-TOTAL        PIC S9(9)V99 VALUE 0.
           05  AC-NET-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-ACH-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-CHECK-TOTAL             PIC S9(9)V99 VALUE 0.

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(27)  VALUE
                   "PAY HISTORY LISTING".
               03                              PIC X(18) VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(78) VALUE SPACES.

           02  RH-LINE-2.
               03                              PIC X(5)  VALUE
                   "SSN: ".
               03  RH-SSN-OUT                  PIC X(9).
               03                              PIC X(2)  VALUE SPACES.
               03  RH-NAME-OUT.
                   04 RH-F-INIT-OUT            PIC X.
                   04 RH-M-INIT-OUT            PIC X.
                   04 RH-LAST-NAME-OUT         PIC X(20).
               03                              PIC X(2)  VALUE SPACES.
               03                              PIC X(15) VALUE
                   "CHECK DATES    ".
               03  RH-FROM-DATE-OUT            PIC 99/99/99.
               03                              PIC X(4)  VALUE
                   " TO ".
               03  RH-TO-DATE-OUT              PIC 99/99/99.
               03                              PIC X(57) VALUE SPACES.

           02  RH-LINE-3.
               03                              PIC X(11) VALUE
                   " CHECK DATE".
               03                              PIC X(3)  VALUE
                   " T ".
               03                              PIC X(14) VALUE
                   "         GROSS".
               03                              PIC X(11) VALUE
                   "     PRETAX".
               03                              PIC X(12) VALUE
                   "       TAXES".
               03                              PIC X(12) VALUE
                   "  DEDUCTIONS".
               03                              PIC X(14) VALUE
                   "       NET PAY".
               03                              PIC X(14) VALUE
                   "   ACH DEPOSIT".
               03                              PIC X(9)  VALUE
                   "  CHECK #".
               03                              PIC X(14) VALUE
                   "  CHECK AMOUNT".
               03                              PIC X(18) VALUE SPACES.

       01  HISTORY-DETAIL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  HD-CHECK-DATE-OUT              PIC 99/99/99.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-RUN-TYPE-OUT                PIC X.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  HD-GROSS-OUT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-PRETAX-OUT                  PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-TAXES-OUT                   PIC ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-DEDUCTIONS-OUT              PIC ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-NET-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-ACH-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-CHECK-NO-OUT                PIC Z(7)9.
           05  FILLER                         PIC X VALUE SPACES.
           05  HD-CHECK-AMT-OUT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(18).

       01  HISTORY-TOTAL-LINE.
           05  FILLER                         PIC X(15) VALUE
               "   TOTAL".
           05  HT-GROSS-OUT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HT-PRETAX-OUT                  PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HT-TAXES-OUT                   PIC ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HT-DEDUCTIONS-OUT              PIC ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HT-NET-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  HT-ACH-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(10) VALUE SPACES.
           05  HT-CHECK-AMT-OUT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(18).

       01  NOT-FOUND-LINE.
           05                                 PIC X(28) VALUE
               "NO PAY HISTORY ON FILE FOR ".
           05  NF-SSN-OUT                     PIC X(9).
           05                                 PIC X(14) VALUE
               " CHECK DATES ".
           05  NF-FROM-DATE-OUT               PIC 99/99/99.
           05                                 PIC X(4)  VALUE
               " TO ".
           05  NF-TO-DATE-OUT                 PIC 99/99/99.
           05                                 PIC X(61) VALUE SPACES.

       01  STUB-HEADING-1.
           02                                  PIC X(30)  VALUE
               "----------------------------".
           02                                  PIC X(25)  VALUE
               " EMPLOYEE PAY STATEMENT ".
           02                                  PIC X(30)  VALUE
               "----------------------------".
           02                                  PIC X(47) VALUE SPACES.

       01  STUB-REPRINT-LINE.
           02                                  PIC X(20) VALUE
               "*** REPRINT ***".
           02                                  PIC X(12) VALUE
               "CHECK DATE: ".
           02  SR-CHECK-DATE-OUT               PIC 99/99/99.
           02                                  PIC X(4)  VALUE SPACES.
           02                                  PIC X(10) VALUE
               "RUN DATE: ".
           02  SR-RUN-DATE-OUT                 PIC 99/99/99.
           02                                  PIC X(4)  VALUE SPACES.
           02                                  PIC X(10) VALUE
               "RUN TYPE: ".
           02  SR-RUN-TYPE-OUT                 PIC X.
           02                                  PIC X(55) VALUE SPACES.

       01  STUB-NAME-LINE.
           02                                  PIC X(10) VALUE
               "EMPLOYEE: ".
           02  SN-NAME-OUT.
               03 SN-F-INIT-OUT               PIC X.
               03 SN-M-INIT-OUT               PIC X.
               03 SN-LAST-NAME-OUT            PIC X(20).
           02                                  PIC X(10) VALUE SPACES.
           02                                  PIC X(5)  VALUE
               "SSN: ".
           02  SN-SSN-OUT                      PIC X(9).
           02                                  PIC X(76) VALUE SPACES.

       01  STUB-ADDR-LINE-1.
           02                                  PIC X(10) VALUE
               "ADDRESS:  ".
           02  SA-STREET-OUT                   PIC X(25).
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-ADDR-LINE-2.
           02                                  PIC X(10) VALUE SPACES.
           02  SA-CITY-OUT                     PIC X(18).
           02                                  PIC X     VALUE SPACE.
           02  SA-STATE-OUT                    PIC X(2).
           02                                  PIC X     VALUE SPACE.
           02  SA-ZIP-OUT                      PIC X(9).
           02                                  PIC X(91) VALUE SPACES.

       01  STUB-STATUS-LINE.
           02                                  PIC X(17) VALUE
               "MARITAL STATUS: ".
           02  SS-STATUS-OUT                   PIC X.
           02                                  PIC X(10) VALUE SPACES.
           02                                  PIC X(12) VALUE
               "EXEMPTIONS: ".
           02  SS-EXEMPTIONS-OUT                PIC XX.
           02                                  PIC X(90) VALUE SPACES.

       01  STUB-BLANK-LINE                      PIC X(132) VALUE SPACES.

       01  STUB-GROSS-LINE.
           02                                  PIC X(22) VALUE
               "GROSS PAY THIS PERIOD ".
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
           02                                  PIC X(22) VALUE
               "FEDERAL TAX WITHHELD  ".
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

       01  STUB-DED-LINE.
           02  SD-CODE-OUT                     PIC X(3).
           02                                  PIC X     VALUE SPACE.
           02  SD-DESC-OUT                     PIC X(15).
           02                                  PIC X(3)  VALUE SPACES.
           02  SD-AMOUNT-OUT                   PIC ZZ,ZZ9.99-.
           02                                  PIC X     VALUE SPACE.
           02  SD-PRETAX-OUT                   PIC X(7).
           02                                  PIC X(92) VALUE SPACES.

       01  STUB-NET-LINE.
           02                                  PIC X(22) VALUE
               "NET PAY THIS PERIOD   ".
           02  SP-NET-OUT                      PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-ACH-LINE.
           02                                  PIC X(22) VALUE
               "DIRECT DEPOSIT        ".
           02  SAC-ACH-OUT                     PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  STUB-CHECK-LINE.
           02                                  PIC X(22) VALUE
               "CHECK AMOUNT          ".
           02  SCK-CHECK-AMT-OUT               PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(10) VALUE
               "  CHECK # ".
           02  SCK-CHECK-NO-OUT                PIC 9(8).
           02                                  PIC X(79) VALUE SPACES.

       01  STUB-YTD-GROSS-LINE.
           02                                  PIC X(22) VALUE
               "YEAR-TO-DATE GROSS    ".
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
               "YEAR-TO-DATE TAX W/H  ".
           02  SYW-WH-OUT                      PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-YTD-STATE-LINE.
           02                                  PIC X(22) VALUE
               "YEAR-TO-DATE STATE W/H".
           02  SYS-STATE-OUT                   PIC ZZ,ZZ9.99-.
           02                                  PIC X(98) VALUE SPACES.

       01  STUB-YTD-LOCAL-LINE.
           02                                  PIC X(22) VALUE
               "YEAR-TO-DATE LOCAL W/H".
           02  SYL-LOCAL-OUT                   PIC ZZZ,ZZ9.99-.
           02                                  PIC X(97) VALUE SPACES.

       01  SUMMARY-LINES.
           02  SL-LINE-1.
               03                              PIC X(26)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "PAY RECORDS SELECTED   =  ".
               03  SL-RECORD-COUNT             PIC ZZ9.
               03                              PIC X(77)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE
                   "END OF REPORT".
               03                              PIC X(87)  VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 150-GET-REQUEST-RTN.
           IF NOT REQUEST-VALID
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-OPEN
               PERFORM 300-PROCESS
                   UNTIL EOF-HISTORY-WS = 'YES'
               PERFORM 600-WRAPUP
               PERFORM 900-CLOSE
           END-IF.
           STOP RUN.

       150-GET-REQUEST-RTN.

           DISPLAY 'ENTER SSN: '.
           ACCEPT REQ-SSN-WS.

           DISPLAY 'ENTER FROM CHECK DATE (YYMMDD): '.
           ACCEPT REQ-FROM-DATE-WS.

           DISPLAY 'ENTER TO CHECK DATE (YYMMDD): '.
           ACCEPT REQ-TO-DATE-WS.

           DISPLAY 'ENTER S TO REPRINT STUBS OR L TO LIST HISTORY: '.
           ACCEPT REQ-TYPE-WS.

           MOVE 'Y' TO REQ-VALID-SW.

           IF REQ-SSN-WS = SPACES
               DISPLAY 'SSN IS REQUIRED - RUN STOPPED'
               MOVE 'N' TO REQ-VALID-SW
           END-IF.

           IF REQ-FROM-DATE-WS NOT NUMERIC
              OR REQ-TO-DATE-WS NOT NUMERIC
              OR REQ-FROM-DATE-WS > REQ-TO-DATE-WS
               DISPLAY 'CHECK DATE RANGE NOT VALID - RUN STOPPED'
               MOVE 'N' TO REQ-VALID-SW
           END-IF.

           IF NOT REPRINT-STUBS AND NOT LIST-HISTORY
               DISPLAY 'REPORT TYPE MUST BE S OR L - RUN STOPPED'
               MOVE 'N' TO REQ-VALID-SW
           END-IF.

       200-OPEN.
           INITIALIZE ACCUMULATORS.

           OPEN INPUT PAY-HISTORY-FILE
                INPUT ADDRESS-FILE-INDEXED
                OUTPUT HISTORY-REPORT.

           MOVE REQ-SSN-WS TO RH-SSN-OUT.
           MOVE REQ-FROM-DATE-WS TO RH-FROM-DATE-OUT.
           MOVE REQ-TO-DATE-WS TO RH-TO-DATE-OUT.

           PERFORM 250-READ.

       250-READ.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

       300-PROCESS.

           IF PH-SSN = REQ-SSN-WS
              AND PH-CHECK-DATE NOT < REQ-FROM-DATE-WS
              AND PH-CHECK-DATE NOT > REQ-TO-DATE-WS
              AND NOT (REPRINT-STUBS AND PH-ACH-RETURN)
               PERFORM 320-SUM-HISTORY-RTN
               IF REPRINT-STUBS
                   PERFORM 400-PRINT-STUB-RTN
               ELSE
                   PERFORM 350-LIST-HISTORY-RTN
               END-IF
               ADD 1 TO AC-RECORD-COUNT
           END-IF.

           PERFORM 250-READ.

       320-SUM-HISTORY-RTN.

           COMPUTE HW-TAXES-WS =
               PH-SS-TAX + PH-MEDICARE + PH-FED-WH
               + PH-STATE-WH + PH-LOCAL-WH.

           COMPUTE HW-PRETAX-WS =
               PH-PRETAX-401K + PH-PRETAX-125.

           MOVE ZERO TO HW-DEDUCTIONS-WS.
           MOVE 1 TO HW-DED-SUB-WS.
           PERFORM 325-SUM-DEDUCTION-RTN
               UNTIL HW-DED-SUB-WS > PH-DED-COUNT.

           ADD PH-GROSS TO AC-GROSS-TOTAL.
           ADD HW-PRETAX-WS TO AC-PRETAX-TOTAL.
           ADD HW-TAXES-WS TO AC-TAXES-TOTAL.
           ADD HW-DEDUCTIONS-WS TO AC-DEDUCTIONS-TOTAL.
           ADD PH-NET-PAY TO AC-NET-TOTAL.
           ADD PH-ACH-AMOUNT TO AC-ACH-TOTAL.
           ADD PH-CHECK-AMOUNT TO AC-CHECK-TOTAL.

       325-SUM-DEDUCTION-RTN.

           IF PH-DED-PRETAX (HW-DED-SUB-WS) NOT = 'Y'
               ADD PH-DED-AMOUNT (HW-DED-SUB-WS) TO HW-DEDUCTIONS-WS
           END-IF.

           ADD 1 TO HW-DED-SUB-WS.

       350-LIST-HISTORY-RTN.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE PH-CHECK-DATE TO HD-CHECK-DATE-OUT.
           MOVE PH-RUN-TYPE TO HD-RUN-TYPE-OUT.
           MOVE PH-GROSS TO HD-GROSS-OUT.
           MOVE HW-PRETAX-WS TO HD-PRETAX-OUT.
           MOVE HW-TAXES-WS TO HD-TAXES-OUT.
           MOVE HW-DEDUCTIONS-WS TO HD-DEDUCTIONS-OUT.
           MOVE PH-NET-PAY TO HD-NET-OUT.
           MOVE PH-ACH-AMOUNT TO HD-ACH-OUT.
           MOVE PH-CHECK-NO TO HD-CHECK-NO-OUT.
           MOVE PH-CHECK-AMOUNT TO HD-CHECK-AMT-OUT.

           WRITE REPORT-LINE-OUT FROM HISTORY-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.

           IF AC-LINE-COUNT > 50
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       400-PRINT-STUB-RTN.

           MOVE PH-CHECK-DATE TO SR-CHECK-DATE-OUT.
           MOVE PH-RUN-DATE TO SR-RUN-DATE-OUT.
           MOVE PH-RUN-TYPE TO SR-RUN-TYPE-OUT.
           MOVE PH-NAME TO SN-NAME-OUT.
           MOVE PH-F-INIT TO SN-F-INIT-OUT.
           MOVE PH-M-INIT TO SN-M-INIT-OUT.
           MOVE PH-LAST-NAME TO SN-LAST-NAME-OUT.
           MOVE PH-SSN TO SN-SSN-OUT.
           MOVE PH-MARITIAL-STATUS TO SS-STATUS-OUT.
           MOVE PH-EXEMPTIONS TO SS-EXEMPTIONS-OUT.
           MOVE PH-GROSS TO SG-GROSS-OUT.
           MOVE PH-SS-TAX TO SF-SS-OUT.
           MOVE PH-MEDICARE TO SF-MEDICARE-OUT.
           MOVE PH-FED-WH TO SW-WH-OUT.
           MOVE PH-STATE-WH TO SST-STATE-OUT.
           MOVE PH-LOCAL-WH TO SLC-LOCAL-OUT.
           MOVE PH-NET-PAY TO SP-NET-OUT.
           MOVE PH-ACH-AMOUNT TO SAC-ACH-OUT.
           MOVE PH-CHECK-AMOUNT TO SCK-CHECK-AMT-OUT.
           MOVE PH-CHECK-NO TO SCK-CHECK-NO-OUT.
           MOVE PH-YTD-GROSS TO SYG-GROSS-OUT.
           MOVE PH-YTD-SS-TAX TO SYF-SS-OUT.
           MOVE PH-YTD-MEDICARE TO SYF-MEDICARE-OUT.
           MOVE PH-YTD-FED-WH TO SYW-WH-OUT.
           MOVE PH-YTD-STATE-WH TO SYS-STATE-OUT.
           MOVE PH-YTD-LOCAL-WH TO SYL-LOCAL-OUT.

           PERFORM 430-GET-ADDRESS-RTN.

           WRITE REPORT-LINE-OUT FROM STUB-HEADING-1
               AFTER PAGE.
           WRITE REPORT-LINE-OUT FROM STUB-REPRINT-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-NAME-LINE
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-ADDR-LINE-1
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-ADDR-LINE-2
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-STATUS-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-BLANK-LINE
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

           MOVE 1 TO HW-DED-SUB-WS.
           PERFORM 420-PRINT-STUB-DED-RTN
               UNTIL HW-DED-SUB-WS > PH-DED-COUNT.

           WRITE REPORT-LINE-OUT FROM STUB-NET-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-BLANK-LINE
               AFTER ADVANCING 1 LINES.

           IF PH-ACH-AMOUNT NOT = ZERO
               WRITE REPORT-LINE-OUT FROM STUB-ACH-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

           IF PH-CHECK-AMOUNT NOT = ZERO
               WRITE REPORT-LINE-OUT FROM STUB-CHECK-LINE
                   AFTER ADVANCING 1 LINES
           END-IF.

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
           WRITE REPORT-LINE-OUT FROM STUB-YTD-STATE-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM STUB-YTD-LOCAL-LINE
               AFTER ADVANCING 1 LINES.

       420-PRINT-STUB-DED-RTN.

           MOVE PH-DED-CODE (HW-DED-SUB-WS) TO SD-CODE-OUT.
           MOVE PH-DED-DESC (HW-DED-SUB-WS) TO SD-DESC-OUT.
           MOVE PH-DED-AMOUNT (HW-DED-SUB-WS) TO SD-AMOUNT-OUT.

           IF PH-DED-PRETAX (HW-DED-SUB-WS) = 'Y'
               MOVE 'PRE-TAX' TO SD-PRETAX-OUT
           ELSE
               MOVE SPACES TO SD-PRETAX-OUT
           END-IF.

           WRITE REPORT-LINE-OUT FROM STUB-DED-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO HW-DED-SUB-WS.

       430-GET-ADDRESS-RTN.

           MOVE PH-SSN TO ADDR-SSN.

           READ ADDRESS-FILE-INDEXED
               INVALID KEY
                   MOVE SPACES TO SA-STREET-OUT
                   MOVE SPACES TO SA-CITY-OUT
                   MOVE SPACES TO SA-STATE-OUT
                   MOVE SPACES TO SA-ZIP-OUT
               NOT INVALID KEY
                   MOVE ADDR-STREET TO SA-STREET-OUT
                   MOVE ADDR-CITY TO SA-CITY-OUT
                   MOVE ADDR-STATE TO SA-STATE-OUT
                   MOVE ADDR-ZIP TO SA-ZIP-OUT
           END-READ.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.
           MOVE PH-NAME TO RH-NAME-OUT.

           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.
           WRITE REPORT-LINE-OUT FROM RH-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE-OUT FROM RH-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT AFTER ADVANCING 1 LINES.

           MOVE 7 TO AC-LINE-COUNT.

       600-WRAPUP.

           IF AC-RECORD-COUNT = 0
               MOVE REQ-SSN-WS TO NF-SSN-OUT
               MOVE REQ-FROM-DATE-WS TO NF-FROM-DATE-OUT
               MOVE REQ-TO-DATE-WS TO NF-TO-DATE-OUT
               WRITE REPORT-LINE-OUT FROM NOT-FOUND-LINE
                   AFTER PAGE
               DISPLAY 'NO PAY HISTORY FOUND FOR ' REQ-SSN-WS
           END-IF.

           IF LIST-HISTORY AND AC-RECORD-COUNT > 0
               MOVE AC-GROSS-TOTAL TO HT-GROSS-OUT
               MOVE AC-PRETAX-TOTAL TO HT-PRETAX-OUT
               MOVE AC-TAXES-TOTAL TO HT-TAXES-OUT
               MOVE AC-DEDUCTIONS-TOTAL TO HT-DEDUCTIONS-OUT
               MOVE AC-NET-TOTAL TO HT-NET-OUT
               MOVE AC-ACH-TOTAL TO HT-ACH-OUT
               MOVE AC-CHECK-TOTAL TO HT-CHECK-AMT-OUT
               WRITE REPORT-LINE-OUT FROM HISTORY-TOTAL-LINE
                   AFTER ADVANCING 2 LINES
           END-IF.

           MOVE AC-RECORD-COUNT TO SL-RECORD-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

       900-CLOSE.
           CLOSE PAY-HISTORY-FILE
                 ADDRESS-FILE-INDEXED
                 HISTORY-REPORT.
