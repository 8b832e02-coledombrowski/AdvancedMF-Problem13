            SELECT OPTIONAL COMPANY-PARM-FILE ASSIGN TO 'V2CMPPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL LOCAL-TABLE-FILE ASSIGN TO 'V2LCLTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT W2-REPORT  ASSIGN TO 'W2STMT.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.

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
                  05  FILLER                        PIC X(13).

       FD  TERMINATED-FILE
           LABEL RECORDS ARE STANDARD.
           05  TERM-DATE-TERM                PIC 9(6).
           05  REHIRE-FLAG-TERM              PIC X.
               88  TERM-REC-REHIRED                 VALUE 'R'.
           05  COMPANY-CODE-TERM             PIC X(2).
           05  FILLER                        PIC X(3).
           05  YTD-401K-TERM                 PIC S9(7)V99.
           05  YTD-125-TERM                  PIC S9(7)V99.
           05  YTD-SS-TAX-TERM               PIC S9(7)V99.
           05  YTD-MEDICARE-TERM             PIC S9(7)V99.
           05  YTD-SS-WAGES-TERM             PIC S9(7)V99.
           05  YTD-MED-WAGES-TERM            PIC S9(7)V99.
           05  WORK-LOCAL-TERM               PIC X(4).
           05  RES-LOCAL-TERM                PIC X(4).
           05  TAX-LOCAL-TERM                PIC X(4).
           05  YTD-LOCAL-WH-TERM             PIC S9(7)V99.
           05  YTD-LOCAL-WAGES-TERM          PIC S9(7)V99.
           05  FILLER                        PIC X(48).

       FD  ADDRESS-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.
           05  CPR-BANK-ROUTING              PIC X(9).
           05  CPR-IMMED-DEST                PIC X(10).
           05  CPR-IMMED-ORIGIN              PIC X(10).
           05  CPR-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(13).

       FD  LOCAL-TABLE-FILE
           LABEL RECORDS ARE STANDARD.

       01  LOCAL-TABLE-REC.
           05  LTR-LOCAL-CODE                PIC X(4).
           05  LTR-STATE-CODE                PIC XX.
           05  LTR-LOCAL-NAME                PIC X(20).
           05  LTR-LOCAL-TYPE                PIC X.
           05  LTR-RES-RATE                  PIC V9(4).
           05  LTR-NONRES-RATE               PIC V9(4).
           05  FILLER                        PIC X(5).

       FD  W2-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
       FD  EFW2-FILE
           LABEL RECORDS ARE STANDARD.

       01  EFW2-RECORD-OUT                     PIC X(150).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  STATEMENT-YEAR-WS          PIC 9(4).
           05  PARM-SW                    PIC X     VALUE 'N'.
               88  PARM-RECORD-FOUND             VALUE 'Y'.
           05  SS-SPLIT-RATE-WS           PIC V9(4) VALUE .0620.
           05  MED-SPLIT-RATE-WS          PIC V9(4) VALUE .0145.
           05  EOF-LCLTBL-WS              PIC X(3)  VALUE 'NO '.
           05  EFW2-FILE-COUNT-WS         PIC S9(9) VALUE 0.

       01  COMPANY-TABLE-FIELDS.
           05  EOF-CMPPRM-WS              PIC X(3)  VALUE 'NO '.
           05  COMPANY-COUNT-WS           PIC S99   VALUE ZERO.
           05  COMPANY-SUB-WS             PIC S99   VALUE ZERO.
           05  COMPANY-SCAN-SUB-WS        PIC S99   VALUE ZERO.
           05  COMPANY-FOUND-SW           PIC X     VALUE 'N'.
               88  COMPANY-CODE-FOUND            VALUE 'Y'.
           05  COMPANY-MATCH-SW           PIC X     VALUE 'N'.
               88  COMPANY-MATCHED               VALUE 'Y'.
           05  FIRST-COMPANY-SW           PIC X     VALUE 'Y'.
               88  FIRST-COMPANY-PASS            VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.
           05  COMPANY-SELECT-WS          PIC X(2)  VALUE SPACES.
               88  ALL-COMPANIES-SELECTED        VALUE SPACES.
           05  COMPANY-SELECT-SUB-WS      PIC S99   VALUE ZERO.

       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).
               10  CMT-LEGAL-NAME         PIC X(30).
               10  CMT-STREET             PIC X(25).
               10  CMT-CITY               PIC X(18).
               10  CMT-STATE              PIC X(2).
               10  CMT-ZIP                PIC X(9).
               10  CMT-EIN                PIC X(9).
               10  CMT-STATE-ACCT-OH      PIC X(10).
               10  CMT-STATE-ACCT-IN      PIC X(10).
               10  CMT-STATE-ACCT-KY      PIC X(10).

       01  LOCAL-NAME-FIELDS.
           05  LOCAL-NAME-COUNT-WS        PIC S999  VALUE ZERO.
           05  LOCAL-SUB-WS               PIC S999  VALUE ZERO.
           05  LOCAL-NAME-ENTRY OCCURS 50 TIMES.
               10  LNT-LOCAL-CODE         PIC X(4).
               10  LNT-LOCAL-NAME         PIC X(20).
       01  ACCUMULATORS.
           05  AC-RECORD-COUNT            PIC S999  VALUE 0.
           05  AC-YTD-GROSS-TOTAL         PIC S9(9)V99 VALUE 0.
           05  AC-YTD-SS-TAX-TOTAL        PIC S9(9)V99 VALUE 0.
           05  AC-YTD-MED-TAX-TOTAL       PIC S9(9)V99 VALUE 0.
           05  AC-YTD-WH-TOTAL            PIC S9(7)V99 VALUE 0.
           05  AC-EFW2-COUNT              PIC S9(7) VALUE 0.
           05  AC-EFW2-GROSS-TOTAL       PIC S9(9)V99 VALUE 0.
           05  AC-EFW2-SS-TAX-TOTAL      PIC S9(9)V99 VALUE 0.
           05  AC-EFW2-MED-WAGES-TOTAL   PIC S9(9)V99 VALUE 0.
           05  AC-EFW2-MED-TAX-TOTAL     PIC S9(9)V99 VALUE 0.
           05  AC-EFW2-WH-TOTAL          PIC S9(7)V99 VALUE 0.
           05  AC-EFW2-SS-WAGES-TOTAL    PIC S9(9)V99 VALUE 0.
           05  AC-EFW2-401K-TOTAL        PIC S9(9)V99 VALUE 0.

       01  EFW2-WORK-FIELDS.
           05  EFW2-SSN-WS                PIC X(9)  VALUE SPACES.
           05  EFW2-M-INIT-WS             PIC X     VALUE SPACE.
           05  EFW2-LAST-NAME-WS          PIC X(20) VALUE SPACES.
           05  EFW2-GROSS-WS              PIC S9(7)V99 VALUE 0.
           05  EFW2-SS-TAX-WS             PIC S9(7)V99 VALUE 0.
           05  EFW2-MED-WAGES-WS          PIC S9(7)V99 VALUE 0.
           05  EFW2-MED-TAX-WS            PIC S9(7)V99 VALUE 0.
           05  EFW2-WH-WS                 PIC S9(5)V99 VALUE 0.
           05  EFW2-STATE-WH-WS           PIC S9(5)V99 VALUE 0.
           05  EFW2-SS-WAGES-WS           PIC S9(7)V99 VALUE 0.
           05  EFW2-401K-WS               PIC S9(7)V99 VALUE 0.
           05  EFW2-LOCAL-CODE-WS         PIC X(4)  VALUE SPACES.
           05  EFW2-LOCAL-WAGES-WS        PIC S9(7)V99 VALUE 0.
           05  EFW2-LOCAL-WH-WS           PIC S9(7)V99 VALUE 0.

       01  EFW2-RA-REC.
           05                             PIC XX    VALUE 'RA'.
           05  RA-CITY                    PIC X(18).
           05  RA-STATE                   PIC X(2).
           05  RA-ZIP                     PIC X(9).
           05  FILLER                     PIC X(55) VALUE SPACES.

       01  EFW2-RE-REC.
           05                             PIC XX    VALUE 'RE'.
           05  RE-CITY                    PIC X(18).
           05  RE-STATE                   PIC X(2).
           05  RE-ZIP                     PIC X(9).
           05  FILLER                     PIC X(51) VALUE SPACES.

       01  EFW2-RW-REC.
           05                             PIC XX    VALUE 'RW'.
           05  RW-SS-WAGES                PIC 9(11).
           05  RW-SS-TAX                  PIC 9(11).
           05  RW-STATE-WH                PIC 9(11).
           05  RW-401K                    PIC 9(11).
           05  RW-STATE-WAGES             PIC 9(11).
           05  RW-MED-WAGES               PIC 9(11).
           05  RW-MED-TAX                 PIC 9(11).
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  EFW2-RT-REC.
           05                             PIC XX    VALUE 'RT'.
           05  RT-FED-WH                  PIC 9(15).
           05  RT-SS-WAGES                PIC 9(15).
           05  RT-SS-TAX                  PIC 9(15).
           05  RT-401K                    PIC 9(15).
           05  RT-MED-WAGES               PIC 9(15).
           05  RT-MED-TAX                 PIC 9(15).
           05  FILLER                     PIC X(38) VALUE SPACES.

       01  EFW2-RF-REC.
           05                             PIC XX    VALUE 'RF'.
           05  RF-RECORD-COUNT            PIC 9(9).
           05  FILLER                     PIC X(139) VALUE SPACES.

       01  COMPANY-PARM-FIELDS.
           05  CO-NAME-WS                 PIC X(30) VALUE SPACES.
           02  W2-WH-OUT                       PIC ZZZ,ZZ9.99-.
           02                                  PIC X(85) VALUE SPACES.

       01  W2-BOX-3-LINE.
           02                                  PIC X(36) VALUE
               "BOX 3  SOCIAL SECURITY WAGES        ".
           02  W3-SS-WAGES-OUT                 PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(83) VALUE SPACES.

       01  W2-BOX-4-LINE.
           02                                  PIC X(36) VALUE
               "BOX 4  SOCIAL SECURITY TAX WITHHELD ".
           02  W4-SS-TAX-OUT                   PIC ZZZ,ZZ9.99-.
           02                                  PIC X(85) VALUE SPACES.

       01  W2-BOX-5-LINE.
           02                                  PIC X(36) VALUE
               "BOX 5  MEDICARE WAGES AND TIPS      ".
           02  W5-MED-WAGES-OUT                PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(83) VALUE SPACES.

       01  W2-BOX-6-LINE.
           02                                  PIC X(36) VALUE
               "BOX 6  MEDICARE TAX WITHHELD        ".
           02  W6-MED-TAX-OUT                  PIC ZZZ,ZZ9.99-.
           02                                  PIC X(85) VALUE SPACES.

       01  W2-BOX-12-LINE.
           02                                  PIC X(36) VALUE
               "BOX 12 CODE D  401(K) DEFERRALS     ".
           02  W12-401K-OUT                    PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(83) VALUE SPACES.

       01  W2-BOX-15-LINE.
           02                                  PIC X(36) VALUE
           02  W15-STATE-ACCT-OUT              PIC X(10).
           02                                  PIC X(82) VALUE SPACES.

       01  W2-BOX-16-LINE.
           02                                  PIC X(36) VALUE
               "BOX 16 STATE WAGES, TIPS, ETC.      ".
           02  W16-WAGES-OUT                   PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(83) VALUE SPACES.

       01  W2-BOX-18-LINE.
           02                                  PIC X(36) VALUE
               "BOX 18 LOCAL WAGES, TIPS, ETC.      ".
           02  W18-WAGES-OUT                   PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(83) VALUE SPACES.

       01  W2-BOX-19-LINE.
           02                                  PIC X(36) VALUE
               "BOX 19 LOCAL INCOME TAX             ".
           02  W19-TAX-OUT                     PIC ZZZ,ZZ9.99-.
           02                                  PIC X(85) VALUE SPACES.

       01  W2-BOX-20-LINE.
           02                                  PIC X(36) VALUE
               "BOX 20 LOCALITY NAME                ".
           02  W20-LOCALITY-OUT                PIC X(20).
           02                                  PIC X(76) VALUE SPACES.

       01  TRANSMITTAL-HEADING.
           02                                  PIC X(30)  VALUE
               "----------------------------".
                   "YTD GROSS = ".
               03  SL-YTD-GROSS-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(9)   VALUE
                   " SS   = ".
               03  SL-YTD-SS-TAX-OUT           PIC ZZ,ZZZ,ZZ9.99-.
               03                              PIC X(8)   VALUE
                   " WH = ".
               03  SL-YTD-WH-OUT               PIC ZZZ,ZZ9.99-.
               03                              PIC X(7)   VALUE
                   " MED = ".
               03  SL-YTD-MED-TAX-OUT          PIC ZZ,ZZZ,ZZ9.99-.
               03                              PIC X(3)   VALUE SPACES.

           02  SL-EFW2-LINE-1.
               03                              PIC X(26)  VALUE SPACES.
                   "EFW2 GROSS= ".
               03  SL-EFW2-GROSS-OUT           PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(9)   VALUE
                   " SS   = ".
               03  SL-EFW2-SS-TAX-OUT          PIC ZZ,ZZZ,ZZ9.99-.
               03                              PIC X(8)   VALUE
                   " WH = ".
               03  SL-EFW2-WH-OUT              PIC ZZZ,ZZ9.99-.
               03                              PIC X(7)   VALUE
                   " MED = ".
               03  SL-EFW2-MED-TAX-OUT         PIC ZZ,ZZZ,ZZ9.99-.
               03                              PIC X(3)   VALUE SPACES.

           02  SL-EFW2-BALANCE-LINE.
               03                              PIC X(10)  VALUE SPACES.

       100-MAIN-MODULE.
           PERFORM 140-LOAD-COMPANY-PARM-RTN.
           PERFORM 145-LOAD-LOCAL-TABLE-RTN.
           IF NOT PARM-RECORD-FOUND
               DISPLAY 'COMPANY PROFILE RECORD MISSING - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 150-GET-COMPANY-SELECT-RTN
               IF COMPANY-SELECT-SUB-WS = ZERO
                   DISPLAY 'COMPANY CODE ' COMPANY-SELECT-WS
                           ' NOT ON PROFILE FILE - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 200-OPEN
                   MOVE 1 TO COMPANY-SUB-WS
                   PERFORM 400-PROCESS-COMPANY-RTN
                       UNTIL COMPANY-SUB-WS > COMPANY-COUNT-WS
                   PERFORM 650-WRITE-EFW2-FINAL-RTN
                   PERFORM 900-CLOSE
               END-IF
           END-IF.
           STOP RUN.


           OPEN INPUT COMPANY-PARM-FILE.

           PERFORM 142-READ-COMPANY-PARM-RTN.
           PERFORM 144-STORE-COMPANY-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

       142-READ-COMPANY-PARM-RTN.
           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       144-STORE-COMPANY-RTN.

           MOVE 'Y' TO PARM-SW.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
               MOVE CPR-LEGAL-NAME TO CMT-LEGAL-NAME (COMPANY-COUNT-WS)
               MOVE CPR-STREET TO CMT-STREET (COMPANY-COUNT-WS)
               MOVE CPR-CITY TO CMT-CITY (COMPANY-COUNT-WS)
               MOVE CPR-STATE TO CMT-STATE (COMPANY-COUNT-WS)
               MOVE CPR-ZIP TO CMT-ZIP (COMPANY-COUNT-WS)
               MOVE CPR-EIN TO CMT-EIN (COMPANY-COUNT-WS)
               MOVE CPR-STATE-ACCT-OH
                   TO CMT-STATE-ACCT-OH (COMPANY-COUNT-WS)
               MOVE CPR-STATE-ACCT-IN
                   TO CMT-STATE-ACCT-IN (COMPANY-COUNT-WS)
               MOVE CPR-STATE-ACCT-KY
                   TO CMT-STATE-ACCT-KY (COMPANY-COUNT-WS)
           END-IF.

           PERFORM 142-READ-COMPANY-PARM-RTN.

       148-SET-COMPANY-RTN.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO CO-NAME-WS.
           MOVE CMT-STREET (COMPANY-SUB-WS) TO CO-STREET-WS.
           MOVE CMT-CITY (COMPANY-SUB-WS) TO CO-CITY-WS.
           MOVE CMT-STATE (COMPANY-SUB-WS) TO CO-STATE-WS.
           MOVE CMT-ZIP (COMPANY-SUB-WS) TO CO-ZIP-WS.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO CO-EIN-WS.
           MOVE CMT-STATE-ACCT-OH (COMPANY-SUB-WS) TO CO-ACCT-OH-WS.
           MOVE CMT-STATE-ACCT-IN (COMPANY-SUB-WS) TO CO-ACCT-IN-WS.
           MOVE CMT-STATE-ACCT-KY (COMPANY-SUB-WS) TO CO-ACCT-KY-WS.

           MOVE CO-NAME-WS TO WE-NAME-OUT.
           MOVE CO-EIN-WS TO WE-EIN-OUT.
           MOVE CO-STATE-WS TO WE-STATE-OUT.
           MOVE CO-ZIP-WS TO WE-ZIP-OUT.

       150-GET-COMPANY-SELECT-RTN.

           DISPLAY 'ENTER COMPANY CODE (BLANK FOR ALL COMPANIES): '.
           ACCEPT COMPANY-SELECT-WS.

           IF ALL-COMPANIES-SELECTED
               MOVE 1 TO COMPANY-SELECT-SUB-WS
           ELSE
               MOVE COMPANY-SELECT-WS TO COMPANY-LOOKUP-WS
               PERFORM 155-FIND-COMPANY-RTN
               IF COMPANY-CODE-FOUND
                   MOVE COMPANY-SCAN-SUB-WS TO COMPANY-SELECT-SUB-WS
               ELSE
                   MOVE ZERO TO COMPANY-SELECT-SUB-WS
               END-IF
           END-IF.

       155-FIND-COMPANY-RTN.

           MOVE 'N' TO COMPANY-FOUND-SW.
           MOVE 1 TO COMPANY-SCAN-SUB-WS.
           PERFORM 157-SCAN-COMPANY-RTN
               UNTIL COMPANY-SCAN-SUB-WS > COMPANY-COUNT-WS
                  OR COMPANY-CODE-FOUND.

       157-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SCAN-SUB-WS)
                   = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SCAN-SUB-WS
           END-IF.

       145-LOAD-LOCAL-TABLE-RTN.

           OPEN INPUT LOCAL-TABLE-FILE.

           PERFORM 146-READ-LOCAL-TABLE-RTN.
           PERFORM 147-STORE-LOCAL-NAME-RTN
               UNTIL EOF-LCLTBL-WS = 'YES'.

           CLOSE LOCAL-TABLE-FILE.

       146-READ-LOCAL-TABLE-RTN.
           READ LOCAL-TABLE-FILE
               AT END MOVE 'YES' TO EOF-LCLTBL-WS
           END-READ.

       147-STORE-LOCAL-NAME-RTN.

           IF LOCAL-NAME-COUNT-WS < 50
               ADD 1 TO LOCAL-NAME-COUNT-WS
               MOVE LTR-LOCAL-CODE
                   TO LNT-LOCAL-CODE (LOCAL-NAME-COUNT-WS)
               MOVE LTR-LOCAL-NAME
                   TO LNT-LOCAL-NAME (LOCAL-NAME-COUNT-WS)
           END-IF.

           PERFORM 146-READ-LOCAL-TABLE-RTN.

       200-OPEN.

           DISPLAY 'ENTER STATEMENT YEAR (CCYY): '.
           ACCEPT STATEMENT-YEAR-WS.
           DISPLAY 'INCLUDE TERMINATED EMPLOYEES (Y/N): '.
           ACCEPT INCLUDE-TERM-WS.

           OPEN INPUT ADDRESS-FILE-INDEXED
                OUTPUT  W2-REPORT
                OUTPUT  EFW2-FILE.

           MOVE COMPANY-SELECT-SUB-WS TO COMPANY-SUB-WS.
           PERFORM 148-SET-COMPANY-RTN.

           MOVE CO-EIN-WS TO RA-EIN.
           MOVE CO-NAME-WS TO RA-NAME.
           MOVE CO-ZIP-WS TO RA-ZIP.

           WRITE EFW2-RECORD-OUT FROM EFW2-RA-REC.
           ADD 1 TO EFW2-FILE-COUNT-WS.

       400-PROCESS-COMPANY-RTN.

           IF ALL-COMPANIES-SELECTED
              OR COMPANY-SUB-WS = COMPANY-SELECT-SUB-WS
               PERFORM 410-COMPANY-STATEMENTS-RTN
           END-IF.

           ADD 1 TO COMPANY-SUB-WS.

       410-COMPANY-STATEMENTS-RTN.
           INITIALIZE ACCUMULATORS.

           PERFORM 148-SET-COMPANY-RTN.

           MOVE STATEMENT-YEAR-WS TO RE-TAX-YEAR.
           MOVE CO-EIN-WS TO RE-EIN.
           MOVE CO-ZIP-WS TO RE-ZIP.

           WRITE EFW2-RECORD-OUT FROM EFW2-RE-REC.
           ADD 1 TO EFW2-FILE-COUNT-WS.

           MOVE 'NO ' TO EOF-MASTER-WS.
           OPEN INPUT MASTER-FILE-INDEXED.

           PERFORM 250-READ.
           PERFORM 300-PROCESS
               UNTIL EOF-MASTER-WS = 'YES'.

           CLOSE MASTER-FILE-INDEXED.

           IF INCLUDE-TERMINATED
               MOVE 'NO ' TO EOF-TERM-WS
               OPEN INPUT TERMINATED-FILE
               PERFORM 260-READ-TERM
               PERFORM 320-PROCESS-TERM
                   UNTIL EOF-TERM-WS = 'YES'
               CLOSE TERMINATED-FILE
           END-IF.

           PERFORM 600-WRAPUP.

           MOVE 'N' TO FIRST-COMPANY-SW.

       250-READ.
           READ MASTER-FILE-INDEXED

       300-PROCESS.

           MOVE COMPANY-CODE-INDEXED TO COMPANY-LOOKUP-WS.
           PERFORM 380-CHECK-COMPANY-RTN.

           IF COMPANY-MATCHED
               PERFORM 310-MASTER-STATEMENT-RTN
           END-IF.

           PERFORM 250-READ.

       380-CHECK-COMPANY-RTN.

           MOVE 'N' TO COMPANY-MATCH-SW.

           IF COMPANY-LOOKUP-WS = SPACES
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           IF COMPANY-LOOKUP-WS = CMT-COMPANY-CODE (COMPANY-SUB-WS)
               MOVE 'Y' TO COMPANY-MATCH-SW
           ELSE
               IF FIRST-COMPANY-PASS
                   PERFORM 155-FIND-COMPANY-RTN
                   IF NOT COMPANY-CODE-FOUND
                       DISPLAY 'COMPANY CODE ' COMPANY-LOOKUP-WS
                               ' NOT ON PROFILE FILE - NO STATEMENT '
                               'ISSUED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       310-MASTER-STATEMENT-RTN.

           MOVE MASTER-SSN-INDEXED TO SSN-SPLIT-FIELDS.
           MOVE NAME-INDEXED TO WN-NAME-OUT.
           MOVE F-INIT-INDEXED TO WN-F-INIT-OUT.
           MOVE M-INIT-INDEXED TO WN-M-INIT-OUT.
           MOVE LAST-NAME-INDEXED TO WN-LAST-NAME-OUT.

           COMPUTE EFW2-GROSS-WS =
               YTD-GROSS-INDEXED - YTD-401K-INDEXED - YTD-125-INDEXED.
           MOVE YTD-SS-WAGES-INDEXED TO EFW2-SS-WAGES-WS.
           MOVE YTD-SS-TAX-INDEXED TO EFW2-SS-TAX-WS.
           MOVE YTD-MED-WAGES-INDEXED TO EFW2-MED-WAGES-WS.
           MOVE YTD-MEDICARE-INDEXED TO EFW2-MED-TAX-WS.
           MOVE YTD-401K-INDEXED TO EFW2-401K-WS.

           MOVE EFW2-GROSS-WS TO W1-GROSS-OUT.
           MOVE YTD-WH-INDEXED TO W2-WH-OUT.
           PERFORM 345-MOVE-FICA-BOXES-RTN.
           MOVE EFW2-401K-WS TO W12-401K-OUT.
           MOVE EFW2-GROSS-WS TO W16-WAGES-OUT.

           MOVE TAX-LOCAL-INDEXED TO EFW2-LOCAL-CODE-WS.
           MOVE YTD-LOCAL-WAGES-INDEXED TO EFW2-LOCAL-WAGES-WS.
           MOVE YTD-LOCAL-WH-INDEXED TO EFW2-LOCAL-WH-WS.
           PERFORM 347-MOVE-LOCAL-BOXES-RTN.

           MOVE MASTER-SSN-INDEXED TO ADDR-SSN.
           PERFORM 330-GET-ADDRESS-RTN.

           PERFORM 350-WRITE-STATEMENT-RTN.

           ADD EFW2-GROSS-WS TO AC-YTD-GROSS-TOTAL.
           ADD EFW2-SS-TAX-WS TO AC-YTD-SS-TAX-TOTAL.
           ADD EFW2-MED-TAX-WS TO AC-YTD-MED-TAX-TOTAL.
           ADD YTD-WH-INDEXED TO AC-YTD-WH-TOTAL.

           MOVE MASTER-SSN-INDEXED TO EFW2-SSN-WS.
           MOVE F-INIT-INDEXED TO EFW2-F-INIT-WS.
           MOVE M-INIT-INDEXED TO EFW2-M-INIT-WS.
           MOVE LAST-NAME-INDEXED TO EFW2-LAST-NAME-WS.
           MOVE YTD-WH-INDEXED TO EFW2-WH-WS.
           MOVE YTD-STATE-WH-INDEXED TO EFW2-STATE-WH-WS.
           PERFORM 360-WRITE-EFW2-WAGE-RTN.

       320-PROCESS-TERM.

           MOVE COMPANY-CODE-TERM TO COMPANY-LOOKUP-WS.
           PERFORM 380-CHECK-COMPANY-RTN.

           IF TERM-REC-REHIRED
              OR NOT COMPANY-MATCHED
               CONTINUE
           ELSE
               MOVE SSN-TERM TO SSN-SPLIT-FIELDS
               MOVE F-INIT-TERM TO WN-F-INIT-OUT
               MOVE M-INIT-TERM TO WN-M-INIT-OUT
               MOVE LAST-NAME-TERM TO WN-LAST-NAME-OUT

               IF YTD-401K-TERM IS NOT NUMERIC
                   MOVE ZERO TO YTD-401K-TERM
               END-IF
               IF YTD-125-TERM IS NOT NUMERIC
                   MOVE ZERO TO YTD-125-TERM
               END-IF
               COMPUTE EFW2-GROSS-WS =
                   YTD-GROSS-TERM - YTD-401K-TERM - YTD-125-TERM
               IF YTD-SS-TAX-TERM IS NUMERIC
                  AND YTD-MEDICARE-TERM IS NUMERIC
                  AND YTD-SS-WAGES-TERM IS NUMERIC
                  AND YTD-MED-WAGES-TERM IS NUMERIC
                   MOVE YTD-SS-WAGES-TERM TO EFW2-SS-WAGES-WS
                   MOVE YTD-SS-TAX-TERM TO EFW2-SS-TAX-WS
                   MOVE YTD-MED-WAGES-TERM TO EFW2-MED-WAGES-WS
                   MOVE YTD-MEDICARE-TERM TO EFW2-MED-TAX-WS
               ELSE
                   PERFORM 325-SPLIT-TERM-FICA-RTN
               END-IF
               MOVE YTD-401K-TERM TO EFW2-401K-WS

               MOVE EFW2-GROSS-WS TO W1-GROSS-OUT
               MOVE YTD-WH-TERM TO W2-WH-OUT
               PERFORM 345-MOVE-FICA-BOXES-RTN
               MOVE EFW2-401K-WS TO W12-401K-OUT
               MOVE EFW2-GROSS-WS TO W16-WAGES-OUT

               MOVE TAX-LOCAL-TERM TO EFW2-LOCAL-CODE-WS
               IF YTD-LOCAL-WAGES-TERM IS NUMERIC
                  AND YTD-LOCAL-WH-TERM IS NUMERIC
                   MOVE YTD-LOCAL-WAGES-TERM TO EFW2-LOCAL-WAGES-WS
                   MOVE YTD-LOCAL-WH-TERM TO EFW2-LOCAL-WH-WS
               ELSE
                   MOVE ZERO TO EFW2-LOCAL-WAGES-WS
                   MOVE ZERO TO EFW2-LOCAL-WH-WS
               END-IF
               PERFORM 347-MOVE-LOCAL-BOXES-RTN

               MOVE SSN-TERM TO ADDR-SSN
               PERFORM 330-GET-ADDRESS-RTN

               PERFORM 350-WRITE-STATEMENT-RTN

               ADD EFW2-GROSS-WS TO AC-YTD-GROSS-TOTAL
               ADD EFW2-SS-TAX-WS TO AC-YTD-SS-TAX-TOTAL
               ADD EFW2-MED-TAX-WS TO AC-YTD-MED-TAX-TOTAL
               ADD YTD-WH-TERM TO AC-YTD-WH-TOTAL

               MOVE SSN-TERM TO EFW2-SSN-WS
               MOVE F-INIT-TERM TO EFW2-F-INIT-WS
               MOVE M-INIT-TERM TO EFW2-M-INIT-WS
               MOVE LAST-NAME-TERM TO EFW2-LAST-NAME-WS
               MOVE YTD-WH-TERM TO EFW2-WH-WS
               MOVE YTD-STATE-WH-TERM TO EFW2-STATE-WH-WS
               PERFORM 360-WRITE-EFW2-WAGE-RTN

           PERFORM 260-READ-TERM.

       325-SPLIT-TERM-FICA-RTN.

           COMPUTE EFW2-SS-WAGES-WS = YTD-GROSS-TERM - YTD-125-TERM.
           MOVE EFW2-SS-WAGES-WS TO EFW2-MED-WAGES-WS.

           COMPUTE EFW2-SS-TAX-WS ROUNDED =
               YTD-FICA-TERM * SS-SPLIT-RATE-WS /
               (SS-SPLIT-RATE-WS + MED-SPLIT-RATE-WS).

           COMPUTE EFW2-MED-TAX-WS = YTD-FICA-TERM - EFW2-SS-TAX-WS.

       330-GET-ADDRESS-RTN.

           READ ADDRESS-FILE-INDEXED

           COMPUTE RW-WAGES = EFW2-GROSS-WS * 100.
           COMPUTE RW-FED-WH = EFW2-WH-WS * 100.
           COMPUTE RW-SS-WAGES = EFW2-SS-WAGES-WS * 100.
           COMPUTE RW-SS-TAX = EFW2-SS-TAX-WS * 100.
           COMPUTE RW-STATE-WH = EFW2-STATE-WH-WS * 100.
           COMPUTE RW-401K = EFW2-401K-WS * 100.
           COMPUTE RW-STATE-WAGES = EFW2-GROSS-WS * 100.
           COMPUTE RW-MED-WAGES = EFW2-MED-WAGES-WS * 100.
           COMPUTE RW-MED-TAX = EFW2-MED-TAX-WS * 100.

           WRITE EFW2-RECORD-OUT FROM EFW2-RW-REC.
           ADD 1 TO EFW2-FILE-COUNT-WS.

           ADD 1 TO AC-EFW2-COUNT.
           ADD EFW2-GROSS-WS TO AC-EFW2-GROSS-TOTAL.
           ADD EFW2-SS-TAX-WS TO AC-EFW2-SS-TAX-TOTAL.
           ADD EFW2-MED-WAGES-WS TO AC-EFW2-MED-WAGES-TOTAL.
           ADD EFW2-MED-TAX-WS TO AC-EFW2-MED-TAX-TOTAL.
           ADD EFW2-WH-WS TO AC-EFW2-WH-TOTAL.
           ADD EFW2-SS-WAGES-WS TO AC-EFW2-SS-WAGES-TOTAL.
           ADD EFW2-401K-WS TO AC-EFW2-401K-TOTAL.

       340-GET-STATE-ACCT-RTN.

                   MOVE SPACES TO W15-STATE-ACCT-OUT
           END-EVALUATE.

       345-MOVE-FICA-BOXES-RTN.

           MOVE EFW2-SS-WAGES-WS TO W3-SS-WAGES-OUT.
           MOVE EFW2-SS-TAX-WS TO W4-SS-TAX-OUT.
           MOVE EFW2-MED-WAGES-WS TO W5-MED-WAGES-OUT.
           MOVE EFW2-MED-TAX-WS TO W6-MED-TAX-OUT.

       347-MOVE-LOCAL-BOXES-RTN.

           MOVE EFW2-LOCAL-WAGES-WS TO W18-WAGES-OUT.
           MOVE EFW2-LOCAL-WH-WS TO W19-TAX-OUT.
           MOVE EFW2-LOCAL-CODE-WS TO W20-LOCALITY-OUT.

           IF EFW2-LOCAL-CODE-WS NOT = SPACES
               MOVE 1 TO LOCAL-SUB-WS
               PERFORM 348-SCAN-LOCAL-NAME-RTN
                   UNTIL LOCAL-SUB-WS > LOCAL-NAME-COUNT-WS
           END-IF.

       348-SCAN-LOCAL-NAME-RTN.

           IF LNT-LOCAL-CODE (LOCAL-SUB-WS) = EFW2-LOCAL-CODE-WS
               MOVE LNT-LOCAL-NAME (LOCAL-SUB-WS) TO W20-LOCALITY-OUT
           END-IF.

           ADD 1 TO LOCAL-SUB-WS.

       350-WRITE-STATEMENT-RTN.

           MOVE SSN-PART-1-WS TO WN-SSN-1-OUT.
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-2-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-3-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-4-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-5-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-6-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-12-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-15-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-16-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-18-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-19-LINE
               AFTER ADVANCING 1 LINES.
           WRITE REPORT-LINE-OUT FROM W2-BOX-20-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-RECORD-COUNT.

           MOVE AC-EFW2-COUNT TO RT-RW-COUNT.
           COMPUTE RT-WAGES = AC-EFW2-GROSS-TOTAL * 100.
           COMPUTE RT-FED-WH = AC-EFW2-WH-TOTAL * 100.
           COMPUTE RT-SS-WAGES = AC-EFW2-SS-WAGES-TOTAL * 100.
           COMPUTE RT-SS-TAX = AC-EFW2-SS-TAX-TOTAL * 100.
           COMPUTE RT-401K = AC-EFW2-401K-TOTAL * 100.
           COMPUTE RT-MED-WAGES = AC-EFW2-MED-WAGES-TOTAL * 100.
           COMPUTE RT-MED-TAX = AC-EFW2-MED-TAX-TOTAL * 100.

           WRITE EFW2-RECORD-OUT FROM EFW2-RT-REC.
           ADD 1 TO EFW2-FILE-COUNT-WS.

           MOVE AC-RECORD-COUNT TO SL-RECORD-COUNT.
           MOVE AC-YTD-GROSS-TOTAL TO SL-YTD-GROSS-OUT.
           MOVE AC-YTD-SS-TAX-TOTAL TO SL-YTD-SS-TAX-OUT.
           MOVE AC-YTD-MED-TAX-TOTAL TO SL-YTD-MED-TAX-OUT.
           MOVE AC-YTD-WH-TOTAL TO SL-YTD-WH-OUT.
           MOVE AC-EFW2-COUNT TO SL-EFW2-COUNT.
           MOVE AC-EFW2-GROSS-TOTAL TO SL-EFW2-GROSS-OUT.
           MOVE AC-EFW2-SS-TAX-TOTAL TO SL-EFW2-SS-TAX-OUT.
           MOVE AC-EFW2-MED-TAX-TOTAL TO SL-EFW2-MED-TAX-OUT.
           MOVE AC-EFW2-WH-TOTAL TO SL-EFW2-WH-OUT.

           IF AC-EFW2-COUNT = AC-RECORD-COUNT
              AND AC-EFW2-GROSS-TOTAL = AC-YTD-GROSS-TOTAL
              AND AC-EFW2-SS-TAX-TOTAL = AC-YTD-SS-TAX-TOTAL
              AND AC-EFW2-MED-TAX-TOTAL = AC-YTD-MED-TAX-TOTAL
              AND AC-EFW2-WH-TOTAL = AC-YTD-WH-TOTAL
               MOVE "EFW2 FILE IN BALANCE WITH PRINTED STATEMENTS"
                   TO SL-EFW2-BALANCE-MSG
           WRITE REPORT-LINE-OUT FROM TRANSMITTAL-HEADING
               AFTER PAGE.

           WRITE REPORT-LINE-OUT FROM W2-EMPLOYER-LINE-1
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

       650-WRITE-EFW2-FINAL-RTN.

           COMPUTE RF-RECORD-COUNT = EFW2-FILE-COUNT-WS + 1.

           WRITE EFW2-RECORD-OUT FROM EFW2-RF-REC.


       900-CLOSE.
           CLOSE ADDRESS-FILE-INDEXED
                 W2-REPORT
                 EFW2-FILE.
