            SELECT OPTIONAL TAX-PARM-FILE  ASSIGN TO 'V2TAXPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL COMPANY-PARM-FILE ASSIGN TO 'V2CMPPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT QUARTER-RECON-REPORT  ASSIGN TO 'V2QTRRCN.DOC'
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

       FD  DEPOSIT-SUMMARY-FILE
           LABEL RECORDS ARE STANDARD.
           05  DEP-FUTA-AMOUNT               PIC S9(7)V99.
           05  DEP-SUTA-AMOUNT               PIC S9(7)V99.
           05  DEP-TOTAL-DEPOSIT             PIC S9(9)V99.
           05  DEP-SS-MATCH                  PIC S9(9)V99.
           05  DEP-MEDICARE-MATCH            PIC S9(9)V99.
           05  DEP-COMPANY-CODE              PIC X(2).

       FD  TAX-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01  TAX-PARM-REC.
           05  PRM-SS-RATE                   PIC V9(4).
           05  PRM-FUTA-RATE                 PIC V9(4).
           05  PRM-FUTA-BASE                 PIC 9(7)V99.
           05  PRM-SUTA-RATE                 PIC V9(4).
           05  PRM-SUTA-BASE                 PIC 9(7)V99.
           05  PRM-MEDICARE-RATE             PIC V9(4).
           05  PRM-SS-WAGE-BASE              PIC 9(7)V99.
           05  FILLER                        PIC X(1).

       FD  COMPANY-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01  COMPANY-PARM-REC.
           05  CPR-LEGAL-NAME                PIC X(30).
           05  CPR-STREET                    PIC X(25).
           05  CPR-CITY                      PIC X(18).
           05  CPR-STATE                     PIC X(2).
           05  CPR-ZIP                       PIC X(9).
           05  CPR-EIN                       PIC X(9).
           05  FILLER                        PIC X(82).
           05  CPR-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(13).

       FD  QUARTER-RECON-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
           05  PARM-SW                    PIC X     VALUE 'N'.
               88  PARM-RECORD-FOUND             VALUE 'Y'.

       01  COMPANY-TABLE-FIELDS.
           05  EOF-CMPPRM-WS              PIC X(3)  VALUE 'NO '.
           05  COMPANY-COUNT-WS           PIC S99   VALUE ZERO.
           05  COMPANY-SUB-WS             PIC S99   VALUE ZERO.
           05  COMPANY-SCAN-SUB-WS        PIC S99   VALUE ZERO.
           05  COMPANY-FOUND-SW           PIC X     VALUE 'N'.
               88  COMPANY-CODE-FOUND            VALUE 'Y'.
           05  COMPANY-MATCH-SW           PIC X     VALUE 'N'.
               88  COMPANY-MATCHED               VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.

       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).
               10  CMT-LEGAL-NAME         PIC X(30).
               10  CMT-EIN                PIC X(9).

       01  QUARTER-FIELDS.
           05  QTR-NUMBER-WS              PIC 9     VALUE ZERO.
           05  QTR-VALID-SW               PIC X     VALUE 'N'.
           05  DEP-DD-WS                  PIC 99.

       01  TAX-RATE-FIELDS.
           05  SS-RATE-WS                 PIC V9(4) VALUE ZERO.
           05  SS-WAGE-BASE-WS            PIC 9(7)V99 VALUE ZERO.
           05  MEDICARE-RATE-WS           PIC V9(4) VALUE ZERO.
           05  FUTA-RATE-WS               PIC V9(4) VALUE ZERO.
           05  FUTA-BASE-WS               PIC 9(7)V99 VALUE ZERO.
           05  SUTA-RATE-WS               PIC V9(4) VALUE ZERO.

       01  LIABILITY-WORK-FIELDS.
           05  YTD-GROSS-WORK-WS          PIC S9(7)V99 VALUE 0.
           05  YTD-SS-WAGES-WORK-WS       PIC S9(7)V99 VALUE 0.
           05  YTD-MED-WAGES-WORK-WS      PIC S9(7)V99 VALUE 0.
           05  TAXABLE-WORK-WS            PIC S9(7)V99 VALUE 0.
           05  TAX-WORK-WS                PIC S9(5)V99 VALUE 0.

           05  AC-RECORD-COUNT            PIC S9(5) VALUE 0.
           05  AC-DEP-YTD-TOTAL           PIC S9(9)V99 VALUE 0.
           05  AC-DEP-QTR-TOTAL           PIC S9(9)V99 VALUE 0.
           05  AC-SS-LIAB-TOTAL           PIC S9(9)V99 VALUE 0.
           05  AC-MEDICARE-LIAB-TOTAL     PIC S9(9)V99 VALUE 0.
           05  AC-FUTA-LIAB-TOTAL         PIC S9(9)V99 VALUE 0.
           05  AC-SUTA-LIAB-TOTAL         PIC S9(9)V99 VALUE 0.
           05  AC-LIABILITY-TOTAL         PIC S9(9)V99 VALUE 0.
               03  RH-YEAR-OUT                 PIC 9(4).
               03                              PIC X(75) VALUE SPACES.

           02  RH-LINE-2.
               03  RH-COMPANY-NAME             PIC X(30).
               03                              PIC X(7)  VALUE
                   "  EIN: ".
               03  RH-EIN-OUT                  PIC X(9).
               03                              PIC X(86) VALUE SPACES.

       01  MONTH-DETAIL-LINE.
           05  FILLER                         PIC X(10) VALUE SPACES.
           05  FILLER                         PIC X(6)  VALUE
           02  LL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "SS MATCH LIABILITY     =  ".
               03  LL-SS-OUT                   PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(26)  VALUE SPACES.

           02  LL-LINE-1A.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "MEDICARE MATCH LIAB    =  ".
               03  LL-MEDICARE-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(26)  VALUE SPACES.

           02  LL-LINE-2.
                   DISPLAY 'QUARTER MUST BE 1 THRU 4 - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM 170-LOAD-COMPANY-TABLE-RTN
                   PERFORM 200-OPEN
                   MOVE 1 TO COMPANY-SUB-WS
                   PERFORM 320-PROCESS-COMPANY-RTN
                       UNTIL COMPANY-SUB-WS > COMPANY-COUNT-WS
                   PERFORM 900-CLOSE
               END-IF
           END-IF.
                   MOVE 'N' TO QTR-VALID-SW
           END-EVALUATE.

       170-LOAD-COMPANY-TABLE-RTN.

           OPEN INPUT COMPANY-PARM-FILE.

           PERFORM 172-READ-COMPANY-PARM-RTN.
           PERFORM 174-STORE-COMPANY-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

           IF COMPANY-COUNT-WS = ZERO
               MOVE 1 TO COMPANY-COUNT-WS
               MOVE SPACES TO COMPANY-ENTRY (1)
           END-IF.

       172-READ-COMPANY-PARM-RTN.
           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       174-STORE-COMPANY-RTN.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
               MOVE CPR-LEGAL-NAME
                   TO CMT-LEGAL-NAME (COMPANY-COUNT-WS)
               MOVE CPR-EIN
                   TO CMT-EIN (COMPANY-COUNT-WS)
           END-IF.

           PERFORM 172-READ-COMPANY-PARM-RTN.

       180-CHECK-COMPANY-RTN.

           MOVE 'N' TO COMPANY-MATCH-SW.

           IF COMPANY-LOOKUP-WS = SPACES
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           IF COMPANY-LOOKUP-WS = CMT-COMPANY-CODE (COMPANY-SUB-WS)
               MOVE 'Y' TO COMPANY-MATCH-SW
           ELSE
               IF COMPANY-SUB-WS = 1
                   MOVE 'N' TO COMPANY-FOUND-SW
                   MOVE 1 TO COMPANY-SCAN-SUB-WS
                   PERFORM 185-SCAN-COMPANY-RTN
                       UNTIL COMPANY-SCAN-SUB-WS > COMPANY-COUNT-WS
                          OR COMPANY-CODE-FOUND
                   IF NOT COMPANY-CODE-FOUND
                       DISPLAY 'COMPANY CODE ' COMPANY-LOOKUP-WS
                               ' NOT ON PROFILE FILE - RECORD NOT '
                               'RECONCILED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       185-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SCAN-SUB-WS)
                   = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SCAN-SUB-WS
           END-IF.

       150-LOAD-PARMS-RTN.

           OPEN INPUT TAX-PARM-FILE.
               AT END
                   CONTINUE
               NOT AT END
                   IF PRM-MEDICARE-RATE IS NUMERIC
                      AND PRM-SS-WAGE-BASE IS NUMERIC
                       MOVE 'Y' TO PARM-SW
                   ELSE
                       DISPLAY 'TAX PARAMETER RECORD INCOMPLETE - '
                               'MEDICARE RATE OR SS WAGE BASE MISSING'
                   END-IF
                   MOVE PRM-SS-RATE TO SS-RATE-WS
                   MOVE PRM-MEDICARE-RATE TO MEDICARE-RATE-WS
                   MOVE PRM-SS-WAGE-BASE TO SS-WAGE-BASE-WS
                   MOVE PRM-FUTA-RATE TO FUTA-RATE-WS
                   MOVE PRM-FUTA-BASE TO FUTA-BASE-WS
                   MOVE PRM-SUTA-RATE TO SUTA-RATE-WS
           CLOSE TAX-PARM-FILE.

       200-OPEN.

           MOVE QTR-NUMBER-WS TO RH-QUARTER-OUT.
           MOVE QTR-YEAR-X-WS TO RH-YEAR-OUT.

           OPEN OUTPUT QUARTER-RECON-REPORT.

       320-PROCESS-COMPANY-RTN.
           INITIALIZE ACCUMULATORS.
           INITIALIZE MONTH-DEPOSIT-TABLE.

           COMPUTE MD-MONTH (2) = QTR-MONTH-LOW-WS + 1.
           COMPUTE MD-MONTH (3) = QTR-MONTH-LOW-WS + 2.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO RH-COMPANY-NAME.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO RH-EIN-OUT.

           MOVE 'NO ' TO EOF-DEPOSIT-WS.
           MOVE 'NO ' TO EOF-MASTER-WS.
           MOVE 'NO ' TO EOF-TERM-WS.

           OPEN INPUT MASTER-FILE-INDEXED
                INPUT TERMINATED-FILE
                INPUT DEPOSIT-SUMMARY-FILE.

           PERFORM 240-READ-DEPOSIT.
           PERFORM 300-PROCESS-DEPOSITS
               UNTIL EOF-DEPOSIT-WS = 'YES'.

           PERFORM 250-READ.
           PERFORM 400-PROCESS-MASTER
               UNTIL EOF-MASTER-WS = 'YES'.

           PERFORM 260-READ-TERM.
           PERFORM 420-PROCESS-TERM
               UNTIL EOF-TERM-WS = 'YES'.

           CLOSE MASTER-FILE-INDEXED
                 TERMINATED-FILE
                 DEPOSIT-SUMMARY-FILE.

           PERFORM 600-WRAPUP.

           ADD 1 TO COMPANY-SUB-WS.

       240-READ-DEPOSIT.
           READ DEPOSIT-SUMMARY-FILE
       300-PROCESS-DEPOSITS.

           MOVE DEP-RUN-DATE TO DEP-DATE-SPLIT-WS.
           MOVE DEP-COMPANY-CODE TO COMPANY-LOOKUP-WS.
           PERFORM 180-CHECK-COMPANY-RTN.

           IF COMPANY-MATCHED
              AND DEP-YY-WS = QTR-YY-WS
              AND DEP-MM-WS NOT > QTR-MONTH-HIGH-WS
               ADD DEP-TOTAL-DEPOSIT TO AC-DEP-YTD-TOTAL
               IF DEP-MM-WS NOT < QTR-MONTH-LOW-WS

       400-PROCESS-MASTER.

           MOVE COMPANY-CODE-INDEXED TO COMPANY-LOOKUP-WS.
           PERFORM 180-CHECK-COMPANY-RTN.

           IF COMPANY-MATCHED
               MOVE YTD-GROSS-INDEXED TO YTD-GROSS-WORK-WS
               IF YTD-SS-WAGES-INDEXED IS NUMERIC
                  AND YTD-MED-WAGES-INDEXED IS NUMERIC
                   MOVE YTD-SS-WAGES-INDEXED TO YTD-SS-WAGES-WORK-WS
                   MOVE YTD-MED-WAGES-INDEXED TO YTD-MED-WAGES-WORK-WS
               ELSE
                   MOVE YTD-GROSS-INDEXED TO YTD-SS-WAGES-WORK-WS
                   MOVE YTD-GROSS-INDEXED TO YTD-MED-WAGES-WORK-WS
               END-IF
               PERFORM 450-ADD-LIABILITY-RTN
           END-IF.

           PERFORM 250-READ.

       420-PROCESS-TERM.

           MOVE COMPANY-CODE-TERM TO COMPANY-LOOKUP-WS.
           PERFORM 180-CHECK-COMPANY-RTN.

           IF TERM-REC-REHIRED
              OR NOT COMPANY-MATCHED
               CONTINUE
           ELSE
               MOVE YTD-GROSS-TERM TO YTD-GROSS-WORK-WS
               IF YTD-SS-WAGES-TERM IS NUMERIC
                  AND YTD-MED-WAGES-TERM IS NUMERIC
                   MOVE YTD-SS-WAGES-TERM TO YTD-SS-WAGES-WORK-WS
                   MOVE YTD-MED-WAGES-TERM TO YTD-MED-WAGES-WORK-WS
               ELSE
                   MOVE YTD-GROSS-TERM TO YTD-SS-WAGES-WORK-WS
                   MOVE YTD-GROSS-TERM TO YTD-MED-WAGES-WORK-WS
               END-IF
               PERFORM 450-ADD-LIABILITY-RTN
           END-IF.


           ADD 1 TO AC-RECORD-COUNT.

           IF SS-WAGE-BASE-WS > ZERO
              AND YTD-SS-WAGES-WORK-WS > SS-WAGE-BASE-WS
               MOVE SS-WAGE-BASE-WS TO YTD-SS-WAGES-WORK-WS
           END-IF.

           MULTIPLY YTD-SS-WAGES-WORK-WS BY SS-RATE-WS
               GIVING TAX-WORK-WS ROUNDED.

           ADD TAX-WORK-WS TO AC-SS-LIAB-TOTAL.

           MULTIPLY YTD-MED-WAGES-WORK-WS BY MEDICARE-RATE-WS
               GIVING TAX-WORK-WS ROUNDED.

           ADD TAX-WORK-WS TO AC-MEDICARE-LIAB-TOTAL.

           IF YTD-GROSS-WORK-WS < FUTA-BASE-WS
               MOVE YTD-GROSS-WORK-WS TO TAXABLE-WORK-WS
       600-WRAPUP.

           COMPUTE AC-LIABILITY-TOTAL =
               AC-SS-LIAB-TOTAL + AC-MEDICARE-LIAB-TOTAL
               + AC-FUTA-LIAB-TOTAL
               + AC-SUTA-LIAB-TOTAL.

           COMPUTE AC-VARIANCE-WS =
           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           WRITE REPORT-LINE-OUT FROM RH-LINE-2
               AFTER ADVANCING 1 LINE.

           MOVE 1 TO QTR-MONTH-SUB-WS.
           PERFORM 650-WRITE-MONTH-LINE-RTN
               UNTIL QTR-MONTH-SUB-WS > 3.

           MOVE AC-SS-LIAB-TOTAL TO LL-SS-OUT.
           MOVE AC-MEDICARE-LIAB-TOTAL TO LL-MEDICARE-OUT.
           MOVE AC-FUTA-LIAB-TOTAL TO LL-FUTA-OUT.
           MOVE AC-SUTA-LIAB-TOTAL TO LL-SUTA-OUT.
           MOVE AC-LIABILITY-TOTAL TO LL-TOTAL-OUT.
           WRITE REPORT-LINE-OUT FROM LL-LINE-1
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM LL-LINE-1A
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM LL-LINE-2
               AFTER ADVANCING 2 LINES.

           ADD 1 TO QTR-MONTH-SUB-WS.

       900-CLOSE.
           CLOSE QUARTER-RECON-REPORT.
