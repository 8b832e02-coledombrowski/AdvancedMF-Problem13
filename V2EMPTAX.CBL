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
           05  CPR-BANK-ROUTING              PIC X(9).
           05  CPR-IMMED-DEST                PIC X(10).
           05  CPR-IMMED-ORIGIN              PIC X(10).
           05  CPR-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(13).

       FD  EMPLOYER-TAX-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
           05  DEP-FUTA-AMOUNT               PIC S9(7)V99.
           05  DEP-SUTA-AMOUNT               PIC S9(7)V99.
           05  DEP-TOTAL-DEPOSIT             PIC S9(9)V99.
           05  DEP-SS-MATCH                  PIC S9(9)V99.
           05  DEP-MEDICARE-MATCH            PIC S9(9)V99.
           05  DEP-COMPANY-CODE              PIC X(2).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  COMPANY-PARM-SW            PIC X     VALUE 'N'.
               88  COMPANY-PARM-FOUND            VALUE 'Y'.

       01  COMPANY-TABLE-FIELDS.
           05  EOF-CMPPRM-WS              PIC X(3)  VALUE 'NO '.
           05  COMPANY-COUNT-WS           PIC S99   VALUE ZERO.
           05  COMPANY-SUB-WS             PIC S99   VALUE ZERO.
           05  COMPANY-SCAN-SUB-WS        PIC S99   VALUE ZERO.
           05  COMPANY-FOUND-SW           PIC X     VALUE 'N'.
               88  COMPANY-CODE-FOUND            VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.

       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).
               10  CMT-LEGAL-NAME         PIC X(30).
               10  CMT-EIN                PIC X(9).
               10  CMT-STATE-ACCT-OH      PIC X(10).
               10  CMT-STATE-ACCT-IN      PIC X(10).
               10  CMT-STATE-ACCT-KY      PIC X(10).

       01  RUN-DATE-WS                    PIC 9(6).

       01  TAX-RATE-FIELDS.
           05  SS-RATE-WS                 PIC V9(4) VALUE ZERO.
           05  SS-WAGE-BASE-WS            PIC 9(7)V99 VALUE ZERO.
           05  MEDICARE-RATE-WS           PIC V9(4) VALUE ZERO.
           05  FUTA-RATE-WS               PIC V9(4) VALUE ZERO.
           05  FUTA-BASE-WS               PIC 9(7)V99 VALUE ZERO.
           05  SUTA-RATE-WS               PIC V9(4) VALUE ZERO.
           05  PRIOR-YTD-GROSS-WS         PIC S9(7)V99.
           05  WAGE-ROOM-WS               PIC S9(7)V99.
           05  FICA-MATCH-WS              PIC S9(7)V99.
           05  MED-WAGES-WS               PIC S9(7)V99.
           05  PRIOR-MED-WAGES-WS         PIC S9(7)V99.
           05  SS-TAXABLE-WS              PIC S9(7)V99.
           05  SS-MATCH-WS                PIC S9(7)V99.
           05  MEDICARE-MATCH-WS          PIC S9(7)V99.
           05  FUTA-TAXABLE-WS            PIC S9(7)V99.
           05  FUTA-TAX-WS                PIC S9(5)V99.
           05  SUTA-TAXABLE-WS            PIC S9(7)V99.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-RECORD-COUNT            PIC S999  VALUE 0.
           05  AC-FICA-MATCH-TOTAL        PIC S9(9)V99 VALUE 0.
           05  AC-SS-MATCH-TOTAL          PIC S9(9)V99 VALUE 0.
           05  AC-MEDICARE-MATCH-TOTAL    PIC S9(9)V99 VALUE 0.
           05  AC-FUTA-TOTAL              PIC S9(7)V99 VALUE 0.
           05  AC-SUTA-TOTAL              PIC S9(7)V99 VALUE 0.
           05  AC-DEPOSIT-TOTAL           PIC S9(9)V99 VALUE 0.
               10 M-INIT-OUT                  PIC X.
               10 LAST-NAME-OUT               PIC X(20).
           05  FILLER                         PIC X VALUE SPACES.
           05  SS-MATCH-OUT                   PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  MEDICARE-MATCH-OUT             PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  FUTA-TAXABLE-OUT               PIC ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  SUTA-TAXABLE-OUT               PIC ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  SUTA-TAX-OUT                   PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X(6).

       01  SUMMARY-LINES.
           02  SL-LINE-1.
               03  SL-SUTA-OUT                 PIC ZZZ,ZZ9.99-.
               03                              PIC X(24)  VALUE SPACES.

           02  SL-LINE-2A.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(13)  VALUE
                   "  SOC SEC  = ".
               03  SL-SS-MATCH-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(12)  VALUE
                   " MEDICARE = ".
               03  SL-MEDICARE-MATCH-OUT       PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(15)  VALUE SPACES.

           02  SL-LINE-3.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(25)  VALUE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM 200-OPEN
               MOVE 1 TO COMPANY-SUB-WS
               PERFORM 320-PROCESS-COMPANY-RTN
                   UNTIL COMPANY-SUB-WS > COMPANY-COUNT-WS
               PERFORM 900-CLOSE
           END-IF
           END-IF.

           OPEN INPUT COMPANY-PARM-FILE.

           PERFORM 162-READ-COMPANY-PARM-RTN.
           PERFORM 164-STORE-COMPANY-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

       162-READ-COMPANY-PARM-RTN.
           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       164-STORE-COMPANY-RTN.

           MOVE 'Y' TO COMPANY-PARM-SW.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
               MOVE CPR-LEGAL-NAME
                   TO CMT-LEGAL-NAME (COMPANY-COUNT-WS)
               MOVE CPR-EIN
                   TO CMT-EIN (COMPANY-COUNT-WS)
               MOVE CPR-STATE-ACCT-OH
                   TO CMT-STATE-ACCT-OH (COMPANY-COUNT-WS)
               MOVE CPR-STATE-ACCT-IN
                   TO CMT-STATE-ACCT-IN (COMPANY-COUNT-WS)
               MOVE CPR-STATE-ACCT-KY
                   TO CMT-STATE-ACCT-KY (COMPANY-COUNT-WS)
           END-IF.

           PERFORM 162-READ-COMPANY-PARM-RTN.

       166-FIND-COMPANY-RTN.

           MOVE 'N' TO COMPANY-FOUND-SW.
           MOVE 1 TO COMPANY-SCAN-SUB-WS.
           PERFORM 168-SCAN-COMPANY-RTN
               UNTIL COMPANY-SCAN-SUB-WS > COMPANY-COUNT-WS
                  OR COMPANY-CODE-FOUND.

       168-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SCAN-SUB-WS)
                   = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SCAN-SUB-WS
           END-IF.

       150-LOAD-PARMS-RTN.

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

           ACCEPT RUN-DATE-WS FROM DATE.

           OPEN OUTPUT  EMPLOYER-TAX-REPORT
                OUTPUT  DEPOSIT-SUMMARY-FILE.

       320-PROCESS-COMPANY-RTN.
           INITIALIZE ACCUMULATORS.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO RH-COMPANY-NAME.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO RH-EIN-OUT.
           MOVE CMT-STATE-ACCT-OH (COMPANY-SUB-WS) TO RH-ACCT-OH-OUT.
           MOVE CMT-STATE-ACCT-IN (COMPANY-SUB-WS) TO RH-ACCT-IN-OUT.
           MOVE CMT-STATE-ACCT-KY (COMPANY-SUB-WS) TO RH-ACCT-KY-OUT.

           PERFORM 500-HEADER.

           MOVE 'NO ' TO EOF-MASTER-WS.
           OPEN INPUT MASTER-FILE-INDEXED.

           PERFORM 250-READ.
           PERFORM 300-PROCESS
               UNTIL EOF-MASTER-WS = 'YES'.

           CLOSE MASTER-FILE-INDEXED.

           PERFORM 600-WRAPUP.

           ADD 1 TO COMPANY-SUB-WS.

       250-READ.
           READ MASTER-FILE-INDEXED

       300-PROCESS.

           MOVE COMPANY-CODE-INDEXED TO COMPANY-LOOKUP-WS.
           IF COMPANY-LOOKUP-WS = SPACES
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           IF COMPANY-LOOKUP-WS = CMT-COMPANY-CODE (COMPANY-SUB-WS)
               PERFORM 305-EMPLOYER-TAX-RTN
           ELSE
               IF COMPANY-SUB-WS = 1
                   PERFORM 166-FIND-COMPANY-RTN
                   IF NOT COMPANY-CODE-FOUND
                       DISPLAY 'COMPANY CODE ' COMPANY-CODE-INDEXED
                               ' NOT ON PROFILE FILE - EMPLOYEE '
                               MASTER-SSN-INDEXED ' NOT INCLUDED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           PERFORM 250-READ.

       305-EMPLOYER-TAX-RTN.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF

           ADD 1 TO AC-RECORD-COUNT

           SUBTRACT GROSS-INDEXED FROM YTD-GROSS-INDEXED
               GIVING PRIOR-YTD-GROSS-WS

           PERFORM 340-FICA-MATCH-RTN
           PERFORM 350-FUTA-TAXABLE-RTN
           PERFORM 370-SUTA-TAXABLE-RTN

               GIVING SUTA-TAX-WS ROUNDED

           ADD FICA-MATCH-WS TO AC-FICA-MATCH-TOTAL
           ADD SS-MATCH-WS TO AC-SS-MATCH-TOTAL
           ADD MEDICARE-MATCH-WS TO AC-MEDICARE-MATCH-TOTAL
           ADD FUTA-TAX-WS TO AC-FUTA-TOTAL
           ADD SUTA-TAX-WS TO AC-SUTA-TOTAL

           MOVE F-INIT-INDEXED TO F-INIT-OUT
           MOVE M-INIT-INDEXED TO M-INIT-OUT
           MOVE LAST-NAME-INDEXED TO LAST-NAME-OUT
           MOVE SS-MATCH-WS TO SS-MATCH-OUT
           MOVE MEDICARE-MATCH-WS TO MEDICARE-MATCH-OUT
           MOVE FUTA-TAXABLE-WS TO FUTA-TAXABLE-OUT
           MOVE FUTA-TAX-WS TO FUTA-TAX-OUT
           MOVE SUTA-TAXABLE-WS TO SUTA-TAXABLE-OUT

           IF AC-LINE-COUNT > 30
                       MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       340-FICA-MATCH-RTN.

           IF PRETAX-125-INDEXED IS NUMERIC
               SUBTRACT PRETAX-125-INDEXED FROM GROSS-INDEXED
                   GIVING MED-WAGES-WS
           ELSE
               MOVE GROSS-INDEXED TO MED-WAGES-WS
           END-IF.

           IF YTD-MED-WAGES-INDEXED IS NUMERIC
               SUBTRACT MED-WAGES-WS FROM YTD-MED-WAGES-INDEXED
                   GIVING PRIOR-MED-WAGES-WS
           ELSE
               MOVE PRIOR-YTD-GROSS-WS TO PRIOR-MED-WAGES-WS
           END-IF.

           IF SS-WAGE-BASE-WS = ZERO
               MOVE MED-WAGES-WS TO SS-TAXABLE-WS
           ELSE
           IF PRIOR-MED-WAGES-WS NOT < SS-WAGE-BASE-WS
               MOVE ZERO TO SS-TAXABLE-WS
           ELSE
               SUBTRACT PRIOR-MED-WAGES-WS FROM SS-WAGE-BASE-WS
                   GIVING WAGE-ROOM-WS
               IF MED-WAGES-WS < WAGE-ROOM-WS
                   MOVE MED-WAGES-WS TO SS-TAXABLE-WS
               ELSE
                   MOVE WAGE-ROOM-WS TO SS-TAXABLE-WS
               END-IF
           END-IF
           END-IF.

           MULTIPLY SS-TAXABLE-WS BY SS-RATE-WS
               GIVING SS-MATCH-WS ROUNDED.

           MULTIPLY MED-WAGES-WS BY MEDICARE-RATE-WS
               GIVING MEDICARE-MATCH-WS ROUNDED.

           ADD SS-MATCH-WS MEDICARE-MATCH-WS
               GIVING FICA-MATCH-WS.

       350-FUTA-TAXABLE-RTN.


           MOVE AC-RECORD-COUNT TO SL-RECORD-COUNT.
           MOVE AC-FICA-MATCH-TOTAL TO SL-FICA-MATCH-OUT.
           MOVE AC-SS-MATCH-TOTAL TO SL-SS-MATCH-OUT.
           MOVE AC-MEDICARE-MATCH-TOTAL TO SL-MEDICARE-MATCH-OUT.
           MOVE AC-FUTA-TOTAL TO SL-FUTA-OUT.
           MOVE AC-SUTA-TOTAL TO SL-SUTA-OUT.
           MOVE AC-DEPOSIT-TOTAL TO SL-DEPOSIT-OUT.
           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2A
               AFTER ADVANCING 1 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-3
               AFTER ADVANCING 2 LINES.


           MOVE RUN-DATE-WS TO DEP-RUN-DATE.
           MOVE AC-FICA-MATCH-TOTAL TO DEP-FICA-MATCH.
           MOVE AC-SS-MATCH-TOTAL TO DEP-SS-MATCH.
           MOVE AC-MEDICARE-MATCH-TOTAL TO DEP-MEDICARE-MATCH.
           MOVE AC-FUTA-TOTAL TO DEP-FUTA-AMOUNT.
           MOVE AC-SUTA-TOTAL TO DEP-SUTA-AMOUNT.
           MOVE AC-DEPOSIT-TOTAL TO DEP-TOTAL-DEPOSIT.
           MOVE CMT-COMPANY-CODE (COMPANY-SUB-WS) TO DEP-COMPANY-CODE.

           WRITE DEPOSIT-SUMMARY-REC.

       900-CLOSE.
           CLOSE EMPLOYER-TAX-REPORT
                 DEPOSIT-SUMMARY-FILE.
