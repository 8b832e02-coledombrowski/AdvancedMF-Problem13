            SELECT DEDUCTION-REGISTER  ASSIGN TO 'V2DEDREG.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT DEDUCTION-DETAIL-FILE  ASSIGN TO 'V2DEDDTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PAY-TOTALS-FILE  ASSIGN TO 'V2PAYTOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL COMPANY-PARM-FILE ASSIGN TO 'V2CMPPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO 'V2CHKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BANK-HOLD-PARM-FILE
               ASSIGN TO 'V2BHLPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHECK-ISSUE-FILE ASSIGN TO 'V2CHKISS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
            SELECT OPTIONAL CHECK-VOID-FILE  ASSIGN TO 'V2CHKTRN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PAY-HISTORY-FILE  ASSIGN TO 'V2PAYHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.
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
                  05  FILLER                        PIC X(18).
                  05  WORK-LOCAL-INDEXED            PIC X(4).
                  05  RES-LOCAL-INDEXED             PIC X(4).
                  05  TAX-LOCAL-INDEXED             PIC X(4).
                  05  LOCAL-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-LOCAL-WH-INDEXED          PIC S9(7)V99.
                  05  YTD-LOCAL-WAGES-INDEXED       PIC S9(7)V99.
                  05  REG-HOURS-INDEXED             PIC 9(3)V99.
                  05  OT-HOURS-INDEXED              PIC 9(3)V99.
                  05  FILLER                        PIC X(3).

       FD  BANK-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.
           05  BANK-STATUS                   PIC X.
               88  PRENOTE-PENDING                  VALUE 'P'.
               88  PRENOTE-REJECTED                 VALUE 'R'.
               88  ACH-ACCOUNT-RETURNED             VALUE 'X'.
           05  BANK-PRENOTE-DATE             PIC 9(6).
           05  BANK-PRENOTE-SENT             PIC X.
           05  BANK-VERIFY-SW                PIC X.
               88  BANK-CHANGE-UNVERIFIED           VALUE 'U'.
               88  BANK-CHANGE-HELD                 VALUE 'H'.
               88  BANK-CHANGE-VERIFIED             VALUE 'V'.
           05  BANK-CHANGE-DATE              PIC 9(6).
           05  FILLER                        PIC X(6).

       FD  ACH-FILE.
       01  ACH-RECORD-OUT                    PIC X(94).
           05  DED-CLASS                     PIC X.
               88  GARNISHMENT-DED                  VALUE 'G'.
               88  VOLUNTARY-DED                    VALUE 'V'.
               88  PRETAX-401K-DED                  VALUE 'K'.
               88  PRETAX-125-DED                   VALUE 'C'.
           05  DED-PRIORITY                  PIC 9(2).
           05  DED-METHOD                    PIC X.
               88  AMOUNT-METHOD                    VALUE 'A'.
           05  DED-PERCENT                   PIC 9(2)V99.
           05  DED-GOAL-AMOUNT               PIC 9(7)V99.
           05  DED-TAKEN-TO-DATE             PIC S9(7)V99.
           05  DED-CURRENT-PRETAX            PIC S9(5)V99.
           05  FILLER                        PIC X(1).

       FD  DEDUCTION-REGISTER RECORDING MODE IS F.
       01  DED-REGISTER-LINE-OUT               PIC X(132).

       FD  DEDUCTION-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.

       01  DED-DETAIL-REC.
           05  DDT-REC-TYPE                  PIC X.
               88  DDT-DETAIL-REC                   VALUE 'D'.
               88  DDT-TRAILER-REC                  VALUE 'T'.
           05  DDT-CHECK-DATE                PIC 9(6).
           05  DDT-RUN-DATE                  PIC 9(6).
           05  DDT-SSN                       PIC X(9).
           05  DDT-NAME                      PIC X(22).
           05  DDT-CODE                      PIC X(3).
           05  DDT-DESC                      PIC X(15).
           05  DDT-PRETAX                    PIC X.
           05  DDT-AMOUNT                    PIC S9(7)V99.
           05  DDT-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(6).

       01  DED-TRAILER-REC.
           05  FILLER                        PIC X(13).
           05  DDT-TRL-COUNT                 PIC 9(5).
           05  DDT-TRL-TOTAL                 PIC S9(9)V99.
           05  FILLER                        PIC X(51).

       FD  PAY-TOTALS-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAY-TOTALS-REC.
           05  PTL-CHECK-DATE                PIC 9(6).
           05  PTL-RUN-DATE                  PIC 9(6).
           05  PTL-EMPLOYEE-COUNT            PIC 9(5).
           05  PTL-HISTORY-COUNT             PIC 9(5).
           05  PTL-NET-TOTAL                 PIC S9(9)V99.
           05  PTL-ACH-COUNT                 PIC 9(5).
           05  PTL-ACH-TOTAL                 PIC S9(9)V99.
           05  PTL-CHECK-COUNT               PIC 9(5).
           05  PTL-CHECK-TOTAL               PIC S9(9)V99.
           05  PTL-DED-COUNT                 PIC 9(5).
           05  PTL-DED-TOTAL                 PIC S9(9)V99.
           05  FILLER                        PIC X(19).

       FD  COMPANY-PARM-FILE
           LABEL RECORDS ARE STANDARD.

           05  CPR-BANK-ROUTING              PIC X(9).
           05  CPR-IMMED-DEST                PIC X(10).
           05  CPR-IMMED-ORIGIN              PIC X(10).
           05  CPR-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(13).

       FD  PAY-CALENDAR-FILE
           LABEL RECORDS ARE STANDARD.
           05  CKC-NEXT-CHECK-NO             PIC 9(8).
           05  FILLER                        PIC X(12).

       FD  BANK-HOLD-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01  BANK-HOLD-PARM-REC.
           05  BHP-HOLD-DAYS                 PIC 9(3).
           05  FILLER                        PIC X(17).

       FD  CHECK-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.

               88  CHECK-VOIDED                     VALUE 'V'.
               88  CHECK-STOPPED                    VALUE 'S'.
               88  CHECK-CLEARED                    VALUE 'C'.
               88  CHECK-STALE-DATED                VALUE 'D'.
           05  CHK-CLEAR-DATE                PIC 9(6).
           05  CHK-STALE-DATE                PIC 9(6).
           05  CHK-STOP-PAY-SW               PIC X.

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.
               88  STOP-PAY-TRANS                   VALUE 'S'.
           05  FILLER                        PIC X(22).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAY-HISTORY-REC.
           05  PH-SSN                        PIC X(9).
           05  PH-CHECK-DATE                 PIC 9(6).
           05  PH-RUN-DATE                   PIC 9(6).
           05  PH-RUN-TYPE                   PIC X.
               88  PH-REGULAR-RUN                   VALUE 'R'.
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
           05  PH-REG-HOURS                  PIC 9(3)V99.
           05  PH-OT-HOURS                   PIC 9(3)V99.
           05  PH-COMPANY-CODE               PIC X(2).
           05  FILLER                        PIC X(7).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-MASTER-WS              PIC X(3)  VALUE 'NO '.
       01  CHECK-CONTROL-FIELDS.
           05  NEXT-CHECK-NO-WS           PIC 9(8)  VALUE 1.

       01  BANK-HOLD-FIELDS.
           05  BANK-HOLD-DAYS-WS          PIC 9(3)  VALUE 10.
           05  BANK-HOLD-SW               PIC X     VALUE 'N'.
               88  BANK-ON-HOLD                  VALUE 'Y'.
           05  DATE-SPLIT-WS.
               10  DS-YY                  PIC 99.
               10  DS-MM                  PIC 99.
               10  DS-DD                  PIC 99.
           05  CHECK-DAYS-WS              PIC S9(7) VALUE 0.
           05  CHANGE-DAYS-WS             PIC S9(7) VALUE 0.
           05  CHANGE-AGE-WS              PIC S9(5) VALUE 0.

       01  COMPANY-PARM-FIELDS.
           05  PARM-SW                    PIC X     VALUE 'N'.
               88  PARM-RECORD-FOUND             VALUE 'Y'.
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

       01  COMPANY-START-TOTALS.
           05  CST-EMPLOYEE-COUNT         PIC S999  VALUE 0.
           05  CST-NET-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CST-ACH-COUNT              PIC S9(5) VALUE 0.
           05  CST-ACH-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CST-CHECK-COUNT            PIC S9(5) VALUE 0.
           05  CST-CHECK-TOTAL            PIC S9(9)V99 VALUE 0.
           05  CST-EXCEPTION-COUNT        PIC S9(5) VALUE 0.
           05  CST-PRENOTE-COUNT          PIC S9(5) VALUE 0.
           05  CST-BANK-HOLD-COUNT        PIC S9(5) VALUE 0.

       01  COMPANY-RUN-TOTALS.
           05  CRT-NET-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CRT-ACH-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CRT-CHECK-TOTAL            PIC S9(9)V99 VALUE 0.

       01  DEDUCTION-WORK-FIELDS.
           05  EOF-DED-WS                 PIC X(3)  VALUE 'NO '.
               10  DT-GOAL                PIC 9(7)V99.
               10  DT-TAKEN               PIC S9(7)V99.
               10  DT-APPLIED             PIC X.
               10  DT-PRETAX              PIC X.
               10  DT-CURRENT             PIC S9(7)V99.

       01  PAY-HISTORY-FIELDS.
           05  HIST-SUB-WS                PIC S999  VALUE 0.

       01  PAY-FIELDS.
           05  NET-PAY-WS                 PIC S9(7)V99 VALUE 0.
           05  AC-PRENOTE-COUNT           PIC S9(5) VALUE 0.
           05  AC-DED-COUNT               PIC S9(5) VALUE 0.
           05  AC-DED-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-HISTORY-COUNT           PIC S9(5) VALUE 0.
           05  AC-BANK-HOLD-COUNT         PIC S9(5) VALUE 0.

       01  ACH-FILE-HEADER.
           05                             PIC X     VALUE '1'.
           05  ABH-ENTRY-DESC             PIC X(10) VALUE
               'PAYROLL'.
           05  ABH-EFFECTIVE-DATE         PIC 9(6).
           05  ABH-COMPANY-ID.
               10                         PIC X     VALUE '1'.
               10  ABH-COMPANY-EIN        PIC X(9)  VALUE SPACES.
           05  ABH-BATCH-NUMBER           PIC 9(7)  VALUE ZERO.
           05  FILLER                     PIC X(41) VALUE SPACES.

       01  ACH-ENTRY-DETAIL.
           05                             PIC X     VALUE '6'.
           05                             PIC X(3)  VALUE '220'.
           05  ABC-ENTRY-COUNT            PIC 9(6).
           05  ABC-TOTAL-CREDIT           PIC 9(10)V99.
           05  ABC-COMPANY-ID.
               10                         PIC X     VALUE '1'.
               10  ABC-COMPANY-EIN        PIC X(9)  VALUE SPACES.
           05  ABC-BATCH-NUMBER           PIC 9(7)  VALUE ZERO.
           05  FILLER                     PIC X(55) VALUE SPACES.

       01  ACH-FILE-CONTROL.
           05                             PIC X     VALUE '9'.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(26) VALUE SPACES.
           02  RH-LINE-2.
               03                              PIC X(9)   VALUE
                   "COMPANY: ".
               03  RH-COMPANY-NAME             PIC X(30)  VALUE SPACES.
               03                              PIC X(6)   VALUE SPACES.
               03  RH-EIN-CAPTION              PIC X(5)   VALUE SPACES.
               03  RH-COMPANY-EIN              PIC X(9)   VALUE SPACES.
               03                              PIC X(21)  VALUE SPACES.

       01  CHECK-DETAIL-LINE.
           05  FILLER                         PIC X VALUE SPACES.
               10 EX-LAST-NAME-OUT            PIC X(20).
           05  FILLER                         PIC X VALUE SPACES.
           05  EX-NET-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  EX-MESSAGE                     PIC X(33) VALUE
               " NET NOT POSITIVE - NO PAYMENT".
           05  FILLER                         PIC X(51).

       01  BANK-HOLD-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  BH-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  BH-NAME-OUT.
               10 BH-F-INIT-OUT               PIC X.
               10 BH-M-INIT-OUT               PIC X.
               10 BH-LAST-NAME-OUT            PIC X(20).
           05  FILLER                         PIC X VALUE SPACES.
           05  BH-NET-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(19) VALUE
               " BANK ACCT CHANGED ".
           05  BH-CHANGE-DATE-OUT             PIC 9(6).
           05  FILLER                         PIC X(4) VALUE
               " RT ".
           05  BH-ROUTING-OUT                 PIC X(9).
           05  FILLER                         PIC X(6) VALUE
               " ACCT ".
           05  BH-ACCOUNT-OUT                 PIC X(17).
           05  FILLER                         PIC X(21) VALUE
               " HELD - PAID BY CHECK".
           05  FILLER                         PIC X(2).

       01  DED-REGISTER-HEADING.
           02                                  PIC X(27)  VALUE
               "PAYROLL DEDUCTION REGISTER".
           02                                  PIC X(26)  VALUE SPACES.

       01  SUMMARY-LINES.
           02  SL-CAPTION-LINE.
               03                              PIC X(10)  VALUE SPACES.
               03  SL-CAPTION                  PIC X(50).
               03                              PIC X(26)  VALUE SPACES.

           02  SL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
               03  SL-PRENOTE-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(26)  VALUE SPACES.

           02  SL-LINE-7.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "BANK CHANGES HELD      =  ".
               03  SL-BANK-HOLD-COUNT          PIC ZZ,ZZ9.
               03                              PIC X(26)  VALUE SPACES.

           02  SL-BALANCE-LINE.
               03                              PIC X(10)  VALUE SPACES.
               03  SL-BALANCE-MSG              PIC X(50).
               PERFORM 200-OPEN
               PERFORM 210-PROCESS-VOIDS-RTN
                   UNTIL EOF-VOID-WS = 'YES'
               MOVE 1 TO COMPANY-SUB-WS
               PERFORM 320-PROCESS-COMPANY-RTN
                   UNTIL COMPANY-SUB-WS > COMPANY-COUNT-WS
               PERFORM 600-WRAPUP
               PERFORM 900-CLOSE
           ELSE

           READ COMPANY-PARM-FILE
               AT END
                   MOVE 'YES' TO EOF-CMPPRM-WS
               NOT AT END
                   MOVE 'Y' TO PARM-SW
                   MOVE CPR-IMMED-DEST TO AFH-DESTINATION
                   MOVE CPR-IMMED-ORIGIN TO AFH-ORIGIN
                   MOVE CPR-BANK-NAME TO AFH-DEST-NAME
                   MOVE CPR-LEGAL-NAME TO AFH-ORIGIN-NAME
           END-READ.

           PERFORM 155-STORE-COMPANY-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

       155-STORE-COMPANY-RTN.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
               MOVE CPR-LEGAL-NAME
                   TO CMT-LEGAL-NAME (COMPANY-COUNT-WS)
               MOVE CPR-EIN
                   TO CMT-EIN (COMPANY-COUNT-WS)
           END-IF.

           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       160-FIND-COMPANY-RTN.

           MOVE 'N' TO COMPANY-FOUND-SW.
           MOVE 1 TO COMPANY-SCAN-SUB-WS.
           PERFORM 165-SCAN-COMPANY-RTN
               UNTIL COMPANY-SCAN-SUB-WS > COMPANY-COUNT-WS
                  OR COMPANY-CODE-FOUND.

       165-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SCAN-SUB-WS)
                   = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SCAN-SUB-WS
           END-IF.

       200-OPEN.
           INITIALIZE ACCUMULATORS.


           PERFORM 220-LOAD-CHECK-CONTROL-RTN.

           PERFORM 215-LOAD-BANK-HOLD-PARM-RTN.

           OPEN I-O   BANK-FILE-INDEXED
                INPUT ADDRESS-FILE-INDEXED
                INPUT CHECK-VOID-FILE
                I-O   CHECK-ISSUE-FILE
                OUTPUT ACH-FILE
                OUTPUT POSITIVE-PAY-FILE
                OUTPUT DEDUCTION-REGISTER
                OUTPUT DEDUCTION-DETAIL-FILE
                OUTPUT CHECK-REGISTER
                EXTEND PAY-HISTORY-FILE.

           WRITE DED-REGISTER-LINE-OUT FROM DED-REGISTER-HEADING.

           MOVE CHECK-DATE-WS TO ABH-EFFECTIVE-DATE.

           WRITE ACH-RECORD-OUT FROM ACH-FILE-HEADER.

           MOVE "VOID AND STOP PAYMENT REQUESTS" TO RH-COMPANY-NAME.

           PERFORM 240-READ-VOID.

       205-GET-CYCLE-DATE-RTN.

                   END-IF
           END-READ.

       215-LOAD-BANK-HOLD-PARM-RTN.

           MOVE CHECK-DATE-WS TO DATE-SPLIT-WS.
           COMPUTE CHECK-DAYS-WS =
               (DS-YY * 360) + (DS-MM * 30) + DS-DD.

           OPEN INPUT BANK-HOLD-PARM-FILE.

           READ BANK-HOLD-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF BHP-HOLD-DAYS IS NUMERIC
                       MOVE BHP-HOLD-DAYS TO BANK-HOLD-DAYS-WS
                   ELSE
                       DISPLAY 'BANK CHANGE HOLD PERIOD INVALID - '
                               'USING ' BANK-HOLD-DAYS-WS ' DAYS'
                   END-IF
           END-READ.

           CLOSE BANK-HOLD-PARM-FILE.

       220-LOAD-CHECK-CONTROL-RTN.

           OPEN INPUT CHECK-CONTROL-FILE.

       260-APPLY-VOID-RTN.

           EVALUATE TRUE
               WHEN CHECK-CLEARED
                   MOVE " IGNORED - CHECK ALREADY CLEARED"
                       TO VD-MESSAGE
                   PERFORM 265-VOID-IGNORED-RTN
               WHEN CHECK-STALE-DATED
                   MOVE " IGNORED - CHECK IS STALE-DATED"
                       TO VD-MESSAGE
                   PERFORM 265-VOID-IGNORED-RTN
               WHEN OTHER
                   PERFORM 270-POST-VOID-RTN
           END-EVALUATE.

       265-VOID-IGNORED-RTN.

           MOVE CHK-NAME TO VD-NAME-OUT.
           MOVE CHK-AMOUNT TO VD-AMT-OUT.
           MOVE CHK-NUMBER TO VD-CHECK-NO-OUT.

           WRITE REPORT-LINE-OUT FROM VOID-DETAIL-LINE
               AFTER ADVANCING 2 LINES.
               AT END MOVE 'YES' TO EOF-MASTER-WS
           END-READ.

       320-PROCESS-COMPANY-RTN.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO ABH-COMPANY-NAME.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO ABH-COMPANY-EIN.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO ABC-COMPANY-EIN.
           MOVE COMPANY-SUB-WS TO ABH-BATCH-NUMBER.
           MOVE COMPANY-SUB-WS TO ABC-BATCH-NUMBER.

           WRITE ACH-RECORD-OUT FROM ACH-BATCH-HEADER.

           MOVE AC-EMPLOYEE-COUNT TO CST-EMPLOYEE-COUNT.
           MOVE AC-NET-TOTAL TO CST-NET-TOTAL.
           MOVE AC-ACH-COUNT TO CST-ACH-COUNT.
           MOVE AC-ACH-TOTAL TO CST-ACH-TOTAL.
           MOVE AC-CHECK-COUNT TO CST-CHECK-COUNT.
           MOVE AC-CHECK-TOTAL TO CST-CHECK-TOTAL.
           MOVE AC-EXCEPTION-COUNT TO CST-EXCEPTION-COUNT.
           MOVE AC-PRENOTE-COUNT TO CST-PRENOTE-COUNT.
           MOVE AC-BANK-HOLD-COUNT TO CST-BANK-HOLD-COUNT.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO RH-COMPANY-NAME.
           MOVE "EIN: " TO RH-EIN-CAPTION.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO RH-COMPANY-EIN.
           PERFORM 500-HEADER.

           MOVE 'NO ' TO EOF-MASTER-WS.
           OPEN INPUT MASTER-FILE-INDEXED.

           PERFORM 250-READ.
           PERFORM 300-PROCESS
               UNTIL EOF-MASTER-WS = 'YES'.

           CLOSE MASTER-FILE-INDEXED.

           PERFORM 340-COMPANY-WRAPUP-RTN.

           ADD 1 TO COMPANY-SUB-WS.

       300-PROCESS.

           MOVE COMPANY-CODE-INDEXED TO COMPANY-LOOKUP-WS.
           IF COMPANY-LOOKUP-WS = SPACES
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           IF COMPANY-LOOKUP-WS = CMT-COMPANY-CODE (COMPANY-SUB-WS)
               PERFORM 305-PAY-MASTER-RTN
           ELSE
               IF COMPANY-SUB-WS = 1
                   PERFORM 160-FIND-COMPANY-RTN
                   IF NOT COMPANY-CODE-FOUND
                       PERFORM 455-COMPANY-EXCEPTION-RTN
                   END-IF
               END-IF
           END-IF.

           PERFORM 250-READ.

       305-PAY-MASTER-RTN.

           COMPUTE NET-PAY-WS =
               GROSS-INDEXED - FICA-INDEXED - WH-INDEXED
               - STATE-WH-INDEXED - LOCAL-WH-INDEXED
               - PRETAX-401K-INDEXED - PRETAX-125-INDEXED.

           PERFORM 380-START-HISTORY-RTN.

           IF NET-PAY-WS > 0
               PERFORM 360-LOAD-DEDUCTIONS-RTN
               IF NET-PAY-WS > 0
                   PERFORM 350-PAY-EMPLOYEE-RTN
               END-IF
               PERFORM 390-WRITE-HISTORY-RTN
           ELSE
               PERFORM 450-PAY-EXCEPTION-RTN
               IF GROSS-INDEXED NOT = ZERO
                   PERFORM 390-WRITE-HISTORY-RTN
               END-IF
           END-IF.

       340-COMPANY-WRAPUP-RTN.

           COMPUTE ABC-ENTRY-COUNT =
               AC-ACH-COUNT - CST-ACH-COUNT
               + AC-PRENOTE-COUNT - CST-PRENOTE-COUNT.
           COMPUTE ABC-TOTAL-CREDIT =
               AC-ACH-TOTAL - CST-ACH-TOTAL.

           WRITE ACH-RECORD-OUT FROM ACH-BATCH-CONTROL.

           COMPUTE CRT-NET-TOTAL = AC-NET-TOTAL - CST-NET-TOTAL.
           COMPUTE CRT-ACH-TOTAL = AC-ACH-TOTAL - CST-ACH-TOTAL.
           COMPUTE CRT-CHECK-TOTAL = AC-CHECK-TOTAL - CST-CHECK-TOTAL.

           MOVE SPACES TO SL-CAPTION.
           STRING "TOTALS FOR " DELIMITED BY SIZE
                  CMT-LEGAL-NAME (COMPANY-SUB-WS) DELIMITED BY SIZE
                  INTO SL-CAPTION.

           MOVE CRT-NET-TOTAL TO SL-NET-TOTAL.
           COMPUTE SL-EMPLOYEE-COUNT =
               AC-EMPLOYEE-COUNT - CST-EMPLOYEE-COUNT.
           MOVE CRT-ACH-TOTAL TO SL-ACH-TOTAL.
           COMPUTE SL-ACH-COUNT = AC-ACH-COUNT - CST-ACH-COUNT.
           MOVE CRT-CHECK-TOTAL TO SL-CHECK-TOTAL.
           COMPUTE SL-CHECK-COUNT = AC-CHECK-COUNT - CST-CHECK-COUNT.
           COMPUTE SL-EXCEPTION-COUNT =
               AC-EXCEPTION-COUNT - CST-EXCEPTION-COUNT.
           COMPUTE SL-PRENOTE-COUNT =
               AC-PRENOTE-COUNT - CST-PRENOTE-COUNT.
           COMPUTE SL-BANK-HOLD-COUNT =
               AC-BANK-HOLD-COUNT - CST-BANK-HOLD-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-CAPTION-LINE
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-3
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-4
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-6
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-7
               AFTER ADVANCING 2 LINES.

           IF CRT-ACH-TOTAL + CRT-CHECK-TOTAL = CRT-NET-TOTAL
               MOVE "COMPANY BATCH IN BALANCE WITH NET PAY"
                   TO SL-BALANCE-MSG
           ELSE
               MOVE "COMPANY BATCH OUT OF BALANCE - DO NOT RELEASE"
                   TO SL-BALANCE-MSG
           END-IF.

           WRITE REPORT-LINE-OUT FROM SL-BALANCE-LINE
               AFTER ADVANCING 2 LINES.

       360-LOAD-DEDUCTIONS-RTN.

               MOVE DED-GOAL-AMOUNT TO DT-GOAL (DED-COUNT-WS)
               MOVE DED-TAKEN-TO-DATE TO DT-TAKEN (DED-COUNT-WS)
               MOVE 'N' TO DT-APPLIED (DED-COUNT-WS)
               MOVE 'N' TO DT-PRETAX (DED-COUNT-WS)
               MOVE ZERO TO DT-CURRENT (DED-COUNT-WS)
               IF PRETAX-401K-DED OR PRETAX-125-DED
                   PERFORM 366-STORE-PRETAX-DED-RTN
               END-IF
           END-IF.

           PERFORM 362-READ-DED-NEXT-RTN.

       366-STORE-PRETAX-DED-RTN.

           MOVE DED-PRIORITY TO DT-ORDER (DED-COUNT-WS).
           MOVE 'A' TO DT-METHOD (DED-COUNT-WS).
           MOVE ZERO TO DT-GOAL (DED-COUNT-WS).
           MOVE 'Y' TO DT-PRETAX (DED-COUNT-WS).

           IF DED-CURRENT-PRETAX IS NUMERIC
              AND DED-CURRENT-PRETAX > ZERO
               MOVE DED-CURRENT-PRETAX TO DT-AMOUNT (DED-COUNT-WS)
           ELSE
               MOVE ZERO TO DT-AMOUNT (DED-COUNT-WS)
           END-IF.

       370-APPLY-DEDUCTIONS-RTN.

           PERFORM 372-SELECT-DED-RTN.
           END-IF.

           IF DED-CALC-WS > NET-PAY-WS
              AND DT-PRETAX (DED-PICK-SUB-WS) = 'N'
               MOVE NET-PAY-WS TO DED-CALC-WS
           END-IF.

           IF DED-CALC-WS > ZERO
               IF DT-PRETAX (DED-PICK-SUB-WS) = 'N'
                   SUBTRACT DED-CALC-WS FROM NET-PAY-WS
               END-IF
               ADD DED-CALC-WS TO DT-TAKEN (DED-PICK-SUB-WS)
               MOVE DED-CALC-WS TO DT-CURRENT (DED-PICK-SUB-WS)
               ADD 1 TO AC-DED-COUNT
               ADD DED-CALC-WS TO AC-DED-TOTAL
               PERFORM 376-POST-DED-TAKEN-RTN
           WRITE DED-REGISTER-LINE-OUT FROM DED-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO DED-DETAIL-REC.
           MOVE 'D' TO DDT-REC-TYPE.
           MOVE CHECK-DATE-WS TO DDT-CHECK-DATE.
           MOVE RUN-DATE-WS TO DDT-RUN-DATE.
           MOVE MASTER-SSN-INDEXED TO DDT-SSN.
           MOVE NAME-INDEXED TO DDT-NAME.
           MOVE DT-CODE (DED-PICK-SUB-WS) TO DDT-CODE.
           MOVE DT-DESC (DED-PICK-SUB-WS) TO DDT-DESC.
           MOVE DT-PRETAX (DED-PICK-SUB-WS) TO DDT-PRETAX.
           MOVE DED-CALC-WS TO DDT-AMOUNT.
           MOVE CMT-COMPANY-CODE (COMPANY-SUB-WS) TO DDT-COMPANY-CODE.

           WRITE DED-DETAIL-REC.

       380-START-HISTORY-RTN.

           MOVE SPACES TO PAY-HISTORY-REC.
           MOVE ZERO TO DED-COUNT-WS.

           MOVE MASTER-SSN-INDEXED TO PH-SSN.
           MOVE CHECK-DATE-WS TO PH-CHECK-DATE.
           MOVE RUN-DATE-WS TO PH-RUN-DATE.
           MOVE 'R' TO PH-RUN-TYPE.
           MOVE NAME-INDEXED TO PH-NAME.
           MOVE MARITIAL-STATUS-INDEXED TO PH-MARITIAL-STATUS.
           MOVE EXEMPTIONS-INDEXED TO PH-EXEMPTIONS.
           MOVE DEPARTMENT-CODE-INDEXED TO PH-DEPARTMENT-CODE.
           MOVE STATE-CODE-INDEXED TO PH-STATE-CODE.
           MOVE TAX-LOCAL-INDEXED TO PH-TAX-LOCAL.
           MOVE CMT-COMPANY-CODE (COMPANY-SUB-WS) TO PH-COMPANY-CODE.
           MOVE GROSS-INDEXED TO PH-GROSS.
           MOVE PRETAX-401K-INDEXED TO PH-PRETAX-401K.
           MOVE PRETAX-125-INDEXED TO PH-PRETAX-125.
           MOVE SS-TAX-INDEXED TO PH-SS-TAX.
           MOVE MEDICARE-INDEXED TO PH-MEDICARE.
           MOVE WH-INDEXED TO PH-FED-WH.
           MOVE STATE-WH-INDEXED TO PH-STATE-WH.
           MOVE LOCAL-WH-INDEXED TO PH-LOCAL-WH.
           MOVE YTD-GROSS-INDEXED TO PH-YTD-GROSS.
           MOVE YTD-SS-TAX-INDEXED TO PH-YTD-SS-TAX.
           MOVE YTD-MEDICARE-INDEXED TO PH-YTD-MEDICARE.
           MOVE YTD-WH-INDEXED TO PH-YTD-FED-WH.
           MOVE YTD-STATE-WH-INDEXED TO PH-YTD-STATE-WH.
           MOVE YTD-LOCAL-WH-INDEXED TO PH-YTD-LOCAL-WH.
           MOVE YTD-401K-INDEXED TO PH-YTD-401K.
           MOVE YTD-125-INDEXED TO PH-YTD-125.
           MOVE ZERO TO PH-DED-COUNT.
           MOVE ZERO TO PH-ACH-AMOUNT.
           MOVE ZERO TO PH-CHECK-NO.
           MOVE ZERO TO PH-CHECK-AMOUNT.

           IF REG-HOURS-INDEXED IS NUMERIC
              AND OT-HOURS-INDEXED IS NUMERIC
               MOVE REG-HOURS-INDEXED TO PH-REG-HOURS
               MOVE OT-HOURS-INDEXED TO PH-OT-HOURS
           ELSE
               MOVE ZERO TO PH-REG-HOURS
               MOVE ZERO TO PH-OT-HOURS
           END-IF.

       390-WRITE-HISTORY-RTN.

           MOVE NET-PAY-WS TO PH-NET-PAY.

           MOVE 1 TO HIST-SUB-WS.
           PERFORM 392-STORE-HISTORY-DED-RTN
               UNTIL HIST-SUB-WS > DED-COUNT-WS.

           WRITE PAY-HISTORY-REC.

           ADD 1 TO AC-HISTORY-COUNT.

       392-STORE-HISTORY-DED-RTN.

           IF DT-CURRENT (HIST-SUB-WS) NOT = ZERO
               ADD 1 TO PH-DED-COUNT
               MOVE DT-CODE (HIST-SUB-WS)
                   TO PH-DED-CODE (PH-DED-COUNT)
               MOVE DT-DESC (HIST-SUB-WS)
                   TO PH-DED-DESC (PH-DED-COUNT)
               MOVE DT-PRETAX (HIST-SUB-WS)
                   TO PH-DED-PRETAX (PH-DED-COUNT)
               MOVE DT-CURRENT (HIST-SUB-WS)
                   TO PH-DED-AMOUNT (PH-DED-COUNT)
           END-IF.

           ADD 1 TO HIST-SUB-WS.

       350-PAY-EMPLOYEE-RTN.

           MOVE 'N' TO BANK-FOUND-SW.
           MOVE 'N' TO BANK-HOLD-SW.
           MOVE MASTER-SSN-INDEXED TO BANK-SSN.

           READ BANK-FILE-INDEXED
                   CONTINUE
               NOT INVALID KEY
                   SET BANK-DETAIL-FOUND TO TRUE
                   PERFORM 355-CHECK-BANK-HOLD-RTN
           END-READ.

           EVALUATE TRUE
               WHEN BANK-DETAIL-FOUND AND BANK-ON-HOLD
                   IF PRENOTE-PENDING
                      AND BANK-PRENOTE-SENT NOT = 'Y'
                       PERFORM 410-WRITE-PRENOTE-RTN
                   END-IF
                   MOVE NET-PAY-WS TO CHECK-AMT-WS
                   PERFORM 420-WRITE-CHECK-RTN
                   PERFORM 457-BANK-HOLD-EXCEPTION-RTN

               WHEN BANK-DETAIL-FOUND AND PRENOTE-PENDING
                   IF BANK-PRENOTE-SENT NOT = 'Y'
                       PERFORM 410-WRITE-PRENOTE-RTN
                   MOVE NET-PAY-WS TO CHECK-AMT-WS
                   PERFORM 420-WRITE-CHECK-RTN

               WHEN BANK-DETAIL-FOUND
                    AND (PRENOTE-REJECTED OR ACH-ACCOUNT-RETURNED)
                   MOVE NET-PAY-WS TO CHECK-AMT-WS
                   PERFORM 420-WRITE-CHECK-RTN


           END-EVALUATE.

       355-CHECK-BANK-HOLD-RTN.

           EVALUATE TRUE
               WHEN BANK-CHANGE-HELD
                   SET BANK-ON-HOLD TO TRUE

               WHEN BANK-CHANGE-UNVERIFIED
                    AND BANK-CHANGE-DATE IS NUMERIC
                   MOVE BANK-CHANGE-DATE TO DATE-SPLIT-WS
                   COMPUTE CHANGE-DAYS-WS =
                       (DS-YY * 360) + (DS-MM * 30) + DS-DD
                   COMPUTE CHANGE-AGE-WS =
                       CHECK-DAYS-WS - CHANGE-DAYS-WS
                   IF CHANGE-AGE-WS NOT > BANK-HOLD-DAYS-WS
                       SET BANK-ON-HOLD TO TRUE
                       MOVE 'H' TO BANK-VERIFY-SW
                       REWRITE BANK-REC
                           INVALID KEY
                               DISPLAY 'BANK FILE REWRITE ERROR ON '
                                       BANK-SSN
                       END-REWRITE
                   END-IF

               WHEN OTHER
                   CONTINUE

           END-EVALUATE.

       410-WRITE-PRENOTE-RTN.

           IF BANK-ACCT-TYPE = 'S'

           WRITE ACH-RECORD-OUT FROM ACH-ENTRY-DETAIL.

           MOVE DEPOSIT-AMT-WS TO PH-ACH-AMOUNT.

           ADD 1 TO AC-ACH-COUNT.
           ADD DEPOSIT-AMT-WS TO AC-ACH-TOTAL.


           PERFORM 430-RECORD-CHECK-RTN.

           MOVE NEXT-CHECK-NO-WS TO PH-CHECK-NO.
           MOVE CHECK-AMT-WS TO PH-CHECK-AMOUNT.

           ADD 3 TO AC-LINE-COUNT.
           ADD 1 TO AC-CHECK-COUNT.
           ADD CHECK-AMT-WS TO AC-CHECK-TOTAL.

       430-RECORD-CHECK-RTN.

           MOVE SPACES TO CHECK-ISSUE-REC.
           MOVE NEXT-CHECK-NO-WS TO CHK-NUMBER.
           MOVE CHECK-DATE-WS TO CHK-ISSUE-DATE.
           MOVE MASTER-SSN-INDEXED TO CHK-SSN.
           MOVE CHECK-AMT-WS TO CHK-AMOUNT.
           MOVE 'O' TO CHK-STATUS.
           MOVE ZERO TO CHK-CLEAR-DATE.
           MOVE ZERO TO CHK-STALE-DATE.
           MOVE 'N' TO CHK-STOP-PAY-SW.

           WRITE CHECK-ISSUE-REC
               INVALID KEY
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       455-COMPANY-EXCEPTION-RTN.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE MASTER-SSN-INDEXED TO EX-SSN-OUT.
           MOVE NAME-INDEXED TO EX-NAME-OUT.
           MOVE F-INIT-INDEXED TO EX-F-INIT-OUT.
           MOVE M-INIT-INDEXED TO EX-M-INIT-OUT.
           MOVE LAST-NAME-INDEXED TO EX-LAST-NAME-OUT.
           MOVE ZERO TO EX-NET-OUT.
           MOVE " COMPANY NOT ON PROFILE - NO PAY" TO EX-MESSAGE.

           WRITE REPORT-LINE-OUT FROM EXCEPTION-LINE
               AFTER ADVANCING 2 LINES.

           MOVE " NET NOT POSITIVE - NO PAYMENT" TO EX-MESSAGE.

           DISPLAY 'COMPANY CODE ' COMPANY-CODE-INDEXED
                   ' NOT ON PROFILE FILE - EMPLOYEE '
                   MASTER-SSN-INDEXED ' NOT PAID'.
           MOVE 8 TO RETURN-CODE.

           ADD 2 TO AC-LINE-COUNT.
           ADD 1 TO AC-EXCEPTION-COUNT.

           IF AC-LINE-COUNT > 30
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       457-BANK-HOLD-EXCEPTION-RTN.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE MASTER-SSN-INDEXED TO BH-SSN-OUT.
           MOVE F-INIT-INDEXED TO BH-F-INIT-OUT.
           MOVE M-INIT-INDEXED TO BH-M-INIT-OUT.
           MOVE LAST-NAME-INDEXED TO BH-LAST-NAME-OUT.
           MOVE NET-PAY-WS TO BH-NET-OUT.
           MOVE BANK-CHANGE-DATE TO BH-CHANGE-DATE-OUT.
           MOVE BANK-ROUTING TO BH-ROUTING-OUT.
           MOVE BANK-ACCOUNT TO BH-ACCOUNT-OUT.

           WRITE REPORT-LINE-OUT FROM BANK-HOLD-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.
           ADD 1 TO AC-BANK-HOLD-COUNT.

           IF AC-LINE-COUNT > 30
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           WRITE REPORT-LINE-OUT FROM RH-LINE-2
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT AFTER ADVANCING 2 LINES.


       600-WRAPUP.

           MOVE COMPANY-COUNT-WS TO AFC-BATCH-COUNT.
           COMPUTE AFC-ENTRY-COUNT =
               AC-ACH-COUNT + AC-PRENOTE-COUNT.
           MOVE AC-ACH-TOTAL TO AFC-TOTAL-CREDIT.
           MOVE AC-VOID-TOTAL TO SL-VOID-TOTAL.
           MOVE AC-VOID-COUNT TO SL-VOID-COUNT.
           MOVE AC-PRENOTE-COUNT TO SL-PRENOTE-COUNT.
           MOVE AC-BANK-HOLD-COUNT TO SL-BANK-HOLD-COUNT.

           MOVE "ALL COMPANIES" TO RH-COMPANY-NAME.
           MOVE SPACES TO RH-EIN-CAPTION.
           MOVE SPACES TO RH-COMPANY-EIN.
           PERFORM 500-HEADER.

           MOVE "TOTALS FOR ALL COMPANIES" TO SL-CAPTION.

           WRITE REPORT-LINE-OUT FROM SL-CAPTION-LINE
               AFTER ADVANCING 1 LINE.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.
           WRITE REPORT-LINE-OUT FROM SL-LINE-6
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-7
               AFTER ADVANCING 2 LINES.

           IF AC-ACH-TOTAL + AC-CHECK-TOTAL = AC-NET-TOTAL
               MOVE "TRANSMITTAL IN BALANCE WITH NET PAY"
                   TO SL-BALANCE-MSG
           WRITE DED-REGISTER-LINE-OUT FROM DED-SUMMARY-LINE
               AFTER ADVANCING 3 LINES.

           MOVE SPACES TO DED-DETAIL-REC.
           MOVE 'T' TO DDT-REC-TYPE.
           MOVE CHECK-DATE-WS TO DDT-CHECK-DATE.
           MOVE RUN-DATE-WS TO DDT-RUN-DATE.
           MOVE AC-DED-COUNT TO DDT-TRL-COUNT.
           MOVE AC-DED-TOTAL TO DDT-TRL-TOTAL.

           WRITE DED-DETAIL-REC.

           PERFORM 650-SAVE-CHECK-CONTROL-RTN.
           PERFORM 660-SAVE-PAY-TOTALS-RTN.

       650-SAVE-CHECK-CONTROL-RTN.


           CLOSE CHECK-CONTROL-FILE.

       660-SAVE-PAY-TOTALS-RTN.

           OPEN OUTPUT PAY-TOTALS-FILE.

           MOVE SPACES TO PAY-TOTALS-REC.
           MOVE CHECK-DATE-WS TO PTL-CHECK-DATE.
           MOVE RUN-DATE-WS TO PTL-RUN-DATE.
           MOVE AC-EMPLOYEE-COUNT TO PTL-EMPLOYEE-COUNT.
           MOVE AC-HISTORY-COUNT TO PTL-HISTORY-COUNT.
           MOVE AC-NET-TOTAL TO PTL-NET-TOTAL.
           MOVE AC-ACH-COUNT TO PTL-ACH-COUNT.
           MOVE AC-ACH-TOTAL TO PTL-ACH-TOTAL.
           MOVE AC-CHECK-COUNT TO PTL-CHECK-COUNT.
           MOVE AC-CHECK-TOTAL TO PTL-CHECK-TOTAL.
           MOVE AC-DED-COUNT TO PTL-DED-COUNT.
           MOVE AC-DED-TOTAL TO PTL-DED-TOTAL.

           WRITE PAY-TOTALS-REC.

           CLOSE PAY-TOTALS-FILE.

       900-CLOSE.
           CLOSE BANK-FILE-INDEXED
                 ADDRESS-FILE-INDEXED
                 CHECK-VOID-FILE
                 CHECK-ISSUE-FILE
                 ACH-FILE
                 POSITIVE-PAY-FILE
                 DEDUCTION-REGISTER
                 DEDUCTION-DETAIL-FILE
                 CHECK-REGISTER
                 PAY-HISTORY-FILE.
