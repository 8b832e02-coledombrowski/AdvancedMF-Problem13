       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2PAYREG.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL PAY-TOTALS-FILE  ASSIGN TO 'V2PAYTOT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ACH-FILE  ASSIGN TO 'V2ACHOUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL GL-EXTRACT-FILE  ASSIGN TO 'GLEXTRCT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PAY-HISTORY-FILE  ASSIGN TO 'V2PAYHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORTED-HISTORY-FILE  ASSIGN TO 'V2PRSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORT-HISTORY-FILE  ASSIGN TO 'V2PRWORK.DAT'.

            SELECT OPTIONAL DEPT-FILE-INDEXED ASSIGN TO 'V2DEPTVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DEPT-CODE.

            SELECT PAYROLL-REGISTER  ASSIGN TO 'PAYREG.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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

       FD  ACH-FILE.
       01  ACH-RECORD-IN.
           05  ACH-RECORD-TYPE               PIC X.
               88  ACH-FILE-CONTROL-REC             VALUE '9'.
           05  FILLER                        PIC X(93).

       01  ACH-FILE-CONTROL-IN.
           05  FILLER                        PIC X.
           05  AFC-BATCH-COUNT               PIC 9(6).
           05  AFC-ENTRY-COUNT               PIC 9(6).
           05  AFC-TOTAL-CREDIT              PIC 9(10)V99.
           05  FILLER                        PIC X(69).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05  GLX-SSN-OUT                    PIC X(9).
           05  GLX-LAST-NAME-OUT              PIC X(20).
           05  GLX-F-INIT-OUT                 PIC X.
           05  GLX-M-INIT-OUT                 PIC X.
           05  GLX-GROSS-OUT                  PIC S9(7)V99.
           05  GLX-FICA-OUT                   PIC S9(4)V99.
           05  GLX-WH-OUT                     PIC S9(5)V99.
           05  GLX-STATE-CODE-OUT             PIC X(2).
           05  GLX-STATE-WH-OUT               PIC S9(5)V99.
           05  GLX-DEPARTMENT-OUT             PIC X(5).
           05  GLX-GL-ACCOUNT-OUT             PIC X(8).
           05  GLX-LOCAL-WH-OUT               PIC S9(5)V99.
           05  GLX-PRETAX-OUT                 PIC S9(5)V99.
           05  GLX-NET-CLEARING-OUT           PIC S9(7)V99.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.

       01  HISTORY-IN-REC.
           05  HST-SSN                       PIC X(9).
           05  HST-CHECK-DATE                PIC 9(6).
           05  HST-RUN-DATE                  PIC 9(6).
           05  HST-RUN-TYPE                  PIC X.
               88  HST-REGULAR-RUN                  VALUE 'R'.
           05  FILLER                        PIC X(738).

       FD  SORTED-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAY-HISTORY-REC.
           05  PH-SSN                        PIC X(9).
           05  PH-CHECK-DATE                 PIC 9(6).
           05  PH-RUN-DATE                   PIC 9(6).
           05  PH-RUN-TYPE                   PIC X.
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
           05  FILLER                        PIC X(68).
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

       SD  SORT-HISTORY-FILE.

       01  SORT-HISTORY-REC.
           05  SRT-SSN                       PIC X(9).
           05  FILLER                        PIC X(38).
           05  SRT-DEPARTMENT-CODE           PIC X(5).
           05  FILLER                        PIC X(708).

       FD  DEPT-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  DEPT-REC.
           05  DEPT-CODE                     PIC X(5).
           05  DEPT-NAME                     PIC X(20).
           05  DEPT-GL-ACCOUNT               PIC X(8).
           05  FILLER                        PIC X(27).

       FD  PAYROLL-REGISTER RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-HISTORY-WS             PIC X(3)  VALUE 'NO '.
           05  EOF-SORTED-WS              PIC X(3)  VALUE 'NO '.
           05  EOF-ACH-WS                 PIC X(3)  VALUE 'NO '.
           05  EOF-GL-WS                  PIC X(3)  VALUE 'NO '.
           05  TOTALS-SW                  PIC X     VALUE 'N'.
               88  TOTALS-FOUND                  VALUE 'Y'.
           05  ACH-CONTROL-SW             PIC X     VALUE 'N'.
               88  ACH-CONTROL-FOUND             VALUE 'Y'.
           05  BALANCE-SW                 PIC X     VALUE 'Y'.
               88  PAYROLL-IN-BALANCE            VALUE 'Y'.
           05  DED-SUB-WS                 PIC S99   VALUE 0.

       01  RUN-DATE-WS                    PIC 9(6).

       01  CONTROL-TOTAL-FIELDS.
           05  CT-CHECK-DATE-WS           PIC 9(6)  VALUE ZERO.
           05  CT-RUN-DATE-WS             PIC 9(6)  VALUE ZERO.
           05  CT-HISTORY-COUNT-WS        PIC 9(5)  VALUE ZERO.
           05  CT-NET-TOTAL-WS            PIC S9(9)V99 VALUE ZERO.
           05  CT-ACH-TOTAL-WS            PIC S9(9)V99 VALUE ZERO.
           05  CT-CHECK-TOTAL-WS          PIC S9(9)V99 VALUE ZERO.
           05  CT-DED-TOTAL-WS            PIC S9(9)V99 VALUE ZERO.
           05  CT-ACH-FILE-TOTAL-WS       PIC S9(10)V99 VALUE ZERO.

       01  GL-TOTAL-FIELDS.
           05  GL-GROSS-WS                PIC S9(9)V99 VALUE ZERO.
           05  GL-FICA-WS                 PIC S9(9)V99 VALUE ZERO.
           05  GL-WH-WS                   PIC S9(9)V99 VALUE ZERO.
           05  GL-STATE-WH-WS             PIC S9(9)V99 VALUE ZERO.
           05  GL-LOCAL-WH-WS             PIC S9(9)V99 VALUE ZERO.
           05  GL-PRETAX-WS               PIC S9(9)V99 VALUE ZERO.
           05  GL-NET-CLEARING-WS         PIC S9(9)V99 VALUE ZERO.
           05  GL-CREDIT-WS               PIC S9(9)V99 VALUE ZERO.
           05  GL-RECORD-COUNT-WS         PIC S9(5) VALUE ZERO.

       01  EMPLOYEE-AMOUNTS.
           05  EMP-PRETAX-WS              PIC S9(7)V99 VALUE 0.
           05  EMP-DEDS-WS                PIC S9(7)V99 VALUE 0.
           05  EMP-DED-LINES-WS           PIC S9(7)V99 VALUE 0.
           05  EMP-PROOF-WS               PIC S9(7)V99 VALUE 0.

       01  DEPARTMENT-BREAK-FIELDS.
           05  DB-FIRST-RECORD-SW         PIC X     VALUE 'Y'.
               88  DB-FIRST-RECORD               VALUE 'Y'.
           05  DB-PREV-DEPT-WS            PIC X(5)  VALUE SPACES.
           05  DB-COUNT-WS                PIC S9(5) VALUE 0.
           05  DB-GROSS-WS                PIC S9(9)V99 VALUE 0.
           05  DB-FED-WS                  PIC S9(9)V99 VALUE 0.
           05  DB-SS-WS                   PIC S9(9)V99 VALUE 0.
           05  DB-MED-WS                  PIC S9(9)V99 VALUE 0.
           05  DB-STATE-WS                PIC S9(9)V99 VALUE 0.
           05  DB-LOCAL-WS                PIC S9(9)V99 VALUE 0.
           05  DB-PRETAX-WS               PIC S9(9)V99 VALUE 0.
           05  DB-DEDS-WS                 PIC S9(9)V99 VALUE 0.
           05  DB-NET-WS                  PIC S9(9)V99 VALUE 0.

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-COUNT                   PIC S9(5) VALUE 0.
           05  AC-GROSS                   PIC S9(9)V99 VALUE 0.
           05  AC-FED                     PIC S9(9)V99 VALUE 0.
           05  AC-SS                      PIC S9(9)V99 VALUE 0.
           05  AC-MED                     PIC S9(9)V99 VALUE 0.
           05  AC-STATE                   PIC S9(9)V99 VALUE 0.
           05  AC-LOCAL                   PIC S9(9)V99 VALUE 0.
           05  AC-PRETAX                  PIC S9(9)V99 VALUE 0.
           05  AC-DEDS                    PIC S9(9)V99 VALUE 0.
           05  AC-NET                     PIC S9(9)V99 VALUE 0.
           05  AC-DED-LINES               PIC S9(9)V99 VALUE 0.
           05  AC-ACH                     PIC S9(9)V99 VALUE 0.
           05  AC-CHECK                   PIC S9(9)V99 VALUE 0.
           05  AC-UNPAID                  PIC S9(9)V99 VALUE 0.
           05  AC-EMP-ERROR-COUNT         PIC S9(5) VALUE 0.
           05  AC-DIFF-COUNT              PIC S9(3) VALUE 0.

       01  PROOF-WORK-FIELDS.
           05  PW-TAXES                   PIC S9(9)V99 VALUE 0.
           05  PW-COMPUTED-NET            PIC S9(9)V99 VALUE 0.
           05  PW-NET-PAID                PIC S9(9)V99 VALUE 0.
           05  PW-DISBURSED               PIC S9(9)V99 VALUE 0.
           05  PW-REGISTER                PIC S9(10)V99 VALUE 0.
           05  PW-CONTROL                 PIC S9(10)V99 VALUE 0.
           05  PW-DIFFERENCE              PIC S9(10)V99 VALUE 0.
           05  PW-CAPTION                 PIC X(40) VALUE SPACES.

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(24)  VALUE
                   "CYCLE PAYROLL REGISTER".
               03                              PIC X(14) VALUE
                   "  CHECK DATE: ".
               03  RH-CHECK-DATE               PIC 99/99/99.
               03                              PIC X(12) VALUE
                   "  RUN DATE: ".
               03  RH-RUN-DATE                 PIC 99/99/99.
               03                              PIC X(4)  VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(53) VALUE SPACES.

           02  RH-LINE-2.
               03                              PIC X(1)   VALUE SPACES.
               03                              PIC X(10)  VALUE "SSN".
               03                              PIC X(13)  VALUE "NAME".
               03                              PIC X(12)  VALUE
                   "       GROSS".
               03                              PIC X(12)  VALUE
                   "     FED W/H".
               03                              PIC X(12)  VALUE
                   "    SOC SEC".
               03                              PIC X(12)  VALUE
                   "    MEDICARE".
               03                              PIC X(12)  VALUE
                   "   STATE W/H".
               03                              PIC X(12)  VALUE
                   "   LOCAL W/H".
               03                              PIC X(12)  VALUE
                   "     PRE-TAX".
               03                              PIC X(12)  VALUE
                   "  DEDUCTIONS".
               03                              PIC X(12)  VALUE
                   "     NET PAY".

       01  DEPARTMENT-HEADING-LINE.
           02                                  PIC X(1)   VALUE SPACES.
           02                                  PIC X(18)  VALUE
               "DEPARTMENT CODE - ".
           02  DH-DEPT-OUT                     PIC X(5).
           02                                  PIC X(3)   VALUE ' - '.
           02  DH-DEPT-NAME-OUT                PIC X(20).
           02                                  PIC X(85)  VALUE SPACES.

       01  REGISTER-DETAIL-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-NAME-OUT                    PIC X(13).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-GROSS-OUT                   PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-FED-OUT                     PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-SS-OUT                      PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-MED-OUT                     PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-STATE-OUT                   PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-LOCAL-OUT                   PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-PRETAX-OUT                  PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-DEDS-OUT                    PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-NET-OUT                     PIC ZZZZZZ9.99-.

       01  REGISTER-TOTAL-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-CAPTION-OUT                 PIC X(16).
           05  RT-COUNT-OUT                   PIC ZZZZ9.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  RT-GROSS-OUT                   PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-FED-OUT                     PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-SS-OUT                      PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-MED-OUT                     PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-STATE-OUT                   PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-LOCAL-OUT                   PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-PRETAX-OUT                  PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-DEDS-OUT                    PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RT-NET-OUT                     PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.

       01  EMPLOYEE-ERROR-LINE.
           05  FILLER                         PIC X(25) VALUE SPACES.
           05  FILLER                         PIC X(47) VALUE
               "*** NET PAY DOES NOT EQUAL GROSS LESS TAXES AND".
           05  FILLER                         PIC X(21) VALUE
               " DEDUCTIONS - DIFF = ".
           05  EE-DIFF-OUT                    PIC ZZZZZZ9.99-.
           05  FILLER                         PIC X(28) VALUE SPACES.

       01  PROOF-HEADING-LINE.
           05  FILLER                         PIC X(1) VALUE SPACES.
           05  FILLER                         PIC X(40) VALUE
               "NET PAY PROOF".
           05  FILLER                         PIC X(91) VALUE SPACES.

       01  PROOF-AMOUNT-LINE.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  PA-CAPTION-OUT                 PIC X(40).
           05  PA-AMOUNT-OUT                  PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(72) VALUE SPACES.

       01  COMPARE-HEADING-LINE.
           05  FILLER                         PIC X(1) VALUE SPACES.
           05  FILLER                         PIC X(44) VALUE
               "CONTROL TOTAL COMPARISONS".
           05  FILLER                         PIC X(17) VALUE
               "   THIS REGISTER".
           05  FILLER                         PIC X(17) VALUE
               "    CONTROL TOTAL".
           05  FILLER                         PIC X(17) VALUE
               "       DIFFERENCE".
           05  FILLER                         PIC X(36) VALUE SPACES.

       01  COMPARE-DETAIL-LINE.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  CD-CAPTION-OUT                 PIC X(40).
           05  CD-REGISTER-OUT                PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  CD-CONTROL-OUT                 PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  CD-DIFFERENCE-OUT              PIC Z,ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  CD-FLAG-OUT                    PIC X(20).
           05  FILLER                         PIC X(14) VALUE SPACES.

       01  COUNT-COMPARE-LINE.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  CC-CAPTION-OUT                 PIC X(40).
           05  FILLER                         PIC X(10) VALUE SPACES.
           05  CC-REGISTER-OUT                PIC ZZ,ZZ9.
           05  FILLER                         PIC X(11) VALUE SPACES.
           05  CC-CONTROL-OUT                 PIC ZZ,ZZ9.
           05  FILLER                         PIC X(11) VALUE SPACES.
           05  CC-DIFFERENCE-OUT              PIC ZZ,ZZ9-.
           05  FILLER                         PIC X(1) VALUE SPACES.
           05  CC-FLAG-OUT                    PIC X(20).
           05  FILLER                         PIC X(15) VALUE SPACES.

       01  SUMMARY-LINES.
           02  SL-BALANCE-LINE.
               03                              PIC X(5)   VALUE SPACES.
               03  SL-BALANCE-MSG              PIC X(60).
               03                              PIC X(67)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE
                   "END OF REPORT".
               03                              PIC X(87)  VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 150-LOAD-PAY-TOTALS-RTN.
           IF TOTALS-FOUND
               PERFORM 160-LOAD-ACH-CONTROL-RTN
               PERFORM 170-LOAD-GL-TOTALS-RTN
               SORT SORT-HISTORY-FILE
                   ON ASCENDING KEY SRT-DEPARTMENT-CODE
                      ASCENDING KEY SRT-SSN
                   INPUT PROCEDURE IS 180-SELECT-HISTORY-RTN
                   GIVING SORTED-HISTORY-FILE
               PERFORM 200-OPEN
               PERFORM 300-PROCESS
                   UNTIL EOF-SORTED-WS = 'YES'
               PERFORM 600-WRAPUP
               PERFORM 900-CLOSE
               IF NOT PAYROLL-IN-BALANCE
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'V2PAY CONTROL TOTALS MISSING - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       150-LOAD-PAY-TOTALS-RTN.

           OPEN INPUT PAY-TOTALS-FILE.

           READ PAY-TOTALS-FILE
               AT END
                   CONTINUE
               NOT AT END
                   MOVE 'Y' TO TOTALS-SW
                   MOVE PTL-CHECK-DATE TO CT-CHECK-DATE-WS
                   MOVE PTL-RUN-DATE TO CT-RUN-DATE-WS
                   MOVE PTL-HISTORY-COUNT TO CT-HISTORY-COUNT-WS
                   MOVE PTL-NET-TOTAL TO CT-NET-TOTAL-WS
                   MOVE PTL-ACH-TOTAL TO CT-ACH-TOTAL-WS
                   MOVE PTL-CHECK-TOTAL TO CT-CHECK-TOTAL-WS
                   MOVE PTL-DED-TOTAL TO CT-DED-TOTAL-WS
           END-READ.

           CLOSE PAY-TOTALS-FILE.

       160-LOAD-ACH-CONTROL-RTN.

           OPEN INPUT ACH-FILE.

           PERFORM 165-READ-ACH-RTN
               UNTIL EOF-ACH-WS = 'YES'.

           CLOSE ACH-FILE.

           IF NOT ACH-CONTROL-FOUND
               DISPLAY 'ACH FILE CONTROL RECORD NOT FOUND ON '
                       'V2ACHOUT.DAT'
           END-IF.

       165-READ-ACH-RTN.

           READ ACH-FILE
               AT END
                   MOVE 'YES' TO EOF-ACH-WS
               NOT AT END
                   IF ACH-FILE-CONTROL-REC
                       MOVE 'Y' TO ACH-CONTROL-SW
                       MOVE AFC-TOTAL-CREDIT TO CT-ACH-FILE-TOTAL-WS
                   END-IF
           END-READ.

       170-LOAD-GL-TOTALS-RTN.

           OPEN INPUT GL-EXTRACT-FILE.

           PERFORM 175-READ-GL-RTN
               UNTIL EOF-GL-WS = 'YES'.

           CLOSE GL-EXTRACT-FILE.

           COMPUTE GL-CREDIT-WS =
               GL-FICA-WS + GL-WH-WS + GL-STATE-WH-WS
               + GL-LOCAL-WH-WS + GL-PRETAX-WS + GL-NET-CLEARING-WS.

       175-READ-GL-RTN.

           READ GL-EXTRACT-FILE
               AT END
                   MOVE 'YES' TO EOF-GL-WS
               NOT AT END
                   ADD 1 TO GL-RECORD-COUNT-WS
                   ADD GLX-GROSS-OUT TO GL-GROSS-WS
                   ADD GLX-FICA-OUT TO GL-FICA-WS
                   ADD GLX-WH-OUT TO GL-WH-WS
                   ADD GLX-STATE-WH-OUT TO GL-STATE-WH-WS
                   ADD GLX-LOCAL-WH-OUT TO GL-LOCAL-WH-WS
                   ADD GLX-PRETAX-OUT TO GL-PRETAX-WS
                   ADD GLX-NET-CLEARING-OUT TO GL-NET-CLEARING-WS
           END-READ.

       180-SELECT-HISTORY-RTN.

           OPEN INPUT PAY-HISTORY-FILE.

           PERFORM 185-READ-HISTORY-RTN.
           PERFORM 190-RELEASE-HISTORY-RTN
               UNTIL EOF-HISTORY-WS = 'YES'.

           CLOSE PAY-HISTORY-FILE.

       185-READ-HISTORY-RTN.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

       190-RELEASE-HISTORY-RTN.

           IF HST-REGULAR-RUN
              AND HST-CHECK-DATE = CT-CHECK-DATE-WS
              AND HST-RUN-DATE = CT-RUN-DATE-WS
               RELEASE SORT-HISTORY-REC FROM HISTORY-IN-REC
           END-IF.

           PERFORM 185-READ-HISTORY-RTN.

       200-OPEN.
           INITIALIZE ACCUMULATORS.

           ACCEPT RUN-DATE-WS FROM DATE.

           MOVE CT-CHECK-DATE-WS TO RH-CHECK-DATE.
           MOVE CT-RUN-DATE-WS TO RH-RUN-DATE.

           OPEN INPUT SORTED-HISTORY-FILE
                INPUT DEPT-FILE-INDEXED
                OUTPUT PAYROLL-REGISTER.

           PERFORM 250-READ.

       250-READ.
           READ SORTED-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ.

       300-PROCESS.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           IF DB-FIRST-RECORD
               MOVE 'N' TO DB-FIRST-RECORD-SW
               PERFORM 520-DEPARTMENT-HEADER
           END-IF.

           IF PH-DEPARTMENT-CODE NOT = DB-PREV-DEPT-WS
               PERFORM 560-DEPARTMENT-SUBTOTAL
               PERFORM 520-DEPARTMENT-HEADER
           END-IF.

           PERFORM 320-EMPLOYEE-AMOUNTS-RTN.

           MOVE PH-SSN TO RD-SSN-OUT.
           MOVE PH-LAST-NAME TO RD-NAME-OUT.
           MOVE PH-GROSS TO RD-GROSS-OUT.
           MOVE PH-FED-WH TO RD-FED-OUT.
           MOVE PH-SS-TAX TO RD-SS-OUT.
           MOVE PH-MEDICARE TO RD-MED-OUT.
           MOVE PH-STATE-WH TO RD-STATE-OUT.
           MOVE PH-LOCAL-WH TO RD-LOCAL-OUT.
           MOVE EMP-PRETAX-WS TO RD-PRETAX-OUT.
           MOVE EMP-DEDS-WS TO RD-DEDS-OUT.
           MOVE PH-NET-PAY TO RD-NET-OUT.

           WRITE REPORT-LINE-OUT FROM REGISTER-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.

           IF EMP-PROOF-WS NOT = PH-NET-PAY
               COMPUTE EE-DIFF-OUT = EMP-PROOF-WS - PH-NET-PAY
               WRITE REPORT-LINE-OUT FROM EMPLOYEE-ERROR-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO AC-LINE-COUNT
               ADD 1 TO AC-EMP-ERROR-COUNT
           END-IF.

           ADD 1 TO DB-COUNT-WS.
           ADD PH-GROSS TO DB-GROSS-WS.
           ADD PH-FED-WH TO DB-FED-WS.
           ADD PH-SS-TAX TO DB-SS-WS.
           ADD PH-MEDICARE TO DB-MED-WS.
           ADD PH-STATE-WH TO DB-STATE-WS.
           ADD PH-LOCAL-WH TO DB-LOCAL-WS.
           ADD EMP-PRETAX-WS TO DB-PRETAX-WS.
           ADD EMP-DEDS-WS TO DB-DEDS-WS.
           ADD PH-NET-PAY TO DB-NET-WS.

           ADD 1 TO AC-COUNT.
           ADD PH-GROSS TO AC-GROSS.
           ADD PH-FED-WH TO AC-FED.
           ADD PH-SS-TAX TO AC-SS.
           ADD PH-MEDICARE TO AC-MED.
           ADD PH-STATE-WH TO AC-STATE.
           ADD PH-LOCAL-WH TO AC-LOCAL.
           ADD EMP-PRETAX-WS TO AC-PRETAX.
           ADD EMP-DEDS-WS TO AC-DEDS.
           ADD PH-NET-PAY TO AC-NET.
           ADD EMP-DED-LINES-WS TO AC-DED-LINES.
           ADD PH-ACH-AMOUNT TO AC-ACH.
           ADD PH-CHECK-AMOUNT TO AC-CHECK.

           IF PH-NET-PAY < ZERO
               ADD PH-NET-PAY TO AC-UNPAID
           END-IF.

           IF AC-LINE-COUNT > 30
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

           PERFORM 250-READ.

       320-EMPLOYEE-AMOUNTS-RTN.

           COMPUTE EMP-PRETAX-WS =
               PH-PRETAX-401K + PH-PRETAX-125.

           MOVE ZERO TO EMP-DEDS-WS.
           MOVE ZERO TO EMP-DED-LINES-WS.

           IF PH-DED-COUNT IS NUMERIC
               MOVE 1 TO DED-SUB-WS
               PERFORM 325-ADD-DEDUCTION-RTN
                   UNTIL DED-SUB-WS > PH-DED-COUNT
                      OR DED-SUB-WS > 20
           END-IF.

           COMPUTE EMP-PROOF-WS =
               PH-GROSS - PH-FED-WH - PH-SS-TAX - PH-MEDICARE
               - PH-STATE-WH - PH-LOCAL-WH
               - EMP-PRETAX-WS - EMP-DEDS-WS.

       325-ADD-DEDUCTION-RTN.

           ADD PH-DED-AMOUNT (DED-SUB-WS) TO EMP-DED-LINES-WS.

           IF PH-DED-PRETAX (DED-SUB-WS) NOT = 'Y'
               ADD PH-DED-AMOUNT (DED-SUB-WS) TO EMP-DEDS-WS
           END-IF.

           ADD 1 TO DED-SUB-WS.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.

           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           WRITE REPORT-LINE-OUT FROM RH-LINE-2
               AFTER ADVANCING 2 LINES.

           MOVE 6 TO AC-LINE-COUNT.

       520-DEPARTMENT-HEADER.

           MOVE PH-DEPARTMENT-CODE TO DH-DEPT-OUT.

           MOVE PH-DEPARTMENT-CODE TO DEPT-CODE.

           READ DEPT-FILE-INDEXED
               INVALID KEY
                   MOVE '*NOT ON DEPT FILE*' TO DH-DEPT-NAME-OUT
               NOT INVALID KEY
                   MOVE DEPT-NAME TO DH-DEPT-NAME-OUT
           END-READ.

           WRITE REPORT-LINE-OUT FROM DEPARTMENT-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           MOVE PH-DEPARTMENT-CODE TO DB-PREV-DEPT-WS.

       560-DEPARTMENT-SUBTOTAL.

           MOVE SPACES TO RT-CAPTION-OUT.
           STRING 'DEPT ' DB-PREV-DEPT-WS ' TOTAL'
               DELIMITED BY SIZE INTO RT-CAPTION-OUT.
           MOVE DB-COUNT-WS TO RT-COUNT-OUT.
           MOVE DB-GROSS-WS TO RT-GROSS-OUT.
           MOVE DB-FED-WS TO RT-FED-OUT.
           MOVE DB-SS-WS TO RT-SS-OUT.
           MOVE DB-MED-WS TO RT-MED-OUT.
           MOVE DB-STATE-WS TO RT-STATE-OUT.
           MOVE DB-LOCAL-WS TO RT-LOCAL-OUT.
           MOVE DB-PRETAX-WS TO RT-PRETAX-OUT.
           MOVE DB-DEDS-WS TO RT-DEDS-OUT.
           MOVE DB-NET-WS TO RT-NET-OUT.

           WRITE REPORT-LINE-OUT FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           MOVE ZERO TO DB-COUNT-WS DB-GROSS-WS DB-FED-WS DB-SS-WS
                        DB-MED-WS DB-STATE-WS DB-LOCAL-WS
                        DB-PRETAX-WS DB-DEDS-WS DB-NET-WS.

       600-WRAPUP.

           IF DB-COUNT-WS > 0
               PERFORM 560-DEPARTMENT-SUBTOTAL
           END-IF.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE "PAYROLL TOTAL" TO RT-CAPTION-OUT.
           MOVE AC-COUNT TO RT-COUNT-OUT.
           MOVE AC-GROSS TO RT-GROSS-OUT.
           MOVE AC-FED TO RT-FED-OUT.
           MOVE AC-SS TO RT-SS-OUT.
           MOVE AC-MED TO RT-MED-OUT.
           MOVE AC-STATE TO RT-STATE-OUT.
           MOVE AC-LOCAL TO RT-LOCAL-OUT.
           MOVE AC-PRETAX TO RT-PRETAX-OUT.
           MOVE AC-DEDS TO RT-DEDS-OUT.
           MOVE AC-NET TO RT-NET-OUT.

           WRITE REPORT-LINE-OUT FROM REGISTER-TOTAL-LINE
               AFTER ADVANCING 3 LINES.

           PERFORM 620-NET-PAY-PROOF-RTN.
           PERFORM 640-CONTROL-COMPARE-RTN.

           IF PAYROLL-IN-BALANCE
               MOVE "PAYROLL IN BALANCE - ACH FILE AND GL FEED MAY BE RE
      -            "LEASED" TO SL-BALANCE-MSG
           ELSE
               MOVE "PAYROLL OUT OF BALANCE - DO NOT RELEASE ACH FILE OR
      -            " GL FEED" TO SL-BALANCE-MSG
           END-IF.

           WRITE REPORT-LINE-OUT FROM SL-BALANCE-LINE
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

       620-NET-PAY-PROOF-RTN.

           PERFORM 500-HEADER.

           WRITE REPORT-LINE-OUT FROM PROOF-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           COMPUTE PW-TAXES =
               AC-FED + AC-SS + AC-MED + AC-STATE + AC-LOCAL.
           COMPUTE PW-COMPUTED-NET =
               AC-GROSS - PW-TAXES - AC-PRETAX - AC-DEDS.
           COMPUTE PW-NET-PAID = PW-COMPUTED-NET - AC-UNPAID.
           COMPUTE PW-DISBURSED = AC-ACH + AC-CHECK.

           MOVE "GROSS PAY" TO PW-CAPTION.
           MOVE AC-GROSS TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS FEDERAL WITHHOLDING" TO PW-CAPTION.
           MOVE AC-FED TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS SOCIAL SECURITY" TO PW-CAPTION.
           MOVE AC-SS TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS MEDICARE" TO PW-CAPTION.
           MOVE AC-MED TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS STATE WITHHOLDING" TO PW-CAPTION.
           MOVE AC-STATE TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS LOCAL WITHHOLDING" TO PW-CAPTION.
           MOVE AC-LOCAL TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS PRE-TAX DEDUCTIONS" TO PW-CAPTION.
           MOVE AC-PRETAX TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS OTHER DEDUCTIONS" TO PW-CAPTION.
           MOVE AC-DEDS TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "NET PAY" TO PW-CAPTION.
           MOVE PW-COMPUTED-NET TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "  LESS NET NOT PAID (NET NOT POSITIVE)" TO PW-CAPTION.
           MOVE AC-UNPAID TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "NET PAY DISBURSED" TO PW-CAPTION.
           MOVE PW-NET-PAID TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "ACH DEPOSITS" TO PW-CAPTION.
           MOVE AC-ACH TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "LIVE CHECKS" TO PW-CAPTION.
           MOVE AC-CHECK TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

           MOVE "ACH PLUS CHECKS" TO PW-CAPTION.
           MOVE PW-DISBURSED TO PW-REGISTER.
           PERFORM 630-WRITE-PROOF-AMOUNT-RTN.

       630-WRITE-PROOF-AMOUNT-RTN.

           MOVE PW-CAPTION TO PA-CAPTION-OUT.
           MOVE PW-REGISTER TO PA-AMOUNT-OUT.

           WRITE REPORT-LINE-OUT FROM PROOF-AMOUNT-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.

       640-CONTROL-COMPARE-RTN.

           WRITE REPORT-LINE-OUT FROM COMPARE-HEADING-LINE
               AFTER ADVANCING 3 LINES.

           MOVE "NET DISBURSED VS ACH PLUS CHECKS" TO PW-CAPTION.
           MOVE PW-NET-PAID TO PW-REGISTER.
           MOVE PW-DISBURSED TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "NET DISBURSED VS V2PAY NET TOTAL" TO PW-CAPTION.
           MOVE PW-NET-PAID TO PW-REGISTER.
           MOVE CT-NET-TOTAL-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "ACH DEPOSITS VS V2PAY ACH TOTAL" TO PW-CAPTION.
           MOVE AC-ACH TO PW-REGISTER.
           MOVE CT-ACH-TOTAL-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "ACH DEPOSITS VS ACH FILE CONTROL" TO PW-CAPTION.
           MOVE AC-ACH TO PW-REGISTER.
           MOVE CT-ACH-FILE-TOTAL-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "LIVE CHECKS VS CHECK REGISTER" TO PW-CAPTION.
           MOVE AC-CHECK TO PW-REGISTER.
           MOVE CT-CHECK-TOTAL-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "DEDUCTIONS VS DEDUCTION REGISTER" TO PW-CAPTION.
           MOVE AC-DED-LINES TO PW-REGISTER.
           MOVE CT-DED-TOTAL-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "GROSS PAY VS GL WAGE DEBITS" TO PW-CAPTION.
           MOVE AC-GROSS TO PW-REGISTER.
           MOVE GL-GROSS-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "FEDERAL W/H VS GL CREDIT" TO PW-CAPTION.
           MOVE AC-FED TO PW-REGISTER.
           MOVE GL-WH-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "SOC SEC + MEDICARE VS GL FICA CREDIT" TO PW-CAPTION.
           COMPUTE PW-REGISTER = AC-SS + AC-MED.
           MOVE GL-FICA-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "STATE W/H VS GL CREDIT" TO PW-CAPTION.
           MOVE AC-STATE TO PW-REGISTER.
           MOVE GL-STATE-WH-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "LOCAL W/H VS GL CREDIT" TO PW-CAPTION.
           MOVE AC-LOCAL TO PW-REGISTER.
           MOVE GL-LOCAL-WH-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "PRE-TAX DEDUCTIONS VS GL CREDIT" TO PW-CAPTION.
           MOVE AC-PRETAX TO PW-REGISTER.
           MOVE GL-PRETAX-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "DEDUCTIONS + NET VS GL NET CLEARING" TO PW-CAPTION.
           COMPUTE PW-REGISTER = AC-DEDS + AC-NET.
           MOVE GL-NET-CLEARING-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "GL DEBITS VS GL CREDITS" TO PW-CAPTION.
           MOVE GL-GROSS-WS TO PW-REGISTER.
           MOVE GL-CREDIT-WS TO PW-CONTROL.
           PERFORM 650-COMPARE-AMOUNT-RTN.

           MOVE "PAY HISTORY RECORDS VS V2PAY" TO CC-CAPTION-OUT.
           MOVE AC-COUNT TO CC-REGISTER-OUT.
           MOVE CT-HISTORY-COUNT-WS TO CC-CONTROL-OUT.
           COMPUTE CC-DIFFERENCE-OUT =
               AC-COUNT - CT-HISTORY-COUNT-WS.
           IF AC-COUNT = CT-HISTORY-COUNT-WS
               MOVE SPACES TO CC-FLAG-OUT
           ELSE
               MOVE "*** OUT OF BALANCE" TO CC-FLAG-OUT
               MOVE 'N' TO BALANCE-SW
               ADD 1 TO AC-DIFF-COUNT
           END-IF.

           WRITE REPORT-LINE-OUT FROM COUNT-COMPARE-LINE
               AFTER ADVANCING 1 LINES.

           MOVE "EMPLOYEES FAILING NET PAY PROOF" TO CC-CAPTION-OUT.
           MOVE AC-EMP-ERROR-COUNT TO CC-REGISTER-OUT.
           MOVE ZERO TO CC-CONTROL-OUT.
           MOVE AC-EMP-ERROR-COUNT TO CC-DIFFERENCE-OUT.
           IF AC-EMP-ERROR-COUNT = ZERO
               MOVE SPACES TO CC-FLAG-OUT
           ELSE
               MOVE "*** OUT OF BALANCE" TO CC-FLAG-OUT
               MOVE 'N' TO BALANCE-SW
               ADD 1 TO AC-DIFF-COUNT
           END-IF.

           WRITE REPORT-LINE-OUT FROM COUNT-COMPARE-LINE
               AFTER ADVANCING 1 LINES.

       650-COMPARE-AMOUNT-RTN.

           COMPUTE PW-DIFFERENCE = PW-REGISTER - PW-CONTROL.

           MOVE PW-CAPTION TO CD-CAPTION-OUT.
           MOVE PW-REGISTER TO CD-REGISTER-OUT.
           MOVE PW-CONTROL TO CD-CONTROL-OUT.
           MOVE PW-DIFFERENCE TO CD-DIFFERENCE-OUT.

           IF PW-DIFFERENCE = ZERO
               MOVE SPACES TO CD-FLAG-OUT
           ELSE
               MOVE "*** OUT OF BALANCE" TO CD-FLAG-OUT
               MOVE 'N' TO BALANCE-SW
               ADD 1 TO AC-DIFF-COUNT
           END-IF.

           WRITE REPORT-LINE-OUT FROM COMPARE-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

       900-CLOSE.
           CLOSE SORTED-HISTORY-FILE
                 DEPT-FILE-INDEXED
                 PAYROLL-REGISTER.
