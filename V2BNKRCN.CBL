               ACCESS IS DYNAMIC
               RECORD KEY IS CHK-NUMBER.

            SELECT OPTIONAL STALE-PARM-FILE ASSIGN TO 'V2STLPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADDRESS-FILE-INDEXED
               ASSIGN TO 'V2ADDRVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-SSN.

            SELECT MASTER-FILE-INDEXED ASSIGN TO 'V2MASTVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MASTER-SSN-INDEXED.

            SELECT OPTIONAL TERMINATED-FILE ASSIGN TO 'V2TERMVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SSN-TERM.

            SELECT OPTIONAL PAYEE-FILE-INDEXED
               ASSIGN TO 'V2PAYEVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PYE-KEY.

            SELECT OPTIONAL COMPANY-PARM-FILE ASSIGN TO 'V2CMPPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL UNCLAIMED-FILE-INDEXED
               ASSIGN TO 'V2UNCLVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS UNC-CHECK-NO.

            SELECT OPTIONAL POSITIVE-PAY-FILE  ASSIGN TO 'V2POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RECON-REPORT  ASSIGN TO 'V2BNKRCN.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.

           05  CHK-NUMBER                    PIC 9(8).
           05  CHK-ISSUE-DATE                PIC 9(6).
           05  CHK-SSN                       PIC X(9).
           05  CHK-REMIT-ID REDEFINES CHK-SSN.
               10  CHK-REMIT-PREFIX          PIC X(6).
                   88  CHK-REMIT-CHECK              VALUE 'REMIT-'.
               10  CHK-REMIT-CODE            PIC X(3).
           05  CHK-NAME                      PIC X(22).
           05  CHK-AMOUNT                    PIC S9(7)V99.
           05  CHK-STATUS                    PIC X.
               88  CHECK-VOIDED                     VALUE 'V'.
               88  CHECK-STOPPED                    VALUE 'S'.
               88  CHECK-CLEARED                    VALUE 'C'.
               88  CHECK-STALE-DATED                VALUE 'D'.
           05  CHK-CLEAR-DATE                PIC 9(6).
           05  CHK-STALE-DATE                PIC 9(6).
           05  CHK-STOP-PAY-SW               PIC X.

       FD  STALE-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01  STALE-PARM-REC.
           05  STP-HOLD-DAYS                 PIC 9(3).
           05  FILLER                        PIC X(17).

       FD  ADDRESS-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  ADDRESS-REC.
           05  ADDR-SSN                      PIC X(9).
           05  ADDR-STREET                   PIC X(25).
           05  ADDR-CITY                     PIC X(18).
           05  ADDR-STATE                    PIC X(2).
           05  ADDR-ZIP                      PIC X(9).
           05  FILLER                        PIC X(7).

       FD  MASTER-FILE-INDEXED.

       01  MASTER-REC-INDEXED.
                  05  MASTER-SSN-INDEXED            PIC X(9).
                  05  FILLER                        PIC X(105).
                  05  COMPANY-CODE-INDEXED          PIC X(2).
                  05  FILLER                        PIC X(134).

       FD  TERMINATED-FILE
           LABEL RECORDS ARE STANDARD.

       01  TERMINATED-REC.
           05  SSN-TERM                      PIC X(9).
           05  FILLER                        PIC X(104).
           05  COMPANY-CODE-TERM             PIC X(2).
           05  FILLER                        PIC X(135).

       FD  PAYEE-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  PAYEE-REC.
           05  PYE-KEY.
               10  PYE-CODE                  PIC X(3).
               10  PYE-SSN                   PIC X(9).
           05  PYE-NAME                      PIC X(30).
           05  PYE-STREET                    PIC X(25).
           05  PYE-CITY                      PIC X(18).
           05  PYE-STATE                     PIC X(2).
           05  PYE-ZIP                       PIC X(9).
           05  FILLER                        PIC X(64).

       FD  COMPANY-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01  COMPANY-PARM-REC.
           05  CPR-LEGAL-NAME                PIC X(30).
           05  CPR-STREET                    PIC X(25).
           05  CPR-CITY                      PIC X(18).
           05  CPR-STATE                     PIC X(2).
           05  CPR-ZIP                       PIC X(9).
           05  FILLER                        PIC X(91).
           05  CPR-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(13).

       FD  UNCLAIMED-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  UNCLAIMED-REC.
           05  UNC-CHECK-NO                  PIC 9(8).
           05  UNC-SSN                       PIC X(9).
           05  UNC-NAME                      PIC X(22).
           05  UNC-AMOUNT                    PIC S9(7)V99.
           05  UNC-ISSUE-DATE                PIC 9(6).
           05  UNC-STALE-DATE                PIC 9(6).
           05  UNC-STREET                    PIC X(25).
           05  UNC-CITY                      PIC X(18).
           05  UNC-STATE                     PIC X(2).
           05  UNC-ZIP                       PIC X(9).
           05  UNC-ADDRESS-SW                PIC X.
               88  UNC-EMPLOYEE-ADDRESS             VALUE 'E'.
               88  UNC-COMPANY-ADDRESS              VALUE 'C'.
               88  UNC-PAYEE-ADDRESS                VALUE 'P'.
           05  UNC-STATUS                    PIC X.
               88  UNC-HELD                         VALUE 'H'.
               88  UNC-REPORTED                     VALUE 'R'.
           05  UNC-REPORT-DATE               PIC 9(6).
           05  UNC-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(6).

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.

       01  POSPAY-REC.
           05  PP-RECORD-TYPE                PIC X.
           05  PP-CHECK-NO                   PIC 9(8).
           05  PP-CHECK-DATE                 PIC 9(6).
           05  PP-PAYEE-NAME                 PIC X(22).
           05  PP-AMOUNT                     PIC 9(8)V99.
           05  FILLER                        PIC X(13).

       FD  RECON-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).


       01  RUN-DATE-WS                    PIC 9(6).

       01  STALE-PARM-FIELDS.
           05  HOLD-DAYS-WS               PIC 9(3)  VALUE 180.

       01  COMPANY-TABLE-FIELDS.
           05  EOF-CMPPRM-WS              PIC X(3)  VALUE 'NO '.
           05  COMPANY-COUNT-WS           PIC S99   VALUE ZERO.
           05  COMPANY-SUB-WS             PIC S99   VALUE ZERO.
           05  COMPANY-SCAN-SUB-WS        PIC S99   VALUE ZERO.
           05  COMPANY-FOUND-SW           PIC X     VALUE 'N'.
               88  COMPANY-CODE-FOUND            VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.

       01  COMPANY-TABLE                  VALUE SPACES.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).
               10  CMT-STREET             PIC X(25).
               10  CMT-CITY               PIC X(18).
               10  CMT-STATE              PIC X(2).
               10  CMT-ZIP                PIC X(9).

       01  AGING-FIELDS.
           05  DATE-SPLIT-WS.
               10  DS-YY                  PIC 99.
           05  AC-OUTSTANDING-COUNT       PIC S9(5) VALUE 0.
           05  AC-OUTSTANDING-TOTAL       PIC S9(9)V99 VALUE 0.
           05  AC-STALE-COUNT             PIC S9(5) VALUE 0.
           05  AC-STALE-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-030-COUNT               PIC S9(5) VALUE 0.
           05  AC-030-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-060-COUNT               PIC S9(5) VALUE 0.
           05  AC-060-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-090-COUNT               PIC S9(5) VALUE 0.
           05  AC-090-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-180-COUNT               PIC S9(5) VALUE 0.
           05  AC-180-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-OVER-COUNT              PIC S9(5) VALUE 0.
           05  AC-OVER-TOTAL              PIC S9(9)V99 VALUE 0.

       01  REPORT-HEADING.
           02  RH-LINE-1.
           02  SL-LINE-4.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "STALE-DATED THIS RUN   =  ".
               03  SL-STALE-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-STALE-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(26)  VALUE SPACES.

           02  SL-AGING-HEADING.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "OUTSTANDING CHECKS BY AGE".
               03                              PIC X(40)  VALUE SPACES.

           02  SL-AGING-LINE.
               03                              PIC X(12)  VALUE SPACES.
               03  SL-AGE-CAPTION              PIC X(24).
               03  SL-AGE-TOTAL                PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-AGE-COUNT                PIC ZZ,ZZ9.
               03                              PIC X(13)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE
           COMPUTE RUN-DAYS-WS =
               (DS-YY * 360) + (DS-MM * 30) + DS-DD.

           PERFORM 210-LOAD-STALE-PARM-RTN.
           PERFORM 220-LOAD-COMPANY-PARM-RTN.

           OPEN INPUT CLEARED-ITEMS-FILE
                INPUT ADDRESS-FILE-INDEXED
                INPUT MASTER-FILE-INDEXED
                INPUT TERMINATED-FILE
                INPUT PAYEE-FILE-INDEXED
                I-O   CHECK-ISSUE-FILE
                I-O   UNCLAIMED-FILE-INDEXED
                EXTEND POSITIVE-PAY-FILE
                OUTPUT RECON-REPORT.

           PERFORM 250-READ.

       210-LOAD-STALE-PARM-RTN.

           OPEN INPUT STALE-PARM-FILE.

           READ STALE-PARM-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF STP-HOLD-DAYS IS NUMERIC
                      AND STP-HOLD-DAYS > 0
                       MOVE STP-HOLD-DAYS TO HOLD-DAYS-WS
                   ELSE
                       DISPLAY 'STALE-DATE HOLDING PERIOD INVALID - '
                               'USING ' HOLD-DAYS-WS ' DAYS'
                   END-IF
           END-READ.

           CLOSE STALE-PARM-FILE.

       220-LOAD-COMPANY-PARM-RTN.

           OPEN INPUT COMPANY-PARM-FILE.

           PERFORM 222-READ-COMPANY-PARM-RTN.
           PERFORM 224-STORE-COMPANY-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

           IF COMPANY-COUNT-WS = 0
               DISPLAY 'COMPANY PROFILE RECORD MISSING - '
                       'NO HOLDER ADDRESS FOR UNCLAIMED CHECKS'
           END-IF.

       222-READ-COMPANY-PARM-RTN.
           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       224-STORE-COMPANY-RTN.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
               MOVE CPR-STREET TO CMT-STREET (COMPANY-COUNT-WS)
               MOVE CPR-CITY TO CMT-CITY (COMPANY-COUNT-WS)
               MOVE CPR-STATE TO CMT-STATE (COMPANY-COUNT-WS)
               MOVE CPR-ZIP TO CMT-ZIP (COMPANY-COUNT-WS)
           END-IF.

           PERFORM 222-READ-COMPANY-PARM-RTN.

       226-FIND-COMPANY-RTN.

           MOVE 'N' TO COMPANY-FOUND-SW.
           MOVE 1 TO COMPANY-SCAN-SUB-WS.
           PERFORM 228-SCAN-COMPANY-RTN
               UNTIL COMPANY-SCAN-SUB-WS > COMPANY-COUNT-WS
                  OR COMPANY-CODE-FOUND.

       228-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SCAN-SUB-WS)
                   = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SCAN-SUB-WS
           END-IF.

       250-READ.
           READ CLEARED-ITEMS-FILE
               AT END MOVE 'YES' TO EOF-CLEARED-WS
                       TO EX-MESSAGE
                   PERFORM 450-WRITE-EXCEPTION-RTN

               WHEN CHECK-STALE-DATED
                   MOVE CHK-AMOUNT TO EX-ISSUED-AMT-OUT
                   MOVE " CLEARED AGAINST STALE-DATED CHECK"
                       TO EX-MESSAGE
                   PERFORM 450-WRITE-EXCEPTION-RTN

               WHEN CHECK-CLEARED
                   MOVE CHK-AMOUNT TO EX-ISSUED-AMT-OUT
                   MOVE " DUPLICATE CLEARED ITEM"
               RUN-DAYS-WS - ISSUE-DAYS-WS.

           EVALUATE TRUE
               WHEN AGE-DAYS-WS > HOLD-DAYS-WS
                   MOVE "STALE-DATED - STOP PAY" TO OL-AGE-OUT
               WHEN AGE-DAYS-WS NOT > 30
                   MOVE "0 TO 30 DAYS" TO OL-AGE-OUT
                   ADD 1 TO AC-030-COUNT
                   ADD CHK-AMOUNT TO AC-030-TOTAL
               WHEN AGE-DAYS-WS NOT > 60
                   MOVE "31 TO 60 DAYS" TO OL-AGE-OUT
                   ADD 1 TO AC-060-COUNT
                   ADD CHK-AMOUNT TO AC-060-TOTAL
               WHEN AGE-DAYS-WS NOT > 90
                   MOVE "61 TO 90 DAYS" TO OL-AGE-OUT
                   ADD 1 TO AC-090-COUNT
                   ADD CHK-AMOUNT TO AC-090-TOTAL
               WHEN AGE-DAYS-WS NOT > 180
                   MOVE "91 TO 180 DAYS" TO OL-AGE-OUT
                   ADD 1 TO AC-180-COUNT
                   ADD CHK-AMOUNT TO AC-180-TOTAL
               WHEN OTHER
                   MOVE "OVER 180 DAYS" TO OL-AGE-OUT
                   ADD 1 TO AC-OVER-COUNT
                   ADD CHK-AMOUNT TO AC-OVER-TOTAL
           END-EVALUATE.

           MOVE CHK-NUMBER TO OL-CHECK-NO-OUT.
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           IF AGE-DAYS-WS > HOLD-DAYS-WS
               PERFORM 440-STALE-DATE-RTN
           ELSE
               ADD 1 TO AC-OUTSTANDING-COUNT
               ADD CHK-AMOUNT TO AC-OUTSTANDING-TOTAL
           END-IF.

           IF AC-LINE-COUNT > 30
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       440-STALE-DATE-RTN.

           MOVE 'D' TO CHK-STATUS.
           MOVE RUN-DATE-WS TO CHK-STALE-DATE.
           MOVE 'Y' TO CHK-STOP-PAY-SW.

           REWRITE CHECK-ISSUE-REC
               INVALID KEY
                   DISPLAY 'CHECK ISSUE FILE REWRITE ERROR ON '
                           CHK-NUMBER
           END-REWRITE.

           MOVE 'V' TO PP-RECORD-TYPE.
           MOVE CHK-NUMBER TO PP-CHECK-NO.
           MOVE CHK-ISSUE-DATE TO PP-CHECK-DATE.
           MOVE CHK-NAME TO PP-PAYEE-NAME.
           MOVE CHK-AMOUNT TO PP-AMOUNT.

           WRITE POSPAY-REC.

           MOVE CHK-NUMBER TO UNC-CHECK-NO.
           MOVE CHK-SSN TO UNC-SSN.
           MOVE CHK-NAME TO UNC-NAME.
           MOVE CHK-AMOUNT TO UNC-AMOUNT.
           MOVE CHK-ISSUE-DATE TO UNC-ISSUE-DATE.
           MOVE RUN-DATE-WS TO UNC-STALE-DATE.
           MOVE 'H' TO UNC-STATUS.
           MOVE ZERO TO UNC-REPORT-DATE.

           PERFORM 442-FIND-HOLDER-RTN.

           IF CHK-REMIT-CHECK
               PERFORM 446-PAYEE-OWNER-RTN
           ELSE
               PERFORM 444-EMPLOYEE-OWNER-RTN
           END-IF.

           WRITE UNCLAIMED-REC
               INVALID KEY
                   DISPLAY 'CHECK ' UNC-CHECK-NO
                           ' ALREADY ON UNCLAIMED PROPERTY FILE'
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

           ADD 1 TO AC-STALE-COUNT.
           ADD CHK-AMOUNT TO AC-STALE-TOTAL.

       442-FIND-HOLDER-RTN.

           MOVE SPACES TO COMPANY-LOOKUP-WS.

           IF NOT CHK-REMIT-CHECK
               MOVE CHK-SSN TO MASTER-SSN-INDEXED
               READ MASTER-FILE-INDEXED
                   INVALID KEY
                       MOVE CHK-SSN TO SSN-TERM
                       READ TERMINATED-FILE
                           INVALID KEY
                               CONTINUE
                           NOT INVALID KEY
                               MOVE COMPANY-CODE-TERM
                                   TO COMPANY-LOOKUP-WS
                       END-READ
                   NOT INVALID KEY
                       MOVE COMPANY-CODE-INDEXED TO COMPANY-LOOKUP-WS
               END-READ
           END-IF.

           IF COMPANY-LOOKUP-WS = SPACES
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           PERFORM 226-FIND-COMPANY-RTN.

           IF COMPANY-CODE-FOUND
               MOVE COMPANY-SCAN-SUB-WS TO COMPANY-SUB-WS
           ELSE
               DISPLAY 'COMPANY CODE ' COMPANY-LOOKUP-WS
                       ' NOT ON PROFILE FILE - CHECK ' CHK-NUMBER
                       ' HELD UNDER FIRST COMPANY'
               MOVE 8 TO RETURN-CODE
               MOVE 1 TO COMPANY-SUB-WS
           END-IF.

           MOVE CMT-COMPANY-CODE (COMPANY-SUB-WS) TO UNC-COMPANY-CODE.

       444-EMPLOYEE-OWNER-RTN.

           MOVE CHK-SSN TO ADDR-SSN.

           READ ADDRESS-FILE-INDEXED
               INVALID KEY
                   PERFORM 448-HOLDER-ADDRESS-RTN
               NOT INVALID KEY
                   MOVE 'E' TO UNC-ADDRESS-SW
                   MOVE ADDR-STREET TO UNC-STREET
                   MOVE ADDR-CITY TO UNC-CITY
                   MOVE ADDR-STATE TO UNC-STATE
                   MOVE ADDR-ZIP TO UNC-ZIP
           END-READ.

       446-PAYEE-OWNER-RTN.

           MOVE CHK-REMIT-CODE TO PYE-CODE.
           MOVE SPACES TO PYE-SSN.

           READ PAYEE-FILE-INDEXED
               INVALID KEY
                   PERFORM 448-HOLDER-ADDRESS-RTN
               NOT INVALID KEY
                   MOVE 'P' TO UNC-ADDRESS-SW
                   MOVE PYE-NAME TO UNC-NAME
                   MOVE PYE-STREET TO UNC-STREET
                   MOVE PYE-CITY TO UNC-CITY
                   MOVE PYE-STATE TO UNC-STATE
                   MOVE PYE-ZIP TO UNC-ZIP
           END-READ.

       448-HOLDER-ADDRESS-RTN.

           MOVE 'C' TO UNC-ADDRESS-SW.
           MOVE CMT-STREET (COMPANY-SUB-WS) TO UNC-STREET.
           MOVE CMT-CITY (COMPANY-SUB-WS) TO UNC-CITY.
           MOVE CMT-STATE (COMPANY-SUB-WS) TO UNC-STATE.
           MOVE CMT-ZIP (COMPANY-SUB-WS) TO UNC-ZIP.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-OUTSTANDING-COUNT TO SL-OUTSTANDING-COUNT.
           MOVE AC-EXCEPTION-COUNT TO SL-EXCEPTION-COUNT.
           MOVE AC-STALE-COUNT TO SL-STALE-COUNT.
           MOVE AC-STALE-TOTAL TO SL-STALE-TOTAL.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE REPORT-LINE-OUT FROM SL-LINE-4
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-AGING-HEADING
               AFTER ADVANCING 3 LINES.

           MOVE "0 TO 30 DAYS        =  " TO SL-AGE-CAPTION.
           MOVE AC-030-TOTAL TO SL-AGE-TOTAL.
           MOVE AC-030-COUNT TO SL-AGE-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-AGING-LINE
               AFTER ADVANCING 2 LINES.

           MOVE "31 TO 60 DAYS       =  " TO SL-AGE-CAPTION.
           MOVE AC-060-TOTAL TO SL-AGE-TOTAL.
           MOVE AC-060-COUNT TO SL-AGE-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-AGING-LINE
               AFTER ADVANCING 1 LINES.

           MOVE "61 TO 90 DAYS       =  " TO SL-AGE-CAPTION.
           MOVE AC-090-TOTAL TO SL-AGE-TOTAL.
           MOVE AC-090-COUNT TO SL-AGE-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-AGING-LINE
               AFTER ADVANCING 1 LINES.

           MOVE "91 TO 180 DAYS      =  " TO SL-AGE-CAPTION.
           MOVE AC-180-TOTAL TO SL-AGE-TOTAL.
           MOVE AC-180-COUNT TO SL-AGE-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-AGING-LINE
               AFTER ADVANCING 1 LINES.

           MOVE "OVER 180 DAYS       =  " TO SL-AGE-CAPTION.
           MOVE AC-OVER-TOTAL TO SL-AGE-TOTAL.
           MOVE AC-OVER-COUNT TO SL-AGE-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-AGING-LINE
               AFTER ADVANCING 1 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

       900-CLOSE.
           CLOSE CLEARED-ITEMS-FILE
                 ADDRESS-FILE-INDEXED
                 MASTER-FILE-INDEXED
                 TERMINATED-FILE
                 PAYEE-FILE-INDEXED
                 CHECK-ISSUE-FILE
                 UNCLAIMED-FILE-INDEXED
                 POSITIVE-PAY-FILE
                 RECON-REPORT.
