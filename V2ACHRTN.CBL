       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2ACHRTN.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL ACH-RETURN-FILE  ASSIGN TO 'V2ACHRTN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PAY-HISTORY-FILE  ASSIGN TO 'V2PAYHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BANK-FILE-INDEXED ASSIGN TO 'V2BANKVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BANK-SSN.

            SELECT OPTIONAL BANK-AUDIT-FILE ASSIGN TO 'V2BNKAUD.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL ADDRESS-FILE-INDEXED
               ASSIGN TO 'V2ADDRVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-SSN.

            SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO 'V2CHKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHECK-ISSUE-FILE ASSIGN TO 'V2CHKISS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CHK-NUMBER.

            SELECT OPTIONAL POSITIVE-PAY-FILE  ASSIGN TO 'V2POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT RETURNS-REPORT  ASSIGN TO 'ACHRTN.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  ACH-RETURN-FILE
           LABEL RECORDS ARE STANDARD.

       01  ACH-RETURN-REC.
           05  RTN-ENTRY-TYPE                PIC X.
               88  RTN-RETURN-ENTRY                 VALUE 'R'.
               88  RTN-NOC-ENTRY                    VALUE 'C'.
           05  RTN-REASON-CODE               PIC X(3).
           05  RTN-SSN                       PIC X(9).
           05  RTN-NAME                      PIC X(22).
           05  RTN-AMOUNT                    PIC 9(8)V99.
           05  RTN-EFFECTIVE-DATE            PIC 9(6).
           05  RTN-CORR-ROUTING              PIC X(9).
           05  RTN-CORR-ACCOUNT              PIC X(17).
           05  RTN-CORR-ACCT-TYPE            PIC X.
           05  FILLER                        PIC X(2).

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

       FD  BANK-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  BANK-REC.
           05  BANK-SSN                      PIC X(9).
           05  BANK-ROUTING                  PIC X(9).
           05  BANK-ACCOUNT                  PIC X(17).
           05  BANK-ACCT-TYPE                PIC X.
           05  BANK-DEPOSIT-PCT              PIC 9(3).
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

       FD  BANK-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.

       01  BANK-AUDIT-REC.
           05  BAU-RUN-DATE                  PIC 9(6).
           05  BAU-TRANS-CODE                PIC X.
           05  BAU-ACTION                    PIC X(10).
           05  BAU-SSN                       PIC X(9).
           05  BAU-CHANGED-BY                PIC X(8).
           05  BAU-BEFORE-IMAGE              PIC X(60).
           05  BAU-AFTER-IMAGE               PIC X(60).

       FD  ADDRESS-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  ADDRESS-REC.
           05  ADDR-SSN                      PIC X(9).
           05  ADDR-STREET                   PIC X(25).
           05  ADDR-CITY                     PIC X(18).
           05  ADDR-STATE                    PIC X(2).
           05  ADDR-ZIP                      PIC X(9).
           05  FILLER                        PIC X(7).

       FD  CHECK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

       01  CHECK-CONTROL-REC.
           05  CKC-NEXT-CHECK-NO             PIC 9(8).
           05  FILLER                        PIC X(12).

       FD  CHECK-ISSUE-FILE
           LABEL RECORDS ARE STANDARD.

       01  CHECK-ISSUE-REC.
           05  CHK-NUMBER                    PIC 9(8).
           05  CHK-ISSUE-DATE                PIC 9(6).
           05  CHK-SSN                       PIC X(9).
           05  CHK-NAME                      PIC X(22).
           05  CHK-AMOUNT                    PIC S9(7)V99.
           05  CHK-STATUS                    PIC X.
               88  CHECK-OUTSTANDING                VALUE 'O'.
               88  CHECK-VOIDED                     VALUE 'V'.
               88  CHECK-STOPPED                    VALUE 'S'.
               88  CHECK-CLEARED                    VALUE 'C'.
           05  CHK-CLEAR-DATE                PIC 9(6).
           05  CHK-STALE-DATE                PIC 9(6).
           05  CHK-STOP-PAY-SW               PIC X.

       FD  POSITIVE-PAY-FILE
           LABEL RECORDS ARE STANDARD.

       01  POSPAY-REC.
           05  PP-RECORD-TYPE                PIC X.
           05  PP-CHECK-NO                   PIC 9(8).
           05  PP-CHECK-DATE                 PIC 9(6).
           05  PP-PAYEE-NAME                 PIC X(22).
           05  PP-AMOUNT                     PIC 9(8)V99.
           05  FILLER                        PIC X(13).

       FD  RETURNS-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-RETURN-WS              PIC X(3)  VALUE 'NO '.
           05  EOF-HISTORY-WS             PIC X(3)  VALUE 'NO '.
           05  BANK-FOUND-SW              PIC X     VALUE 'N'.
               88  BANK-DETAIL-FOUND             VALUE 'Y'.

       01  RUN-DATE-WS                    PIC 9(6).

       01  AUDIT-FIELDS.
           05  BEFORE-IMAGE-WS            PIC X(60).
           05  AUDIT-ACTION-WS            PIC X(10).

       01  CHECK-CONTROL-FIELDS.
           05  NEXT-CHECK-NO-WS           PIC 9(8)  VALUE 1.

       01  RETURN-WORK-FIELDS.
           05  RT-COUNT-WS                PIC S999  VALUE 0.
           05  RT-SUB-WS                  PIC S999  VALUE 0.
           05  RT-SCAN-SUB-WS             PIC S999  VALUE 0.
           05  RT-MESSAGE-WS              PIC X(40) VALUE SPACES.
           05  RT-REPLACEMENT-NO-WS       PIC 9(8)  VALUE 0.
           05  NOC-APPLIED-SW             PIC X     VALUE 'N'.
               88  NOC-APPLIED                   VALUE 'Y'.

       01  RETURN-TABLE.
           05  RETURN-ENTRY OCCURS 200 TIMES.
               10  RT-ENTRY-TYPE          PIC X.
                   88  RT-RETURN-ENTRY           VALUE 'R'.
                   88  RT-NOC-ENTRY              VALUE 'C'.
               10  RT-REASON-CODE         PIC X(3).
               10  RT-SSN                 PIC X(9).
               10  RT-NAME                PIC X(22).
               10  RT-AMOUNT              PIC 9(8)V99.
               10  RT-EFFECTIVE-DATE      PIC 9(6).
               10  RT-CORR-ROUTING        PIC X(9).
               10  RT-CORR-ACCOUNT        PIC X(17).
               10  RT-CORR-ACCT-TYPE      PIC X.
               10  RT-MATCH-SW            PIC X.
                   88  RT-DEPOSIT-MATCHED        VALUE 'Y'.
               10  RT-DONE-SW             PIC X.
                   88  RT-ALREADY-PROCESSED      VALUE 'Y'.
               10  RT-CHECK-DATE          PIC 9(6).

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-RETURN-COUNT            PIC S9(5) VALUE 0.
           05  AC-RETURN-TOTAL            PIC S9(9)V99 VALUE 0.
           05  AC-CHECK-COUNT             PIC S9(5) VALUE 0.
           05  AC-CHECK-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-PRENOTE-COUNT           PIC S9(5) VALUE 0.
           05  AC-NOC-COUNT               PIC S9(5) VALUE 0.
           05  AC-EXCEPTION-COUNT         PIC S9(5) VALUE 0.

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(27)  VALUE
                   "ACH RETURNS AND NOC REPORT".
               03                              PIC X(18) VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(78) VALUE SPACES.

       01  RETURN-DETAIL-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-NAME-OUT                    PIC X(22).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-TYPE-OUT                    PIC X.
           05  RD-REASON-OUT                  PIC X(3).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-AMOUNT-OUT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-CHECK-DATE-OUT              PIC 99/99/99.
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-MESSAGE                     PIC X(40).
           05  FILLER                         PIC X(3)  VALUE
               "  #".
           05  RD-CHECK-NO-OUT                PIC Z(7)9.
           05  FILLER                         PIC X(19).

       01  CHECK-ADDRESS-LINE.
           05  FILLER                         PIC X(11) VALUE SPACES.
           05  CA-STREET-OUT                  PIC X(25).
           05  FILLER                         PIC X VALUE SPACES.
           05  CA-CITY-OUT                    PIC X(18).
           05  FILLER                         PIC X VALUE SPACES.
           05  CA-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X VALUE SPACES.
           05  CA-ZIP-OUT                     PIC X(9).
           05  FILLER                         PIC X(64).

       01  SUMMARY-LINES.
           02  SL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "DEPOSITS RETURNED      =  ".
               03  SL-RETURN-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-RETURN-COUNT             PIC ZZ,ZZ9.
               03                              PIC X(65)  VALUE SPACES.

           02  SL-LINE-2.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "REPLACEMENT CHECKS     =  ".
               03  SL-CHECK-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-CHECK-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(65)  VALUE SPACES.

           02  SL-LINE-3.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "PRENOTES RETURNED      =  ".
               03  SL-PRENOTE-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-4.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "NOC CORRECTIONS APPLIED=  ".
               03  SL-NOC-COUNT                PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-5.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "ENTRIES NEEDING REVIEW =  ".
               03  SL-EXCEPTION-COUNT          PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-BALANCE-LINE.
               03                              PIC X(10)  VALUE SPACES.
               03  SL-BALANCE-MSG              PIC X(50).
               03                              PIC X(72)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE
                   "END OF REPORT".
               03                              PIC X(87)  VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 150-LOAD-RETURNS-RTN.
           PERFORM 180-SCAN-HISTORY-RTN.
           PERFORM 200-OPEN.
           MOVE 1 TO RT-SUB-WS.
           PERFORM 300-PROCESS
               UNTIL RT-SUB-WS > RT-COUNT-WS.
           PERFORM 600-WRAPUP.
           PERFORM 900-CLOSE.
           STOP RUN.

       150-LOAD-RETURNS-RTN.

           ACCEPT RUN-DATE-WS FROM DATE.

           OPEN INPUT ACH-RETURN-FILE.

           PERFORM 160-READ-RETURN-RTN.
           PERFORM 170-STORE-RETURN-RTN
               UNTIL EOF-RETURN-WS = 'YES'.

           CLOSE ACH-RETURN-FILE.

       160-READ-RETURN-RTN.
           READ ACH-RETURN-FILE
               AT END MOVE 'YES' TO EOF-RETURN-WS
           END-READ.

       170-STORE-RETURN-RTN.

           IF RT-COUNT-WS < 200
               ADD 1 TO RT-COUNT-WS
               MOVE RTN-ENTRY-TYPE TO RT-ENTRY-TYPE (RT-COUNT-WS)
               MOVE RTN-REASON-CODE TO RT-REASON-CODE (RT-COUNT-WS)
               MOVE RTN-SSN TO RT-SSN (RT-COUNT-WS)
               MOVE RTN-NAME TO RT-NAME (RT-COUNT-WS)
               IF RTN-AMOUNT IS NUMERIC
                   MOVE RTN-AMOUNT TO RT-AMOUNT (RT-COUNT-WS)
               ELSE
                   MOVE ZERO TO RT-AMOUNT (RT-COUNT-WS)
               END-IF
               IF RTN-EFFECTIVE-DATE IS NUMERIC
                   MOVE RTN-EFFECTIVE-DATE
                       TO RT-EFFECTIVE-DATE (RT-COUNT-WS)
               ELSE
                   MOVE ZERO TO RT-EFFECTIVE-DATE (RT-COUNT-WS)
               END-IF
               MOVE RTN-CORR-ROUTING TO RT-CORR-ROUTING (RT-COUNT-WS)
               MOVE RTN-CORR-ACCOUNT TO RT-CORR-ACCOUNT (RT-COUNT-WS)
               MOVE RTN-CORR-ACCT-TYPE
                   TO RT-CORR-ACCT-TYPE (RT-COUNT-WS)
               MOVE 'N' TO RT-MATCH-SW (RT-COUNT-WS)
               MOVE 'N' TO RT-DONE-SW (RT-COUNT-WS)
               MOVE RT-EFFECTIVE-DATE (RT-COUNT-WS)
                   TO RT-CHECK-DATE (RT-COUNT-WS)
           ELSE
               DISPLAY 'RETURN TABLE FULL - ENTRY NOT PROCESSED FOR '
                       RTN-SSN ' ' RTN-REASON-CODE
               MOVE 8 TO RETURN-CODE
           END-IF.

           PERFORM 160-READ-RETURN-RTN.

       180-SCAN-HISTORY-RTN.

           OPEN INPUT PAY-HISTORY-FILE.

           PERFORM 185-READ-HISTORY-RTN.
           PERFORM 190-MATCH-HISTORY-RTN
               UNTIL EOF-HISTORY-WS = 'YES'.

           CLOSE PAY-HISTORY-FILE.

       185-READ-HISTORY-RTN.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

       190-MATCH-HISTORY-RTN.

           MOVE 1 TO RT-SCAN-SUB-WS.
           PERFORM 195-MATCH-ONE-RETURN-RTN
               UNTIL RT-SCAN-SUB-WS > RT-COUNT-WS.

           PERFORM 185-READ-HISTORY-RTN.

       195-MATCH-ONE-RETURN-RTN.

           IF RT-RETURN-ENTRY (RT-SCAN-SUB-WS)
              AND RT-AMOUNT (RT-SCAN-SUB-WS) > ZERO
              AND PH-SSN = RT-SSN (RT-SCAN-SUB-WS)
               EVALUATE TRUE
                   WHEN PH-ACH-RETURN
                       IF PH-CHECK-AMOUNT = RT-AMOUNT (RT-SCAN-SUB-WS)
                          AND PH-CHECK-DATE =
                              RT-CHECK-DATE (RT-SCAN-SUB-WS)
                          AND RT-DEPOSIT-MATCHED (RT-SCAN-SUB-WS)
                           MOVE 'Y' TO RT-DONE-SW (RT-SCAN-SUB-WS)
                       END-IF
                   WHEN PH-ACH-AMOUNT = RT-AMOUNT (RT-SCAN-SUB-WS)
                       IF RT-EFFECTIVE-DATE (RT-SCAN-SUB-WS) = ZERO
                          OR RT-EFFECTIVE-DATE (RT-SCAN-SUB-WS) =
                             PH-CHECK-DATE
                           MOVE 'Y' TO RT-MATCH-SW (RT-SCAN-SUB-WS)
                           MOVE 'N' TO RT-DONE-SW (RT-SCAN-SUB-WS)
                           MOVE PH-CHECK-DATE
                               TO RT-CHECK-DATE (RT-SCAN-SUB-WS)
                           MOVE PH-NAME TO RT-NAME (RT-SCAN-SUB-WS)
                       END-IF
               END-EVALUATE
           END-IF.

           ADD 1 TO RT-SCAN-SUB-WS.

       200-OPEN.
           INITIALIZE ACCUMULATORS.

           PERFORM 220-LOAD-CHECK-CONTROL-RTN.

           OPEN I-O   BANK-FILE-INDEXED
                EXTEND BANK-AUDIT-FILE
                INPUT ADDRESS-FILE-INDEXED
                I-O   CHECK-ISSUE-FILE
                EXTEND POSITIVE-PAY-FILE
                EXTEND PAY-HISTORY-FILE
                OUTPUT RETURNS-REPORT.

       220-LOAD-CHECK-CONTROL-RTN.

           OPEN INPUT CHECK-CONTROL-FILE.

           READ CHECK-CONTROL-FILE
               AT END
                   DISPLAY 'CHECK CONTROL RECORD MISSING - '
                           'NUMBERING FROM ' NEXT-CHECK-NO-WS
               NOT AT END
                   IF CKC-NEXT-CHECK-NO IS NUMERIC
                      AND CKC-NEXT-CHECK-NO > 0
                       MOVE CKC-NEXT-CHECK-NO TO NEXT-CHECK-NO-WS
                   ELSE
                       DISPLAY 'CHECK CONTROL RECORD NOT NUMERIC - '
                               'NUMBERING FROM ' NEXT-CHECK-NO-WS
                   END-IF
           END-READ.

           CLOSE CHECK-CONTROL-FILE.

       300-PROCESS.

           MOVE SPACES TO RT-MESSAGE-WS.
           MOVE ZERO TO RT-REPLACEMENT-NO-WS.

           MOVE 'N' TO BANK-FOUND-SW.
           MOVE RT-SSN (RT-SUB-WS) TO BANK-SSN.

           READ BANK-FILE-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BANK-DETAIL-FOUND TO TRUE
                   MOVE BANK-REC TO BEFORE-IMAGE-WS
           END-READ.

           EVALUATE TRUE
               WHEN RT-NOC-ENTRY (RT-SUB-WS)
                   PERFORM 400-APPLY-NOC-RTN

               WHEN NOT RT-RETURN-ENTRY (RT-SUB-WS)
                   MOVE "UNKNOWN ENTRY TYPE - REVIEW"
                       TO RT-MESSAGE-WS
                   ADD 1 TO AC-EXCEPTION-COUNT

               WHEN RT-AMOUNT (RT-SUB-WS) = ZERO
                   PERFORM 420-PRENOTE-RETURN-RTN

               WHEN NOT RT-DEPOSIT-MATCHED (RT-SUB-WS)
                   MOVE "NO MATCHING DEPOSIT IN PAY HISTORY"
                       TO RT-MESSAGE-WS
                   ADD 1 TO AC-EXCEPTION-COUNT

               WHEN RT-ALREADY-PROCESSED (RT-SUB-WS)
                   MOVE "ALREADY PROCESSED - NO ACTION"
                       TO RT-MESSAGE-WS

               WHEN OTHER
                   PERFORM 440-PROCESS-RETURN-RTN

           END-EVALUATE.

           PERFORM 480-WRITE-DETAIL-RTN.

           ADD 1 TO RT-SUB-WS.

       400-APPLY-NOC-RTN.

           IF NOT BANK-DETAIL-FOUND
               MOVE "NOC - NO BANK DETAIL ON FILE"
                   TO RT-MESSAGE-WS
               ADD 1 TO AC-EXCEPTION-COUNT
           ELSE
               MOVE 'Y' TO NOC-APPLIED-SW
               EVALUATE RT-REASON-CODE (RT-SUB-WS)
                   WHEN 'C01'
                       MOVE RT-CORR-ACCOUNT (RT-SUB-WS)
                           TO BANK-ACCOUNT
                       MOVE "NOC APPLIED - ACCOUNT CORRECTED"
                           TO RT-MESSAGE-WS
                   WHEN 'C02'
                       MOVE RT-CORR-ROUTING (RT-SUB-WS)
                           TO BANK-ROUTING
                       MOVE "NOC APPLIED - ROUTING CORRECTED"
                           TO RT-MESSAGE-WS
                   WHEN 'C03'
                       MOVE RT-CORR-ROUTING (RT-SUB-WS)
                           TO BANK-ROUTING
                       MOVE RT-CORR-ACCOUNT (RT-SUB-WS)
                           TO BANK-ACCOUNT
                       MOVE "NOC APPLIED - ROUTING/ACCOUNT CORRECTED"
                           TO RT-MESSAGE-WS
                   WHEN 'C05'
                       MOVE RT-CORR-ACCT-TYPE (RT-SUB-WS)
                           TO BANK-ACCT-TYPE
                       MOVE "NOC APPLIED - ACCOUNT TYPE CORRECTED"
                           TO RT-MESSAGE-WS
                   WHEN 'C06'
                       MOVE RT-CORR-ACCOUNT (RT-SUB-WS)
                           TO BANK-ACCOUNT
                       MOVE RT-CORR-ACCT-TYPE (RT-SUB-WS)
                           TO BANK-ACCT-TYPE
                       MOVE "NOC APPLIED - ACCOUNT/TYPE CORRECTED"
                           TO RT-MESSAGE-WS
                   WHEN 'C07'
                       MOVE RT-CORR-ROUTING (RT-SUB-WS)
                           TO BANK-ROUTING
                       MOVE RT-CORR-ACCOUNT (RT-SUB-WS)
                           TO BANK-ACCOUNT
                       MOVE RT-CORR-ACCT-TYPE (RT-SUB-WS)
                           TO BANK-ACCT-TYPE
                       MOVE "NOC APPLIED - ROUTING/ACCT/TYPE CORRECTED"
                           TO RT-MESSAGE-WS
                   WHEN OTHER
                       MOVE 'N' TO NOC-APPLIED-SW
                       MOVE "NOC CODE NOT APPLIED - REVIEW"
                           TO RT-MESSAGE-WS
                       ADD 1 TO AC-EXCEPTION-COUNT
               END-EVALUATE
               IF NOC-APPLIED
                   MOVE "NOC" TO AUDIT-ACTION-WS
                   PERFORM 470-REWRITE-BANK-RTN
                   ADD 1 TO AC-NOC-COUNT
               END-IF
           END-IF.

       420-PRENOTE-RETURN-RTN.

           IF NOT BANK-DETAIL-FOUND
               MOVE "PRENOTE RETURN - NO BANK DETAIL ON FILE"
                   TO RT-MESSAGE-WS
               ADD 1 TO AC-EXCEPTION-COUNT
           ELSE
               MOVE 'R' TO BANK-STATUS
               MOVE "PRENOTE" TO AUDIT-ACTION-WS
               PERFORM 470-REWRITE-BANK-RTN
               MOVE "PRENOTE RETURNED - DETAIL FLAGGED BAD"
                   TO RT-MESSAGE-WS
               ADD 1 TO AC-PRENOTE-COUNT
           END-IF.

       440-PROCESS-RETURN-RTN.

           ADD 1 TO AC-RETURN-COUNT.
           ADD RT-AMOUNT (RT-SUB-WS) TO AC-RETURN-TOTAL.

           IF BANK-DETAIL-FOUND
               MOVE 'X' TO BANK-STATUS
               MOVE "RETURN" TO AUDIT-ACTION-WS
               PERFORM 470-REWRITE-BANK-RTN
               MOVE "RETURNED - REPLACEMENT CHECK ISSUED"
                   TO RT-MESSAGE-WS
           ELSE
               MOVE "RETURNED - NO BANK DETAIL - CHECK ISSUED"
                   TO RT-MESSAGE-WS
           END-IF.

           PERFORM 450-ISSUE-CHECK-RTN.
           PERFORM 460-WRITE-REVERSAL-RTN.

           MOVE NEXT-CHECK-NO-WS TO RT-REPLACEMENT-NO-WS.

           ADD 1 TO AC-CHECK-COUNT.
           ADD RT-AMOUNT (RT-SUB-WS) TO AC-CHECK-TOTAL.
           ADD 1 TO NEXT-CHECK-NO-WS.

       450-ISSUE-CHECK-RTN.

           MOVE SPACES TO CHECK-ISSUE-REC.
           MOVE NEXT-CHECK-NO-WS TO CHK-NUMBER.
           MOVE RUN-DATE-WS TO CHK-ISSUE-DATE.
           MOVE RT-SSN (RT-SUB-WS) TO CHK-SSN.
           MOVE RT-NAME (RT-SUB-WS) TO CHK-NAME.
           MOVE RT-AMOUNT (RT-SUB-WS) TO CHK-AMOUNT.
           MOVE 'O' TO CHK-STATUS.
           MOVE ZERO TO CHK-CLEAR-DATE.
           MOVE ZERO TO CHK-STALE-DATE.
           MOVE 'N' TO CHK-STOP-PAY-SW.

           WRITE CHECK-ISSUE-REC
               INVALID KEY
                   DISPLAY 'DUPLICATE CHECK NUMBER ' CHK-NUMBER
                           ' ON ISSUE FILE - CHECK CONTROL SUSPECT'
                   DISPLAY 'DO NOT RELEASE POSITIVE PAY - '
                           'VERIFY V2CHKCTL.DAT'
                   MOVE 8 TO RETURN-CODE
           END-WRITE.

           MOVE 'I' TO PP-RECORD-TYPE.
           MOVE NEXT-CHECK-NO-WS TO PP-CHECK-NO.
           MOVE RUN-DATE-WS TO PP-CHECK-DATE.
           MOVE RT-NAME (RT-SUB-WS) TO PP-PAYEE-NAME.
           MOVE RT-AMOUNT (RT-SUB-WS) TO PP-AMOUNT.

           WRITE POSPAY-REC.

       455-GET-ADDRESS-RTN.

           MOVE RT-SSN (RT-SUB-WS) TO ADDR-SSN.

           READ ADDRESS-FILE-INDEXED
               INVALID KEY
                   MOVE SPACES TO CA-STREET-OUT
                   MOVE SPACES TO CA-CITY-OUT
                   MOVE SPACES TO CA-STATE-OUT
                   MOVE SPACES TO CA-ZIP-OUT
               NOT INVALID KEY
                   MOVE ADDR-STREET TO CA-STREET-OUT
                   MOVE ADDR-CITY TO CA-CITY-OUT
                   MOVE ADDR-STATE TO CA-STATE-OUT
                   MOVE ADDR-ZIP TO CA-ZIP-OUT
           END-READ.

       460-WRITE-REVERSAL-RTN.

           MOVE SPACES TO PAY-HISTORY-REC.
           INITIALIZE PAY-HISTORY-REC.

           MOVE RT-SSN (RT-SUB-WS) TO PH-SSN.
           MOVE RT-CHECK-DATE (RT-SUB-WS) TO PH-CHECK-DATE.
           MOVE RUN-DATE-WS TO PH-RUN-DATE.
           MOVE 'A' TO PH-RUN-TYPE.
           MOVE RT-NAME (RT-SUB-WS) TO PH-NAME.
           COMPUTE PH-ACH-AMOUNT = ZERO - RT-AMOUNT (RT-SUB-WS).
           MOVE NEXT-CHECK-NO-WS TO PH-CHECK-NO.
           MOVE RT-AMOUNT (RT-SUB-WS) TO PH-CHECK-AMOUNT.

           WRITE PAY-HISTORY-REC.

       470-REWRITE-BANK-RTN.

           REWRITE BANK-REC
               INVALID KEY
                   DISPLAY 'BANK FILE REWRITE ERROR ON ' BANK-SSN
               NOT INVALID KEY
                   PERFORM 475-WRITE-AUDIT-RTN
           END-REWRITE.

       475-WRITE-AUDIT-RTN.

           MOVE RUN-DATE-WS TO BAU-RUN-DATE.
           MOVE RT-ENTRY-TYPE (RT-SUB-WS) TO BAU-TRANS-CODE.
           MOVE AUDIT-ACTION-WS TO BAU-ACTION.
           MOVE BANK-SSN TO BAU-SSN.
           MOVE 'V2ACHRTN' TO BAU-CHANGED-BY.
           MOVE BEFORE-IMAGE-WS TO BAU-BEFORE-IMAGE.
           MOVE BANK-REC TO BAU-AFTER-IMAGE.

           WRITE BANK-AUDIT-REC.

       480-WRITE-DETAIL-RTN.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE RT-SSN (RT-SUB-WS) TO RD-SSN-OUT.
           MOVE RT-NAME (RT-SUB-WS) TO RD-NAME-OUT.
           MOVE RT-ENTRY-TYPE (RT-SUB-WS) TO RD-TYPE-OUT.
           MOVE RT-REASON-CODE (RT-SUB-WS) TO RD-REASON-OUT.
           MOVE RT-AMOUNT (RT-SUB-WS) TO RD-AMOUNT-OUT.
           MOVE RT-CHECK-DATE (RT-SUB-WS) TO RD-CHECK-DATE-OUT.
           MOVE RT-MESSAGE-WS TO RD-MESSAGE.
           MOVE RT-REPLACEMENT-NO-WS TO RD-CHECK-NO-OUT.

           WRITE REPORT-LINE-OUT FROM RETURN-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           IF RT-REPLACEMENT-NO-WS NOT = ZERO
               PERFORM 455-GET-ADDRESS-RTN
               WRITE REPORT-LINE-OUT FROM CHECK-ADDRESS-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO AC-LINE-COUNT
           END-IF.

           IF AC-LINE-COUNT > 30
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.

           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT AFTER ADVANCING 2 LINES.

           MOVE 6 TO AC-LINE-COUNT.

       600-WRAPUP.

           MOVE AC-RETURN-TOTAL TO SL-RETURN-TOTAL.
           MOVE AC-RETURN-COUNT TO SL-RETURN-COUNT.
           MOVE AC-CHECK-TOTAL TO SL-CHECK-TOTAL.
           MOVE AC-CHECK-COUNT TO SL-CHECK-COUNT.
           MOVE AC-PRENOTE-COUNT TO SL-PRENOTE-COUNT.
           MOVE AC-NOC-COUNT TO SL-NOC-COUNT.
           MOVE AC-EXCEPTION-COUNT TO SL-EXCEPTION-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-3
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-4
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-5
               AFTER ADVANCING 2 LINES.

           IF AC-RETURN-TOTAL = AC-CHECK-TOTAL
               MOVE "REPLACEMENT CHECKS IN BALANCE WITH RETURNS"
                   TO SL-BALANCE-MSG
           ELSE
               MOVE "REPLACEMENT CHECKS OUT OF BALANCE - REVIEW"
                   TO SL-BALANCE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.

           WRITE REPORT-LINE-OUT FROM SL-BALANCE-LINE
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 650-SAVE-CHECK-CONTROL-RTN.

       650-SAVE-CHECK-CONTROL-RTN.

           OPEN OUTPUT CHECK-CONTROL-FILE.

           MOVE SPACES TO CHECK-CONTROL-REC.
           MOVE NEXT-CHECK-NO-WS TO CKC-NEXT-CHECK-NO.

           WRITE CHECK-CONTROL-REC.

           CLOSE CHECK-CONTROL-FILE.

       900-CLOSE.
           CLOSE BANK-FILE-INDEXED
                 BANK-AUDIT-FILE
                 ADDRESS-FILE-INDEXED
                 CHECK-ISSUE-FILE
                 POSITIVE-PAY-FILE
                 PAY-HISTORY-FILE
                 RETURNS-REPORT.
