       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2OFFCYC.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL OFFCYCLE-FILE-IN  ASSIGN TO 'V2OFFIN.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OFFCYCLE-CARRY-FILE  ASSIGN TO 'V2OFFNXT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PAID-CHECKPOINT-FILE
               ASSIGN TO 'V2OFFCKP.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT MASTER-FILE-INDEXED ASSIGN TO 'V2MASTVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS MASTER-SSN-INDEXED.

            SELECT OPTIONAL TERMINATED-FILE ASSIGN TO 'V2TERMVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS SSN-TERM.

            SELECT OPTIONAL BANK-FILE-INDEXED ASSIGN TO 'V2BANKVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS BANK-SSN.

            SELECT OPTIONAL ADDRESS-FILE-INDEXED
               ASSIGN TO 'V2ADDRVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-SSN.

            SELECT OPTIONAL TAX-TABLE-FILE ASSIGN TO 'V2TAXTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL LOCAL-TABLE-FILE ASSIGN TO 'V2LCLTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL COMPANY-PARM-FILE ASSIGN TO 'V2CMPPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHECK-CONTROL-FILE ASSIGN TO 'V2CHKCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL CHECK-ISSUE-FILE ASSIGN TO 'V2CHKISS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS CHK-NUMBER.

            SELECT OPTIONAL POSITIVE-PAY-FILE  ASSIGN TO 'V2POSPAY.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACH-FILE  ASSIGN TO 'V2OFFACH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL AUDIT-TRAIL-FILE  ASSIGN TO 'V2AUDIT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL PAY-HISTORY-FILE  ASSIGN TO 'V2PAYHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL BANK-HOLD-PARM-FILE
               ASSIGN TO 'V2BHLPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OFFCYCLE-REGISTER  ASSIGN TO 'OFFCYCLE.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  OFFCYCLE-FILE-IN
           LABEL RECORDS ARE STANDARD.

       01  OFFCYCLE-REC-IN.
           05  OFF-SSN                       PIC X(9).
           05  OFF-PAY-TYPE                  PIC X.
               88  OFF-BONUS                        VALUE 'B'.
               88  OFF-FINAL-PAY                    VALUE 'F'.
               88  OFF-CORRECTION                   VALUE 'C'.
           05  OFF-GROSS                     PIC 9(7)V99.
           05  OFF-GROSS-X REDEFINES OFF-GROSS
                                             PIC X(9).
           05  OFF-PAY-METHOD                PIC X.
               88  OFF-PAY-BY-CHECK                 VALUE 'K'.
           05  OFF-DESC                      PIC X(20).
           05  FILLER                        PIC X(40).

       FD  OFFCYCLE-CARRY-FILE
           LABEL RECORDS ARE STANDARD.

       01  OFFCYCLE-CARRY-REC                PIC X(80).

       FD  PAID-CHECKPOINT-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAID-CHECKPOINT-REC.
           05  OCK-RECORD-NO                 PIC 9(5).
           05  OCK-SSN                       PIC X(9).
           05  OCK-COMPANY-CODE              PIC X(2).
           05  OCK-CHECK-DATE                PIC 9(6).
           05  OCK-NAME                      PIC X(22).
           05  OCK-ACH-TRANS-CODE            PIC 9(2).
           05  OCK-ACH-ROUTING               PIC X(9).
           05  OCK-ACH-ACCOUNT               PIC X(17).
           05  OCK-ACH-AMOUNT                PIC 9(8)V99.
           05  FILLER                        PIC X(18).

       FD  MASTER-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  MASTER-REC-INDEXED.
           05  MASTER-SSN-INDEXED            PIC X(9).
           05  MARITIAL-STATUS-INDEXED       PIC X.
           05  EXEMPTIONS-INDEXED            PIC XX.
           05  NAME-INDEXED.
               10 F-INIT-INDEXED             PIC X.
               10 M-INIT-INDEXED             PIC X.
               10 LAST-NAME-INDEXED          PIC X(20).
           05  GROSS-INDEXED                 PIC S9(7)V99.
           05  FICA-INDEXED                  PIC S9(4)V99.
           05  WH-INDEXED                    PIC S9(5)V99.
           05  MOVE-INDEXED                  PIC S9(5)V99.
           05  YTD-GROSS-INDEXED             PIC S9(7)V99.
           05  YTD-FICA-INDEXED              PIC S9(4)V99.
           05  YTD-WH-INDEXED                PIC S9(5)V99.
           05  DEPARTMENT-CODE-INDEXED       PIC X(5).
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
           05  REG-HOURS-INDEXED             PIC 9(3)V99.
           05  OT-HOURS-INDEXED              PIC 9(3)V99.
           05  FILLER                        PIC X(3).

       FD  TERMINATED-FILE
           LABEL RECORDS ARE STANDARD.

       01  TERMINATED-REC.
           05  SSN-TERM                      PIC X(9).
           05  MARITIAL-STATUS-TERM          PIC X.
           05  EXEMPTIONS-TERM               PIC XX.
           05  NAME-TERM.
               10 F-INIT-TERM                PIC X.
               10 M-INIT-TERM                PIC X.
               10 LAST-NAME-TERM             PIC X(20).
           05  GROSS-TERM                    PIC S9(7)V99.
           05  FICA-TERM                     PIC S9(4)V99.
           05  WH-TERM                       PIC S9(5)V99.
           05  MOVE-TERM                     PIC S9(5)V99.
           05  YTD-GROSS-TERM                PIC S9(7)V99.
           05  YTD-FICA-TERM                 PIC S9(4)V99.
           05  YTD-WH-TERM                   PIC S9(5)V99.
           05  DEPARTMENT-CODE-TERM          PIC X(5).
           05  STATE-CODE-TERM               PIC X(2).
           05  STATE-WH-TERM                 PIC S9(5)V99.
           05  YTD-STATE-WH-TERM             PIC S9(5)V99.
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

       FD  ADDRESS-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  ADDRESS-REC.
           05  ADDR-SSN                      PIC X(9).
           05  ADDR-STREET                   PIC X(25).
           05  ADDR-CITY                     PIC X(18).
           05  ADDR-STATE                    PIC X(2).
           05  ADDR-ZIP                      PIC X(9).
           05  FILLER                        PIC X(7).

       FD  TAX-TABLE-FILE
           LABEL RECORDS ARE STANDARD.

       01  TAX-TABLE-REC.
           05  TTR-RECORD-TYPE               PIC X.
               88  TTR-FED-BRACKET                  VALUE 'F'.
               88  TTR-EXEMPT-ALLOWANCE             VALUE 'E'.
               88  TTR-SOC-SEC-PARM                 VALUE 'C'.
               88  TTR-MEDICARE-PARM                VALUE 'M'.
               88  TTR-ADDL-MEDICARE-PARM           VALUE 'A'.
               88  TTR-STATE-RATE                   VALUE 'S'.
               88  TTR-SUPPLEMENTAL-PARM            VALUE 'U'.
           05  TTR-MARITAL-STATUS            PIC X.
           05  TTR-STATE-CODE                PIC XX.
           05  TTR-AMOUNT-1                  PIC 9(7)V99.
           05  TTR-RATE                      PIC V9(4).
           05  TTR-AMOUNT-2                  PIC 9(7)V99.
           05  FILLER                        PIC X(10).

       FD  LOCAL-TABLE-FILE
           LABEL RECORDS ARE STANDARD.

       01  LOCAL-TABLE-REC.
           05  LTR-LOCAL-CODE                PIC X(4).
           05  LTR-STATE-CODE                PIC XX.
           05  LTR-LOCAL-NAME                PIC X(20).
           05  LTR-LOCAL-TYPE                PIC X.
               88  LTR-MUNICIPAL-TAX                VALUE 'M'.
               88  LTR-OCCUPATIONAL-TAX             VALUE 'O'.
               88  LTR-COUNTY-TAX                   VALUE 'C'.
           05  LTR-RES-RATE                  PIC V9(4).
           05  LTR-NONRES-RATE               PIC V9(4).
           05  FILLER                        PIC X(5).

       FD  COMPANY-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01  COMPANY-PARM-REC.
           05  CPR-LEGAL-NAME                PIC X(30).
           05  CPR-STREET                    PIC X(25).
           05  CPR-CITY                      PIC X(18).
           05  CPR-STATE                     PIC X(2).
           05  CPR-ZIP                       PIC X(9).
           05  CPR-EIN                       PIC X(9).
           05  CPR-STATE-ACCT-OH             PIC X(10).
           05  CPR-STATE-ACCT-IN             PIC X(10).
           05  CPR-STATE-ACCT-KY             PIC X(10).
           05  CPR-BANK-NAME                 PIC X(23).
           05  CPR-BANK-ROUTING              PIC X(9).
           05  CPR-IMMED-DEST                PIC X(10).
           05  CPR-IMMED-ORIGIN              PIC X(10).
           05  CPR-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(13).

       FD  CHECK-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

       01  CHECK-CONTROL-REC.
           05  CKC-NEXT-CHECK-NO             PIC 9(8).
           05  FILLER                        PIC X(12).

       FD  BANK-HOLD-PARM-FILE
           LABEL RECORDS ARE STANDARD.

       01  BANK-HOLD-PARM-REC.
           05  BHP-HOLD-DAYS                 PIC 9(3).
           05  FILLER                        PIC X(17).

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

       FD  ACH-FILE.
       01  ACH-RECORD-OUT                    PIC X(94).

       FD  AUDIT-TRAIL-FILE
           LABEL RECORDS ARE STANDARD.

       01  AUDIT-RECORD-OUT.
           05  AUD-RUN-DATE                 PIC 9(6).
           05  AUD-TRANS-CODE                PIC X.
           05  AUD-SOURCE                    PIC X.
           05  AUD-ACTION                    PIC X(10).
           05  AUD-SSN                       PIC X(9).
           05  AUD-MARITIAL-STATUS           PIC X.
           05  AUD-EXEMPTIONS                PIC XX.
           05  AUD-NAME.
               10 AUD-F-INIT                 PIC X.
               10 AUD-M-INIT                  PIC X.
               10 AUD-LAST-NAME               PIC X(20).
           05  AUD-GROSS                     PIC S9(7)V99.
           05  AUD-FICA                      PIC S9(4)V99.
           05  AUD-WH                        PIC S9(5)V99.
           05  AUD-YTD-GROSS                 PIC S9(7)V99.
           05  AUD-YTD-FICA                  PIC S9(4)V99.
           05  AUD-YTD-WH                    PIC S9(5)V99.
           05  AUD-MOVE                      PIC S9(5)V99.
           05  AUD-DEPARTMENT-CODE           PIC X(5).
           05  AUD-STATE-CODE                PIC X(2).
           05  AUD-STATE-WH                  PIC S9(5)V99.
           05  AUD-YTD-STATE-WH              PIC S9(5)V99.
           05  AUD-PRETAX-401K               PIC S9(5)V99.
           05  AUD-PRETAX-125                PIC S9(5)V99.
           05  AUD-YTD-401K                  PIC S9(7)V99.
           05  AUD-YTD-125                   PIC S9(7)V99.
           05  AUD-SS-TAX                    PIC S9(5)V99.
           05  AUD-MEDICARE                  PIC S9(5)V99.
           05  AUD-YTD-SS-TAX                PIC S9(7)V99.
           05  AUD-YTD-MEDICARE              PIC S9(7)V99.
           05  AUD-YTD-SS-WAGES              PIC S9(7)V99.
           05  AUD-YTD-MED-WAGES             PIC S9(7)V99.
           05  AUD-WORK-LOCAL                PIC X(4).
           05  AUD-RES-LOCAL                 PIC X(4).
           05  AUD-TAX-LOCAL                 PIC X(4).
           05  AUD-LOCAL-WH                  PIC S9(5)V99.
           05  AUD-YTD-LOCAL-WH              PIC S9(7)V99.
           05  AUD-YTD-LOCAL-WAGES           PIC S9(7)V99.
           05  AUD-COMPANY-CODE              PIC X(2).
           05  AUD-REG-HOURS                 PIC 9(3)V99.
           05  AUD-OT-HOURS                  PIC 9(3)V99.

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
           05  FILLER                        PIC X(10).
           05  PH-COMPANY-CODE               PIC X(2).
           05  FILLER                        PIC X(7).

       FD  OFFCYCLE-REGISTER RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-OFFCYCLE-WS            PIC X(3)  VALUE 'NO '.
           05  BANK-FOUND-SW              PIC X     VALUE 'N'.
               88  BANK-DETAIL-FOUND             VALUE 'Y'.
           05  EMP-FOUND-SW               PIC X     VALUE 'N'.
               88  EMP-ON-MASTER                 VALUE 'M'.
               88  EMP-ON-TERMINATED             VALUE 'T'.
               88  EMP-NOT-FOUND                 VALUE 'N'.
           05  POSTED-SW                  PIC X     VALUE 'N'.
               88  YTD-POSTED                    VALUE 'Y'.
           05  OFF-MESSAGE-WS             PIC X(50) VALUE SPACES.
           05  EOF-CARRY-WS               PIC X(3)  VALUE 'NO '.
           05  OFF-RECORD-NO-WS           PIC S9(5) VALUE ZERO.

       01  PAID-FLAG-TABLE                VALUE SPACES.
           05  PAID-FLAG                  PIC X OCCURS 5000 TIMES.

       01  RESTART-FIELDS.
           05  EOF-CHECKPOINT-WS          PIC X(3)  VALUE 'NO '.
           05  RESTART-COUNT-WS           PIC 9(5)  VALUE 0.
           05  RESTART-READ-WS            PIC 9(5)  VALUE 0.
           05  RESTART-MATCH-COUNT-WS     PIC 9(5)  VALUE 0.
           05  RESTART-OK-SW              PIC X     VALUE 'Y'.
               88  RESTART-CONSISTENT            VALUE 'Y'.

       01  RESTART-SSN-TABLE              VALUE SPACES.
           05  RST-SSN                    PIC X(9) OCCURS 5000 TIMES.

       01  RUN-DATE-WS                    PIC 9(6).
       01  CHECK-DATE-WS                  PIC 9(6).
       01  CHECK-DATE-X-WS                PIC X(6)  VALUE SPACES.

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
           05  COMPANY-MATCH-SW           PIC X     VALUE 'N'.
               88  COMPANY-MATCHED               VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.

       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).
               10  CMT-LEGAL-NAME         PIC X(30).
               10  CMT-EIN                PIC X(9).

       01  COMPANY-START-TOTALS.
           05  CST-PAID-COUNT             PIC S9(5) VALUE 0.
           05  CST-GROSS-TOTAL            PIC S9(9)V99 VALUE 0.
           05  CST-NET-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CST-ACH-COUNT              PIC S9(5) VALUE 0.
           05  CST-ACH-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CST-CHECK-COUNT            PIC S9(5) VALUE 0.
           05  CST-CHECK-TOTAL            PIC S9(9)V99 VALUE 0.
           05  CST-REISSUE-TOTAL          PIC S9(9)V99 VALUE 0.

       01  COMPANY-RUN-TOTALS.
           05  CRT-NET-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CRT-ACH-TOTAL              PIC S9(9)V99 VALUE 0.
           05  CRT-CHECK-TOTAL            PIC S9(9)V99 VALUE 0.
           05  CRT-REISSUE-TOTAL          PIC S9(9)V99 VALUE 0.

       01  EMPLOYEE-WORK-FIELDS.
           05  EMP-NAME-WS.
               10  EMP-F-INIT-WS          PIC X.
               10  EMP-M-INIT-WS          PIC X.
               10  EMP-LAST-NAME-WS       PIC X(20).
           05  EMP-MARITAL-WS             PIC X.
           05  EMP-EXEMPTIONS-WS          PIC XX.
           05  EMP-DEPT-WS                PIC X(5).
           05  EMP-COMPANY-WS             PIC X(2).

       01  TAX-TABLE-FIELDS.
           05  EOF-TAXTBL-WS              PIC X(3)  VALUE 'NO '.
           05  STATE-RATE-COUNT-WS        PIC S999  VALUE ZERO.
           05  SS-RATE-WS                 PIC V9(4) VALUE .0620.
           05  SS-WAGE-CAP-WS             PIC 9(7)V99 VALUE ZERO.
           05  MEDICARE-RATE-WS           PIC V9(4) VALUE .0145.
           05  ADDL-MED-RATE-WS           PIC V9(4) VALUE ZERO.
           05  ADDL-MED-THRESHOLD-WS      PIC 9(7)V99 VALUE ZERO.
           05  SUPP-RATE-WS               PIC V9(4) VALUE .2200.
           05  SS-PARM-SW                 PIC X     VALUE 'N'.
               88  SS-PARM-LOADED                VALUE 'Y'.
           05  MEDICARE-PARM-SW           PIC X     VALUE 'N'.
               88  MEDICARE-PARM-LOADED          VALUE 'Y'.
           05  SUPP-PARM-SW               PIC X     VALUE 'N'.
               88  SUPP-PARM-LOADED              VALUE 'Y'.

       01  STATE-RATE-TABLE.
           05  STATE-RATE-ENTRY OCCURS 10 TIMES.
               10  STT-STATE              PIC XX.
               10  STT-RATE               PIC V9(4).

       01  TAX-COMPUTE-FIELDS.
           05  TAX-STATE-WS               PIC XX    VALUE SPACES.
           05  TAX-PRIOR-YTD-WS           PIC S9(7)V99 VALUE ZERO.
           05  TAX-FICA-ROOM-WS           PIC S9(7)V99 VALUE ZERO.
           05  TAX-SS-WAGES-WS            PIC S9(7)V99 VALUE ZERO.
           05  TAX-FICA-WAGE-WS           PIC S9(7)V99 VALUE ZERO.
           05  TAX-ADDL-MED-WAGE-WS       PIC S9(7)V99 VALUE ZERO.
           05  TAX-SUB-WS                 PIC S999  VALUE ZERO.
           05  TAX-STATE-SUB-WS           PIC S999  VALUE ZERO.
           05  GROSS-WS                   PIC S9(7)V99 VALUE ZERO.
           05  SS-TAX-WS                  PIC S9(5)V99 VALUE ZERO.
           05  MEDICARE-WS                PIC S9(5)V99 VALUE ZERO.
           05  FICA-WS                    PIC S9(5)V99 VALUE ZERO.
           05  FED-WH-WS                  PIC S9(5)V99 VALUE ZERO.
           05  STATE-WH-WS                PIC S9(5)V99 VALUE ZERO.

       01  LOCAL-TAX-FIELDS.
           05  EOF-LCLTBL-WS              PIC X(3)  VALUE 'NO '.
           05  LOCAL-RATE-COUNT-WS        PIC S999  VALUE ZERO.
           05  LOCAL-SUB-WS               PIC S999  VALUE ZERO.
           05  LOCAL-FOUND-SUB-WS         PIC S999  VALUE ZERO.
           05  LOCAL-WORK-WS              PIC X(4)  VALUE SPACES.
           05  LOCAL-RES-WS               PIC X(4)  VALUE SPACES.
           05  LOCAL-LOOKUP-WS            PIC X(4)  VALUE SPACES.
           05  LOCAL-TAX-CODE-WS          PIC X(4)  VALUE SPACES.
           05  LOCAL-RESIDENT-SW          PIC X     VALUE 'N'.
               88  LOCAL-RESIDENT                VALUE 'Y'.
           05  LOCAL-RATE-WS              PIC V9(4) VALUE ZERO.
           05  LOCAL-WAGES-WS             PIC S9(7)V99 VALUE ZERO.
           05  LOCAL-WH-WS                PIC S9(5)V99 VALUE ZERO.

       01  LOCAL-RATE-TABLE.
           05  LOCAL-RATE-ENTRY OCCURS 50 TIMES.
               10  LRT-LOCAL-CODE         PIC X(4).
               10  LRT-LOCAL-TYPE         PIC X.
                   88  LRT-COUNTY-TAX            VALUE 'C'.
               10  LRT-RES-RATE           PIC V9(4).
               10  LRT-NONRES-RATE        PIC V9(4).

       01  PAY-FIELDS.
           05  NET-PAY-WS                 PIC S9(7)V99 VALUE 0.
           05  DEPOSIT-AMT-WS             PIC S9(7)V99 VALUE 0.
           05  CHECK-AMT-WS               PIC S9(7)V99 VALUE 0.

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-READ-COUNT              PIC S9(5) VALUE 0.
           05  AC-PAID-COUNT              PIC S9(5) VALUE 0.
           05  AC-REJECT-COUNT            PIC S9(5) VALUE 0.
           05  AC-GROSS-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-FED-WH-TOTAL            PIC S9(9)V99 VALUE 0.
           05  AC-SS-TOTAL                PIC S9(9)V99 VALUE 0.
           05  AC-MEDICARE-TOTAL          PIC S9(9)V99 VALUE 0.
           05  AC-STATE-WH-TOTAL          PIC S9(9)V99 VALUE 0.
           05  AC-LOCAL-WH-TOTAL          PIC S9(9)V99 VALUE 0.
           05  AC-NET-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-ACH-COUNT               PIC S9(5) VALUE 0.
           05  AC-ACH-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-CHECK-COUNT             PIC S9(5) VALUE 0.
           05  AC-CHECK-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-AUDIT-COUNT             PIC S9(5) VALUE 0.
           05  AC-BANK-HOLD-COUNT         PIC S9(5) VALUE 0.
           05  AC-CARRY-COUNT             PIC S9(5) VALUE 0.
           05  AC-REISSUE-COUNT           PIC S9(5) VALUE 0.
           05  AC-REISSUE-TOTAL           PIC S9(9)V99 VALUE 0.

       01  ACH-FILE-HEADER.
           05                             PIC X     VALUE '1'.
           05                             PIC XX    VALUE '01'.
           05  AFH-DESTINATION            PIC X(10) VALUE ZEROS.
           05  AFH-ORIGIN                 PIC X(10) VALUE ZEROS.
           05  AFH-FILE-DATE              PIC 9(6).
           05  AFH-DEST-NAME              PIC X(23) VALUE SPACES.
           05  AFH-ORIGIN-NAME            PIC X(23) VALUE SPACES.
           05  FILLER                     PIC X(19) VALUE SPACES.

       01  ACH-BATCH-HEADER.
           05                             PIC X     VALUE '5'.
           05                             PIC X(3)  VALUE '220'.
           05  ABH-COMPANY-NAME           PIC X(16) VALUE SPACES.
           05  ABH-ENTRY-DESC             PIC X(10) VALUE
               'OFFCYCLE'.
           05  ABH-EFFECTIVE-DATE         PIC 9(6).
           05  ABH-COMPANY-ID.
               10                         PIC X     VALUE '1'.
               10  ABH-COMPANY-EIN        PIC X(9)  VALUE SPACES.
           05  ABH-BATCH-NUMBER           PIC 9(7)  VALUE ZERO.
           05  FILLER                     PIC X(41) VALUE SPACES.

       01  ACH-ENTRY-DETAIL.
           05                             PIC X     VALUE '6'.
           05  AED-TRANS-CODE             PIC 9(2).
           05  AED-ROUTING                PIC X(9).
           05  AED-ACCOUNT                PIC X(17).
           05  AED-AMOUNT                 PIC 9(8)V99.
           05  AED-ID-NUMBER              PIC X(15).
           05  AED-NAME                   PIC X(22).
           05  FILLER                     PIC X(18) VALUE SPACES.

       01  ACH-BATCH-CONTROL.
           05                             PIC X     VALUE '8'.
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
           05  AFC-BATCH-COUNT            PIC 9(6)  VALUE 1.
           05  AFC-ENTRY-COUNT            PIC 9(6).
           05  AFC-TOTAL-CREDIT           PIC 9(10)V99.
           05  FILLER                     PIC X(69) VALUE SPACES.

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(27)  VALUE
                   "OFF-CYCLE PAYROLL REGISTER".
               03                              PIC X(14) VALUE
                   "  CHECK DATE: ".
               03  RH-CHECK-DATE               PIC 99/99/99.
               03                              PIC X(4)  VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(70) VALUE SPACES.

           02  RH-COMPANY-LINE.
               03                              PIC X(9)   VALUE
                   "COMPANY: ".
               03  RH-COMPANY-NAME             PIC X(30)  VALUE SPACES.
               03                              PIC X(6)   VALUE SPACES.
               03  RH-EIN-CAPTION              PIC X(5)   VALUE SPACES.
               03  RH-COMPANY-EIN              PIC X(9)   VALUE SPACES.
               03                              PIC X(73)  VALUE SPACES.

           02  RH-LINE-2.
               03                              PIC X      VALUE SPACES.
               03                              PIC X(10)  VALUE "SSN".
               03                              PIC X(23)  VALUE "NAME".
               03                              PIC X(2)   VALUE "T".
               03                              PIC X(14)  VALUE
                   "        GROSS".
               03                              PIC X(11)  VALUE
                   "    FED WH".
               03                              PIC X(11)  VALUE
                   "   SOC SEC".
               03                              PIC X(11)  VALUE
                   "  MEDICARE".
               03                              PIC X(11)  VALUE
                   "  STATE WH".
               03                              PIC X(11)  VALUE
                   "  LOCAL WH".
               03                              PIC X(13)  VALUE
                   "      NET PAY".
               03                              PIC X(14)  VALUE SPACES.

       01  OFFCYCLE-DETAIL-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-NAME-OUT                    PIC X(22).
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-TYPE-OUT                    PIC X.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-GROSS-OUT                   PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-FED-WH-OUT                  PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-SS-OUT                      PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-MEDICARE-OUT                PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-STATE-WH-OUT                PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-LOCAL-WH-OUT                PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  OD-NET-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(14).

       01  OFFCYCLE-PAYMENT-LINE.
           05  FILLER                         PIC X(11) VALUE SPACES.
           05  OP-DESC-OUT                    PIC X(20).
           05  FILLER                         PIC X(16) VALUE
               "   ACH DEPOSIT ".
           05  OP-ACH-OUT                     PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(11) VALUE
               "   CHECK #".
           05  OP-CHECK-NO-OUT                PIC Z(7)9.
           05  FILLER                         PIC X VALUE SPACES.
           05  OP-CHECK-AMT-OUT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(39).

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

       01  OFFCYCLE-ERROR-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  OE-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  OE-TYPE-OUT                    PIC X.
           05  FILLER                         PIC X VALUE SPACES.
           05  OE-GROSS-OUT                   PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  OE-MESSAGE                     PIC X(50).
           05  FILLER                         PIC X(59).

       01  SUMMARY-LINES.
           02  SL-CAPTION-LINE.
               03                              PIC X(10)  VALUE SPACES.
               03  SL-CAPTION                  PIC X(50).
               03                              PIC X(72)  VALUE SPACES.

           02  SL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "PAYMENTS READ          =  ".
               03  SL-READ-COUNT               PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-2.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "PAYMENTS REJECTED      =  ".
               03  SL-REJECT-COUNT             PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-3.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "TOTAL GROSS PAY        =  ".
               03  SL-GROSS-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-PAID-COUNT               PIC ZZ,ZZ9.
               03                              PIC X(65)  VALUE SPACES.

           02  SL-LINE-4.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "FEDERAL WITHHOLDING    =  ".
               03  SL-FED-WH-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(81)  VALUE SPACES.

           02  SL-LINE-5.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "SOCIAL SECURITY TAX    =  ".
               03  SL-SS-TOTAL                 PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(81)  VALUE SPACES.

           02  SL-LINE-6.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "MEDICARE TAX           =  ".
               03  SL-MEDICARE-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(81)  VALUE SPACES.

           02  SL-LINE-7.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "STATE WITHHOLDING      =  ".
               03  SL-STATE-WH-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(81)  VALUE SPACES.

           02  SL-LINE-8.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "LOCAL WITHHOLDING      =  ".
               03  SL-LOCAL-WH-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(81)  VALUE SPACES.

           02  SL-LINE-9.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "TOTAL NET PAY          =  ".
               03  SL-NET-TOTAL                PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(81)  VALUE SPACES.

           02  SL-LINE-10.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "ACH DEPOSITS           =  ".
               03  SL-ACH-TOTAL                PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-ACH-COUNT                PIC ZZ,ZZ9.
               03                              PIC X(65)  VALUE SPACES.

           02  SL-LINE-11.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "CHECKS ISSUED          =  ".
               03  SL-CHECK-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-CHECK-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(65)  VALUE SPACES.

           02  SL-LINE-12.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "AUDIT RECORDS WRITTEN  =  ".
               03  SL-AUDIT-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-13.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "BANK CHANGES HELD      =  ".
               03  SL-BANK-HOLD-COUNT          PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-14.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "LEFT ON V2OFFIN        =  ".
               03  SL-CARRY-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-15.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "PAID BEFORE RESTART    =  ".
               03  SL-RESTART-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(90)  VALUE SPACES.

           02  SL-LINE-16.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(26)  VALUE
                   "ACH REISSUED FROM CKPT =  ".
               03  SL-REISSUE-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-REISSUE-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(65)  VALUE SPACES.

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
           PERFORM 150-LOAD-COMPANY-PARM-RTN.
           IF PARM-RECORD-FOUND
               PERFORM 230-LOAD-CHECKPOINT-RTN
               IF RESTART-CONSISTENT
                   PERFORM 120-LOAD-TAX-TABLES-RTN
                   PERFORM 125-LOAD-LOCAL-TABLE-RTN
                   PERFORM 200-OPEN
                   MOVE 1 TO COMPANY-SUB-WS
                   PERFORM 260-PROCESS-COMPANY-RTN
                       UNTIL COMPANY-SUB-WS > COMPANY-COUNT-WS
                   PERFORM 280-CARRY-FORWARD-RTN
                   PERFORM 600-WRAPUP
                   PERFORM 900-CLOSE
                   PERFORM 290-REWRITE-OFFCYCLE-IN-RTN
               ELSE
                   DISPLAY 'V2OFFIN DOES NOT MATCH CHECKPOINT FILE '
                           'V2OFFCKP - RUN STOPPED'
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY 'COMPANY PROFILE RECORD MISSING - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       120-LOAD-TAX-TABLES-RTN.

           OPEN INPUT TAX-TABLE-FILE.

           PERFORM 122-READ-TAX-TABLE-RTN.
           PERFORM 124-STORE-TAX-REC-RTN
               UNTIL EOF-TAXTBL-WS = 'YES'.

           CLOSE TAX-TABLE-FILE.

           IF NOT SS-PARM-LOADED
              OR NOT MEDICARE-PARM-LOADED
               DISPLAY 'TAX TABLE FILE MISSING OR INCOMPLETE - '
                       'STANDARD FICA RATES WILL BE USED'
           END-IF.

           IF NOT SUPP-PARM-LOADED
               DISPLAY 'NO SUPPLEMENTAL RATE ON TAX TABLE - '
                       'FEDERAL WITHHOLDING AT ' SUPP-RATE-WS
           END-IF.

       122-READ-TAX-TABLE-RTN.
           READ TAX-TABLE-FILE
               AT END MOVE 'YES' TO EOF-TAXTBL-WS
           END-READ.

       124-STORE-TAX-REC-RTN.

           EVALUATE TRUE
               WHEN TTR-SOC-SEC-PARM
                   MOVE TTR-RATE TO SS-RATE-WS
                   MOVE TTR-AMOUNT-1 TO SS-WAGE-CAP-WS
                   MOVE 'Y' TO SS-PARM-SW

               WHEN TTR-MEDICARE-PARM
                   MOVE TTR-RATE TO MEDICARE-RATE-WS
                   MOVE 'Y' TO MEDICARE-PARM-SW

               WHEN TTR-ADDL-MEDICARE-PARM
                   MOVE TTR-RATE TO ADDL-MED-RATE-WS
                   MOVE TTR-AMOUNT-1 TO ADDL-MED-THRESHOLD-WS

               WHEN TTR-STATE-RATE
                   IF STATE-RATE-COUNT-WS < 10
                       ADD 1 TO STATE-RATE-COUNT-WS
                       MOVE TTR-STATE-CODE
                           TO STT-STATE (STATE-RATE-COUNT-WS)
                       MOVE TTR-RATE
                           TO STT-RATE (STATE-RATE-COUNT-WS)
                   END-IF

               WHEN TTR-SUPPLEMENTAL-PARM
                   MOVE TTR-RATE TO SUPP-RATE-WS
                   MOVE 'Y' TO SUPP-PARM-SW

               WHEN OTHER
                   CONTINUE

           END-EVALUATE.

           PERFORM 122-READ-TAX-TABLE-RTN.

       125-LOAD-LOCAL-TABLE-RTN.

           OPEN INPUT LOCAL-TABLE-FILE.

           PERFORM 126-READ-LOCAL-TABLE-RTN.
           PERFORM 127-STORE-LOCAL-REC-RTN
               UNTIL EOF-LCLTBL-WS = 'YES'.

           CLOSE LOCAL-TABLE-FILE.

       126-READ-LOCAL-TABLE-RTN.
           READ LOCAL-TABLE-FILE
               AT END MOVE 'YES' TO EOF-LCLTBL-WS
           END-READ.

       127-STORE-LOCAL-REC-RTN.

           IF LOCAL-RATE-COUNT-WS < 50
              AND LTR-LOCAL-CODE NOT = SPACES
               ADD 1 TO LOCAL-RATE-COUNT-WS
               MOVE LTR-LOCAL-CODE
                   TO LRT-LOCAL-CODE (LOCAL-RATE-COUNT-WS)
               MOVE LTR-LOCAL-TYPE
                   TO LRT-LOCAL-TYPE (LOCAL-RATE-COUNT-WS)
               MOVE LTR-RES-RATE
                   TO LRT-RES-RATE (LOCAL-RATE-COUNT-WS)
               MOVE LTR-NONRES-RATE
                   TO LRT-NONRES-RATE (LOCAL-RATE-COUNT-WS)
           END-IF.

           PERFORM 126-READ-LOCAL-TABLE-RTN.

       150-LOAD-COMPANY-PARM-RTN.

           OPEN INPUT COMPANY-PARM-FILE.

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

           PERFORM 205-GET-CHECK-DATE-RTN.

           PERFORM 215-LOAD-BANK-HOLD-PARM-RTN.

           PERFORM 220-LOAD-CHECK-CONTROL-RTN.

           OPEN I-O   MASTER-FILE-INDEXED
                I-O   TERMINATED-FILE
                I-O   BANK-FILE-INDEXED
                INPUT ADDRESS-FILE-INDEXED
                I-O   CHECK-ISSUE-FILE
                OUTPUT ACH-FILE
                EXTEND POSITIVE-PAY-FILE
                EXTEND AUDIT-TRAIL-FILE
                EXTEND PAY-HISTORY-FILE
                OUTPUT OFFCYCLE-REGISTER.

           MOVE RUN-DATE-WS TO AFH-FILE-DATE.
           MOVE CHECK-DATE-WS TO ABH-EFFECTIVE-DATE.

           WRITE ACH-RECORD-OUT FROM ACH-FILE-HEADER.

       205-GET-CHECK-DATE-RTN.

           ACCEPT RUN-DATE-WS FROM DATE.
           MOVE RUN-DATE-WS TO CHECK-DATE-WS.

           DISPLAY 'ENTER CHECK DATE (YYMMDD) OR BLANK FOR TODAY: '.
           ACCEPT CHECK-DATE-X-WS.

           IF CHECK-DATE-X-WS IS NUMERIC
              AND CHECK-DATE-X-WS NOT = '000000'
               MOVE CHECK-DATE-X-WS TO CHECK-DATE-WS
           ELSE
               IF CHECK-DATE-X-WS NOT = SPACES
                   DISPLAY 'CHECK DATE NOT VALID - USING '
                           RUN-DATE-WS
               END-IF
           END-IF.

           MOVE CHECK-DATE-WS TO RH-CHECK-DATE.

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

       230-LOAD-CHECKPOINT-RTN.

           OPEN INPUT PAID-CHECKPOINT-FILE.

           PERFORM 232-STORE-CHECKPOINT-RTN
               UNTIL EOF-CHECKPOINT-WS = 'YES'.

           CLOSE PAID-CHECKPOINT-FILE.

           IF RESTART-COUNT-WS > 0
               DISPLAY 'RESTART - ' RESTART-COUNT-WS
                       ' PAYMENTS ALREADY MADE WILL BE SKIPPED'
               PERFORM 234-VERIFY-RESTART-RTN
           END-IF.

       232-STORE-CHECKPOINT-RTN.

           READ PAID-CHECKPOINT-FILE
               AT END
                   MOVE 'YES' TO EOF-CHECKPOINT-WS
               NOT AT END
                   IF OCK-RECORD-NO IS NUMERIC
                      AND OCK-RECORD-NO > 0
                      AND OCK-RECORD-NO NOT > 5000
                       MOVE 'R' TO PAID-FLAG (OCK-RECORD-NO)
                       MOVE OCK-SSN TO RST-SSN (OCK-RECORD-NO)
                       ADD 1 TO RESTART-COUNT-WS
                   ELSE
                       DISPLAY 'CHECKPOINT RECORD NOT VALID - '
                               PAID-CHECKPOINT-REC
                       MOVE 'N' TO RESTART-OK-SW
                   END-IF
           END-READ.

       234-VERIFY-RESTART-RTN.

           MOVE 'NO ' TO EOF-OFFCYCLE-WS.
           MOVE ZERO TO OFF-RECORD-NO-WS.

           OPEN INPUT OFFCYCLE-FILE-IN.

           PERFORM 250-READ.
           PERFORM 236-MATCH-CHECKPOINT-RTN
               UNTIL EOF-OFFCYCLE-WS = 'YES'.

           CLOSE OFFCYCLE-FILE-IN.

           IF RESTART-MATCH-COUNT-WS NOT = RESTART-COUNT-WS
               MOVE 'N' TO RESTART-OK-SW
           END-IF.

       236-MATCH-CHECKPOINT-RTN.

           IF OFF-RECORD-NO-WS NOT > 5000
               IF PAID-FLAG (OFF-RECORD-NO-WS) = 'R'
                   IF OFF-SSN = RST-SSN (OFF-RECORD-NO-WS)
                       ADD 1 TO RESTART-MATCH-COUNT-WS
                   ELSE
                       DISPLAY 'V2OFFIN RECORD ' OFF-RECORD-NO-WS
                               ' SSN ' OFF-SSN
                               ' NOT THE SSN ON V2OFFCKP'
                   END-IF
               END-IF
           END-IF.

           PERFORM 250-READ.

       250-READ.
           READ OFFCYCLE-FILE-IN
               AT END MOVE 'YES' TO EOF-OFFCYCLE-WS
               NOT AT END ADD 1 TO OFF-RECORD-NO-WS
           END-READ.

       260-PROCESS-COMPANY-RTN.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO ABH-COMPANY-NAME.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO ABH-COMPANY-EIN.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO ABC-COMPANY-EIN.
           MOVE COMPANY-SUB-WS TO ABH-BATCH-NUMBER.
           MOVE COMPANY-SUB-WS TO ABC-BATCH-NUMBER.

           WRITE ACH-RECORD-OUT FROM ACH-BATCH-HEADER.

           MOVE AC-PAID-COUNT TO CST-PAID-COUNT.
           MOVE AC-GROSS-TOTAL TO CST-GROSS-TOTAL.
           MOVE AC-NET-TOTAL TO CST-NET-TOTAL.
           MOVE AC-ACH-COUNT TO CST-ACH-COUNT.
           MOVE AC-ACH-TOTAL TO CST-ACH-TOTAL.
           MOVE AC-CHECK-COUNT TO CST-CHECK-COUNT.
           MOVE AC-CHECK-TOTAL TO CST-CHECK-TOTAL.
           MOVE AC-REISSUE-TOTAL TO CST-REISSUE-TOTAL.

           IF RESTART-COUNT-WS > 0
               PERFORM 265-REISSUE-ACH-RTN
           END-IF.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO RH-COMPANY-NAME.
           MOVE "EIN: " TO RH-EIN-CAPTION.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO RH-COMPANY-EIN.
           PERFORM 500-HEADER.

           MOVE 'NO ' TO EOF-OFFCYCLE-WS.
           MOVE ZERO TO OFF-RECORD-NO-WS.
           OPEN INPUT OFFCYCLE-FILE-IN.

           PERFORM 250-READ.
           PERFORM 300-PROCESS
               UNTIL EOF-OFFCYCLE-WS = 'YES'.

           CLOSE OFFCYCLE-FILE-IN.

           PERFORM 270-COMPANY-WRAPUP-RTN.

           ADD 1 TO COMPANY-SUB-WS.

       265-REISSUE-ACH-RTN.

           MOVE 'NO ' TO EOF-CHECKPOINT-WS.
           MOVE ZERO TO RESTART-READ-WS.

           OPEN INPUT PAID-CHECKPOINT-FILE.

           PERFORM 267-REISSUE-ENTRY-RTN
               UNTIL EOF-CHECKPOINT-WS = 'YES'.

           CLOSE PAID-CHECKPOINT-FILE.

       267-REISSUE-ENTRY-RTN.

           READ PAID-CHECKPOINT-FILE
               AT END
                   MOVE 'YES' TO EOF-CHECKPOINT-WS
               NOT AT END
                   ADD 1 TO RESTART-READ-WS
                   IF RESTART-READ-WS > RESTART-COUNT-WS
                       MOVE 'YES' TO EOF-CHECKPOINT-WS
                   ELSE
                       IF OCK-COMPANY-CODE =
                              CMT-COMPANY-CODE (COMPANY-SUB-WS)
                          AND OCK-ACH-AMOUNT > ZERO
                           PERFORM 268-WRITE-REISSUE-RTN
                       END-IF
                   END-IF
           END-READ.

       268-WRITE-REISSUE-RTN.

           MOVE OCK-ACH-TRANS-CODE TO AED-TRANS-CODE.
           MOVE OCK-ACH-ROUTING TO AED-ROUTING.
           MOVE OCK-ACH-ACCOUNT TO AED-ACCOUNT.
           MOVE OCK-ACH-AMOUNT TO AED-AMOUNT.
           MOVE OCK-SSN TO AED-ID-NUMBER.
           MOVE OCK-NAME TO AED-NAME.

           WRITE ACH-RECORD-OUT FROM ACH-ENTRY-DETAIL.

           ADD 1 TO AC-ACH-COUNT.
           ADD OCK-ACH-AMOUNT TO AC-ACH-TOTAL.
           ADD 1 TO AC-REISSUE-COUNT.
           ADD OCK-ACH-AMOUNT TO AC-REISSUE-TOTAL.

       270-COMPANY-WRAPUP-RTN.

           COMPUTE ABC-ENTRY-COUNT = AC-ACH-COUNT - CST-ACH-COUNT.
           COMPUTE ABC-TOTAL-CREDIT = AC-ACH-TOTAL - CST-ACH-TOTAL.

           WRITE ACH-RECORD-OUT FROM ACH-BATCH-CONTROL.

           COMPUTE CRT-NET-TOTAL = AC-NET-TOTAL - CST-NET-TOTAL.
           COMPUTE CRT-ACH-TOTAL = AC-ACH-TOTAL - CST-ACH-TOTAL.
           COMPUTE CRT-CHECK-TOTAL = AC-CHECK-TOTAL - CST-CHECK-TOTAL.
           COMPUTE CRT-REISSUE-TOTAL =
               AC-REISSUE-TOTAL - CST-REISSUE-TOTAL.

           MOVE SPACES TO SL-CAPTION.
           STRING "TOTALS FOR " DELIMITED BY SIZE
                  CMT-LEGAL-NAME (COMPANY-SUB-WS) DELIMITED BY SIZE
                  INTO SL-CAPTION.

           COMPUTE SL-GROSS-TOTAL = AC-GROSS-TOTAL - CST-GROSS-TOTAL.
           COMPUTE SL-PAID-COUNT = AC-PAID-COUNT - CST-PAID-COUNT.
           MOVE CRT-NET-TOTAL TO SL-NET-TOTAL.
           MOVE CRT-ACH-TOTAL TO SL-ACH-TOTAL.
           COMPUTE SL-ACH-COUNT = AC-ACH-COUNT - CST-ACH-COUNT.
           MOVE CRT-CHECK-TOTAL TO SL-CHECK-TOTAL.
           COMPUTE SL-CHECK-COUNT = AC-CHECK-COUNT - CST-CHECK-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-CAPTION-LINE
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-3
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-9
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-10
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-11
               AFTER ADVANCING 2 LINES.

           IF CRT-ACH-TOTAL + CRT-CHECK-TOTAL =
                  CRT-NET-TOTAL + CRT-REISSUE-TOTAL
               MOVE "COMPANY BATCH IN BALANCE WITH NET PAY"
                   TO SL-BALANCE-MSG
           ELSE
               MOVE "COMPANY BATCH OUT OF BALANCE - DO NOT RELEASE"
                   TO SL-BALANCE-MSG
           END-IF.

           WRITE REPORT-LINE-OUT FROM SL-BALANCE-LINE
               AFTER ADVANCING 2 LINES.

       280-CARRY-FORWARD-RTN.

           MOVE 'NO ' TO EOF-OFFCYCLE-WS.
           MOVE ZERO TO OFF-RECORD-NO-WS.

           OPEN INPUT OFFCYCLE-FILE-IN
                OUTPUT OFFCYCLE-CARRY-FILE.

           PERFORM 250-READ.
           PERFORM 282-CARRY-UNPAID-RTN
               UNTIL EOF-OFFCYCLE-WS = 'YES'.

           CLOSE OFFCYCLE-FILE-IN
                 OFFCYCLE-CARRY-FILE.

       290-REWRITE-OFFCYCLE-IN-RTN.

           OPEN OUTPUT PAID-CHECKPOINT-FILE.
           CLOSE PAID-CHECKPOINT-FILE.

           MOVE 'NO ' TO EOF-CARRY-WS.

           OPEN INPUT OFFCYCLE-CARRY-FILE
                OUTPUT OFFCYCLE-FILE-IN.

           PERFORM 284-READ-CARRY-RTN.
           PERFORM 286-RESTORE-UNPAID-RTN
               UNTIL EOF-CARRY-WS = 'YES'.

           CLOSE OFFCYCLE-CARRY-FILE
                 OFFCYCLE-FILE-IN.

       282-CARRY-UNPAID-RTN.

           IF OFF-RECORD-NO-WS > 5000
               WRITE OFFCYCLE-CARRY-REC FROM OFFCYCLE-REC-IN
               ADD 1 TO AC-CARRY-COUNT
           ELSE
               IF PAID-FLAG (OFF-RECORD-NO-WS) = SPACE
                   WRITE OFFCYCLE-CARRY-REC FROM OFFCYCLE-REC-IN
                   ADD 1 TO AC-CARRY-COUNT
               END-IF
           END-IF.

           PERFORM 250-READ.

       284-READ-CARRY-RTN.
           READ OFFCYCLE-CARRY-FILE
               AT END MOVE 'YES' TO EOF-CARRY-WS
           END-READ.

       286-RESTORE-UNPAID-RTN.

           WRITE OFFCYCLE-REC-IN FROM OFFCYCLE-CARRY-REC.

           PERFORM 284-READ-CARRY-RTN.

       300-PROCESS.

           MOVE SPACES TO OFF-MESSAGE-WS.
           MOVE 'N' TO EMP-FOUND-SW.
           MOVE 'N' TO POSTED-SW.
           MOVE 'N' TO COMPANY-MATCH-SW.

           EVALUATE TRUE
               WHEN OFF-RECORD-NO-WS > 5000
                   MOVE "OVER 5000 PAYMENTS - HELD FOR NEXT RUN"
                       TO OFF-MESSAGE-WS
               WHEN PAID-FLAG (OFF-RECORD-NO-WS) = 'R'
                   CONTINUE
               WHEN NOT (OFF-BONUS OR OFF-FINAL-PAY OR OFF-CORRECTION)
                   MOVE "PAYMENT TYPE NOT B, F OR C - REJECTED"
                       TO OFF-MESSAGE-WS
               WHEN OFF-GROSS IS NOT NUMERIC
                   MOVE "GROSS AMOUNT NOT NUMERIC - REJECTED"
                       TO OFF-MESSAGE-WS
               WHEN OFF-GROSS = ZERO
                   MOVE "GROSS AMOUNT IS ZERO - REJECTED"
                       TO OFF-MESSAGE-WS
               WHEN OTHER
                   PERFORM 320-FIND-EMPLOYEE-RTN
                   IF EMP-NOT-FOUND
                       MOVE "SSN NOT ON MASTER OR TERMINATED FILE"
                           TO OFF-MESSAGE-WS
                   ELSE
                       PERFORM 340-CHECK-COMPANY-RTN
                   END-IF
           END-EVALUATE.

           IF COMPANY-SUB-WS = 1
               ADD 1 TO AC-READ-COUNT
           END-IF.

           IF OFF-MESSAGE-WS = SPACES
               IF COMPANY-MATCHED
                   PERFORM 310-PAY-OFFCYCLE-RTN
               END-IF
           ELSE
               IF COMPANY-SUB-WS = 1
                   ADD 1 TO AC-REJECT-COUNT
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           PERFORM 250-READ.

       310-PAY-OFFCYCLE-RTN.

           PERFORM 400-COMPUTE-TAXES-RTN.

           IF EMP-ON-MASTER
               PERFORM 450-POST-MASTER-RTN
           ELSE
               PERFORM 460-POST-TERMINATED-RTN
           END-IF.

           IF YTD-POSTED
               MOVE 'Y' TO PAID-FLAG (OFF-RECORD-NO-WS)
               PERFORM 470-START-HISTORY-RTN
               ADD 1 TO AC-PAID-COUNT
               ADD GROSS-WS TO AC-GROSS-TOTAL
               ADD FED-WH-WS TO AC-FED-WH-TOTAL
               ADD SS-TAX-WS TO AC-SS-TOTAL
               ADD MEDICARE-WS TO AC-MEDICARE-TOTAL
               ADD STATE-WH-WS TO AC-STATE-WH-TOTAL
               ADD LOCAL-WH-WS TO AC-LOCAL-WH-TOTAL
               ADD NET-PAY-WS TO AC-NET-TOTAL
               PERFORM 480-WRITE-DETAIL-RTN
               PERFORM 350-PAY-EMPLOYEE-RTN
               PERFORM 490-WRITE-PAYMENT-RTN
               IF BANK-ON-HOLD
                   PERFORM 357-BANK-HOLD-NOTE-RTN
               END-IF
               WRITE PAY-HISTORY-REC
               PERFORM 660-WRITE-CHECKPOINT-RTN
           ELSE
               ADD 1 TO AC-REJECT-COUNT
               PERFORM 700-PRINT-ERROR
           END-IF.

       320-FIND-EMPLOYEE-RTN.

           MOVE OFF-SSN TO MASTER-SSN-INDEXED.

           READ MASTER-FILE-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   MOVE 'M' TO EMP-FOUND-SW
                   PERFORM 330-LOAD-FROM-MASTER-RTN
           END-READ.

           IF EMP-NOT-FOUND
               MOVE OFF-SSN TO SSN-TERM
               READ TERMINATED-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       MOVE 'T' TO EMP-FOUND-SW
                       PERFORM 335-LOAD-FROM-TERMINATED-RTN
               END-READ
           END-IF.

       330-LOAD-FROM-MASTER-RTN.

           IF YTD-LOCAL-WH-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WH-INDEXED
           END-IF.

           IF YTD-LOCAL-WAGES-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WAGES-INDEXED
           END-IF.

           MOVE NAME-INDEXED TO EMP-NAME-WS.
           MOVE MARITIAL-STATUS-INDEXED TO EMP-MARITAL-WS.
           MOVE EXEMPTIONS-INDEXED TO EMP-EXEMPTIONS-WS.
           MOVE DEPARTMENT-CODE-INDEXED TO EMP-DEPT-WS.
           MOVE STATE-CODE-INDEXED TO TAX-STATE-WS.
           MOVE WORK-LOCAL-INDEXED TO LOCAL-WORK-WS.
           MOVE RES-LOCAL-INDEXED TO LOCAL-RES-WS.
           MOVE COMPANY-CODE-INDEXED TO EMP-COMPANY-WS.

           COMPUTE TAX-PRIOR-YTD-WS =
               YTD-GROSS-INDEXED - YTD-125-INDEXED.

       335-LOAD-FROM-TERMINATED-RTN.

           IF YTD-401K-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-401K-TERM
           END-IF.

           IF YTD-125-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-125-TERM
           END-IF.

           IF YTD-SS-TAX-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-SS-TAX-TERM
           END-IF.

           IF YTD-MEDICARE-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-MEDICARE-TERM
           END-IF.

           IF YTD-SS-WAGES-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-SS-WAGES-TERM
           END-IF.

           IF YTD-MED-WAGES-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-MED-WAGES-TERM
           END-IF.

           IF YTD-LOCAL-WH-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WH-TERM
           END-IF.

           IF YTD-LOCAL-WAGES-TERM IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WAGES-TERM
           END-IF.

           MOVE NAME-TERM TO EMP-NAME-WS.
           MOVE MARITIAL-STATUS-TERM TO EMP-MARITAL-WS.
           MOVE EXEMPTIONS-TERM TO EMP-EXEMPTIONS-WS.
           MOVE DEPARTMENT-CODE-TERM TO EMP-DEPT-WS.
           MOVE STATE-CODE-TERM TO TAX-STATE-WS.
           MOVE WORK-LOCAL-TERM TO LOCAL-WORK-WS.
           MOVE RES-LOCAL-TERM TO LOCAL-RES-WS.
           MOVE COMPANY-CODE-TERM TO EMP-COMPANY-WS.

           COMPUTE TAX-PRIOR-YTD-WS =
               YTD-GROSS-TERM - YTD-125-TERM.

       340-CHECK-COMPANY-RTN.

           MOVE EMP-COMPANY-WS TO COMPANY-LOOKUP-WS.
           IF COMPANY-LOOKUP-WS = SPACES
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           IF COMPANY-LOOKUP-WS = CMT-COMPANY-CODE (COMPANY-SUB-WS)
               MOVE 'Y' TO COMPANY-MATCH-SW
           ELSE
               PERFORM 160-FIND-COMPANY-RTN
               IF NOT COMPANY-CODE-FOUND
                   MOVE "COMPANY CODE NOT ON PROFILE FILE - NOT PAID"
                       TO OFF-MESSAGE-WS
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       350-PAY-EMPLOYEE-RTN.

           MOVE ZERO TO DEPOSIT-AMT-WS.
           MOVE ZERO TO CHECK-AMT-WS.

           MOVE 'N' TO BANK-FOUND-SW.
           MOVE 'N' TO BANK-HOLD-SW.
           MOVE OFF-SSN TO BANK-SSN.

           READ BANK-FILE-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   SET BANK-DETAIL-FOUND TO TRUE
                   PERFORM 355-CHECK-BANK-HOLD-RTN
           END-READ.

           EVALUATE TRUE
               WHEN OFF-PAY-BY-CHECK
                   MOVE NET-PAY-WS TO CHECK-AMT-WS
                   PERFORM 420-WRITE-CHECK-RTN

               WHEN BANK-DETAIL-FOUND AND BANK-ON-HOLD
                   MOVE NET-PAY-WS TO CHECK-AMT-WS
                   PERFORM 420-WRITE-CHECK-RTN

               WHEN BANK-DETAIL-FOUND
                    AND (PRENOTE-PENDING OR PRENOTE-REJECTED
                         OR ACH-ACCOUNT-RETURNED)
                   MOVE NET-PAY-WS TO CHECK-AMT-WS
                   PERFORM 420-WRITE-CHECK-RTN

               WHEN BANK-DETAIL-FOUND
                   COMPUTE DEPOSIT-AMT-WS ROUNDED =
                       NET-PAY-WS * BANK-DEPOSIT-PCT / 100
                   COMPUTE CHECK-AMT-WS =
                       NET-PAY-WS - DEPOSIT-AMT-WS
                   PERFORM 410-WRITE-ACH-RTN
                   IF CHECK-AMT-WS > 0
                       PERFORM 420-WRITE-CHECK-RTN
                   END-IF

               WHEN OTHER
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

       357-BANK-HOLD-NOTE-RTN.

           MOVE SPACES TO OFF-MESSAGE-WS.
           STRING "BANK ACCT CHG " DELIMITED BY SIZE
                  BANK-CHANGE-DATE DELIMITED BY SIZE
                  " UNVERIFIED - PAID BY CHECK" DELIMITED BY SIZE
                  INTO OFF-MESSAGE-WS.

           PERFORM 700-PRINT-ERROR.

           ADD 1 TO AC-BANK-HOLD-COUNT.

       400-COMPUTE-TAXES-RTN.

           MOVE OFF-GROSS TO GROSS-WS.

           MOVE GROSS-WS TO TAX-FICA-WAGE-WS.
           MOVE TAX-FICA-WAGE-WS TO TAX-SS-WAGES-WS.

           IF SS-WAGE-CAP-WS > ZERO
               COMPUTE TAX-FICA-ROOM-WS =
                   SS-WAGE-CAP-WS - TAX-PRIOR-YTD-WS
               IF TAX-FICA-ROOM-WS < ZERO
                   MOVE ZERO TO TAX-FICA-ROOM-WS
               END-IF
               IF TAX-SS-WAGES-WS > TAX-FICA-ROOM-WS
                   MOVE TAX-FICA-ROOM-WS TO TAX-SS-WAGES-WS
               END-IF
           END-IF.

           COMPUTE SS-TAX-WS ROUNDED =
               TAX-SS-WAGES-WS * SS-RATE-WS.

           COMPUTE MEDICARE-WS ROUNDED =
               TAX-FICA-WAGE-WS * MEDICARE-RATE-WS.

           PERFORM 405-ADDL-MEDICARE-RTN.

           COMPUTE FICA-WS = SS-TAX-WS + MEDICARE-WS.

           COMPUTE FED-WH-WS ROUNDED =
               GROSS-WS * SUPP-RATE-WS.

           MOVE ZERO TO TAX-STATE-SUB-WS.
           MOVE 1 TO TAX-SUB-WS.
           PERFORM 407-SCAN-STATE-RATE-RTN
               UNTIL TAX-SUB-WS > STATE-RATE-COUNT-WS.

           IF TAX-STATE-SUB-WS > ZERO
               COMPUTE STATE-WH-WS ROUNDED =
                   GROSS-WS * STT-RATE (TAX-STATE-SUB-WS)
           ELSE
               MOVE ZERO TO STATE-WH-WS
           END-IF.

           PERFORM 430-COMPUTE-LOCAL-TAX-RTN.

           COMPUTE NET-PAY-WS =
               GROSS-WS - FICA-WS - FED-WH-WS
               - STATE-WH-WS - LOCAL-WH-WS.

       405-ADDL-MEDICARE-RTN.

           MOVE ZERO TO TAX-ADDL-MED-WAGE-WS.

           IF ADDL-MED-RATE-WS > ZERO
              AND TAX-PRIOR-YTD-WS + TAX-FICA-WAGE-WS >
                  ADDL-MED-THRESHOLD-WS
               IF TAX-PRIOR-YTD-WS < ADDL-MED-THRESHOLD-WS
                   COMPUTE TAX-ADDL-MED-WAGE-WS =
                       TAX-PRIOR-YTD-WS + TAX-FICA-WAGE-WS -
                       ADDL-MED-THRESHOLD-WS
               ELSE
                   MOVE TAX-FICA-WAGE-WS TO TAX-ADDL-MED-WAGE-WS
               END-IF
               COMPUTE MEDICARE-WS ROUNDED =
                   MEDICARE-WS +
                   (TAX-ADDL-MED-WAGE-WS * ADDL-MED-RATE-WS)
           END-IF.

       407-SCAN-STATE-RATE-RTN.

           IF STT-STATE (TAX-SUB-WS) = TAX-STATE-WS
               MOVE TAX-SUB-WS TO TAX-STATE-SUB-WS
           END-IF.

           ADD 1 TO TAX-SUB-WS.

       410-WRITE-ACH-RTN.

           IF BANK-ACCT-TYPE = 'S'
               MOVE 32 TO AED-TRANS-CODE
           ELSE
               MOVE 22 TO AED-TRANS-CODE
           END-IF.

           MOVE BANK-ROUTING TO AED-ROUTING.
           MOVE BANK-ACCOUNT TO AED-ACCOUNT.
           MOVE DEPOSIT-AMT-WS TO AED-AMOUNT.
           MOVE OFF-SSN TO AED-ID-NUMBER.
           MOVE EMP-NAME-WS TO AED-NAME.

           WRITE ACH-RECORD-OUT FROM ACH-ENTRY-DETAIL.

           MOVE DEPOSIT-AMT-WS TO PH-ACH-AMOUNT.

           ADD 1 TO AC-ACH-COUNT.
           ADD DEPOSIT-AMT-WS TO AC-ACH-TOTAL.

       420-WRITE-CHECK-RTN.

           PERFORM 425-RECORD-CHECK-RTN.

           MOVE NEXT-CHECK-NO-WS TO PH-CHECK-NO.
           MOVE CHECK-AMT-WS TO PH-CHECK-AMOUNT.

           ADD 1 TO AC-CHECK-COUNT.
           ADD CHECK-AMT-WS TO AC-CHECK-TOTAL.
           ADD 1 TO NEXT-CHECK-NO-WS.

           PERFORM 650-SAVE-CHECK-CONTROL-RTN.

       425-RECORD-CHECK-RTN.

           MOVE SPACES TO CHECK-ISSUE-REC.
           MOVE NEXT-CHECK-NO-WS TO CHK-NUMBER.
           MOVE CHECK-DATE-WS TO CHK-ISSUE-DATE.
           MOVE OFF-SSN TO CHK-SSN.
           MOVE EMP-NAME-WS TO CHK-NAME.
           MOVE CHECK-AMT-WS TO CHK-AMOUNT.
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
           MOVE CHECK-DATE-WS TO PP-CHECK-DATE.
           MOVE EMP-NAME-WS TO PP-PAYEE-NAME.
           MOVE CHECK-AMT-WS TO PP-AMOUNT.

           WRITE POSPAY-REC.

       430-COMPUTE-LOCAL-TAX-RTN.

           MOVE SPACES TO LOCAL-TAX-CODE-WS.
           MOVE 'N' TO LOCAL-RESIDENT-SW.
           MOVE ZERO TO LOCAL-WAGES-WS.
           MOVE ZERO TO LOCAL-WH-WS.

           IF LOCAL-RES-WS NOT = SPACES
               MOVE LOCAL-RES-WS TO LOCAL-LOOKUP-WS
               PERFORM 432-FIND-LOCALITY-RTN
               IF LOCAL-FOUND-SUB-WS > ZERO
                   IF LRT-COUNTY-TAX (LOCAL-FOUND-SUB-WS)
                       MOVE LOCAL-RES-WS TO LOCAL-TAX-CODE-WS
                       MOVE 'Y' TO LOCAL-RESIDENT-SW
                   END-IF
               END-IF
           END-IF.

           IF LOCAL-TAX-CODE-WS = SPACES
               IF LOCAL-WORK-WS NOT = SPACES
                   MOVE LOCAL-WORK-WS TO LOCAL-TAX-CODE-WS
                   IF LOCAL-WORK-WS = LOCAL-RES-WS
                       MOVE 'Y' TO LOCAL-RESIDENT-SW
                   END-IF
               ELSE
                   MOVE LOCAL-RES-WS TO LOCAL-TAX-CODE-WS
                   MOVE 'Y' TO LOCAL-RESIDENT-SW
               END-IF
           END-IF.

           IF LOCAL-TAX-CODE-WS NOT = SPACES
               MOVE LOCAL-TAX-CODE-WS TO LOCAL-LOOKUP-WS
               PERFORM 432-FIND-LOCALITY-RTN
               IF LOCAL-FOUND-SUB-WS > ZERO
                   PERFORM 434-APPLY-LOCAL-RATE-RTN
               END-IF
           END-IF.

       432-FIND-LOCALITY-RTN.

           MOVE ZERO TO LOCAL-FOUND-SUB-WS.
           MOVE 1 TO LOCAL-SUB-WS.
           PERFORM 433-SCAN-LOCAL-RATE-RTN
               UNTIL LOCAL-SUB-WS > LOCAL-RATE-COUNT-WS.

       433-SCAN-LOCAL-RATE-RTN.

           IF LRT-LOCAL-CODE (LOCAL-SUB-WS) = LOCAL-LOOKUP-WS
               MOVE LOCAL-SUB-WS TO LOCAL-FOUND-SUB-WS
           END-IF.

           ADD 1 TO LOCAL-SUB-WS.

       434-APPLY-LOCAL-RATE-RTN.

           IF LOCAL-RESIDENT
               MOVE LRT-RES-RATE (LOCAL-FOUND-SUB-WS) TO LOCAL-RATE-WS
           ELSE
               MOVE LRT-NONRES-RATE (LOCAL-FOUND-SUB-WS)
                   TO LOCAL-RATE-WS
           END-IF.

           MOVE GROSS-WS TO LOCAL-WAGES-WS.

           COMPUTE LOCAL-WH-WS ROUNDED =
               LOCAL-WAGES-WS * LOCAL-RATE-WS.

       450-POST-MASTER-RTN.

           MOVE "BEFORE CHG" TO AUD-ACTION.
           PERFORM 720-WRITE-AUDIT-RTN.

           ADD GROSS-WS TO YTD-GROSS-INDEXED.
           ADD FICA-WS TO YTD-FICA-INDEXED.
           ADD FED-WH-WS TO YTD-WH-INDEXED.
           ADD STATE-WH-WS TO YTD-STATE-WH-INDEXED.
           ADD SS-TAX-WS TO YTD-SS-TAX-INDEXED.
           ADD MEDICARE-WS TO YTD-MEDICARE-INDEXED.
           ADD TAX-SS-WAGES-WS TO YTD-SS-WAGES-INDEXED.
           ADD TAX-FICA-WAGE-WS TO YTD-MED-WAGES-INDEXED.
           ADD LOCAL-WH-WS TO YTD-LOCAL-WH-INDEXED.
           ADD LOCAL-WAGES-WS TO YTD-LOCAL-WAGES-INDEXED.

           IF LOCAL-WH-WS NOT = ZERO
               MOVE LOCAL-TAX-CODE-WS TO TAX-LOCAL-INDEXED
           END-IF.

           REWRITE MASTER-REC-INDEXED
               INVALID KEY
                   MOVE "MASTER REWRITE ERROR - NOT PAID"
                       TO OFF-MESSAGE-WS
               NOT INVALID KEY
                   MOVE "AFTER CHG" TO AUD-ACTION
                   PERFORM 720-WRITE-AUDIT-RTN
                   MOVE 'Y' TO POSTED-SW
           END-REWRITE.

       460-POST-TERMINATED-RTN.

           ADD GROSS-WS TO YTD-GROSS-TERM.
           ADD FICA-WS TO YTD-FICA-TERM.
           ADD FED-WH-WS TO YTD-WH-TERM.
           ADD STATE-WH-WS TO YTD-STATE-WH-TERM.
           ADD SS-TAX-WS TO YTD-SS-TAX-TERM.
           ADD MEDICARE-WS TO YTD-MEDICARE-TERM.
           ADD TAX-SS-WAGES-WS TO YTD-SS-WAGES-TERM.
           ADD TAX-FICA-WAGE-WS TO YTD-MED-WAGES-TERM.
           ADD LOCAL-WH-WS TO YTD-LOCAL-WH-TERM.
           ADD LOCAL-WAGES-WS TO YTD-LOCAL-WAGES-TERM.

           IF LOCAL-WH-WS NOT = ZERO
               MOVE LOCAL-TAX-CODE-WS TO TAX-LOCAL-TERM
           END-IF.

           REWRITE TERMINATED-REC
               INVALID KEY
                   MOVE "TERMINATED FILE REWRITE ERROR - NOT PAID"
                       TO OFF-MESSAGE-WS
               NOT INVALID KEY
                   MOVE 'Y' TO POSTED-SW
           END-REWRITE.

       470-START-HISTORY-RTN.

           MOVE SPACES TO PAY-HISTORY-REC.

           MOVE OFF-SSN TO PH-SSN.
           MOVE CHECK-DATE-WS TO PH-CHECK-DATE.
           MOVE RUN-DATE-WS TO PH-RUN-DATE.
           MOVE OFF-PAY-TYPE TO PH-RUN-TYPE.
           MOVE CMT-COMPANY-CODE (COMPANY-SUB-WS) TO PH-COMPANY-CODE.
           MOVE EMP-NAME-WS TO PH-NAME.
           MOVE EMP-MARITAL-WS TO PH-MARITIAL-STATUS.
           MOVE EMP-EXEMPTIONS-WS TO PH-EXEMPTIONS.
           MOVE EMP-DEPT-WS TO PH-DEPARTMENT-CODE.
           MOVE TAX-STATE-WS TO PH-STATE-CODE.
           MOVE LOCAL-TAX-CODE-WS TO PH-TAX-LOCAL.
           MOVE GROSS-WS TO PH-GROSS.
           MOVE ZERO TO PH-PRETAX-401K.
           MOVE ZERO TO PH-PRETAX-125.
           MOVE SS-TAX-WS TO PH-SS-TAX.
           MOVE MEDICARE-WS TO PH-MEDICARE.
           MOVE FED-WH-WS TO PH-FED-WH.
           MOVE STATE-WH-WS TO PH-STATE-WH.
           MOVE LOCAL-WH-WS TO PH-LOCAL-WH.

           IF EMP-ON-MASTER
               MOVE YTD-GROSS-INDEXED TO PH-YTD-GROSS
               MOVE YTD-SS-TAX-INDEXED TO PH-YTD-SS-TAX
               MOVE YTD-MEDICARE-INDEXED TO PH-YTD-MEDICARE
               MOVE YTD-WH-INDEXED TO PH-YTD-FED-WH
               MOVE YTD-STATE-WH-INDEXED TO PH-YTD-STATE-WH
               MOVE YTD-LOCAL-WH-INDEXED TO PH-YTD-LOCAL-WH
               MOVE YTD-401K-INDEXED TO PH-YTD-401K
               MOVE YTD-125-INDEXED TO PH-YTD-125
           ELSE
               MOVE YTD-GROSS-TERM TO PH-YTD-GROSS
               MOVE YTD-SS-TAX-TERM TO PH-YTD-SS-TAX
               MOVE YTD-MEDICARE-TERM TO PH-YTD-MEDICARE
               MOVE YTD-WH-TERM TO PH-YTD-FED-WH
               MOVE YTD-STATE-WH-TERM TO PH-YTD-STATE-WH
               MOVE YTD-LOCAL-WH-TERM TO PH-YTD-LOCAL-WH
               MOVE YTD-401K-TERM TO PH-YTD-401K
               MOVE YTD-125-TERM TO PH-YTD-125
           END-IF.

           MOVE ZERO TO PH-DED-COUNT.
           MOVE NET-PAY-WS TO PH-NET-PAY.
           MOVE ZERO TO PH-ACH-AMOUNT.
           MOVE ZERO TO PH-CHECK-NO.
           MOVE ZERO TO PH-CHECK-AMOUNT.

       480-WRITE-DETAIL-RTN.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE OFF-SSN TO OD-SSN-OUT.
           MOVE EMP-NAME-WS TO OD-NAME-OUT.
           MOVE OFF-PAY-TYPE TO OD-TYPE-OUT.
           MOVE GROSS-WS TO OD-GROSS-OUT.
           MOVE FED-WH-WS TO OD-FED-WH-OUT.
           MOVE SS-TAX-WS TO OD-SS-OUT.
           MOVE MEDICARE-WS TO OD-MEDICARE-OUT.
           MOVE STATE-WH-WS TO OD-STATE-WH-OUT.
           MOVE LOCAL-WH-WS TO OD-LOCAL-WH-OUT.
           MOVE NET-PAY-WS TO OD-NET-OUT.

           WRITE REPORT-LINE-OUT FROM OFFCYCLE-DETAIL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

       490-WRITE-PAYMENT-RTN.

           MOVE OFF-DESC TO OP-DESC-OUT.
           MOVE DEPOSIT-AMT-WS TO OP-ACH-OUT.
           MOVE PH-CHECK-NO TO OP-CHECK-NO-OUT.
           MOVE CHECK-AMT-WS TO OP-CHECK-AMT-OUT.

           WRITE REPORT-LINE-OUT FROM OFFCYCLE-PAYMENT-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.

           IF CHECK-AMT-WS > 0
               PERFORM 495-GET-ADDRESS-RTN
               WRITE REPORT-LINE-OUT FROM CHECK-ADDRESS-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO AC-LINE-COUNT
           END-IF.

           IF AC-LINE-COUNT > 30
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       495-GET-ADDRESS-RTN.

           MOVE OFF-SSN TO ADDR-SSN.

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

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.

           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           WRITE REPORT-LINE-OUT FROM RH-COMPANY-LINE
               AFTER ADVANCING 1 LINES.

           WRITE REPORT-LINE-OUT FROM RH-LINE-2
               AFTER ADVANCING 2 LINES.

           MOVE 6 TO AC-LINE-COUNT.

       600-WRAPUP.

           MOVE COMPANY-COUNT-WS TO AFC-BATCH-COUNT.
           MOVE AC-ACH-COUNT TO AFC-ENTRY-COUNT.
           MOVE AC-ACH-TOTAL TO AFC-TOTAL-CREDIT.

           WRITE ACH-RECORD-OUT FROM ACH-FILE-CONTROL.

           MOVE "ALL COMPANIES" TO RH-COMPANY-NAME.
           MOVE SPACES TO RH-EIN-CAPTION.
           MOVE SPACES TO RH-COMPANY-EIN.
           PERFORM 500-HEADER.

           MOVE "TOTALS FOR ALL COMPANIES" TO SL-CAPTION.

           WRITE REPORT-LINE-OUT FROM SL-CAPTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE AC-READ-COUNT TO SL-READ-COUNT.
           MOVE AC-REJECT-COUNT TO SL-REJECT-COUNT.
           MOVE AC-GROSS-TOTAL TO SL-GROSS-TOTAL.
           MOVE AC-PAID-COUNT TO SL-PAID-COUNT.
           MOVE AC-FED-WH-TOTAL TO SL-FED-WH-TOTAL.
           MOVE AC-SS-TOTAL TO SL-SS-TOTAL.
           MOVE AC-MEDICARE-TOTAL TO SL-MEDICARE-TOTAL.
           MOVE AC-STATE-WH-TOTAL TO SL-STATE-WH-TOTAL.
           MOVE AC-LOCAL-WH-TOTAL TO SL-LOCAL-WH-TOTAL.
           MOVE AC-NET-TOTAL TO SL-NET-TOTAL.
           MOVE AC-ACH-TOTAL TO SL-ACH-TOTAL.
           MOVE AC-ACH-COUNT TO SL-ACH-COUNT.
           MOVE AC-CHECK-TOTAL TO SL-CHECK-TOTAL.
           MOVE AC-CHECK-COUNT TO SL-CHECK-COUNT.
           MOVE AC-AUDIT-COUNT TO SL-AUDIT-COUNT.
           MOVE AC-BANK-HOLD-COUNT TO SL-BANK-HOLD-COUNT.
           MOVE AC-CARRY-COUNT TO SL-CARRY-COUNT.
           MOVE RESTART-COUNT-WS TO SL-RESTART-COUNT.
           MOVE AC-REISSUE-TOTAL TO SL-REISSUE-TOTAL.
           MOVE AC-REISSUE-COUNT TO SL-REISSUE-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-3
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-4
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-5
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-6
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-7
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-8
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-9
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-10
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-11
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-12
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-13
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-14
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-15
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-16
               AFTER ADVANCING 2 LINES.

           IF AC-ACH-TOTAL + AC-CHECK-TOTAL =
                  AC-NET-TOTAL + AC-REISSUE-TOTAL
               MOVE "TRANSMITTAL IN BALANCE WITH NET PAY"
                   TO SL-BALANCE-MSG
           ELSE
               MOVE "TRANSMITTAL OUT OF BALANCE - DO NOT RELEASE"
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

       660-WRITE-CHECKPOINT-RTN.

           MOVE SPACES TO PAID-CHECKPOINT-REC.
           MOVE OFF-RECORD-NO-WS TO OCK-RECORD-NO.
           MOVE OFF-SSN TO OCK-SSN.
           MOVE CMT-COMPANY-CODE (COMPANY-SUB-WS) TO OCK-COMPANY-CODE.
           MOVE CHECK-DATE-WS TO OCK-CHECK-DATE.
           MOVE EMP-NAME-WS TO OCK-NAME.
           MOVE ZERO TO OCK-ACH-TRANS-CODE.
           MOVE ZERO TO OCK-ACH-AMOUNT.

           IF DEPOSIT-AMT-WS > ZERO
               MOVE AED-TRANS-CODE TO OCK-ACH-TRANS-CODE
               MOVE AED-ROUTING TO OCK-ACH-ROUTING
               MOVE AED-ACCOUNT TO OCK-ACH-ACCOUNT
               MOVE AED-AMOUNT TO OCK-ACH-AMOUNT
           END-IF.

           OPEN EXTEND PAID-CHECKPOINT-FILE.

           WRITE PAID-CHECKPOINT-REC.

           CLOSE PAID-CHECKPOINT-FILE.

       700-PRINT-ERROR.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE OFF-SSN TO OE-SSN-OUT.
           MOVE OFF-PAY-TYPE TO OE-TYPE-OUT.
           MOVE OFF-GROSS-X TO OE-GROSS-OUT.
           MOVE OFF-MESSAGE-WS TO OE-MESSAGE.

           WRITE REPORT-LINE-OUT FROM OFFCYCLE-ERROR-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           IF AC-LINE-COUNT > 30
               MOVE ZERO TO AC-LINE-COUNT
           END-IF.

       720-WRITE-AUDIT-RTN.

           MOVE RUN-DATE-WS TO AUD-RUN-DATE.
           MOVE OFF-PAY-TYPE TO AUD-TRANS-CODE.
           MOVE 'O' TO AUD-SOURCE.
           MOVE MASTER-SSN-INDEXED TO AUD-SSN.
           MOVE MARITIAL-STATUS-INDEXED TO AUD-MARITIAL-STATUS.
           MOVE EXEMPTIONS-INDEXED TO AUD-EXEMPTIONS.
           MOVE NAME-INDEXED TO AUD-NAME.
           MOVE GROSS-INDEXED TO AUD-GROSS.
           MOVE FICA-INDEXED TO AUD-FICA.
           MOVE WH-INDEXED TO AUD-WH.
           MOVE YTD-GROSS-INDEXED TO AUD-YTD-GROSS.
           MOVE YTD-FICA-INDEXED TO AUD-YTD-FICA.
           MOVE YTD-WH-INDEXED TO AUD-YTD-WH.
           MOVE MOVE-INDEXED TO AUD-MOVE.
           MOVE DEPARTMENT-CODE-INDEXED TO AUD-DEPARTMENT-CODE.
           MOVE STATE-CODE-INDEXED TO AUD-STATE-CODE.
           MOVE STATE-WH-INDEXED TO AUD-STATE-WH.
           MOVE YTD-STATE-WH-INDEXED TO AUD-YTD-STATE-WH.
           MOVE PRETAX-401K-INDEXED TO AUD-PRETAX-401K.
           MOVE PRETAX-125-INDEXED TO AUD-PRETAX-125.
           MOVE YTD-401K-INDEXED TO AUD-YTD-401K.
           MOVE YTD-125-INDEXED TO AUD-YTD-125.
           MOVE SS-TAX-INDEXED TO AUD-SS-TAX.
           MOVE MEDICARE-INDEXED TO AUD-MEDICARE.
           MOVE YTD-SS-TAX-INDEXED TO AUD-YTD-SS-TAX.
           MOVE YTD-MEDICARE-INDEXED TO AUD-YTD-MEDICARE.
           MOVE YTD-SS-WAGES-INDEXED TO AUD-YTD-SS-WAGES.
           MOVE YTD-MED-WAGES-INDEXED TO AUD-YTD-MED-WAGES.
           MOVE WORK-LOCAL-INDEXED TO AUD-WORK-LOCAL.
           MOVE RES-LOCAL-INDEXED TO AUD-RES-LOCAL.
           MOVE TAX-LOCAL-INDEXED TO AUD-TAX-LOCAL.
           MOVE LOCAL-WH-INDEXED TO AUD-LOCAL-WH.
           MOVE YTD-LOCAL-WH-INDEXED TO AUD-YTD-LOCAL-WH.
           MOVE YTD-LOCAL-WAGES-INDEXED TO AUD-YTD-LOCAL-WAGES.
           MOVE COMPANY-CODE-INDEXED TO AUD-COMPANY-CODE.
           MOVE REG-HOURS-INDEXED TO AUD-REG-HOURS.
           MOVE OT-HOURS-INDEXED TO AUD-OT-HOURS.

           WRITE AUDIT-RECORD-OUT.

           ADD 1 TO AC-AUDIT-COUNT.

       900-CLOSE.
           CLOSE MASTER-FILE-INDEXED
                 TERMINATED-FILE
                 BANK-FILE-INDEXED
                 ADDRESS-FILE-INDEXED
                 CHECK-ISSUE-FILE
                 ACH-FILE
                 POSITIVE-PAY-FILE
                 AUDIT-TRAIL-FILE
                 PAY-HISTORY-FILE
                 OFFCYCLE-REGISTER.
