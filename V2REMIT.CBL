       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2REMIT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL DEDUCTION-DETAIL-FILE
               ASSIGN TO 'V2DEDDTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORTED-DETAIL-FILE  ASSIGN TO 'V2DDSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORT-DETAIL-FILE  ASSIGN TO 'V2DDWORK.DAT'.

            SELECT OPTIONAL PAYEE-FILE-INDEXED
               ASSIGN TO 'V2PAYEVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS PYE-KEY.

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

            SELECT OPTIONAL REMIT-CONTROL-FILE ASSIGN TO 'V2REMCTL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ACH-FILE  ASSIGN TO 'V2REMACH.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT REMIT-REGISTER  ASSIGN TO 'REMITREG.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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

       FD  SORTED-DETAIL-FILE
           LABEL RECORDS ARE STANDARD.

       01  SORTED-DETAIL-REC.
           05  SRD-REC-TYPE                  PIC X.
           05  SRD-CHECK-DATE                PIC 9(6).
           05  SRD-RUN-DATE                  PIC 9(6).
           05  SRD-SSN                       PIC X(9).
           05  SRD-NAME.
               10  SRD-F-INIT                PIC X.
               10  SRD-M-INIT                PIC X.
               10  SRD-LAST-NAME             PIC X(20).
           05  SRD-CODE                      PIC X(3).
           05  SRD-DESC                      PIC X(15).
           05  SRD-PRETAX                    PIC X.
           05  SRD-AMOUNT                    PIC S9(7)V99.
           05  SRD-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(6).

       SD  SORT-DETAIL-FILE.

       01  SORT-DETAIL-REC.
           05  FILLER                        PIC X(13).
           05  SRT-SSN                       PIC X(9).
           05  FILLER                        PIC X(22).
           05  SRT-CODE                      PIC X(3).
           05  FILLER                        PIC X(25).
           05  SRT-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(6).

       FD  PAYEE-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  PAYEE-REC.
           05  PYE-KEY.
               10  PYE-CODE                  PIC X(3).
               10  PYE-SSN                   PIC X(9).
           05  FILLER                        PIC X(148).

       01  PAYEE-CASE-REC.
           05  FILLER                        PIC X(12).
           05  PYC-CASE-NUMBER               PIC X(20).
           05  PYC-MEDICAL-SUPPORT           PIC X.
           05  FILLER                        PIC X(127).

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

       FD  REMIT-CONTROL-FILE
           LABEL RECORDS ARE STANDARD.

       01  REMIT-CONTROL-REC.
           05  RMC-LAST-CHECK-DATE           PIC 9(6).
           05  RMC-LAST-RUN-DATE             PIC 9(6).
           05  FILLER                        PIC X(8).

       FD  ACH-FILE.
       01  ACH-RECORD-OUT                    PIC X(94).

       FD  REMIT-REGISTER RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-DETAIL-WS              PIC X(3)  VALUE 'NO '.
           05  EOF-SORTED-WS              PIC X(3)  VALUE 'NO '.
           05  PAYEE-FOUND-SW             PIC X     VALUE 'N'.
               88  PAYEE-FOUND                   VALUE 'Y'.
           05  PAYEE-OPEN-SW              PIC X     VALUE 'N'.
               88  PAYEE-IN-PROGRESS             VALUE 'Y'.
           05  PREV-CODE-WS               PIC X(3)  VALUE SPACES.
           05  CASE-NUMBER-WS             PIC X(20) VALUE SPACES.
           05  MEDICAL-SUPPORT-WS         PIC X     VALUE 'N'.

       01  RUN-DATE-WS                    PIC 9(6).
       01  CHECK-DATE-WS                  PIC 9(6).

       01  CHECK-CONTROL-FIELDS.
           05  NEXT-CHECK-NO-WS           PIC 9(8)  VALUE 1.

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
           05  CST-CHECK-COUNT            PIC S9(5) VALUE 0.
           05  CST-CHECK-TOTAL            PIC S9(9)V99 VALUE 0.
           05  CST-ACH-COUNT              PIC S9(5) VALUE 0.
           05  CST-ADDENDA-COUNT          PIC S9(5) VALUE 0.
           05  CST-ACH-TOTAL              PIC S9(9)V99 VALUE 0.

       01  REMIT-CONTROL-FIELDS.
           05  LAST-REMIT-DATE-WS         PIC 9(6)  VALUE ZERO.

       01  TRAILER-FIELDS.
           05  TRAILER-SW                 PIC X     VALUE 'N'.
               88  TRAILER-FOUND                 VALUE 'Y'.
           05  TRL-CHECK-DATE-WS          PIC 9(6)  VALUE ZERO.
           05  TRL-COUNT-WS               PIC 9(5)  VALUE ZERO.
           05  TRL-TOTAL-WS               PIC S9(9)V99 VALUE ZERO.

       01  PAYEE-SAVE-REC.
           05  PS-CODE                    PIC X(3).
           05  PS-SSN                     PIC X(9).
           05  PS-NAME                    PIC X(30).
           05  PS-STREET                  PIC X(25).
           05  PS-CITY                    PIC X(18).
           05  PS-STATE                   PIC X(2).
           05  PS-ZIP                     PIC X(9).
           05  PS-METHOD                  PIC X.
               88  PS-BY-CHECK                   VALUE 'K'.
               88  PS-BY-ACH                     VALUE 'A'.
               88  PS-RETAINED                   VALUE 'N'.
           05  PS-ROUTING                 PIC X(9).
           05  PS-ACCOUNT                 PIC X(17).
           05  PS-ACCT-TYPE               PIC X.
           05  PS-REMIT-ID                PIC X(15).
           05  PS-CHILD-SUPPORT           PIC X.
               88  PS-CHILD-SUPPORT-PAYEE        VALUE 'Y'.
           05  PS-FIPS-CODE               PIC X(7).
           05  FILLER                     PIC X(13).

       01  PAYEE-TOTAL-FIELDS.
           05  PAYEE-TOTAL-WS             PIC S9(9)V99 VALUE ZERO.
           05  PAYEE-COUNT-WS             PIC S9(5) VALUE ZERO.
           05  REMIT-AMT-WS               PIC S9(9)V99 VALUE ZERO.

       01  REMIT-CHECK-ID.
           05                             PIC X(6)  VALUE 'REMIT-'.
           05  RCI-CODE                   PIC X(3).

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-DETAIL-COUNT            PIC S9(5) VALUE 0.
           05  AC-DETAIL-TOTAL            PIC S9(9)V99 VALUE 0.
           05  AC-PAYEE-COUNT             PIC S9(5) VALUE 0.
           05  AC-CHECK-COUNT             PIC S9(5) VALUE 0.
           05  AC-CHECK-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-ACH-COUNT               PIC S9(5) VALUE 0.
           05  AC-ADDENDA-COUNT           PIC S9(5) VALUE 0.
           05  AC-ACH-TOTAL               PIC S9(9)V99 VALUE 0.
           05  AC-RETAINED-COUNT          PIC S9(5) VALUE 0.
           05  AC-RETAINED-TOTAL          PIC S9(9)V99 VALUE 0.
           05  AC-NOPAYEE-COUNT           PIC S9(5) VALUE 0.
           05  AC-NOPAYEE-TOTAL           PIC S9(9)V99 VALUE 0.
           05  AC-NO-CASE-COUNT           PIC S9(5) VALUE 0.

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
               'REMIT'.
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
           05  AED-DISCRETIONARY          PIC X(2)  VALUE SPACES.
           05  AED-ADDENDA-IND            PIC X     VALUE '1'.
           05  FILLER                     PIC X(15) VALUE SPACES.

       01  ACH-ADDENDA-RECORD.
           05                             PIC X     VALUE '7'.
           05                             PIC XX    VALUE '05'.
           05  AAD-PAYMENT-INFO           PIC X(80).
           05  AAD-ADDENDA-SEQ            PIC 9(4)  VALUE 1.
           05  AAD-ENTRY-SEQ              PIC 9(7).

       01  CHILD-SUPPORT-ADDENDA.
           05                             PIC X(7)  VALUE 'DED*CS*'.
           05  CSA-CASE-NUMBER            PIC X(20).
           05                             PIC X     VALUE '*'.
           05  CSA-PAY-DATE               PIC 9(6).
           05                             PIC X     VALUE '*'.
           05  CSA-AMOUNT                 PIC 9(8)V99.
           05                             PIC X     VALUE '*'.
           05  CSA-SSN                    PIC X(9).
           05                             PIC X     VALUE '*'.
           05  CSA-MEDICAL-SUPPORT        PIC X.
           05                             PIC X     VALUE '*'.
           05  CSA-LAST-NAME              PIC X(10).
           05                             PIC X     VALUE '*'.
           05  CSA-FIPS-CODE              PIC X(7).
           05                             PIC X     VALUE '\'.
           05                             PIC X(3)  VALUE SPACES.

       01  PAYEE-ADDENDA.
           05                             PIC X(10) VALUE
               'REMIT ID: '.
           05  PAD-REMIT-ID               PIC X(15).
           05                             PIC X(13) VALUE
               '  PAY DATE: '.
           05  PAD-PAY-DATE               PIC 9(6).
           05                             PIC X(13) VALUE
               '  EMPLOYEES: '.
           05  PAD-COUNT                  PIC 9(5).
           05                             PIC X(18) VALUE SPACES.

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
               03                              PIC X(32)  VALUE
                   "THIRD-PARTY REMITTANCE REGISTER".
               03                              PIC X(14) VALUE
                   "  CHECK DATE: ".
               03  RH-CHECK-DATE               PIC 99/99/99.
               03                              PIC X(4)  VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(65) VALUE SPACES.

           02  RH-COMPANY-LINE.
               03                              PIC X(9)   VALUE
                   "COMPANY: ".
               03  RH-COMPANY-NAME             PIC X(30)  VALUE SPACES.
               03                              PIC X(6)   VALUE SPACES.
               03  RH-EIN-CAPTION              PIC X(5)   VALUE SPACES.
               03  RH-COMPANY-EIN              PIC X(9)   VALUE SPACES.
               03                              PIC X(73)  VALUE SPACES.

           02  RH-LINE-2.
               03                              PIC X(5)   VALUE SPACES.
               03                              PIC X(10)  VALUE "SSN".
               03                              PIC X(23)  VALUE "NAME".
               03                              PIC X(16)  VALUE
                   "DEDUCTION".
               03                              PIC X(21)  VALUE
                   "CASE NUMBER".
               03                              PIC X(14)  VALUE
                   "       AMOUNT".
               03                              PIC X(43)  VALUE SPACES.

       01  PAYEE-HEADING-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  FILLER                         PIC X(7) VALUE "PAYEE ".
           05  PH-CODE-OUT                    PIC X(3).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  PH-NAME-OUT                    PIC X(30).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  PH-METHOD-OUT                  PIC X(26).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  PH-REMIT-ID-OUT                PIC X(15).
           05  FILLER                         PIC X(44).

       01  REMIT-DETAIL-LINE.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  RD-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-NAME-OUT                    PIC X(22).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-DESC-OUT                    PIC X(15).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-CASE-OUT                    PIC X(20).
           05  FILLER                         PIC X VALUE SPACES.
           05  RD-AMOUNT-OUT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(44).

       01  PAYEE-TOTAL-LINE.
           05  FILLER                         PIC X(5) VALUE SPACES.
           05  FILLER                         PIC X(14) VALUE
               "PAYEE TOTAL".
           05  PT-COUNT-OUT                   PIC ZZ,ZZ9.
           05  FILLER                         PIC X(11) VALUE
               " DEDUCTIONS".
           05  FILLER                         PIC X(34) VALUE SPACES.
           05  PT-TOTAL-OUT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  PT-MESSAGE                     PIC X(35).
           05  PT-CHECK-NO-OUT                PIC Z(8).
           05  FILLER                         PIC X(2).

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
           02  SL-CAPTION-LINE.
               03                              PIC X(10)  VALUE SPACES.
               03  SL-CAPTION                  PIC X(50).
               03                              PIC X(72)  VALUE SPACES.

           02  SL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "REMITTED BY CHECK          =  ".
               03  SL-CHECK-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-CHECK-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-LINE-2.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "REMITTED BY ACH            =  ".
               03  SL-ACH-TOTAL                PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-ACH-COUNT                PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-LINE-3.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "RETAINED BY EMPLOYER       =  ".
               03  SL-RETAINED-TOTAL           PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  CODES = ".
               03  SL-RETAINED-COUNT           PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-LINE-4.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "NOT REMITTED - NO PAYEE    =  ".
               03  SL-NOPAYEE-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  CODES = ".
               03  SL-NOPAYEE-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-LINE-5.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "TOTAL DEDUCTIONS PROCESSED =  ".
               03  SL-DETAIL-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-DETAIL-COUNT             PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-LINE-6.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "DEDUCTION REGISTER TOTAL   =  ".
               03  SL-TRAILER-TOTAL            PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-TRAILER-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-LINE-7.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "CHILD SUPPORT - NO CASE NO =  ".
               03  SL-NO-CASE-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

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
               PERFORM 160-LOAD-REMIT-CONTROL-RTN
               PERFORM 170-SORT-DETAIL-RTN
               EVALUATE TRUE
                   WHEN NOT TRAILER-FOUND
                       DISPLAY 'DEDUCTION DETAIL TRAILER MISSING - '
                               'RUN STOPPED'
                       MOVE 8 TO RETURN-CODE
                   WHEN TRL-CHECK-DATE-WS = LAST-REMIT-DATE-WS
                       DISPLAY 'DEDUCTIONS FOR CHECK DATE '
                               TRL-CHECK-DATE-WS
                               ' ALREADY REMITTED - RUN STOPPED'
                       MOVE 8 TO RETURN-CODE
                   WHEN OTHER
                       PERFORM 200-OPEN
                       MOVE 1 TO COMPANY-SUB-WS
                       PERFORM 260-PROCESS-COMPANY-RTN
                           UNTIL COMPANY-SUB-WS > COMPANY-COUNT-WS
                       PERFORM 600-WRAPUP
                       PERFORM 900-CLOSE
               END-EVALUATE
           ELSE
               DISPLAY 'COMPANY PROFILE RECORD MISSING - RUN STOPPED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

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

       157-FIND-COMPANY-RTN.

           MOVE 'N' TO COMPANY-FOUND-SW.
           MOVE 1 TO COMPANY-SCAN-SUB-WS.
           PERFORM 158-SCAN-COMPANY-RTN
               UNTIL COMPANY-SCAN-SUB-WS > COMPANY-COUNT-WS
                  OR COMPANY-CODE-FOUND.

       158-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SCAN-SUB-WS)
                   = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SCAN-SUB-WS
           END-IF.

       160-LOAD-REMIT-CONTROL-RTN.

           OPEN INPUT REMIT-CONTROL-FILE.

           READ REMIT-CONTROL-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF RMC-LAST-CHECK-DATE IS NUMERIC
                       MOVE RMC-LAST-CHECK-DATE TO LAST-REMIT-DATE-WS
                   END-IF
           END-READ.

           CLOSE REMIT-CONTROL-FILE.

       170-SORT-DETAIL-RTN.

           SORT SORT-DETAIL-FILE
               ON ASCENDING KEY SRT-COMPANY-CODE SRT-CODE SRT-SSN
               INPUT PROCEDURE IS 172-RELEASE-DETAIL-RTN
               GIVING SORTED-DETAIL-FILE.

       172-RELEASE-DETAIL-RTN.

           OPEN INPUT DEDUCTION-DETAIL-FILE.

           PERFORM 174-READ-DETAIL-RTN.
           PERFORM 176-RELEASE-ONE-RTN
               UNTIL EOF-DETAIL-WS = 'YES'.

           CLOSE DEDUCTION-DETAIL-FILE.

       174-READ-DETAIL-RTN.
           READ DEDUCTION-DETAIL-FILE
               AT END MOVE 'YES' TO EOF-DETAIL-WS
           END-READ.

       176-RELEASE-ONE-RTN.

           EVALUATE TRUE
               WHEN DDT-TRAILER-REC
                   SET TRAILER-FOUND TO TRUE
                   MOVE DDT-CHECK-DATE TO TRL-CHECK-DATE-WS
                   MOVE DDT-TRL-COUNT TO TRL-COUNT-WS
                   MOVE DDT-TRL-TOTAL TO TRL-TOTAL-WS
               WHEN DDT-DETAIL-REC
                   RELEASE SORT-DETAIL-REC FROM DED-DETAIL-REC
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

           PERFORM 174-READ-DETAIL-RTN.

       200-OPEN.
           INITIALIZE ACCUMULATORS.

           ACCEPT RUN-DATE-WS FROM DATE.
           MOVE TRL-CHECK-DATE-WS TO CHECK-DATE-WS.
           MOVE CHECK-DATE-WS TO RH-CHECK-DATE.

           PERFORM 220-LOAD-CHECK-CONTROL-RTN.

           OPEN INPUT PAYEE-FILE-INDEXED
                I-O   CHECK-ISSUE-FILE
                EXTEND POSITIVE-PAY-FILE
                OUTPUT ACH-FILE
                OUTPUT REMIT-REGISTER.

           MOVE RUN-DATE-WS TO AFH-FILE-DATE.
           MOVE CHECK-DATE-WS TO ABH-EFFECTIVE-DATE.

           WRITE ACH-RECORD-OUT FROM ACH-FILE-HEADER.

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

       250-READ.
           READ SORTED-DETAIL-FILE
               AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ.

       260-PROCESS-COMPANY-RTN.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO ABH-COMPANY-NAME.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO ABH-COMPANY-EIN.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO ABC-COMPANY-EIN.
           MOVE COMPANY-SUB-WS TO ABH-BATCH-NUMBER.
           MOVE COMPANY-SUB-WS TO ABC-BATCH-NUMBER.

           WRITE ACH-RECORD-OUT FROM ACH-BATCH-HEADER.

           MOVE AC-CHECK-COUNT TO CST-CHECK-COUNT.
           MOVE AC-CHECK-TOTAL TO CST-CHECK-TOTAL.
           MOVE AC-ACH-COUNT TO CST-ACH-COUNT.
           MOVE AC-ADDENDA-COUNT TO CST-ADDENDA-COUNT.
           MOVE AC-ACH-TOTAL TO CST-ACH-TOTAL.

           MOVE CMT-LEGAL-NAME (COMPANY-SUB-WS) TO RH-COMPANY-NAME.
           MOVE "EIN: " TO RH-EIN-CAPTION.
           MOVE CMT-EIN (COMPANY-SUB-WS) TO RH-COMPANY-EIN.
           PERFORM 500-HEADER.

           MOVE 'N' TO PAYEE-OPEN-SW.
           MOVE 'NO ' TO EOF-SORTED-WS.
           OPEN INPUT SORTED-DETAIL-FILE.

           PERFORM 250-READ.
           PERFORM 300-PROCESS
               UNTIL EOF-SORTED-WS = 'YES'.

           CLOSE SORTED-DETAIL-FILE.

           IF PAYEE-IN-PROGRESS
               PERFORM 350-PAYEE-BREAK-RTN
           END-IF.

           PERFORM 270-COMPANY-WRAPUP-RTN.

           ADD 1 TO COMPANY-SUB-WS.

       270-COMPANY-WRAPUP-RTN.

           COMPUTE ABC-ENTRY-COUNT =
               AC-ACH-COUNT - CST-ACH-COUNT
               + AC-ADDENDA-COUNT - CST-ADDENDA-COUNT.
           COMPUTE ABC-TOTAL-CREDIT = AC-ACH-TOTAL - CST-ACH-TOTAL.

           WRITE ACH-RECORD-OUT FROM ACH-BATCH-CONTROL.

           MOVE SPACES TO SL-CAPTION.
           STRING "TOTALS FOR " DELIMITED BY SIZE
                  CMT-LEGAL-NAME (COMPANY-SUB-WS) DELIMITED BY SIZE
                  INTO SL-CAPTION.

           COMPUTE SL-CHECK-TOTAL = AC-CHECK-TOTAL - CST-CHECK-TOTAL.
           COMPUTE SL-CHECK-COUNT = AC-CHECK-COUNT - CST-CHECK-COUNT.
           COMPUTE SL-ACH-TOTAL = AC-ACH-TOTAL - CST-ACH-TOTAL.
           COMPUTE SL-ACH-COUNT = AC-ACH-COUNT - CST-ACH-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-CAPTION-LINE
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.

       300-PROCESS.

           MOVE SRD-COMPANY-CODE TO COMPANY-LOOKUP-WS.
           IF COMPANY-LOOKUP-WS = SPACES
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           IF COMPANY-LOOKUP-WS = CMT-COMPANY-CODE (COMPANY-SUB-WS)
               PERFORM 310-REMIT-COMPANY-DETAIL-RTN
           ELSE
               IF COMPANY-SUB-WS = 1
                   PERFORM 157-FIND-COMPANY-RTN
                   IF NOT COMPANY-CODE-FOUND
                       DISPLAY 'COMPANY CODE ' SRD-COMPANY-CODE
                               ' NOT ON PROFILE FILE - DEDUCTION '
                               SRD-CODE ' FOR ' SRD-SSN
                               ' NOT REMITTED'
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

           PERFORM 250-READ.

       310-REMIT-COMPANY-DETAIL-RTN.

           IF PAYEE-IN-PROGRESS
              AND SRD-CODE NOT = PREV-CODE-WS
               PERFORM 350-PAYEE-BREAK-RTN
           END-IF.

           IF NOT PAYEE-IN-PROGRESS
               PERFORM 320-START-PAYEE-RTN
           END-IF.

           PERFORM 330-REMIT-DETAIL-RTN.

       320-START-PAYEE-RTN.

           MOVE SRD-CODE TO PREV-CODE-WS.
           SET PAYEE-IN-PROGRESS TO TRUE.
           MOVE ZERO TO PAYEE-TOTAL-WS.
           MOVE ZERO TO PAYEE-COUNT-WS.
           ADD 1 TO AC-PAYEE-COUNT.

           MOVE SRD-CODE TO PYE-CODE.
           MOVE SPACES TO PYE-SSN.

           READ PAYEE-FILE-INDEXED
               INVALID KEY
                   MOVE 'N' TO PAYEE-FOUND-SW
                   MOVE SPACES TO PAYEE-SAVE-REC
               NOT INVALID KEY
                   MOVE 'Y' TO PAYEE-FOUND-SW
                   MOVE PAYEE-REC TO PAYEE-SAVE-REC
           END-READ.

           IF AC-LINE-COUNT = 0
              OR AC-LINE-COUNT > 26
               PERFORM 500-HEADER
           END-IF.

           MOVE SRD-CODE TO PH-CODE-OUT.
           MOVE PS-REMIT-ID TO PH-REMIT-ID-OUT.

           IF PAYEE-FOUND
               MOVE PS-NAME TO PH-NAME-OUT
           ELSE
               MOVE "*** NO PAYEE ON FILE ***" TO PH-NAME-OUT
           END-IF.

           EVALUATE TRUE
               WHEN NOT PAYEE-FOUND
                   MOVE SPACES TO PH-METHOD-OUT
               WHEN PS-RETAINED
                   MOVE "RETAINED BY EMPLOYER" TO PH-METHOD-OUT
               WHEN PS-BY-ACH AND PS-CHILD-SUPPORT-PAYEE
                   MOVE "ACH - CASE ADDENDA" TO PH-METHOD-OUT
               WHEN PS-BY-ACH
                   MOVE "ACH" TO PH-METHOD-OUT
               WHEN OTHER
                   MOVE "CHECK" TO PH-METHOD-OUT
           END-EVALUATE.

           WRITE REPORT-LINE-OUT FROM PAYEE-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

       330-REMIT-DETAIL-RTN.

           ADD 1 TO AC-DETAIL-COUNT.
           ADD SRD-AMOUNT TO AC-DETAIL-TOTAL.
           ADD 1 TO PAYEE-COUNT-WS.
           ADD SRD-AMOUNT TO PAYEE-TOTAL-WS.

           MOVE SPACES TO CASE-NUMBER-WS.
           MOVE 'N' TO MEDICAL-SUPPORT-WS.

           IF PAYEE-FOUND
              AND PS-CHILD-SUPPORT-PAYEE
               PERFORM 335-GET-CASE-RTN
           END-IF.

           IF PAYEE-FOUND
              AND PS-BY-ACH
              AND PS-CHILD-SUPPORT-PAYEE
              AND SRD-AMOUNT > ZERO
               PERFORM 420-WRITE-CASE-ACH-RTN
           END-IF.

           IF AC-LINE-COUNT > 30
               PERFORM 500-HEADER
           END-IF.

           MOVE SRD-SSN TO RD-SSN-OUT.
           MOVE SRD-NAME TO RD-NAME-OUT.
           MOVE SRD-DESC TO RD-DESC-OUT.
           MOVE CASE-NUMBER-WS TO RD-CASE-OUT.
           MOVE SRD-AMOUNT TO RD-AMOUNT-OUT.

           WRITE REPORT-LINE-OUT FROM REMIT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.

       335-GET-CASE-RTN.

           MOVE SRD-CODE TO PYE-CODE.
           MOVE SRD-SSN TO PYE-SSN.

           READ PAYEE-FILE-INDEXED
               INVALID KEY
                   MOVE "** NO CASE ON FILE **" TO CASE-NUMBER-WS
                   ADD 1 TO AC-NO-CASE-COUNT
               NOT INVALID KEY
                   MOVE PYC-CASE-NUMBER TO CASE-NUMBER-WS
                   MOVE PYC-MEDICAL-SUPPORT TO MEDICAL-SUPPORT-WS
           END-READ.

       350-PAYEE-BREAK-RTN.

           MOVE SPACES TO PT-MESSAGE.
           MOVE ZERO TO PT-CHECK-NO-OUT.

           EVALUATE TRUE
               WHEN NOT PAYEE-FOUND
                   ADD 1 TO AC-NOPAYEE-COUNT
                   ADD PAYEE-TOTAL-WS TO AC-NOPAYEE-TOTAL
                   MOVE "NOT REMITTED - NO PAYEE ON FILE"
                       TO PT-MESSAGE
               WHEN PS-RETAINED
                   ADD 1 TO AC-RETAINED-COUNT
                   ADD PAYEE-TOTAL-WS TO AC-RETAINED-TOTAL
                   MOVE "RETAINED - NOT REMITTED" TO PT-MESSAGE
               WHEN PAYEE-TOTAL-WS NOT > ZERO
                   MOVE "NOTHING TO REMIT" TO PT-MESSAGE
               WHEN PS-BY-ACH AND PS-CHILD-SUPPORT-PAYEE
                   MOVE "REMITTED BY ACH - ENTRY PER CASE"
                       TO PT-MESSAGE
               WHEN PS-BY-ACH
                   PERFORM 410-WRITE-PAYEE-ACH-RTN
                   MOVE "REMITTED BY ACH" TO PT-MESSAGE
               WHEN OTHER
                   MOVE PAYEE-TOTAL-WS TO REMIT-AMT-WS
                   MOVE NEXT-CHECK-NO-WS TO PT-CHECK-NO-OUT
                   MOVE "REMITTED BY CHECK    #" TO PT-MESSAGE
                   PERFORM 430-WRITE-CHECK-RTN
           END-EVALUATE.

           MOVE PAYEE-COUNT-WS TO PT-COUNT-OUT.
           MOVE PAYEE-TOTAL-WS TO PT-TOTAL-OUT.

           WRITE REPORT-LINE-OUT FROM PAYEE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           IF PAYEE-FOUND
              AND PS-BY-CHECK
              AND PAYEE-TOTAL-WS > ZERO
               MOVE PS-STREET TO CA-STREET-OUT
               MOVE PS-CITY TO CA-CITY-OUT
               MOVE PS-STATE TO CA-STATE-OUT
               MOVE PS-ZIP TO CA-ZIP-OUT
               WRITE REPORT-LINE-OUT FROM CHECK-ADDRESS-LINE
                   AFTER ADVANCING 1 LINES
               ADD 1 TO AC-LINE-COUNT
           END-IF.

           MOVE 'N' TO PAYEE-OPEN-SW.

       410-WRITE-PAYEE-ACH-RTN.

           MOVE PAYEE-TOTAL-WS TO REMIT-AMT-WS.
           MOVE PS-REMIT-ID TO AED-ID-NUMBER.

           PERFORM 440-WRITE-ENTRY-RTN.

           MOVE SPACES TO AAD-PAYMENT-INFO.
           MOVE PS-REMIT-ID TO PAD-REMIT-ID.
           MOVE CHECK-DATE-WS TO PAD-PAY-DATE.
           MOVE PAYEE-COUNT-WS TO PAD-COUNT.
           MOVE PAYEE-ADDENDA TO AAD-PAYMENT-INFO.

           PERFORM 445-WRITE-ADDENDA-RTN.

       420-WRITE-CASE-ACH-RTN.

           MOVE SRD-AMOUNT TO REMIT-AMT-WS.
           MOVE SRD-SSN TO AED-ID-NUMBER.

           PERFORM 440-WRITE-ENTRY-RTN.

           MOVE CASE-NUMBER-WS TO CSA-CASE-NUMBER.
           MOVE CHECK-DATE-WS TO CSA-PAY-DATE.
           MOVE SRD-AMOUNT TO CSA-AMOUNT.
           MOVE SRD-SSN TO CSA-SSN.
           MOVE MEDICAL-SUPPORT-WS TO CSA-MEDICAL-SUPPORT.
           MOVE SRD-LAST-NAME TO CSA-LAST-NAME.
           MOVE PS-FIPS-CODE TO CSA-FIPS-CODE.
           MOVE CHILD-SUPPORT-ADDENDA TO AAD-PAYMENT-INFO.

           PERFORM 445-WRITE-ADDENDA-RTN.

       430-WRITE-CHECK-RTN.

           MOVE PREV-CODE-WS TO RCI-CODE.

           MOVE SPACES TO CHECK-ISSUE-REC.
           MOVE NEXT-CHECK-NO-WS TO CHK-NUMBER.
           MOVE CHECK-DATE-WS TO CHK-ISSUE-DATE.
           MOVE REMIT-CHECK-ID TO CHK-SSN.
           MOVE PS-NAME TO CHK-NAME.
           MOVE REMIT-AMT-WS TO CHK-AMOUNT.
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
           MOVE PS-NAME TO PP-PAYEE-NAME.
           MOVE REMIT-AMT-WS TO PP-AMOUNT.

           WRITE POSPAY-REC.

           ADD 1 TO AC-CHECK-COUNT.
           ADD REMIT-AMT-WS TO AC-CHECK-TOTAL.
           ADD 1 TO NEXT-CHECK-NO-WS.

       440-WRITE-ENTRY-RTN.

           IF PS-ACCT-TYPE = 'S'
               MOVE 32 TO AED-TRANS-CODE
           ELSE
               MOVE 22 TO AED-TRANS-CODE
           END-IF.

           MOVE PS-ROUTING TO AED-ROUTING.
           MOVE PS-ACCOUNT TO AED-ACCOUNT.
           MOVE REMIT-AMT-WS TO AED-AMOUNT.
           MOVE PS-NAME TO AED-NAME.

           WRITE ACH-RECORD-OUT FROM ACH-ENTRY-DETAIL.

           ADD 1 TO AC-ACH-COUNT.
           ADD REMIT-AMT-WS TO AC-ACH-TOTAL.

       445-WRITE-ADDENDA-RTN.

           MOVE AC-ACH-COUNT TO AAD-ENTRY-SEQ.

           WRITE ACH-RECORD-OUT FROM ACH-ADDENDA-RECORD.

           ADD 1 TO AC-ADDENDA-COUNT.

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
           COMPUTE AFC-ENTRY-COUNT =
               AC-ACH-COUNT + AC-ADDENDA-COUNT.
           MOVE AC-ACH-TOTAL TO AFC-TOTAL-CREDIT.

           WRITE ACH-RECORD-OUT FROM ACH-FILE-CONTROL.

           MOVE "ALL COMPANIES" TO RH-COMPANY-NAME.
           MOVE SPACES TO RH-EIN-CAPTION.
           MOVE SPACES TO RH-COMPANY-EIN.
           PERFORM 500-HEADER.

           MOVE "TOTALS FOR ALL COMPANIES" TO SL-CAPTION.

           WRITE REPORT-LINE-OUT FROM SL-CAPTION-LINE
               AFTER ADVANCING 3 LINES.

           MOVE AC-CHECK-TOTAL TO SL-CHECK-TOTAL.
           MOVE AC-CHECK-COUNT TO SL-CHECK-COUNT.
           MOVE AC-ACH-TOTAL TO SL-ACH-TOTAL.
           MOVE AC-ACH-COUNT TO SL-ACH-COUNT.
           MOVE AC-RETAINED-TOTAL TO SL-RETAINED-TOTAL.
           MOVE AC-RETAINED-COUNT TO SL-RETAINED-COUNT.
           MOVE AC-NOPAYEE-TOTAL TO SL-NOPAYEE-TOTAL.
           MOVE AC-NOPAYEE-COUNT TO SL-NOPAYEE-COUNT.
           MOVE AC-DETAIL-TOTAL TO SL-DETAIL-TOTAL.
           MOVE AC-DETAIL-COUNT TO SL-DETAIL-COUNT.
           MOVE TRL-TOTAL-WS TO SL-TRAILER-TOTAL.
           MOVE TRL-COUNT-WS TO SL-TRAILER-COUNT.
           MOVE AC-NO-CASE-COUNT TO SL-NO-CASE-COUNT.

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

           WRITE REPORT-LINE-OUT FROM SL-LINE-6
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-7
               AFTER ADVANCING 2 LINES.

           IF AC-DETAIL-TOTAL = TRL-TOTAL-WS
              AND AC-DETAIL-COUNT = TRL-COUNT-WS
              AND AC-CHECK-TOTAL + AC-ACH-TOTAL + AC-RETAINED-TOTAL
                  + AC-NOPAYEE-TOTAL = AC-DETAIL-TOTAL
               MOVE "REMITTANCE TIES TO DEDUCTION REGISTER"
                   TO SL-BALANCE-MSG
           ELSE
               MOVE "REMITTANCE OUT OF BALANCE - DO NOT RELEASE"
                   TO SL-BALANCE-MSG
               MOVE 8 TO RETURN-CODE
           END-IF.

           WRITE REPORT-LINE-OUT FROM SL-BALANCE-LINE
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

           PERFORM 650-SAVE-CHECK-CONTROL-RTN.
           PERFORM 660-SAVE-REMIT-CONTROL-RTN.

       650-SAVE-CHECK-CONTROL-RTN.

           OPEN OUTPUT CHECK-CONTROL-FILE.

           MOVE SPACES TO CHECK-CONTROL-REC.
           MOVE NEXT-CHECK-NO-WS TO CKC-NEXT-CHECK-NO.

           WRITE CHECK-CONTROL-REC.

           CLOSE CHECK-CONTROL-FILE.

       660-SAVE-REMIT-CONTROL-RTN.

           OPEN OUTPUT REMIT-CONTROL-FILE.

           MOVE SPACES TO REMIT-CONTROL-REC.
           MOVE CHECK-DATE-WS TO RMC-LAST-CHECK-DATE.
           MOVE RUN-DATE-WS TO RMC-LAST-RUN-DATE.

           WRITE REMIT-CONTROL-REC.

           CLOSE REMIT-CONTROL-FILE.

       900-CLOSE.
           CLOSE PAYEE-FILE-INDEXED
                 CHECK-ISSUE-FILE
                 POSITIVE-PAY-FILE
                 ACH-FILE
                 REMIT-REGISTER.
