                 ASSIGN TO 'V2TAXTBL.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL LOCAL-TABLE-FILE
                 ASSIGN TO 'V2LCLTBL.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

              SELECT OPTIONAL COMPANY-PARM-FILE
                 ASSIGN TO 'V2CMPPRM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL LEAVE-FILE-INDEXED
                 ASSIGN TO 'V2LEAVVS.DAT'
                 ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                 RECORD KEY IS LV-SSN.

               SELECT OPTIONAL DEDUCTION-FILE-INDEXED
                 ASSIGN TO 'V2DEDNVS.DAT'
                 ORGANIZATION IS INDEXED
                 ACCESS IS DYNAMIC
                 RECORD KEY IS DED-KEY.

               SELECT OPTIONAL PENDING-FILE-IN
                 ASSIGN TO 'V2PENDIN.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.
                 ASSIGN TO 'V2PENDNG.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL PAY-HISTORY-FILE
                 ASSIGN TO 'V2PAYHST.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

               SELECT RETRO-REGISTER
                 ASSIGN TO "RETROREG.DOC"
                 ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL NEW-HIRE-TRACK-FILE
                 ASSIGN TO 'V2NHTRVS.DAT'
                 ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                 RECORD KEY IS NHT-KEY.

               SELECT OPTIONAL LEAVE-POLICY-FILE
                 ASSIGN TO 'V2LVPPRM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL OFFCYCLE-PAYOUT-FILE
                 ASSIGN TO 'V2OFFIN.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

               SELECT OPTIONAL RETRO-APPROVAL-FILE
                 ASSIGN TO 'V2RTAPRM.DAT'
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

           05  PAY-TYPE-INDEXED              PIC X.
               88  HOURLY-EMPLOYEE                  VALUE 'H'.
               88  SALARIED-EMPLOYEE                VALUE 'S'.
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

       FD  TRANS-FILE-IN
           LABEL RECORDS ARE STANDARD.
                      88  LEAVE-TAKEN                 VALUE '5'.
                      88  YTD-ADJUSTMENT              VALUE '6'.
                      88  EMPLOYEE-REHIRED            VALUE '7'.
                      88  RETRO-PAY                   VALUE '8'.
                05  DEPARTMENT-CODE-IN       PIC X(5).
                05  STATE-CODE-IN            PIC X(2).
                05  STATE-WH-IN              PIC S9(5)V99.
                        88  VACATION-LEAVE         VALUE 'V'.
                        88  SICK-LEAVE             VALUE 'S'.
                    10  FILLER               PIC X.
                05  WORK-LOCAL-IN            PIC X(4).
                05  RES-LOCAL-IN             PIC X(4).
                05  COMPANY-CODE-IN          PIC X(2).
                05  FILLER                   PIC X(10).

       01  BATCH-CONTROL-REC.
                  05  BCR-RECORD-TYPE           PIC X(9).
                  05  BCR-BATCH-DATE            PIC 9(6).
                  05  BCR-TRANS-COUNT           PIC 9(5).
                  05  BCR-GROSS-HASH            PIC S9(9)V99.
                  05  FILLER                    PIC X(94).

       SD  SORT-TRANS-FILE.

           05  SRT-STATE-WH                        PIC S9(5)V99.
           05  SRT-EFF-DATE                        PIC 9(6).
           05  SRT-SOURCE                          PIC X.
           05  FILLER                              PIC X(40).

       FD  SORTED-TRANS-FILE.
       01  SORTED-TRANS-REC.
           05  STR-STATE-WH                        PIC S9(5)V99.
           05  STR-EFF-DATE                        PIC 9(6).
           05  STR-SOURCE                          PIC X.
           05  FILLER                              PIC X(40).

       FD  TRANSACTION-LIST-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
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

       FD  DEPT-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.
           05  DEPT-GL-ACCOUNT               PIC X(8).
           05  DEPT-VAC-RATE                 PIC 9V99.
           05  DEPT-SICK-RATE                PIC 9V99.
           05  FILLER                        PIC X(21).

       FD  LEAVE-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.
           05  LV-SICK-ACCRUED               PIC S9(4)V99.
           05  LV-SICK-TAKEN                 PIC S9(4)V99.
           05  LV-LAST-ACCRUAL-DATE          PIC 9(6).
           05  LV-STATUS                     PIC X.
               88  LV-CLOSED                        VALUE 'C'.
           05  LV-CLOSE-DATE                 PIC 9(6).
           05  LV-VAC-PAID-HOURS             PIC S9(4)V99.
           05  LV-VAC-PAID-AMOUNT            PIC S9(7)V99.
           05  LV-SICK-FORFEIT-HOURS         PIC S9(4)V99.
           05  FILLER                        PIC X(7).

       FD  NEW-HIRE-TRACK-FILE
           LABEL RECORDS ARE STANDARD.

       01  NEW-HIRE-TRACK-REC.
           05  NHT-KEY.
               10  NHT-SSN                   PIC X(9).
               10  NHT-HIRE-DATE             PIC 9(6).
           05  NHT-TRANS-CODE                PIC X.
           05  NHT-NAME.
               10  NHT-F-INIT                PIC X.
               10  NHT-M-INIT                PIC X.
               10  NHT-LAST-NAME             PIC X(20).
           05  NHT-WORK-STATE                PIC X(2).
           05  NHT-COMPANY-CODE              PIC X(2).
           05  NHT-ADDED-DATE                PIC 9(6).
           05  NHT-STATUS                    PIC X.
               88  NHT-PENDING                      VALUE 'P'.
               88  NHT-REPORTED                     VALUE 'R'.
           05  NHT-REPORTED-DATE             PIC 9(6).
           05  FILLER                        PIC X(25).

       FD  LEAVE-POLICY-FILE
           LABEL RECORDS ARE STANDARD.

       01  LEAVE-POLICY-REC.
           05  LPP-SICK-TERM-POLICY          PIC X.
           05  FILLER                        PIC X(19).

       FD  RETRO-APPROVAL-FILE
           LABEL RECORDS ARE STANDARD.

       01  RETRO-APPROVAL-REC.
           05  RAP-SSN                       PIC X(9).
               88  RAP-APPROVE-ALL                  VALUE 'ALL'.
           05  FILLER                        PIC X(11).

       FD  OFFCYCLE-PAYOUT-FILE
           LABEL RECORDS ARE STANDARD.

       01  OFFCYCLE-PAYOUT-REC.
           05  OPO-SSN                       PIC X(9).
           05  OPO-PAY-TYPE                  PIC X.
           05  OPO-GROSS                     PIC 9(7)V99.
           05  OPO-PAY-METHOD                PIC X.
           05  OPO-DESC                      PIC X(20).
           05  FILLER                        PIC X(40).

       FD  TAX-TABLE-FILE
           LABEL RECORDS ARE STANDARD.
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
           05  FILLER                        PIC X(145).
           05  CPR-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(13).

       FD  DEDUCTION-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  DEDUCTION-REC.
           05  DED-KEY.
               10  DED-SSN                   PIC X(9).
               10  DED-CODE                  PIC X(3).
           05  DED-DESC                      PIC X(15).
           05  DED-CLASS                     PIC X.
               88  GARNISHMENT-DED                  VALUE 'G'.
               88  VOLUNTARY-DED                    VALUE 'V'.
               88  PRETAX-401K-DED                  VALUE 'K'.
               88  PRETAX-125-DED                   VALUE 'C'.
           05  DED-PRIORITY                  PIC 9(2).
           05  DED-METHOD                    PIC X.
               88  AMOUNT-METHOD                    VALUE 'A'.
               88  PERCENT-METHOD                   VALUE 'P'.
           05  DED-AMOUNT                    PIC 9(5)V99.
           05  DED-PERCENT                   PIC 9(2)V99.
           05  DED-GOAL-AMOUNT               PIC 9(7)V99.
           05  DED-TAKEN-TO-DATE             PIC S9(7)V99.
           05  DED-CURRENT-PRETAX            PIC S9(5)V99.
           05  FILLER                        PIC X(1).

       FD  PENDING-FILE-IN
           LABEL RECORDS ARE STANDARD.

       01  PENDING-REC-IN                     PIC X(125).

       FD  PENDING-FILE-OUT
           LABEL RECORDS ARE STANDARD.

       01  PENDING-REC-OUT                    PIC X(125).

       FD  RUN-CONTROL-FILE.
       01  RUN-CONTROL-REC.
               88  CAL-CURRENT-CYCLE                 VALUE 'C'.
           05  FILLER                         PIC X(7).

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAY-HISTORY-REC.
           05  PH-SSN                        PIC X(9).
           05  PH-CHECK-DATE                 PIC 9(6).
           05  PH-RUN-DATE                   PIC 9(6).
           05  PH-RUN-TYPE                   PIC X.
               88  PH-REGULAR-RUN                   VALUE 'R'.
           05  PH-NAME                       PIC X(22).
           05  PH-MARITIAL-STATUS            PIC X.
           05  PH-EXEMPTIONS                 PIC XX.
           05  PH-DEPARTMENT-CODE            PIC X(5).
           05  PH-STATE-CODE                 PIC X(2).
           05  PH-TAX-LOCAL                  PIC X(4).
           05  PH-GROSS                      PIC S9(7)V99.
           05  FILLER                        PIC X(674).
           05  PH-REG-HOURS                  PIC 9(3)V99.
           05  PH-OT-HOURS                   PIC 9(3)V99.
           05  FILLER                        PIC X(9).

       FD  RETRO-REGISTER RECORDING MODE IS F.
       01  RETRO-LINE-OUT                      PIC X(132).


       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  HELD-COUNT-WS                   PIC S9(5) VALUE ZERO.
           05  RELEASED-COUNT-WS               PIC S9(5) VALUE ZERO.
           05  ADJ-COUNT-WS                    PIC S9(5) VALUE ZERO.
           05  VAC-PAYOUT-COUNT-WS             PIC S9(5) VALUE ZERO.

       01  RUN-DATE-WS                          PIC 9(6).

       01  LEAVE-PAYOUT-FIELDS.
           05  SICK-TERM-POLICY-WS             PIC X     VALUE 'F'.
               88  SICK-KEPT-AT-TERM                  VALUE 'K'.
               88  SICK-FORFEIT-AT-TERM               VALUE 'F'.
           05  VAC-PAYOUT-HOURS-WS             PIC S9(4)V99 VALUE ZERO.
           05  VAC-PAYOUT-AMOUNT-WS            PIC S9(7)V99 VALUE ZERO.
           05  VAC-PAYOUT-HOURS-OUT-WS         PIC ZZZ9.99.
           05  SICK-FORFEIT-HOURS-WS           PIC S9(4)V99 VALUE ZERO.

       01  PAY-CALENDAR-FIELDS.
           05  EOF-CAL-WS                 PIC X(3)  VALUE 'NO '.
           05  CAL-FOUND-SW               PIC X     VALUE 'N'.
               88  CAL-RECORD-FOUND              VALUE 'Y'.
           05  EOF-CALTBL-WS              PIC X(3)  VALUE 'NO '.
           05  CAL-TABLE-COUNT-WS         PIC S999  VALUE ZERO.
           05  CAL-SUB-WS                 PIC S999  VALUE ZERO.

       01  PAY-CALENDAR-TABLE.
           05  PAY-CALENDAR-ENTRY OCCURS 200 TIMES.
               10  CLT-CYCLE-DATE         PIC 9(6).
               10  CLT-CHECK-DATE         PIC 9(6).

       01  RETRO-APPROVAL-FIELDS.
           05  EOF-APPROVAL-WS            PIC X(3)  VALUE 'NO '.
           05  APPROVE-ALL-SW             PIC X     VALUE 'N'.
               88  APPROVE-ALL-RETROS            VALUE 'Y'.
           05  RETRO-APPROVED-SW          PIC X     VALUE 'N'.
               88  RETRO-APPROVED                VALUE 'Y'.
           05  HELD-HEADING-SW            PIC X     VALUE 'N'.
               88  HELD-HEADING-DONE             VALUE 'Y'.
           05  APPROVAL-COUNT-WS          PIC S999  VALUE ZERO.
           05  APPROVAL-SUB-WS            PIC S999  VALUE ZERO.
           05  RETRO-HELD-COUNT-WS        PIC S9(5) VALUE ZERO.
           05  RETRO-HELD-TOTAL-WS        PIC S9(9)V99 VALUE ZERO.

       01  RETRO-APPROVAL-TABLE.
           05  RAT-SSN                    PIC X(9) OCCURS 200 TIMES.

       01  RUN-CONTROL-FIELDS.
           05  RUN-CONTROL-SW             PIC X        VALUE 'Y'.
           05  FED-BRACKET-COUNT-WS       PIC S999  VALUE ZERO.
           05  STATE-RATE-COUNT-WS        PIC S999  VALUE ZERO.
           05  EXEMPT-ALLOW-ANNUAL-WS     PIC 9(5)V99 VALUE ZERO.
           05  SS-RATE-WS                 PIC V9(4) VALUE .0620.
           05  SS-WAGE-CAP-WS             PIC 9(7)V99 VALUE ZERO.
           05  MEDICARE-RATE-WS           PIC V9(4) VALUE .0145.
           05  ADDL-MED-RATE-WS           PIC V9(4) VALUE ZERO.
           05  ADDL-MED-THRESHOLD-WS      PIC 9(7)V99 VALUE ZERO.
           05  SS-PARM-SW                 PIC X     VALUE 'N'.
               88  SS-PARM-LOADED                VALUE 'Y'.
           05  MEDICARE-PARM-SW           PIC X     VALUE 'N'.
               88  MEDICARE-PARM-LOADED          VALUE 'Y'.
           05  SUPP-RATE-WS               PIC V9(4) VALUE .2200.

       01  FED-BRACKET-TABLE.
           05  FED-BRACKET-ENTRY OCCURS 20 TIMES.
           05  TAX-PERIODS-WS             PIC S999  VALUE ZERO.
           05  TAX-PRIOR-YTD-WS           PIC S9(7)V99 VALUE ZERO.
           05  TAX-FICA-ROOM-WS           PIC S9(7)V99 VALUE ZERO.
           05  TAX-SS-WAGES-WS            PIC S9(7)V99 VALUE ZERO.
           05  TAX-ADDL-MED-WAGE-WS       PIC S9(7)V99 VALUE ZERO.
           05  TAX-ANNUAL-WAGE-WS         PIC S9(9)V99 VALUE ZERO.
           05  TAX-ANNUAL-TAXABLE-WS      PIC S9(9)V99 VALUE ZERO.
           05  TAX-ANNUAL-TAX-WS          PIC S9(9)V99 VALUE ZERO.
           05  TAX-BEST-SUB-WS            PIC S999  VALUE ZERO.
           05  TAX-STATE-SUB-WS           PIC S999  VALUE ZERO.
           05  COMPUTED-FICA-WS           PIC S9(4)V99 VALUE ZERO.
           05  COMPUTED-SS-WS             PIC S9(5)V99 VALUE ZERO.
           05  COMPUTED-MEDICARE-WS       PIC S9(5)V99 VALUE ZERO.
           05  SS-TAX-WS                  PIC S9(5)V99 VALUE ZERO.
           05  MEDICARE-WS                PIC S9(5)V99 VALUE ZERO.
           05  COMPUTED-WH-WS             PIC S9(5)V99 VALUE ZERO.
           05  COMPUTED-STATE-WH-WS       PIC S9(5)V99 VALUE ZERO.
           05  TAX-FED-WAGE-WS            PIC S9(7)V99 VALUE ZERO.
           05  TAX-FICA-WAGE-WS           PIC S9(7)V99 VALUE ZERO.

       01  PRETAX-COMPUTE-FIELDS.
           05  EOF-DED-WS                 PIC X(3)  VALUE 'NO '.
           05  PRETAX-401K-WS             PIC S9(5)V99 VALUE ZERO.
           05  PRETAX-125-WS              PIC S9(5)V99 VALUE ZERO.
           05  PRETAX-CALC-WS             PIC S9(7)V99 VALUE ZERO.
           05  PRETAX-ROOM-WS             PIC S9(7)V99 VALUE ZERO.

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

       01  COMPANY-TABLE-FIELDS.
           05  EOF-CMPPRM-WS              PIC X(3)  VALUE 'NO '.
           05  COMPANY-COUNT-WS           PIC S99   VALUE ZERO.
           05  COMPANY-SUB-WS             PIC S99   VALUE ZERO.
           05  COMPANY-FOUND-SW           PIC X     VALUE 'N'.
               88  COMPANY-CODE-FOUND            VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.
           05  REHIRE-COMPANY-WS          PIC X(2)  VALUE SPACES.
           05  TERM-COMPANY-WS            PIC X(2)  VALUE SPACES.
           05  REHIRE-COMPANY-SW          PIC X     VALUE 'N'.
               88  REHIRE-OTHER-COMPANY          VALUE 'Y'.
           05  MASTER-COMPANY-WS          PIC X(2)  VALUE SPACES.
           05  TERM-CONFLICT-SW           PIC X     VALUE 'N'.
               88  TERM-REC-CONFLICT             VALUE 'Y'.

       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).

       01  LOCAL-RATE-TABLE.
           05  LOCAL-RATE-ENTRY OCCURS 50 TIMES.
               10  LRT-LOCAL-CODE         PIC X(4).
               10  LRT-LOCAL-TYPE         PIC X.
                   88  LRT-COUNTY-TAX            VALUE 'C'.
               10  LRT-RES-RATE           PIC V9(4).
               10  LRT-NONRES-RATE        PIC V9(4).

       01  RETRO-COMPUTE-FIELDS.
           05  EOF-HISTORY-WS             PIC X(3)  VALUE 'NO '.
           05  RETRO-OLD-RATE-WS          PIC 9(4)V99 VALUE ZERO.
           05  RETRO-NEW-RATE-WS          PIC 9(4)V99 VALUE ZERO.
           05  RETRO-CYCLE-DATE-WS        PIC 9(6)  VALUE ZERO.
           05  RETRO-REG-HOURS-WS         PIC 9(3)V99 VALUE ZERO.
           05  RETRO-OT-HOURS-WS          PIC 9(3)V99 VALUE ZERO.
           05  RETRO-OLD-PAY-WS           PIC S9(7)V99 VALUE ZERO.
           05  RETRO-NEW-PAY-WS           PIC S9(7)V99 VALUE ZERO.
           05  RETRO-DIFF-WS              PIC S9(7)V99 VALUE ZERO.
           05  RETRO-TOTAL-WS             PIC S9(7)V99 VALUE ZERO.
           05  RETRO-FICA-WS              PIC S9(4)V99 VALUE ZERO.
           05  RETRO-WH-WS                PIC S9(5)V99 VALUE ZERO.
           05  RETRO-STATE-WH-WS          PIC S9(5)V99 VALUE ZERO.
           05  RETRO-PERIOD-COUNT-WS      PIC S9(3) VALUE ZERO.
           05  RETRO-LINE-COUNT-WS        PIC S999  VALUE ZERO.
           05  RETRO-PAGE-COUNT-WS        PIC S999  VALUE ZERO.
           05  RETRO-EMP-COUNT-WS         PIC S9(5) VALUE ZERO.
           05  RETRO-ALL-PERIODS-WS       PIC S9(5) VALUE ZERO.
           05  RETRO-GRAND-TOTAL-WS       PIC S9(9)V99 VALUE ZERO.
           05  RETRO-APPLIED-COUNT-WS     PIC S9(5) VALUE ZERO.

       01  RETRO-TRANS-OUT.
           05  RTO-SSN                    PIC X(9).
           05  RTO-MARITIAL-STATUS        PIC X.
           05  RTO-EXEMPTIONS             PIC XX.
           05  RTO-NAME                   PIC X(22).
           05  RTO-GROSS                  PIC S9(7)V99.
           05  RTO-FICA                   PIC S9(4)V99.
           05  RTO-WH                     PIC S9(5)V99.
           05  RTO-MOVE                   PIC S9(5)V99.
           05  RTO-TRANS-CODE             PIC X.
           05  RTO-DEPARTMENT-CODE        PIC X(5).
           05  RTO-STATE-CODE             PIC X(2).
           05  RTO-STATE-WH               PIC S9(5)V99.
           05  RTO-EFF-DATE               PIC 9(6).
           05  RTO-SOURCE                 PIC X.
           05  FILLER                     PIC X(40).

       01  RETRO-HEADING-1.
           02                                  PIC X(25) VALUE
               "RETROACTIVE PAY REGISTER".
           02                                  PIC X(14) VALUE
               "  CYCLE DATE: ".
           02  RRH-CYCLE-DATE                  PIC 99/99/99.
           02                                  PIC X(4)  VALUE SPACES.
           02                                  PIC X(6)  VALUE 'PAGE:'.
           02  RRH-PAGE-COUNT                  PIC ZZ9.
           02                                  PIC X(72) VALUE SPACES.

       01  RETRO-HEADING-2.
           02                                  PIC X     VALUE SPACE.
           02                                  PIC X(10) VALUE "SSN".
           02                                  PIC X(23) VALUE "NAME".
           02                                  PIC X(9)  VALUE
               "OLD RATE".
           02                                  PIC X(9)  VALUE
               "NEW RATE".
           02                                  PIC X(9)  VALUE
               "CYCLE".
           02                                  PIC X(9)  VALUE
               "CHECK DT".
           02                                  PIC X(8)  VALUE
               "REG HRS".
           02                                  PIC X(8)  VALUE
               " OT HRS".
           02                                  PIC X(14) VALUE
               "      OLD PAY ".
           02                                  PIC X(14) VALUE
               "      NEW PAY ".
           02                                  PIC X(13) VALUE
               "   DIFFERENCE".
           02                                  PIC X(5)  VALUE SPACES.

       01  RETRO-DETAIL-LINE.
           02                                  PIC X     VALUE SPACE.
           02  RRD-SSN                         PIC X(9).
           02                                  PIC X     VALUE SPACE.
           02  RRD-NAME                        PIC X(22).
           02                                  PIC X     VALUE SPACE.
           02  RRD-OLD-RATE                    PIC ZZZ9.99.
           02                                  PIC XX    VALUE SPACES.
           02  RRD-NEW-RATE                    PIC ZZZ9.99.
           02                                  PIC XX    VALUE SPACES.
           02  RRD-CYCLE-DATE                  PIC 99/99/99.
           02                                  PIC X     VALUE SPACE.
           02  RRD-CHECK-DATE                  PIC 99/99/99.
           02                                  PIC X     VALUE SPACE.
           02  RRD-REG-HOURS                   PIC ZZ9.99.
           02                                  PIC XX    VALUE SPACES.
           02  RRD-OT-HOURS                    PIC ZZ9.99.
           02                                  PIC XX    VALUE SPACES.
           02  RRD-OLD-PAY                     PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X     VALUE SPACE.
           02  RRD-NEW-PAY                     PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X     VALUE SPACE.
           02  RRD-DIFF                        PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(5)  VALUE SPACES.

       01  RETRO-TOTAL-LINE.
           02                                  PIC X(12) VALUE SPACES.
           02                                  PIC X(14) VALUE
               "RETRO GROSS = ".
           02  RRT-GROSS                       PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(9)  VALUE
               "  FICA = ".
           02  RRT-FICA                        PIC ZZ,ZZ9.99-.
           02                                  PIC X(11) VALUE
               "  FED WH = ".
           02  RRT-WH                          PIC ZZ,ZZ9.99-.
           02                                  PIC X(13) VALUE
               "  STATE WH = ".
           02  RRT-STATE-WH                    PIC ZZ,ZZ9.99-.
           02                                  PIC XX    VALUE SPACES.
           02  RRT-MESSAGE                     PIC X(28).

       01  RETRO-SUMMARY-LINES.
           02  RRS-LINE-1.
               03                              PIC X(10) VALUE SPACES.
               03                              PIC X(30) VALUE
                   "RATE CHANGES WITH RETRO PAY = ".
               03  RRS-EMP-COUNT               PIC ZZ,ZZ9.
               03                              PIC X(86) VALUE SPACES.
           02  RRS-LINE-2.
               03                              PIC X(10) VALUE SPACES.
               03                              PIC X(30) VALUE
                   "PAY PERIODS RECOMPUTED      = ".
               03  RRS-PERIOD-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(86) VALUE SPACES.
           02  RRS-LINE-3.
               03                              PIC X(10) VALUE SPACES.
               03                              PIC X(30) VALUE
                   "RETRO GROSS GENERATED       = ".
               03  RRS-GRAND-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(77) VALUE SPACES.
           02  RRS-LINE-4.
               03                              PIC X(10) VALUE SPACES.
               03                              PIC X(30) VALUE
                   "RETRO PAYMENTS APPLIED      = ".
               03  RRS-APPLIED-COUNT           PIC ZZ,ZZ9.
               03                              PIC X(86) VALUE SPACES.
           02  RRS-LINE-5.
               03                              PIC X(10) VALUE SPACES.
               03                              PIC X(30) VALUE
                   "RETRO PAYMENTS HELD         = ".
               03  RRS-HELD-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(86) VALUE SPACES.
           02  RRS-LINE-6.
               03                              PIC X(10) VALUE SPACES.
               03                              PIC X(30) VALUE
                   "RETRO GROSS HELD            = ".
               03  RRS-HELD-TOTAL              PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(77) VALUE SPACES.
           02  RRS-EOR-LINE.
               03                              PIC X(32) VALUE SPACES.
               03                              PIC X(13) VALUE
                   "END OF REPORT".
               03                              PIC X(87) VALUE SPACES.

       01  RETRO-HELD-HEADING.
           02                                  PIC X     VALUE SPACE.
           02                                  PIC X(40) VALUE
               "RETRO PAY HELD ON V2PENDNG FOR APPROVAL".
           02                                  PIC X(91) VALUE SPACES.

       01  RETRO-HELD-LINE.
           02                                  PIC X     VALUE SPACE.
           02  RHL-SSN                         PIC X(9).
           02                                  PIC X     VALUE SPACE.
           02  RHL-NAME                        PIC X(22).
           02                                  PIC X(9)  VALUE
               " CREATED ".
           02  RHL-CREATED-DATE                PIC 99/99/99.
           02                                  PIC X(8)  VALUE
               "  GROSS ".
           02  RHL-GROSS                       PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(7)  VALUE
               "  FICA ".
           02  RHL-FICA                        PIC ZZ,ZZ9.99-.
           02                                  PIC X(9)  VALUE
               "  FED WH ".
           02  RHL-WH                          PIC ZZ,ZZ9.99-.
           02                                  PIC X(11) VALUE
               "  STATE WH ".
           02  RHL-STATE-WH                    PIC ZZ,ZZ9.99-.
           02                                  PIC X(4)  VALUE SPACES.

       01  TRANSACTION-OUTPUT-LINE.
           02                                  PIC X VALUE SPACE.
           02                                  PIC X VALUE SPACE.
           02  TEL-MESSAGE                     PIC X(48).

       01  TERM-CONFLICT-MESSAGE-WS.
           05                                  PIC X(39) VALUE
               "REJECTED - SSN ON V2TERMVS FOR COMPANY ".
           05  TCM-COMPANY-WS                  PIC X(2).
           05                                  PIC X(7) VALUE SPACES.

       01  ADJ-MESSAGE-WS.
           05                                  PIC X(32) VALUE
               "YTD ADJUSTMENT APPLIED - REASON ".
           05  ADJ-REASON-OUT-WS               PIC XX.
           05                                  PIC X(14) VALUE SPACES.

       01  VAC-PAYOUT-MESSAGE-WS.
           05                                  PIC X(36) VALUE
               "VACATION PAYOUT QUEUED FOR FINAL - $".
           05  VAC-PAYOUT-AMOUNT-OUT-WS        PIC ZZ,ZZ9.99.
           05                                  PIC X(3) VALUE SPACES.

       01  ADJ-SUMMARY-LINE.
           02                                  PIC X VALUE SPACE.
           02                                  PIC X(42) VALUE
               "PENDING TRANSACTIONS RELEASED THIS CYCLE= ".
           02  RSL-RELEASED-COUNT              PIC ZZZZ9.

       01  VAC-PAYOUT-SUMMARY-LINE.
           02                                  PIC X VALUE SPACE.
           02                                  PIC X(42) VALUE
               "VACATION PAYOUTS QUEUED FOR OFF-CYCLE   = ".
           02  VSL-PAYOUT-COUNT                PIC ZZZZ9.

       01  DUP-CHECK-FIELDS.
           05  EOF-SORTED-WS                   PIC X(3) VALUE 'NO '.
           05  EOF-RELEASE-WS                  PIC X(3) VALUE 'NO '.
               PERFORM 140-BATCH-BALANCE-RTN
               IF BATCH-BALANCED
                   PERFORM 120-LOAD-TAX-TABLES-RTN
                   PERFORM 125-LOAD-LOCAL-TABLE-RTN
                   PERFORM 121-LOAD-COMPANY-TABLE-RTN
                   PERFORM 128-LOAD-CALENDAR-TABLE-RTN
                   PERFORM 137-LOAD-LEAVE-POLICY-RTN
                   PERFORM 138-LOAD-RETRO-APPROVAL-RTN
                   PERFORM 150-DUP-CHECK-RTN
                   PERFORM 200-OPEN
                   PERFORM 310-PROCESS-PENDING
                   PERFORM 230-READ-TRANS-RTN
                   PERFORM 300-PROCESS
                       UNTIL EOF-TRANS-WS = 'YES'
                   PERFORM 315-RETRO-PENDING-PASS-RTN
                   PERFORM 900-CLOSE
                   PERFORM 950-UPDATE-RUN-CONTROL-RTN
               ELSE
           CLOSE TAX-TABLE-FILE.

           IF FED-BRACKET-COUNT-WS > 0
              AND SS-PARM-LOADED
              AND MEDICARE-PARM-LOADED
               MOVE 'Y' TO TAXTBL-LOADED-SW
           ELSE
               DISPLAY 'TAX TABLE FILE MISSING OR INCOMPLETE - '
               WHEN TTR-EXEMPT-ALLOWANCE
                   MOVE TTR-AMOUNT-1 TO EXEMPT-ALLOW-ANNUAL-WS

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
                           TO STT-RATE (STATE-RATE-COUNT-WS)
                   END-IF

               WHEN TTR-SUPPLEMENTAL-PARM
                   MOVE TTR-RATE TO SUPP-RATE-WS

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

       121-LOAD-COMPANY-TABLE-RTN.

           OPEN INPUT COMPANY-PARM-FILE.

           PERFORM 123-READ-COMPANY-PARM-RTN.
           PERFORM 131-STORE-COMPANY-REC-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

       123-READ-COMPANY-PARM-RTN.
           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       131-STORE-COMPANY-REC-RTN.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
           END-IF.

           PERFORM 123-READ-COMPANY-PARM-RTN.

       133-FIND-COMPANY-RTN.

           MOVE 'N' TO COMPANY-FOUND-SW.
           MOVE 1 TO COMPANY-SUB-WS.
           PERFORM 134-SCAN-COMPANY-RTN
               UNTIL COMPANY-SUB-WS > COMPANY-COUNT-WS
                  OR COMPANY-CODE-FOUND.

       134-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SUB-WS) = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SUB-WS
           END-IF.

       136-DEFAULT-COMPANY-RTN.

           IF COMPANY-LOOKUP-WS = SPACES
              AND COMPANY-COUNT-WS > 0
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

       137-LOAD-LEAVE-POLICY-RTN.

           OPEN INPUT LEAVE-POLICY-FILE.

           READ LEAVE-POLICY-FILE
               AT END
                   CONTINUE
               NOT AT END
                   IF LPP-SICK-TERM-POLICY = 'K'
                      OR LPP-SICK-TERM-POLICY = 'F'
                       MOVE LPP-SICK-TERM-POLICY
                           TO SICK-TERM-POLICY-WS
                   ELSE
                       DISPLAY 'SICK LEAVE TERMINATION POLICY INVALID '
                               '- USING ' SICK-TERM-POLICY-WS
                   END-IF
           END-READ.

           CLOSE LEAVE-POLICY-FILE.

       138-LOAD-RETRO-APPROVAL-RTN.

           OPEN INPUT RETRO-APPROVAL-FILE.

           PERFORM 139-STORE-APPROVAL-RTN
               UNTIL EOF-APPROVAL-WS = 'YES'.

           CLOSE RETRO-APPROVAL-FILE.

       139-STORE-APPROVAL-RTN.

           READ RETRO-APPROVAL-FILE
               AT END
                   MOVE 'YES' TO EOF-APPROVAL-WS
               NOT AT END
                   IF RAP-APPROVE-ALL
                       MOVE 'Y' TO APPROVE-ALL-SW
                   ELSE
                       IF APPROVAL-COUNT-WS < 200
                          AND RAP-SSN IS NUMERIC
                           ADD 1 TO APPROVAL-COUNT-WS
                           MOVE RAP-SSN TO RAT-SSN (APPROVAL-COUNT-WS)
                       ELSE
                           DISPLAY 'RETRO APPROVAL IGNORED - ' RAP-SSN
                       END-IF
                   END-IF
           END-READ.

       128-LOAD-CALENDAR-TABLE-RTN.

           OPEN INPUT PAY-CALENDAR-FILE.

           PERFORM 129-STORE-CALENDAR-REC-RTN
               UNTIL EOF-CALTBL-WS = 'YES'.

           CLOSE PAY-CALENDAR-FILE.

       129-STORE-CALENDAR-REC-RTN.

           READ PAY-CALENDAR-FILE
               AT END
                   MOVE 'YES' TO EOF-CALTBL-WS
               NOT AT END
                   IF CAL-TABLE-COUNT-WS < 200
                      AND CAL-CYCLE-DATE IS NUMERIC
                       ADD 1 TO CAL-TABLE-COUNT-WS
                       MOVE CAL-CYCLE-DATE
                           TO CLT-CYCLE-DATE (CAL-TABLE-COUNT-WS)
                       IF CAL-CHECK-DATE IS NUMERIC
                          AND CAL-CHECK-DATE > 0
                           MOVE CAL-CHECK-DATE
                               TO CLT-CHECK-DATE (CAL-TABLE-COUNT-WS)
                       ELSE
                           MOVE CAL-CYCLE-DATE
                               TO CLT-CHECK-DATE (CAL-TABLE-COUNT-WS)
                       END-IF
                   END-IF
           END-READ.

       105-GET-CYCLE-DATE-RTN.

           ACCEPT RUN-DATE-WS FROM DATE.
                I-O   MASTER-FILE-INDEXED
                I-O   TERMINATED-FILE
                I-O   LEAVE-FILE-INDEXED
                I-O   DEDUCTION-FILE-INDEXED
                I-O   NEW-HIRE-TRACK-FILE
                OUTPUT AUDIT-TRAIL-FILE
                OUTPUT PENDING-FILE-OUT
                OUTPUT RETRO-REGISTER.

           OPEN EXTEND TRANSACTION-LIST-REPORT
                EXTEND OFFCYCLE-PAYOUT-FILE.

           MOVE RUN-DATE-WS TO RRH-CYCLE-DATE.

           PERFORM 255-READ-PENDING.

                       WHEN EMPLOYEE-REHIRED
                           PERFORM 645-REHIRE-RTN

                       WHEN RETRO-PAY
                           PERFORM 640-RETRO-PAY-RTN

                       WHEN OTHER
                           MOVE "BAD CODE ENTERED"
                           TO TEL-MESSAGE

           MOVE PENDING-REC-IN TO TRANS-REC-IN.

           IF RETRO-PAY
               CONTINUE
           ELSE
               PERFORM 312-RELEASE-PENDING-RTN
           END-IF.

           PERFORM 255-READ-PENDING.

       312-RELEASE-PENDING-RTN.

           IF TRANS-EFF-DATE-IN IS NUMERIC
              AND TRANS-EFF-DATE-IN > RUN-DATE-WS
               CONTINUE

           PERFORM 305-APPLY-OR-HOLD-RTN.

       315-RETRO-PENDING-PASS-RTN.

           CLOSE PENDING-FILE-IN.
           OPEN INPUT PENDING-FILE-IN.

           MOVE 'NO ' TO EOF-PENDING-WS.
           PERFORM 255-READ-PENDING.
           PERFORM 317-PROCESS-RETRO-PENDING-RTN
               UNTIL EOF-PENDING-WS = 'YES'.

       317-PROCESS-RETRO-PENDING-RTN.

           MOVE PENDING-REC-IN TO TRANS-REC-IN.

           IF RETRO-PAY
               PERFORM 318-CHECK-RETRO-APPROVAL-RTN
               IF RETRO-APPROVED
                   PERFORM 312-RELEASE-PENDING-RTN
               ELSE
                   PERFORM 319-HOLD-RETRO-RTN
               END-IF
           END-IF.

           PERFORM 255-READ-PENDING.

       318-CHECK-RETRO-APPROVAL-RTN.

           MOVE APPROVE-ALL-SW TO RETRO-APPROVED-SW.
           MOVE 1 TO APPROVAL-SUB-WS.
           PERFORM 320-SCAN-APPROVAL-RTN
               UNTIL APPROVAL-SUB-WS > APPROVAL-COUNT-WS
                  OR RETRO-APPROVED.

       319-HOLD-RETRO-RTN.

           WRITE PENDING-REC-OUT FROM TRANS-REC-IN.

           ADD 1 TO RETRO-HELD-COUNT-WS.
           ADD GROSS-IN TO RETRO-HELD-TOTAL-WS.

           MOVE "RETRO PAY HELD - AWAITING APPROVAL" TO TEL-MESSAGE.
           PERFORM 700-PRINT-ERROR.

           PERFORM 321-LIST-HELD-RETRO-RTN.

       320-SCAN-APPROVAL-RTN.

           IF RAT-SSN (APPROVAL-SUB-WS) = TRANS-SSN-IN
               MOVE 'Y' TO RETRO-APPROVED-SW
           END-IF.

           ADD 1 TO APPROVAL-SUB-WS.

       321-LIST-HELD-RETRO-RTN.

           IF RETRO-LINE-COUNT-WS = ZERO
               PERFORM 698-RETRO-HEADER-RTN
               MOVE 'N' TO HELD-HEADING-SW
           END-IF.

           IF NOT HELD-HEADING-DONE
               WRITE RETRO-LINE-OUT FROM RETRO-HELD-HEADING
                   AFTER ADVANCING 2 LINES
               MOVE SPACES TO RETRO-LINE-OUT
               WRITE RETRO-LINE-OUT
                   AFTER ADVANCING 1 LINE
               ADD 3 TO RETRO-LINE-COUNT-WS
               MOVE 'Y' TO HELD-HEADING-SW
           END-IF.

           MOVE TRANS-SSN-IN TO RHL-SSN.
           MOVE NAME-IN TO RHL-NAME.
           MOVE TRANS-EFF-DATE-IN TO RHL-CREATED-DATE.
           MOVE GROSS-IN TO RHL-GROSS.
           MOVE FICA-IN TO RHL-FICA.
           MOVE WH-IN TO RHL-WH.
           MOVE STATE-WH-IN TO RHL-STATE-WH.

           WRITE RETRO-LINE-OUT FROM RETRO-HELD-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO RETRO-LINE-COUNT-WS.
           IF RETRO-LINE-COUNT-WS > 30
               MOVE ZERO TO RETRO-LINE-COUNT-WS
           END-IF.

       680-HOLD-TRANS-RTN.

           WRITE PENDING-REC-OUT FROM TRANS-REC-IN.
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND RETRO-PAY
               IF GROSS-IN IS NOT NUMERIC
                  OR GROSS-IN NOT > ZERO
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - RETRO PAY AMOUNT MISSING"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND LEAVE-TAKEN
               IF NOT (VACATION-LEAVE OR SICK-LEAVE)
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND (EMPLOYEE-HIRED OR EMPLOYEE-REHIRED)
              AND COMPANY-CODE-IN NOT = SPACES
               MOVE COMPANY-CODE-IN TO COMPANY-LOOKUP-WS
               PERFORM 133-FIND-COMPANY-RTN
               IF NOT COMPANY-CODE-FOUND
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - COMPANY CODE NOT ON PROFILE FILE"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

       560-COMPUTE-TAXES-RTN.

           EVALUATE TAX-FREQ-WS
               MOVE ZERO TO TAX-EXEMPTIONS-WS
           END-IF.

           COMPUTE TAX-FED-WAGE-WS =
               GROSS-IN - PRETAX-401K-WS - PRETAX-125-WS.

           PERFORM 567-COMPUTE-FICA-WAGES-RTN.

           COMPUTE COMPUTED-SS-WS ROUNDED =
               TAX-SS-WAGES-WS * SS-RATE-WS.

           COMPUTE COMPUTED-MEDICARE-WS ROUNDED =
               TAX-FICA-WAGE-WS * MEDICARE-RATE-WS.

           PERFORM 569-ADDL-MEDICARE-RTN.

           COMPUTE COMPUTED-FICA-WS =
               COMPUTED-SS-WS + COMPUTED-MEDICARE-WS.

           COMPUTE TAX-ANNUAL-WAGE-WS =
               TAX-FED-WAGE-WS * TAX-PERIODS-WS.

           COMPUTE TAX-ANNUAL-TAXABLE-WS =
               TAX-ANNUAL-WAGE-WS -

           IF TAX-STATE-SUB-WS > ZERO
               COMPUTE COMPUTED-STATE-WH-WS ROUNDED =
                   TAX-FED-WAGE-WS * STT-RATE (TAX-STATE-SUB-WS)
           ELSE
               MOVE STATE-WH-IN TO COMPUTED-STATE-WH-WS
           END-IF.
               MOVE COMPUTED-FICA-WS TO FICA-IN
           END-IF.

           MOVE COMPUTED-SS-WS TO SS-TAX-WS.
           MOVE COMPUTED-MEDICARE-WS TO MEDICARE-WS.

           IF WH-IN NOT = COMPUTED-WH-WS
               MOVE "FED WH OVERRIDDEN - COMPUTED FROM TAX TABLE"
                   TO TEL-MESSAGE
               MOVE COMPUTED-STATE-WH-WS TO STATE-WH-IN
           END-IF.

       567-COMPUTE-FICA-WAGES-RTN.

           COMPUTE TAX-FICA-WAGE-WS =
               GROSS-IN - PRETAX-125-WS.

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

       568-SPLIT-SUPPLIED-FICA-RTN.

           PERFORM 567-COMPUTE-FICA-WAGES-RTN.

           COMPUTE SS-TAX-WS ROUNDED =
               TAX-SS-WAGES-WS * SS-RATE-WS.

           IF (FICA-IN NOT < ZERO AND SS-TAX-WS > FICA-IN)
              OR (FICA-IN < ZERO AND SS-TAX-WS < FICA-IN)
               MOVE FICA-IN TO SS-TAX-WS
           END-IF.

           COMPUTE MEDICARE-WS = FICA-IN - SS-TAX-WS.

       569-ADDL-MEDICARE-RTN.

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
               COMPUTE COMPUTED-MEDICARE-WS ROUNDED =
                   COMPUTED-MEDICARE-WS +
                   (TAX-ADDL-MED-WAGE-WS * ADDL-MED-RATE-WS)
           END-IF.

       570-COMPUTE-PRETAX-RTN.

           MOVE ZERO TO PRETAX-401K-WS.
           MOVE ZERO TO PRETAX-125-WS.
           MOVE 'NO ' TO EOF-DED-WS.

           MOVE TRANS-SSN-IN TO DED-SSN.
           MOVE LOW-VALUES TO DED-CODE.

           START DEDUCTION-FILE-INDEXED KEY NOT < DED-KEY
               INVALID KEY MOVE 'YES' TO EOF-DED-WS
           END-START.

           IF EOF-DED-WS = 'NO '
               PERFORM 572-READ-DED-NEXT-RTN
               PERFORM 574-APPLY-PRETAX-DED-RTN
                   UNTIL EOF-DED-WS = 'YES'
           END-IF.

       572-READ-DED-NEXT-RTN.

           READ DEDUCTION-FILE-INDEXED NEXT RECORD
               AT END MOVE 'YES' TO EOF-DED-WS
           END-READ.

           IF EOF-DED-WS = 'NO '
              AND DED-SSN NOT = TRANS-SSN-IN
               MOVE 'YES' TO EOF-DED-WS
           END-IF.

       574-APPLY-PRETAX-DED-RTN.

           IF PRETAX-401K-DED OR PRETAX-125-DED
               IF PERCENT-METHOD
                   COMPUTE PRETAX-CALC-WS ROUNDED =
                       GROSS-IN * DED-PERCENT / 100
               ELSE
                   MOVE DED-AMOUNT TO PRETAX-CALC-WS
               END-IF
               IF DED-GOAL-AMOUNT > ZERO
                   COMPUTE PRETAX-ROOM-WS =
                       DED-GOAL-AMOUNT - DED-TAKEN-TO-DATE
                   IF PRETAX-ROOM-WS < ZERO
                       MOVE ZERO TO PRETAX-ROOM-WS
                   END-IF
                   IF PRETAX-CALC-WS > PRETAX-ROOM-WS
                       MOVE PRETAX-ROOM-WS TO PRETAX-CALC-WS
                   END-IF
               END-IF
               COMPUTE PRETAX-ROOM-WS =
                   GROSS-IN - PRETAX-401K-WS - PRETAX-125-WS
               IF PRETAX-ROOM-WS < ZERO
                   MOVE ZERO TO PRETAX-ROOM-WS
               END-IF
               IF PRETAX-CALC-WS > PRETAX-ROOM-WS
                   MOVE PRETAX-ROOM-WS TO PRETAX-CALC-WS
               END-IF
               IF PRETAX-401K-DED
                   ADD PRETAX-CALC-WS TO PRETAX-401K-WS
               ELSE
                   ADD PRETAX-CALC-WS TO PRETAX-125-WS
               END-IF
               MOVE PRETAX-CALC-WS TO DED-CURRENT-PRETAX
               REWRITE DEDUCTION-REC
                   INVALID KEY
                       MOVE "DEDUCTION FILE REWRITE ERROR"
                       TO TEL-MESSAGE
                       PERFORM 700-PRINT-ERROR
               END-REWRITE
           END-IF.

           PERFORM 572-READ-DED-NEXT-RTN.

       580-COMPUTE-HOURLY-GROSS-RTN.

           MOVE REG-HOURS-IN TO REG-HOURS-WORK-WS.
               (HOURLY-RATE-WORK-WS * REG-HOURS-WORK-WS) +
               (HOURLY-RATE-WORK-WS * 1.5 * OT-HOURS-WORK-WS).

       590-COMPUTE-LOCAL-TAX-RTN.

           MOVE SPACES TO LOCAL-TAX-CODE-WS.
           MOVE 'N' TO LOCAL-RESIDENT-SW.
           MOVE ZERO TO LOCAL-WAGES-WS.
           MOVE ZERO TO LOCAL-WH-WS.

           IF LOCAL-RES-WS NOT = SPACES
               MOVE LOCAL-RES-WS TO LOCAL-LOOKUP-WS
               PERFORM 592-FIND-LOCALITY-RTN
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
               PERFORM 592-FIND-LOCALITY-RTN
               IF LOCAL-FOUND-SUB-WS > ZERO
                   PERFORM 594-APPLY-LOCAL-RATE-RTN
               ELSE
                   MOVE "LOCALITY NOT ON RATE TABLE - NO LOCAL TAX"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

       592-FIND-LOCALITY-RTN.

           MOVE ZERO TO LOCAL-FOUND-SUB-WS.
           MOVE 1 TO LOCAL-SUB-WS.
           PERFORM 593-SCAN-LOCAL-RATE-RTN
               UNTIL LOCAL-SUB-WS > LOCAL-RATE-COUNT-WS.

       593-SCAN-LOCAL-RATE-RTN.

           IF LRT-LOCAL-CODE (LOCAL-SUB-WS) = LOCAL-LOOKUP-WS
               MOVE LOCAL-SUB-WS TO LOCAL-FOUND-SUB-WS
           END-IF.

           ADD 1 TO LOCAL-SUB-WS.

       594-APPLY-LOCAL-RATE-RTN.

           IF LOCAL-RESIDENT
               MOVE LRT-RES-RATE (LOCAL-FOUND-SUB-WS) TO LOCAL-RATE-WS
           ELSE
               MOVE LRT-NONRES-RATE (LOCAL-FOUND-SUB-WS)
                   TO LOCAL-RATE-WS
           END-IF.

           IF LRT-COUNTY-TAX (LOCAL-FOUND-SUB-WS)
               COMPUTE LOCAL-WAGES-WS =
                   GROSS-IN - PRETAX-401K-WS - PRETAX-125-WS
           ELSE
               COMPUTE LOCAL-WAGES-WS =
                   GROSS-IN - PRETAX-125-WS
           END-IF.

           COMPUTE LOCAL-WH-WS ROUNDED =
               LOCAL-WAGES-WS * LOCAL-RATE-WS.

       596-POST-LOCAL-TAX-RTN.

           IF YTD-LOCAL-WH-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WH-INDEXED
           END-IF.

           IF YTD-LOCAL-WAGES-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WAGES-INDEXED
           END-IF.

           MOVE WORK-LOCAL-INDEXED TO LOCAL-WORK-WS.
           MOVE RES-LOCAL-INDEXED TO LOCAL-RES-WS.
           PERFORM 590-COMPUTE-LOCAL-TAX-RTN.

           MOVE LOCAL-TAX-CODE-WS TO TAX-LOCAL-INDEXED.
           MOVE LOCAL-WH-WS TO LOCAL-WH-INDEXED.
           ADD LOCAL-WH-WS TO YTD-LOCAL-WH-INDEXED.
           ADD LOCAL-WAGES-WS TO YTD-LOCAL-WAGES-INDEXED.

       400-NEW-RTN.

            MOVE ZERO TO REG-HOURS-WORK-WS
            MOVE ZERO TO OT-HOURS-WORK-WS

            IF HOURLY-PAY-TRANS
                MOVE HOURLY-RATE-IN TO HOURLY-RATE-WORK-WS
                PERFORM 580-COMPUTE-HOURLY-GROSS-RTN
            END-IF

            PERFORM 570-COMPUTE-PRETAX-RTN
            MOVE ZERO TO TAX-PRIOR-YTD-WS

            IF TAX-TABLES-LOADED
                MOVE MARITIAL-STATUS-IN TO TAX-MARITAL-WS
                MOVE EXEMPTIONS-IN TO TAX-EXEMPTIONS-X-WS
                MOVE STATE-CODE-IN TO TAX-STATE-WS
                MOVE PAY-FREQ-IN TO TAX-FREQ-WS
                PERFORM 560-COMPUTE-TAXES-RTN
            ELSE
                PERFORM 568-SPLIT-SUPPLIED-FICA-RTN
            END-IF

            MOVE WORK-LOCAL-IN TO LOCAL-WORK-WS
            MOVE RES-LOCAL-IN TO LOCAL-RES-WS
            PERFORM 590-COMPUTE-LOCAL-TAX-RTN

            MOVE TRANS-SSN-IN TO MASTER-SSN-INDEXED
            MOVE MARITIAL-STATUS-IN TO MARITIAL-STATUS-INDEXED
            MOVE EXEMPTIONS-IN TO EXEMPTIONS-INDEXED
            MOVE STATE-CODE-IN TO STATE-CODE-INDEXED
            MOVE STATE-WH-IN TO STATE-WH-INDEXED
            MOVE STATE-WH-IN TO YTD-STATE-WH-INDEXED
            MOVE PRETAX-401K-WS TO PRETAX-401K-INDEXED
            MOVE PRETAX-125-WS TO PRETAX-125-INDEXED
            MOVE PRETAX-401K-WS TO YTD-401K-INDEXED
            MOVE PRETAX-125-WS TO YTD-125-INDEXED
            MOVE SS-TAX-WS TO SS-TAX-INDEXED
            MOVE MEDICARE-WS TO MEDICARE-INDEXED
            MOVE SS-TAX-WS TO YTD-SS-TAX-INDEXED
            MOVE MEDICARE-WS TO YTD-MEDICARE-INDEXED
            MOVE TAX-SS-WAGES-WS TO YTD-SS-WAGES-INDEXED
            MOVE TAX-FICA-WAGE-WS TO YTD-MED-WAGES-INDEXED
            MOVE WORK-LOCAL-IN TO WORK-LOCAL-INDEXED
            MOVE RES-LOCAL-IN TO RES-LOCAL-INDEXED
            MOVE LOCAL-TAX-CODE-WS TO TAX-LOCAL-INDEXED
            MOVE LOCAL-WH-WS TO LOCAL-WH-INDEXED
            MOVE LOCAL-WH-WS TO YTD-LOCAL-WH-INDEXED
            MOVE LOCAL-WAGES-WS TO YTD-LOCAL-WAGES-INDEXED
            MOVE REG-HOURS-WORK-WS TO REG-HOURS-INDEXED
            MOVE OT-HOURS-WORK-WS TO OT-HOURS-INDEXED

            IF HOURLY-RATE-IN IS NUMERIC
                MOVE HOURLY-RATE-IN TO HOURLY-RATE-INDEXED
            END-IF
            MOVE PAY-FREQ-IN TO PAY-FREQ-INDEXED
            MOVE PAY-TYPE-IN TO PAY-TYPE-INDEXED
            MOVE COMPANY-CODE-IN TO COMPANY-LOOKUP-WS
            PERFORM 136-DEFAULT-COMPANY-RTN
            MOVE COMPANY-LOOKUP-WS TO COMPANY-CODE-INDEXED

            WRITE MASTER-REC-INDEXED
               INVALID KEY
                   MOVE "AFTER ADD" TO AUD-ACTION
                   PERFORM 720-WRITE-AUDIT-RTN
                   PERFORM 675-SEED-LEAVE-REC-RTN
                   PERFORM 678-TRACK-NEW-HIRE-RTN
                   MOVE "SUCESSFUL ADDITION"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
                    PERFORM 700-PRINT-ERROR

                 NOT INVALID KEY
                     PERFORM 548-CHECK-TERM-CONFLICT-RTN
                     IF TERM-REC-CONFLICT
                         MOVE TERM-COMPANY-WS TO TCM-COMPANY-WS
                         MOVE TERM-CONFLICT-MESSAGE-WS TO TEL-MESSAGE
                         PERFORM 700-PRINT-ERROR
                     ELSE
                         PERFORM 510-DELETE-MASTER-RTN
                     END-IF
           END-READ.

       510-DELETE-MASTER-RTN.

           MOVE "BEFORE DEL" TO AUD-ACTION.
           PERFORM 720-WRITE-AUDIT-RTN.

           PERFORM 550-RETAIN-TERM-RTN.

           DELETE MASTER-FILE-INDEXED

               INVALID KEY
                   MOVE "BAD DELETION LOGIC"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   MOVE "SUCCESSFUL DELETION"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

           END-DELETE.

       548-CHECK-TERM-CONFLICT-RTN.

           MOVE 'N' TO TERM-CONFLICT-SW.
           MOVE MASTER-SSN-INDEXED TO SSN-TERM.

           READ TERMINATED-FILE

               INVALID KEY
                   CONTINUE

               NOT INVALID KEY
                   IF NOT TERM-REC-REHIRED
                       MOVE COMPANY-CODE-INDEXED TO COMPANY-LOOKUP-WS
                       PERFORM 136-DEFAULT-COMPANY-RTN
                       MOVE COMPANY-LOOKUP-WS TO MASTER-COMPANY-WS
                       MOVE COMPANY-CODE-TERM TO COMPANY-LOOKUP-WS
                       PERFORM 136-DEFAULT-COMPANY-RTN
                       MOVE COMPANY-LOOKUP-WS TO TERM-COMPANY-WS
                       IF MASTER-COMPANY-WS NOT = TERM-COMPANY-WS
                           MOVE 'Y' TO TERM-CONFLICT-SW
                       END-IF
                   END-IF

           END-READ.

       550-RETAIN-TERM-RTN.
           MOVE YTD-STATE-WH-INDEXED TO YTD-STATE-WH-TERM.
           MOVE RUN-DATE-WS TO TERM-DATE-TERM.
           MOVE SPACE TO REHIRE-FLAG-TERM.
           MOVE COMPANY-CODE-INDEXED TO COMPANY-CODE-TERM.
           MOVE YTD-401K-INDEXED TO YTD-401K-TERM.
           MOVE YTD-125-INDEXED TO YTD-125-TERM.
           MOVE YTD-SS-TAX-INDEXED TO YTD-SS-TAX-TERM.
           MOVE YTD-MEDICARE-INDEXED TO YTD-MEDICARE-TERM.
           MOVE YTD-SS-WAGES-INDEXED TO YTD-SS-WAGES-TERM.
           MOVE YTD-MED-WAGES-INDEXED TO YTD-MED-WAGES-TERM.
           MOVE WORK-LOCAL-INDEXED TO WORK-LOCAL-TERM.
           MOVE RES-LOCAL-INDEXED TO RES-LOCAL-TERM.
           MOVE TAX-LOCAL-INDEXED TO TAX-LOCAL-TERM.
           MOVE YTD-LOCAL-WH-INDEXED TO YTD-LOCAL-WH-TERM.
           MOVE YTD-LOCAL-WAGES-INDEXED TO YTD-LOCAL-WAGES-TERM.

           WRITE TERMINATED-REC
               INVALID KEY
                   END-REWRITE
           END-WRITE.

           PERFORM 555-CLOSE-LEAVE-RTN.

       555-CLOSE-LEAVE-RTN.

           MOVE MASTER-SSN-INDEXED TO LV-SSN.

           READ LEAVE-FILE-INDEXED
               INVALID KEY
                   CONTINUE
               NOT INVALID KEY
                   IF NOT LV-CLOSED
                       PERFORM 557-SETTLE-LEAVE-RTN
                   END-IF
           END-READ.

       557-SETTLE-LEAVE-RTN.

           COMPUTE VAC-PAYOUT-HOURS-WS =
               LV-VAC-ACCRUED - LV-VAC-TAKEN.
           IF VAC-PAYOUT-HOURS-WS < ZERO
               MOVE ZERO TO VAC-PAYOUT-HOURS-WS
           END-IF.

           MOVE ZERO TO VAC-PAYOUT-AMOUNT-WS.
           MOVE ZERO TO LV-VAC-PAID-HOURS.
           MOVE ZERO TO LV-VAC-PAID-AMOUNT.

           IF VAC-PAYOUT-HOURS-WS > ZERO
               IF HOURLY-RATE-INDEXED IS NUMERIC
                  AND HOURLY-RATE-INDEXED > ZERO
                   COMPUTE VAC-PAYOUT-AMOUNT-WS ROUNDED =
                       VAC-PAYOUT-HOURS-WS * HOURLY-RATE-INDEXED
                   PERFORM 559-WRITE-VAC-PAYOUT-RTN
                   MOVE VAC-PAYOUT-HOURS-WS TO LV-VAC-PAID-HOURS
                   MOVE VAC-PAYOUT-AMOUNT-WS TO LV-VAC-PAID-AMOUNT
                   MOVE ZERO TO LV-VAC-ACCRUED
                   MOVE ZERO TO LV-VAC-TAKEN
               ELSE
                   MOVE "VACATION NOT PAID OUT - NO HOURLY RATE"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           ELSE
               MOVE ZERO TO LV-VAC-ACCRUED
               MOVE ZERO TO LV-VAC-TAKEN
           END-IF.

           MOVE ZERO TO LV-SICK-FORFEIT-HOURS.

           IF SICK-FORFEIT-AT-TERM
               COMPUTE SICK-FORFEIT-HOURS-WS =
                   LV-SICK-ACCRUED - LV-SICK-TAKEN
               IF SICK-FORFEIT-HOURS-WS > ZERO
                   MOVE SICK-FORFEIT-HOURS-WS TO LV-SICK-FORFEIT-HOURS
               END-IF
               MOVE ZERO TO LV-SICK-ACCRUED
               MOVE ZERO TO LV-SICK-TAKEN
           END-IF.

           MOVE 'C' TO LV-STATUS.
           MOVE RUN-DATE-WS TO LV-CLOSE-DATE.

           REWRITE LEAVE-REC
               INVALID KEY
                   MOVE "LEAVE FILE REWRITE ERROR"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
           END-REWRITE.

       559-WRITE-VAC-PAYOUT-RTN.

           MOVE SPACES TO OFFCYCLE-PAYOUT-REC.
           MOVE MASTER-SSN-INDEXED TO OPO-SSN.
           MOVE 'F' TO OPO-PAY-TYPE.
           MOVE VAC-PAYOUT-AMOUNT-WS TO OPO-GROSS.
           MOVE VAC-PAYOUT-HOURS-WS TO VAC-PAYOUT-HOURS-OUT-WS.
           STRING "VAC PAY " DELIMITED BY SIZE
                  VAC-PAYOUT-HOURS-OUT-WS DELIMITED BY SIZE
                  " HRS" DELIMITED BY SIZE
                  INTO OPO-DESC.

           WRITE OFFCYCLE-PAYOUT-REC.

           ADD 1 TO VAC-PAYOUT-COUNT-WS.

           MOVE VAC-PAYOUT-AMOUNT-WS TO VAC-PAYOUT-AMOUNT-OUT-WS.
           MOVE VAC-PAYOUT-MESSAGE-WS TO TEL-MESSAGE.
           PERFORM 700-PRINT-ERROR.

       600-UPDATE-RTN.

           MOVE TRANS-SSN-IN TO MASTER-SSN-INDEXED.
              AND OT-HOURS-IN IS NUMERIC
               MOVE HOURLY-RATE-INDEXED TO HOURLY-RATE-WORK-WS
               PERFORM 580-COMPUTE-HOURLY-GROSS-RTN
               MOVE REG-HOURS-WORK-WS TO REG-HOURS-INDEXED
               MOVE OT-HOURS-WORK-WS TO OT-HOURS-INDEXED
           ELSE
               MOVE ZERO TO REG-HOURS-INDEXED
               MOVE ZERO TO OT-HOURS-INDEXED
           END-IF.

           PERFORM 570-COMPUTE-PRETAX-RTN.

           COMPUTE TAX-PRIOR-YTD-WS =
               YTD-GROSS-INDEXED - YTD-125-INDEXED.

           IF TAX-TABLES-LOADED
               MOVE MARITIAL-STATUS-IN TO TAX-MARITAL-WS
               MOVE EXEMPTIONS-IN TO TAX-EXEMPTIONS-X-WS
               MOVE STATE-CODE-IN TO TAX-STATE-WS
               MOVE PAY-FREQ-INDEXED TO TAX-FREQ-WS
               PERFORM 560-COMPUTE-TAXES-RTN
           ELSE
               PERFORM 568-SPLIT-SUPPLIED-FICA-RTN
           END-IF.

           ADD GROSS-IN TO YTD-GROSS-INDEXED.
           ADD FICA-IN TO YTD-FICA-INDEXED.
           ADD WH-IN TO YTD-WH-INDEXED.
           ADD STATE-WH-IN TO YTD-STATE-WH-INDEXED.
           ADD PRETAX-401K-WS TO YTD-401K-INDEXED.
           ADD PRETAX-125-WS TO YTD-125-INDEXED.
           PERFORM 659-POST-FICA-SPLIT-RTN.

           IF WORK-LOCAL-IN NOT = SPACES
               MOVE WORK-LOCAL-IN TO WORK-LOCAL-INDEXED
           END-IF.

           IF RES-LOCAL-IN NOT = SPACES
               MOVE RES-LOCAL-IN TO RES-LOCAL-INDEXED
           END-IF.

           PERFORM 596-POST-LOCAL-TAX-RTN.

           MOVE MARITIAL-STATUS-IN TO MARITIAL-STATUS-INDEXED.
           MOVE EXEMPTIONS-IN TO EXEMPTIONS-INDEXED.
           MOVE DEPARTMENT-CODE-IN TO DEPARTMENT-CODE-INDEXED.
           MOVE STATE-CODE-IN TO STATE-CODE-INDEXED.
           MOVE STATE-WH-IN TO STATE-WH-INDEXED.
           MOVE PRETAX-401K-WS TO PRETAX-401K-INDEXED.
           MOVE PRETAX-125-WS TO PRETAX-125-INDEXED.



               NOT INVALID KEY
                   MOVE "BEFORE CHG" TO AUD-ACTION
                   PERFORM 720-WRITE-AUDIT-RTN
                   PERFORM 570-COMPUTE-PRETAX-RTN
                   COMPUTE TAX-PRIOR-YTD-WS =
                       YTD-GROSS-INDEXED - YTD-125-INDEXED
                   IF TAX-TABLES-LOADED
                       MOVE MARITIAL-STATUS-INDEXED TO TAX-MARITAL-WS
                       MOVE EXEMPTIONS-INDEXED TO TAX-EXEMPTIONS-X-WS
                       MOVE STATE-CODE-INDEXED TO TAX-STATE-WS
                       MOVE PAY-FREQ-INDEXED TO TAX-FREQ-WS
                       PERFORM 560-COMPUTE-TAXES-RTN
                   ELSE
                       PERFORM 568-SPLIT-SUPPLIED-FICA-RTN
                   END-IF
                   PERFORM 659-POST-FICA-SPLIT-RTN
                   PERFORM 596-POST-LOCAL-TAX-RTN
                   ADD GROSS-IN TO YTD-GROSS-INDEXED
                   ADD FICA-IN TO YTD-FICA-INDEXED
                   ADD WH-IN TO YTD-WH-INDEXED
                   ADD STATE-WH-IN TO YTD-STATE-WH-INDEXED
                   ADD PRETAX-401K-WS TO YTD-401K-INDEXED
                   ADD PRETAX-125-WS TO YTD-125-INDEXED
                   MOVE GROSS-IN TO GROSS-INDEXED
                   MOVE FICA-IN TO FICA-INDEXED
                   MOVE WH-IN TO WH-INDEXED
                   MOVE STATE-WH-IN TO STATE-WH-INDEXED
                   MOVE PRETAX-401K-WS TO PRETAX-401K-INDEXED
                   MOVE PRETAX-125-WS TO PRETAX-125-INDEXED
                   MOVE ZERO TO REG-HOURS-INDEXED
                   MOVE ZERO TO OT-HOURS-INDEXED
                   IF TRANS-EFF-DATE-IN IS NUMERIC
                      AND TRANS-EFF-DATE-IN > ZERO
                      AND TRANS-EFF-DATE-IN < RUN-DATE-WS
                      AND HOURLY-RATE-IN IS NUMERIC
                      AND HOURLY-RATE-IN > ZERO
                      AND HOURLY-RATE-IN NOT = HOURLY-RATE-INDEXED
                       PERFORM 690-RETRO-PAY-CALC-RTN
                   END-IF
                   IF HOURLY-RATE-IN IS NUMERIC
                      AND HOURLY-RATE-IN > ZERO
                       MOVE HOURLY-RATE-IN TO HOURLY-RATE-INDEXED

           END-READ.

       640-RETRO-PAY-RTN.

           MOVE TRANS-SSN-IN TO MASTER-SSN-INDEXED.

           READ MASTER-FILE-INDEXED

               INVALID KEY
                 MOVE "RETRO PAY FOR NON-EXISTING EMPLOYEE"
                  TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   MOVE "BEFORE CHG" TO AUD-ACTION
                   PERFORM 720-WRITE-AUDIT-RTN
                   MOVE ZERO TO PRETAX-401K-WS
                   MOVE ZERO TO PRETAX-125-WS
                   COMPUTE TAX-PRIOR-YTD-WS =
                       YTD-GROSS-INDEXED - YTD-125-INDEXED
                   PERFORM 568-SPLIT-SUPPLIED-FICA-RTN
                   ADD GROSS-IN TO GROSS-INDEXED
                   ADD FICA-IN TO FICA-INDEXED
                   ADD WH-IN TO WH-INDEXED
                   ADD STATE-WH-IN TO STATE-WH-INDEXED
                   ADD SS-TAX-WS TO SS-TAX-INDEXED
                   ADD MEDICARE-WS TO MEDICARE-INDEXED
                   ADD GROSS-IN TO YTD-GROSS-INDEXED
                   ADD FICA-IN TO YTD-FICA-INDEXED
                   ADD WH-IN TO YTD-WH-INDEXED
                   ADD STATE-WH-IN TO YTD-STATE-WH-INDEXED
                   ADD SS-TAX-WS TO YTD-SS-TAX-INDEXED
                   ADD MEDICARE-WS TO YTD-MEDICARE-INDEXED
                   ADD TAX-SS-WAGES-WS TO YTD-SS-WAGES-INDEXED
                   ADD TAX-FICA-WAGE-WS TO YTD-MED-WAGES-INDEXED
                   PERFORM 642-POST-RETRO-LOCAL-RTN
                   ADD 1 TO RETRO-APPLIED-COUNT-WS
                   PERFORM 800-REWRITE-RTN

           END-READ.

       642-POST-RETRO-LOCAL-RTN.

           IF LOCAL-WH-INDEXED IS NOT NUMERIC
               MOVE ZERO TO LOCAL-WH-INDEXED
           END-IF.

           IF YTD-LOCAL-WH-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WH-INDEXED
           END-IF.

           IF YTD-LOCAL-WAGES-INDEXED IS NOT NUMERIC
               MOVE ZERO TO YTD-LOCAL-WAGES-INDEXED
           END-IF.

           MOVE WORK-LOCAL-INDEXED TO LOCAL-WORK-WS.
           MOVE RES-LOCAL-INDEXED TO LOCAL-RES-WS.
           PERFORM 590-COMPUTE-LOCAL-TAX-RTN.

           IF TAX-LOCAL-INDEXED = SPACES
               MOVE LOCAL-TAX-CODE-WS TO TAX-LOCAL-INDEXED
           END-IF.

           ADD LOCAL-WH-WS TO LOCAL-WH-INDEXED.
           ADD LOCAL-WH-WS TO YTD-LOCAL-WH-INDEXED.
           ADD LOCAL-WAGES-WS TO YTD-LOCAL-WAGES-INDEXED.

       645-REHIRE-RTN.

           MOVE TRANS-SSN-IN TO SSN-TERM.
                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   PERFORM 646-CHECK-REHIRE-COMPANY-RTN
                   PERFORM 647-BUILD-REHIRE-MASTER-RTN

           END-READ.

       646-CHECK-REHIRE-COMPANY-RTN.

           MOVE COMPANY-CODE-IN TO COMPANY-LOOKUP-WS.
           PERFORM 136-DEFAULT-COMPANY-RTN.
           MOVE COMPANY-LOOKUP-WS TO REHIRE-COMPANY-WS.

           MOVE COMPANY-CODE-TERM TO COMPANY-LOOKUP-WS.
           PERFORM 136-DEFAULT-COMPANY-RTN.
           MOVE COMPANY-LOOKUP-WS TO TERM-COMPANY-WS.

           IF REHIRE-COMPANY-WS = TERM-COMPANY-WS
               MOVE 'N' TO REHIRE-COMPANY-SW
           ELSE
               MOVE 'Y' TO REHIRE-COMPANY-SW
               MOVE ZERO TO YTD-GROSS-TERM
               MOVE ZERO TO YTD-FICA-TERM
               MOVE ZERO TO YTD-WH-TERM
               MOVE ZERO TO YTD-STATE-WH-TERM
               MOVE ZERO TO YTD-401K-TERM
               MOVE ZERO TO YTD-125-TERM
               MOVE ZERO TO YTD-SS-TAX-TERM
               MOVE ZERO TO YTD-MEDICARE-TERM
               MOVE ZERO TO YTD-SS-WAGES-TERM
               MOVE ZERO TO YTD-MED-WAGES-TERM
               MOVE ZERO TO YTD-LOCAL-WH-TERM
               MOVE ZERO TO YTD-LOCAL-WAGES-TERM
           END-IF.

       647-BUILD-REHIRE-MASTER-RTN.

            MOVE ZERO TO REG-HOURS-WORK-WS
            MOVE ZERO TO OT-HOURS-WORK-WS

            IF YTD-401K-TERM IS NOT NUMERIC
                MOVE ZERO TO YTD-401K-TERM
            END-IF

            IF YTD-125-TERM IS NOT NUMERIC
                MOVE ZERO TO YTD-125-TERM
            END-IF

            IF YTD-SS-TAX-TERM IS NOT NUMERIC
               OR YTD-MEDICARE-TERM IS NOT NUMERIC
               OR YTD-SS-WAGES-TERM IS NOT NUMERIC
               OR YTD-MED-WAGES-TERM IS NOT NUMERIC
                COMPUTE YTD-MED-WAGES-TERM =
                    YTD-GROSS-TERM - YTD-125-TERM
                MOVE YTD-MED-WAGES-TERM TO YTD-SS-WAGES-TERM
                COMPUTE YTD-SS-TAX-TERM ROUNDED =
                    YTD-FICA-TERM * SS-RATE-WS /
                    (SS-RATE-WS + MEDICARE-RATE-WS)
                COMPUTE YTD-MEDICARE-TERM =
                    YTD-FICA-TERM - YTD-SS-TAX-TERM
            END-IF

            IF YTD-LOCAL-WH-TERM IS NOT NUMERIC
                MOVE ZERO TO YTD-LOCAL-WH-TERM
            END-IF

            IF YTD-LOCAL-WAGES-TERM IS NOT NUMERIC
                MOVE ZERO TO YTD-LOCAL-WAGES-TERM
            END-IF

            IF HOURLY-PAY-TRANS
                MOVE HOURLY-RATE-IN TO HOURLY-RATE-WORK-WS
                PERFORM 580-COMPUTE-HOURLY-GROSS-RTN
            END-IF

            PERFORM 570-COMPUTE-PRETAX-RTN
            COMPUTE TAX-PRIOR-YTD-WS =
                YTD-GROSS-TERM - YTD-125-TERM

            IF TAX-TABLES-LOADED
                MOVE MARITIAL-STATUS-IN TO TAX-MARITAL-WS
                MOVE EXEMPTIONS-IN TO TAX-EXEMPTIONS-X-WS
                MOVE STATE-CODE-IN TO TAX-STATE-WS
                MOVE PAY-FREQ-IN TO TAX-FREQ-WS
                PERFORM 560-COMPUTE-TAXES-RTN
            ELSE
                PERFORM 568-SPLIT-SUPPLIED-FICA-RTN
            END-IF

            MOVE WORK-LOCAL-IN TO LOCAL-WORK-WS
            MOVE RES-LOCAL-IN TO LOCAL-RES-WS
            PERFORM 590-COMPUTE-LOCAL-TAX-RTN

            MOVE TRANS-SSN-IN TO MASTER-SSN-INDEXED
            MOVE MARITIAL-STATUS-IN TO MARITIAL-STATUS-INDEXED
            MOVE EXEMPTIONS-IN TO EXEMPTIONS-INDEXED
                YTD-WH-TERM + WH-IN
            COMPUTE YTD-STATE-WH-INDEXED =
                YTD-STATE-WH-TERM + STATE-WH-IN
            COMPUTE YTD-401K-INDEXED =
                YTD-401K-TERM + PRETAX-401K-WS
            COMPUTE YTD-125-INDEXED =
                YTD-125-TERM + PRETAX-125-WS
            MOVE SS-TAX-WS TO SS-TAX-INDEXED
            MOVE MEDICARE-WS TO MEDICARE-INDEXED
            COMPUTE YTD-SS-TAX-INDEXED =
                YTD-SS-TAX-TERM + SS-TAX-WS
            COMPUTE YTD-MEDICARE-INDEXED =
                YTD-MEDICARE-TERM + MEDICARE-WS
            COMPUTE YTD-SS-WAGES-INDEXED =
                YTD-SS-WAGES-TERM + TAX-SS-WAGES-WS
            COMPUTE YTD-MED-WAGES-INDEXED =
                YTD-MED-WAGES-TERM + TAX-FICA-WAGE-WS
            MOVE PRETAX-401K-WS TO PRETAX-401K-INDEXED
            MOVE PRETAX-125-WS TO PRETAX-125-INDEXED
            MOVE WORK-LOCAL-IN TO WORK-LOCAL-INDEXED
            MOVE RES-LOCAL-IN TO RES-LOCAL-INDEXED
            MOVE LOCAL-TAX-CODE-WS TO TAX-LOCAL-INDEXED
            MOVE LOCAL-WH-WS TO LOCAL-WH-INDEXED
            COMPUTE YTD-LOCAL-WH-INDEXED =
                YTD-LOCAL-WH-TERM + LOCAL-WH-WS
            COMPUTE YTD-LOCAL-WAGES-INDEXED =
                YTD-LOCAL-WAGES-TERM + LOCAL-WAGES-WS
            MOVE REG-HOURS-WORK-WS TO REG-HOURS-INDEXED
            MOVE OT-HOURS-WORK-WS TO OT-HOURS-INDEXED

            MOVE DEPARTMENT-CODE-IN TO DEPARTMENT-CODE-INDEXED
            MOVE STATE-CODE-IN TO STATE-CODE-INDEXED
            END-IF
            MOVE PAY-FREQ-IN TO PAY-FREQ-INDEXED
            MOVE PAY-TYPE-IN TO PAY-TYPE-INDEXED
            MOVE REHIRE-COMPANY-WS TO COMPANY-CODE-INDEXED

            WRITE MASTER-REC-INDEXED
               INVALID KEY
               NOT INVALID KEY
                   MOVE "REHIRED" TO AUD-ACTION
                   PERFORM 720-WRITE-AUDIT-RTN
                   PERFORM 677-ENSURE-LEAVE-REC-RTN
                   PERFORM 678-TRACK-NEW-HIRE-RTN
                   IF REHIRE-OTHER-COMPANY
                       MOVE "REHIRED TO NEW COMPANY - YTD NOT RESTORED"
                       TO TEL-MESSAGE
                   ELSE
                       PERFORM 649-FLAG-TERM-REHIRED-RTN
                       MOVE "SUCESSFUL REHIRE - YTD BALANCES RESTORED"
                       TO TEL-MESSAGE
                   END-IF
                   PERFORM 700-PRINT-ERROR

           END-WRITE.
           READ LEAVE-FILE-INDEXED
               INVALID KEY
                   PERFORM 675-SEED-LEAVE-REC-RTN
               NOT INVALID KEY
                   IF LV-CLOSED
                       PERFORM 679-REOPEN-LEAVE-RTN
                   END-IF
           END-READ.

       679-REOPEN-LEAVE-RTN.

           IF DEPT-VAC-RATE IS NUMERIC
               MOVE DEPT-VAC-RATE TO LV-VAC-RATE
           END-IF.

           IF DEPT-SICK-RATE IS NUMERIC
               MOVE DEPT-SICK-RATE TO LV-SICK-RATE
           END-IF.

           MOVE SPACE TO LV-STATUS.
           MOVE ZERO TO LV-LAST-ACCRUAL-DATE.

           REWRITE LEAVE-REC
               INVALID KEY
                   MOVE "LEAVE FILE REWRITE ERROR"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
           END-REWRITE.

       678-TRACK-NEW-HIRE-RTN.

           MOVE SPACES TO NEW-HIRE-TRACK-REC.
           MOVE TRANS-SSN-IN TO NHT-SSN.

           IF TRANS-EFF-DATE-IN IS NUMERIC
              AND TRANS-EFF-DATE-IN > ZERO
               MOVE TRANS-EFF-DATE-IN TO NHT-HIRE-DATE
           ELSE
               MOVE RUN-DATE-WS TO NHT-HIRE-DATE
           END-IF.

           MOVE TRANS-CODE-IN TO NHT-TRANS-CODE.
           MOVE NAME-INDEXED TO NHT-NAME.
           MOVE STATE-CODE-INDEXED TO NHT-WORK-STATE.
           MOVE COMPANY-CODE-INDEXED TO NHT-COMPANY-CODE.
           MOVE RUN-DATE-WS TO NHT-ADDED-DATE.
           MOVE 'P' TO NHT-STATUS.
           MOVE ZERO TO NHT-REPORTED-DATE.

           WRITE NEW-HIRE-TRACK-REC
               INVALID KEY
                   CONTINUE
           END-WRITE.

       655-YTD-ADJUSTMENT-RTN.

           MOVE TRANS-SSN-IN TO MASTER-SSN-INDEXED.
               NOT INVALID KEY
                   MOVE "BEFORE ADJ" TO AUD-ACTION
                   PERFORM 720-WRITE-AUDIT-RTN
                   MOVE ZERO TO PRETAX-401K-WS
                   MOVE ZERO TO PRETAX-125-WS
                   COMPUTE TAX-PRIOR-YTD-WS =
                       YTD-GROSS-INDEXED - YTD-125-INDEXED
                   PERFORM 568-SPLIT-SUPPLIED-FICA-RTN
                   ADD GROSS-IN TO YTD-GROSS-INDEXED
                   ADD FICA-IN TO YTD-FICA-INDEXED
                   ADD WH-IN TO YTD-WH-INDEXED
                   ADD STATE-WH-IN TO YTD-STATE-WH-INDEXED
                   ADD SS-TAX-WS TO YTD-SS-TAX-INDEXED
                   ADD MEDICARE-WS TO YTD-MEDICARE-INDEXED
                   ADD TAX-SS-WAGES-WS TO YTD-SS-WAGES-INDEXED
                   ADD TAX-FICA-WAGE-WS TO YTD-MED-WAGES-INDEXED
                   PERFORM 657-REWRITE-ADJUSTMENT-RTN

           END-READ.

           END-REWRITE.

       659-POST-FICA-SPLIT-RTN.

           ADD SS-TAX-WS TO YTD-SS-TAX-INDEXED.
           ADD MEDICARE-WS TO YTD-MEDICARE-INDEXED.
           ADD TAX-SS-WAGES-WS TO YTD-SS-WAGES-INDEXED.
           ADD TAX-FICA-WAGE-WS TO YTD-MED-WAGES-INDEXED.
           MOVE SS-TAX-WS TO SS-TAX-INDEXED.
           MOVE MEDICARE-WS TO MEDICARE-INDEXED.

       660-LEAVE-TAKEN-RTN.

           MOVE TRANS-SSN-IN TO MASTER-SSN-INDEXED.
           MOVE ZERO TO LV-SICK-ACCRUED.
           MOVE ZERO TO LV-SICK-TAKEN.
           MOVE ZERO TO LV-LAST-ACCRUAL-DATE.
           MOVE SPACE TO LV-STATUS.
           MOVE ZERO TO LV-CLOSE-DATE.
           MOVE ZERO TO LV-VAC-PAID-HOURS.
           MOVE ZERO TO LV-VAC-PAID-AMOUNT.
           MOVE ZERO TO LV-SICK-FORFEIT-HOURS.

           WRITE LEAVE-REC
               INVALID KEY
                   PERFORM 700-PRINT-ERROR
           END-WRITE.

       690-RETRO-PAY-CALC-RTN.

           IF NOT HOURLY-EMPLOYEE
              OR HOURLY-RATE-INDEXED IS NOT NUMERIC
              OR HOURLY-RATE-INDEXED = ZERO
               MOVE "BACK-DATED RATE - NOT HOURLY, NO RETRO PAY"
                   TO TEL-MESSAGE
               PERFORM 700-PRINT-ERROR
           ELSE
               MOVE HOURLY-RATE-INDEXED TO RETRO-OLD-RATE-WS
               MOVE HOURLY-RATE-IN TO RETRO-NEW-RATE-WS
               MOVE ZERO TO RETRO-TOTAL-WS
               MOVE ZERO TO RETRO-FICA-WS
               MOVE ZERO TO RETRO-WH-WS
               MOVE ZERO TO RETRO-STATE-WH-WS
               MOVE ZERO TO RETRO-PERIOD-COUNT-WS
               OPEN INPUT PAY-HISTORY-FILE
               MOVE 'NO ' TO EOF-HISTORY-WS
               PERFORM 691-READ-HISTORY-RTN
               PERFORM 692-CHECK-HISTORY-RTN
                   UNTIL EOF-HISTORY-WS = 'YES'
               CLOSE PAY-HISTORY-FILE
               PERFORM 696-RETRO-TOTAL-RTN
           END-IF.

       691-READ-HISTORY-RTN.

           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HISTORY-WS.

       692-CHECK-HISTORY-RTN.

           IF PH-SSN = MASTER-SSN-INDEXED
              AND PH-REGULAR-RUN
              AND PH-CHECK-DATE IS NUMERIC
              AND PH-GROSS IS NUMERIC
               MOVE PH-CHECK-DATE TO RETRO-CYCLE-DATE-WS
               MOVE 1 TO CAL-SUB-WS
               PERFORM 693-SCAN-CAL-TABLE-RTN
                   UNTIL CAL-SUB-WS > CAL-TABLE-COUNT-WS
               IF RETRO-CYCLE-DATE-WS NOT < TRANS-EFF-DATE-IN
                  AND RETRO-CYCLE-DATE-WS < RUN-DATE-WS
                   PERFORM 694-RETRO-PERIOD-RTN
               END-IF
           END-IF.

           PERFORM 691-READ-HISTORY-RTN.

       693-SCAN-CAL-TABLE-RTN.

           IF CLT-CHECK-DATE (CAL-SUB-WS) = PH-CHECK-DATE
               MOVE CLT-CYCLE-DATE (CAL-SUB-WS) TO RETRO-CYCLE-DATE-WS
           END-IF.

           ADD 1 TO CAL-SUB-WS.

       694-RETRO-PERIOD-RTN.

           IF PH-REG-HOURS IS NUMERIC
              AND PH-OT-HOURS IS NUMERIC
              AND PH-REG-HOURS + PH-OT-HOURS > ZERO
               MOVE PH-REG-HOURS TO RETRO-REG-HOURS-WS
               MOVE PH-OT-HOURS TO RETRO-OT-HOURS-WS
               COMPUTE RETRO-OLD-PAY-WS ROUNDED =
                   (RETRO-OLD-RATE-WS * RETRO-REG-HOURS-WS) +
                   (RETRO-OLD-RATE-WS * 1.5 * RETRO-OT-HOURS-WS)
               COMPUTE RETRO-NEW-PAY-WS ROUNDED =
                   (RETRO-NEW-RATE-WS * RETRO-REG-HOURS-WS) +
                   (RETRO-NEW-RATE-WS * 1.5 * RETRO-OT-HOURS-WS)
           ELSE
               MOVE ZERO TO RETRO-REG-HOURS-WS
               MOVE ZERO TO RETRO-OT-HOURS-WS
               MOVE PH-GROSS TO RETRO-OLD-PAY-WS
               COMPUTE RETRO-NEW-PAY-WS ROUNDED =
                   PH-GROSS * RETRO-NEW-RATE-WS / RETRO-OLD-RATE-WS
           END-IF.

           COMPUTE RETRO-DIFF-WS =
               RETRO-NEW-PAY-WS - RETRO-OLD-PAY-WS.
           ADD RETRO-DIFF-WS TO RETRO-TOTAL-WS.
           ADD 1 TO RETRO-PERIOD-COUNT-WS.
           ADD 1 TO RETRO-ALL-PERIODS-WS.

           IF RETRO-LINE-COUNT-WS = ZERO
               PERFORM 698-RETRO-HEADER-RTN
           END-IF.

           MOVE MASTER-SSN-INDEXED TO RRD-SSN.
           MOVE NAME-INDEXED TO RRD-NAME.
           MOVE RETRO-OLD-RATE-WS TO RRD-OLD-RATE.
           MOVE RETRO-NEW-RATE-WS TO RRD-NEW-RATE.
           MOVE RETRO-CYCLE-DATE-WS TO RRD-CYCLE-DATE.
           MOVE PH-CHECK-DATE TO RRD-CHECK-DATE.
           MOVE RETRO-REG-HOURS-WS TO RRD-REG-HOURS.
           MOVE RETRO-OT-HOURS-WS TO RRD-OT-HOURS.
           MOVE RETRO-OLD-PAY-WS TO RRD-OLD-PAY.
           MOVE RETRO-NEW-PAY-WS TO RRD-NEW-PAY.
           MOVE RETRO-DIFF-WS TO RRD-DIFF.

           WRITE RETRO-LINE-OUT FROM RETRO-DETAIL-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO RETRO-LINE-COUNT-WS.
           IF RETRO-LINE-COUNT-WS > 30
               MOVE ZERO TO RETRO-LINE-COUNT-WS
           END-IF.

       696-RETRO-TOTAL-RTN.

           IF RETRO-PERIOD-COUNT-WS = ZERO
               IF RETRO-LINE-COUNT-WS = ZERO
                   PERFORM 698-RETRO-HEADER-RTN
               END-IF
               MOVE MASTER-SSN-INDEXED TO RRD-SSN
               MOVE NAME-INDEXED TO RRD-NAME
               MOVE RETRO-OLD-RATE-WS TO RRD-OLD-RATE
               MOVE RETRO-NEW-RATE-WS TO RRD-NEW-RATE
               MOVE TRANS-EFF-DATE-IN TO RRD-CYCLE-DATE
               MOVE ZERO TO RRD-CHECK-DATE
               MOVE ZERO TO RRD-REG-HOURS
               MOVE ZERO TO RRD-OT-HOURS
               MOVE ZERO TO RRD-OLD-PAY
               MOVE ZERO TO RRD-NEW-PAY
               MOVE ZERO TO RRD-DIFF
               WRITE RETRO-LINE-OUT FROM RETRO-DETAIL-LINE
                   AFTER ADVANCING 1 LINE
               MOVE "NO PAID CYCLES SINCE EFF DT" TO RRT-MESSAGE
           ELSE
               IF RETRO-TOTAL-WS > ZERO
                   PERFORM 695-RETRO-TAXES-RTN
                   PERFORM 697-WRITE-RETRO-TRANS-RTN
                   MOVE "GENERATED - AWAITS APPROVAL" TO RRT-MESSAGE
               ELSE
                   MOVE "DECREASE - NONE GENERATED" TO RRT-MESSAGE
               END-IF
           END-IF.

           MOVE RETRO-TOTAL-WS TO RRT-GROSS.
           MOVE RETRO-FICA-WS TO RRT-FICA.
           MOVE RETRO-WH-WS TO RRT-WH.
           MOVE RETRO-STATE-WH-WS TO RRT-STATE-WH.

           WRITE RETRO-LINE-OUT FROM RETRO-TOTAL-LINE
               AFTER ADVANCING 1 LINE.

           MOVE SPACES TO RETRO-LINE-OUT.
           WRITE RETRO-LINE-OUT
               AFTER ADVANCING 1 LINE.

           ADD 3 TO RETRO-LINE-COUNT-WS.
           IF RETRO-LINE-COUNT-WS > 30
               MOVE ZERO TO RETRO-LINE-COUNT-WS
           END-IF.

       695-RETRO-TAXES-RTN.

           COMPUTE RETRO-WH-WS ROUNDED =
               RETRO-TOTAL-WS * SUPP-RATE-WS.

           COMPUTE TAX-PRIOR-YTD-WS =
               YTD-GROSS-INDEXED - YTD-125-INDEXED.
           MOVE RETRO-TOTAL-WS TO TAX-FICA-WAGE-WS.
           MOVE RETRO-TOTAL-WS TO TAX-SS-WAGES-WS.

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

           COMPUTE COMPUTED-SS-WS ROUNDED =
               TAX-SS-WAGES-WS * SS-RATE-WS.

           COMPUTE COMPUTED-MEDICARE-WS ROUNDED =
               TAX-FICA-WAGE-WS * MEDICARE-RATE-WS.

           PERFORM 569-ADDL-MEDICARE-RTN.

           COMPUTE RETRO-FICA-WS =
               COMPUTED-SS-WS + COMPUTED-MEDICARE-WS.

           MOVE STATE-CODE-INDEXED TO TAX-STATE-WS.
           MOVE ZERO TO TAX-STATE-SUB-WS.
           MOVE 1 TO TAX-SUB-WS.
           PERFORM 564-SCAN-STATE-RATE-RTN
               UNTIL TAX-SUB-WS > STATE-RATE-COUNT-WS.

           IF TAX-STATE-SUB-WS > ZERO
               COMPUTE RETRO-STATE-WH-WS ROUNDED =
                   RETRO-TOTAL-WS * STT-RATE (TAX-STATE-SUB-WS)
           ELSE
               MOVE ZERO TO RETRO-STATE-WH-WS
           END-IF.

       697-WRITE-RETRO-TRANS-RTN.

           MOVE SPACES TO RETRO-TRANS-OUT.
           MOVE MASTER-SSN-INDEXED TO RTO-SSN.
           MOVE MARITIAL-STATUS-INDEXED TO RTO-MARITIAL-STATUS.
           MOVE EXEMPTIONS-INDEXED TO RTO-EXEMPTIONS.
           MOVE NAME-INDEXED TO RTO-NAME.
           MOVE RETRO-TOTAL-WS TO RTO-GROSS.
           MOVE RETRO-FICA-WS TO RTO-FICA.
           MOVE RETRO-WH-WS TO RTO-WH.
           MOVE ZERO TO RTO-MOVE.
           MOVE '8' TO RTO-TRANS-CODE.
           MOVE DEPARTMENT-CODE-INDEXED TO RTO-DEPARTMENT-CODE.
           MOVE STATE-CODE-INDEXED TO RTO-STATE-CODE.
           MOVE RETRO-STATE-WH-WS TO RTO-STATE-WH.
           MOVE RUN-DATE-WS TO RTO-EFF-DATE.
           MOVE 'R' TO RTO-SOURCE.

           WRITE PENDING-REC-OUT FROM RETRO-TRANS-OUT.

           ADD 1 TO RETRO-EMP-COUNT-WS.
           ADD RETRO-TOTAL-WS TO RETRO-GRAND-TOTAL-WS.

           MOVE "RETRO PAY GENERATED - AWAITING APPROVAL"
               TO TEL-MESSAGE.
           PERFORM 700-PRINT-ERROR.

       698-RETRO-HEADER-RTN.

           ADD 1 TO RETRO-PAGE-COUNT-WS.
           MOVE RETRO-PAGE-COUNT-WS TO RRH-PAGE-COUNT.

           WRITE RETRO-LINE-OUT FROM RETRO-HEADING-1
               AFTER ADVANCING PAGE.

           WRITE RETRO-LINE-OUT FROM RETRO-HEADING-2
               AFTER ADVANCING 2 LINES.

           MOVE SPACES TO RETRO-LINE-OUT.
           WRITE RETRO-LINE-OUT
               AFTER ADVANCING 1 LINE.

           MOVE 6 TO RETRO-LINE-COUNT-WS.

       800-REWRITE-RTN.

           REWRITE MASTER-REC-INDEXED
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

           WRITE REPORT-LINE-OUT FROM ADJ-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           MOVE VAC-PAYOUT-COUNT-WS TO VSL-PAYOUT-COUNT.

           WRITE REPORT-LINE-OUT FROM VAC-PAYOUT-SUMMARY-LINE
               AFTER ADVANCING 2 LINES.

           IF RETRO-PAGE-COUNT-WS = ZERO
               PERFORM 698-RETRO-HEADER-RTN
           END-IF.

           MOVE RETRO-EMP-COUNT-WS TO RRS-EMP-COUNT.
           MOVE RETRO-ALL-PERIODS-WS TO RRS-PERIOD-COUNT.
           MOVE RETRO-GRAND-TOTAL-WS TO RRS-GRAND-TOTAL.
           MOVE RETRO-APPLIED-COUNT-WS TO RRS-APPLIED-COUNT.
           MOVE RETRO-HELD-COUNT-WS TO RRS-HELD-COUNT.
           MOVE RETRO-HELD-TOTAL-WS TO RRS-HELD-TOTAL.

           WRITE RETRO-LINE-OUT FROM RRS-LINE-1
               AFTER ADVANCING 3 LINES.
           WRITE RETRO-LINE-OUT FROM RRS-LINE-2
               AFTER ADVANCING 1 LINE.
           WRITE RETRO-LINE-OUT FROM RRS-LINE-3
               AFTER ADVANCING 1 LINE.
           WRITE RETRO-LINE-OUT FROM RRS-LINE-4
               AFTER ADVANCING 1 LINE.
           WRITE RETRO-LINE-OUT FROM RRS-LINE-5
               AFTER ADVANCING 1 LINE.
           WRITE RETRO-LINE-OUT FROM RRS-LINE-6
               AFTER ADVANCING 1 LINE.
           WRITE RETRO-LINE-OUT FROM RRS-EOR-LINE
               AFTER ADVANCING 2 LINES.

           CLOSE TRANS-FILE-IN
                 PENDING-FILE-IN
                 PENDING-FILE-OUT
                 MASTER-FILE-INDEXED
                 TERMINATED-FILE
                 LEAVE-FILE-INDEXED
                 DEDUCTION-FILE-INDEXED
                 NEW-HIRE-TRACK-FILE
                 OFFCYCLE-PAYOUT-FILE
                 TRANSACTION-LIST-REPORT
                 AUDIT-TRAIL-FILE
                 RETRO-REGISTER.

           IF APPROVE-ALL-RETROS
              OR APPROVAL-COUNT-WS > ZERO
               OPEN OUTPUT RETRO-APPROVAL-FILE
               CLOSE RETRO-APPROVAL-FILE
           END-IF.

