       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2WCPREM.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL PAY-HISTORY-FILE  ASSIGN TO 'V2PAYHST.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT OPTIONAL DEPT-FILE-INDEXED ASSIGN TO 'V2DEPTVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DEPT-CODE.

            SELECT OPTIONAL DIST-FILE-INDEXED ASSIGN TO 'V2LABDVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS DIST-SSN.

            SELECT SORT-PREMIUM-FILE  ASSIGN TO 'V2WCWORK.DAT'.

            SELECT SORTED-PREMIUM-FILE  ASSIGN TO 'V2WCSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT PREMIUM-REPORT  ASSIGN TO 'WCPREM.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  PAY-HISTORY-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAY-HISTORY-REC.
           05  PH-SSN                        PIC X(9).
           05  PH-CHECK-DATE                 PIC 9(6).
           05  PH-RUN-DATE                   PIC 9(6).
           05  PH-RUN-TYPE                   PIC X.
               88  PH-PAYROLL-RUN            VALUE 'R' 'B' 'F' 'C'.
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
           05  FILLER                        PIC X(674).
           05  PH-REG-HOURS                  PIC 9(3)V99.
           05  PH-OT-HOURS                   PIC 9(3)V99.
           05  PH-COMPANY-CODE               PIC X(2).
           05  FILLER                        PIC X(7).

       FD  DEPT-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  DEPT-REC.
           05  DEPT-CODE                     PIC X(5).
           05  DEPT-NAME                     PIC X(20).
           05  DEPT-GL-ACCOUNT               PIC X(8).
           05  FILLER                        PIC X(7).
           05  DEPT-WC-CLASS                 PIC X(4).
           05  DEPT-WC-RATE                  PIC 9(2)V9(3).
           05  FILLER                        PIC X(11).

       FD  DIST-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  DIST-REC.
           05  DIST-SSN                      PIC X(9).
           05  DIST-ENTRY OCCURS 5 TIMES.
               10  DIST-DEPT                 PIC X(5).
               10  DIST-PCT                  PIC 9(3).
           05  FILLER                        PIC X(11).

       SD  SORT-PREMIUM-FILE.

       01  SORT-PREMIUM-REC.
           05  SRT-STATE-CODE                PIC X(2).
           05  SRT-WC-CLASS                  PIC X(4).
           05  SRT-DEPARTMENT-CODE           PIC X(5).
           05  SRT-WC-RATE                   PIC 9(2)V9(3).
           05  SRT-GROSS                     PIC S9(7)V99.
           05  SRT-OT-PREMIUM                PIC S9(7)V99.
           05  SRT-PAYROLL                   PIC S9(7)V99.
           05  SRT-PREMIUM                   PIC S9(7)V99.
           05  FILLER                        PIC X(8).

       FD  SORTED-PREMIUM-FILE
           LABEL RECORDS ARE STANDARD.

       01  SORTED-PREMIUM-REC.
           05  SP-STATE-CODE                 PIC X(2).
           05  SP-WC-CLASS                   PIC X(4).
           05  SP-DEPARTMENT-CODE            PIC X(5).
           05  SP-WC-RATE                    PIC 9(2)V9(3).
           05  SP-GROSS                      PIC S9(7)V99.
           05  SP-OT-PREMIUM                 PIC S9(7)V99.
           05  SP-PAYROLL                    PIC S9(7)V99.
           05  SP-PREMIUM                    PIC S9(7)V99.
           05  FILLER                        PIC X(8).

       FD  PREMIUM-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-HISTORY-WS             PIC X(3)  VALUE 'NO '.
           05  EOF-SORTED-WS              PIC X(3)  VALUE 'NO '.
           05  DIST-FOUND-SW              PIC X     VALUE 'N'.
               88  DIST-RECORD-FOUND             VALUE 'Y'.

       01  RUN-DATE-WS                    PIC 9(6).

       01  REQUEST-FIELDS.
           05  REQ-COMPANY-WS             PIC X(2)  VALUE SPACES.
           05  REQ-VALID-SW               PIC X     VALUE 'Y'.
               88  REQUEST-VALID                 VALUE 'Y'.

       01  QUARTER-FIELDS.
           05  QTR-NUMBER-WS              PIC 9     VALUE ZERO.
               88  ANNUAL-REPORT                 VALUE 0.
           05  QTR-YEAR-X-WS.
               10  QTR-CC-WS              PIC 99.
               10  QTR-YY-WS              PIC 99.
           05  QTR-MONTH-LOW-WS           PIC 99    VALUE ZERO.
           05  QTR-MONTH-HIGH-WS          PIC 99    VALUE ZERO.
           05  DATE-SPLIT-WS.
               10  DS-YY                  PIC 99.
               10  DS-MM                  PIC 99.
               10  DS-DD                  PIC 99.

       01  PERIOD-DESC-WS.
           05  PD-TYPE-WS                 PIC X(8)  VALUE SPACES.
           05  PD-QUARTER-WS              PIC X     VALUE SPACES.
           05                             PIC X     VALUE SPACE.
           05  PD-YEAR-WS                 PIC X(4)  VALUE SPACES.
           05                             PIC X(6)  VALUE SPACES.

       01  PREMIUM-WORK-FIELDS.
           05  STRAIGHT-HOURS-WS          PIC S9(5)V99 VALUE 0.
           05  OT-PREMIUM-WS              PIC S9(7)V99 VALUE 0.
           05  ALLOC-DEPT-WS              PIC X(5)  VALUE SPACES.
           05  ALLOC-GROSS-WS             PIC S9(7)V99 VALUE 0.
           05  ALLOC-OT-PREMIUM-WS        PIC S9(7)V99 VALUE 0.
           05  REM-GROSS-WS               PIC S9(7)V99 VALUE 0.
           05  REM-OT-PREMIUM-WS          PIC S9(7)V99 VALUE 0.
           05  DIST-SUB-WS                PIC S999  VALUE 0.
           05  DIST-LAST-SUB-WS           PIC S999  VALUE 0.

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-SELECTED-COUNT          PIC S9(5) VALUE 0.
           05  AC-OVERTIME-COUNT          PIC S9(5) VALUE 0.
           05  AC-SPLIT-COUNT             PIC S9(5) VALUE 0.
           05  AC-NODEPT-COUNT            PIC S9(5) VALUE 0.
           05  AC-NOCLASS-COUNT           PIC S9(5) VALUE 0.
           05  AC-MIXED-RATE-COUNT        PIC S9(5) VALUE 0.
           05  AC-ITEM-COUNT              PIC S9(5) VALUE 0.
           05  AC-GROSS-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-OT-PREMIUM-TOTAL        PIC S9(9)V99 VALUE 0.
           05  AC-PAYROLL-TOTAL           PIC S9(9)V99 VALUE 0.
           05  AC-PREMIUM-TOTAL           PIC S9(9)V99 VALUE 0.

       01  CLASS-BREAK-FIELDS.
           05  CB-FIRST-RECORD-SW         PIC X     VALUE 'Y'.
               88  CB-FIRST-RECORD               VALUE 'Y'.
           05  CB-PREV-STATE-WS           PIC X(2)  VALUE SPACES.
           05  CB-PREV-CLASS-WS           PIC X(4)  VALUE SPACES.
           05  CB-RATE-WS                 PIC 9(2)V9(3) VALUE 0.
           05  CB-MIXED-RATE-SW           PIC X     VALUE 'N'.
               88  CB-MIXED-RATE                 VALUE 'Y'.
           05  CB-COUNT-WS                PIC S9(5) VALUE 0.
           05  CB-GROSS-WS                PIC S9(9)V99 VALUE 0.
           05  CB-OT-PREMIUM-WS           PIC S9(9)V99 VALUE 0.
           05  CB-PAYROLL-WS              PIC S9(9)V99 VALUE 0.
           05  CB-PREMIUM-WS              PIC S9(9)V99 VALUE 0.

       01  STATE-BREAK-FIELDS.
           05  SB-COUNT-WS                PIC S9(5) VALUE 0.
           05  SB-GROSS-WS                PIC S9(9)V99 VALUE 0.
           05  SB-OT-PREMIUM-WS           PIC S9(9)V99 VALUE 0.
           05  SB-PAYROLL-WS              PIC S9(9)V99 VALUE 0.
           05  SB-PREMIUM-WS              PIC S9(9)V99 VALUE 0.

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(30)  VALUE
                   "WORKERS COMP PREMIUM REPORT".
               03                              PIC X(30) VALUE SPACES.
               03                              PIC X(6)  VALUE 'DATE:'.
               03  RH-DATE-OUT                 PIC 9(6).
               03                              PIC X(4)  VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(47) VALUE SPACES.

           02  RH-LINE-2.
               03                              PIC X(8)   VALUE
                   "PERIOD: ".
               03  RH-PERIOD-OUT               PIC X(20).
               03                              PIC X(11)  VALUE
                   "  COMPANY: ".
               03  RH-COMPANY-OUT              PIC X(3).
               03                              PIC X(36)  VALUE
                   "  OVERTIME AT STRAIGHT TIME".
               03                              PIC X(54) VALUE SPACES.

           02  RH-LINE-3.
               03                              PIC X(3)   VALUE SPACES.
               03                              PIC X(14)  VALUE
                   "CLASS".
               03                              PIC X(14)  VALUE
                   "RATE/100".
               03                              PIC X(17)  VALUE
                   "  GROSS PAYROLL".
               03                              PIC X(17)  VALUE
                   " OT PREMIUM EXCL".
               03                              PIC X(17)  VALUE
                   "REPORTABLE PAYRL".
               03                              PIC X(17)  VALUE
                   "  EST PREMIUM".
               03                              PIC X(6)   VALUE
                   " ITEMS".
               03                              PIC X(27) VALUE SPACES.

       01  STATE-HEADING-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  FILLER                         PIC X(12) VALUE
               "WORK STATE ".
           05  SH-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X(117) VALUE SPACES.

       01  CLASS-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  CL-CLASS-OUT                   PIC X(12).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  CL-RATE-OUT                    PIC Z9.999.
           05  FILLER                         PIC X VALUE SPACES.
           05  CL-RATE-NOTE                   PIC X(5).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  CL-GROSS-OUT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  CL-OT-PREMIUM-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  CL-PAYROLL-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  CL-PREMIUM-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  CL-COUNT-OUT                   PIC ZZ,ZZ9.
           05  FILLER                         PIC X(27) VALUE SPACES.

       01  STATE-TOTAL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  FILLER                         PIC X(12) VALUE
               "STATE TOTAL ".
           05  ST-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X(14) VALUE SPACES.
           05  ST-GROSS-OUT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ST-OT-PREMIUM-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ST-PAYROLL-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ST-PREMIUM-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ST-COUNT-OUT                   PIC ZZ,ZZ9.
           05  FILLER                         PIC X(27) VALUE SPACES.

       01  GRAND-TOTAL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  FILLER                         PIC X(28) VALUE
               "GRAND TOTAL".
           05  GT-GROSS-OUT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  GT-OT-PREMIUM-OUT              PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  GT-PAYROLL-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  GT-PREMIUM-OUT                 PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  GT-COUNT-OUT                   PIC ZZ,ZZ9.
           05  FILLER                         PIC X(27) VALUE SPACES.

       01  SUMMARY-LINES.
           02  SL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "HISTORY RECORDS SELECTED     =".
               03  SL-SELECTED-COUNT           PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-2.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "CHECKS WITH OVERTIME HOURS   =".
               03  SL-OVERTIME-COUNT           PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-3.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "CHECKS WITH LABOR SPLITS     =".
               03  SL-SPLIT-COUNT              PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-4.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "DEPT NOT ON DEPT FILE        =".
               03  SL-NODEPT-COUNT             PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-5.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "DEPT WITH NO CLASS CODE      =".
               03  SL-NOCLASS-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-6.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "CLASSES WITH MIXED RATES     =".
               03  SL-MIXED-RATE-COUNT         PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE
                   "END OF REPORT".
               03                              PIC X(87)  VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 150-GET-REQUEST-RTN.
           IF REQUEST-VALID
               INITIALIZE ACCUMULATORS
               PERFORM 170-SORT-PAYROLL-RTN
               PERFORM 200-OPEN
               PERFORM 300-PROCESS
                   UNTIL EOF-SORTED-WS = 'YES'
               PERFORM 600-WRAPUP
               PERFORM 900-CLOSE
           ELSE
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       150-GET-REQUEST-RTN.

           DISPLAY 'ENTER QUARTER (1-4, 0 FOR ANNUAL): '.
           ACCEPT QTR-NUMBER-WS.

           DISPLAY 'ENTER YEAR (CCYY): '.
           ACCEPT QTR-YEAR-X-WS.

           DISPLAY 'ENTER COMPANY CODE (BLANK FOR ALL COMPANIES): '.
           ACCEPT REQ-COMPANY-WS.

           MOVE 'Y' TO REQ-VALID-SW.
           MOVE 'QUARTER ' TO PD-TYPE-WS.
           MOVE QTR-NUMBER-WS TO PD-QUARTER-WS.
           MOVE QTR-YEAR-X-WS TO PD-YEAR-WS.

           EVALUATE QTR-NUMBER-WS
               WHEN 0
                   MOVE 'ANNUAL  ' TO PD-TYPE-WS
                   MOVE SPACE TO PD-QUARTER-WS
                   MOVE 01 TO QTR-MONTH-LOW-WS
                   MOVE 12 TO QTR-MONTH-HIGH-WS
               WHEN 1
                   MOVE 01 TO QTR-MONTH-LOW-WS
                   MOVE 03 TO QTR-MONTH-HIGH-WS
               WHEN 2
                   MOVE 04 TO QTR-MONTH-LOW-WS
                   MOVE 06 TO QTR-MONTH-HIGH-WS
               WHEN 3
                   MOVE 07 TO QTR-MONTH-LOW-WS
                   MOVE 09 TO QTR-MONTH-HIGH-WS
               WHEN 4
                   MOVE 10 TO QTR-MONTH-LOW-WS
                   MOVE 12 TO QTR-MONTH-HIGH-WS
               WHEN OTHER
                   DISPLAY 'QUARTER MUST BE 0 THRU 4 - RUN STOPPED'
                   MOVE 'N' TO REQ-VALID-SW
           END-EVALUATE.

           IF QTR-YEAR-X-WS IS NOT NUMERIC
               DISPLAY 'YEAR NOT VALID - RUN STOPPED'
               MOVE 'N' TO REQ-VALID-SW
           END-IF.

       170-SORT-PAYROLL-RTN.

           SORT SORT-PREMIUM-FILE
               ON ASCENDING KEY SRT-STATE-CODE SRT-WC-CLASS
                                SRT-DEPARTMENT-CODE
               INPUT PROCEDURE IS 172-RELEASE-PAYROLL-RTN
               GIVING SORTED-PREMIUM-FILE.

       172-RELEASE-PAYROLL-RTN.

           OPEN INPUT PAY-HISTORY-FILE
                INPUT DEPT-FILE-INDEXED
                INPUT DIST-FILE-INDEXED.

           PERFORM 174-READ-HISTORY-RTN.
           PERFORM 176-SELECT-HISTORY-RTN
               UNTIL EOF-HISTORY-WS = 'YES'.

           CLOSE PAY-HISTORY-FILE
                 DEPT-FILE-INDEXED
                 DIST-FILE-INDEXED.

       174-READ-HISTORY-RTN.
           READ PAY-HISTORY-FILE
               AT END MOVE 'YES' TO EOF-HISTORY-WS
           END-READ.

       176-SELECT-HISTORY-RTN.

           MOVE PH-CHECK-DATE TO DATE-SPLIT-WS.

           IF PH-PAYROLL-RUN
              AND DS-YY = QTR-YY-WS
              AND DS-MM NOT < QTR-MONTH-LOW-WS
              AND DS-MM NOT > QTR-MONTH-HIGH-WS
              AND (REQ-COMPANY-WS = SPACES
                   OR PH-COMPANY-CODE = REQ-COMPANY-WS)
               ADD 1 TO AC-SELECTED-COUNT
               PERFORM 180-STRAIGHT-TIME-RTN
               MOVE 'N' TO DIST-FOUND-SW
               MOVE PH-SSN TO DIST-SSN
               READ DIST-FILE-INDEXED
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       SET DIST-RECORD-FOUND TO TRUE
               END-READ
               IF DIST-RECORD-FOUND
                   PERFORM 185-ALLOCATE-SPLITS-RTN
               ELSE
                   PERFORM 190-RELEASE-SINGLE-RTN
               END-IF
           END-IF.

           PERFORM 174-READ-HISTORY-RTN.

       180-STRAIGHT-TIME-RTN.

           MOVE ZERO TO OT-PREMIUM-WS.

           IF PH-REG-HOURS IS NUMERIC
              AND PH-OT-HOURS IS NUMERIC
              AND PH-OT-HOURS > ZERO
               COMPUTE STRAIGHT-HOURS-WS =
                   PH-REG-HOURS + (PH-OT-HOURS * 1.5)
               COMPUTE OT-PREMIUM-WS ROUNDED =
                   PH-GROSS * (PH-OT-HOURS * 0.5) / STRAIGHT-HOURS-WS
               ADD 1 TO AC-OVERTIME-COUNT
           END-IF.

       185-ALLOCATE-SPLITS-RTN.

           MOVE ZERO TO DIST-LAST-SUB-WS.
           MOVE 1 TO DIST-SUB-WS.
           PERFORM 186-FIND-LAST-SPLIT-RTN
               UNTIL DIST-SUB-WS > 5.

           IF DIST-LAST-SUB-WS = ZERO
               PERFORM 190-RELEASE-SINGLE-RTN
           ELSE
               MOVE PH-GROSS TO REM-GROSS-WS
               MOVE OT-PREMIUM-WS TO REM-OT-PREMIUM-WS
               MOVE 1 TO DIST-SUB-WS
               PERFORM 187-RELEASE-SPLIT-RTN
                   UNTIL DIST-SUB-WS > 5
               ADD 1 TO AC-SPLIT-COUNT
           END-IF.

       186-FIND-LAST-SPLIT-RTN.

           IF DIST-DEPT (DIST-SUB-WS) NOT = SPACES
              AND DIST-PCT (DIST-SUB-WS) IS NUMERIC
              AND DIST-PCT (DIST-SUB-WS) > ZERO
               MOVE DIST-SUB-WS TO DIST-LAST-SUB-WS
           END-IF.

           ADD 1 TO DIST-SUB-WS.

       187-RELEASE-SPLIT-RTN.

           IF DIST-DEPT (DIST-SUB-WS) NOT = SPACES
              AND DIST-PCT (DIST-SUB-WS) IS NUMERIC
              AND DIST-PCT (DIST-SUB-WS) > ZERO

               IF DIST-SUB-WS = DIST-LAST-SUB-WS
                   MOVE REM-GROSS-WS TO ALLOC-GROSS-WS
                   MOVE REM-OT-PREMIUM-WS TO ALLOC-OT-PREMIUM-WS
               ELSE
                   COMPUTE ALLOC-GROSS-WS ROUNDED =
                       PH-GROSS *
                       DIST-PCT (DIST-SUB-WS) / 100
                   COMPUTE ALLOC-OT-PREMIUM-WS ROUNDED =
                       OT-PREMIUM-WS *
                       DIST-PCT (DIST-SUB-WS) / 100
                   SUBTRACT ALLOC-GROSS-WS FROM REM-GROSS-WS
                   SUBTRACT ALLOC-OT-PREMIUM-WS FROM REM-OT-PREMIUM-WS
               END-IF

               MOVE DIST-DEPT (DIST-SUB-WS) TO ALLOC-DEPT-WS
               PERFORM 195-RELEASE-ALLOCATION-RTN

           END-IF.

           ADD 1 TO DIST-SUB-WS.

       190-RELEASE-SINGLE-RTN.

           MOVE PH-DEPARTMENT-CODE TO ALLOC-DEPT-WS.
           MOVE PH-GROSS TO ALLOC-GROSS-WS.
           MOVE OT-PREMIUM-WS TO ALLOC-OT-PREMIUM-WS.

           PERFORM 195-RELEASE-ALLOCATION-RTN.

       195-RELEASE-ALLOCATION-RTN.

           MOVE SPACES TO SORT-PREMIUM-REC.
           MOVE PH-STATE-CODE TO SRT-STATE-CODE.
           MOVE ALLOC-DEPT-WS TO SRT-DEPARTMENT-CODE.
           MOVE SPACES TO SRT-WC-CLASS.
           MOVE ZERO TO SRT-WC-RATE.

           MOVE ALLOC-DEPT-WS TO DEPT-CODE.

           READ DEPT-FILE-INDEXED
               INVALID KEY
                   ADD 1 TO AC-NODEPT-COUNT
               NOT INVALID KEY
                   IF DEPT-WC-CLASS = SPACES
                       ADD 1 TO AC-NOCLASS-COUNT
                   ELSE
                       MOVE DEPT-WC-CLASS TO SRT-WC-CLASS
                       IF DEPT-WC-RATE IS NUMERIC
                           MOVE DEPT-WC-RATE TO SRT-WC-RATE
                       END-IF
                   END-IF
           END-READ.

           MOVE ALLOC-GROSS-WS TO SRT-GROSS.
           MOVE ALLOC-OT-PREMIUM-WS TO SRT-OT-PREMIUM.
           COMPUTE SRT-PAYROLL = ALLOC-GROSS-WS - ALLOC-OT-PREMIUM-WS.
           COMPUTE SRT-PREMIUM ROUNDED =
               SRT-PAYROLL * SRT-WC-RATE / 100.

           RELEASE SORT-PREMIUM-REC.

       200-OPEN.

           OPEN INPUT SORTED-PREMIUM-FILE
                OUTPUT PREMIUM-REPORT.

           ACCEPT RUN-DATE-WS FROM DATE.
           MOVE RUN-DATE-WS TO RH-DATE-OUT.
           MOVE PERIOD-DESC-WS TO RH-PERIOD-OUT.

           IF REQ-COMPANY-WS = SPACES
               MOVE 'ALL' TO RH-COMPANY-OUT
           ELSE
               MOVE REQ-COMPANY-WS TO RH-COMPANY-OUT
           END-IF.

           PERFORM 500-HEADER.

           PERFORM 250-READ.

       250-READ.
           READ SORTED-PREMIUM-FILE
               AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ.

       300-PROCESS.

           IF CB-FIRST-RECORD
               MOVE 'N' TO CB-FIRST-RECORD-SW
               PERFORM 520-STATE-HEADER
           ELSE
               IF SP-STATE-CODE NOT = CB-PREV-STATE-WS
                   PERFORM 540-CLASS-TOTAL
                   PERFORM 560-STATE-TOTAL
                   PERFORM 520-STATE-HEADER
               ELSE
                   IF SP-WC-CLASS NOT = CB-PREV-CLASS-WS
                       PERFORM 540-CLASS-TOTAL
                       MOVE SP-WC-CLASS TO CB-PREV-CLASS-WS
                   END-IF
               END-IF
           END-IF.

           IF CB-COUNT-WS = ZERO
               MOVE SP-WC-RATE TO CB-RATE-WS
           ELSE
               IF SP-WC-RATE NOT = CB-RATE-WS
                   SET CB-MIXED-RATE TO TRUE
               END-IF
           END-IF.

           ADD 1 TO CB-COUNT-WS.
           ADD SP-GROSS TO CB-GROSS-WS.
           ADD SP-OT-PREMIUM TO CB-OT-PREMIUM-WS.
           ADD SP-PAYROLL TO CB-PAYROLL-WS.
           ADD SP-PREMIUM TO CB-PREMIUM-WS.

           PERFORM 250-READ.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.

           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           WRITE REPORT-LINE-OUT FROM RH-LINE-2
               AFTER ADVANCING 1 LINE.

           WRITE REPORT-LINE-OUT FROM RH-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE 6 TO AC-LINE-COUNT.

       520-STATE-HEADER.

           IF AC-LINE-COUNT > 50
               PERFORM 500-HEADER
           END-IF.

           MOVE SP-STATE-CODE TO SH-STATE-OUT.

           WRITE REPORT-LINE-OUT FROM STATE-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           MOVE SP-STATE-CODE TO CB-PREV-STATE-WS.
           MOVE SP-WC-CLASS TO CB-PREV-CLASS-WS.

       540-CLASS-TOTAL.

           IF AC-LINE-COUNT > 50
               PERFORM 500-HEADER
           END-IF.

           IF CB-PREV-CLASS-WS = SPACES
               MOVE 'UNCLASSIFIED' TO CL-CLASS-OUT
           ELSE
               MOVE CB-PREV-CLASS-WS TO CL-CLASS-OUT
           END-IF.

           MOVE CB-RATE-WS TO CL-RATE-OUT.

           IF CB-MIXED-RATE
               MOVE 'MIXED' TO CL-RATE-NOTE
               ADD 1 TO AC-MIXED-RATE-COUNT
           ELSE
               MOVE SPACES TO CL-RATE-NOTE
           END-IF.

           MOVE CB-GROSS-WS TO CL-GROSS-OUT.
           MOVE CB-OT-PREMIUM-WS TO CL-OT-PREMIUM-OUT.
           MOVE CB-PAYROLL-WS TO CL-PAYROLL-OUT.
           MOVE CB-PREMIUM-WS TO CL-PREMIUM-OUT.
           MOVE CB-COUNT-WS TO CL-COUNT-OUT.

           WRITE REPORT-LINE-OUT FROM CLASS-LINE
               AFTER ADVANCING 1 LINE.

           ADD 1 TO AC-LINE-COUNT.

           ADD CB-COUNT-WS TO SB-COUNT-WS.
           ADD CB-GROSS-WS TO SB-GROSS-WS.
           ADD CB-OT-PREMIUM-WS TO SB-OT-PREMIUM-WS.
           ADD CB-PAYROLL-WS TO SB-PAYROLL-WS.
           ADD CB-PREMIUM-WS TO SB-PREMIUM-WS.

           MOVE 'N' TO CB-MIXED-RATE-SW.
           MOVE ZERO TO CB-RATE-WS CB-COUNT-WS CB-GROSS-WS
                        CB-OT-PREMIUM-WS CB-PAYROLL-WS CB-PREMIUM-WS.

       560-STATE-TOTAL.

           MOVE CB-PREV-STATE-WS TO ST-STATE-OUT.
           MOVE SB-GROSS-WS TO ST-GROSS-OUT.
           MOVE SB-OT-PREMIUM-WS TO ST-OT-PREMIUM-OUT.
           MOVE SB-PAYROLL-WS TO ST-PAYROLL-OUT.
           MOVE SB-PREMIUM-WS TO ST-PREMIUM-OUT.
           MOVE SB-COUNT-WS TO ST-COUNT-OUT.

           WRITE REPORT-LINE-OUT FROM STATE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           ADD SB-COUNT-WS TO AC-ITEM-COUNT.
           ADD SB-GROSS-WS TO AC-GROSS-TOTAL.
           ADD SB-OT-PREMIUM-WS TO AC-OT-PREMIUM-TOTAL.
           ADD SB-PAYROLL-WS TO AC-PAYROLL-TOTAL.
           ADD SB-PREMIUM-WS TO AC-PREMIUM-TOTAL.

           MOVE ZERO TO SB-COUNT-WS SB-GROSS-WS SB-OT-PREMIUM-WS
                        SB-PAYROLL-WS SB-PREMIUM-WS.

       600-WRAPUP.

           IF CB-COUNT-WS > 0
               PERFORM 540-CLASS-TOTAL
               PERFORM 560-STATE-TOTAL
           END-IF.

           MOVE AC-GROSS-TOTAL TO GT-GROSS-OUT.
           MOVE AC-OT-PREMIUM-TOTAL TO GT-OT-PREMIUM-OUT.
           MOVE AC-PAYROLL-TOTAL TO GT-PAYROLL-OUT.
           MOVE AC-PREMIUM-TOTAL TO GT-PREMIUM-OUT.
           MOVE AC-ITEM-COUNT TO GT-COUNT-OUT.

           WRITE REPORT-LINE-OUT FROM GRAND-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           MOVE AC-SELECTED-COUNT TO SL-SELECTED-COUNT.
           MOVE AC-OVERTIME-COUNT TO SL-OVERTIME-COUNT.
           MOVE AC-SPLIT-COUNT TO SL-SPLIT-COUNT.
           MOVE AC-NODEPT-COUNT TO SL-NODEPT-COUNT.
           MOVE AC-NOCLASS-COUNT TO SL-NOCLASS-COUNT.
           MOVE AC-MIXED-RATE-COUNT TO SL-MIXED-RATE-COUNT.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 1 LINE.

           WRITE REPORT-LINE-OUT FROM SL-LINE-3
               AFTER ADVANCING 1 LINE.

           WRITE REPORT-LINE-OUT FROM SL-LINE-4
               AFTER ADVANCING 1 LINE.

           WRITE REPORT-LINE-OUT FROM SL-LINE-5
               AFTER ADVANCING 1 LINE.

           WRITE REPORT-LINE-OUT FROM SL-LINE-6
               AFTER ADVANCING 1 LINE.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

           IF AC-NODEPT-COUNT > 0
              OR AC-NOCLASS-COUNT > 0
               DISPLAY 'PAYROLL REPORTED WITHOUT A CLASS CODE - '
                       'SEE WCPREM.DOC'
               MOVE 4 TO RETURN-CODE
           END-IF.

       900-CLOSE.
           CLOSE SORTED-PREMIUM-FILE
                 PREMIUM-REPORT.
