       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2ESCHT.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL UNCLAIMED-FILE-INDEXED
               ASSIGN TO 'V2UNCLVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS UNC-CHECK-NO.

            SELECT SORTED-UNCLAIMED-FILE  ASSIGN TO 'V2UCSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORT-UNCLAIMED-FILE  ASSIGN TO 'V2UCWORK.DAT'.

            SELECT OPTIONAL COMPANY-PARM-FILE ASSIGN TO 'V2CMPPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ESCHEAT-FILE  ASSIGN TO 'V2ESCHT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT ESCHEAT-REPORT  ASSIGN TO 'ESCHEAT.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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

       FD  SORTED-UNCLAIMED-FILE
           LABEL RECORDS ARE STANDARD.

       01  SORTED-UNCLAIMED-REC.
           05  SUC-CHECK-NO                  PIC 9(8).
           05  SUC-SSN                       PIC X(9).
           05  SUC-REMIT-ID REDEFINES SUC-SSN.
               10  SUC-REMIT-PREFIX          PIC X(6).
                   88  SUC-REMIT-CHECK              VALUE 'REMIT-'.
               10  FILLER                    PIC X(3).
           05  SUC-NAME                      PIC X(22).
           05  SUC-AMOUNT                    PIC S9(7)V99.
           05  SUC-ISSUE-DATE                PIC 9(6).
           05  SUC-STALE-DATE                PIC 9(6).
           05  SUC-STREET                    PIC X(25).
           05  SUC-CITY                      PIC X(18).
           05  SUC-STATE                     PIC X(2).
           05  SUC-ZIP                       PIC X(9).
           05  SUC-ADDRESS-SW                PIC X.
               88  SUC-COMPANY-ADDRESS              VALUE 'C'.
           05  FILLER                        PIC X(7).
           05  SUC-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(6).

       SD  SORT-UNCLAIMED-FILE.

       01  SORT-UNCLAIMED-REC.
           05  SRT-CHECK-NO                  PIC 9(8).
           05  FILLER                        PIC X(95).
           05  SRT-STATE                     PIC X(2).
           05  FILLER                        PIC X(17).
           05  SRT-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(6).

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

       FD  ESCHEAT-FILE
           LABEL RECORDS ARE STANDARD.

       01  ESCHEAT-REC.
           05  ESC-HOLDER-EIN                PIC X(9).
           05  ESC-REPORT-DATE               PIC 9(6).
           05  ESC-STATE                     PIC X(2).
           05  ESC-OWNER-SSN                 PIC X(9).
           05  ESC-OWNER-NAME                PIC X(22).
           05  ESC-STREET                    PIC X(25).
           05  ESC-CITY                      PIC X(18).
           05  ESC-ZIP                       PIC X(9).
           05  ESC-CHECK-NO                  PIC 9(8).
           05  ESC-ISSUE-DATE                PIC 9(6).
           05  ESC-AMOUNT                    PIC 9(7)V99.
           05  ESC-PROPERTY-TYPE             PIC X(4).
           05  FILLER                        PIC X(3).

       FD  ESCHEAT-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-UNCLAIMED-WS           PIC X(3)  VALUE 'NO '.
           05  EOF-SORTED-WS              PIC X(3)  VALUE 'NO '.
           05  PREV-STATE-WS              PIC X(2)  VALUE SPACES.
           05  PREV-COMPANY-WS            PIC X(2)  VALUE SPACES.
           05  STATE-OPEN-SW              PIC X     VALUE 'N'.
               88  STATE-IN-PROGRESS             VALUE 'Y'.

       01  RUN-DATE-WS                    PIC 9(6).

       01  REQUEST-FIELDS.
           05  REQ-STATE-WS               PIC X(2)  VALUE SPACES.
           05  REQ-CUTOFF-DATE-WS         PIC X(6)  VALUE SPACES.
           05  REQ-CUTOFF-NUM-WS REDEFINES REQ-CUTOFF-DATE-WS
                                          PIC 9(6).
           05  REQ-MODE-WS                PIC X     VALUE SPACES.
               88  PREVIEW-MODE                  VALUE 'P'.
               88  FINAL-MODE                    VALUE 'F'.
           05  REQ-VALID-SW               PIC X     VALUE 'Y'.
               88  REQUEST-VALID                 VALUE 'Y'.

       01  COMPANY-PARM-FIELDS.
           05  HOLDER-EIN-WS              PIC X(9)  VALUE SPACES.
           05  HOLDER-NAME-WS             PIC X(30) VALUE SPACES.

       01  COMPANY-TABLE-FIELDS.
           05  EOF-CMPPRM-WS              PIC X(3)  VALUE 'NO '.
           05  COMPANY-COUNT-WS           PIC S99   VALUE ZERO.
           05  COMPANY-SCAN-SUB-WS        PIC S99   VALUE ZERO.
           05  COMPANY-FOUND-SW           PIC X     VALUE 'N'.
               88  COMPANY-CODE-FOUND            VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.

       01  COMPANY-TABLE                  VALUE SPACES.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).
               10  CMT-LEGAL-NAME         PIC X(30).
               10  CMT-EIN                PIC X(9).

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-STATE-COUNT             PIC S9(5) VALUE 0.
           05  AC-STATE-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-ITEM-COUNT              PIC S9(5) VALUE 0.
           05  AC-ITEM-TOTAL              PIC S9(9)V99 VALUE 0.
           05  AC-STATES-REPORTED         PIC S9(3) VALUE 0.
           05  AC-HOLDER-ADDR-COUNT       PIC S9(5) VALUE 0.
           05  AC-VENDOR-COUNT            PIC S9(5) VALUE 0.
           05  AC-VENDOR-TOTAL            PIC S9(9)V99 VALUE 0.

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(30)  VALUE
                   "UNCLAIMED PAYROLL - ESCHEAT".
               03                              PIC X(30) VALUE SPACES.
               03                              PIC X(6)  VALUE 'DATE:'.
               03  RH-DATE-OUT                 PIC 9(6).
               03                              PIC X(4)  VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(47) VALUE SPACES.

           02  RH-LINE-2.
               03                              PIC X(10)  VALUE
                   "HOLDER: ".
               03  RH-HOLDER-NAME              PIC X(30).
               03                              PIC X(7)  VALUE
                   "  EIN: ".
               03  RH-HOLDER-EIN               PIC X(9).
               03                              PIC X(16)  VALUE
                   "  STALE ON/BEF: ".
               03  RH-CUTOFF-OUT               PIC 9(6).
               03                              PIC X(3)  VALUE SPACES.
               03  RH-MODE-OUT                 PIC X(15).
               03                              PIC X(36) VALUE SPACES.

           02  RH-LINE-3.
               03                              PIC X(3)   VALUE SPACES.
               03                              PIC X(10)  VALUE
                   "CHECK NO".
               03                              PIC X(8)   VALUE
                   "ISSUED".
               03                              PIC X(8)   VALUE
                   "STALE".
               03                              PIC X(10)  VALUE "SSN".
               03                              PIC X(23)  VALUE
                   "OWNER NAME".
               03                              PIC X(46)  VALUE
                   "LAST KNOWN ADDRESS".
               03                              PIC X(14)  VALUE
                   "       AMOUNT".
               03                              PIC X(10) VALUE SPACES.

       01  STATE-HEADING-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  FILLER                         PIC X(7) VALUE "STATE ".
           05  SH-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X(122) VALUE SPACES.

       01  ESCHEAT-DETAIL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  ED-CHECK-NO-OUT                PIC 9(8).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ED-ISSUE-DATE-OUT              PIC 9(6).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ED-STALE-DATE-OUT              PIC 9(6).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ED-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  ED-NAME-OUT                    PIC X(22).
           05  FILLER                         PIC X VALUE SPACES.
           05  ED-STREET-OUT                  PIC X(25).
           05  FILLER                         PIC X VALUE SPACES.
           05  ED-CITY-OUT                    PIC X(18).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ED-AMOUNT-OUT                  PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  ED-FLAG-OUT                    PIC X(10).

       01  STATE-TOTAL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  FILLER                         PIC X(12) VALUE
               "STATE TOTAL ".
           05  ST-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  ST-COUNT-OUT                   PIC ZZ,ZZ9.
           05  FILLER                         PIC X(6) VALUE " ITEMS".
           05  FILLER                         PIC X(13) VALUE
               "  HOLDER EIN ".
           05  ST-EIN-OUT                     PIC X(9).
           05  FILLER                         PIC X(50) VALUE SPACES.
           05  ST-TOTAL-OUT                   PIC ZZZ,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X(13) VALUE SPACES.

       01  SUMMARY-LINES.
           02  SL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "TOTAL PROPERTY               =".
               03  SL-ITEM-TOTAL               PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-ITEM-COUNT               PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-LINE-2.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "STATES                       =".
               03  SL-STATES-COUNT             PIC ZZ9.
               03                              PIC X(89)  VALUE SPACES.

           02  SL-LINE-3.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "NO OWNER ADDRESS - HOLDER ST =".
               03  SL-HOLDER-ADDR-COUNT        PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-4.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "VENDOR REMITTANCE CHECKS     =".
               03  SL-VENDOR-TOTAL             PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(10)  VALUE
                   "  COUNT = ".
               03  SL-VENDOR-COUNT             PIC ZZ,ZZ9.
               03                              PIC X(61)  VALUE SPACES.

           02  SL-MODE-LINE.
               03                              PIC X(10)  VALUE SPACES.
               03  SL-MODE-MSG                 PIC X(60).
               03                              PIC X(62)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE
                   "END OF REPORT".
               03                              PIC X(87)  VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 150-GET-REQUEST-RTN.
           IF REQUEST-VALID
               PERFORM 160-LOAD-COMPANY-PARM-RTN
               PERFORM 170-SORT-UNCLAIMED-RTN
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

           DISPLAY 'ENTER STATE CODE (BLANK FOR ALL STATES): '.
           ACCEPT REQ-STATE-WS.

           DISPLAY 'ENTER STALE-DATED ON OR BEFORE (YYMMDD): '.
           ACCEPT REQ-CUTOFF-DATE-WS.

           DISPLAY 'ENTER P TO PREVIEW OR F TO FILE AND MARK '
                   'REPORTED: '.
           ACCEPT REQ-MODE-WS.

           MOVE 'Y' TO REQ-VALID-SW.

           IF REQ-CUTOFF-DATE-WS NOT NUMERIC
               DISPLAY 'CUTOFF DATE NOT VALID - RUN STOPPED'
               MOVE 'N' TO REQ-VALID-SW
           END-IF.

           IF NOT PREVIEW-MODE AND NOT FINAL-MODE
               DISPLAY 'RUN MODE MUST BE P OR F - RUN STOPPED'
               MOVE 'N' TO REQ-VALID-SW
           END-IF.

       160-LOAD-COMPANY-PARM-RTN.

           OPEN INPUT COMPANY-PARM-FILE.

           PERFORM 162-READ-COMPANY-PARM-RTN.
           PERFORM 164-STORE-COMPANY-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

           IF COMPANY-COUNT-WS = 0
               DISPLAY 'COMPANY PROFILE RECORD MISSING - '
                       'HOLDER EIN NOT REPORTED'
           END-IF.

       162-READ-COMPANY-PARM-RTN.
           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       164-STORE-COMPANY-RTN.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
               MOVE CPR-LEGAL-NAME
                   TO CMT-LEGAL-NAME (COMPANY-COUNT-WS)
               MOVE CPR-EIN
                   TO CMT-EIN (COMPANY-COUNT-WS)
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

       170-SORT-UNCLAIMED-RTN.

           SORT SORT-UNCLAIMED-FILE
               ON ASCENDING KEY SRT-STATE SRT-COMPANY-CODE SRT-CHECK-NO
               INPUT PROCEDURE IS 172-RELEASE-UNCLAIMED-RTN
               GIVING SORTED-UNCLAIMED-FILE.

       172-RELEASE-UNCLAIMED-RTN.

           OPEN INPUT UNCLAIMED-FILE-INDEXED.

           PERFORM 174-READ-UNCLAIMED-RTN.
           PERFORM 176-SELECT-UNCLAIMED-RTN
               UNTIL EOF-UNCLAIMED-WS = 'YES'.

           CLOSE UNCLAIMED-FILE-INDEXED.

       174-READ-UNCLAIMED-RTN.
           READ UNCLAIMED-FILE-INDEXED NEXT RECORD
               AT END MOVE 'YES' TO EOF-UNCLAIMED-WS
           END-READ.

       176-SELECT-UNCLAIMED-RTN.

           IF UNC-HELD
              AND UNC-STALE-DATE NOT > REQ-CUTOFF-NUM-WS
              AND (REQ-STATE-WS = SPACES
                   OR UNC-STATE = REQ-STATE-WS)
               IF UNC-COMPANY-CODE = SPACES
                   MOVE CMT-COMPANY-CODE (1) TO UNC-COMPANY-CODE
               END-IF
               RELEASE SORT-UNCLAIMED-REC FROM UNCLAIMED-REC
           END-IF.

           PERFORM 174-READ-UNCLAIMED-RTN.

       200-OPEN.
           INITIALIZE ACCUMULATORS.

           ACCEPT RUN-DATE-WS FROM DATE.

           MOVE RUN-DATE-WS TO RH-DATE-OUT.
           MOVE REQ-CUTOFF-NUM-WS TO RH-CUTOFF-OUT.

           IF FINAL-MODE
               MOVE "FINAL FILING" TO RH-MODE-OUT
               OPEN I-O UNCLAIMED-FILE-INDEXED
           ELSE
               MOVE "PREVIEW ONLY" TO RH-MODE-OUT
           END-IF.

           OPEN INPUT SORTED-UNCLAIMED-FILE
                OUTPUT ESCHEAT-FILE
                OUTPUT ESCHEAT-REPORT.

           PERFORM 250-READ.

       250-READ.
           READ SORTED-UNCLAIMED-FILE
               AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ.

       300-PROCESS.

           IF STATE-IN-PROGRESS
              AND (SUC-STATE NOT = PREV-STATE-WS
                   OR SUC-COMPANY-CODE NOT = PREV-COMPANY-WS)
               PERFORM 350-STATE-BREAK-RTN
           END-IF.

           IF NOT STATE-IN-PROGRESS
               PERFORM 320-START-STATE-RTN
           END-IF.

           PERFORM 330-ESCHEAT-DETAIL-RTN.

           PERFORM 250-READ.

       320-START-STATE-RTN.

           IF SUC-STATE NOT = PREV-STATE-WS
              OR AC-STATES-REPORTED = 0
               ADD 1 TO AC-STATES-REPORTED
           END-IF.

           MOVE SUC-STATE TO PREV-STATE-WS.
           MOVE SUC-COMPANY-CODE TO PREV-COMPANY-WS.
           SET STATE-IN-PROGRESS TO TRUE.
           MOVE ZERO TO AC-STATE-COUNT.
           MOVE ZERO TO AC-STATE-TOTAL.

           PERFORM 325-SET-HOLDER-RTN.

           MOVE HOLDER-NAME-WS TO RH-HOLDER-NAME.
           MOVE HOLDER-EIN-WS TO RH-HOLDER-EIN.

           PERFORM 500-HEADER.

           MOVE SUC-STATE TO SH-STATE-OUT.

           WRITE REPORT-LINE-OUT FROM STATE-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

       325-SET-HOLDER-RTN.

           MOVE SUC-COMPANY-CODE TO COMPANY-LOOKUP-WS.

           PERFORM 166-FIND-COMPANY-RTN.

           IF COMPANY-CODE-FOUND
               MOVE CMT-LEGAL-NAME (COMPANY-SCAN-SUB-WS)
                   TO HOLDER-NAME-WS
               MOVE CMT-EIN (COMPANY-SCAN-SUB-WS) TO HOLDER-EIN-WS
           ELSE
               DISPLAY 'COMPANY CODE ' SUC-COMPANY-CODE
                       ' NOT ON PROFILE FILE - HOLDER EIN NOT '
                       'REPORTED FOR STATE ' SUC-STATE
               MOVE 8 TO RETURN-CODE
               MOVE "*** COMPANY NOT ON PROFILE ***"
                   TO HOLDER-NAME-WS
               MOVE SPACES TO HOLDER-EIN-WS
           END-IF.

       330-ESCHEAT-DETAIL-RTN.

           IF AC-LINE-COUNT > 30
               PERFORM 500-HEADER
           END-IF.

           MOVE SUC-CHECK-NO TO ED-CHECK-NO-OUT.
           MOVE SUC-ISSUE-DATE TO ED-ISSUE-DATE-OUT.
           MOVE SUC-STALE-DATE TO ED-STALE-DATE-OUT.
           MOVE SUC-SSN TO ED-SSN-OUT.
           MOVE SUC-NAME TO ED-NAME-OUT.
           MOVE SUC-STREET TO ED-STREET-OUT.
           MOVE SUC-CITY TO ED-CITY-OUT.
           MOVE SUC-AMOUNT TO ED-AMOUNT-OUT.

           EVALUATE TRUE
               WHEN SUC-COMPANY-ADDRESS
                   MOVE "HOLDER ADR" TO ED-FLAG-OUT
                   ADD 1 TO AC-HOLDER-ADDR-COUNT
               WHEN SUC-REMIT-CHECK
                   MOVE "VENDOR" TO ED-FLAG-OUT
               WHEN OTHER
                   MOVE SPACES TO ED-FLAG-OUT
           END-EVALUATE.

           IF SUC-REMIT-CHECK
               ADD 1 TO AC-VENDOR-COUNT
               ADD SUC-AMOUNT TO AC-VENDOR-TOTAL
           END-IF.

           WRITE REPORT-LINE-OUT FROM ESCHEAT-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.
           ADD 1 TO AC-STATE-COUNT.
           ADD SUC-AMOUNT TO AC-STATE-TOTAL.
           ADD 1 TO AC-ITEM-COUNT.
           ADD SUC-AMOUNT TO AC-ITEM-TOTAL.

           IF FINAL-MODE
               PERFORM 340-FILE-PROPERTY-RTN
           END-IF.

       340-FILE-PROPERTY-RTN.

           MOVE SPACES TO ESCHEAT-REC.
           MOVE HOLDER-EIN-WS TO ESC-HOLDER-EIN.
           MOVE RUN-DATE-WS TO ESC-REPORT-DATE.
           MOVE SUC-STATE TO ESC-STATE.
           MOVE SUC-NAME TO ESC-OWNER-NAME.
           MOVE SUC-STREET TO ESC-STREET.
           MOVE SUC-CITY TO ESC-CITY.
           MOVE SUC-ZIP TO ESC-ZIP.
           MOVE SUC-CHECK-NO TO ESC-CHECK-NO.
           MOVE SUC-ISSUE-DATE TO ESC-ISSUE-DATE.
           MOVE SUC-AMOUNT TO ESC-AMOUNT.

           IF SUC-REMIT-CHECK
               MOVE SPACES TO ESC-OWNER-SSN
               MOVE 'CK13' TO ESC-PROPERTY-TYPE
           ELSE
               MOVE SUC-SSN TO ESC-OWNER-SSN
               MOVE 'PR01' TO ESC-PROPERTY-TYPE
           END-IF.

           WRITE ESCHEAT-REC.

           MOVE SUC-CHECK-NO TO UNC-CHECK-NO.

           READ UNCLAIMED-FILE-INDEXED
               INVALID KEY
                   DISPLAY 'UNCLAIMED PROPERTY RECORD NOT FOUND FOR '
                           'CHECK ' SUC-CHECK-NO
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'R' TO UNC-STATUS
                   MOVE RUN-DATE-WS TO UNC-REPORT-DATE
                   REWRITE UNCLAIMED-REC
                       INVALID KEY
                           DISPLAY 'UNCLAIMED FILE REWRITE ERROR ON '
                                   UNC-CHECK-NO
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       350-STATE-BREAK-RTN.

           MOVE PREV-STATE-WS TO ST-STATE-OUT.
           MOVE HOLDER-EIN-WS TO ST-EIN-OUT.
           MOVE AC-STATE-COUNT TO ST-COUNT-OUT.
           MOVE AC-STATE-TOTAL TO ST-TOTAL-OUT.

           WRITE REPORT-LINE-OUT FROM STATE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           MOVE 'N' TO STATE-OPEN-SW.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.

           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           WRITE REPORT-LINE-OUT FROM RH-LINE-2
               AFTER ADVANCING 1 LINES.

           WRITE REPORT-LINE-OUT FROM RH-LINE-3
               AFTER ADVANCING 2 LINES.

           MOVE 6 TO AC-LINE-COUNT.

       600-WRAPUP.

           IF STATE-IN-PROGRESS
               PERFORM 350-STATE-BREAK-RTN
           END-IF.

           IF AC-PAGE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE AC-ITEM-TOTAL TO SL-ITEM-TOTAL.
           MOVE AC-ITEM-COUNT TO SL-ITEM-COUNT.
           MOVE AC-STATES-REPORTED TO SL-STATES-COUNT.
           MOVE AC-HOLDER-ADDR-COUNT TO SL-HOLDER-ADDR-COUNT.
           MOVE AC-VENDOR-TOTAL TO SL-VENDOR-TOTAL.
           MOVE AC-VENDOR-COUNT TO SL-VENDOR-COUNT.

           IF FINAL-MODE
               MOVE "ITEMS WRITTEN TO V2ESCHT.DAT AND MARKED REPORTED"
                   TO SL-MODE-MSG
           ELSE
               MOVE "PREVIEW ONLY - NO ITEMS MARKED REPORTED"
                   TO SL-MODE-MSG
           END-IF.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 3 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-3
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-4
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-MODE-LINE
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

       900-CLOSE.
           IF FINAL-MODE
               CLOSE UNCLAIMED-FILE-INDEXED
           END-IF.

           CLOSE SORTED-UNCLAIMED-FILE
                 ESCHEAT-FILE
                 ESCHEAT-REPORT.
