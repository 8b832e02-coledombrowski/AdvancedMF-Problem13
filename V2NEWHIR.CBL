       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2NEWHIR.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT OPTIONAL NEW-HIRE-TRACK-FILE
               ASSIGN TO 'V2NHTRVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS DYNAMIC
               RECORD KEY IS NHT-KEY.

            SELECT SORTED-NEW-HIRE-FILE  ASSIGN TO 'V2NHSORT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORT-NEW-HIRE-FILE  ASSIGN TO 'V2NHWORK.DAT'.

            SELECT OPTIONAL ADDRESS-FILE-INDEXED
               ASSIGN TO 'V2ADDRVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS RANDOM
               RECORD KEY IS ADDR-SSN.

            SELECT OPTIONAL COMPANY-PARM-FILE ASSIGN TO 'V2CMPPRM.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NEW-HIRE-FILE  ASSIGN TO 'V2NEWHIR.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT NEW-HIRE-REPORT  ASSIGN TO 'NEWHIRE.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

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

       FD  SORTED-NEW-HIRE-FILE
           LABEL RECORDS ARE STANDARD.

       01  SORTED-NEW-HIRE-REC.
           05  SNH-KEY.
               10  SNH-SSN                   PIC X(9).
               10  SNH-HIRE-DATE             PIC 9(6).
           05  SNH-TRANS-CODE                PIC X.
               88  SNH-REHIRE                       VALUE '7'.
           05  SNH-NAME.
               10  SNH-F-INIT                PIC X.
               10  SNH-M-INIT                PIC X.
               10  SNH-LAST-NAME             PIC X(20).
           05  SNH-WORK-STATE                PIC X(2).
           05  SNH-COMPANY-CODE              PIC X(2).
           05  SNH-ADDED-DATE                PIC 9(6).
           05  FILLER                        PIC X(32).

       SD  SORT-NEW-HIRE-FILE.

       01  SORT-NEW-HIRE-REC.
           05  SRT-SSN                       PIC X(9).
           05  SRT-HIRE-DATE                 PIC 9(6).
           05  FILLER                        PIC X(23).
           05  SRT-WORK-STATE                PIC X(2).
           05  SRT-COMPANY-CODE              PIC X(2).
           05  FILLER                        PIC X(38).

       FD  ADDRESS-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  ADDRESS-REC.
           05  ADDR-SSN                      PIC X(9).
           05  ADDR-STREET                   PIC X(25).
           05  ADDR-CITY                     PIC X(18).
           05  ADDR-STATE                    PIC X(2).
           05  ADDR-ZIP                      PIC X(9).
           05  FILLER                        PIC X(7).

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

       FD  NEW-HIRE-FILE
           LABEL RECORDS ARE STANDARD.

       01  NEW-HIRE-REC.
           05  NH-RECORD-TYPE                PIC X(2).
           05  NH-EMP-SSN                    PIC X(9).
           05  NH-EMP-F-INIT                 PIC X.
           05  NH-EMP-M-INIT                 PIC X.
           05  NH-EMP-LAST-NAME              PIC X(20).
           05  NH-EMP-STREET                 PIC X(25).
           05  NH-EMP-CITY                   PIC X(18).
           05  NH-EMP-STATE                  PIC X(2).
           05  NH-EMP-ZIP                    PIC X(9).
           05  NH-HIRE-DATE                  PIC 9(6).
           05  NH-HIRE-TYPE                  PIC X.
           05  NH-WORK-STATE                 PIC X(2).
           05  NH-EMPLOYER-EIN               PIC X(9).
           05  NH-EMPLOYER-NAME              PIC X(30).
           05  NH-EMPLOYER-STREET            PIC X(25).
           05  NH-EMPLOYER-CITY              PIC X(18).
           05  NH-EMPLOYER-STATE             PIC X(2).
           05  NH-EMPLOYER-ZIP               PIC X(9).
           05  FILLER                        PIC X(11).

       FD  NEW-HIRE-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-TRACK-WS               PIC X(3)  VALUE 'NO '.
           05  EOF-SORTED-WS              PIC X(3)  VALUE 'NO '.
           05  PREV-STATE-WS              PIC X(2)  VALUE SPACES.
           05  STATE-OPEN-SW              PIC X     VALUE 'N'.
               88  STATE-IN-PROGRESS             VALUE 'Y'.
           05  ADDRESS-FOUND-SW           PIC X     VALUE 'N'.
               88  EMP-ADDRESS-FOUND             VALUE 'Y'.
           05  UNREPORTED-REASON-WS       PIC X(12) VALUE SPACES.

       01  RUN-DATE-WS                    PIC 9(6).

       01  REQUEST-FIELDS.
           05  REQ-STATE-WS               PIC X(2)  VALUE SPACES.
           05  REQ-MODE-WS                PIC X     VALUE SPACES.
               88  PREVIEW-MODE                  VALUE 'P'.
               88  FINAL-MODE                    VALUE 'F'.
           05  REQ-VALID-SW               PIC X     VALUE 'Y'.
               88  REQUEST-VALID                 VALUE 'Y'.

       01  DEADLINE-FIELDS.
           05  DEADLINE-DAYS-WS           PIC 9(3)  VALUE 20.
           05  WARNING-DAYS-WS            PIC 9(3)  VALUE 15.

       01  AGING-FIELDS.
           05  DATE-SPLIT-WS.
               10  DS-YY                  PIC 99.
               10  DS-MM                  PIC 99.
               10  DS-DD                  PIC 99.
           05  RUN-DAYS-WS                PIC S9(7) VALUE 0.
           05  HIRE-DAYS-WS               PIC S9(7) VALUE 0.
           05  AGE-DAYS-WS                PIC S9(5) VALUE 0.
           05  DAYS-LEFT-WS               PIC S9(5) VALUE 0.

       01  COMPANY-PARM-FIELDS.
           05  EOF-CMPPRM-WS              PIC X(3)  VALUE 'NO '.
           05  COMPANY-COUNT-WS           PIC S99   VALUE ZERO.
           05  COMPANY-SCAN-SUB-WS        PIC S99   VALUE ZERO.
           05  COMPANY-FOUND-SW           PIC X     VALUE 'N'.
               88  COMPANY-CODE-FOUND            VALUE 'Y'.
           05  COMPANY-LOOKUP-WS          PIC X(2)  VALUE SPACES.

       01  COMPANY-TABLE.
           05  COMPANY-ENTRY OCCURS 9 TIMES.
               10  CMT-COMPANY-CODE       PIC X(2).
               10  CMT-LEGAL-NAME         PIC X(30).
               10  CMT-STREET             PIC X(25).
               10  CMT-CITY               PIC X(18).
               10  CMT-STATE              PIC X(2).
               10  CMT-ZIP                PIC X(9).
               10  CMT-EIN                PIC X(9).

       01  DEADLINE-TABLE-FIELDS.
           05  DEADLINE-COUNT-WS          PIC S999  VALUE ZERO.
           05  DEADLINE-SUB-WS            PIC S999  VALUE ZERO.

       01  DEADLINE-TABLE.
           05  DEADLINE-ENTRY OCCURS 100 TIMES.
               10  DLT-SSN                PIC X(9).
               10  DLT-NAME               PIC X(22).
               10  DLT-WORK-STATE         PIC X(2).
               10  DLT-HIRE-DATE          PIC 9(6).
               10  DLT-AGE-DAYS           PIC S9(5).
               10  DLT-DAYS-LEFT          PIC S9(5).
               10  DLT-REASON             PIC X(12).

       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-STATE-COUNT             PIC S9(5) VALUE 0.
           05  AC-STATE-UNREPORTED        PIC S9(5) VALUE 0.
           05  AC-PENDING-COUNT           PIC S9(5) VALUE 0.
           05  AC-REPORTED-COUNT          PIC S9(5) VALUE 0.
           05  AC-UNREPORTED-COUNT        PIC S9(5) VALUE 0.
           05  AC-NEAR-DEADLINE-COUNT     PIC S9(5) VALUE 0.
           05  AC-PAST-DUE-COUNT          PIC S9(5) VALUE 0.
           05  AC-STATES-REPORTED         PIC S9(3) VALUE 0.

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(30)  VALUE
                   "STATE NEW-HIRE REPORTING".
               03                              PIC X(30) VALUE SPACES.
               03                              PIC X(6)  VALUE 'DATE:'.
               03  RH-DATE-OUT                 PIC 9(6).
               03                              PIC X(4)  VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(47) VALUE SPACES.

           02  RH-LINE-2.
               03                              PIC X(7)   VALUE
                   "STATE: ".
               03  RH-STATE-OUT                PIC X(10).
               03                              PIC X(12)  VALUE
                   "  DEADLINE: ".
               03  RH-DEADLINE-OUT             PIC ZZ9.
               03                              PIC X(8)   VALUE
                   " DAYS   ".
               03  RH-MODE-OUT                 PIC X(15).
               03                              PIC X(77) VALUE SPACES.

           02  RH-LINE-3.
               03                              PIC X(3)   VALUE SPACES.
               03                              PIC X(10)  VALUE "SSN".
               03                              PIC X(23)  VALUE
                   "EMPLOYEE NAME".
               03                              PIC X(8)   VALUE
                   "HIRED".
               03                              PIC X(3)   VALUE "TY".
               03                              PIC X(5)   VALUE "AGE".
               03                              PIC X(46)  VALUE
                   "EMPLOYEE ADDRESS".
               03                              PIC X(10)  VALUE
                   "EMPLOYER".
               03                              PIC X(12)  VALUE
                   "STATUS".
               03                              PIC X(12) VALUE SPACES.

       01  STATE-HEADING-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  FILLER                         PIC X(12) VALUE
               "WORK STATE ".
           05  SH-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X(117) VALUE SPACES.

       01  NEW-HIRE-DETAIL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  ND-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  ND-NAME-OUT                    PIC X(22).
           05  FILLER                         PIC X VALUE SPACES.
           05  ND-HIRE-DATE-OUT               PIC 9(6).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ND-TYPE-OUT                    PIC X.
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ND-AGE-OUT                     PIC ZZ9-.
           05  FILLER                         PIC X VALUE SPACES.
           05  ND-STREET-OUT                  PIC X(25).
           05  FILLER                         PIC X VALUE SPACES.
           05  ND-CITY-OUT                    PIC X(18).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  ND-EIN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  ND-STATUS-OUT                  PIC X(12).
           05  FILLER                         PIC X(12) VALUE SPACES.

       01  STATE-TOTAL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  FILLER                         PIC X(12) VALUE
               "STATE TOTAL ".
           05  ST-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  ST-COUNT-OUT                   PIC ZZ,ZZ9.
           05  FILLER                         PIC X(8) VALUE " HIRES  ".
           05  ST-UNREPORTED-OUT              PIC ZZ,ZZ9.
           05  FILLER                         PIC X(11) VALUE
               " UNREPORTED".
           05  FILLER                         PIC X(81) VALUE SPACES.

       01  DEADLINE-HEADING.
           02  DH-LINE-1.
               03                              PIC X(3)   VALUE SPACES.
               03                              PIC X(44)  VALUE
                   "UNREPORTED HIRES NEAR OR PAST THE DEADLINE".
               03                              PIC X(85) VALUE SPACES.

           02  DH-LINE-2.
               03                              PIC X(3)   VALUE SPACES.
               03                              PIC X(10)  VALUE "SSN".
               03                              PIC X(23)  VALUE
                   "EMPLOYEE NAME".
               03                              PIC X(6)   VALUE "STATE".
               03                              PIC X(8)   VALUE
                   "HIRED".
               03                              PIC X(8)   VALUE
                   "   AGE".
               03                              PIC X(10)  VALUE
                   " DAYS LEFT".
               03                              PIC X(3)   VALUE SPACES.
               03                              PIC X(12)  VALUE
                   "REASON".
               03                              PIC X(49) VALUE SPACES.

       01  DEADLINE-DETAIL-LINE.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  DD-SSN-OUT                     PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  DD-NAME-OUT                    PIC X(22).
           05  FILLER                         PIC X VALUE SPACES.
           05  DD-STATE-OUT                   PIC X(2).
           05  FILLER                         PIC X(4) VALUE SPACES.
           05  DD-HIRE-DATE-OUT               PIC 9(6).
           05  FILLER                         PIC X(2) VALUE SPACES.
           05  DD-AGE-OUT                     PIC ZZ,ZZ9-.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  DD-DAYS-LEFT-OUT               PIC ZZ,ZZ9-.
           05  FILLER                         PIC X(3) VALUE SPACES.
           05  DD-REASON-OUT                  PIC X(12).
           05  FILLER                         PIC X VALUE SPACES.
           05  DD-FLAG-OUT                    PIC X(14).
           05  FILLER                         PIC X(35) VALUE SPACES.

       01  SUMMARY-LINES.
           02  SL-LINE-1.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "PENDING HIRES SELECTED       =".
               03  SL-PENDING-COUNT            PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-2.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "HIRES REPORTED THIS RUN      =".
               03  SL-REPORTED-COUNT           PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-3.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "HIRES STILL UNREPORTED       =".
               03  SL-UNREPORTED-COUNT         PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-4.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "NEAR DEADLINE                =".
               03  SL-NEAR-DEADLINE-COUNT      PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-5.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "PAST DEADLINE                =".
               03  SL-PAST-DUE-COUNT           PIC ZZ,ZZ9.
               03                              PIC X(86)  VALUE SPACES.

           02  SL-LINE-6.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(30)  VALUE
                   "STATES                       =".
               03  SL-STATES-COUNT             PIC ZZ9.
               03                              PIC X(89)  VALUE SPACES.

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
               PERFORM 170-SORT-NEW-HIRES-RTN
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

           DISPLAY 'ENTER WORK STATE CODE (BLANK FOR ALL STATES): '.
           ACCEPT REQ-STATE-WS.

           DISPLAY 'ENTER P TO PREVIEW OR F TO FILE AND MARK '
                   'REPORTED: '.
           ACCEPT REQ-MODE-WS.

           MOVE 'Y' TO REQ-VALID-SW.

           IF NOT PREVIEW-MODE AND NOT FINAL-MODE
               DISPLAY 'RUN MODE MUST BE P OR F - RUN STOPPED'
               MOVE 'N' TO REQ-VALID-SW
           END-IF.

       160-LOAD-COMPANY-PARM-RTN.

           OPEN INPUT COMPANY-PARM-FILE.

           READ COMPANY-PARM-FILE
               AT END
                   MOVE 'YES' TO EOF-CMPPRM-WS
                   DISPLAY 'COMPANY PROFILE RECORD MISSING - '
                           'EMPLOYER NOT REPORTED'
           END-READ.

           PERFORM 162-STORE-COMPANY-RTN
               UNTIL EOF-CMPPRM-WS = 'YES'.

           CLOSE COMPANY-PARM-FILE.

       162-STORE-COMPANY-RTN.

           IF COMPANY-COUNT-WS < 9
               ADD 1 TO COMPANY-COUNT-WS
               MOVE CPR-COMPANY-CODE
                   TO CMT-COMPANY-CODE (COMPANY-COUNT-WS)
               MOVE CPR-LEGAL-NAME
                   TO CMT-LEGAL-NAME (COMPANY-COUNT-WS)
               MOVE CPR-STREET TO CMT-STREET (COMPANY-COUNT-WS)
               MOVE CPR-CITY TO CMT-CITY (COMPANY-COUNT-WS)
               MOVE CPR-STATE TO CMT-STATE (COMPANY-COUNT-WS)
               MOVE CPR-ZIP TO CMT-ZIP (COMPANY-COUNT-WS)
               MOVE CPR-EIN TO CMT-EIN (COMPANY-COUNT-WS)
           END-IF.

           READ COMPANY-PARM-FILE
               AT END MOVE 'YES' TO EOF-CMPPRM-WS
           END-READ.

       164-FIND-COMPANY-RTN.

           MOVE 'N' TO COMPANY-FOUND-SW.

           IF COMPANY-LOOKUP-WS = SPACES
              AND COMPANY-COUNT-WS > 0
               MOVE CMT-COMPANY-CODE (1) TO COMPANY-LOOKUP-WS
           END-IF.

           MOVE 1 TO COMPANY-SCAN-SUB-WS.
           PERFORM 166-SCAN-COMPANY-RTN
               UNTIL COMPANY-SCAN-SUB-WS > COMPANY-COUNT-WS
                  OR COMPANY-CODE-FOUND.

       166-SCAN-COMPANY-RTN.

           IF CMT-COMPANY-CODE (COMPANY-SCAN-SUB-WS)
                   = COMPANY-LOOKUP-WS
               MOVE 'Y' TO COMPANY-FOUND-SW
           ELSE
               ADD 1 TO COMPANY-SCAN-SUB-WS
           END-IF.

       170-SORT-NEW-HIRES-RTN.

           SORT SORT-NEW-HIRE-FILE
               ON ASCENDING KEY SRT-WORK-STATE SRT-HIRE-DATE SRT-SSN
               INPUT PROCEDURE IS 172-RELEASE-NEW-HIRES-RTN
               GIVING SORTED-NEW-HIRE-FILE.

       172-RELEASE-NEW-HIRES-RTN.

           OPEN INPUT NEW-HIRE-TRACK-FILE.

           PERFORM 174-READ-TRACK-RTN.
           PERFORM 176-SELECT-NEW-HIRE-RTN
               UNTIL EOF-TRACK-WS = 'YES'.

           CLOSE NEW-HIRE-TRACK-FILE.

       174-READ-TRACK-RTN.
           READ NEW-HIRE-TRACK-FILE NEXT RECORD
               AT END MOVE 'YES' TO EOF-TRACK-WS
           END-READ.

       176-SELECT-NEW-HIRE-RTN.

           IF NHT-PENDING
              AND (REQ-STATE-WS = SPACES
                   OR NHT-WORK-STATE = REQ-STATE-WS)
               RELEASE SORT-NEW-HIRE-REC FROM NEW-HIRE-TRACK-REC
           END-IF.

           PERFORM 174-READ-TRACK-RTN.

       200-OPEN.
           INITIALIZE ACCUMULATORS.

           ACCEPT RUN-DATE-WS FROM DATE.

           MOVE RUN-DATE-WS TO DATE-SPLIT-WS.
           COMPUTE RUN-DAYS-WS =
               (DS-YY * 360) + (DS-MM * 30) + DS-DD.

           MOVE RUN-DATE-WS TO RH-DATE-OUT.
           MOVE DEADLINE-DAYS-WS TO RH-DEADLINE-OUT.

           IF REQ-STATE-WS = SPACES
               MOVE "ALL" TO RH-STATE-OUT
           ELSE
               MOVE REQ-STATE-WS TO RH-STATE-OUT
           END-IF.

           IF FINAL-MODE
               MOVE "FINAL FILING" TO RH-MODE-OUT
               OPEN I-O NEW-HIRE-TRACK-FILE
           ELSE
               MOVE "PREVIEW ONLY" TO RH-MODE-OUT
           END-IF.

           OPEN INPUT SORTED-NEW-HIRE-FILE
                INPUT ADDRESS-FILE-INDEXED
                OUTPUT NEW-HIRE-FILE
                OUTPUT NEW-HIRE-REPORT.

           PERFORM 250-READ.

       250-READ.
           READ SORTED-NEW-HIRE-FILE
               AT END MOVE 'YES' TO EOF-SORTED-WS
           END-READ.

       300-PROCESS.

           IF STATE-IN-PROGRESS
              AND SNH-WORK-STATE NOT = PREV-STATE-WS
               PERFORM 350-STATE-BREAK-RTN
           END-IF.

           IF NOT STATE-IN-PROGRESS
               PERFORM 320-START-STATE-RTN
           END-IF.

           PERFORM 330-NEW-HIRE-DETAIL-RTN.

           PERFORM 250-READ.

       320-START-STATE-RTN.

           MOVE SNH-WORK-STATE TO PREV-STATE-WS.
           SET STATE-IN-PROGRESS TO TRUE.
           MOVE ZERO TO AC-STATE-COUNT.
           MOVE ZERO TO AC-STATE-UNREPORTED.
           ADD 1 TO AC-STATES-REPORTED.

           PERFORM 500-HEADER.

           MOVE SNH-WORK-STATE TO SH-STATE-OUT.

           WRITE REPORT-LINE-OUT FROM STATE-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

       330-NEW-HIRE-DETAIL-RTN.

           IF AC-LINE-COUNT > 30
               PERFORM 500-HEADER
           END-IF.

           ADD 1 TO AC-PENDING-COUNT.
           ADD 1 TO AC-STATE-COUNT.

           MOVE SNH-HIRE-DATE TO DATE-SPLIT-WS.
           COMPUTE HIRE-DAYS-WS =
               (DS-YY * 360) + (DS-MM * 30) + DS-DD.
           COMPUTE AGE-DAYS-WS =
               RUN-DAYS-WS - HIRE-DAYS-WS.
           COMPUTE DAYS-LEFT-WS =
               DEADLINE-DAYS-WS - AGE-DAYS-WS.

           MOVE SPACES TO UNREPORTED-REASON-WS.
           MOVE SPACES TO ADDRESS-REC.

           MOVE SNH-COMPANY-CODE TO COMPANY-LOOKUP-WS.
           PERFORM 164-FIND-COMPANY-RTN.

           MOVE 'N' TO ADDRESS-FOUND-SW.
           MOVE SNH-SSN TO ADDR-SSN.

           READ ADDRESS-FILE-INDEXED
               INVALID KEY
                   MOVE SPACES TO ADDRESS-REC
               NOT INVALID KEY
                   MOVE 'Y' TO ADDRESS-FOUND-SW
           END-READ.

           EVALUATE TRUE
               WHEN NOT EMP-ADDRESS-FOUND
                   MOVE "NO ADDRESS" TO UNREPORTED-REASON-WS
               WHEN NOT COMPANY-CODE-FOUND
                   MOVE "NO EMPLOYER" TO UNREPORTED-REASON-WS
               WHEN PREVIEW-MODE
                   MOVE "PREVIEW" TO UNREPORTED-REASON-WS
           END-EVALUATE.

           MOVE SNH-SSN TO ND-SSN-OUT.
           MOVE SNH-NAME TO ND-NAME-OUT.
           MOVE SNH-HIRE-DATE TO ND-HIRE-DATE-OUT.
           MOVE SNH-TRANS-CODE TO ND-TYPE-OUT.
           MOVE AGE-DAYS-WS TO ND-AGE-OUT.
           MOVE ADDR-STREET TO ND-STREET-OUT.
           MOVE ADDR-CITY TO ND-CITY-OUT.

           IF COMPANY-CODE-FOUND
               MOVE CMT-EIN (COMPANY-SCAN-SUB-WS) TO ND-EIN-OUT
           ELSE
               MOVE SPACES TO ND-EIN-OUT
           END-IF.

           IF UNREPORTED-REASON-WS = SPACES
               MOVE "REPORTED" TO ND-STATUS-OUT
               ADD 1 TO AC-REPORTED-COUNT
               PERFORM 340-FILE-NEW-HIRE-RTN
           ELSE
               MOVE UNREPORTED-REASON-WS TO ND-STATUS-OUT
               ADD 1 TO AC-UNREPORTED-COUNT
               ADD 1 TO AC-STATE-UNREPORTED
               IF AGE-DAYS-WS NOT < WARNING-DAYS-WS
                   PERFORM 345-STORE-DEADLINE-RTN
               END-IF
           END-IF.

           WRITE REPORT-LINE-OUT FROM NEW-HIRE-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.

       340-FILE-NEW-HIRE-RTN.

           MOVE SPACES TO NEW-HIRE-REC.
           MOVE 'W4' TO NH-RECORD-TYPE.
           MOVE SNH-SSN TO NH-EMP-SSN.
           MOVE SNH-F-INIT TO NH-EMP-F-INIT.
           MOVE SNH-M-INIT TO NH-EMP-M-INIT.
           MOVE SNH-LAST-NAME TO NH-EMP-LAST-NAME.
           MOVE ADDR-STREET TO NH-EMP-STREET.
           MOVE ADDR-CITY TO NH-EMP-CITY.
           MOVE ADDR-STATE TO NH-EMP-STATE.
           MOVE ADDR-ZIP TO NH-EMP-ZIP.
           MOVE SNH-HIRE-DATE TO NH-HIRE-DATE.

           IF SNH-REHIRE
               MOVE 'R' TO NH-HIRE-TYPE
           ELSE
               MOVE 'N' TO NH-HIRE-TYPE
           END-IF.

           MOVE SNH-WORK-STATE TO NH-WORK-STATE.
           MOVE CMT-EIN (COMPANY-SCAN-SUB-WS) TO NH-EMPLOYER-EIN.
           MOVE CMT-LEGAL-NAME (COMPANY-SCAN-SUB-WS)
               TO NH-EMPLOYER-NAME.
           MOVE CMT-STREET (COMPANY-SCAN-SUB-WS)
               TO NH-EMPLOYER-STREET.
           MOVE CMT-CITY (COMPANY-SCAN-SUB-WS) TO NH-EMPLOYER-CITY.
           MOVE CMT-STATE (COMPANY-SCAN-SUB-WS) TO NH-EMPLOYER-STATE.
           MOVE CMT-ZIP (COMPANY-SCAN-SUB-WS) TO NH-EMPLOYER-ZIP.

           WRITE NEW-HIRE-REC.

           MOVE SNH-KEY TO NHT-KEY.

           READ NEW-HIRE-TRACK-FILE
               INVALID KEY
                   DISPLAY 'NEW-HIRE TRACKING RECORD NOT FOUND FOR '
                           SNH-SSN
                   MOVE 8 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'R' TO NHT-STATUS
                   MOVE RUN-DATE-WS TO NHT-REPORTED-DATE
                   REWRITE NEW-HIRE-TRACK-REC
                       INVALID KEY
                           DISPLAY 'NEW-HIRE TRACKING REWRITE ERROR ON '
                                   NHT-SSN
                           MOVE 8 TO RETURN-CODE
                   END-REWRITE
           END-READ.

       345-STORE-DEADLINE-RTN.

           IF AGE-DAYS-WS > DEADLINE-DAYS-WS
               ADD 1 TO AC-PAST-DUE-COUNT
           ELSE
               ADD 1 TO AC-NEAR-DEADLINE-COUNT
           END-IF.

           IF DEADLINE-COUNT-WS < 100
               ADD 1 TO DEADLINE-COUNT-WS
               MOVE SNH-SSN TO DLT-SSN (DEADLINE-COUNT-WS)
               MOVE SNH-NAME TO DLT-NAME (DEADLINE-COUNT-WS)
               MOVE SNH-WORK-STATE
                   TO DLT-WORK-STATE (DEADLINE-COUNT-WS)
               MOVE SNH-HIRE-DATE TO DLT-HIRE-DATE (DEADLINE-COUNT-WS)
               MOVE AGE-DAYS-WS TO DLT-AGE-DAYS (DEADLINE-COUNT-WS)
               MOVE DAYS-LEFT-WS TO DLT-DAYS-LEFT (DEADLINE-COUNT-WS)
               MOVE UNREPORTED-REASON-WS
                   TO DLT-REASON (DEADLINE-COUNT-WS)
           ELSE
               DISPLAY 'DEADLINE LISTING FULL - ' SNH-SSN
                       ' COUNTED BUT NOT LISTED'
           END-IF.

       350-STATE-BREAK-RTN.

           MOVE PREV-STATE-WS TO ST-STATE-OUT.
           MOVE AC-STATE-COUNT TO ST-COUNT-OUT.
           MOVE AC-STATE-UNREPORTED TO ST-UNREPORTED-OUT.

           WRITE REPORT-LINE-OUT FROM STATE-TOTAL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           MOVE 'N' TO STATE-OPEN-SW.

       400-DEADLINE-LISTING-RTN.

           PERFORM 500-HEADER.

           WRITE REPORT-LINE-OUT FROM DH-LINE-1
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM DH-LINE-2
               AFTER ADVANCING 2 LINES.

           ADD 4 TO AC-LINE-COUNT.

           MOVE 1 TO DEADLINE-SUB-WS.
           PERFORM 410-DEADLINE-DETAIL-RTN
               UNTIL DEADLINE-SUB-WS > DEADLINE-COUNT-WS.

       410-DEADLINE-DETAIL-RTN.

           IF AC-LINE-COUNT > 30
               PERFORM 500-HEADER
               WRITE REPORT-LINE-OUT FROM DH-LINE-2
                   AFTER ADVANCING 2 LINES
               ADD 2 TO AC-LINE-COUNT
           END-IF.

           MOVE DLT-SSN (DEADLINE-SUB-WS) TO DD-SSN-OUT.
           MOVE DLT-NAME (DEADLINE-SUB-WS) TO DD-NAME-OUT.
           MOVE DLT-WORK-STATE (DEADLINE-SUB-WS) TO DD-STATE-OUT.
           MOVE DLT-HIRE-DATE (DEADLINE-SUB-WS) TO DD-HIRE-DATE-OUT.
           MOVE DLT-AGE-DAYS (DEADLINE-SUB-WS) TO DD-AGE-OUT.
           MOVE DLT-DAYS-LEFT (DEADLINE-SUB-WS) TO DD-DAYS-LEFT-OUT.
           MOVE DLT-REASON (DEADLINE-SUB-WS) TO DD-REASON-OUT.

           IF DLT-DAYS-LEFT (DEADLINE-SUB-WS) < 0
               MOVE "PAST DUE" TO DD-FLAG-OUT
           ELSE
               MOVE "DEADLINE NEAR" TO DD-FLAG-OUT
           END-IF.

           WRITE REPORT-LINE-OUT FROM DEADLINE-DETAIL-LINE
               AFTER ADVANCING 1 LINES.

           ADD 1 TO AC-LINE-COUNT.
           ADD 1 TO DEADLINE-SUB-WS.

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

           IF DEADLINE-COUNT-WS > 0
               PERFORM 400-DEADLINE-LISTING-RTN
           END-IF.

           IF AC-PAGE-COUNT = 0
               PERFORM 500-HEADER
           END-IF.

           MOVE AC-PENDING-COUNT TO SL-PENDING-COUNT.
           MOVE AC-REPORTED-COUNT TO SL-REPORTED-COUNT.
           MOVE AC-UNREPORTED-COUNT TO SL-UNREPORTED-COUNT.
           MOVE AC-NEAR-DEADLINE-COUNT TO SL-NEAR-DEADLINE-COUNT.
           MOVE AC-PAST-DUE-COUNT TO SL-PAST-DUE-COUNT.
           MOVE AC-STATES-REPORTED TO SL-STATES-COUNT.

           IF FINAL-MODE
               MOVE "HIRES WRITTEN TO V2NEWHIR.DAT AND MARKED REPORTED"
                   TO SL-MODE-MSG
           ELSE
               MOVE "PREVIEW ONLY - NO HIRES MARKED REPORTED"
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

           WRITE REPORT-LINE-OUT FROM SL-LINE-5
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-6
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-MODE-LINE
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.

           IF AC-PAST-DUE-COUNT > 0
              AND RETURN-CODE < 4
               DISPLAY 'NEW HIRES PAST THE STATE REPORTING DEADLINE - '
                       'SEE NEWHIRE.DOC'
               MOVE 4 TO RETURN-CODE
           END-IF.

       900-CLOSE.
           IF FINAL-MODE
               CLOSE NEW-HIRE-TRACK-FILE
           END-IF.

           CLOSE SORTED-NEW-HIRE-FILE
                 ADDRESS-FILE-INDEXED
                 NEW-HIRE-FILE
                 NEW-HIRE-REPORT.
