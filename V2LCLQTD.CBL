       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2LCLQTD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

            SELECT MASTER-FILE-INDEXED ASSIGN TO 'V2MASTVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS MASTER-SSN-INDEXED.

            SELECT OPTIONAL TERMINATED-FILE ASSIGN TO 'V2TERMVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SSN-TERM.

            SELECT OPTIONAL LOCAL-TABLE-FILE ASSIGN TO 'V2LCLTBL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT SORT-WORK-FILE  ASSIGN TO 'V2LCWRK.DAT'.

            SELECT SORTED-LOCAL-FILE  ASSIGN TO 'V2LCOUT.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

            SELECT LOCAL-REPORT  ASSIGN TO 'LOCALQTD.DOC'
               ORGANIZATION IS LINE SEQUENTIAL.


       DATA DIVISION.
       FILE SECTION.

       FD  MASTER-FILE-INDEXED.

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
                  05  FILLER                        PIC X(94).
                  05  WORK-LOCAL-INDEXED            PIC X(4).
                  05  RES-LOCAL-INDEXED             PIC X(4).
                  05  TAX-LOCAL-INDEXED             PIC X(4).
                  05  LOCAL-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-LOCAL-WH-INDEXED          PIC S9(7)V99.
                  05  YTD-LOCAL-WAGES-INDEXED       PIC S9(7)V99.
                  05  FILLER                        PIC X(13).

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
           05  FILLER                        PIC X(59).
           05  WORK-LOCAL-TERM               PIC X(4).
           05  RES-LOCAL-TERM                PIC X(4).
           05  TAX-LOCAL-TERM                PIC X(4).
           05  YTD-LOCAL-WH-TERM             PIC S9(7)V99.
           05  YTD-LOCAL-WAGES-TERM          PIC S9(7)V99.
           05  FILLER                        PIC X(48).

       FD  LOCAL-TABLE-FILE
           LABEL RECORDS ARE STANDARD.

       01  LOCAL-TABLE-REC.
           05  LTR-LOCAL-CODE                PIC X(4).
           05  LTR-STATE-CODE                PIC XX.
           05  LTR-LOCAL-NAME                PIC X(20).
           05  LTR-LOCAL-TYPE                PIC X.
           05  LTR-RES-RATE                  PIC V9(4).
           05  LTR-NONRES-RATE               PIC V9(4).
           05  FILLER                        PIC X(5).

       SD  SORT-WORK-FILE.

       01  SORT-REC.
                  05  SORT-LOCAL-CODE                PIC X(4).
                  05  SORT-SSN                       PIC X(9).
                  05  SORT-NAME.
                      10 SORT-F-INIT                 PIC X.
                      10 SORT-M-INIT                 PIC X.
                      10 SORT-LAST-NAME               PIC X(20).
                  05  SORT-STATE-CODE                PIC X(2).
                  05  SORT-YTD-LOCAL-WAGES           PIC S9(7)V99.
                  05  SORT-LOCAL-WH                  PIC S9(5)V99.
                  05  SORT-YTD-LOCAL-WH              PIC S9(7)V99.
                  05  SORT-TERM-FLAG                 PIC X.
                  05  FILLER                         PIC X(9).

       FD  SORTED-LOCAL-FILE.

       01  SORTED-LOCAL-REC.
                  05  SR-LOCAL-CODE                  PIC X(4).
                  05  SR-SSN                         PIC X(9).
                  05  SR-NAME.
                      10 SR-F-INIT                   PIC X.
                      10 SR-M-INIT                   PIC X.
                      10 SR-LAST-NAME                PIC X(20).
                  05  SR-STATE-CODE                  PIC X(2).
                  05  SR-YTD-LOCAL-WAGES             PIC S9(7)V99.
                  05  SR-LOCAL-WH                    PIC S9(5)V99.
                  05  SR-YTD-LOCAL-WH                PIC S9(7)V99.
                  05  SR-TERM-FLAG                   PIC X.
                  05  FILLER                         PIC X(9).

       FD  LOCAL-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-LOCAL-WS               PIC X(3)  VALUE 'NO '.
           05  EOF-MASTIN-WS              PIC X(3)  VALUE 'NO '.
           05  EOF-TERMIN-WS              PIC X(3)  VALUE 'NO '.
           05  EOF-LCLTBL-WS              PIC X(3)  VALUE 'NO '.
           05  INCLUDE-TERM-WS            PIC X     VALUE 'N'.
               88  INCLUDE-TERMINATED            VALUE 'Y'.
       01  ACCUMULATORS.
           05  AC-LINE-COUNT              PIC S999  VALUE 0.
           05  AC-PAGE-COUNT              PIC S999  VALUE 0.
           05  AC-RECORD-COUNT            PIC S999  VALUE 0.
           05  AC-LOCAL-WAGES-TOTAL       PIC S9(9)V99 VALUE 0.
           05  AC-LOCAL-WH-TOTAL          PIC S9(7)V99 VALUE 0.
           05  AC-YTD-LOCAL-WH-TOTAL      PIC S9(7)V99 VALUE 0.

       01  LOCAL-BREAK-FIELDS.
           05  LB-FIRST-RECORD-SW         PIC X     VALUE 'Y'.
               88  LB-FIRST-RECORD               VALUE 'Y'.
           05  LB-PREV-LOCAL-WS           PIC X(4)  VALUE SPACES.
           05  LB-COUNT-WS                PIC S999  VALUE 0.
           05  LB-WAGES-WS                PIC S9(9)V99 VALUE 0.
           05  LB-LOCAL-WH-WS             PIC S9(7)V99 VALUE 0.
           05  LB-YTD-LOCAL-WH-WS         PIC S9(7)V99 VALUE 0.

       01  LOCAL-NAME-FIELDS.
           05  LOCAL-NAME-COUNT-WS        PIC S999  VALUE ZERO.
           05  LOCAL-SUB-WS               PIC S999  VALUE ZERO.
           05  LOCAL-NAME-ENTRY OCCURS 50 TIMES.
               10  LNT-LOCAL-CODE         PIC X(4).
               10  LNT-STATE-CODE         PIC XX.
               10  LNT-LOCAL-NAME         PIC X(20).

       01  REPORT-HEADING.
           02  RH-LINE-1.
               03                              PIC X(31)  VALUE
                   "LOCAL WITHHOLDING QTRLY REPORT".
               03                              PIC X(14) VALUE SPACES.
               03                              PIC X(6)  VALUE 'PAGE:'.
               03  RH-PAGE-COUNT               PIC ZZ9.
               03                              PIC X(26) VALUE SPACES.

       01  LOCAL-HEADING-LINE.
           02                                  PIC X(5)   VALUE SPACES.
           02                                  PIC X(18)  VALUE
               "TAXING LOCALITY - ".
           02  LH-LOCAL-OUT                    PIC X(4).
           02                                  PIC X(2)   VALUE SPACES.
           02  LH-NAME-OUT                     PIC X(20).
           02                                  PIC X(2)   VALUE SPACES.
           02  LH-STATE-OUT                    PIC X(2).
           02                                  PIC X(79)  VALUE SPACES.

       01  DETAIL-LINE.
           05  FILLER                         PIC X VALUE SPACES.
           05  MASTER-SSN-OUT                 PIC X(9).
           05  FILLER                         PIC X VALUE SPACES.
           05  NAME-OUT.
               10 F-INIT-OUT                  PIC X.
               10 M-INIT-OUT                  PIC X.
               10 LAST-NAME-OUT               PIC X(20).
           05  FILLER                         PIC X VALUE SPACES.
           05  LOCAL-OUT                      PIC X(4).
           05  FILLER                         PIC X VALUE SPACES.
           05  YTD-LOCAL-WAGES-OUT            PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  LOCAL-WH-OUT                   PIC ZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  YTD-LOCAL-WH-OUT               PIC Z,ZZZ,ZZ9.99-.
           05  FILLER                         PIC X VALUE SPACES.
           05  DL-TERM-NOTE                   PIC X(4).
           05  FILLER                         PIC X(48).

       01  LOCAL-SUBTOTAL-LINE.
           02                                  PIC X(5)   VALUE SPACES.
           02                                  PIC X(15)  VALUE
               "LOCALITY SUB (".
           02  LS-LOCAL-OUT                    PIC X(4).
           02                                  PIC X(10)  VALUE
               ") COUNT =".
           02  LS-COUNT-OUT                    PIC ZZ9.
           02                                  PIC X(8)   VALUE
               " WAGES =".
           02  LS-WAGES-OUT                    PIC ZZZ,ZZZ,ZZ9.99-.
           02                                  PIC X(9)   VALUE
               " LCL WH =".
           02  LS-LOCAL-WH-OUT                 PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(10)  VALUE
               " YTD WH =".
           02  LS-YTD-LOCAL-WH-OUT             PIC Z,ZZZ,ZZ9.99-.
           02                                  PIC X(27)  VALUE SPACES.

       01  SUMMARY-LINES.
           02  SL-LINE-1.
               03                              PIC X(26)  VALUE SPACES.
               03                              PIC X(25)  VALUE
                   "TOTAL RECORDS PRINTED =  ".
               03  SL-RECORD-COUNT             PIC ZZ9.
               03                              PIC X(26)  VALUE SPACES.

           02  SL-LINE-2.
               03                              PIC X(10)  VALUE SPACES.
               03                              PIC X(16)  VALUE
                   "LOCAL WAGES    =".
               03  SL-LOCAL-WAGES-OUT          PIC ZZZ,ZZZ,ZZ9.99-.
               03                              PIC X(16)  VALUE
                   " LCL WH TOTAL =".
               03  SL-LOCAL-WH-OUT             PIC Z,ZZZ,ZZ9.99-.
               03                              PIC X(16)  VALUE
                   " YTD WH TOTAL =".
               03  SL-YTD-LOCAL-WH-OUT         PIC Z,ZZZ,ZZ9.99-.
               03                              PIC X(33)  VALUE SPACES.

           02  SL-EOR-LINE.
               03                              PIC X(32)  VALUE SPACES.
               03                              PIC X(13)  VALUE
                   "END OF REPORT".
               03                              PIC X(35)  VALUE SPACES.


       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           DISPLAY 'INCLUDE TERMINATED EMPLOYEES (Y/N): '.
           ACCEPT INCLUDE-TERM-WS.

           PERFORM 120-LOAD-LOCAL-TABLE-RTN.

           SORT SORT-WORK-FILE
               ON ASCENDING KEY SORT-LOCAL-CODE
                  ASCENDING KEY SORT-SSN
               INPUT PROCEDURE IS 150-RELEASE-INPUT-RTN
               GIVING SORTED-LOCAL-FILE.

           PERFORM 200-OPEN.
           PERFORM 300-PROCESS
               UNTIL EOF-LOCAL-WS = 'YES'.
           PERFORM 600-WRAPUP.
           PERFORM 900-CLOSE.
           STOP RUN.

       120-LOAD-LOCAL-TABLE-RTN.

           OPEN INPUT LOCAL-TABLE-FILE.

           PERFORM 122-READ-LOCAL-TABLE-RTN.
           PERFORM 124-STORE-LOCAL-NAME-RTN
               UNTIL EOF-LCLTBL-WS = 'YES'.

           CLOSE LOCAL-TABLE-FILE.

       122-READ-LOCAL-TABLE-RTN.
           READ LOCAL-TABLE-FILE
               AT END MOVE 'YES' TO EOF-LCLTBL-WS
           END-READ.

       124-STORE-LOCAL-NAME-RTN.

           IF LOCAL-NAME-COUNT-WS < 50
               ADD 1 TO LOCAL-NAME-COUNT-WS
               MOVE LTR-LOCAL-CODE
                   TO LNT-LOCAL-CODE (LOCAL-NAME-COUNT-WS)
               MOVE LTR-STATE-CODE
                   TO LNT-STATE-CODE (LOCAL-NAME-COUNT-WS)
               MOVE LTR-LOCAL-NAME
                   TO LNT-LOCAL-NAME (LOCAL-NAME-COUNT-WS)
           END-IF.

           PERFORM 122-READ-LOCAL-TABLE-RTN.

       150-RELEASE-INPUT-RTN.

           OPEN INPUT MASTER-FILE-INDEXED.

           PERFORM 160-READ-MASTIN-RTN.
           PERFORM 170-RELEASE-MASTER-RTN
               UNTIL EOF-MASTIN-WS = 'YES'.

           CLOSE MASTER-FILE-INDEXED.

           IF INCLUDE-TERMINATED
               OPEN INPUT TERMINATED-FILE
               PERFORM 180-READ-TERMIN-RTN
               PERFORM 190-RELEASE-TERM-RTN
                   UNTIL EOF-TERMIN-WS = 'YES'
               CLOSE TERMINATED-FILE
           END-IF.

       160-READ-MASTIN-RTN.
           READ MASTER-FILE-INDEXED
               AT END MOVE 'YES' TO EOF-MASTIN-WS
           END-READ.

       170-RELEASE-MASTER-RTN.

           IF TAX-LOCAL-INDEXED NOT = SPACES
               MOVE SPACES TO SORT-REC
               MOVE TAX-LOCAL-INDEXED TO SORT-LOCAL-CODE
               MOVE MASTER-SSN-INDEXED TO SORT-SSN
               MOVE NAME-INDEXED TO SORT-NAME
               MOVE STATE-CODE-INDEXED TO SORT-STATE-CODE
               MOVE YTD-LOCAL-WAGES-INDEXED TO SORT-YTD-LOCAL-WAGES
               MOVE LOCAL-WH-INDEXED TO SORT-LOCAL-WH
               MOVE YTD-LOCAL-WH-INDEXED TO SORT-YTD-LOCAL-WH
               MOVE SPACE TO SORT-TERM-FLAG
               RELEASE SORT-REC
           END-IF.

           PERFORM 160-READ-MASTIN-RTN.

       180-READ-TERMIN-RTN.
           READ TERMINATED-FILE
               AT END MOVE 'YES' TO EOF-TERMIN-WS
           END-READ.

       190-RELEASE-TERM-RTN.

           IF TAX-LOCAL-TERM NOT = SPACES
              AND YTD-LOCAL-WAGES-TERM IS NUMERIC
              AND YTD-LOCAL-WH-TERM IS NUMERIC
              AND NOT TERM-REC-REHIRED
               MOVE SPACES TO SORT-REC
               MOVE TAX-LOCAL-TERM TO SORT-LOCAL-CODE
               MOVE SSN-TERM TO SORT-SSN
               MOVE NAME-TERM TO SORT-NAME
               MOVE STATE-CODE-TERM TO SORT-STATE-CODE
               MOVE YTD-LOCAL-WAGES-TERM TO SORT-YTD-LOCAL-WAGES
               MOVE ZERO TO SORT-LOCAL-WH
               MOVE YTD-LOCAL-WH-TERM TO SORT-YTD-LOCAL-WH
               MOVE 'T' TO SORT-TERM-FLAG
               RELEASE SORT-REC
           END-IF.

           PERFORM 180-READ-TERMIN-RTN.

       200-OPEN.
           INITIALIZE ACCUMULATORS.

           OPEN INPUT SORTED-LOCAL-FILE
                OUTPUT  LOCAL-REPORT.

           PERFORM 250-READ.

       250-READ.
           READ SORTED-LOCAL-FILE
               AT END MOVE 'YES' TO EOF-LOCAL-WS
           END-READ.

       300-PROCESS.

           IF AC-LINE-COUNT = 0
               PERFORM 500-HEADER
           END-IF

           IF LB-FIRST-RECORD
               MOVE SR-LOCAL-CODE TO LB-PREV-LOCAL-WS
               MOVE 'N' TO LB-FIRST-RECORD-SW
               PERFORM 520-LOCAL-HEADER
           END-IF

           IF SR-LOCAL-CODE NOT = LB-PREV-LOCAL-WS
               PERFORM 560-LOCAL-SUBTOTAL
               PERFORM 520-LOCAL-HEADER
           END-IF

               MOVE SR-SSN TO MASTER-SSN-OUT
               MOVE SR-NAME TO NAME-OUT
               MOVE SR-F-INIT TO F-INIT-OUT
               MOVE SR-M-INIT TO M-INIT-OUT
               MOVE SR-LAST-NAME TO LAST-NAME-OUT
               MOVE SR-LOCAL-CODE TO LOCAL-OUT
               MOVE SR-YTD-LOCAL-WAGES TO YTD-LOCAL-WAGES-OUT
               MOVE SR-LOCAL-WH TO LOCAL-WH-OUT
               MOVE SR-YTD-LOCAL-WH TO YTD-LOCAL-WH-OUT

               IF SR-TERM-FLAG = 'T'
                   MOVE 'TERM' TO DL-TERM-NOTE
               ELSE
                   MOVE SPACES TO DL-TERM-NOTE
               END-IF

               WRITE REPORT-LINE-OUT FROM DETAIL-LINE
                       AFTER ADVANCING 2 LINES

               ADD 2 TO AC-LINE-COUNT
               ADD 1 TO AC-RECORD-COUNT

               ADD 1 TO LB-COUNT-WS
               ADD SR-YTD-LOCAL-WAGES TO LB-WAGES-WS
               ADD SR-LOCAL-WH TO LB-LOCAL-WH-WS
               ADD SR-YTD-LOCAL-WH TO LB-YTD-LOCAL-WH-WS

               ADD SR-YTD-LOCAL-WAGES TO AC-LOCAL-WAGES-TOTAL
               ADD SR-LOCAL-WH TO AC-LOCAL-WH-TOTAL
               ADD SR-YTD-LOCAL-WH TO AC-YTD-LOCAL-WH-TOTAL


           IF AC-LINE-COUNT > 30
                       MOVE ZERO TO AC-LINE-COUNT
           END-IF

           PERFORM 250-READ.

       520-LOCAL-HEADER.

           MOVE SR-LOCAL-CODE TO LH-LOCAL-OUT.
           MOVE "NOT ON RATE TABLE" TO LH-NAME-OUT.
           MOVE SPACES TO LH-STATE-OUT.

           MOVE 1 TO LOCAL-SUB-WS.
           PERFORM 530-SCAN-LOCAL-NAME-RTN
               UNTIL LOCAL-SUB-WS > LOCAL-NAME-COUNT-WS.

           WRITE REPORT-LINE-OUT FROM LOCAL-HEADING-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           MOVE SR-LOCAL-CODE TO LB-PREV-LOCAL-WS.

       530-SCAN-LOCAL-NAME-RTN.

           IF LNT-LOCAL-CODE (LOCAL-SUB-WS) = SR-LOCAL-CODE
               MOVE LNT-LOCAL-NAME (LOCAL-SUB-WS) TO LH-NAME-OUT
               MOVE LNT-STATE-CODE (LOCAL-SUB-WS) TO LH-STATE-OUT
           END-IF.

           ADD 1 TO LOCAL-SUB-WS.

       560-LOCAL-SUBTOTAL.

           MOVE LB-PREV-LOCAL-WS TO LS-LOCAL-OUT.
           MOVE LB-COUNT-WS TO LS-COUNT-OUT.
           MOVE LB-WAGES-WS TO LS-WAGES-OUT.
           MOVE LB-LOCAL-WH-WS TO LS-LOCAL-WH-OUT.
           MOVE LB-YTD-LOCAL-WH-WS TO LS-YTD-LOCAL-WH-OUT.

           WRITE REPORT-LINE-OUT FROM LOCAL-SUBTOTAL-LINE
               AFTER ADVANCING 2 LINES.

           ADD 2 TO AC-LINE-COUNT.

           MOVE ZERO TO LB-COUNT-WS LB-WAGES-WS
                        LB-LOCAL-WH-WS LB-YTD-LOCAL-WH-WS.

       500-HEADER.

           ADD 1 TO AC-PAGE-COUNT.
           MOVE AC-PAGE-COUNT TO RH-PAGE-COUNT.

           WRITE REPORT-LINE-OUT FROM RH-LINE-1
               AFTER PAGE.

           MOVE SPACES TO REPORT-LINE-OUT
           WRITE REPORT-LINE-OUT AFTER ADVANCING 2 LINES.

           MOVE 6 TO AC-LINE-COUNT.

       600-WRAPUP.

           IF LB-COUNT-WS > 0
               PERFORM 560-LOCAL-SUBTOTAL
           END-IF.

           MOVE AC-RECORD-COUNT TO SL-RECORD-COUNT.
           MOVE AC-LOCAL-WAGES-TOTAL TO SL-LOCAL-WAGES-OUT.
           MOVE AC-LOCAL-WH-TOTAL TO SL-LOCAL-WH-OUT.
           MOVE AC-YTD-LOCAL-WH-TOTAL TO SL-YTD-LOCAL-WH-OUT.

           WRITE REPORT-LINE-OUT FROM SL-LINE-1
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-LINE-2
               AFTER ADVANCING 2 LINES.

           WRITE REPORT-LINE-OUT FROM SL-EOR-LINE
               AFTER ADVANCING 2 LINES.


       900-CLOSE.
           CLOSE SORTED-LOCAL-FILE
                 LOCAL-REPORT.
