       IDENTIFICATION DIVISION.
       PROGRAM-ID. V2RELOAD.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

           SELECT OPTIONAL OLD-TERM-FILE ASSIGN TO 'V2TERMUL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT TERMINATED-FILE ASSIGN TO 'V2TERMVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS SSN-TERM.

           SELECT OPTIONAL OLD-LEAVE-FILE ASSIGN TO 'V2LEAVUL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT LEAVE-FILE-INDEXED ASSIGN TO 'V2LEAVVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS LV-SSN.

           SELECT OPTIONAL OLD-BANK-FILE ASSIGN TO 'V2BANKUL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT BANK-FILE-INDEXED ASSIGN TO 'V2BANKVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS BANK-SSN.

           SELECT OPTIONAL OLD-DEPT-FILE ASSIGN TO 'V2DEPTUL.DAT'
               ORGANIZATION IS LINE SEQUENTIAL.

           SELECT DEPT-FILE-INDEXED ASSIGN TO 'V2DEPTVS.DAT'
               ORGANIZATION IS INDEXED
               ACCESS IS SEQUENTIAL
               RECORD KEY IS DEPT-CODE.

       DATA DIVISION.
       FILE SECTION.

       FD  OLD-TERM-FILE
           LABEL RECORDS ARE STANDARD.

       01  OLD-TERM-REC.
           05  OTR-BASE                      PIC X(113).
           05  FILLER                        PIC X(5).

       FD  TERMINATED-FILE
           LABEL RECORDS ARE STANDARD.

       01  TERMINATED-REC.
           05  TERM-BASE.
               10  SSN-TERM                  PIC X(9).
               10  MARITIAL-STATUS-TERM      PIC X.
               10  EXEMPTIONS-TERM           PIC XX.
               10  NAME-TERM                 PIC X(22).
               10  GROSS-TERM                PIC S9(7)V99.
               10  FICA-TERM                 PIC S9(4)V99.
               10  WH-TERM                   PIC S9(5)V99.
               10  MOVE-TERM                 PIC S9(5)V99.
               10  YTD-GROSS-TERM            PIC S9(7)V99.
               10  YTD-FICA-TERM             PIC S9(4)V99.
               10  YTD-WH-TERM               PIC S9(5)V99.
               10  DEPARTMENT-CODE-TERM      PIC X(5).
               10  STATE-CODE-TERM           PIC X(2).
               10  STATE-WH-TERM             PIC S9(5)V99.
               10  YTD-STATE-WH-TERM         PIC S9(5)V99.
               10  TERM-DATE-TERM            PIC 9(6).
               10  REHIRE-FLAG-TERM          PIC X.
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

       FD  OLD-LEAVE-FILE
           LABEL RECORDS ARE STANDARD.

       01  OLD-LEAVE-REC.
           05  OLV-BASE                      PIC X(45).
           05  FILLER                        PIC X(3).

       FD  LEAVE-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  LEAVE-REC.
           05  LV-BASE.
               10  LV-SSN                    PIC X(9).
               10  FILLER                    PIC X(36).
           05  LV-STATUS                     PIC X.
           05  LV-CLOSE-DATE                 PIC 9(6).
           05  LV-VAC-PAID-HOURS             PIC S9(4)V99.
           05  LV-VAC-PAID-AMOUNT            PIC S9(7)V99.
           05  LV-SICK-FORFEIT-HOURS         PIC S9(4)V99.
           05  FILLER                        PIC X(7).

       FD  OLD-BANK-FILE
           LABEL RECORDS ARE STANDARD.

       01  OLD-BANK-REC.
           05  OBK-BASE                      PIC X(47).
           05  FILLER                        PIC X(3).

       FD  BANK-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  BANK-REC.
           05  BANK-BASE.
               10  BANK-SSN                  PIC X(9).
               10  FILLER                    PIC X(38).
           05  BANK-VERIFY-SW                PIC X.
           05  BANK-CHANGE-DATE              PIC 9(6).
           05  FILLER                        PIC X(6).

       FD  OLD-DEPT-FILE
           LABEL RECORDS ARE STANDARD.

       01  OLD-DEPT-REC.
           05  ODP-BASE                      PIC X(40).

       FD  DEPT-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  DEPT-REC.
           05  DEPT-BASE.
               10  DEPT-CODE                 PIC X(5).
               10  FILLER                    PIC X(35).
           05  DEPT-WC-CLASS                 PIC X(4).
           05  DEPT-WC-RATE                  PIC 9(2)V9(3).
           05  FILLER                        PIC X(11).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-OLD-WS                 PIC X(3)  VALUE 'NO '.
           05  RELOAD-MODE-WS             PIC X(5)  VALUE SPACES.
               88  TERM-MODE                     VALUE 'TERM '.
               88  LEAVE-MODE                    VALUE 'LEAVE'.
               88  BANK-MODE                     VALUE 'BANK '.
               88  DEPT-MODE                     VALUE 'DEPT '.
               88  VALID-MODE                    VALUE 'TERM '
                                                       'LEAVE'
                                                       'BANK '
                                                       'DEPT '.
           05  SS-RATE-WS                 PIC V9(4) VALUE .0620.
           05  MEDICARE-RATE-WS           PIC V9(4) VALUE .0145.

       01  ACCUMULATORS.
           05  AC-READ-COUNT              PIC 9(7)  VALUE ZERO.
           05  AC-WRITE-COUNT             PIC 9(7)  VALUE ZERO.
           05  AC-REJECT-COUNT            PIC 9(7)  VALUE ZERO.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 200-OPEN.
           IF VALID-MODE
               EVALUATE TRUE
                   WHEN TERM-MODE
                       PERFORM 300-RELOAD-TERM-RTN
                   WHEN LEAVE-MODE
                       PERFORM 400-RELOAD-LEAVE-RTN
                   WHEN BANK-MODE
                       PERFORM 500-RELOAD-BANK-RTN
                   WHEN DEPT-MODE
                       PERFORM 600-RELOAD-DEPT-RTN
               END-EVALUATE
               PERFORM 900-TOTALS-RTN
           ELSE
               DISPLAY 'MODE NOT TERM, LEAVE, BANK OR DEPT - '
                       'NOTHING RELOADED'
               MOVE 8 TO RETURN-CODE
           END-IF.
           STOP RUN.

       200-OPEN.
           INITIALIZE ACCUMULATORS.
           DISPLAY 'ENTER FILE TO RELOAD (TERM/LEAVE/BANK/DEPT): '.
           ACCEPT RELOAD-MODE-WS.

       300-RELOAD-TERM-RTN.

           OPEN INPUT OLD-TERM-FILE
                OUTPUT TERMINATED-FILE.

           PERFORM 310-READ-OLD-TERM-RTN.
           PERFORM 320-CONVERT-TERM-RTN
               UNTIL EOF-OLD-WS = 'YES'.

           CLOSE OLD-TERM-FILE
                 TERMINATED-FILE.

       310-READ-OLD-TERM-RTN.
           READ OLD-TERM-FILE
               AT END MOVE 'YES' TO EOF-OLD-WS
               NOT AT END ADD 1 TO AC-READ-COUNT
           END-READ.

       320-CONVERT-TERM-RTN.

           MOVE SPACES TO TERMINATED-REC.
           MOVE OTR-BASE TO TERM-BASE.

           MOVE ZERO TO YTD-401K-TERM.
           MOVE ZERO TO YTD-125-TERM.
           MOVE ZERO TO YTD-LOCAL-WH-TERM.
           MOVE ZERO TO YTD-LOCAL-WAGES-TERM.

           IF YTD-GROSS-TERM IS NUMERIC
              AND YTD-FICA-TERM IS NUMERIC
               MOVE YTD-GROSS-TERM TO YTD-MED-WAGES-TERM
               MOVE YTD-GROSS-TERM TO YTD-SS-WAGES-TERM
               COMPUTE YTD-SS-TAX-TERM ROUNDED =
                   YTD-FICA-TERM * SS-RATE-WS /
                   (SS-RATE-WS + MEDICARE-RATE-WS)
               COMPUTE YTD-MEDICARE-TERM =
                   YTD-FICA-TERM - YTD-SS-TAX-TERM
           ELSE
               MOVE ZERO TO YTD-MED-WAGES-TERM
               MOVE ZERO TO YTD-SS-WAGES-TERM
               MOVE ZERO TO YTD-SS-TAX-TERM
               MOVE ZERO TO YTD-MEDICARE-TERM
           END-IF.

           WRITE TERMINATED-REC
               INVALID KEY
                   DISPLAY 'TERM RECORD OUT OF SEQUENCE OR DUPLICATE '
                           SSN-TERM
                   ADD 1 TO AC-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO AC-WRITE-COUNT
           END-WRITE.

           PERFORM 310-READ-OLD-TERM-RTN.

       400-RELOAD-LEAVE-RTN.

           OPEN INPUT OLD-LEAVE-FILE
                OUTPUT LEAVE-FILE-INDEXED.

           PERFORM 410-READ-OLD-LEAVE-RTN.
           PERFORM 420-CONVERT-LEAVE-RTN
               UNTIL EOF-OLD-WS = 'YES'.

           CLOSE OLD-LEAVE-FILE
                 LEAVE-FILE-INDEXED.

       410-READ-OLD-LEAVE-RTN.
           READ OLD-LEAVE-FILE
               AT END MOVE 'YES' TO EOF-OLD-WS
               NOT AT END ADD 1 TO AC-READ-COUNT
           END-READ.

       420-CONVERT-LEAVE-RTN.

           MOVE SPACES TO LEAVE-REC.
           MOVE OLV-BASE TO LV-BASE.

           MOVE SPACE TO LV-STATUS.
           MOVE ZERO TO LV-CLOSE-DATE.
           MOVE ZERO TO LV-VAC-PAID-HOURS.
           MOVE ZERO TO LV-VAC-PAID-AMOUNT.
           MOVE ZERO TO LV-SICK-FORFEIT-HOURS.

           WRITE LEAVE-REC
               INVALID KEY
                   DISPLAY 'LEAVE RECORD OUT OF SEQUENCE OR DUPLICATE '
                           LV-SSN
                   ADD 1 TO AC-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO AC-WRITE-COUNT
           END-WRITE.

           PERFORM 410-READ-OLD-LEAVE-RTN.

       500-RELOAD-BANK-RTN.

           OPEN INPUT OLD-BANK-FILE
                OUTPUT BANK-FILE-INDEXED.

           PERFORM 510-READ-OLD-BANK-RTN.
           PERFORM 520-CONVERT-BANK-RTN
               UNTIL EOF-OLD-WS = 'YES'.

           CLOSE OLD-BANK-FILE
                 BANK-FILE-INDEXED.

       510-READ-OLD-BANK-RTN.
           READ OLD-BANK-FILE
               AT END MOVE 'YES' TO EOF-OLD-WS
               NOT AT END ADD 1 TO AC-READ-COUNT
           END-READ.

       520-CONVERT-BANK-RTN.

           MOVE SPACES TO BANK-REC.
           MOVE OBK-BASE TO BANK-BASE.

           MOVE SPACE TO BANK-VERIFY-SW.
           MOVE ZERO TO BANK-CHANGE-DATE.

           WRITE BANK-REC
               INVALID KEY
                   DISPLAY 'BANK RECORD OUT OF SEQUENCE OR DUPLICATE '
                           BANK-SSN
                   ADD 1 TO AC-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO AC-WRITE-COUNT
           END-WRITE.

           PERFORM 510-READ-OLD-BANK-RTN.

       600-RELOAD-DEPT-RTN.

           OPEN INPUT OLD-DEPT-FILE
                OUTPUT DEPT-FILE-INDEXED.

           PERFORM 610-READ-OLD-DEPT-RTN.
           PERFORM 620-CONVERT-DEPT-RTN
               UNTIL EOF-OLD-WS = 'YES'.

           CLOSE OLD-DEPT-FILE
                 DEPT-FILE-INDEXED.

       610-READ-OLD-DEPT-RTN.
           READ OLD-DEPT-FILE
               AT END MOVE 'YES' TO EOF-OLD-WS
               NOT AT END ADD 1 TO AC-READ-COUNT
           END-READ.

       620-CONVERT-DEPT-RTN.

           MOVE SPACES TO DEPT-REC.
           MOVE ODP-BASE TO DEPT-BASE.

           MOVE SPACES TO DEPT-WC-CLASS.
           MOVE ZERO TO DEPT-WC-RATE.

           WRITE DEPT-REC
               INVALID KEY
                   DISPLAY 'DEPT RECORD OUT OF SEQUENCE OR DUPLICATE '
                           DEPT-CODE
                   ADD 1 TO AC-REJECT-COUNT
               NOT INVALID KEY
                   ADD 1 TO AC-WRITE-COUNT
           END-WRITE.

           PERFORM 610-READ-OLD-DEPT-RTN.

       900-TOTALS-RTN.

           DISPLAY 'RELOAD ' RELOAD-MODE-WS
                   ' - RECORDS READ ' AC-READ-COUNT
                   ' WRITTEN ' AC-WRITE-COUNT
                   ' REJECTED ' AC-REJECT-COUNT.

           IF AC-REJECT-COUNT > ZERO
               MOVE 8 TO RETURN-CODE
           END-IF.
