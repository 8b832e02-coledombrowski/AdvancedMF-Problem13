                  05  STATE-WH-INDEXED              PIC S9(5)V99.
                  05  YTD-STATE-WH-INDEXED          PIC S9(5)V99.
                  05  FILLER                        PIC X(12).
                  05  PRETAX-401K-INDEXED           PIC S9(5)V99.
                  05  PRETAX-125-INDEXED            PIC S9(5)V99.
                  05  FILLER                        PIC X(80).
                  05  LOCAL-WH-INDEXED              PIC S9(5)V99.
                  05  FILLER                        PIC X(31).

       FD  GL-EXTRACT-FILE.
       01  GL-EXTRACT-RECORD.
           05  GLX-STATE-WH-OUT               PIC S9(5)V99.
           05  GLX-DEPARTMENT-OUT             PIC X(5).
           05  GLX-GL-ACCOUNT-OUT             PIC X(8).
           05  GLX-LOCAL-WH-OUT               PIC S9(5)V99.
           05  GLX-PRETAX-OUT                 PIC S9(5)V99.
           05  GLX-NET-CLEARING-OUT           PIC S9(7)V99.

       FD  GL-MESSAGE-FILE.
       01  GL-MESSAGE-LINE-OUT                PIC X(80).
           05  DEPT-CODE                     PIC X(5).
           05  DEPT-NAME                     PIC X(20).
           05  DEPT-GL-ACCOUNT               PIC X(8).
           05  FILLER                        PIC X(27).

       FD  DIST-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.
           05  AC-RECORD-COUNT            PIC S999  VALUE 0.
           05  AC-NODEPT-COUNT            PIC S999  VALUE 0.
           05  AC-SPLIT-COUNT             PIC S999  VALUE 0.
           05  AC-DEBIT-TOTAL             PIC S9(9)V99 VALUE 0.
           05  AC-CREDIT-TOTAL            PIC S9(9)V99 VALUE 0.

       01  DIST-WORK-FIELDS.
           05  DIST-SUB-WS                PIC S999  VALUE 0.
           05  ALLOC-FICA-WS              PIC S9(4)V99 VALUE 0.
           05  ALLOC-WH-WS                PIC S9(5)V99 VALUE 0.
           05  ALLOC-STATE-WH-WS          PIC S9(5)V99 VALUE 0.
           05  ALLOC-LOCAL-WH-WS          PIC S9(5)V99 VALUE 0.
           05  ALLOC-PRETAX-WS            PIC S9(5)V99 VALUE 0.
           05  REM-GROSS-WS               PIC S9(7)V99 VALUE 0.
           05  REM-FICA-WS                PIC S9(4)V99 VALUE 0.
           05  REM-WH-WS                  PIC S9(5)V99 VALUE 0.
           05  REM-STATE-WH-WS            PIC S9(5)V99 VALUE 0.
           05  REM-LOCAL-WH-WS            PIC S9(5)V99 VALUE 0.
           05  REM-PRETAX-WS              PIC S9(5)V99 VALUE 0.
           05  PRETAX-WS                  PIC S9(5)V99 VALUE 0.

       01  SUMMARY-LINE.
               05                              PIC X(14) VALUE SPACES.
               05  SPLIT-COUNT-OUT             PIC ZZ9.
               05                              PIC X(21) VALUE SPACES.

       01  DEBIT-SUMMARY-LINE.
               05                              PIC X(14) VALUE SPACES.
               05                              PIC X(42) VALUE
                     "TOTAL DEBITS  - GROSS WAGES             = ".
               05  DEBIT-TOTAL-OUT             PIC ZZZ,ZZZ,ZZ9.99-.
               05                              PIC X(9) VALUE SPACES.

       01  CREDIT-SUMMARY-LINE.
               05                              PIC X(14) VALUE SPACES.
               05                              PIC X(42) VALUE
                     "TOTAL CREDITS - WITHHOLDING AND NET PAY = ".
               05  CREDIT-TOTAL-OUT            PIC ZZZ,ZZZ,ZZ9.99-.
               05                              PIC X(9) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           MOVE M-INIT-INDEXED TO GLX-M-INIT-OUT.
           MOVE STATE-CODE-INDEXED TO GLX-STATE-CODE-OUT.

           COMPUTE PRETAX-WS =
               PRETAX-401K-INDEXED + PRETAX-125-INDEXED.

           MOVE 'N' TO DIST-FOUND-SW.
           MOVE MASTER-SSN-INDEXED TO DIST-SSN.

           MOVE FICA-INDEXED TO GLX-FICA-OUT.
           MOVE WH-INDEXED TO GLX-WH-OUT.
           MOVE STATE-WH-INDEXED TO GLX-STATE-WH-OUT.
           MOVE LOCAL-WH-INDEXED TO GLX-LOCAL-WH-OUT.
           MOVE PRETAX-WS TO GLX-PRETAX-OUT.
           MOVE DEPARTMENT-CODE-INDEXED TO GLX-DEPARTMENT-OUT.

           PERFORM 340-NET-CLEARING-RTN.

           MOVE DEPARTMENT-CODE-INDEXED TO DEPT-CODE.

           READ DEPT-FILE-INDEXED
               MOVE FICA-INDEXED TO REM-FICA-WS
               MOVE WH-INDEXED TO REM-WH-WS
               MOVE STATE-WH-INDEXED TO REM-STATE-WH-WS
               MOVE LOCAL-WH-INDEXED TO REM-LOCAL-WH-WS
               MOVE PRETAX-WS TO REM-PRETAX-WS
               MOVE 1 TO DIST-SUB-WS
               PERFORM 330-WRITE-SPLIT-RTN
                   UNTIL DIST-SUB-WS > 5
                   MOVE REM-FICA-WS TO ALLOC-FICA-WS
                   MOVE REM-WH-WS TO ALLOC-WH-WS
                   MOVE REM-STATE-WH-WS TO ALLOC-STATE-WH-WS
                   MOVE REM-LOCAL-WH-WS TO ALLOC-LOCAL-WH-WS
                   MOVE REM-PRETAX-WS TO ALLOC-PRETAX-WS
               ELSE
                   COMPUTE ALLOC-GROSS-WS ROUNDED =
                       GROSS-INDEXED *
                   COMPUTE ALLOC-STATE-WH-WS ROUNDED =
                       STATE-WH-INDEXED *
                       DIST-PCT (DIST-SUB-WS) / 100
                   COMPUTE ALLOC-LOCAL-WH-WS ROUNDED =
                       LOCAL-WH-INDEXED *
                       DIST-PCT (DIST-SUB-WS) / 100
                   COMPUTE ALLOC-PRETAX-WS ROUNDED =
                       PRETAX-WS *
                       DIST-PCT (DIST-SUB-WS) / 100
                   SUBTRACT ALLOC-GROSS-WS FROM REM-GROSS-WS
                   SUBTRACT ALLOC-FICA-WS FROM REM-FICA-WS
                   SUBTRACT ALLOC-WH-WS FROM REM-WH-WS
                   SUBTRACT ALLOC-STATE-WH-WS FROM REM-STATE-WH-WS
                   SUBTRACT ALLOC-LOCAL-WH-WS FROM REM-LOCAL-WH-WS
                   SUBTRACT ALLOC-PRETAX-WS FROM REM-PRETAX-WS
               END-IF

               MOVE ALLOC-GROSS-WS TO GLX-GROSS-OUT
               MOVE ALLOC-FICA-WS TO GLX-FICA-OUT
               MOVE ALLOC-WH-WS TO GLX-WH-OUT
               MOVE ALLOC-STATE-WH-WS TO GLX-STATE-WH-OUT
               MOVE ALLOC-LOCAL-WH-WS TO GLX-LOCAL-WH-OUT
               MOVE ALLOC-PRETAX-WS TO GLX-PRETAX-OUT
               MOVE DIST-DEPT (DIST-SUB-WS) TO GLX-DEPARTMENT-OUT

               PERFORM 340-NET-CLEARING-RTN

               MOVE DIST-DEPT (DIST-SUB-WS) TO DEPT-CODE
               READ DEPT-FILE-INDEXED
                   INVALID KEY

           ADD 1 TO DIST-SUB-WS.

       340-NET-CLEARING-RTN.

           COMPUTE GLX-NET-CLEARING-OUT =
               GLX-GROSS-OUT - GLX-FICA-OUT - GLX-WH-OUT
               - GLX-STATE-WH-OUT - GLX-LOCAL-WH-OUT
               - GLX-PRETAX-OUT.

           ADD GLX-GROSS-OUT TO AC-DEBIT-TOTAL.

           COMPUTE AC-CREDIT-TOTAL = AC-CREDIT-TOTAL
               + GLX-FICA-OUT + GLX-WH-OUT + GLX-STATE-WH-OUT
               + GLX-LOCAL-WH-OUT + GLX-PRETAX-OUT
               + GLX-NET-CLEARING-OUT.

       600-WRAPUP.

           MOVE AC-RECORD-COUNT TO RECORD-COUNT-OUT.
           WRITE GL-MESSAGE-LINE-OUT FROM SPLIT-SUMMARY-LINE
               AFTER ADVANCING 2.

           MOVE AC-DEBIT-TOTAL TO DEBIT-TOTAL-OUT.
           MOVE AC-CREDIT-TOTAL TO CREDIT-TOTAL-OUT.

           WRITE GL-MESSAGE-LINE-OUT FROM DEBIT-SUMMARY-LINE
               AFTER ADVANCING 2.

           WRITE GL-MESSAGE-LINE-OUT FROM CREDIT-SUMMARY-LINE
               AFTER ADVANCING 2.

       900-CLOSE.
           CLOSE MASTER-FILE-INDEXED
                 DEPT-FILE-INDEXED
