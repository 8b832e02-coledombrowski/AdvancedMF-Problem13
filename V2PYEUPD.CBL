       IDENTIFICATION DIVISION.
       PROGRAM-ID.  V2PYEUPD.

       ENVIRONMENT  DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.

             SELECT OPTIONAL PAYEE-FILE-INDEXED
                 ASSIGN TO 'V2PAYEVS.DAT'
                 ORGANIZATION IS INDEXED
                 ACCESS IS RANDOM
                 RECORD KEY IS PYE-KEY.

             SELECT PAYEE-TRANS-FILE  ASSIGN TO 'V2PYETRN.DAT'
                ORGANIZATION IS LINE SEQUENTIAL.

               SELECT PAYEE-LIST-REPORT
                 ASSIGN TO "PYEOUT.DOC"
                 ORGANIZATION IS LINE SEQUENTIAL.

       DATA DIVISION.
       FILE SECTION.

       FD  PAYEE-FILE-INDEXED
           LABEL RECORDS ARE STANDARD.

       01  PAYEE-REC.
           05  PYE-KEY.
               10  PYE-CODE                  PIC X(3).
               10  PYE-SSN                   PIC X(9).
           05  PYE-NAME                      PIC X(30).
           05  PYE-STREET                    PIC X(25).
           05  PYE-CITY                      PIC X(18).
           05  PYE-STATE                     PIC X(2).
           05  PYE-ZIP                       PIC X(9).
           05  PYE-METHOD                    PIC X.
           05  PYE-ROUTING                   PIC X(9).
           05  PYE-ACCOUNT                   PIC X(17).
           05  PYE-ACCT-TYPE                 PIC X.
           05  PYE-REMIT-ID                  PIC X(15).
           05  PYE-CHILD-SUPPORT             PIC X.
           05  PYE-FIPS-CODE                 PIC X(7).
           05  FILLER                        PIC X(13).

       01  PAYEE-CASE-REC.
           05  FILLER                        PIC X(12).
           05  PYC-CASE-NUMBER               PIC X(20).
           05  PYC-MEDICAL-SUPPORT           PIC X.
           05  FILLER                        PIC X(127).

       FD  PAYEE-TRANS-FILE
           LABEL RECORDS ARE STANDARD.

       01  PAYEE-TRANS-REC.
           05  PTR-CODE                      PIC X(3).
           05  PTR-SSN                       PIC X(9).
           05  PTR-NAME                      PIC X(30).
           05  PTR-STREET                    PIC X(25).
           05  PTR-CITY                      PIC X(18).
           05  PTR-STATE                     PIC X(2).
           05  PTR-ZIP                       PIC X(9).
           05  PTR-METHOD                    PIC X.
               88  PTR-BY-CHECK                     VALUE 'K'.
               88  PTR-BY-ACH                       VALUE 'A'.
               88  PTR-RETAINED                     VALUE 'N'.
           05  PTR-ROUTING                   PIC X(9).
           05  PTR-ACCOUNT                   PIC X(17).
           05  PTR-ACCT-TYPE                 PIC X.
               88  PTR-CHECKING                     VALUE 'C'.
               88  PTR-SAVINGS                      VALUE 'S'.
           05  PTR-REMIT-ID                  PIC X(15).
           05  PTR-CHILD-SUPPORT             PIC X.
               88  PTR-CHILD-SUPPORT-PAYEE          VALUE 'Y'.
               88  PTR-OTHER-PAYEE                  VALUE 'N' ' '.
           05  PTR-FIPS-CODE                 PIC X(7).
           05  PTR-CASE-NUMBER               PIC X(20).
           05  PTR-MEDICAL-SUPPORT           PIC X.
               88  PTR-MEDICAL-VALID                VALUE 'Y' 'N' ' '.
           05  PTR-TRANS-CODE                PIC X.
               88  PAYEE-ADD                        VALUE '1'.
               88  PAYEE-CHANGE                     VALUE '2'.
               88  PAYEE-DELETE                     VALUE '3'.
           05  FILLER                        PIC X(11).

       FD  PAYEE-LIST-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).

       WORKING-STORAGE SECTION.
       01  WORKING-FIELDS.
           05  EOF-TRANS-WS                    PIC X(3) VALUE 'NO '.
           05  CASE-TRANS-SW                   PIC X VALUE 'N'.
               88  CASE-TRANS                         VALUE 'Y'.
               88  PAYEE-TRANS                        VALUE 'N'.

       01  EDIT-FIELDS.
           05  TRANS-EDIT-SW                   PIC X VALUE 'Y'.
               88  TRANS-EDIT-OK                      VALUE 'Y'.
               88  TRANS-EDIT-BAD                      VALUE 'N'.

       01  TRANSACTION-OUTPUT-LINE.
           02                                  PIC X VALUE SPACE.
           02  TEL-CODE                        PIC X(3).
           02                                  PIC X VALUE SPACE.
           02  TEL-SSN                         PIC X(9).
           02                                  PIC X VALUE SPACE.
           02  TEL-NAME                        PIC X(30).
           02                                  PIC X VALUE SPACE.
           02  TEL-TRANS-CODE                  PIC X.
           02                                  PIC X VALUE SPACE.
           02  TEL-MESSAGE                     PIC X(50).
           02                                  PIC X(34) VALUE SPACES.

       PROCEDURE DIVISION.

       100-MAIN-MODULE.
           PERFORM 200-OPEN.
           PERFORM 300-PROCESS
               UNTIL EOF-TRANS-WS = 'YES'.
           PERFORM 900-CLOSE.
           STOP RUN.

       200-OPEN.

           OPEN INPUT PAYEE-TRANS-FILE
                I-O   PAYEE-FILE-INDEXED
                OUTPUT PAYEE-LIST-REPORT.

           READ PAYEE-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-WS
           END-READ.

       300-PROCESS.

           IF PTR-SSN = SPACES
               SET PAYEE-TRANS TO TRUE
           ELSE
               SET CASE-TRANS TO TRUE
           END-IF.

           PERFORM 290-EDIT-TRANS-RTN.

           IF TRANS-EDIT-OK
               EVALUATE TRUE
                   WHEN PAYEE-ADD
                       PERFORM 400-NEW-RTN

                   WHEN PAYEE-CHANGE
                       PERFORM 600-UPDATE-RTN

                   WHEN PAYEE-DELETE
                       PERFORM 500-DELETE-RTN

                   WHEN OTHER
                       MOVE "BAD CODE ENTERED"
                       TO TEL-MESSAGE
                       PERFORM 700-PRINT-ERROR

               END-EVALUATE
           END-IF.

           READ PAYEE-TRANS-FILE
               AT END MOVE 'YES' TO EOF-TRANS-WS
           END-READ.

       290-EDIT-TRANS-RTN.

           SET TRANS-EDIT-OK TO TRUE.

           IF PTR-CODE = SPACES
               SET TRANS-EDIT-BAD TO TRUE
               MOVE "REJECTED - DEDUCTION CODE MISSING"
                   TO TEL-MESSAGE
               PERFORM 700-PRINT-ERROR
           END-IF.

           IF TRANS-EDIT-OK
              AND CASE-TRANS
               IF PTR-SSN IS NOT NUMERIC
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - SSN NOT NUMERIC"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND CASE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
               IF PTR-CASE-NUMBER = SPACES
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - CASE NUMBER MISSING"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND CASE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
               IF NOT PTR-MEDICAL-VALID
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - MEDICAL SUPPORT NOT Y OR N"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND CASE-TRANS
              AND PAYEE-ADD
               MOVE PTR-CODE TO PYE-CODE
               MOVE SPACES TO PYE-SSN
               READ PAYEE-FILE-INDEXED
                   INVALID KEY
                       SET TRANS-EDIT-BAD TO TRUE
                       MOVE "REJECTED - NO PAYEE FOR DEDUCTION CODE"
                           TO TEL-MESSAGE
                       PERFORM 700-PRINT-ERROR
               END-READ
           END-IF.

           IF TRANS-EDIT-OK
              AND PAYEE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
               IF PTR-NAME = SPACES
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - PAYEE NAME MISSING"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND PAYEE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
               IF NOT (PTR-BY-CHECK OR PTR-BY-ACH OR PTR-RETAINED)
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - METHOD NOT K, A OR N"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND PAYEE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
               IF NOT (PTR-CHILD-SUPPORT-PAYEE OR PTR-OTHER-PAYEE)
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - CHILD SUPPORT FLAG NOT Y OR N"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND PAYEE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
              AND PTR-BY-CHECK
               IF PTR-STREET = SPACES
                  OR PTR-CITY = SPACES
                  OR PTR-STATE = SPACES
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - CHECK PAYEE NEEDS AN ADDRESS"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND PAYEE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
              AND PTR-BY-ACH
               IF PTR-ROUTING IS NOT NUMERIC
                  OR PTR-ACCOUNT = SPACES
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - ACH PAYEE NEEDS ROUTING/ACCOUNT"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND PAYEE-TRANS
              AND (PAYEE-ADD OR PAYEE-CHANGE)
              AND PTR-BY-ACH
               IF NOT (PTR-CHECKING OR PTR-SAVINGS)
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - ACCOUNT TYPE NOT C OR S"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

       400-NEW-RTN.

            MOVE PTR-CODE TO PYE-CODE
            MOVE PTR-SSN TO PYE-SSN

            IF CASE-TRANS
                PERFORM 410-BUILD-CASE-RTN
            ELSE
                PERFORM 420-BUILD-PAYEE-RTN
            END-IF

            WRITE PAYEE-REC
               INVALID KEY
                   MOVE "ATTEMPTED ADDITION OF EXISTING RECORD"
                   TO  TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   MOVE "SUCESSFUL ADDITION"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

           END-WRITE.

       410-BUILD-CASE-RTN.

           MOVE SPACES TO PAYEE-REC.
           MOVE PTR-CODE TO PYE-CODE.
           MOVE PTR-SSN TO PYE-SSN.
           MOVE PTR-CASE-NUMBER TO PYC-CASE-NUMBER.

           IF PTR-MEDICAL-SUPPORT = SPACE
               MOVE 'N' TO PYC-MEDICAL-SUPPORT
           ELSE
               MOVE PTR-MEDICAL-SUPPORT TO PYC-MEDICAL-SUPPORT
           END-IF.

       420-BUILD-PAYEE-RTN.

           MOVE SPACES TO PAYEE-REC.
           MOVE PTR-CODE TO PYE-CODE.
           MOVE SPACES TO PYE-SSN.
           MOVE PTR-NAME TO PYE-NAME.
           MOVE PTR-STREET TO PYE-STREET.
           MOVE PTR-CITY TO PYE-CITY.
           MOVE PTR-STATE TO PYE-STATE.
           MOVE PTR-ZIP TO PYE-ZIP.
           MOVE PTR-METHOD TO PYE-METHOD.
           MOVE PTR-ROUTING TO PYE-ROUTING.
           MOVE PTR-ACCOUNT TO PYE-ACCOUNT.
           MOVE PTR-ACCT-TYPE TO PYE-ACCT-TYPE.
           MOVE PTR-REMIT-ID TO PYE-REMIT-ID.
           MOVE PTR-FIPS-CODE TO PYE-FIPS-CODE.

           IF PTR-CHILD-SUPPORT-PAYEE
               MOVE 'Y' TO PYE-CHILD-SUPPORT
           ELSE
               MOVE 'N' TO PYE-CHILD-SUPPORT
           END-IF.

       500-DELETE-RTN.
           MOVE PTR-CODE TO PYE-CODE.
           MOVE PTR-SSN TO PYE-SSN.
           READ PAYEE-FILE-INDEXED
                INVALID KEY
                    MOVE "ATTEMPTED DELETION OF NON-EXISTING RECORD"
                    TO  TEL-MESSAGE
                    PERFORM 700-PRINT-ERROR

                 NOT INVALID KEY
                     DELETE PAYEE-FILE-INDEXED

                         INVALID KEY
                             MOVE "BAD DELETION LOGIC"
                             TO TEL-MESSAGE
                             PERFORM 700-PRINT-ERROR

                         NOT INVALID KEY
                             MOVE "SUCCESSFUL DELETION"
                             TO TEL-MESSAGE
                             PERFORM 700-PRINT-ERROR

                     END-DELETE
           END-READ.

       600-UPDATE-RTN.

           MOVE PTR-CODE TO PYE-CODE.
           MOVE PTR-SSN TO PYE-SSN.

           READ PAYEE-FILE-INDEXED

               INVALID KEY
                 MOVE "ATTEMPTED CHANGE/UPDATE OF NON-EXISTING RECORD"
                  TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   IF CASE-TRANS
                       PERFORM 410-BUILD-CASE-RTN
                   ELSE
                       PERFORM 420-BUILD-PAYEE-RTN
                   END-IF
                   PERFORM 800-REWRITE-RTN

           END-READ.

       800-REWRITE-RTN.

           REWRITE PAYEE-REC

               INVALID KEY
                   MOVE "REWRITE LOGIC ERROR"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

                NOT INVALID KEY
                   MOVE "SUCESSFUL CHANGE"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

           END-REWRITE.

       700-PRINT-ERROR.

           MOVE PTR-CODE TO TEL-CODE.
           MOVE PTR-SSN TO TEL-SSN.
           MOVE PTR-TRANS-CODE TO TEL-TRANS-CODE.

           IF CASE-TRANS
               MOVE PTR-CASE-NUMBER TO TEL-NAME
           ELSE
               MOVE PTR-NAME TO TEL-NAME
           END-IF.

           WRITE REPORT-LINE-OUT FROM TRANSACTION-OUTPUT-LINE
                AFTER ADVANCING 2 LINES.

       900-CLOSE.
           CLOSE PAYEE-TRANS-FILE
                 PAYEE-FILE-INDEXED
                 PAYEE-LIST-REPORT.
