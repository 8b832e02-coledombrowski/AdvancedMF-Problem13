             SELECT BANK-TRANS-FILE  ASSIGN TO 'V2BNKTRN.DAT'
                ORGANIZATION IS LINE SEQUENTIAL.

             SELECT OPTIONAL BANK-AUDIT-FILE ASSIGN TO 'V2BNKAUD.DAT'
                ORGANIZATION IS LINE SEQUENTIAL.

               SELECT BANK-LIST-REPORT
                 ASSIGN TO "BNKOUT.DOC"
                 ORGANIZATION IS LINE SEQUENTIAL.
               88  PRENOTE-REJECTED                 VALUE 'R'.
           05  BANK-PRENOTE-DATE             PIC 9(6).
           05  BANK-PRENOTE-SENT             PIC X.
           05  BANK-VERIFY-SW                PIC X.
               88  BANK-CHANGE-UNVERIFIED           VALUE 'U'.
               88  BANK-CHANGE-HELD                 VALUE 'H'.
               88  BANK-CHANGE-VERIFIED             VALUE 'V'.
           05  BANK-CHANGE-DATE              PIC 9(6).
           05  FILLER                        PIC X(6).

       FD  BANK-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
               88  BANK-DETAIL-DELETE               VALUE '3'.
               88  PRENOTE-CONFIRM                  VALUE '4'.
               88  PRENOTE-REJECT                   VALUE '5'.
               88  BANK-CHANGE-CONFIRM              VALUE '6'.
           05  BTR-CHANGED-BY                PIC X(8).
           05  FILLER                        PIC X(12).

       FD  BANK-AUDIT-FILE
           LABEL RECORDS ARE STANDARD.

       01  BANK-AUDIT-REC.
           05  BAU-RUN-DATE                  PIC 9(6).
           05  BAU-TRANS-CODE                PIC X.
           05  BAU-ACTION                    PIC X(10).
           05  BAU-SSN                       PIC X(9).
           05  BAU-CHANGED-BY                PIC X(8).
           05  BAU-BEFORE-IMAGE              PIC X(60).
           05  BAU-AFTER-IMAGE               PIC X(60).

       FD  BANK-LIST-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
               88  TRANS-EDIT-BAD                      VALUE 'N'.
           05  DEPOSIT-PCT-WORK-WS             PIC 999.

       01  AUDIT-FIELDS.
           05  BEFORE-IMAGE-WS                 PIC X(60).
           05  AUDIT-ACTION-WS                 PIC X(10).

       01  TRANSACTION-OUTPUT-LINE.
           02                                  PIC X VALUE SPACE.
           02  TEL-RECORD                      PIC X(60).

           OPEN INPUT BANK-TRANS-FILE
                I-O   BANK-FILE-INDEXED
                EXTEND BANK-AUDIT-FILE
                OUTPUT BANK-LIST-REPORT.

           READ BANK-TRANS-FILE
                   WHEN PRENOTE-REJECT
                       PERFORM 640-PRENOTE-REJECT-RTN

                   WHEN BANK-CHANGE-CONFIRM
                       PERFORM 660-CHANGE-VERIFY-RTN

                   WHEN OTHER
                       MOVE "BAD CODE ENTERED"
                       TO TEL-MESSAGE
            MOVE 'P' TO BANK-STATUS
            MOVE RUN-DATE-WS TO BANK-PRENOTE-DATE
            MOVE 'N' TO BANK-PRENOTE-SENT
            MOVE 'U' TO BANK-VERIFY-SW
            MOVE RUN-DATE-WS TO BANK-CHANGE-DATE
            MOVE SPACES TO BEFORE-IMAGE-WS
            MOVE "ADD" TO AUDIT-ACTION-WS

            WRITE BANK-REC
               INVALID KEY
                   MOVE "SUCESSFUL ADDITION - PRENOTE PENDING"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
                   PERFORM 750-WRITE-AUDIT-RTN

           END-WRITE.

                    PERFORM 700-PRINT-ERROR

                 NOT INVALID KEY
                     MOVE BANK-REC TO BEFORE-IMAGE-WS
                     MOVE "DELETE" TO AUDIT-ACTION-WS
                     DELETE BANK-FILE-INDEXED

                         INVALID KEY
                             MOVE "SUCCESSFUL DELETION"
                             TO TEL-MESSAGE
                             PERFORM 700-PRINT-ERROR
                             MOVE SPACES TO BANK-REC
                             PERFORM 750-WRITE-AUDIT-RTN

                     END-DELETE
           END-READ.
                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   MOVE BANK-REC TO BEFORE-IMAGE-WS
                   MOVE "CHANGE" TO AUDIT-ACTION-WS
                   MOVE BTR-ROUTING TO BANK-ROUTING
                   MOVE BTR-ACCOUNT TO BANK-ACCOUNT
                   MOVE BTR-ACCT-TYPE TO BANK-ACCT-TYPE
                   MOVE 'P' TO BANK-STATUS
                   MOVE RUN-DATE-WS TO BANK-PRENOTE-DATE
                   MOVE 'N' TO BANK-PRENOTE-SENT
                   MOVE 'U' TO BANK-VERIFY-SW
                   MOVE RUN-DATE-WS TO BANK-CHANGE-DATE
                   PERFORM 800-REWRITE-RTN

           END-READ.
                           TO TEL-MESSAGE
                       PERFORM 700-PRINT-ERROR
                   ELSE
                       MOVE BANK-REC TO BEFORE-IMAGE-WS
                       MOVE "CONFIRM" TO AUDIT-ACTION-WS
                       MOVE 'A' TO BANK-STATUS
                       REWRITE BANK-REC
                           INVALID KEY
                               MOVE "PRENOTE CONFIRMED - ACCOUNT ACTIVE"
                               TO TEL-MESSAGE
                               PERFORM 700-PRINT-ERROR
                               PERFORM 750-WRITE-AUDIT-RTN
                       END-REWRITE
                   END-IF

                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   MOVE BANK-REC TO BEFORE-IMAGE-WS
                   MOVE "REJECT" TO AUDIT-ACTION-WS
                   MOVE 'R' TO BANK-STATUS
                   REWRITE BANK-REC
                       INVALID KEY
                           MOVE "PRENOTE REJECTED - DETAIL FLAGGED BAD"
                           TO TEL-MESSAGE
                           PERFORM 700-PRINT-ERROR
                           PERFORM 750-WRITE-AUDIT-RTN
                   END-REWRITE

           END-READ.

       660-CHANGE-VERIFY-RTN.

           MOVE BTR-SSN TO BANK-SSN.

           READ BANK-FILE-INDEXED

               INVALID KEY
                   MOVE "ATTEMPTED VERIFY OF NON-EXISTING RECORD"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR

               NOT INVALID KEY
                   IF NOT BANK-CHANGE-UNVERIFIED
                      AND NOT BANK-CHANGE-HELD
                       MOVE "VERIFY IGNORED - NO CHANGE PENDING"
                           TO TEL-MESSAGE
                       PERFORM 700-PRINT-ERROR
                   ELSE
                       MOVE BANK-REC TO BEFORE-IMAGE-WS
                       MOVE "VERIFY" TO AUDIT-ACTION-WS
                       MOVE 'V' TO BANK-VERIFY-SW
                       REWRITE BANK-REC
                           INVALID KEY
                               MOVE "REWRITE LOGIC ERROR"
                               TO TEL-MESSAGE
                               PERFORM 700-PRINT-ERROR
                           NOT INVALID KEY
                               MOVE "CHANGE VERIFIED - RELEASED TO ACH"
                               TO TEL-MESSAGE
                               PERFORM 700-PRINT-ERROR
                               PERFORM 750-WRITE-AUDIT-RTN
                       END-REWRITE
                   END-IF

           END-READ.

       800-REWRITE-RTN.

           REWRITE BANK-REC
                   MOVE "SUCESSFUL CHANGE"
                   TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
                   PERFORM 750-WRITE-AUDIT-RTN

           END-REWRITE.

           WRITE REPORT-LINE-OUT FROM TRANSACTION-OUTPUT-LINE
                AFTER ADVANCING 2 LINES.

       750-WRITE-AUDIT-RTN.

           MOVE RUN-DATE-WS TO BAU-RUN-DATE.
           MOVE BTR-TRANS-CODE TO BAU-TRANS-CODE.
           MOVE AUDIT-ACTION-WS TO BAU-ACTION.
           MOVE BTR-SSN TO BAU-SSN.
           MOVE BTR-CHANGED-BY TO BAU-CHANGED-BY.
           MOVE BEFORE-IMAGE-WS TO BAU-BEFORE-IMAGE.
           MOVE BANK-REC TO BAU-AFTER-IMAGE.

           WRITE BANK-AUDIT-REC.

       900-CLOSE.
           CLOSE BANK-TRANS-FILE
                 BANK-FILE-INDEXED
                 BANK-AUDIT-FILE
                 BANK-LIST-REPORT.
