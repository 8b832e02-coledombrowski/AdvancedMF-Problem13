           05  DEPT-VAC-RATE                 PIC 9V99.
           05  DEPT-SICK-RATE                PIC 9V99.
           05  FILLER                        PIC X(1).
           05  DEPT-WC-CLASS                 PIC X(4).
           05  DEPT-WC-RATE                  PIC 9(2)V9(3).
           05  FILLER                        PIC X(11).

       FD  DEPT-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
               88  DEPT-DELETE                      VALUE '3'.
           05  DTR-VAC-RATE                  PIC 9V99.
           05  DTR-SICK-RATE                 PIC 9V99.
           05  DTR-WC-CLASS                  PIC X(4).
           05  DTR-WC-RATE                   PIC 9(2)V9(3).
           05  FILLER                        PIC X(1).

       FD  DEPT-LIST-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND (DEPT-ADD OR DEPT-CHANGE)
               IF DTR-WC-RATE IS NOT NUMERIC
                  AND DTR-WC-RATE NOT = SPACES
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - WORKERS COMP RATE NOT NUMERIC"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

           IF TRANS-EDIT-OK
              AND (DEPT-ADD OR DEPT-CHANGE)
               IF DTR-WC-RATE IS NUMERIC
                  AND DTR-WC-RATE > ZERO
                  AND DTR-WC-CLASS = SPACES
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - WORKERS COMP CLASS CODE MISSING"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
           END-IF.

       400-NEW-RTN.

            MOVE DTR-DEPT-CODE TO DEPT-CODE
                MOVE ZERO TO DEPT-SICK-RATE
            END-IF

            MOVE DTR-WC-CLASS TO DEPT-WC-CLASS

            IF DTR-WC-RATE IS NUMERIC
                MOVE DTR-WC-RATE TO DEPT-WC-RATE
            ELSE
                MOVE ZERO TO DEPT-WC-RATE
            END-IF

            WRITE DEPT-REC
               INVALID KEY
                   MOVE "ATTEMPTED ADDITION OF EXISTING RECORD"
                   ELSE
                       MOVE ZERO TO DEPT-SICK-RATE
                   END-IF
                   MOVE DTR-WC-CLASS TO DEPT-WC-CLASS
                   IF DTR-WC-RATE IS NUMERIC
                       MOVE DTR-WC-RATE TO DEPT-WC-RATE
                   ELSE
                       MOVE ZERO TO DEPT-WC-RATE
                   END-IF
                   PERFORM 800-REWRITE-RTN

           END-READ.
