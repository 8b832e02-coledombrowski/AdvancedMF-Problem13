           05  DED-PERCENT                   PIC 9(2)V99.
           05  DED-GOAL-AMOUNT               PIC 9(7)V99.
           05  DED-TAKEN-TO-DATE             PIC S9(7)V99.
           05  DED-CURRENT-PRETAX            PIC S9(5)V99.
           05  FILLER                        PIC X(1).

       FD  DED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  DTR-CLASS                     PIC X.
               88  DTR-GARNISHMENT                  VALUE 'G'.
               88  DTR-VOLUNTARY                    VALUE 'V'.
               88  DTR-PRETAX-401K                  VALUE 'K'.
               88  DTR-PRETAX-125                   VALUE 'C'.
           05  DTR-PRIORITY                  PIC 9(2).
           05  DTR-METHOD                    PIC X.
               88  DTR-AMOUNT-METHOD                VALUE 'A'.

           IF TRANS-EDIT-OK
              AND (DEDUCTION-ADD OR DEDUCTION-CHANGE)
               IF NOT (DTR-GARNISHMENT OR DTR-VOLUNTARY
                       OR DTR-PRETAX-401K OR DTR-PRETAX-125)
                   SET TRANS-EDIT-BAD TO TRUE
                   MOVE "REJECTED - CLASS NOT G, V, K OR C"
                       TO TEL-MESSAGE
                   PERFORM 700-PRINT-ERROR
               END-IF
            MOVE DTR-PERCENT TO DED-PERCENT
            MOVE DTR-GOAL-AMOUNT TO DED-GOAL-AMOUNT
            MOVE ZERO TO DED-TAKEN-TO-DATE
            MOVE ZERO TO DED-CURRENT-PRETAX

            WRITE DEDUCTION-REC
               INVALID KEY
                   MOVE DTR-AMOUNT TO DED-AMOUNT
                   MOVE DTR-PERCENT TO DED-PERCENT
                   MOVE DTR-GOAL-AMOUNT TO DED-GOAL-AMOUNT
                   IF DED-CURRENT-PRETAX IS NOT NUMERIC
                       MOVE ZERO TO DED-CURRENT-PRETAX
                   END-IF
                   PERFORM 800-REWRITE-RTN

           END-READ.
