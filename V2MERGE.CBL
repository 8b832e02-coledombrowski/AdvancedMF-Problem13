       FD  HR-FEED-FILE
           LABEL RECORDS ARE STANDARD.

       01  HR-FEED-REC                        PIC X(125).

       FD  TIME-FEED-FILE
           LABEL RECORDS ARE STANDARD.

       01  TIME-FEED-REC                      PIC X(125).

       FD  CORR-FEED-FILE
           LABEL RECORDS ARE STANDARD.

       01  CORR-FEED-REC                      PIC X(125).

       FD  MERGED-TRANS-FILE
           LABEL RECORDS ARE STANDARD.
           05  STATE-WH-OUT                  PIC S9(5)V99.
           05  TRANS-EFF-DATE-OUT            PIC 9(6).
           05  TRANS-SOURCE-OUT              PIC X.
           05  FILLER                        PIC X(40).

       01  BATCH-CONTROL-OUT.
           05  BCO-RECORD-TYPE               PIC X(9).
           05  BCO-BATCH-DATE                PIC 9(6).
           05  BCO-TRANS-COUNT               PIC 9(5).
           05  BCO-GROSS-HASH                PIC S9(9)V99.
           05  FILLER                        PIC X(94).

       FD  MERGE-REPORT RECORDING MODE IS F.
       01  REPORT-LINE-OUT                     PIC X(132).
