           05 AUD-RATE-USED            PIC X(11).
           05 FILLER                   PIC X.
           05 AUD-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 AUD-EFF-DATE             PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-CHAIN-VALUE          PIC X(15).

       FD  CALC-OPERATOR-FILE.
       01  CALC-OPERATOR-RECORD.
