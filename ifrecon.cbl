              88 ITF-TRAILER-REC       VALUE 'T'.
           05 ITF-HEADER-DATA.
              10 ITF-RUN-DATE          PIC 9(8).
              10 FILLER                PIC X(96).
           05 ITF-DETAIL-DATA REDEFINES ITF-HEADER-DATA.
              10 ITF-OPERATION         PIC X.
              10 ITF-NUM1              PIC S9(9)V99
              10 ITF-SEQ-ID            PIC X(20).
              10 ITF-DEPT-LABEL        PIC X(8).
              10 FILLER                PIC X.
              10 ITF-CHAIN-VALUE       PIC X(15).
           05 ITF-TRAILER-DATA REDEFINES ITF-HEADER-DATA.
              10 ITF-RECORD-COUNT      PIC 9(8).
              10 FILLER                PIC X(96).

       FD  CALC-AUDIT-FILE.
       01  CALC-AUDIT-RECORD.
           05 AUD-RATE-USED            PIC X(11).
           05 FILLER                   PIC X.
           05 AUD-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 AUD-EFF-DATE             PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-CHAIN-VALUE          PIC X(15).

       FD  RECON-REPORT-FILE.
       01  RECON-REPORT-LINE           PIC X(139).
