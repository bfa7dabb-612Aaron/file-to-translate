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

       FD  DEPT-INTERFACE-FILE.
       01  DEPT-INTERFACE-RECORD      PIC X(105).

       WORKING-STORAGE SECTION.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-CHAR-IDX              PIC 9(2) VALUE 0.
       01 WS-BUILD-RECORD.
           05 WS-BLD-RECORD-TYPE    PIC X.
           05 WS-BLD-DATA           PIC X(104).
       01 WS-BLD-TRAILER REDEFINES WS-BUILD-RECORD.
           05 FILLER                PIC X.
           05 WS-BLD-RECORD-COUNT   PIC 9(8).
           05 FILLER                PIC X(96).
       01 WS-BLD-HEADER REDEFINES WS-BUILD-RECORD.
           05 FILLER                PIC X.
           05 WS-BLD-RUN-DATE       PIC 9(8).
           05 FILLER                PIC X(96).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
