           SELECT CALC-CONTROL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CALC-CTL-HISTORY-FILE ASSIGN TO "CALCCTLH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-HISTORY-STATUS.
           SELECT CALC-SEAL-FILE ASSIGN TO "CALCSEAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.
           SELECT CALC-CHECKPOINT-FILE ASSIGN TO "CALCCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CHECKPOINT-FILE-STATUS.
           SELECT CALC-RATE-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CALC-TIER-FILE ASSIGN TO "CALCTIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-FILE-STATUS.
           SELECT CALC-EDIT-REPORT-FILE ASSIGN TO "CALCERPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EDIT-REPORT-STATUS.
           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCAUDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHX-SEQ-ID
               ALTERNATE RECORD KEY IS AHX-OPER-TS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CALC-PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT PENDING-KEEP-FILE ASSIGN TO "CALCPEND.NEW"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-KEEP-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "CALCAPRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-LOG-STATUS.
           SELECT CALC-FILE-REGISTER ASSIGN TO "CALCFREG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-FILE-REGISTER-STATUS.
           SELECT CALC-DUP-REPORT-FILE ASSIGN TO "CALCDUPR.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DUP-REPORT-STATUS.

       DATA DIVISION.
       FILE SECTION.
              88 CT-CHAIN-RECORD       VALUE 'C'.
              88 CT-RATE-RECORD        VALUE 'R'.
              88 CT-VOID-RECORD        VALUE 'V'.
              88 CT-FEE-RECORD         VALUE 'F'.
              88 CT-TRAILER-RECORD     VALUE 'Z'.
           05 CT-DATA.
              10 CT-NUM1               PIC 9(5)V99.
              10 CT2R-RATE-CODE        PIC X(4).
              10 CT2R-VALUE-DATE       PIC 9(8).
              10 FILLER                PIC X.
           05 CT-FEE-DATA REDEFINES CT-DATA.
              10 CTF-AMOUNT            PIC 9(5)V99.
              10 CTF-SCHEDULE-CODE     PIC X(4).
              10 CTF-VALUE-DATE        PIC 9(8).
              10 FILLER                PIC X(6).
           05 CT-V2-FEE-DATA REDEFINES CT-DATA.
              10 CT2F-AMOUNT           PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
              10 CT2F-SCHEDULE-CODE    PIC X(4).
              10 CT2F-VALUE-DATE       PIC 9(8).
              10 FILLER                PIC X.
           05 CT-TRAILER-DATA REDEFINES CT-DATA.
              10 CTZ-RECORD-COUNT      PIC 9(6).
              10 CTZ-HASH-TOTAL        PIC 9(13)V99.
           05 AUD-RATE-USED            PIC ZZZ9.999999.
           05 FILLER                   PIC X.
           05 AUD-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 AUD-EFF-DATE             PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-CHAIN-VALUE          PIC 9(15).

       FD  CALC-CONTROL-FILE.
       01  CALC-CONTROL-RECORD.
           05 CTL-OP-ENABLE-IN.
              10 CTL-OP-ENABLE-ENTRY   PIC X OCCURS 6 TIMES.
           05 CTL-REJECT-LIMIT-IN      PIC X(3).
           05 CTL-APPROVAL-LIMIT-IN    PIC 9(9)V99.
           05 CTL-DUP-WINDOW-IN        PIC X(4).

       FD  CALC-CTL-HISTORY-FILE.
       01  CALC-CTL-HISTORY-RECORD.
           05 CTH-RUN-ID               PIC X(14).
           05 FILLER                   PIC X.
           05 CTH-ROUNDING-MODE        PIC X.
           05 FILLER                   PIC X.
           05 CTH-DECIMAL-PLACES       PIC 9.
           05 FILLER                   PIC X.
           05 CTH-OP-ENABLE.
              10 CTH-OP-ENABLE-ENTRY   PIC X OCCURS 6 TIMES.

       FD  CALC-SEAL-FILE.
       01  CALC-SEAL-RECORD.
           05 SEAL-RUN-ID              PIC X(14).
           05 FILLER                   PIC X.
           05 SEAL-SEALED-TS           PIC X(14).
           05 FILLER                   PIC X.
           05 SEAL-OPERATOR-ID         PIC X(8).
           05 FILLER                   PIC X.
           05 SEAL-RUN-MODE            PIC X.
           05 FILLER                   PIC X.
           05 SEAL-AUDIT-COUNT         PIC 9(8).
           05 FILLER                   PIC X.
           05 SEAL-FIRST-SEQ-ID        PIC X(20).
           05 FILLER                   PIC X.
           05 SEAL-LAST-SEQ-ID         PIC X(20).
           05 FILLER                   PIC X.
           05 SEAL-AUDIT-START         PIC 9(15).
           05 FILLER                   PIC X.
           05 SEAL-AUDIT-END           PIC 9(15).
           05 FILLER                   PIC X.
           05 SEAL-INTERFACE-COUNT     PIC 9(8).
           05 FILLER                   PIC X.
           05 SEAL-INTERFACE-END       PIC 9(15).
           05 FILLER                   PIC X.
           05 SEAL-VALUE               PIC 9(15).

       FD  CALC-CHECKPOINT-FILE.
       01  CALC-CHECKPOINT-RECORD.
              88 ITF-TRAILER-REC       VALUE 'T'.
           05 ITF-HEADER-DATA.
              10 ITF-RUN-DATE          PIC 9(8).
              10 FILLER                PIC X(96).
           05 ITF-DETAIL-DATA REDEFINES ITF-HEADER-DATA.
              10 ITF-OPERATION         PIC X.
              10 ITF-NUM1              PIC S9(9)V99
              10 ITF-RATE-USED         PIC 9(4)V9(6).
              10 ITF-SEQ-ID            PIC X(20).
              10 ITF-DEPT-LABEL        PIC X(8).
              10 FILLER                PIC X.
              10 ITF-CHAIN-VALUE       PIC 9(15).
           05 ITF-TRAILER-DATA REDEFINES ITF-HEADER-DATA.
              10 ITF-RECORD-COUNT      PIC 9(8).
              10 FILLER                PIC X(96).

       FD  CALC-RATE-FILE.
       01  CALC-RATE-RECORD.
           05 FILLER                   PIC X.
           05 RT-RATE-VALUE            PIC 9(4)V9(6).

       FD  CALC-TIER-FILE.
       01  CALC-TIER-RECORD.
           05 TR-SCHEDULE-CODE         PIC X(4).
           05 FILLER                   PIC X.
           05 TR-EFF-DATE              PIC 9(8).
           05 FILLER                   PIC X.
           05 TR-LINE-TYPE             PIC X.
              88 TR-SCHEDULE-LINE      VALUE 'S'.
              88 TR-BAND-LINE          VALUE 'B'.
           05 FILLER                   PIC X.
           05 TR-SCHEDULE-DATA.
              10 TR-EXP-DATE           PIC 9(8).
              10 FILLER                PIC X.
              10 TR-MIN-FEE            PIC 9(7)V99.
              10 FILLER                PIC X.
              10 TR-MAX-FEE            PIC 9(7)V99.
           05 TR-BAND-DATA REDEFINES TR-SCHEDULE-DATA.
              10 TR-BAND-UPPER         PIC 9(9)V99.
              10 FILLER                PIC X.
              10 TR-BAND-METHOD        PIC X.
              10 FILLER                PIC X.
              10 TR-BAND-VALUE         PIC 9(7)V9(4).

       FD  CALC-OPERATOR-FILE.
       01  CALC-OPERATOR-RECORD.
           05 OPM-OPERATOR-ID          PIC X(8).
           05 RUN-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 RUN-FILE-NAME            PIC X(44).
           05 FILLER                   PIC X.
           05 RUN-RERUN-FLAG           PIC X.

       FD  CALC-REJECT-FILE.
       01  CALC-REJECT-RECORD.
       FD  CALC-EDIT-REPORT-FILE.
       01  CALC-EDIT-REPORT-LINE       PIC X(90).

       FD  CALC-HISTORY-FILE.
       01  CALC-HISTORY-RECORD.
           05 AHX-SEQ-ID               PIC X(20).
           05 AHX-OPER-TS-KEY.
              10 AHX-OPERATOR-ID       PIC X(8).
              10 AHX-TIMESTAMP         PIC X(14).
           05 AHX-AUDIT-IMAGE          PIC X(149).

       FD  CALC-PENDING-FILE.
       01  CALC-PENDING-RECORD.
           05 PND-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 PND-RECORD-IMAGE         PIC X(26).
           05 FILLER                   PIC X.
           05 PND-VERSION              PIC X.
           05 FILLER                   PIC X.
           05 PND-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 PND-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 PND-DATE-HELD            PIC 9(8).
           05 FILLER                   PIC X.
           05 PND-AMOUNT               PIC 9(10)V99.
           05 FILLER                   PIC X.
           05 PND-STATUS               PIC X.
              88 PND-PENDING           VALUE 'P'.
              88 PND-APPROVED          VALUE 'A'.
              88 PND-DECLINED          VALUE 'D'.
           05 FILLER                   PIC X.
           05 PND-APPROVER-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 PND-DECISION-TS          PIC X(14).

       FD  PENDING-KEEP-FILE.
       01  PENDING-KEEP-RECORD         PIC X(115).

       FD  APPROVAL-LOG-FILE.
       01  APPROVAL-LOG-RECORD.
           05 APL-TIMESTAMP            PIC X(14).
           05 FILLER                   PIC X.
           05 APL-ACTION               PIC X(8).
           05 FILLER                   PIC X.
           05 APL-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 APL-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 APL-APPROVER-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 APL-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 APL-POSTED-SEQ-ID        PIC X(20).
           05 FILLER                   PIC X.
           05 APL-RESULT-STATUS        PIC X(8).

       FD  CALC-FILE-REGISTER.
       01  CALC-FILE-REGISTER-RECORD.
           05 FRG-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 FRG-RECORD-COUNT         PIC 9(6).
           05 FILLER                   PIC X.
           05 FRG-HASH-TOTAL           PIC 9(13)V99.
           05 FILLER                   PIC X.
           05 FRG-RUN-ID               PIC X(14).
           05 FILLER                   PIC X.
           05 FRG-PROCESSED-DATE       PIC X(8).
           05 FILLER                   PIC X.
           05 FRG-RERUN-FLAG           PIC X.
           05 FILLER                   PIC X.
           05 FRG-FILE-NAME            PIC X(44).

       FD  CALC-DUP-REPORT-FILE.
       01  CALC-DUP-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-NUM1               PIC S9(9)V99.
       01 WS-NUM2               PIC S9(9)V99.
          88 WS-STATUS-OVER-LIM    VALUE "OVER-LIM".
          88 WS-STATUS-NO-RATE     VALUE "NO-RATE".
          88 WS-STATUS-REVERSAL    VALUE "REVERSAL".
          88 WS-STATUS-HELD        VALUE "HELD".
          88 WS-STATUS-NO-SCHED    VALUE "NO-SCHED".

       01 WS-PRIOR-RESULT       PIC S9(10)V99 VALUE 0.
       01 WS-CHAIN-SWITCH       PIC X VALUE 'Y'.
       01 WS-BEST-EFF-DATE         PIC 9(8) VALUE 0.
       01 WS-RATE-FOUND-SWITCH     PIC X VALUE 'N'.
          88 WS-RATE-FOUND            VALUE 'Y'.
       01 WS-EFF-DATE-USED         PIC 9(8) VALUE 0.

       01 WS-SCHED-COUNT           PIC 9(3) VALUE 0.
       01 WS-SCHED-IDX             PIC 9(3) VALUE 0.
       01 WS-BAND-IDX              PIC 9(2) VALUE 0.
       01 WS-SCHED-TABLE.
           05 WS-SCHED-ENTRY OCCURS 50 TIMES.
              10 WS-TS-CODE         PIC X(4).
              10 WS-TS-EFF-DATE     PIC 9(8).
              10 WS-TS-EXP-DATE     PIC 9(8).
              10 WS-TS-MIN-FEE      PIC 9(7)V99.
              10 WS-TS-MAX-FEE      PIC 9(7)V99.
              10 WS-TS-BAND-COUNT   PIC 9(2).
              10 WS-TS-BAND OCCURS 10 TIMES.
                 15 WS-TB-UPPER     PIC 9(9)V99.
                 15 WS-TB-METHOD    PIC X.
                    88 WS-TB-FLAT      VALUE 'F'.
                    88 WS-TB-PERCENT   VALUE 'P'.
                 15 WS-TB-VALUE     PIC 9(7)V9(4).
       01 WS-SCHED-FOUND-SWITCH    PIC X VALUE 'N'.
          88 WS-SCHED-FOUND           VALUE 'Y'.
       01 WS-BEST-SCHED-IDX        PIC 9(3) VALUE 0.
       01 WS-BAND-ORDER-SW         PIC X VALUE 'Y'.
          88 WS-BAND-IN-ORDER         VALUE 'Y'.
       01 WS-FEE-BASE              PIC S9(9)V99 VALUE 0.
       01 WS-FEE-BAND-FLOOR        PIC S9(9)V99 VALUE 0.
       01 WS-FEE-BAND-TOP          PIC S9(9)V99 VALUE 0.
       01 WS-FEE-WORK              PIC S9(11)V9(6) VALUE 0.
       01 WS-FEE-WHOLE             PIC S9(11) VALUE 0.

       01 WS-EOF-SWITCH         PIC X VALUE 'N'.
          88 WS-END-OF-FILE         VALUE 'Y'.
       01 WS-DECIMAL-PLACES     PIC 9 VALUE 2.

       01 WS-RUN-RC                PIC 9(2) VALUE 0.
       01 WS-LOCK-SAVE-RC          PIC S9(4) VALUE 0.
       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "Calculator".
           05 WS-RLQ-OPERATOR-ID    PIC X(8).
           05 WS-RLQ-RUN-ID         PIC X(14).
           05 WS-RLQ-RESULT         PIC 9(2).
           05 WS-RLQ-HELD-PROGRAM   PIC X(16).
           05 WS-RLQ-HELD-OPERATOR  PIC X(8).
           05 WS-RLQ-HELD-START-TS  PIC X(14).
           05 WS-RLQ-HELD-RUN-ID    PIC X(14).
           05 WS-RLQ-HELD-AGE       PIC 9(9).
       01 WS-REJECT-LIMIT-PCT      PIC 9(3) VALUE 0.
       01 WS-REJECT-LIMIT-SW       PIC X VALUE 'N'.
          88 WS-REJECT-LIMIT-ON       VALUE 'Y'.
       01 WS-REJECT-CHECK-FLOOR    PIC 9(4) VALUE 20.
       01 WS-APPROVAL-LIMIT        PIC 9(9)V99 VALUE 0.
       01 WS-APPROVAL-LIMIT-SW     PIC X VALUE 'N'.
          88 WS-APPROVAL-LIMIT-ON     VALUE 'Y'.
       01 WS-HOLD-SWITCH           PIC X VALUE 'N'.
          88 WS-HOLD-REQUIRED         VALUE 'Y'.
       01 WS-HOLD-AMOUNT           PIC 9(10)V99 VALUE 0.
       01 WS-RELEASE-SWITCH        PIC X VALUE 'N'.
          88 WS-POSTING-RELEASED      VALUE 'Y'.
       01 WS-BREAKER-SWITCH        PIC X VALUE 'N'.
          88 WS-BREAKER-TRIPPED       VALUE 'Y'.
       01 WS-RUN-PROCESSED         PIC 9(8) VALUE 0.
       01 WS-CALC-TRANS-FILE-STATUS   PIC XX.
       01 WS-AUDIT-FILE-STATUS        PIC XX.
       01 WS-CONTROL-FILE-STATUS      PIC XX.
       01 WS-CTL-HISTORY-STATUS       PIC XX.
       01 WS-SEAL-FILE-STATUS         PIC XX.
       01 WS-CHECKPOINT-FILE-STATUS   PIC XX.
       01 WS-INTERFACE-FILE-STATUS    PIC XX.
       01 WS-REJECT-FILE-STATUS       PIC XX.
       01 WS-RUNCTL-FILE-STATUS       PIC XX.
       01 WS-OPERATOR-FILE-STATUS     PIC XX.
       01 WS-RATE-FILE-STATUS         PIC XX.
       01 WS-TIER-FILE-STATUS         PIC XX.
       01 WS-HISTORY-FILE-STATUS      PIC XX.
       01 WS-PENDING-FILE-STATUS      PIC XX.
       01 WS-PENDING-KEEP-STATUS      PIC XX.
       01 WS-APPROVAL-LOG-STATUS      PIC XX.
       01 WS-FILE-REGISTER-STATUS     PIC XX.
       01 WS-DUP-REPORT-STATUS        PIC XX.

       01 WS-HISTORY-OPEN-SW          PIC X VALUE 'N'.
          88 WS-HISTORY-OPEN             VALUE 'Y'.
       01 WS-HISTORY-DUP-COUNT        PIC 9(6) VALUE 0.

       01 WS-TRANS-FILE-NAME       PIC X(44) VALUE "CALCTRAN.DAT".

              10 WS-FILE-RECORDS    PIC 9(6).
              10 WS-FILE-OK         PIC 9(6).
              10 WS-FILE-REJECTS    PIC 9(6).
              10 WS-FILE-HELD       PIC 9(6).
              10 WS-FILE-BAL        PIC X(8).
              10 WS-FILE-RERUN      PIC X.
              10 WS-FILE-POSTED     PIC X.
              10 WS-FILE-TRL-COUNT  PIC 9(6).
              10 WS-FILE-TRL-HASH   PIC 9(13)V99.

       01 WS-DUP-FILE-SW           PIC X VALUE 'N'.
          88 WS-DUPLICATE-FILE        VALUE 'Y'.
       01 WS-DUP-FOUND-SW          PIC X VALUE 'N'.
          88 WS-DUP-FOUND             VALUE 'Y'.
       01 WS-DUP-MATCH-RUN-ID      PIC X(14) VALUE SPACES.
       01 WS-DUP-MATCH-DATE        PIC X(8) VALUE SPACES.
       01 WS-DUP-MATCH-LABEL       PIC X(8) VALUE SPACES.
       01 WS-DUP-CHECK-IDX         PIC 9(2) VALUE 0.
       01 WS-REGISTER-COUNT        PIC 9(2) VALUE 0.

       01 WS-DUP-WINDOW            PIC 9(4) VALUE 50.
       01 WS-DUP-SCAN-SW           PIC X VALUE 'N'.
          88 WS-DUP-SCAN-ON           VALUE 'Y'.
       01 WS-DUP-REPORT-SW         PIC X VALUE 'N'.
          88 WS-DUP-REPORT-OPEN       VALUE 'Y'.
       01 WS-DUP-SUSPECT-COUNT     PIC 9(6) VALUE 0.
       01 WS-DUP-RING-COUNT        PIC 9(4) VALUE 0.
       01 WS-DUP-RING-NEXT         PIC 9(4) VALUE 1.
       01 WS-DUP-RING-IDX          PIC 9(4) VALUE 0.
       01 WS-DUP-RING-MATCH        PIC 9(4) VALUE 0.
       01 WS-DUP-RING.
           05 WS-DUP-ENTRY OCCURS 500 TIMES.
              10 WS-DUP-DEPT        PIC X(8).
              10 WS-DUP-OPERATOR    PIC X(8).
              10 WS-DUP-NUM1        PIC S9(9)V99.
              10 WS-DUP-NUM2        PIC S9(9)V99.
              10 WS-DUP-OPERATION   PIC X.
              10 WS-DUP-SEQ-ID      PIC X(20).
              10 WS-DUP-RECORD-NUM  PIC 9(8).

       01 WS-DUP-LINE.
           05 WS-DPL-DEPT           PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DPL-OPERATOR       PIC X(8).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DPL-SEQ-ID         PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DPL-FIRST-SEQ-ID   PIC X(20).
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DPL-NUM1           PIC -(9)9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DPL-NUM2           PIC -(9)9.99.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DPL-OPERATION      PIC X.
           05 FILLER                PIC X VALUE SPACE.
           05 WS-DPL-GAP            PIC ZZZ9.
           05 FILLER                PIC X(5) VALUE SPACES.

       01 WS-DEPT-LABEL            PIC X(8) VALUE "DEFAULT".

       01 WS-REJECT-COUNT          PIC 9(6) VALUE 0.
       01 WS-TRANS-IMAGE           PIC X(26) VALUE SPACES.

       01 WS-PENDING-IMAGE.
           05 WS-PDI-RECORD-TYPE    PIC X.
           05 WS-PDI-V2-DATA.
              10 WS-PDI-NUM1        PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
              10 WS-PDI-NUM2        PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
              10 WS-PDI-OPERATION   PIC X.
           05 WS-PDI-RATE-DATA REDEFINES WS-PDI-V2-DATA.
              10 WS-PDI-AMOUNT      PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
              10 WS-PDI-RATE-CODE   PIC X(4).
              10 WS-PDI-VALUE-DATE  PIC 9(8).
              10 FILLER             PIC X.

       01 WS-RELEASE-SEQ-ID        PIC X(20) VALUE SPACES.
       01 WS-RELEASE-APPROVER-ID   PIC X(8) VALUE SPACES.
       01 WS-PENDING-KEPT-COUNT    PIC 9(6) VALUE 0.
       01 WS-RELEASE-DONE-SW       PIC X VALUE 'N'.
          88 WS-RELEASE-DONE          VALUE 'Y'.
       01 WS-RELEASE-SKIPPED       PIC 9(6) VALUE 0.
       01 WS-RDN-COUNT             PIC 9(4) VALUE 0.
       01 WS-RDN-IDX               PIC 9(4) VALUE 0.
       01 WS-RELEASE-DONE-TABLE.
           05 WS-RDN-ENTRY OCCURS 500 TIMES.
              10 WS-RDN-SEQ-ID      PIC X(20).
              10 WS-RDN-DONE        PIC X.
       01 WS-APL-ACTION            PIC X(8) VALUE SPACES.
       01 WS-APL-SEQ-ID            PIC X(20) VALUE SPACES.
       01 WS-APL-APPROVER-ID       PIC X(8) VALUE SPACES.
       01 WS-APL-POSTED-SEQ-ID     PIC X(20) VALUE SPACES.

       01 WS-CHAIN-MODULUS         PIC 9(15) VALUE 999999999999989.
       01 WS-CHAIN-WORK            PIC 9(18) VALUE 0.
       01 WS-CHAIN-VALUE           PIC 9(15) VALUE 0.
       01 WS-CHAIN-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-CHAIN-LENGTH          PIC 9(3) VALUE 0.
       01 WS-CHAIN-IDX             PIC 9(3) VALUE 0.
       01 WS-AUDIT-CHAIN           PIC 9(15) VALUE 0.
       01 WS-INTERFACE-CHAIN       PIC 9(15) VALUE 0.
       01 WS-LAST-SEAL-VALUE       PIC 9(15) VALUE 0.
       01 WS-SEAL-AUDIT-COUNT      PIC 9(8) VALUE 0.
       01 WS-SEAL-INTERFACE-COUNT  PIC 9(8) VALUE 0.
       01 WS-SEAL-AUDIT-START      PIC 9(15) VALUE 0.
       01 WS-SEAL-FIRST-SEQ-ID     PIC X(20) VALUE SPACES.
       01 WS-SEAL-LAST-SEQ-ID      PIC X(20) VALUE SPACES.

       01 WS-TRL-FOUND-SW          PIC X VALUE 'N'.
          88 WS-TRL-FOUND             VALUE 'Y'.
       01 WS-TRL-OK-SW             PIC X VALUE 'Y'.
           05 WS-COUNT-PCT               PIC 9(6) VALUE 0.
           05 WS-COUNT-EXP               PIC 9(6) VALUE 0.
           05 WS-COUNT-RATE              PIC 9(6) VALUE 0.
           05 WS-COUNT-FEE               PIC 9(6) VALUE 0.
           05 WS-COUNT-REVERSAL          PIC 9(6) VALUE 0.
           05 WS-COUNT-DIV-ZERO-ERR     PIC 9(6) VALUE 0.
           05 WS-COUNT-BAD-OP-ERR       PIC 9(6) VALUE 0.
           05 WS-COUNT-NOT-AUTH-ERR     PIC 9(6) VALUE 0.
           05 WS-COUNT-OVER-LIM-ERR     PIC 9(6) VALUE 0.
           05 WS-COUNT-NO-RATE-ERR      PIC 9(6) VALUE 0.
           05 WS-COUNT-NO-SCHED-ERR     PIC 9(6) VALUE 0.
           05 WS-COUNT-HELD             PIC 9(6) VALUE 0.
           05 WS-COUNT-RELEASED         PIC 9(6) VALUE 0.
           05 WS-COUNT-DECLINED         PIC 9(6) VALUE 0.
           05 WS-COUNT-TOTAL            PIC 9(6) VALUE 0.

       01 WS-RESULT-DISPLAY     PIC -(10)9.99.
           PERFORM SET-RUN-ID
           PERFORM READ-CONTROL-FILE
           PERFORM LOAD-RATE-FILE
           PERFORM LOAD-TIER-FILE
           PERFORM LOAD-OPERATOR-FILE
           DISPLAY "Enter mode (B=Batch, I=Interactive, R=Resubmit,"
               " E=Edit only): " WITH NO ADVANCING
                   GOBACK
               END-IF
           END-IF
           IF NOT WS-EDIT-MODE
               PERFORM ACQUIRE-RUN-LOCK
               IF WS-RLQ-RESULT NOT = 0
                   MOVE WS-RLQ-RESULT TO RETURN-CODE
                   GOBACK
               END-IF
               PERFORM WRITE-CONTROL-HISTORY
           END-IF
           IF WS-BATCH-MODE
               PERFORM DETECT-RESTART
           END-IF
           IF WS-EDIT-MODE
               PERFORM OPEN-EDIT-REPORT
           ELSE
               PERFORM LOAD-CHAIN-STATE
               OPEN EXTEND CALC-AUDIT-FILE
               IF WS-AUDIT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CALC-AUDIT-FILE
               END-IF
               PERFORM OPEN-HISTORY-FILE
               IF WS-RESTART-REQUESTED
                   OPEN EXTEND CALC-INTERFACE-FILE
                   IF WS-INTERFACE-FILE-STATUS NOT = "00"
               END-IF
               CLOSE CALC-AUDIT-FILE
               CLOSE CALC-INTERFACE-FILE
               IF WS-HISTORY-OPEN
                   CLOSE CALC-HISTORY-FILE
               END-IF
               PERFORM WRITE-RUN-SEAL
           END-IF
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               CLOSE CALC-REJECT-FILE
           END-IF
           IF NOT WS-EDIT-MODE
               PERFORM RELEASE-RUN-LOCK
           END-IF
           PERFORM END-OF-RUN-SUMMARY
           PERFORM SET-FINAL-RETURN-CODE
           DISPLAY "Thank you for using the calculator. Goodbye!"
           MOVE WS-RUN-RC TO RETURN-CODE
           GOBACK.

       ACQUIRE-RUN-LOCK.
           MOVE 'A' TO WS-RLQ-FUNCTION
           IF WS-OPERATOR-ID = SPACES
               MOVE "BATCH" TO WS-RLQ-OPERATOR-ID
           ELSE
               MOVE WS-OPERATOR-ID TO WS-RLQ-OPERATOR-ID
           END-IF
           MOVE WS-TSI-RUN-ID TO WS-RLQ-RUN-ID
           CALL "RunLock" USING WS-RUN-LOCK-REQUEST
               ON EXCEPTION
                   DISPLAY "Error: run lock program not available"
                   MOVE 12 TO WS-RLQ-RESULT
           END-CALL.

       RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
           MOVE 'R' TO WS-RLQ-FUNCTION
           CALL "RunLock" USING WS-RUN-LOCK-REQUEST
               ON EXCEPTION
                   DISPLAY "Warning: run lock program not available"
           END-CALL
           MOVE WS-LOCK-SAVE-RC TO RETURN-CODE.

       SET-RUN-ID.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
                       OR WS-COUNT-NOT-AUTH-ERR > 0
                       OR WS-COUNT-OVER-LIM-ERR > 0
                       OR WS-COUNT-NO-RATE-ERR > 0
                       OR WS-COUNT-NO-SCHED-ERR > 0
                       OR WS-COUNT-DECLINED > 0
                       OR WS-DUP-SUSPECT-COUNT > 0
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF
                       PERFORM APPLY-DECIMAL-PLACES-IN
                       PERFORM APPLY-OP-ENABLE-OVERRIDES
                       PERFORM APPLY-REJECT-LIMIT-IN
                       PERFORM APPLY-APPROVAL-LIMIT-IN
                       PERFORM APPLY-DUP-WINDOW-IN
               END-READ
               CLOSE CALC-CONTROL-FILE
           END-IF.
               END-IF
           END-IF.

       APPLY-APPROVAL-LIMIT-IN.
           IF CTL-APPROVAL-LIMIT-IN NUMERIC
               MOVE CTL-APPROVAL-LIMIT-IN TO WS-APPROVAL-LIMIT
               IF WS-APPROVAL-LIMIT > 0
                   MOVE 'Y' TO WS-APPROVAL-LIMIT-SW
               ELSE
                   MOVE 'N' TO WS-APPROVAL-LIMIT-SW
               END-IF
           END-IF.

       APPLY-DUP-WINDOW-IN.
           IF CTL-DUP-WINDOW-IN NUMERIC
               MOVE CTL-DUP-WINDOW-IN TO WS-DUP-WINDOW
               IF WS-DUP-WINDOW > 500
                   DISPLAY "Warning: duplicate window "
                       CTL-DUP-WINDOW-IN
                       " over 500 records, using 500"
                   MOVE 500 TO WS-DUP-WINDOW
               END-IF
           ELSE
               IF CTL-DUP-WINDOW-IN NOT = SPACES
                   DISPLAY "Warning: duplicate window "
                       CTL-DUP-WINDOW-IN
                       " not numeric, using 50"
               END-IF
               MOVE 50 TO WS-DUP-WINDOW
           END-IF.

       WRITE-CONTROL-HISTORY.
           OPEN EXTEND CALC-CTL-HISTORY-FILE
           IF WS-CTL-HISTORY-STATUS NOT = "00"
               OPEN OUTPUT CALC-CTL-HISTORY-FILE
           END-IF
           IF WS-CTL-HISTORY-STATUS NOT = "00"
               DISPLAY "Warning: unable to open control history,"
                   " status " WS-CTL-HISTORY-STATUS
           ELSE
               MOVE SPACES TO CALC-CTL-HISTORY-RECORD
               MOVE WS-TSI-RUN-ID TO CTH-RUN-ID
               MOVE WS-ROUNDING-MODE TO CTH-ROUNDING-MODE
               MOVE WS-DECIMAL-PLACES TO CTH-DECIMAL-PLACES
               PERFORM VARYING WS-OP-IDX FROM 1 BY 1
                       UNTIL WS-OP-IDX > 6
                   MOVE WS-OP-ENABLED(WS-OP-IDX)
                       TO CTH-OP-ENABLE-ENTRY(WS-OP-IDX)
               END-PERFORM
               WRITE CALC-CTL-HISTORY-RECORD
               CLOSE CALC-CTL-HISTORY-FILE
           END-IF.

       LOAD-CHAIN-STATE.
           OPEN INPUT CALC-SEAL-FILE
           IF WS-SEAL-FILE-STATUS = "00"
               PERFORM READ-SEAL-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF SEAL-VALUE NUMERIC
                       MOVE SEAL-VALUE TO WS-LAST-SEAL-VALUE
                   END-IF
                   IF SEAL-AUDIT-END NUMERIC
                       MOVE SEAL-AUDIT-END TO WS-AUDIT-CHAIN
                   END-IF
                   PERFORM READ-SEAL-RECORD
               END-PERFORM
               CLOSE CALC-SEAL-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS = "00"
               PERFORM READ-AUDIT-CHAIN-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF AUD-CHAIN-VALUE NUMERIC
                       MOVE AUD-CHAIN-VALUE TO WS-AUDIT-CHAIN
                   ELSE
                       MOVE 0 TO WS-AUDIT-CHAIN
                   END-IF
                   PERFORM READ-AUDIT-CHAIN-RECORD
               END-PERFORM
               CLOSE CALC-AUDIT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           MOVE WS-AUDIT-CHAIN TO WS-SEAL-AUDIT-START
           IF WS-RESTART-REQUESTED
               OPEN INPUT CALC-INTERFACE-FILE
               IF WS-INTERFACE-FILE-STATUS = "00"
                   PERFORM READ-INTERFACE-CHAIN-RECORD
                   PERFORM UNTIL WS-END-OF-FILE
                       IF ITF-DETAIL-REC
                           ADD 1 TO WS-SEAL-INTERFACE-COUNT
                           IF ITF-CHAIN-VALUE NUMERIC
                               MOVE ITF-CHAIN-VALUE
                                   TO WS-INTERFACE-CHAIN
                           ELSE
                               MOVE 0 TO WS-INTERFACE-CHAIN
                           END-IF
                       END-IF
                       PERFORM READ-INTERFACE-CHAIN-RECORD
                   END-PERFORM
                   CLOSE CALC-INTERFACE-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               END-IF
           END-IF.

       READ-SEAL-RECORD.
           READ CALC-SEAL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-AUDIT-CHAIN-RECORD.
           READ CALC-AUDIT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-INTERFACE-CHAIN-RECORD.
           READ CALC-INTERFACE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       COMPUTE-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-LENGTH
               COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE * 131
                   + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-IDX:1))
               COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(WS-CHAIN-WORK
                   WS-CHAIN-MODULUS)
           END-PERFORM.

       WRITE-RUN-SEAL.
           OPEN EXTEND CALC-SEAL-FILE
           IF WS-SEAL-FILE-STATUS NOT = "00"
               OPEN OUTPUT CALC-SEAL-FILE
           END-IF
           IF WS-SEAL-FILE-STATUS NOT = "00"
               DISPLAY "Warning: unable to write run seal, status "
                   WS-SEAL-FILE-STATUS
           ELSE
               MOVE SPACES TO CALC-SEAL-RECORD
               MOVE WS-TSI-RUN-ID TO SEAL-RUN-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO SEAL-SEALED-TS
               MOVE WS-OPERATOR-ID TO SEAL-OPERATOR-ID
               MOVE WS-RUN-MODE TO SEAL-RUN-MODE
               MOVE WS-SEAL-AUDIT-COUNT TO SEAL-AUDIT-COUNT
               MOVE WS-SEAL-FIRST-SEQ-ID TO SEAL-FIRST-SEQ-ID
               MOVE WS-SEAL-LAST-SEQ-ID TO SEAL-LAST-SEQ-ID
               MOVE WS-SEAL-AUDIT-START TO SEAL-AUDIT-START
               MOVE WS-AUDIT-CHAIN TO SEAL-AUDIT-END
               MOVE WS-SEAL-INTERFACE-COUNT TO SEAL-INTERFACE-COUNT
               MOVE WS-INTERFACE-CHAIN TO SEAL-INTERFACE-END
               MOVE CALC-SEAL-RECORD(1:149) TO WS-CHAIN-IMAGE
               MOVE 149 TO WS-CHAIN-LENGTH
               MOVE WS-LAST-SEAL-VALUE TO WS-CHAIN-VALUE
               PERFORM COMPUTE-CHAIN-VALUE
               MOVE WS-CHAIN-VALUE TO SEAL-VALUE
               WRITE CALC-SEAL-RECORD
               CLOSE CALC-SEAL-FILE
           END-IF.

       LOAD-RATE-FILE.
           OPEN INPUT CALC-RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               END-IF
           END-PERFORM.

       LOAD-TIER-FILE.
           OPEN INPUT CALC-TIER-FILE
           IF WS-TIER-FILE-STATUS = "00"
               PERFORM READ-TIER-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   EVALUATE TRUE
                       WHEN TR-SCHEDULE-LINE
                           PERFORM ADD-TIER-SCHEDULE
                       WHEN TR-BAND-LINE
                           PERFORM ADD-TIER-BAND
                       WHEN OTHER
                           DISPLAY "Warning: fee tier line type "
                               TR-LINE-TYPE " for schedule "
                               TR-SCHEDULE-CODE " not recognised,"
                               " line ignored"
                   END-EVALUATE
                   PERFORM READ-TIER-RECORD
               END-PERFORM
               CLOSE CALC-TIER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               DISPLAY "Warning: no fee tier table file, fee"
                   " transactions will be rejected"
           END-IF.

       READ-TIER-RECORD.
           READ CALC-TIER-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       ADD-TIER-SCHEDULE.
           IF WS-SCHED-COUNT >= 50
               DISPLAY "Warning: fee schedule table full, schedule "
                   TR-SCHEDULE-CODE " effective " TR-EFF-DATE
                   " ignored"
           ELSE
               ADD 1 TO WS-SCHED-COUNT
               MOVE TR-SCHEDULE-CODE TO WS-TS-CODE(WS-SCHED-COUNT)
               MOVE TR-EFF-DATE TO WS-TS-EFF-DATE(WS-SCHED-COUNT)
               MOVE 0 TO WS-TS-EXP-DATE(WS-SCHED-COUNT)
               MOVE 0 TO WS-TS-MIN-FEE(WS-SCHED-COUNT)
               MOVE 0 TO WS-TS-MAX-FEE(WS-SCHED-COUNT)
               MOVE 0 TO WS-TS-BAND-COUNT(WS-SCHED-COUNT)
               IF TR-EXP-DATE NUMERIC
                   MOVE TR-EXP-DATE TO WS-TS-EXP-DATE(WS-SCHED-COUNT)
               END-IF
               IF TR-MIN-FEE NUMERIC
                   MOVE TR-MIN-FEE TO WS-TS-MIN-FEE(WS-SCHED-COUNT)
               END-IF
               IF TR-MAX-FEE NUMERIC
                   MOVE TR-MAX-FEE TO WS-TS-MAX-FEE(WS-SCHED-COUNT)
               END-IF
           END-IF.

       ADD-TIER-BAND.
           MOVE 0 TO WS-BEST-SCHED-IDX
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-TS-CODE(WS-SCHED-IDX) = TR-SCHEDULE-CODE
                   AND WS-TS-EFF-DATE(WS-SCHED-IDX) = TR-EFF-DATE
                   MOVE WS-SCHED-IDX TO WS-BEST-SCHED-IDX
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-BEST-SCHED-IDX = 0
                   DISPLAY "Warning: fee band for schedule "
                       TR-SCHEDULE-CODE " effective " TR-EFF-DATE
                       " has no schedule line, band ignored"
               WHEN WS-TS-BAND-COUNT(WS-BEST-SCHED-IDX) >= 10
                   DISPLAY "Warning: schedule " TR-SCHEDULE-CODE
                       " has more than 10 bands, band ignored"
               WHEN TR-BAND-METHOD NOT = 'P'
                       AND TR-BAND-METHOD NOT = 'F'
                   DISPLAY "Warning: schedule " TR-SCHEDULE-CODE
                       " band method " TR-BAND-METHOD
                       " not supported (only P or F), band ignored"
               WHEN TR-BAND-UPPER NOT NUMERIC
                       OR TR-BAND-VALUE NOT NUMERIC
                   DISPLAY "Warning: schedule " TR-SCHEDULE-CODE
                       " band limit or value not numeric,"
                       " band ignored"
               WHEN OTHER
                   MOVE 'Y' TO WS-BAND-ORDER-SW
                   MOVE WS-TS-BAND-COUNT(WS-BEST-SCHED-IDX)
                       TO WS-BAND-IDX
                   IF WS-BAND-IDX > 0
                       IF WS-TB-UPPER(WS-BEST-SCHED-IDX WS-BAND-IDX)
                               = 0
                           OR (TR-BAND-UPPER NOT = 0
                               AND TR-BAND-UPPER NOT >
                               WS-TB-UPPER(WS-BEST-SCHED-IDX
                                   WS-BAND-IDX))
                           MOVE 'N' TO WS-BAND-ORDER-SW
                           DISPLAY "Warning: schedule "
                               TR-SCHEDULE-CODE
                               " bands out of ascending order,"
                               " band ignored"
                       END-IF
                   END-IF
                   IF WS-BAND-IN-ORDER
                       ADD 1 TO WS-TS-BAND-COUNT(WS-BEST-SCHED-IDX)
                       MOVE WS-TS-BAND-COUNT(WS-BEST-SCHED-IDX)
                           TO WS-BAND-IDX
                       MOVE TR-BAND-UPPER
                           TO WS-TB-UPPER(WS-BEST-SCHED-IDX
                               WS-BAND-IDX)
                       MOVE TR-BAND-METHOD
                           TO WS-TB-METHOD(WS-BEST-SCHED-IDX
                               WS-BAND-IDX)
                       MOVE TR-BAND-VALUE
                           TO WS-TB-VALUE(WS-BEST-SCHED-IDX
                               WS-BAND-IDX)
                   END-IF
           END-EVALUATE.

       LOOKUP-FEE-SCHEDULE.
           MOVE 'N' TO WS-SCHED-FOUND-SWITCH
           MOVE 0 TO WS-BEST-SCHED-IDX
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-TS-CODE(WS-SCHED-IDX) = WS-RATE-CODE
                   AND WS-TS-EFF-DATE(WS-SCHED-IDX) <= WS-VALUE-DATE
                   AND WS-TS-EFF-DATE(WS-SCHED-IDX)
                       >= WS-BEST-EFF-DATE
                   MOVE WS-TS-EFF-DATE(WS-SCHED-IDX)
                       TO WS-BEST-EFF-DATE
                   MOVE WS-SCHED-IDX TO WS-BEST-SCHED-IDX
               END-IF
           END-PERFORM
           IF WS-BEST-SCHED-IDX > 0
               IF WS-TS-BAND-COUNT(WS-BEST-SCHED-IDX) > 0
                   AND (WS-TS-EXP-DATE(WS-BEST-SCHED-IDX) = 0
                       OR WS-TS-EXP-DATE(WS-BEST-SCHED-IDX)
                           >= WS-VALUE-DATE)
                   SET WS-SCHED-FOUND TO TRUE
                   MOVE WS-BEST-EFF-DATE TO WS-EFF-DATE-USED
               END-IF
           END-IF.

       LOAD-OPERATOR-FILE.
           OPEN INPUT CALC-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               END-IF
           END-IF.

       CHECK-APPROVAL-HOLD.
           MOVE 'N' TO WS-HOLD-SWITCH
           IF WS-APPROVAL-LIMIT-ON AND NOT WS-POSTING-RELEASED
               IF FUNCTION ABS(WS-NUM1) > FUNCTION ABS(WS-NUM2)
                       OR WS-OPERATION = 'R'
                       OR WS-OPERATION = 'F'
                   COMPUTE WS-HOLD-AMOUNT = FUNCTION ABS(WS-NUM1)
               ELSE
                   COMPUTE WS-HOLD-AMOUNT = FUNCTION ABS(WS-NUM2)
               END-IF
               IF WS-HOLD-AMOUNT > WS-APPROVAL-LIMIT
                   SET WS-HOLD-REQUIRED TO TRUE
               END-IF
           END-IF.

       HOLD-FOR-APPROVAL.
           MOVE 0 TO WS-RESULT
           MOVE "HELD" TO WS-RESULT-STATUS
           ADD 1 TO WS-COUNT-HELD
           ADD 1 TO WS-COUNT-TOTAL.

       BATCH-PROCESS.
           PERFORM READ-RUNCTL-FILE
           IF WS-RESTART-REQUESTED
               PERFORM READ-CHECKPOINT-FILE
           END-IF
           PERFORM OPEN-DUP-REPORT
           PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                   UNTIL WS-FILE-IDX > WS-FILE-COUNT
                       OR WS-BREAKER-TRIPPED
               PERFORM PROCESS-ONE-TRANS-FILE
           END-PERFORM
           PERFORM CLOSE-DUP-REPORT
           IF NOT WS-BREAKER-TRIPPED AND NOT WS-EDIT-MODE
               PERFORM CLEAR-CHECKPOINT
               PERFORM WRITE-FILE-REGISTER
               PERFORM POST-RELEASED-ITEMS
           END-IF.

       READ-RUNCTL-FILE.
                   MOVE 0 TO WS-FILE-RECORDS(WS-FILE-COUNT)
                   MOVE 0 TO WS-FILE-OK(WS-FILE-COUNT)
                   MOVE 0 TO WS-FILE-REJECTS(WS-FILE-COUNT)
                   MOVE 0 TO WS-FILE-HELD(WS-FILE-COUNT)
                   MOVE SPACES TO WS-FILE-BAL(WS-FILE-COUNT)
                   IF RUN-RERUN-FLAG = 'R' OR RUN-RERUN-FLAG = 'r'
                       MOVE 'Y' TO WS-FILE-RERUN(WS-FILE-COUNT)
                   ELSE
                       MOVE 'N' TO WS-FILE-RERUN(WS-FILE-COUNT)
                   END-IF
                   MOVE 'N' TO WS-FILE-POSTED(WS-FILE-COUNT)
                   MOVE 0 TO WS-FILE-TRL-COUNT(WS-FILE-COUNT)
                   MOVE 0 TO WS-FILE-TRL-HASH(WS-FILE-COUNT)
                   PERFORM READ-RUNCTL-RECORD
               END-PERFORM
               IF NOT WS-END-OF-FILE
               MOVE 0 TO WS-FILE-RECORDS(1)
               MOVE 0 TO WS-FILE-OK(1)
               MOVE 0 TO WS-FILE-REJECTS(1)
               MOVE 0 TO WS-FILE-HELD(1)
               MOVE SPACES TO WS-FILE-BAL(1)
               MOVE 'N' TO WS-FILE-RERUN(1)
               MOVE 'N' TO WS-FILE-POSTED(1)
               MOVE 0 TO WS-FILE-TRL-COUNT(1)
               MOVE 0 TO WS-FILE-TRL-HASH(1)
           END-IF.

       READ-RUNCTL-RECORD.
       PROCESS-ONE-TRANS-FILE.
           MOVE WS-FILE-NAME(WS-FILE-IDX) TO WS-TRANS-FILE-NAME
           MOVE WS-FILE-LABEL(WS-FILE-IDX) TO WS-DEPT-LABEL
           MOVE 'N' TO WS-DUP-FILE-SW
           PERFORM VERIFY-TRANS-FILE
           IF WS-TRL-BALANCED AND NOT WS-DUPLICATE-FILE
               PERFORM PROCESS-TRANS-FILE-RECORDS
           END-IF.

                       PERFORM REJECT-WHOLE-FILE
                   WHEN OTHER
                       MOVE "BALANCED" TO WS-FILE-BAL(WS-FILE-IDX)
                       PERFORM CHECK-DUPLICATE-FILE
               END-EVALUATE
           END-IF.

       CHECK-DUPLICATE-FILE.
           MOVE WS-TRL-EXPECTED-COUNT
               TO WS-FILE-TRL-COUNT(WS-FILE-IDX)
           MOVE WS-TRL-EXPECTED-HASH
               TO WS-FILE-TRL-HASH(WS-FILE-IDX)
           MOVE 'N' TO WS-DUP-FOUND-SW
           PERFORM VARYING WS-DUP-CHECK-IDX FROM 1 BY 1
                   UNTIL WS-DUP-CHECK-IDX >= WS-FILE-IDX
                       OR WS-DUP-FOUND
               IF WS-FILE-POSTED(WS-DUP-CHECK-IDX) = 'Y'
                       AND WS-FILE-TRL-COUNT(WS-DUP-CHECK-IDX)
                           = WS-TRL-EXPECTED-COUNT
                       AND WS-FILE-TRL-HASH(WS-DUP-CHECK-IDX)
                           = WS-TRL-EXPECTED-HASH
                   SET WS-DUP-FOUND TO TRUE
                   MOVE WS-TSI-RUN-ID TO WS-DUP-MATCH-RUN-ID
                   MOVE WS-TSI-RUN-ID(1:8) TO WS-DUP-MATCH-DATE
                   MOVE WS-FILE-LABEL(WS-DUP-CHECK-IDX)
                       TO WS-DUP-MATCH-LABEL
               END-IF
           END-PERFORM
           IF NOT WS-DUP-FOUND
               PERFORM SCAN-FILE-REGISTER
           END-IF
           IF WS-DUP-FOUND
               IF WS-FILE-RERUN(WS-FILE-IDX) = 'Y'
                   MOVE "RE-RUN" TO WS-FILE-BAL(WS-FILE-IDX)
                   DISPLAY "Warning: file "
                       WS-FILE-LABEL(WS-FILE-IDX)
                       " matches file " WS-DUP-MATCH-LABEL
                       " processed in run " WS-DUP-MATCH-RUN-ID
                       ", accepted as a re-run"
                   IF WS-EDIT-MODE
                       PERFORM WRITE-EDIT-RERUN-FILE
                   END-IF
               ELSE
                   MOVE "DUP-FILE" TO WS-FILE-BAL(WS-FILE-IDX)
                   SET WS-DUPLICATE-FILE TO TRUE
                   PERFORM REJECT-DUPLICATE-FILE
               END-IF
           END-IF.

       SCAN-FILE-REGISTER.
           OPEN INPUT CALC-FILE-REGISTER
           IF WS-FILE-REGISTER-STATUS = "00"
               PERFORM READ-FILE-REGISTER
               PERFORM UNTIL WS-END-OF-FILE OR WS-DUP-FOUND
                   IF FRG-DEPT-LABEL = WS-FILE-LABEL(WS-FILE-IDX)
                           AND FRG-RECORD-COUNT NUMERIC
                           AND FRG-HASH-TOTAL NUMERIC
                           AND FRG-RECORD-COUNT
                               = WS-TRL-EXPECTED-COUNT
                           AND FRG-HASH-TOTAL
                               = WS-TRL-EXPECTED-HASH
                       SET WS-DUP-FOUND TO TRUE
                       MOVE FRG-RUN-ID TO WS-DUP-MATCH-RUN-ID
                       MOVE FRG-PROCESSED-DATE TO WS-DUP-MATCH-DATE
                       MOVE FRG-DEPT-LABEL TO WS-DUP-MATCH-LABEL
                   ELSE
                       PERFORM READ-FILE-REGISTER
                   END-IF
               END-PERFORM
               CLOSE CALC-FILE-REGISTER
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-FILE-REGISTER.
           READ CALC-FILE-REGISTER
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       REJECT-DUPLICATE-FILE.
           DISPLAY "Error: file " WS-FILE-LABEL(WS-FILE-IDX)
               " duplicates file " WS-DUP-MATCH-LABEL
               " processed in run " WS-DUP-MATCH-RUN-ID
               " on " WS-DUP-MATCH-DATE ", trailer "
               WS-TRL-EXPECTED-COUNT " records hash "
               WS-TRL-EXPECTED-HASH ", file rejected"
           IF WS-EDIT-MODE
               PERFORM WRITE-EDIT-DUPLICATE-FILE
           END-IF
           IF WS-RUN-RC < 8
               MOVE 8 TO WS-RUN-RC
           END-IF.

       WRITE-EDIT-DUPLICATE-FILE.
           MOVE SPACES TO CALC-EDIT-REPORT-LINE
           STRING WS-FILE-LABEL(WS-FILE-IDX)
               " DUPLICATE OF " WS-DUP-MATCH-LABEL
               " RUN " WS-DUP-MATCH-RUN-ID
               " - WHOLE FILE WOULD REJECT"
               DELIMITED BY SIZE INTO CALC-EDIT-REPORT-LINE
           END-STRING
           WRITE CALC-EDIT-REPORT-LINE.

       WRITE-EDIT-RERUN-FILE.
           MOVE SPACES TO CALC-EDIT-REPORT-LINE
           STRING WS-FILE-LABEL(WS-FILE-IDX)
               " MATCHES " WS-DUP-MATCH-LABEL
               " RUN " WS-DUP-MATCH-RUN-ID
               " - ACCEPTED AS RE-RUN"
               DELIMITED BY SIZE INTO CALC-EDIT-REPORT-LINE
           END-STRING
           WRITE CALC-EDIT-REPORT-LINE.

       WRITE-FILE-REGISTER.
           MOVE 0 TO WS-REGISTER-COUNT
           OPEN EXTEND CALC-FILE-REGISTER
           IF WS-FILE-REGISTER-STATUS NOT = "00"
               OPEN OUTPUT CALC-FILE-REGISTER
           END-IF
           IF WS-FILE-REGISTER-STATUS NOT = "00"
               DISPLAY "Warning: unable to open file register,"
                   " status " WS-FILE-REGISTER-STATUS
           ELSE
               PERFORM VARYING WS-DUP-CHECK-IDX FROM 1 BY 1
                       UNTIL WS-DUP-CHECK-IDX > WS-FILE-COUNT
                   IF WS-FILE-POSTED(WS-DUP-CHECK-IDX) = 'Y'
                       MOVE SPACES TO CALC-FILE-REGISTER-RECORD
                       MOVE WS-FILE-LABEL(WS-DUP-CHECK-IDX)
                           TO FRG-DEPT-LABEL
                       MOVE WS-FILE-TRL-COUNT(WS-DUP-CHECK-IDX)
                           TO FRG-RECORD-COUNT
                       MOVE WS-FILE-TRL-HASH(WS-DUP-CHECK-IDX)
                           TO FRG-HASH-TOTAL
                       MOVE WS-TSI-RUN-ID TO FRG-RUN-ID
                       MOVE WS-TSI-RUN-ID(1:8)
                           TO FRG-PROCESSED-DATE
                       MOVE WS-FILE-RERUN(WS-DUP-CHECK-IDX)
                           TO FRG-RERUN-FLAG
                       MOVE WS-FILE-NAME(WS-DUP-CHECK-IDX)
                           TO FRG-FILE-NAME
                       WRITE CALC-FILE-REGISTER-RECORD
                       ADD 1 TO WS-REGISTER-COUNT
                   END-IF
               END-PERFORM
               CLOSE CALC-FILE-REGISTER
           END-IF.

       ADD-TRANS-HASH.
           EVALUATE TRUE
               WHEN CT-RATE-RECORD AND WS-V2-LAYOUT
                   ADD CTR-AMOUNT TO WS-TRL-ACTUAL-HASH
                       ON SIZE ERROR CONTINUE
                   END-ADD
               WHEN CT-FEE-RECORD AND WS-V2-LAYOUT
                   ADD FUNCTION ABS(CT2F-AMOUNT)
                       TO WS-TRL-ACTUAL-HASH
                       ON SIZE ERROR CONTINUE
                   END-ADD
               WHEN CT-FEE-RECORD
                   ADD CTF-AMOUNT TO WS-TRL-ACTUAL-HASH
                       ON SIZE ERROR CONTINUE
                   END-ADD
               WHEN WS-V2-LAYOUT
                   ADD FUNCTION ABS(CT2-NUM1)
                       FUNCTION ABS(CT2-NUM2)
                   END-IF
                   CLOSE CALC-TRANS-FILE
               ELSE
                   MOVE 'Y' TO WS-FILE-POSTED(WS-FILE-IDX)
                   IF WS-RESTART-REQUESTED
                       PERFORM SKIP-TO-CHECKPOINT
                   END-IF
                   IF WS-DUP-WINDOW > 0
                       MOVE 'Y' TO WS-DUP-SCAN-SW
                   END-IF
                   PERFORM UNTIL WS-END-OF-FILE
                           OR WS-BREAKER-TRIPPED
                       IF CT-TRAILER-RECORD
                           PERFORM PROCESS-TRANS-RECORD
                           ADD 1 TO WS-FILE-RECORDS(WS-FILE-IDX)
                           ADD 1 TO WS-RUN-PROCESSED
                           EVALUATE TRUE
                               WHEN WS-STATUS-OK OR WS-STATUS-REVERSAL
                                   ADD 1 TO WS-FILE-OK(WS-FILE-IDX)
                               WHEN WS-STATUS-HELD
                                   ADD 1 TO WS-FILE-HELD(WS-FILE-IDX)
                               WHEN OTHER
                                   ADD 1
                                       TO WS-FILE-REJECTS(WS-FILE-IDX)
                                   ADD 1 TO WS-RUN-REJECTED
                           END-EVALUATE
                           IF FUNCTION MOD(WS-RECORD-COUNT
                                   WS-CHECKPOINT-INTERVAL) = 0
                                   AND NOT WS-EDIT-MODE
                           PERFORM READ-TRANS-RECORD
                       END-IF
                   END-PERFORM
                   MOVE 'N' TO WS-DUP-SCAN-SW
                   CLOSE CALC-TRANS-FILE
               END-IF
           END-IF.
           MOVE WS-TRAN-SEQ TO WS-TSI-SEQ
           MOVE SPACES TO WS-RATE-CODE
           MOVE 0 TO WS-RATE-USED
           MOVE 0 TO WS-EFF-DATE-USED
           EVALUATE TRUE
               WHEN CT-TRANSACTION-RECORD
                   MOVE 'N' TO WS-CHAIN-SWITCH
                   PERFORM MOVE-TRANS-OPERANDS
                   IF WS-DUP-SCAN-ON
                       PERFORM CHECK-SUSPECT-DUPLICATE
                   END-IF
                   PERFORM PROCESS-CALCULATION-RECORD
               WHEN CT-CHAIN-RECORD
                   IF WS-CHAIN-BROKEN
                   PERFORM PROCESS-RATE-RECORD
               WHEN CT-VOID-RECORD
                   PERFORM PROCESS-REVERSAL-RECORD
               WHEN CT-FEE-RECORD
                   PERFORM PROCESS-FEE-RECORD
               WHEN OTHER
                   DISPLAY "Invalid record type, skipping record "
                       WS-RECORD-COUNT
           IF WS-OPERATION-VALID
               PERFORM CHECK-OPERATOR-ENTITLEMENT
               IF WS-ENTITLEMENT-OK
                   PERFORM CHECK-APPROVAL-HOLD
                   IF WS-HOLD-REQUIRED
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM PERFORM-CALCULATION
                   END-IF
               ELSE
                   MOVE 0 TO WS-RESULT
                   IF WS-STATUS-NOT-AUTH
           IF WS-OPERATION-VALID
               PERFORM CHECK-OPERATOR-ENTITLEMENT
               IF WS-ENTITLEMENT-OK
                   PERFORM CHECK-APPROVAL-HOLD
                   IF WS-HOLD-REQUIRED
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM PERFORM-CALCULATION
                       IF WS-STATUS-OK
                           COMPUTE WS-RESULT = 0 - WS-RESULT
                           MOVE "REVERSAL" TO WS-RESULT-STATUS
                           ADD 1 TO WS-COUNT-REVERSAL
                       END-IF
                   END-IF
               ELSE
                   MOVE 0 TO WS-RESULT
           MOVE 'R' TO WS-OPERATION
           MOVE 0 TO WS-NUM2
           PERFORM LOOKUP-EFFECTIVE-RATE
           IF WS-RATE-FOUND
               MOVE WS-BEST-EFF-DATE TO WS-EFF-DATE-USED
           END-IF
           EVALUATE TRUE
               WHEN NOT WS-RATE-FOUND
                   MOVE 0 TO WS-RESULT
                   ADD 1 TO WS-COUNT-OVER-LIM-ERR
                   ADD 1 TO WS-COUNT-TOTAL
               WHEN OTHER
                   PERFORM CHECK-APPROVAL-HOLD
                   IF WS-HOLD-REQUIRED
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM APPLY-RATE-CONVERSION
                   END-IF
           END-EVALUATE
           PERFORM WRITE-CALCULATION-OUTPUTS.

       APPLY-RATE-CONVERSION.
           MOVE WS-RATE-USED TO WS-NUM2
           ADD 1 TO WS-COUNT-RATE
           IF WS-ROUND-HALF-UP
               COMPUTE WS-RESULT ROUNDED
                   = WS-NUM1 * WS-RATE-USED
           ELSE
               COMPUTE WS-RESULT = WS-NUM1 * WS-RATE-USED
           END-IF
           MOVE "OK" TO WS-RESULT-STATUS
           ADD 1 TO WS-COUNT-TOTAL.

       PROCESS-FEE-RECORD.
           IF WS-V2-LAYOUT
               MOVE CT2F-AMOUNT TO WS-NUM1
               MOVE CT2F-SCHEDULE-CODE TO WS-RATE-CODE
               MOVE CT2F-VALUE-DATE TO WS-VALUE-DATE
           ELSE
               MOVE CTF-AMOUNT TO WS-NUM1
               MOVE CTF-SCHEDULE-CODE TO WS-RATE-CODE
               MOVE CTF-VALUE-DATE TO WS-VALUE-DATE
           END-IF
           MOVE 'F' TO WS-OPERATION
           MOVE 0 TO WS-NUM2
           PERFORM LOOKUP-FEE-SCHEDULE
           EVALUATE TRUE
               WHEN NOT WS-SCHED-FOUND
                   MOVE 0 TO WS-RESULT
                   MOVE "NO-SCHED" TO WS-RESULT-STATUS
                   ADD 1 TO WS-COUNT-NO-SCHED-ERR
                   ADD 1 TO WS-COUNT-TOTAL
               WHEN WS-CURRENT-OPM-IDX > 0
                       AND FUNCTION ABS(WS-NUM1)
                           > WS-OPM-MAX(WS-CURRENT-OPM-IDX)
                   MOVE 0 TO WS-RESULT
                   MOVE "OVER-LIM" TO WS-RESULT-STATUS
                   ADD 1 TO WS-COUNT-OVER-LIM-ERR
                   ADD 1 TO WS-COUNT-TOTAL
               WHEN OTHER
                   PERFORM CHECK-APPROVAL-HOLD
                   IF WS-HOLD-REQUIRED
                       PERFORM HOLD-FOR-APPROVAL
                   ELSE
                       PERFORM APPLY-FEE-SCHEDULE
                   END-IF
           END-EVALUATE
           PERFORM WRITE-CALCULATION-OUTPUTS.

       APPLY-FEE-SCHEDULE.
           MOVE WS-BEST-SCHED-IDX TO WS-SCHED-IDX
           MOVE 0 TO WS-FEE-WORK
           MOVE 0 TO WS-FEE-BAND-FLOOR
           COMPUTE WS-FEE-BASE = FUNCTION ABS(WS-NUM1)
           PERFORM VARYING WS-BAND-IDX FROM 1 BY 1
                   UNTIL WS-BAND-IDX > WS-TS-BAND-COUNT(WS-SCHED-IDX)
                       OR WS-FEE-BASE <= WS-FEE-BAND-FLOOR
               PERFORM APPLY-FEE-BAND
           END-PERFORM
           IF WS-FEE-WORK < WS-TS-MIN-FEE(WS-SCHED-IDX)
               MOVE WS-TS-MIN-FEE(WS-SCHED-IDX) TO WS-FEE-WORK
           END-IF
           IF WS-TS-MAX-FEE(WS-SCHED-IDX) > 0
                   AND WS-FEE-WORK > WS-TS-MAX-FEE(WS-SCHED-IDX)
               MOVE WS-TS-MAX-FEE(WS-SCHED-IDX) TO WS-FEE-WORK
           END-IF
           IF WS-DECIMAL-PLACES = 0
               IF WS-ROUND-HALF-UP
                   COMPUTE WS-FEE-WHOLE ROUNDED = WS-FEE-WORK
               ELSE
                   COMPUTE WS-FEE-WHOLE = WS-FEE-WORK
               END-IF
               MOVE WS-FEE-WHOLE TO WS-RESULT
           ELSE
               IF WS-ROUND-HALF-UP
                   COMPUTE WS-RESULT ROUNDED = WS-FEE-WORK
               ELSE
                   COMPUTE WS-RESULT = WS-FEE-WORK
               END-IF
           END-IF
           ADD 1 TO WS-COUNT-FEE
           MOVE "OK" TO WS-RESULT-STATUS
           ADD 1 TO WS-COUNT-TOTAL.

       APPLY-FEE-BAND.
           IF WS-TB-UPPER(WS-SCHED-IDX WS-BAND-IDX) = 0
                   OR WS-TB-UPPER(WS-SCHED-IDX WS-BAND-IDX)
                       > WS-FEE-BASE
               MOVE WS-FEE-BASE TO WS-FEE-BAND-TOP
           ELSE
               MOVE WS-TB-UPPER(WS-SCHED-IDX WS-BAND-IDX)
                   TO WS-FEE-BAND-TOP
           END-IF
           IF WS-TB-FLAT(WS-SCHED-IDX WS-BAND-IDX)
               ADD WS-TB-VALUE(WS-SCHED-IDX WS-BAND-IDX)
                   TO WS-FEE-WORK
           ELSE
               COMPUTE WS-FEE-WORK = WS-FEE-WORK
                   + (WS-FEE-BAND-TOP - WS-FEE-BAND-FLOOR)
                   * WS-TB-VALUE(WS-SCHED-IDX WS-BAND-IDX) / 100
           END-IF
           MOVE WS-FEE-BAND-TOP TO WS-FEE-BAND-FLOOR.

       WRITE-CALCULATION-OUTPUTS.
           PERFORM DISPLAY-RESULT
           PERFORM WRITE-AUDIT-RECORD
                   MOVE 'N' TO WS-CHAIN-SWITCH
               WHEN WS-STATUS-REVERSAL
                   SET WS-CHAIN-BROKEN TO TRUE
               WHEN WS-STATUS-HELD
                   SET WS-CHAIN-BROKEN TO TRUE
                   PERFORM WRITE-PENDING-RECORD
               WHEN OTHER
                   SET WS-CHAIN-BROKEN TO TRUE
                   MOVE WS-RESULT-STATUS TO WS-REJECT-REASON
                   PERFORM WRITE-REJECT-RECORD
           END-EVALUATE.

       CHECK-SUSPECT-DUPLICATE.
           MOVE 0 TO WS-DUP-RING-MATCH
           PERFORM VARYING WS-DUP-RING-IDX FROM 1 BY 1
                   UNTIL WS-DUP-RING-IDX > WS-DUP-RING-COUNT
                       OR WS-DUP-RING-MATCH > 0
               IF WS-DUP-DEPT(WS-DUP-RING-IDX) = WS-DEPT-LABEL
                       AND WS-DUP-OPERATOR(WS-DUP-RING-IDX)
                           = WS-OPERATOR-ID
                       AND WS-DUP-NUM1(WS-DUP-RING-IDX) = WS-NUM1
                       AND WS-DUP-NUM2(WS-DUP-RING-IDX) = WS-NUM2
                       AND WS-DUP-OPERATION(WS-DUP-RING-IDX)
                           = WS-OPERATION
                   MOVE WS-DUP-RING-IDX TO WS-DUP-RING-MATCH
               END-IF
           END-PERFORM
           IF WS-DUP-RING-MATCH > 0
               PERFORM WRITE-DUP-REPORT-LINE
           END-IF
           MOVE WS-DEPT-LABEL TO WS-DUP-DEPT(WS-DUP-RING-NEXT)
           MOVE WS-OPERATOR-ID TO WS-DUP-OPERATOR(WS-DUP-RING-NEXT)
           MOVE WS-NUM1 TO WS-DUP-NUM1(WS-DUP-RING-NEXT)
           MOVE WS-NUM2 TO WS-DUP-NUM2(WS-DUP-RING-NEXT)
           MOVE WS-OPERATION TO WS-DUP-OPERATION(WS-DUP-RING-NEXT)
           MOVE WS-TRAN-SEQ-ID TO WS-DUP-SEQ-ID(WS-DUP-RING-NEXT)
           MOVE WS-RECORD-COUNT
               TO WS-DUP-RECORD-NUM(WS-DUP-RING-NEXT)
           IF WS-DUP-RING-COUNT < WS-DUP-WINDOW
               ADD 1 TO WS-DUP-RING-COUNT
           END-IF
           ADD 1 TO WS-DUP-RING-NEXT
           IF WS-DUP-RING-NEXT > WS-DUP-WINDOW
               MOVE 1 TO WS-DUP-RING-NEXT
           END-IF.

       WRITE-DUP-REPORT-LINE.
           ADD 1 TO WS-DUP-SUSPECT-COUNT
           DISPLAY "Warning: suspected duplicate transaction "
               WS-TRAN-SEQ-ID " matches "
               WS-DUP-SEQ-ID(WS-DUP-RING-MATCH)
           IF WS-DUP-REPORT-OPEN
               MOVE WS-DEPT-LABEL TO WS-DPL-DEPT
               MOVE WS-OPERATOR-ID TO WS-DPL-OPERATOR
               MOVE WS-TRAN-SEQ-ID TO WS-DPL-SEQ-ID
               MOVE WS-DUP-SEQ-ID(WS-DUP-RING-MATCH)
                   TO WS-DPL-FIRST-SEQ-ID
               MOVE WS-NUM1 TO WS-DPL-NUM1
               MOVE WS-NUM2 TO WS-DPL-NUM2
               MOVE WS-OPERATION TO WS-DPL-OPERATION
               COMPUTE WS-DPL-GAP = WS-RECORD-COUNT
                   - WS-DUP-RECORD-NUM(WS-DUP-RING-MATCH)
                   ON SIZE ERROR MOVE 9999 TO WS-DPL-GAP
               END-COMPUTE
               MOVE WS-DUP-LINE TO CALC-DUP-REPORT-LINE
               WRITE CALC-DUP-REPORT-LINE
           END-IF.

       OPEN-DUP-REPORT.
           MOVE 0 TO WS-DUP-SUSPECT-COUNT
           MOVE 0 TO WS-DUP-RING-COUNT
           MOVE 1 TO WS-DUP-RING-NEXT
           MOVE 'N' TO WS-DUP-REPORT-SW
           OPEN OUTPUT CALC-DUP-REPORT-FILE
           IF WS-DUP-REPORT-STATUS NOT = "00"
               DISPLAY "Warning: unable to open suspected"
                   " duplicates report, status "
                   WS-DUP-REPORT-STATUS
           ELSE
               SET WS-DUP-REPORT-OPEN TO TRUE
               MOVE SPACES TO CALC-DUP-REPORT-LINE
               STRING "SUSPECTED DUPLICATE TRANSACTIONS RUN "
                   WS-TSI-RUN-ID " WINDOW "
                   WS-DUP-WINDOW " RECORDS"
                   DELIMITED BY SIZE INTO CALC-DUP-REPORT-LINE
               END-STRING
               WRITE CALC-DUP-REPORT-LINE
               MOVE SPACES TO CALC-DUP-REPORT-LINE
               STRING "DEPT     OPERATOR SEQUENCE ID         "
                   " FIRST SEEN AS                 NUM1    "
                   "      NUM2 OP  GAP"
                   DELIMITED BY SIZE INTO CALC-DUP-REPORT-LINE
               END-STRING
               WRITE CALC-DUP-REPORT-LINE
           END-IF.

       CLOSE-DUP-REPORT.
           IF WS-DUP-REPORT-OPEN
               MOVE SPACES TO CALC-DUP-REPORT-LINE
               EVALUATE TRUE
                   WHEN WS-DUP-WINDOW = 0
                       MOVE "DUPLICATE CHECK NOT ACTIVE, WINDOW IS ZERO"
                           TO CALC-DUP-REPORT-LINE
                   WHEN WS-DUP-SUSPECT-COUNT = 0
                       MOVE "NO SUSPECTED DUPLICATES"
                           TO CALC-DUP-REPORT-LINE
                   WHEN OTHER
                       STRING "SUSPECTED DUPLICATES: "
                           WS-DUP-SUSPECT-COUNT
                           DELIMITED BY SIZE INTO CALC-DUP-REPORT-LINE
                       END-STRING
               END-EVALUATE
               WRITE CALC-DUP-REPORT-LINE
               CLOSE CALC-DUP-REPORT-FILE
               MOVE 'N' TO WS-DUP-REPORT-SW
           END-IF.

       MOVE-TRANS-OPERANDS.
           IF WS-V2-LAYOUT
               MOVE CT2-NUM1 TO WS-NUM1
           WRITE CALC-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT.

       WRITE-PENDING-RECORD.
           IF NOT WS-EDIT-MODE
               PERFORM WRITE-PENDING-OUTPUT
           END-IF.

       WRITE-PENDING-OUTPUT.
           PERFORM BUILD-PENDING-IMAGE
           OPEN EXTEND CALC-PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               OPEN OUTPUT CALC-PENDING-FILE
           END-IF
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open pending approval file,"
                   " status " WS-PENDING-FILE-STATUS
                   ", sequence " WS-TRAN-SEQ-ID " not queued"
               IF WS-RUN-RC < 8
                   MOVE 8 TO WS-RUN-RC
               END-IF
           ELSE
               MOVE SPACES TO CALC-PENDING-RECORD
               MOVE WS-TRAN-SEQ-ID TO PND-SEQ-ID
               MOVE WS-PENDING-IMAGE TO PND-RECORD-IMAGE
               MOVE '2' TO PND-VERSION
               MOVE WS-OPERATOR-ID TO PND-OPERATOR-ID
               MOVE WS-DEPT-LABEL TO PND-DEPT-LABEL
               MOVE FUNCTION CURRENT-DATE(1:8) TO PND-DATE-HELD
               MOVE WS-HOLD-AMOUNT TO PND-AMOUNT
               SET PND-PENDING TO TRUE
               WRITE CALC-PENDING-RECORD
               CLOSE CALC-PENDING-FILE
               MOVE "HELD" TO WS-APL-ACTION
               MOVE WS-TRAN-SEQ-ID TO WS-APL-SEQ-ID
               MOVE SPACES TO WS-APL-APPROVER-ID
               MOVE SPACES TO WS-APL-POSTED-SEQ-ID
               PERFORM WRITE-APPROVAL-LOG
           END-IF.

       BUILD-PENDING-IMAGE.
           MOVE SPACES TO WS-PENDING-IMAGE
           EVALUATE TRUE
               WHEN WS-OPERATION = 'R' OR WS-OPERATION = 'F'
                   MOVE WS-OPERATION TO WS-PDI-RECORD-TYPE
                   MOVE WS-NUM1 TO WS-PDI-AMOUNT
                   MOVE WS-RATE-CODE TO WS-PDI-RATE-CODE
                   MOVE WS-VALUE-DATE TO WS-PDI-VALUE-DATE
               WHEN CT-VOID-RECORD AND NOT WS-INTERACTIVE-MODE
                   MOVE 'V' TO WS-PDI-RECORD-TYPE
                   MOVE WS-NUM1 TO WS-PDI-NUM1
                   MOVE WS-NUM2 TO WS-PDI-NUM2
                   MOVE WS-OPERATION TO WS-PDI-OPERATION
               WHEN OTHER
                   MOVE 'T' TO WS-PDI-RECORD-TYPE
                   MOVE WS-NUM1 TO WS-PDI-NUM1
                   MOVE WS-NUM2 TO WS-PDI-NUM2
                   MOVE WS-OPERATION TO WS-PDI-OPERATION
           END-EVALUATE.

       POST-RELEASED-ITEMS.
           OPEN INPUT CALC-PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               OPEN OUTPUT PENDING-KEEP-FILE
               IF WS-PENDING-KEEP-STATUS NOT = "00"
                   DISPLAY "Error: unable to open pending work file,"
                       " status " WS-PENDING-KEEP-STATUS
                       ", released items not posted"
                   IF WS-RUN-RC < 8
                       MOVE 8 TO WS-RUN-RC
                   END-IF
                   CLOSE CALC-PENDING-FILE
               ELSE
                   SET WS-POSTING-RELEASED TO TRUE
                   MOVE 0 TO WS-PENDING-KEPT-COUNT
                   PERFORM LOAD-RELEASED-DONE
                   MOVE 'N' TO WS-EOF-SWITCH
                   PERFORM READ-PENDING-RECORD
                   PERFORM UNTIL WS-END-OF-FILE
                       PERFORM CHECK-RELEASE-DONE
                       EVALUATE TRUE
                           WHEN WS-RELEASE-DONE
                               DISPLAY "Warning: released sequence "
                                   PND-SEQ-ID " already completed by"
                                   " an earlier run, not posted again"
                               ADD 1 TO WS-RELEASE-SKIPPED
                           WHEN PND-APPROVED
                               PERFORM POST-APPROVED-ITEM
                           WHEN PND-DECLINED
                               PERFORM SUSPEND-DECLINED-ITEM
                           WHEN OTHER
                               MOVE CALC-PENDING-RECORD
                                   TO PENDING-KEEP-RECORD
                               WRITE PENDING-KEEP-RECORD
                               ADD 1 TO WS-PENDING-KEPT-COUNT
                       END-EVALUATE
                       PERFORM READ-PENDING-RECORD
                   END-PERFORM
                   CLOSE CALC-PENDING-FILE
                   CLOSE PENDING-KEEP-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
                   MOVE 'N' TO WS-RELEASE-SWITCH
                   PERFORM REPLACE-PENDING-FILE
               END-IF
           END-IF.

       LOAD-RELEASED-DONE.
           MOVE 0 TO WS-RDN-COUNT
           MOVE 'N' TO WS-EOF-SWITCH
           PERFORM READ-PENDING-RECORD
           PERFORM UNTIL WS-END-OF-FILE
               IF PND-APPROVED OR PND-DECLINED
                   IF WS-RDN-COUNT < 500
                       ADD 1 TO WS-RDN-COUNT
                       MOVE PND-SEQ-ID TO WS-RDN-SEQ-ID(WS-RDN-COUNT)
                       MOVE 'N' TO WS-RDN-DONE(WS-RDN-COUNT)
                   ELSE
                       DISPLAY "Warning: released item table full,"
                           " sequence " PND-SEQ-ID
                           " not checked against the approval log"
                   END-IF
               END-IF
               PERFORM READ-PENDING-RECORD
           END-PERFORM
           CLOSE CALC-PENDING-FILE
           MOVE 'N' TO WS-EOF-SWITCH
           IF WS-RDN-COUNT > 0
               OPEN INPUT APPROVAL-LOG-FILE
               IF WS-APPROVAL-LOG-STATUS = "00"
                   PERFORM READ-APPROVAL-LOG-RECORD
                   PERFORM UNTIL WS-END-OF-FILE
                       IF APL-ACTION = "POSTED"
                               OR APL-ACTION = "SUSPENSE"
                           PERFORM MARK-RELEASE-DONE
                       END-IF
                       PERFORM READ-APPROVAL-LOG-RECORD
                   END-PERFORM
                   CLOSE APPROVAL-LOG-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
               END-IF
           END-IF
           OPEN INPUT CALC-PENDING-FILE.

       MARK-RELEASE-DONE.
           PERFORM VARYING WS-RDN-IDX FROM 1 BY 1
                   UNTIL WS-RDN-IDX > WS-RDN-COUNT
               IF WS-RDN-SEQ-ID(WS-RDN-IDX) = APL-SEQ-ID
                   MOVE 'Y' TO WS-RDN-DONE(WS-RDN-IDX)
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-RELEASE-DONE.
           MOVE 'N' TO WS-RELEASE-DONE-SW
           IF PND-APPROVED OR PND-DECLINED
               PERFORM VARYING WS-RDN-IDX FROM 1 BY 1
                       UNTIL WS-RDN-IDX > WS-RDN-COUNT
                   IF WS-RDN-SEQ-ID(WS-RDN-IDX) = PND-SEQ-ID
                       MOVE WS-RDN-DONE(WS-RDN-IDX)
                           TO WS-RELEASE-DONE-SW
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       READ-APPROVAL-LOG-RECORD.
           READ APPROVAL-LOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-PENDING-RECORD.
           READ CALC-PENDING-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       POST-APPROVED-ITEM.
           MOVE PND-SEQ-ID TO WS-RELEASE-SEQ-ID
           MOVE PND-APPROVER-ID TO WS-RELEASE-APPROVER-ID
           MOVE PND-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE PND-DEPT-LABEL TO WS-DEPT-LABEL
           PERFORM VALIDATE-OPERATOR
           IF NOT WS-OPERATOR-ALLOWED
               DISPLAY "Error: operator " WS-OPERATOR-ID
                   " unknown or deactivated, released sequence "
                   WS-RELEASE-SEQ-ID " not posted"
               ADD 1 TO WS-COUNT-NOT-AUTH-ERR
               MOVE "NOT-AUTH" TO WS-REJECT-REASON
               PERFORM WRITE-RELEASE-SUSPENSE
           ELSE
               MOVE PND-RECORD-IMAGE TO CALC-TRANS-RECORD
               MOVE PND-RECORD-IMAGE TO WS-TRANS-IMAGE
               MOVE PND-VERSION TO WS-TRANS-VERSION
               PERFORM SET-VERSION-LIMITS
               ADD 1 TO WS-RECORD-COUNT
               PERFORM PROCESS-TRANS-RECORD
               ADD 1 TO WS-COUNT-RELEASED
               MOVE "POSTED" TO WS-APL-ACTION
               MOVE WS-RELEASE-SEQ-ID TO WS-APL-SEQ-ID
               MOVE WS-RELEASE-APPROVER-ID TO WS-APL-APPROVER-ID
               MOVE WS-TRAN-SEQ-ID TO WS-APL-POSTED-SEQ-ID
               PERFORM WRITE-APPROVAL-LOG
           END-IF.

       SUSPEND-DECLINED-ITEM.
           MOVE PND-SEQ-ID TO WS-RELEASE-SEQ-ID
           MOVE PND-APPROVER-ID TO WS-RELEASE-APPROVER-ID
           MOVE PND-OPERATOR-ID TO WS-OPERATOR-ID
           MOVE PND-DEPT-LABEL TO WS-DEPT-LABEL
           ADD 1 TO WS-COUNT-DECLINED
           MOVE "DECLINED" TO WS-REJECT-REASON
           PERFORM WRITE-RELEASE-SUSPENSE.

       WRITE-RELEASE-SUSPENSE.
           MOVE SPACES TO CALC-REJECT-RECORD
           MOVE PND-RECORD-IMAGE TO REJ-RECORD-IMAGE
           MOVE WS-REJECT-REASON TO REJ-REASON
           MOVE 0 TO REJ-RECORD-NUM
           MOVE PND-VERSION TO REJ-VERSION
           MOVE PND-SEQ-ID TO REJ-SEQ-ID
           MOVE FUNCTION CURRENT-DATE(1:8) TO REJ-DATE-WRITTEN
           MOVE PND-DEPT-LABEL TO REJ-DEPT-LABEL
           WRITE CALC-REJECT-RECORD
           ADD 1 TO WS-REJECT-COUNT
           MOVE "SUSPENSE" TO WS-APL-ACTION
           MOVE WS-RELEASE-SEQ-ID TO WS-APL-SEQ-ID
           MOVE WS-RELEASE-APPROVER-ID TO WS-APL-APPROVER-ID
           MOVE SPACES TO WS-APL-POSTED-SEQ-ID
           MOVE WS-REJECT-REASON TO WS-RESULT-STATUS
           PERFORM WRITE-APPROVAL-LOG.

       REPLACE-PENDING-FILE.
           OPEN INPUT PENDING-KEEP-FILE
           IF WS-PENDING-KEEP-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen pending work file,"
                   " status " WS-PENDING-KEEP-STATUS
               MOVE 12 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT CALC-PENDING-FILE
               IF WS-PENDING-FILE-STATUS NOT = "00"
                   DISPLAY "Error: unable to rewrite pending approval"
                       " file, status " WS-PENDING-FILE-STATUS
                   MOVE 12 TO WS-RUN-RC
                   CLOSE PENDING-KEEP-FILE
               ELSE
                   PERFORM READ-PENDING-KEEP-RECORD
                   PERFORM UNTIL WS-END-OF-FILE
                       MOVE PENDING-KEEP-RECORD TO CALC-PENDING-RECORD
                       WRITE CALC-PENDING-RECORD
                       PERFORM READ-PENDING-KEEP-RECORD
                   END-PERFORM
                   CLOSE PENDING-KEEP-FILE
                   CLOSE CALC-PENDING-FILE
                   MOVE 'N' TO WS-EOF-SWITCH
                   DELETE FILE PENDING-KEEP-FILE
               END-IF
           END-IF.

       READ-PENDING-KEEP-RECORD.
           READ PENDING-KEEP-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       WRITE-APPROVAL-LOG.
           OPEN EXTEND APPROVAL-LOG-FILE
           IF WS-APPROVAL-LOG-STATUS NOT = "00"
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF
           IF WS-APPROVAL-LOG-STATUS NOT = "00"
               DISPLAY "Warning: unable to open approval log, status "
                   WS-APPROVAL-LOG-STATUS
           ELSE
               MOVE SPACES TO APPROVAL-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
               STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
                   INTO APL-TIMESTAMP
               END-STRING
               MOVE WS-APL-ACTION TO APL-ACTION
               MOVE WS-APL-SEQ-ID TO APL-SEQ-ID
               MOVE WS-OPERATOR-ID TO APL-OPERATOR-ID
               MOVE WS-APL-APPROVER-ID TO APL-APPROVER-ID
               MOVE WS-DEPT-LABEL TO APL-DEPT-LABEL
               MOVE WS-APL-POSTED-SEQ-ID TO APL-POSTED-SEQ-ID
               MOVE WS-RESULT-STATUS TO APL-RESULT-STATUS
               WRITE APPROVAL-LOG-RECORD
               CLOSE APPROVAL-LOG-FILE
           END-IF.

       SKIP-TO-CHECKPOINT.
           PERFORM UNTIL WS-END-OF-FILE
                   OR WS-RECORD-COUNT >= WS-LAST-CHECKPOINT
               IF WS-OPERATION-VALID
                   PERFORM CHECK-OPERATOR-ENTITLEMENT
                   IF WS-ENTITLEMENT-OK
                       PERFORM CHECK-APPROVAL-HOLD
                       IF WS-HOLD-REQUIRED
                           PERFORM HOLD-FOR-APPROVAL
                       ELSE
                           PERFORM PERFORM-CALCULATION
                       END-IF
                   ELSE
                       MOVE 0 TO WS-RESULT
                       IF WS-STATUS-NOT-AUTH
               PERFORM DISPLAY-RESULT
               PERFORM WRITE-AUDIT-RECORD
               PERFORM WRITE-INTERFACE-DETAIL
               IF WS-STATUS-HELD
                   PERFORM WRITE-PENDING-RECORD
               END-IF
               PERFORM ASK-CONTINUE
           END-PERFORM.

                   DISPLAY "Operator: " WS-OPERATOR-ID
                       " Result: " WS-RESULT-DISPLAY
                       " Status: " WS-RESULT-STATUS
               WHEN WS-STATUS-HELD
                   DISPLAY "Operator: " WS-OPERATOR-ID
                       " Result: HELD FOR APPROVAL Status: "
                       WS-RESULT-STATUS
               WHEN OTHER
                   DISPLAY "Operator: " WS-OPERATOR-ID
                       " Result: REJECTED Status: " WS-RESULT-STATUS
               MOVE WS-RATE-USED TO AUD-RATE-USED
           END-IF
           MOVE WS-TRAN-SEQ-ID TO AUD-SEQ-ID
           IF WS-EFF-DATE-USED > 0
               MOVE WS-EFF-DATE-USED TO AUD-EFF-DATE
           END-IF
           MOVE WS-DEPT-LABEL TO AUD-DEPT-LABEL
           MOVE CALC-AUDIT-RECORD(1:133) TO WS-CHAIN-IMAGE
           MOVE 133 TO WS-CHAIN-LENGTH
           MOVE WS-AUDIT-CHAIN TO WS-CHAIN-VALUE
           PERFORM COMPUTE-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE TO AUD-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE TO WS-AUDIT-CHAIN
           ADD 1 TO WS-SEAL-AUDIT-COUNT
           IF WS-SEAL-FIRST-SEQ-ID = SPACES
               MOVE AUD-SEQ-ID TO WS-SEAL-FIRST-SEQ-ID
           END-IF
           MOVE AUD-SEQ-ID TO WS-SEAL-LAST-SEQ-ID
           WRITE CALC-AUDIT-RECORD
           PERFORM WRITE-AUDIT-HISTORY.

       OPEN-HISTORY-FILE.
           OPEN I-O CALC-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "35"
               OPEN OUTPUT CALC-HISTORY-FILE
           END-IF
           IF WS-HISTORY-FILE-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: unable to open audit history, status "
                   WS-HISTORY-FILE-STATUS
                   ", history must be rebuilt by AuditInquiry"
           END-IF.

       WRITE-AUDIT-HISTORY.
           IF WS-HISTORY-OPEN
               MOVE SPACES TO CALC-HISTORY-RECORD
               MOVE AUD-SEQ-ID TO AHX-SEQ-ID
               MOVE AUD-OPERATOR-ID TO AHX-OPERATOR-ID
               MOVE AUD-TIMESTAMP TO AHX-TIMESTAMP
               MOVE CALC-AUDIT-RECORD TO AHX-AUDIT-IMAGE
               WRITE CALC-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-HISTORY-DUP-COUNT
                       DISPLAY "Warning: audit history already holds"
                           " sequence " AHX-SEQ-ID
               END-WRITE
           END-IF.

       WRITE-INTERFACE-HEADER.
           MOVE SPACES TO CALC-INTERFACE-RECORD
           END-IF
           MOVE WS-TRAN-SEQ-ID TO ITF-SEQ-ID
           MOVE WS-DEPT-LABEL TO ITF-DEPT-LABEL
           MOVE CALC-INTERFACE-RECORD(1:89) TO WS-CHAIN-IMAGE
           MOVE 89 TO WS-CHAIN-LENGTH
           MOVE WS-INTERFACE-CHAIN TO WS-CHAIN-VALUE
           PERFORM COMPUTE-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE TO ITF-CHAIN-VALUE
           MOVE WS-CHAIN-VALUE TO WS-INTERFACE-CHAIN
           ADD 1 TO WS-SEAL-INTERFACE-COUNT
           WRITE CALC-INTERFACE-RECORD.

       WRITE-INTERFACE-TRAILER.
           DISPLAY "  Percentage (%):     " WS-COUNT-PCT.
           DISPLAY "  Exponent (^):       " WS-COUNT-EXP.
           DISPLAY "  Rate conversion (R):" WS-COUNT-RATE.
           DISPLAY "  Tiered fee (F):     " WS-COUNT-FEE.
           DISPLAY "Reversals posted (V): " WS-COUNT-REVERSAL.
           DISPLAY "Division by zero rejections: "
               WS-COUNT-DIV-ZERO-ERR.
               WS-COUNT-OVER-LIM-ERR.
           DISPLAY "Missing rate rejections: "
               WS-COUNT-NO-RATE-ERR.
           DISPLAY "Missing fee schedule rejections: "
               WS-COUNT-NO-SCHED-ERR.
           DISPLAY "Held for approval: " WS-COUNT-HELD.
           IF WS-BATCH-MODE
               DISPLAY "Released items posted: " WS-COUNT-RELEASED
               DISPLAY "Declined items to suspense: "
                   WS-COUNT-DECLINED
               IF WS-RELEASE-SKIPPED > 0
                   DISPLAY "Released items already completed: "
                       WS-RELEASE-SKIPPED
               END-IF
           END-IF.
           IF WS-BATCH-MODE OR WS-EDIT-MODE
               DISPLAY "----- Per-file subtotals -----"
               PERFORM VARYING WS-FILE-IDX FROM 1 BY 1
                       " records: " WS-FILE-RECORDS(WS-FILE-IDX)
                       " ok: " WS-FILE-OK(WS-FILE-IDX)
                       " rejected: " WS-FILE-REJECTS(WS-FILE-IDX)
                       " held: " WS-FILE-HELD(WS-FILE-IDX)
                       " balance: " WS-FILE-BAL(WS-FILE-IDX)
               END-PERFORM
               DISPLAY "Suspected duplicate transactions: "
                   WS-DUP-SUSPECT-COUNT
           END-IF.
           IF WS-REGISTER-COUNT > 0
               DISPLAY "Files added to processed-file register: "
                   WS-REGISTER-COUNT
           END-IF.
           IF WS-BATCH-MODE OR WS-RESUBMIT-MODE
               DISPLAY "Records written to suspense: " WS-REJECT-COUNT
           END-IF.
           IF WS-HISTORY-DUP-COUNT > 0
               DISPLAY "Audit history duplicates not loaded: "
                   WS-HISTORY-DUP-COUNT
           END-IF.
           IF WS-EDIT-MODE
               DISPLAY "Edit trial only, no files updated"
               DISPLAY "Records that would reject: "
