       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT CALC-CONTROL-FILE ASSIGN TO "CALCCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT CALC-CTL-HISTORY-FILE ASSIGN TO "CALCCTLH.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-HISTORY-STATUS.
           SELECT CALC-RATE-FILE ASSIGN TO "CALCRATE.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RATE-FILE-STATUS.
           SELECT CALC-TIER-FILE ASSIGN TO "CALCTIER.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TIER-FILE-STATUS.
           SELECT VERIFY-CONTROL-FILE ASSIGN TO "CALCVCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-VERIFY-CONTROL-STATUS.
           SELECT VARIANCE-REPORT-FILE ASSIGN TO "CALCVRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-AUDIT-FILE.
       01  CALC-AUDIT-RECORD.
           05 AUD-TIMESTAMP            PIC X(14).
           05 FILLER                   PIC X.
           05 AUD-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-NUM1                 PIC X(13).
           05 FILLER                   PIC X.
           05 AUD-NUM2                 PIC X(13).
           05 FILLER                   PIC X.
           05 AUD-OPERATION            PIC X.
           05 FILLER                   PIC X.
           05 AUD-RESULT               PIC X(14).
           05 FILLER                   PIC X.
           05 AUD-STATUS               PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-RATE-CODE            PIC X(4).
           05 FILLER                   PIC X.
           05 AUD-RATE-USED            PIC X(11).
           05 FILLER                   PIC X.
           05 AUD-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 AUD-EFF-DATE             PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-CHAIN-VALUE          PIC X(15).

       FD  CALC-CONTROL-FILE.
       01  CALC-CONTROL-RECORD.
           05 CTL-ROUNDING-MODE-IN     PIC X.
           05 CTL-DECIMAL-PLACES-IN    PIC 9.
           05 CTL-OP-ENABLE-IN         PIC X(6).
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
           05 CTH-OP-ENABLE            PIC X(6).

       FD  CALC-RATE-FILE.
       01  CALC-RATE-RECORD.
           05 RT-RATE-CODE             PIC X(4).
           05 FILLER                   PIC X.
           05 RT-EFF-DATE              PIC 9(8).
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

       FD  VERIFY-CONTROL-FILE.
       01  VERIFY-CONTROL-RECORD.
           05 VCT-AMOUNT-TOL-IN        PIC 9(7)V99.
           05 FILLER                   PIC X.
           05 VCT-MAX-VARIANCE-IN      PIC X(4).

       FD  VARIANCE-REPORT-FILE.
       01  VARIANCE-REPORT-LINE        PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-CONTROL-FILE-STATUS   PIC XX.
       01 WS-CTL-HISTORY-STATUS    PIC XX.
       01 WS-RATE-FILE-STATUS      PIC XX.
       01 WS-TIER-FILE-STATUS      PIC XX.
       01 WS-VERIFY-CONTROL-STATUS PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.

       01 WS-AMOUNT-TOLERANCE      PIC 9(7)V99 VALUE 0.
       01 WS-MAX-VARIANCES         PIC 9(4) VALUE 0.

       01 WS-CUR-ROUNDING-MODE     PIC X VALUE 'T'.
       01 WS-CUR-DECIMAL-PLACES    PIC 9 VALUE 2.
       01 WS-ROUNDING-MODE         PIC X VALUE 'T'.
          88 WS-ROUND-HALF-UP         VALUE 'R'.
       01 WS-DECIMAL-PLACES        PIC 9 VALUE 2.

       01 WS-CTH-COUNT             PIC 9(4) VALUE 0.
       01 WS-CTH-IDX               PIC 9(4) VALUE 0.
       01 WS-CTH-TABLE.
           05 WS-CTH-ENTRY OCCURS 2000 TIMES.
              10 WS-CTH-RUN-ID      PIC X(14).
              10 WS-CTH-ROUNDING    PIC X.
              10 WS-CTH-DP          PIC 9.
       01 WS-BEST-RUN-ID           PIC X(14) VALUE SPACES.
       01 WS-CTH-FOUND-SWITCH      PIC X VALUE 'N'.
          88 WS-CTH-FOUND             VALUE 'Y'.

       01 WS-RATE-COUNT            PIC 9(3) VALUE 0.
       01 WS-RATE-IDX              PIC 9(3) VALUE 0.
       01 WS-RATE-TABLE.
           05 WS-RATE-ENTRY OCCURS 100 TIMES.
              10 WS-RT-CODE         PIC X(4).
              10 WS-RT-EFF-DATE     PIC 9(8).
              10 WS-RT-VALUE        PIC 9(4)V9(6).
       01 WS-RATE-USED             PIC 9(4)V9(6) VALUE 0.
       01 WS-BEST-EFF-DATE         PIC 9(8) VALUE 0.
       01 WS-RATE-FOUND-SWITCH     PIC X VALUE 'N'.
          88 WS-RATE-FOUND            VALUE 'Y'.

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

       01 WS-AUD-DATE              PIC 9(8) VALUE 0.
       01 WS-AUD-EFF-DATE          PIC 9(8) VALUE 0.
       01 WS-NUM1                  PIC S9(9)V99 VALUE 0.
       01 WS-NUM2                  PIC S9(9)V99 VALUE 0.
       01 WS-RESULT                PIC S9(10)V99 VALUE 0.
       01 WS-LOGGED-RESULT         PIC S9(10)V99 VALUE 0.
       01 WS-DIFFERENCE            PIC S9(10)V99 VALUE 0.
       01 WS-VARIANCE-REASON       PIC X(8) VALUE SPACES.

       01 WS-GRP-COUNT             PIC 9(3) VALUE 0.
       01 WS-GRP-IDX               PIC 9(3) VALUE 0.
       01 WS-GRP-IDX2              PIC 9(3) VALUE 0.
       01 WS-MATCH-IDX             PIC 9(3) VALUE 0.
       01 WS-GRP-TABLE.
           05 WS-GRP-ENTRY OCCURS 200 TIMES.
              10 WS-GRP-KEY.
                 15 WS-GRP-OPERATOR PIC X(8).
                 15 WS-GRP-DEPT     PIC X(8).
              10 WS-GRP-VERIFIED    PIC 9(8).
              10 WS-GRP-VARIANCE    PIC 9(8).
       01 WS-GRP-SWAP-ENTRY        PIC X(32).
       01 WS-GRP-FULL-SW           PIC X VALUE 'N'.
          88 WS-GRP-TABLE-FULL        VALUE 'Y'.

       01 WS-VAR-COUNT             PIC 9(4) VALUE 0.
       01 WS-VAR-IDX               PIC 9(4) VALUE 0.
       01 WS-VAR-TABLE.
           05 WS-VAR-ENTRY OCCURS 1000 TIMES.
              10 WS-VAR-KEY.
                 15 WS-VAR-OPERATOR PIC X(8).
                 15 WS-VAR-DEPT     PIC X(8).
              10 WS-VAR-SEQ-ID      PIC X(20).
              10 WS-VAR-OPERATION   PIC X.
              10 WS-VAR-LOGGED      PIC S9(10)V99.
              10 WS-VAR-RECOMPUTED  PIC S9(10)V99.
              10 WS-VAR-REASON      PIC X(8).
       01 WS-VAR-FULL-SW           PIC X VALUE 'N'.
          88 WS-VAR-TABLE-FULL        VALUE 'Y'.

       01 WS-READ-COUNT            PIC 9(8) VALUE 0.
       01 WS-VERIFIED-COUNT        PIC 9(8) VALUE 0.
       01 WS-VARIANCE-COUNT        PIC 9(8) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(8) VALUE 0.
       01 WS-NO-HISTORY-COUNT      PIC 9(8) VALUE 0.
       01 WS-GATE-SWITCH           PIC X VALUE 'N'.
          88 WS-GATE-FAILED           VALUE 'Y'.

       01 WS-TOLERANCE-LINE.
           05 FILLER               PIC X(18)
               VALUE "AMOUNT TOLERANCE: ".
           05 WS-TLL-AMOUNT        PIC ZZZZZZ9.99.
           05 FILLER               PIC X(23)
               VALUE "  VARIANCES TOLERATED: ".
           05 WS-TLL-MAX           PIC ZZZ9.
           05 FILLER               PIC X(45) VALUE SPACES.
       01 WS-GROUP-HEAD-LINE.
           05 FILLER               PIC X(9) VALUE "OPERATOR ".
           05 WS-GHL-OPERATOR      PIC X(8).
           05 FILLER               PIC X(6) VALUE " DEPT ".
           05 WS-GHL-DEPT          PIC X(8).
           05 FILLER               PIC X(12) VALUE "  VERIFIED: ".
           05 WS-GHL-VERIFIED      PIC ZZZZZZZ9.
           05 FILLER               PIC X(15)
               VALUE "  IN VARIANCE: ".
           05 WS-GHL-VARIANCE      PIC ZZZZZZZ9.
           05 FILLER               PIC X(26) VALUE SPACES.
       01 WS-VARIANCE-DETAIL-LINE.
           05 FILLER               PIC X(4) VALUE SPACES.
           05 WS-VDL-SEQ-ID        PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-VDL-OPERATION     PIC X.
           05 FILLER               PIC X(9) VALUE " LOGGED: ".
           05 WS-VDL-LOGGED        PIC -(10)9.99.
           05 FILLER               PIC X(13)
               VALUE " RECOMPUTED: ".
           05 WS-VDL-RECOMPUTED    PIC -(10)9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-VDL-REASON        PIC X(8).
           05 FILLER               PIC X(15) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 WS-SML-LABEL         PIC X(44).
           05 WS-SML-COUNT         PIC ZZZZZZZ9.
           05 FILLER               PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           PERFORM READ-VERIFY-CONTROL
           PERFORM READ-CONTROL-FILE
           PERFORM LOAD-CTL-HISTORY
           PERFORM LOAD-RATE-FILE
           PERFORM LOAD-TIER-FILE
           PERFORM SCAN-AUDIT-FILE
           PERFORM SORT-GROUP-TABLE
           PERFORM PRINT-VARIANCE-REPORT
           DISPLAY "Audit verification complete, " WS-VERIFIED-COUNT
               " records verified, " WS-VARIANCE-COUNT
               " in variance"
           IF WS-VARIANCE-COUNT > WS-MAX-VARIANCES
               SET WS-GATE-FAILED TO TRUE
               DISPLAY "Error: variances exceed tolerance of "
                   WS-MAX-VARIANCES
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF WS-VARIANCE-COUNT > 0 AND RETURN-CODE = 0
               MOVE 4 TO RETURN-CODE
           END-IF
           GOBACK.

       READ-VERIFY-CONTROL.
           OPEN INPUT VERIFY-CONTROL-FILE
           IF WS-VERIFY-CONTROL-STATUS = "00"
               READ VERIFY-CONTROL-FILE
                   NOT AT END
                       PERFORM APPLY-VERIFY-CONTROL
               END-READ
               CLOSE VERIFY-CONTROL-FILE
           ELSE
               DISPLAY "Warning: no verification control file, any"
                   " variance fails the gate"
           END-IF.

       APPLY-VERIFY-CONTROL.
           IF VCT-AMOUNT-TOL-IN NUMERIC
               MOVE VCT-AMOUNT-TOL-IN TO WS-AMOUNT-TOLERANCE
           END-IF
           IF VCT-MAX-VARIANCE-IN NUMERIC
               MOVE VCT-MAX-VARIANCE-IN TO WS-MAX-VARIANCES
           END-IF.

       READ-CONTROL-FILE.
           OPEN INPUT CALC-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ CALC-CONTROL-FILE
                   NOT AT END
                       IF CTL-ROUNDING-MODE-IN = 'R'
                           MOVE 'R' TO WS-CUR-ROUNDING-MODE
                       END-IF
                       IF CTL-DECIMAL-PLACES-IN = 0
                           MOVE 0 TO WS-CUR-DECIMAL-PLACES
                       END-IF
               END-READ
               CLOSE CALC-CONTROL-FILE
           END-IF.

       LOAD-CTL-HISTORY.
           OPEN INPUT CALC-CTL-HISTORY-FILE
           IF WS-CTL-HISTORY-STATUS = "00"
               PERFORM READ-CTL-HISTORY-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-CTH-COUNT >= 2000
                   ADD 1 TO WS-CTH-COUNT
                   MOVE CTH-RUN-ID TO WS-CTH-RUN-ID(WS-CTH-COUNT)
                   MOVE CTH-ROUNDING-MODE
                       TO WS-CTH-ROUNDING(WS-CTH-COUNT)
                   MOVE CTH-DECIMAL-PLACES TO WS-CTH-DP(WS-CTH-COUNT)
                   PERFORM READ-CTL-HISTORY-RECORD
               END-PERFORM
               IF NOT WS-END-OF-FILE
                   DISPLAY "Error: control history table full, later"
                       " runs verified against current control"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
               CLOSE CALC-CTL-HISTORY-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               DISPLAY "Warning: no control history file, all records"
                   " verified against current control settings"
           END-IF.

       READ-CTL-HISTORY-RECORD.
           READ CALC-CTL-HISTORY-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-RATE-FILE.
           OPEN INPUT CALC-RATE-FILE
           IF WS-RATE-FILE-STATUS = "00"
               PERFORM READ-RATE-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-RATE-COUNT >= 100
                   ADD 1 TO WS-RATE-COUNT
                   MOVE RT-RATE-CODE TO WS-RT-CODE(WS-RATE-COUNT)
                   MOVE RT-EFF-DATE TO WS-RT-EFF-DATE(WS-RATE-COUNT)
                   MOVE RT-RATE-VALUE TO WS-RT-VALUE(WS-RATE-COUNT)
                   PERFORM READ-RATE-RECORD
               END-PERFORM
               IF NOT WS-END-OF-FILE
                   DISPLAY "Warning: rate table full, remaining"
                       " rate records ignored"
               END-IF
               CLOSE CALC-RATE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               DISPLAY "Warning: no rate table file, rate"
                   " conversions will show in variance"
           END-IF.

       READ-RATE-RECORD.
           READ CALC-RATE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

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
                   END-EVALUATE
                   PERFORM READ-TIER-RECORD
               END-PERFORM
               CLOSE CALC-TIER-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               DISPLAY "Warning: no fee tier table file, fee"
                   " transactions will show in variance"
           END-IF.

       READ-TIER-RECORD.
           READ CALC-TIER-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       ADD-TIER-SCHEDULE.
           IF WS-SCHED-COUNT < 50
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
           IF WS-BEST-SCHED-IDX > 0
               IF WS-TS-BAND-COUNT(WS-BEST-SCHED-IDX) < 10
                   AND (TR-BAND-METHOD = 'P' OR TR-BAND-METHOD = 'F')
                   AND TR-BAND-UPPER NUMERIC
                   AND TR-BAND-VALUE NUMERIC
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
               END-IF
           END-IF.

       SCAN-AUDIT-FILE.
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open audit file, status "
                   WS-AUDIT-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-READ-COUNT
                   IF AUD-STATUS = "OK" OR AUD-STATUS = "REVERSAL"
                       PERFORM VERIFY-AUDIT-RECORD
                   ELSE
                       ADD 1 TO WS-SKIPPED-COUNT
                   END-IF
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE CALC-AUDIT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-AUDIT-RECORD.
           READ CALC-AUDIT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       VERIFY-AUDIT-RECORD.
           ADD 1 TO WS-VERIFIED-COUNT
           PERFORM FIND-AUDIT-GROUP
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-GRP-VERIFIED(WS-MATCH-IDX)
           END-IF
           MOVE 0 TO WS-AUD-DATE
           IF AUD-TIMESTAMP(1:8) NUMERIC
               MOVE AUD-TIMESTAMP(1:8) TO WS-AUD-DATE
           END-IF
           MOVE 0 TO WS-AUD-EFF-DATE
           IF AUD-EFF-DATE NUMERIC
               MOVE AUD-EFF-DATE TO WS-AUD-EFF-DATE
           END-IF
           PERFORM LOOKUP-CONTROL-SETTINGS
           COMPUTE WS-NUM1 = FUNCTION NUMVAL(AUD-NUM1)
           COMPUTE WS-NUM2 = FUNCTION NUMVAL(AUD-NUM2)
           COMPUTE WS-LOGGED-RESULT = FUNCTION NUMVAL(AUD-RESULT)
           MOVE 0 TO WS-RESULT
           MOVE SPACES TO WS-VARIANCE-REASON
           EVALUATE AUD-OPERATION
               WHEN 'R'
                   PERFORM RECOMPUTE-RATE-CONVERSION
               WHEN 'F'
                   PERFORM RECOMPUTE-FEE
               WHEN OTHER
                   PERFORM RECOMPUTE-CALCULATION
           END-EVALUATE
           IF AUD-STATUS = "REVERSAL"
               COMPUTE WS-RESULT = 0 - WS-RESULT
           END-IF
           IF WS-VARIANCE-REASON = SPACES
               COMPUTE WS-DIFFERENCE = WS-RESULT - WS-LOGGED-RESULT
               IF FUNCTION ABS(WS-DIFFERENCE) > WS-AMOUNT-TOLERANCE
                   MOVE "RESULT" TO WS-VARIANCE-REASON
               END-IF
           END-IF
           IF WS-VARIANCE-REASON NOT = SPACES
               PERFORM RECORD-VARIANCE
           END-IF.

       LOOKUP-CONTROL-SETTINGS.
           MOVE 'N' TO WS-CTH-FOUND-SWITCH
           MOVE SPACES TO WS-BEST-RUN-ID
           MOVE WS-CUR-ROUNDING-MODE TO WS-ROUNDING-MODE
           MOVE WS-CUR-DECIMAL-PLACES TO WS-DECIMAL-PLACES
           PERFORM VARYING WS-CTH-IDX FROM 1 BY 1
                   UNTIL WS-CTH-IDX > WS-CTH-COUNT
               IF WS-CTH-RUN-ID(WS-CTH-IDX) <= AUD-TIMESTAMP
                   AND WS-CTH-RUN-ID(WS-CTH-IDX) >= WS-BEST-RUN-ID
                   MOVE WS-CTH-RUN-ID(WS-CTH-IDX) TO WS-BEST-RUN-ID
                   MOVE WS-CTH-ROUNDING(WS-CTH-IDX)
                       TO WS-ROUNDING-MODE
                   MOVE WS-CTH-DP(WS-CTH-IDX) TO WS-DECIMAL-PLACES
                   SET WS-CTH-FOUND TO TRUE
               END-IF
           END-PERFORM
           IF NOT WS-CTH-FOUND
               ADD 1 TO WS-NO-HISTORY-COUNT
           END-IF.

       RECOMPUTE-CALCULATION.
           EVALUATE AUD-OPERATION
               WHEN "+"
                   IF WS-ROUND-HALF-UP
                       COMPUTE WS-RESULT ROUNDED = WS-NUM1 + WS-NUM2
                   ELSE
                       COMPUTE WS-RESULT = WS-NUM1 + WS-NUM2
                   END-IF
               WHEN "-"
                   IF WS-ROUND-HALF-UP
                       COMPUTE WS-RESULT ROUNDED = WS-NUM1 - WS-NUM2
                   ELSE
                       COMPUTE WS-RESULT = WS-NUM1 - WS-NUM2
                   END-IF
               WHEN "*"
                   IF WS-ROUND-HALF-UP
                       COMPUTE WS-RESULT ROUNDED = WS-NUM1 * WS-NUM2
                   ELSE
                       COMPUTE WS-RESULT = WS-NUM1 * WS-NUM2
                   END-IF
               WHEN "/"
                   IF WS-NUM2 = 0
                       MOVE "DIV-ZERO" TO WS-VARIANCE-REASON
                   ELSE
                       IF WS-ROUND-HALF-UP
                           COMPUTE WS-RESULT ROUNDED =
                               WS-NUM1 / WS-NUM2
                       ELSE
                           COMPUTE WS-RESULT = WS-NUM1 / WS-NUM2
                       END-IF
                   END-IF
               WHEN "%"
                   IF WS-ROUND-HALF-UP
                       COMPUTE WS-RESULT ROUNDED =
                           WS-NUM1 * WS-NUM2 / 100
                   ELSE
                       COMPUTE WS-RESULT = WS-NUM1 * WS-NUM2 / 100
                   END-IF
               WHEN "^"
                   IF WS-ROUND-HALF-UP
                       COMPUTE WS-RESULT ROUNDED = WS-NUM1 ** WS-NUM2
                   ELSE
                       COMPUTE WS-RESULT = WS-NUM1 ** WS-NUM2
                   END-IF
               WHEN OTHER
                   MOVE "BAD-OP" TO WS-VARIANCE-REASON
           END-EVALUATE.

       RECOMPUTE-RATE-CONVERSION.
           MOVE 'N' TO WS-RATE-FOUND-SWITCH
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-RATE-IDX FROM 1 BY 1
                   UNTIL WS-RATE-IDX > WS-RATE-COUNT
               IF WS-RT-CODE(WS-RATE-IDX) = AUD-RATE-CODE
                   IF WS-AUD-EFF-DATE > 0
                       IF WS-RT-EFF-DATE(WS-RATE-IDX) = WS-AUD-EFF-DATE
                           MOVE WS-RT-VALUE(WS-RATE-IDX)
                               TO WS-RATE-USED
                           SET WS-RATE-FOUND TO TRUE
                       END-IF
                   ELSE
                       IF WS-RT-EFF-DATE(WS-RATE-IDX) <= WS-AUD-DATE
                           AND WS-RT-EFF-DATE(WS-RATE-IDX)
                               >= WS-BEST-EFF-DATE
                           MOVE WS-RT-EFF-DATE(WS-RATE-IDX)
                               TO WS-BEST-EFF-DATE
                           MOVE WS-RT-VALUE(WS-RATE-IDX)
                               TO WS-RATE-USED
                           SET WS-RATE-FOUND TO TRUE
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF NOT WS-RATE-FOUND
               MOVE "NO-RATE" TO WS-VARIANCE-REASON
           ELSE
               IF WS-ROUND-HALF-UP
                   COMPUTE WS-RESULT ROUNDED = WS-NUM1 * WS-RATE-USED
               ELSE
                   COMPUTE WS-RESULT = WS-NUM1 * WS-RATE-USED
               END-IF
           END-IF.

       RECOMPUTE-FEE.
           MOVE 'N' TO WS-SCHED-FOUND-SWITCH
           MOVE 0 TO WS-BEST-SCHED-IDX
           MOVE 0 TO WS-BEST-EFF-DATE
           PERFORM VARYING WS-SCHED-IDX FROM 1 BY 1
                   UNTIL WS-SCHED-IDX > WS-SCHED-COUNT
               IF WS-TS-CODE(WS-SCHED-IDX) = AUD-RATE-CODE
                   IF WS-AUD-EFF-DATE > 0
                       IF WS-TS-EFF-DATE(WS-SCHED-IDX)
                               = WS-AUD-EFF-DATE
                           MOVE WS-SCHED-IDX TO WS-BEST-SCHED-IDX
                       END-IF
                   ELSE
                       IF WS-TS-EFF-DATE(WS-SCHED-IDX) <= WS-AUD-DATE
                           AND WS-TS-EFF-DATE(WS-SCHED-IDX)
                               >= WS-BEST-EFF-DATE
                           MOVE WS-TS-EFF-DATE(WS-SCHED-IDX)
                               TO WS-BEST-EFF-DATE
                           MOVE WS-SCHED-IDX TO WS-BEST-SCHED-IDX
                       END-IF
                   END-IF
               END-IF
           END-PERFORM
           IF WS-BEST-SCHED-IDX > 0
               IF WS-TS-BAND-COUNT(WS-BEST-SCHED-IDX) > 0
                   SET WS-SCHED-FOUND TO TRUE
               END-IF
           END-IF
           IF NOT WS-SCHED-FOUND
               MOVE "NO-SCHED" TO WS-VARIANCE-REASON
           ELSE
               PERFORM APPLY-FEE-SCHEDULE
           END-IF.

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
           END-IF.

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

       FIND-AUDIT-GROUP.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                   UNTIL WS-GRP-IDX > WS-GRP-COUNT
               IF WS-GRP-OPERATOR(WS-GRP-IDX) = AUD-OPERATOR-ID
                   AND WS-GRP-DEPT(WS-GRP-IDX) = AUD-DEPT-LABEL
                   MOVE WS-GRP-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF WS-GRP-COUNT < 200
                   ADD 1 TO WS-GRP-COUNT
                   MOVE WS-GRP-COUNT TO WS-MATCH-IDX
                   MOVE AUD-OPERATOR-ID TO WS-GRP-OPERATOR(WS-MATCH-IDX)
                   MOVE AUD-DEPT-LABEL TO WS-GRP-DEPT(WS-MATCH-IDX)
                   MOVE 0 TO WS-GRP-VERIFIED(WS-MATCH-IDX)
                   MOVE 0 TO WS-GRP-VARIANCE(WS-MATCH-IDX)
               ELSE
                   IF NOT WS-GRP-TABLE-FULL
                       SET WS-GRP-TABLE-FULL TO TRUE
                       DISPLAY "Error: operator/department table full,"
                           " some groups missing from variance report"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       RECORD-VARIANCE.
           ADD 1 TO WS-VARIANCE-COUNT
           IF WS-MATCH-IDX > 0
               ADD 1 TO WS-GRP-VARIANCE(WS-MATCH-IDX)
           END-IF
           IF WS-VAR-COUNT < 1000
               ADD 1 TO WS-VAR-COUNT
               MOVE AUD-OPERATOR-ID TO WS-VAR-OPERATOR(WS-VAR-COUNT)
               MOVE AUD-DEPT-LABEL TO WS-VAR-DEPT(WS-VAR-COUNT)
               MOVE AUD-SEQ-ID TO WS-VAR-SEQ-ID(WS-VAR-COUNT)
               MOVE AUD-OPERATION TO WS-VAR-OPERATION(WS-VAR-COUNT)
               MOVE WS-LOGGED-RESULT TO WS-VAR-LOGGED(WS-VAR-COUNT)
               MOVE WS-RESULT TO WS-VAR-RECOMPUTED(WS-VAR-COUNT)
               MOVE WS-VARIANCE-REASON TO WS-VAR-REASON(WS-VAR-COUNT)
           ELSE
               IF NOT WS-VAR-TABLE-FULL
                   SET WS-VAR-TABLE-FULL TO TRUE
                   DISPLAY "Error: variance table full, some variances"
                       " not listed on the report"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       SORT-GROUP-TABLE.
           IF WS-GRP-COUNT > 1
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX >= WS-GRP-COUNT
                   PERFORM VARYING WS-GRP-IDX2 FROM 1 BY 1
                           UNTIL WS-GRP-IDX2
                               > WS-GRP-COUNT - WS-GRP-IDX
                       IF WS-GRP-KEY(WS-GRP-IDX2)
                               > WS-GRP-KEY(WS-GRP-IDX2 + 1)
                           MOVE WS-GRP-ENTRY(WS-GRP-IDX2)
                               TO WS-GRP-SWAP-ENTRY
                           MOVE WS-GRP-ENTRY(WS-GRP-IDX2 + 1)
                               TO WS-GRP-ENTRY(WS-GRP-IDX2)
                           MOVE WS-GRP-SWAP-ENTRY
                               TO WS-GRP-ENTRY(WS-GRP-IDX2 + 1)
                       END-IF
                   END-PERFORM
               END-PERFORM
           END-IF.

       PRINT-VARIANCE-REPORT.
           OPEN OUTPUT VARIANCE-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open variance report,"
                   " status " WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "CALCULATOR AUDIT RECALCULATION VARIANCE REPORT"
                   TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               MOVE SPACES TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               MOVE WS-AMOUNT-TOLERANCE TO WS-TLL-AMOUNT
               MOVE WS-MAX-VARIANCES TO WS-TLL-MAX
               MOVE WS-TOLERANCE-LINE TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               MOVE SPACES TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               MOVE "VARIANCES BY OPERATOR AND DEPARTMENT"
                   TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               PERFORM VARYING WS-GRP-IDX FROM 1 BY 1
                       UNTIL WS-GRP-IDX > WS-GRP-COUNT
                   PERFORM REPORT-ONE-GROUP
               END-PERFORM
               MOVE SPACES TO VARIANCE-REPORT-LINE
               WRITE VARIANCE-REPORT-LINE
               PERFORM REPORT-VERIFY-SUMMARY
               CLOSE VARIANCE-REPORT-FILE
           END-IF.

       REPORT-ONE-GROUP.
           MOVE WS-GRP-OPERATOR(WS-GRP-IDX) TO WS-GHL-OPERATOR
           MOVE WS-GRP-DEPT(WS-GRP-IDX) TO WS-GHL-DEPT
           MOVE WS-GRP-VERIFIED(WS-GRP-IDX) TO WS-GHL-VERIFIED
           MOVE WS-GRP-VARIANCE(WS-GRP-IDX) TO WS-GHL-VARIANCE
           MOVE WS-GROUP-HEAD-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           PERFORM VARYING WS-VAR-IDX FROM 1 BY 1
                   UNTIL WS-VAR-IDX > WS-VAR-COUNT
               IF WS-VAR-KEY(WS-VAR-IDX) = WS-GRP-KEY(WS-GRP-IDX)
                   MOVE WS-VAR-SEQ-ID(WS-VAR-IDX) TO WS-VDL-SEQ-ID
                   MOVE WS-VAR-OPERATION(WS-VAR-IDX)
                       TO WS-VDL-OPERATION
                   MOVE WS-VAR-LOGGED(WS-VAR-IDX) TO WS-VDL-LOGGED
                   MOVE WS-VAR-RECOMPUTED(WS-VAR-IDX)
                       TO WS-VDL-RECOMPUTED
                   MOVE WS-VAR-REASON(WS-VAR-IDX) TO WS-VDL-REASON
                   MOVE WS-VARIANCE-DETAIL-LINE TO VARIANCE-REPORT-LINE
                   WRITE VARIANCE-REPORT-LINE
               END-IF
           END-PERFORM.

       REPORT-VERIFY-SUMMARY.
           MOVE "VERIFICATION SUMMARY" TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "AUDIT RECORDS READ:" TO WS-SML-LABEL
           MOVE WS-READ-COUNT TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "OK/REVERSAL RECORDS VERIFIED:" TO WS-SML-LABEL
           MOVE WS-VERIFIED-COUNT TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "RECORDS IN VARIANCE:" TO WS-SML-LABEL
           MOVE WS-VARIANCE-COUNT TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "REJECTED OR HELD RECORDS NOT VERIFIED:"
               TO WS-SML-LABEL
           MOVE WS-SKIPPED-COUNT TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE "VERIFIED AGAINST CURRENT CONTROL SETTINGS:"
               TO WS-SML-LABEL
           MOVE WS-NO-HISTORY-COUNT TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           MOVE SPACES TO VARIANCE-REPORT-LINE
           WRITE VARIANCE-REPORT-LINE
           IF WS-VARIANCE-COUNT > WS-MAX-VARIANCES
               MOVE "RESULT: VARIANCES EXCEED TOLERANCE - GATE FAILED"
                   TO VARIANCE-REPORT-LINE
           ELSE
               MOVE "RESULT: WITHIN TOLERANCE"
                   TO VARIANCE-REPORT-LINE
           END-IF
           WRITE VARIANCE-REPORT-LINE.
