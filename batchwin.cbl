           SELECT OPS-LOG-FILE ASSIGN TO "CALCOPSL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.
           SELECT LOCK-CONTROL-FILE ASSIGN TO "CALCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-CONTROL-STATUS.

       DATA DIVISION.
       FILE SECTION.
           05 OPS-RC                   PIC 9(2).
           05 FILLER                   PIC X.
           05 OPS-OUTCOME              PIC X(8).
           05 FILLER                   PIC X.
           05 OPS-WINDOW-ID            PIC X(14).

       FD  LOCK-CONTROL-FILE.
       01  LOCK-CONTROL-RECORD.
           05 LCT-WAIT-SECONDS-IN      PIC X(4).
           05 FILLER                   PIC X.
           05 LCT-POLL-SECONDS-IN      PIC X(3).
           05 FILLER                   PIC X.
           05 LCT-STALE-MINUTES-IN     PIC X(4).
           05 FILLER                   PIC X.
           05 LCT-STEP-RETRIES-IN      PIC X(2).
           05 FILLER                   PIC X.
           05 LCT-RETRY-SECONDS-IN     PIC X(4).

       WORKING-STORAGE SECTION.
       01 WS-SCHED-FILE-STATUS     PIC XX.
       01 WS-OPS-LOG-STATUS        PIC XX.
       01 WS-LOCK-CONTROL-STATUS   PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.
       01 WS-WINDOW-SWITCH         PIC X VALUE 'N'.
          88 WS-WINDOW-STOPPED        VALUE 'Y'.
       01 WS-WINDOW-RC             PIC 9(2) VALUE 0.
       01 WS-WINDOW-ID             PIC X(14) VALUE SPACES.
       01 WS-STEPS-RUN             PIC 9(2) VALUE 0.
       01 WS-STEPS-SKIPPED         PIC 9(2) VALUE 0.
       01 WS-LOCK-STOP-SWITCH      PIC X VALUE 'N'.
          88 WS-WINDOW-LOCKED         VALUE 'Y'.
       01 WS-LOCK-RETRIES          PIC 9(2) VALUE 0.
       01 WS-LOCK-RETRY-SECONDS    PIC 9(4) VALUE 60.
       01 WS-LOCK-ATTEMPTS         PIC 9(2) VALUE 0.

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE           PIC 9(8).
       MAIN-PROCEDURE.
           DISPLAY "Calculator Batch Window Driver".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-WINDOW-ID
           PERFORM READ-SCHED-FILE
           PERFORM READ-LOCK-CONTROL
           IF WS-STEP-COUNT = 0
               DISPLAY "Error: no run schedule, window not started"
               MOVE 8 TO RETURN-CODE
           DISPLAY "===== Batch Window Summary ====="
           DISPLAY "Steps executed: " WS-STEPS-RUN
           DISPLAY "Steps not scheduled today: " WS-STEPS-SKIPPED
           EVALUATE TRUE
               WHEN WS-WINDOW-LOCKED
                   DISPLAY "Window stopped on run lock, rerun the"
                       " window later"
               WHEN WS-WINDOW-STOPPED
                   DISPLAY "Window stopped on failed gate, remaining"
                       " steps not run"
               WHEN OTHER
                   DISPLAY "Window completed"
           END-EVALUATE
           DISPLAY "Window return code: " WS-WINDOW-RC
           MOVE WS-WINDOW-RC TO RETURN-CODE
           STOP RUN.
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-LOCK-CONTROL.
           OPEN INPUT LOCK-CONTROL-FILE
           IF WS-LOCK-CONTROL-STATUS = "00"
               READ LOCK-CONTROL-FILE
                   NOT AT END
                       IF LCT-STEP-RETRIES-IN NUMERIC
                           MOVE LCT-STEP-RETRIES-IN TO WS-LOCK-RETRIES
                       END-IF
                       IF LCT-RETRY-SECONDS-IN NUMERIC
                           MOVE LCT-RETRY-SECONDS-IN
                               TO WS-LOCK-RETRY-SECONDS
                       END-IF
               END-READ
               CLOSE LOCK-CONTROL-FILE
           END-IF.

       EXECUTE-ONE-STEP.
           MOVE 0 TO WS-LOCK-ATTEMPTS
           PERFORM RUN-STEP-PROGRAM
           PERFORM UNTIL WS-STEP-OUTCOME NOT = "LOCKED"
                   OR WS-LOCK-ATTEMPTS >= WS-LOCK-RETRIES
               PERFORM WRITE-OPS-LOG
               ADD 1 TO WS-LOCK-ATTEMPTS
               DISPLAY "Step " WS-STEP-PROGRAM(WS-STEP-IDX)
                   " found the run lock held, retry " WS-LOCK-ATTEMPTS
                   " of " WS-LOCK-RETRIES " in " WS-LOCK-RETRY-SECONDS
                   " seconds"
               CALL "C$SLEEP" USING WS-LOCK-RETRY-SECONDS
               PERFORM RUN-STEP-PROGRAM
           END-PERFORM
           ADD 1 TO WS-STEPS-RUN
           EVALUATE TRUE
               WHEN WS-STEP-OUTCOME = "LOCKED"
                   SET WS-WINDOW-STOPPED TO TRUE
                   SET WS-WINDOW-LOCKED TO TRUE
                   MOVE WS-STEP-RC TO WS-WINDOW-RC
                   DISPLAY "Step " WS-STEP-PROGRAM(WS-STEP-IDX)
                       " could not obtain the run lock, window stopped"
               WHEN WS-STEP-RC > WS-STEP-MAX-RC(WS-STEP-IDX)
                   IF WS-STEP-OUTCOME NOT = "NOCALL"
                       MOVE "GATEFAIL" TO WS-STEP-OUTCOME
                   END-IF
                   SET WS-WINDOW-STOPPED TO TRUE
                   MOVE WS-STEP-RC TO WS-WINDOW-RC
                   IF WS-WINDOW-RC < 8
                       MOVE 8 TO WS-WINDOW-RC
                   END-IF
                   DISPLAY "Step " WS-STEP-PROGRAM(WS-STEP-IDX)
                       " return code " WS-STEP-RC " exceeds allowed "
                       WS-STEP-MAX-RC(WS-STEP-IDX) ", window stopped"
               WHEN OTHER
                   DISPLAY "Step " WS-STEP-PROGRAM(WS-STEP-IDX)
                       " ended, return code " WS-STEP-RC
           END-EVALUATE
           PERFORM WRITE-OPS-LOG.

       RUN-STEP-PROGRAM.
           PERFORM GET-TIMESTAMP
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-STEP-START-TS
           DISPLAY "Starting step " WS-STEP-PROGRAM(WS-STEP-IDX)
           END-IF
           PERFORM GET-TIMESTAMP
           MOVE WS-CURRENT-DATE-TIME(1:14) TO WS-STEP-END-TS
           IF WS-STEP-RC = 16 AND WS-STEP-OUTCOME NOT = "NOCALL"
               MOVE "LOCKED" TO WS-STEP-OUTCOME
           END-IF.

       GET-TIMESTAMP.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME.
           MOVE WS-STEP-PROGRAM(WS-STEP-IDX) TO OPS-PROGRAM
           MOVE WS-STEP-RC TO OPS-RC
           MOVE WS-STEP-OUTCOME TO OPS-OUTCOME
           MOVE WS-WINDOW-ID TO OPS-WINDOW-ID
           WRITE OPS-LOG-RECORD.
