       IDENTIFICATION DIVISION.
       PROGRAM-ID. RunLock.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-LOCK-FILE ASSIGN TO "CALCLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-FILE-STATUS.
           SELECT LOCK-CONTROL-FILE ASSIGN TO "CALCLCTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-CONTROL-STATUS.
           SELECT LOCK-LOG-FILE ASSIGN TO "CALCLKLG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-LOCK-LOG-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  RUN-LOCK-FILE.
       01  RUN-LOCK-RECORD.
           05 LCK-PROGRAM              PIC X(16).
           05 FILLER                   PIC X.
           05 LCK-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 LCK-START-TS             PIC X(14).
           05 FILLER                   PIC X.
           05 LCK-RUN-ID               PIC X(14).

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

       FD  LOCK-LOG-FILE.
       01  LOCK-LOG-RECORD.
           05 LKL-TIMESTAMP            PIC X(14).
           05 FILLER                   PIC X.
           05 LKL-ACTION               PIC X(8).
           05 FILLER                   PIC X.
           05 LKL-PROGRAM              PIC X(16).
           05 FILLER                   PIC X.
           05 LKL-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 LKL-RUN-ID               PIC X(14).
           05 FILLER                   PIC X.
           05 LKL-HELD-PROGRAM         PIC X(16).
           05 FILLER                   PIC X.
           05 LKL-HELD-OPERATOR-ID     PIC X(8).
           05 FILLER                   PIC X.
           05 LKL-HELD-START-TS        PIC X(14).
           05 FILLER                   PIC X.
           05 LKL-HELD-RUN-ID          PIC X(14).

       WORKING-STORAGE SECTION.
       01 WS-LOCK-FILE-STATUS      PIC XX.
       01 WS-LOCK-CONTROL-STATUS   PIC XX.
       01 WS-LOCK-LOG-STATUS       PIC XX.

       01 WS-WAIT-SECONDS          PIC 9(4) VALUE 0.
       01 WS-POLL-SECONDS          PIC 9(3) VALUE 5.
       01 WS-STALE-MINUTES         PIC 9(4) VALUE 0.
       01 WS-WAITED-SECONDS        PIC 9(5) VALUE 0.

       01 WS-LOCK-HELD-SW          PIC X VALUE 'N'.
          88 WS-LOCK-HELD             VALUE 'Y'.
       01 WS-LOCK-DONE-SW          PIC X VALUE 'N'.
          88 WS-LOCK-DONE             VALUE 'Y'.
       01 WS-WAIT-SHOWN-SW         PIC X VALUE 'N'.
          88 WS-WAIT-SHOWN            VALUE 'Y'.

       01 WS-LOG-ACTION            PIC X(8) VALUE SPACES.
       01 WS-LOCK-AGE-MINUTES      PIC S9(9) VALUE 0.
       01 WS-AGE-DISPLAY           PIC ZZZZZZZZ9.

       01 WS-HELD-TS.
           05 WS-HELD-DATE          PIC 9(8).
           05 WS-HELD-HOUR          PIC 9(2).
           05 WS-HELD-MINUTE        PIC 9(2).
           05 WS-HELD-SECOND        PIC 9(2).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE           PIC 9(8).
           05 WS-CDT-HOUR           PIC 9(2).
           05 WS-CDT-MINUTE         PIC 9(2).
           05 WS-CDT-SECOND         PIC 9(2).
           05 FILLER                PIC X(7).

       LINKAGE SECTION.
       01 RUN-LOCK-REQUEST.
           05 RLQ-FUNCTION          PIC X.
              88 RLQ-ACQUIRE           VALUE 'A'.
              88 RLQ-RELEASE           VALUE 'R'.
              88 RLQ-CLEAR             VALUE 'C'.
              88 RLQ-QUERY             VALUE 'Q'.
           05 RLQ-PROGRAM           PIC X(16).
           05 RLQ-OPERATOR-ID       PIC X(8).
           05 RLQ-RUN-ID            PIC X(14).
           05 RLQ-RESULT            PIC 9(2).
           05 RLQ-HELD-PROGRAM      PIC X(16).
           05 RLQ-HELD-OPERATOR-ID  PIC X(8).
           05 RLQ-HELD-START-TS     PIC X(14).
           05 RLQ-HELD-RUN-ID       PIC X(14).
           05 RLQ-HELD-AGE-MINUTES  PIC 9(9).

       PROCEDURE DIVISION USING RUN-LOCK-REQUEST.
       MAIN-PROCEDURE.
           MOVE 0 TO RLQ-RESULT
           EVALUATE TRUE
               WHEN RLQ-ACQUIRE
                   PERFORM ACQUIRE-LOCK
               WHEN RLQ-RELEASE
                   PERFORM RELEASE-LOCK
               WHEN RLQ-CLEAR
                   PERFORM CLEAR-LOCK
               WHEN RLQ-QUERY
                   PERFORM READ-LOCK-FILE
               WHEN OTHER
                   DISPLAY "Error: invalid run lock request "
                       RLQ-FUNCTION
                   MOVE 12 TO RLQ-RESULT
           END-EVALUATE
           GOBACK.

       READ-LOCK-CONTROL.
           MOVE 0 TO WS-WAIT-SECONDS
           MOVE 5 TO WS-POLL-SECONDS
           MOVE 0 TO WS-STALE-MINUTES
           OPEN INPUT LOCK-CONTROL-FILE
           IF WS-LOCK-CONTROL-STATUS = "00"
               READ LOCK-CONTROL-FILE
                   NOT AT END
                       PERFORM APPLY-LOCK-CONTROL
               END-READ
               CLOSE LOCK-CONTROL-FILE
           END-IF.

       APPLY-LOCK-CONTROL.
           IF LCT-WAIT-SECONDS-IN NUMERIC
               MOVE LCT-WAIT-SECONDS-IN TO WS-WAIT-SECONDS
           END-IF
           IF LCT-POLL-SECONDS-IN NUMERIC
               MOVE LCT-POLL-SECONDS-IN TO WS-POLL-SECONDS
           END-IF
           IF WS-POLL-SECONDS = 0
               MOVE 5 TO WS-POLL-SECONDS
           END-IF
           IF LCT-STALE-MINUTES-IN NUMERIC
               MOVE LCT-STALE-MINUTES-IN TO WS-STALE-MINUTES
           END-IF.

       ACQUIRE-LOCK.
           PERFORM READ-LOCK-CONTROL
           MOVE 0 TO WS-WAITED-SECONDS
           MOVE 'N' TO WS-LOCK-DONE-SW
           MOVE 'N' TO WS-WAIT-SHOWN-SW
           PERFORM UNTIL WS-LOCK-DONE
               PERFORM READ-LOCK-FILE
               EVALUATE TRUE
                   WHEN NOT WS-LOCK-HELD
                       PERFORM TAKE-LOCK
                   WHEN RLQ-HELD-PROGRAM = RLQ-PROGRAM
                           AND RLQ-HELD-RUN-ID = RLQ-RUN-ID
                       SET WS-LOCK-DONE TO TRUE
                   WHEN WS-STALE-MINUTES > 0
                           AND WS-LOCK-AGE-MINUTES > WS-STALE-MINUTES
                       PERFORM CLEAR-STALE-LOCK
                   WHEN WS-WAITED-SECONDS < WS-WAIT-SECONDS
                       PERFORM WAIT-FOR-LOCK
                   WHEN OTHER
                       PERFORM REFUSE-LOCK
               END-EVALUATE
           END-PERFORM.

       TAKE-LOCK.
           OPEN OUTPUT RUN-LOCK-FILE
           IF WS-LOCK-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to write run lock, status "
                   WS-LOCK-FILE-STATUS
               MOVE 12 TO RLQ-RESULT
               SET WS-LOCK-DONE TO TRUE
           ELSE
               MOVE SPACES TO RUN-LOCK-RECORD
               MOVE RLQ-PROGRAM TO LCK-PROGRAM
               MOVE RLQ-OPERATOR-ID TO LCK-OPERATOR-ID
               MOVE FUNCTION CURRENT-DATE(1:14) TO LCK-START-TS
               MOVE RLQ-RUN-ID TO LCK-RUN-ID
               WRITE RUN-LOCK-RECORD
               CLOSE RUN-LOCK-FILE
               PERFORM READ-LOCK-FILE
               IF WS-LOCK-HELD
                   AND RLQ-HELD-PROGRAM = RLQ-PROGRAM
                   AND RLQ-HELD-RUN-ID = RLQ-RUN-ID
                   MOVE "ACQUIRED" TO WS-LOG-ACTION
                   PERFORM WRITE-LOCK-LOG
                   SET WS-LOCK-DONE TO TRUE
               END-IF
           END-IF.

       CLEAR-STALE-LOCK.
           MOVE RLQ-HELD-AGE-MINUTES TO WS-AGE-DISPLAY
           DISPLAY "Warning: stale run lock held by " RLQ-HELD-PROGRAM
               " operator " RLQ-HELD-OPERATOR-ID " for "
               WS-AGE-DISPLAY " minutes, lock cleared"
           MOVE "STALECLR" TO WS-LOG-ACTION
           PERFORM WRITE-LOCK-LOG
           DELETE FILE RUN-LOCK-FILE.

       WAIT-FOR-LOCK.
           IF NOT WS-WAIT-SHOWN
               DISPLAY "Run lock held by " RLQ-HELD-PROGRAM
                   " operator " RLQ-HELD-OPERATOR-ID " since "
                   RLQ-HELD-START-TS ", waiting up to "
                   WS-WAIT-SECONDS " seconds"
               SET WS-WAIT-SHOWN TO TRUE
           END-IF
           CALL "C$SLEEP" USING WS-POLL-SECONDS
           ADD WS-POLL-SECONDS TO WS-WAITED-SECONDS.

       REFUSE-LOCK.
           DISPLAY "Warning: shared files locked by " RLQ-HELD-PROGRAM
               " operator " RLQ-HELD-OPERATOR-ID " since "
               RLQ-HELD-START-TS ", retry later"
           MOVE "LOCKED" TO WS-LOG-ACTION
           PERFORM WRITE-LOCK-LOG
           MOVE 16 TO RLQ-RESULT
           SET WS-LOCK-DONE TO TRUE.

       RELEASE-LOCK.
           PERFORM READ-LOCK-FILE
           EVALUATE TRUE
               WHEN NOT WS-LOCK-HELD
                   DISPLAY "Warning: run lock for " RLQ-PROGRAM
                       " was already cleared"
                   MOVE 4 TO RLQ-RESULT
               WHEN RLQ-HELD-PROGRAM = RLQ-PROGRAM
                       AND RLQ-HELD-RUN-ID = RLQ-RUN-ID
                   MOVE "RELEASED" TO WS-LOG-ACTION
                   PERFORM WRITE-LOCK-LOG
                   DELETE FILE RUN-LOCK-FILE
               WHEN OTHER
                   DISPLAY "Warning: run lock now held by "
                       RLQ-HELD-PROGRAM " run " RLQ-HELD-RUN-ID
                       ", not released"
                   MOVE 4 TO RLQ-RESULT
           END-EVALUATE.

       CLEAR-LOCK.
           PERFORM READ-LOCK-FILE
           IF WS-LOCK-HELD AND RLQ-HELD-RUN-ID = RLQ-RUN-ID
               MOVE "CLEARED" TO WS-LOG-ACTION
               PERFORM WRITE-LOCK-LOG
               DELETE FILE RUN-LOCK-FILE
           ELSE
               MOVE 4 TO RLQ-RESULT
           END-IF.

       READ-LOCK-FILE.
           MOVE 'N' TO WS-LOCK-HELD-SW
           MOVE SPACES TO RLQ-HELD-PROGRAM
           MOVE SPACES TO RLQ-HELD-OPERATOR-ID
           MOVE SPACES TO RLQ-HELD-START-TS
           MOVE SPACES TO RLQ-HELD-RUN-ID
           MOVE 0 TO RLQ-HELD-AGE-MINUTES
           MOVE 0 TO WS-LOCK-AGE-MINUTES
           OPEN INPUT RUN-LOCK-FILE
           IF WS-LOCK-FILE-STATUS = "00"
               READ RUN-LOCK-FILE
                   NOT AT END
                       IF RUN-LOCK-RECORD NOT = SPACES
                           SET WS-LOCK-HELD TO TRUE
                           MOVE LCK-PROGRAM TO RLQ-HELD-PROGRAM
                           MOVE LCK-OPERATOR-ID TO RLQ-HELD-OPERATOR-ID
                           MOVE LCK-START-TS TO RLQ-HELD-START-TS
                           MOVE LCK-RUN-ID TO RLQ-HELD-RUN-ID
                       END-IF
               END-READ
               CLOSE RUN-LOCK-FILE
           END-IF
           IF WS-LOCK-HELD
               PERFORM SET-LOCK-AGE
           END-IF.

       SET-LOCK-AGE.
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           MOVE RLQ-HELD-START-TS TO WS-HELD-TS
           IF WS-HELD-TS NUMERIC
               COMPUTE WS-LOCK-AGE-MINUTES
                   = (FUNCTION INTEGER-OF-DATE(WS-CDT-DATE)
                   - FUNCTION INTEGER-OF-DATE(WS-HELD-DATE)) * 1440
                   + WS-CDT-HOUR * 60 + WS-CDT-MINUTE
                   - WS-HELD-HOUR * 60 - WS-HELD-MINUTE
           ELSE
               MOVE 999999999 TO WS-LOCK-AGE-MINUTES
           END-IF
           IF WS-LOCK-AGE-MINUTES > 0
               MOVE WS-LOCK-AGE-MINUTES TO RLQ-HELD-AGE-MINUTES
           END-IF.

       WRITE-LOCK-LOG.
           OPEN EXTEND LOCK-LOG-FILE
           IF WS-LOCK-LOG-STATUS NOT = "00"
               OPEN OUTPUT LOCK-LOG-FILE
           END-IF
           IF WS-LOCK-LOG-STATUS NOT = "00"
               DISPLAY "Warning: unable to write run lock log, status "
                   WS-LOCK-LOG-STATUS
           ELSE
               MOVE SPACES TO LOCK-LOG-RECORD
               MOVE FUNCTION CURRENT-DATE(1:14) TO LKL-TIMESTAMP
               MOVE WS-LOG-ACTION TO LKL-ACTION
               MOVE RLQ-PROGRAM TO LKL-PROGRAM
               MOVE RLQ-OPERATOR-ID TO LKL-OPERATOR-ID
               MOVE RLQ-RUN-ID TO LKL-RUN-ID
               MOVE RLQ-HELD-PROGRAM TO LKL-HELD-PROGRAM
               MOVE RLQ-HELD-OPERATOR-ID TO LKL-HELD-OPERATOR-ID
               MOVE RLQ-HELD-START-TS TO LKL-HELD-START-TS
               MOVE RLQ-HELD-RUN-ID TO LKL-HELD-RUN-ID
               WRITE LOCK-LOG-RECORD
               CLOSE LOCK-LOG-FILE
           END-IF.
