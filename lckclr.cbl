       IDENTIFICATION DIVISION.
       PROGRAM-ID. LockClear.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-OPERATOR-FILE.
       01  CALC-OPERATOR-RECORD.
           05 OPM-OPERATOR-ID          PIC X(8).
           05 FILLER                   PIC X.
           05 OPM-ACTIVE-FLAG          PIC X.
           05 FILLER                   PIC X.
           05 OPM-OP-AUTH.
              10 OPM-OP-AUTH-ENTRY     PIC X OCCURS 6 TIMES.
           05 FILLER                   PIC X.
           05 OPM-MAX-AMOUNT           PIC 9(9)V99.

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS  PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.

       01 WS-CLEAR-OPERATOR-ID     PIC X(8) VALUE SPACES.
       01 WS-CLEAR-ALLOWED-SW      PIC X VALUE 'N'.
          88 WS-CLEAR-ALLOWED         VALUE 'Y'.
       01 WS-OPERATOR-COUNT        PIC 9(4) VALUE 0.
       01 WS-CONFIRM               PIC X VALUE 'N'.
          88 WS-CONFIRMED             VALUE 'Y' 'y'.
       01 WS-AGE-DISPLAY           PIC ZZZZZZZZ9.

       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "LockClear".
           05 WS-RLQ-OPERATOR-ID    PIC X(8).
           05 WS-RLQ-RUN-ID         PIC X(14).
           05 WS-RLQ-RESULT         PIC 9(2).
           05 WS-RLQ-HELD-PROGRAM   PIC X(16).
           05 WS-RLQ-HELD-OPERATOR  PIC X(8).
           05 WS-RLQ-HELD-START-TS  PIC X(14).
           05 WS-RLQ-HELD-RUN-ID    PIC X(14).
           05 WS-RLQ-HELD-AGE       PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Run Lock Clear".
           DISPLAY "Enter your operator ID: " WITH NO ADVANCING
           ACCEPT WS-CLEAR-OPERATOR-ID
           PERFORM VALIDATE-CLEAR-OPERATOR
           IF NOT WS-CLEAR-ALLOWED
               DISPLAY "Error: operator " WS-CLEAR-OPERATOR-ID
                   " unknown or deactivated, lock clear refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           MOVE WS-CLEAR-OPERATOR-ID TO WS-RLQ-OPERATOR-ID
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RLQ-RUN-ID
           MOVE 'Q' TO WS-RLQ-FUNCTION
           PERFORM CALL-RUN-LOCK
           IF WS-RLQ-RESULT NOT = 0
               MOVE WS-RLQ-RESULT TO RETURN-CODE
               STOP RUN
           END-IF
           IF WS-RLQ-HELD-PROGRAM = SPACES
               DISPLAY "Run lock is not held, nothing to clear"
               STOP RUN
           END-IF
           MOVE WS-RLQ-HELD-AGE TO WS-AGE-DISPLAY
           DISPLAY "Run lock held by program " WS-RLQ-HELD-PROGRAM
           DISPLAY "  operator " WS-RLQ-HELD-OPERATOR
               " run " WS-RLQ-HELD-RUN-ID
           DISPLAY "  since " WS-RLQ-HELD-START-TS
               " (" WS-AGE-DISPLAY " minutes)"
           DISPLAY "Clear this lock? Only clear if the holder is no"
               " longer running (Y/N): " WITH NO ADVANCING
           ACCEPT WS-CONFIRM
           IF WS-CONFIRMED
               MOVE WS-RLQ-HELD-RUN-ID TO WS-RLQ-RUN-ID
               MOVE 'C' TO WS-RLQ-FUNCTION
               PERFORM CALL-RUN-LOCK
               EVALUATE TRUE
                   WHEN WS-RLQ-RESULT = 0
                       DISPLAY "Run lock cleared and logged"
                   WHEN WS-RLQ-HELD-PROGRAM = SPACES
                       DISPLAY "Warning: run lock was released before"
                           " the clear"
                       MOVE 4 TO RETURN-CODE
                   WHEN OTHER
                       DISPLAY "Warning: run lock changed hands, now"
                           " held by " WS-RLQ-HELD-PROGRAM
                           " run " WS-RLQ-HELD-RUN-ID
                           ", not cleared"
                       MOVE 4 TO RETURN-CODE
               END-EVALUATE
           ELSE
               DISPLAY "Run lock left in place"
           END-IF
           STOP RUN.

       VALIDATE-CLEAR-OPERATOR.
           MOVE 'N' TO WS-CLEAR-ALLOWED-SW
           OPEN INPUT CALC-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               PERFORM READ-OPERATOR-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   ADD 1 TO WS-OPERATOR-COUNT
                   IF OPM-OPERATOR-ID = WS-CLEAR-OPERATOR-ID
                       IF OPM-ACTIVE-FLAG = 'A'
                           MOVE 'Y' TO WS-CLEAR-ALLOWED-SW
                       END-IF
                       EXIT PERFORM
                   END-IF
                   PERFORM READ-OPERATOR-RECORD
               END-PERFORM
               CLOSE CALC-OPERATOR-FILE
           END-IF
           IF WS-OPERATOR-COUNT = 0
               MOVE 'Y' TO WS-CLEAR-ALLOWED-SW
           END-IF.

       READ-OPERATOR-RECORD.
           READ CALC-OPERATOR-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       CALL-RUN-LOCK.
           CALL "RunLock" USING WS-RUN-LOCK-REQUEST
               ON EXCEPTION
                   DISPLAY "Error: run lock program not available"
                   MOVE 12 TO WS-RLQ-RESULT
           END-CALL.
