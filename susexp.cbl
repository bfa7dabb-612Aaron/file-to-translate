       01 WS-EXPIRED-COUNT         PIC 9(8) VALUE 0.
       01 WS-KEPT-COUNT            PIC 9(8) VALUE 0.
       01 WS-COUNT-DISPLAY         PIC ZZZZZZZ9.
       01 WS-LOCK-SAVE-RC          PIC S9(4) VALUE 0.
       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "SuspenseAge".
           05 WS-RLQ-OPERATOR-ID    PIC X(8) VALUE "BATCH".
           05 WS-RLQ-RUN-ID         PIC X(14).
           05 WS-RLQ-RESULT         PIC 9(2).
           05 WS-RLQ-HELD-PROGRAM   PIC X(16).
           05 WS-RLQ-HELD-OPERATOR  PIC X(8).
           05 WS-RLQ-HELD-START-TS  PIC X(14).
           05 WS-RLQ-HELD-RUN-ID    PIC X(14).
           05 WS-RLQ-HELD-AGE       PIC 9(9).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE           PIC 9(8).
               WHEN WS-AGING-MODE
                   PERFORM AGING-PROCESS
               WHEN WS-EXPIRY-MODE
                   PERFORM ACQUIRE-RUN-LOCK
                   IF WS-RLQ-RESULT = 0
                       PERFORM EXPIRY-PROCESS
                       PERFORM RELEASE-RUN-LOCK
                   ELSE
                       MOVE WS-RLQ-RESULT TO RETURN-CODE
                   END-IF
               WHEN OTHER
                   DISPLAY "Error: mode must be A or E"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       ACQUIRE-RUN-LOCK.
           MOVE 'A' TO WS-RLQ-FUNCTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RLQ-RUN-ID
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

       SET-ITEM-AGE.
           MOVE 'N' TO WS-ITEM-DATED-SW
           MOVE 0 TO WS-ITEM-AGE-DAYS
