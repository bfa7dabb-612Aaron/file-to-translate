       01 WS-AMOUNT-DISPLAY        PIC 9(9).99.

       01 WS-CHANGE-COUNT          PIC 9(4) VALUE 0.
       01 WS-LOCK-SAVE-RC          PIC S9(4) VALUE 0.
       01 WS-LOCK-HELD-SW          PIC X VALUE 'N'.
          88 WS-LOCK-HELD             VALUE 'Y'.
       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "OperMaint".
           05 WS-RLQ-OPERATOR-ID    PIC X(8).
           05 WS-RLQ-RUN-ID         PIC X(14).
           05 WS-RLQ-RESULT         PIC 9(2).
           05 WS-RLQ-HELD-PROGRAM   PIC X(16).
           05 WS-RLQ-HELD-OPERATOR  PIC X(8).
           05 WS-RLQ-HELD-START-TS  PIC X(14).
           05 WS-RLQ-HELD-RUN-ID    PIC X(14).
           05 WS-RLQ-HELD-AGE       PIC 9(9).

       01 WS-CURRENT-DATE-TIME.
           05 WS-CDT-DATE           PIC 9(8).
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-RLQ-RESULT NOT = 0
               MOVE WS-RLQ-RESULT TO RETURN-CODE
               STOP RUN
           END-IF
           SET WS-LOCK-HELD TO TRUE
           MOVE 0 TO WS-OPM-COUNT
           PERFORM LOAD-OPERATOR-FILE
           PERFORM VALIDATE-MAINT-OPERATOR
           IF NOT WS-MAINT-ALLOWED
               DISPLAY "Error: operator " WS-MAINT-OPERATOR-ID
                   " unknown or deactivated, maintenance refused"
               MOVE 8 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF
           PERFORM OPEN-CHANGE-LOG
           PERFORM UNTIL WS-CHOICE-QUIT
               PERFORM DISPLAY-MENU
           ELSE
               DISPLAY "No changes made, operator master unchanged"
           END-IF
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "Maintenance complete. Goodbye!"
           STOP RUN.

       ACQUIRE-RUN-LOCK.
           MOVE 'A' TO WS-RLQ-FUNCTION
           MOVE WS-MAINT-OPERATOR-ID TO WS-RLQ-OPERATOR-ID
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

       DISPLAY-MENU.
           DISPLAY " "
           DISPLAY "A = Add operator"
                   DISPLAY "Error: operator table full, file has more"
                       " operators than maintenance can hold"
                   MOVE 12 TO RETURN-CODE
                   IF WS-LOCK-HELD
                       PERFORM RELEASE-RUN-LOCK
                   END-IF
                   STOP RUN
               END-IF
               CLOSE CALC-OPERATOR-FILE
               DISPLAY "Error: unable to open change log, status "
                   WS-CHANGE-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

