       IDENTIFICATION DIVISION.
       PROGRAM-ID. ApprovalRelease.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-OPERATOR-FILE ASSIGN TO "CALCOPM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPERATOR-FILE-STATUS.
           SELECT CALC-PENDING-FILE ASSIGN TO "CALCPEND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PENDING-FILE-STATUS.
           SELECT APPROVAL-LOG-FILE ASSIGN TO "CALCAPRL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-APPROVAL-LOG-STATUS.

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

       FD  CALC-PENDING-FILE.
       01  CALC-PENDING-RECORD         PIC X(115).

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

       WORKING-STORAGE SECTION.
       01 WS-OPERATOR-FILE-STATUS  PIC XX.
       01 WS-PENDING-FILE-STATUS   PIC XX.
       01 WS-APPROVAL-LOG-STATUS   PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.

       01 WS-OPM-COUNT             PIC 9(2) VALUE 0.
       01 WS-OPM-IDX               PIC 9(2) VALUE 0.
       01 WS-OPM-TABLE.
           05 WS-OPM-ENTRY OCCURS 50 TIMES.
              10 WS-OPM-ID          PIC X(8).
              10 WS-OPM-ACTIVE      PIC X.

       01 WS-APPROVER-ID           PIC X(8) VALUE SPACES.
       01 WS-APPROVER-ALLOWED-SW   PIC X VALUE 'N'.
          88 WS-APPROVER-ALLOWED      VALUE 'Y'.

       01 WS-MENU-CHOICE           PIC X VALUE SPACE.
          88 WS-CHOICE-LIST           VALUE 'L'.
          88 WS-CHOICE-APPROVE        VALUE 'A'.
          88 WS-CHOICE-DECLINE        VALUE 'D'.
          88 WS-CHOICE-QUIT           VALUE 'Q'.

       01 WS-PND-COUNT             PIC 9(3) VALUE 0.
       01 WS-PND-IDX               PIC 9(3) VALUE 0.
       01 WS-TARGET-IDX            PIC 9(3) VALUE 0.
       01 WS-PND-TABLE.
           05 WS-PND-ENTRY OCCURS 500 TIMES PIC X(115).

       01 WS-PENDING-ITEM.
           05 WS-PND-SEQ-ID         PIC X(20).
           05 FILLER                PIC X.
           05 WS-PND-RECORD-IMAGE.
              10 WS-PND-RECORD-TYPE PIC X.
              10 WS-PND-V2-DATA.
                 15 WS-PND-NUM1     PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
                 15 WS-PND-NUM2     PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
                 15 WS-PND-OPERATION PIC X.
              10 WS-PND-RATE-DATA REDEFINES WS-PND-V2-DATA.
                 15 WS-PND-AMOUNT-IN PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
                 15 WS-PND-RATE-CODE PIC X(4).
                 15 WS-PND-VALUE-DATE PIC 9(8).
                 15 FILLER          PIC X.
           05 FILLER                PIC X.
           05 WS-PND-VERSION        PIC X.
           05 FILLER                PIC X.
           05 WS-PND-OPERATOR-ID    PIC X(8).
           05 FILLER                PIC X.
           05 WS-PND-DEPT-LABEL     PIC X(8).
           05 FILLER                PIC X.
           05 WS-PND-DATE-HELD      PIC 9(8).
           05 FILLER                PIC X.
           05 WS-PND-AMOUNT         PIC 9(10)V99.
           05 FILLER                PIC X.
           05 WS-PND-STATUS         PIC X.
              88 WS-PND-PENDING        VALUE 'P'.
              88 WS-PND-APPROVED       VALUE 'A'.
              88 WS-PND-DECLINED       VALUE 'D'.
           05 FILLER                PIC X.
           05 WS-PND-APPROVER-ID    PIC X(8).
           05 FILLER                PIC X.
           05 WS-PND-DECISION-TS    PIC X(14).

       01 WS-TARGET-SEQ-ID         PIC X(20) VALUE SPACES.
       01 WS-ACTION                PIC X(8) VALUE SPACES.
       01 WS-CHANGE-COUNT          PIC 9(4) VALUE 0.
       01 WS-LISTED-COUNT          PIC 9(4) VALUE 0.
       01 WS-AMOUNT-DISPLAY        PIC Z(9)9.99.

       01 WS-LOCK-SAVE-RC          PIC S9(4) VALUE 0.
       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "ApprovalRelease".
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
           05 WS-CDT-TIME           PIC 9(6).
           05 FILLER                PIC X(7).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Approval Release".
           PERFORM LOAD-OPERATOR-FILE
           DISPLAY "Enter your operator ID: " WITH NO ADVANCING
           ACCEPT WS-APPROVER-ID
           PERFORM VALIDATE-APPROVER
           IF NOT WS-APPROVER-ALLOWED
               DISPLAY "Error: operator " WS-APPROVER-ID
                   " unknown or deactivated, release refused"
               MOVE 8 TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-RLQ-RESULT NOT = 0
               MOVE WS-RLQ-RESULT TO RETURN-CODE
               STOP RUN
           END-IF
           PERFORM LOAD-PENDING-FILE
           PERFORM OPEN-APPROVAL-LOG
           PERFORM UNTIL WS-CHOICE-QUIT
               PERFORM DISPLAY-MENU
               ACCEPT WS-MENU-CHOICE
               EVALUATE TRUE
                   WHEN WS-CHOICE-LIST
                       PERFORM LIST-PENDING-ITEMS
                   WHEN WS-CHOICE-APPROVE
                       MOVE "APPROVE" TO WS-ACTION
                       PERFORM DECIDE-PENDING-ITEM
                   WHEN WS-CHOICE-DECLINE
                       MOVE "DECLINE" TO WS-ACTION
                       PERFORM DECIDE-PENDING-ITEM
                   WHEN WS-CHOICE-QUIT
                       CONTINUE
                   WHEN OTHER
                       DISPLAY "Invalid choice. Try again."
               END-EVALUATE
           END-PERFORM
           CLOSE APPROVAL-LOG-FILE
           IF WS-CHANGE-COUNT > 0
               PERFORM REWRITE-PENDING-FILE
               DISPLAY "Pending approval file updated, "
                   WS-CHANGE-COUNT " decisions logged"
           ELSE
               DISPLAY "No decisions made, pending file unchanged"
           END-IF
           PERFORM RELEASE-RUN-LOCK
           DISPLAY "Release complete. Goodbye!"
           STOP RUN.

       ACQUIRE-RUN-LOCK.
           MOVE 'A' TO WS-RLQ-FUNCTION
           MOVE WS-APPROVER-ID TO WS-RLQ-OPERATOR-ID
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
           DISPLAY "L = List pending items"
           DISPLAY "A = Approve item"
           DISPLAY "D = Decline item"
           DISPLAY "Q = Quit"
           DISPLAY "Enter choice: " WITH NO ADVANCING.

       LOAD-OPERATOR-FILE.
           OPEN INPUT CALC-OPERATOR-FILE
           IF WS-OPERATOR-FILE-STATUS = "00"
               PERFORM READ-OPERATOR-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-OPM-COUNT >= 50
                   ADD 1 TO WS-OPM-COUNT
                   MOVE OPM-OPERATOR-ID TO WS-OPM-ID(WS-OPM-COUNT)
                   MOVE OPM-ACTIVE-FLAG
                       TO WS-OPM-ACTIVE(WS-OPM-COUNT)
                   PERFORM READ-OPERATOR-RECORD
               END-PERFORM
               IF NOT WS-END-OF-FILE
                   DISPLAY "Warning: operator table full, remaining"
                       " operator records ignored"
               END-IF
               CLOSE CALC-OPERATOR-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               DISPLAY "Error: no operator master file, approvers"
                   " cannot be validated"
           END-IF.

       READ-OPERATOR-RECORD.
           READ CALC-OPERATOR-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       VALIDATE-APPROVER.
           MOVE 'N' TO WS-APPROVER-ALLOWED-SW
           PERFORM VARYING WS-OPM-IDX FROM 1 BY 1
                   UNTIL WS-OPM-IDX > WS-OPM-COUNT
               IF WS-OPM-ID(WS-OPM-IDX) = WS-APPROVER-ID
                   IF WS-OPM-ACTIVE(WS-OPM-IDX) = 'A'
                       MOVE 'Y' TO WS-APPROVER-ALLOWED-SW
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       LOAD-PENDING-FILE.
           OPEN INPUT CALC-PENDING-FILE
           IF WS-PENDING-FILE-STATUS = "00"
               PERFORM READ-PENDING-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-PND-COUNT >= 500
                   ADD 1 TO WS-PND-COUNT
                   MOVE CALC-PENDING-RECORD
                       TO WS-PND-ENTRY(WS-PND-COUNT)
                   PERFORM READ-PENDING-RECORD
               END-PERFORM
               IF NOT WS-END-OF-FILE
                   DISPLAY "Error: pending table full, file has more"
                       " items than release can hold"
                   MOVE 12 TO RETURN-CODE
                   PERFORM RELEASE-RUN-LOCK
                   STOP RUN
               END-IF
               CLOSE CALC-PENDING-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           ELSE
               DISPLAY "No pending approval file, nothing to release"
           END-IF.

       READ-PENDING-RECORD.
           READ CALC-PENDING-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       LIST-PENDING-ITEMS.
           MOVE 0 TO WS-LISTED-COUNT
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               MOVE WS-PND-ENTRY(WS-PND-IDX) TO WS-PENDING-ITEM
               IF WS-PND-PENDING
                   PERFORM DISPLAY-PENDING-ITEM
                   ADD 1 TO WS-LISTED-COUNT
               END-IF
           END-PERFORM
           DISPLAY WS-LISTED-COUNT " items awaiting approval".

       DISPLAY-PENDING-ITEM.
           MOVE WS-PND-AMOUNT TO WS-AMOUNT-DISPLAY
           IF WS-PND-RECORD-TYPE = 'R' OR WS-PND-RECORD-TYPE = 'F'
               DISPLAY WS-PND-SEQ-ID " " WS-PND-DEPT-LABEL
                   " maker " WS-PND-OPERATOR-ID
                   " held " WS-PND-DATE-HELD
                   " type " WS-PND-RECORD-TYPE
                   " code " WS-PND-RATE-CODE
                   " amount " WS-AMOUNT-DISPLAY
           ELSE
               DISPLAY WS-PND-SEQ-ID " " WS-PND-DEPT-LABEL
                   " maker " WS-PND-OPERATOR-ID
                   " held " WS-PND-DATE-HELD
                   " type " WS-PND-RECORD-TYPE
                   " op " WS-PND-OPERATION
                   " amount " WS-AMOUNT-DISPLAY
           END-IF.

       FIND-TARGET-ITEM.
           MOVE 0 TO WS-TARGET-IDX
           PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                   UNTIL WS-PND-IDX > WS-PND-COUNT
               IF WS-PND-ENTRY(WS-PND-IDX)(1:20) = WS-TARGET-SEQ-ID
                   MOVE WS-PND-IDX TO WS-TARGET-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       DECIDE-PENDING-ITEM.
           DISPLAY "Enter sequence ID: " WITH NO ADVANCING
           ACCEPT WS-TARGET-SEQ-ID
           PERFORM FIND-TARGET-ITEM
           IF WS-TARGET-IDX > 0
               MOVE WS-PND-ENTRY(WS-TARGET-IDX) TO WS-PENDING-ITEM
           END-IF
           EVALUATE TRUE
               WHEN WS-TARGET-IDX = 0
                   DISPLAY "Error: sequence " WS-TARGET-SEQ-ID
                       " not found in pending file"
               WHEN NOT WS-PND-PENDING
                   DISPLAY "Error: sequence " WS-TARGET-SEQ-ID
                       " already decided by " WS-PND-APPROVER-ID
               WHEN WS-PND-OPERATOR-ID = WS-APPROVER-ID
                   DISPLAY "Error: you cannot release an item you"
                       " submitted"
               WHEN OTHER
                   PERFORM APPLY-DECISION
           END-EVALUATE.

       APPLY-DECISION.
           IF WS-ACTION = "APPROVE"
               SET WS-PND-APPROVED TO TRUE
           ELSE
               SET WS-PND-DECLINED TO TRUE
           END-IF
           MOVE WS-APPROVER-ID TO WS-PND-APPROVER-ID
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO WS-PND-DECISION-TS
           END-STRING
           MOVE WS-PENDING-ITEM TO WS-PND-ENTRY(WS-TARGET-IDX)
           PERFORM WRITE-APPROVAL-LOG
           IF WS-PND-APPROVED
               DISPLAY "Sequence " WS-PND-SEQ-ID
                   " approved, will post on the next batch run"
           ELSE
               DISPLAY "Sequence " WS-PND-SEQ-ID
                   " declined, will go to suspense on the next"
                   " batch run"
           END-IF.

       OPEN-APPROVAL-LOG.
           OPEN EXTEND APPROVAL-LOG-FILE
           IF WS-APPROVAL-LOG-STATUS NOT = "00"
               OPEN OUTPUT APPROVAL-LOG-FILE
           END-IF
           IF WS-APPROVAL-LOG-STATUS NOT = "00"
               DISPLAY "Error: unable to open approval log, status "
                   WS-APPROVAL-LOG-STATUS
               MOVE 12 TO RETURN-CODE
               PERFORM RELEASE-RUN-LOCK
               STOP RUN
           END-IF.

       WRITE-APPROVAL-LOG.
           MOVE SPACES TO APPROVAL-LOG-RECORD
           MOVE WS-PND-DECISION-TS TO APL-TIMESTAMP
           MOVE WS-ACTION TO APL-ACTION
           MOVE WS-PND-SEQ-ID TO APL-SEQ-ID
           MOVE WS-PND-OPERATOR-ID TO APL-OPERATOR-ID
           MOVE WS-APPROVER-ID TO APL-APPROVER-ID
           MOVE WS-PND-DEPT-LABEL TO APL-DEPT-LABEL
           WRITE APPROVAL-LOG-RECORD
           ADD 1 TO WS-CHANGE-COUNT.

       REWRITE-PENDING-FILE.
           OPEN OUTPUT CALC-PENDING-FILE
           IF WS-PENDING-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to rewrite pending approval"
                   " file, status " WS-PENDING-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-PND-IDX FROM 1 BY 1
                       UNTIL WS-PND-IDX > WS-PND-COUNT
                   MOVE WS-PND-ENTRY(WS-PND-IDX)
                       TO CALC-PENDING-RECORD
                   WRITE CALC-PENDING-RECORD
               END-PERFORM
               CLOSE CALC-PENDING-FILE
           END-IF.
