       IDENTIFICATION DIVISION.
       PROGRAM-ID. PostingAck.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-INTERFACE-FILE ASSIGN TO "CALCIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.
           SELECT DEPT-INTERFACE-FILE ASSIGN TO DYNAMIC
               WS-DEPT-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-DEPT-FILE-STATUS.
           SELECT DEPT-ACK-FILE ASSIGN TO DYNAMIC
               WS-ACK-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ACK-FILE-STATUS.
           SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT WRITE-OFF-FILE ASSIGN TO "CALCWOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITE-OFF-STATUS.
           SELECT SUSP-LOG-FILE ASSIGN TO "CALCSLOG.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SUSP-LOG-STATUS.
           SELECT ACK-REPORT-FILE ASSIGN TO "CALCKRPT.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.
           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCAUDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHX-SEQ-ID
               ALTERNATE RECORD KEY IS AHX-OPER-TS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-INTERFACE-FILE.
       01  CALC-INTERFACE-RECORD.
           05 ITF-RECORD-TYPE          PIC X.
              88 ITF-HEADER-REC        VALUE 'H'.
              88 ITF-DETAIL-REC        VALUE 'D'.
              88 ITF-TRAILER-REC       VALUE 'T'.
           05 ITF-HEADER-DATA.
              10 ITF-RUN-DATE          PIC 9(8).
              10 FILLER                PIC X(96).
           05 ITF-DETAIL-DATA REDEFINES ITF-HEADER-DATA.
              10 ITF-OPERATION         PIC X.
              10 ITF-NUM1              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
              10 ITF-NUM2              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
              10 ITF-RESULT            PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
              10 ITF-STATUS            PIC X(8).
              10 ITF-RATE-CODE         PIC X(4).
              10 ITF-RATE-USED         PIC X(10).
              10 ITF-SEQ-ID            PIC X(20).
              10 ITF-DEPT-LABEL        PIC X(8).
              10 FILLER                PIC X.
              10 ITF-CHAIN-VALUE       PIC X(15).
           05 ITF-TRAILER-DATA REDEFINES ITF-HEADER-DATA.
              10 ITF-RECORD-COUNT      PIC 9(8).
              10 FILLER                PIC X(96).

       FD  DEPT-INTERFACE-FILE.
       01  DEPT-INTERFACE-RECORD.
           05 DIF-RECORD-TYPE          PIC X.
              88 DIF-HEADER-REC        VALUE 'H'.
              88 DIF-DETAIL-REC        VALUE 'D'.
              88 DIF-TRAILER-REC       VALUE 'T'.
           05 DIF-HEADER-DATA.
              10 DIF-RUN-DATE          PIC 9(8).
              10 FILLER                PIC X(96).
           05 DIF-DETAIL-DATA REDEFINES DIF-HEADER-DATA.
              10 DIF-OPERATION         PIC X.
              10 DIF-NUM1              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
              10 DIF-NUM2              PIC S9(9)V99
                                       SIGN LEADING SEPARATE.
              10 DIF-RESULT            PIC S9(10)V99
                                       SIGN LEADING SEPARATE.
              10 DIF-STATUS            PIC X(8).
              10 DIF-RATE-CODE         PIC X(4).
              10 DIF-RATE-USED         PIC X(10).
              10 DIF-SEQ-ID            PIC X(20).
              10 DIF-DEPT-LABEL        PIC X(8).
              10 FILLER                PIC X.
              10 DIF-CHAIN-VALUE       PIC X(15).

       FD  DEPT-ACK-FILE.
       01  DEPT-ACK-RECORD.
           05 ACK-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 ACK-RESPONSE             PIC X(4).
              88 ACK-POSITIVE          VALUE "ACK ".
              88 ACK-NEGATIVE          VALUE "NACK".
           05 FILLER                   PIC X.
           05 ACK-REASON-CODE          PIC X(8).
           05 FILLER                   PIC X.
           05 ACK-DATE                 PIC X(8).

       FD  CALC-REJECT-FILE.
       01  CALC-REJECT-RECORD.
           05 REJ-RECORD-IMAGE         PIC X(26).
           05 FILLER                   PIC X.
           05 REJ-REASON               PIC X(8).
           05 FILLER                   PIC X.
           05 REJ-RECORD-NUM           PIC 9(8).
           05 FILLER                   PIC X.
           05 REJ-VERSION              PIC X.
           05 FILLER                   PIC X.
           05 REJ-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 REJ-DATE-WRITTEN         PIC 9(8).
           05 FILLER                   PIC X.
           05 REJ-DEPT-LABEL           PIC X(8).

       FD  WRITE-OFF-FILE.
       01  WRITE-OFF-RECORD.
           05 WOF-RECORD-IMAGE         PIC X(26).
           05 FILLER                   PIC X.
           05 WOF-REASON               PIC X(8).
           05 FILLER                   PIC X.
           05 WOF-RECORD-NUM           PIC 9(8).
           05 FILLER                   PIC X.
           05 WOF-VERSION              PIC X.
           05 FILLER                   PIC X.
           05 WOF-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 WOF-DATE-WRITTEN         PIC X(8).
           05 FILLER                   PIC X.
           05 WOF-DEPT-LABEL           PIC X(8).

       FD  SUSP-LOG-FILE.
       01  SUSP-LOG-RECORD.
           05 SLG-TIMESTAMP            PIC X(14).
           05 FILLER                   PIC X.
           05 SLG-ACTION               PIC X(8).
           05 FILLER                   PIC X.
           05 SLG-REASON               PIC X(8).
           05 FILLER                   PIC X.
           05 SLG-RECORD-NUM           PIC 9(8).
           05 FILLER                   PIC X.
           05 SLG-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 SLG-DEPT-LABEL           PIC X(8).

       FD  ACK-REPORT-FILE.
       01  ACK-REPORT-LINE             PIC X(100).

       FD  CALC-HISTORY-FILE.
       01  CALC-HISTORY-RECORD.
           05 AHX-SEQ-ID               PIC X(20).
           05 AHX-OPER-TS-KEY.
              10 AHX-OPERATOR-ID       PIC X(8).
              10 AHX-TIMESTAMP         PIC X(14).
           05 AHX-AUDIT-IMAGE          PIC X(149).
           05 AHX-AUDIT-FIELDS REDEFINES AHX-AUDIT-IMAGE.
              10 FILLER                PIC X(116).
              10 AHX-AUD-EFF-DATE      PIC X(8).
              10 FILLER                PIC X(25).

       WORKING-STORAGE SECTION.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-DEPT-FILE-STATUS      PIC XX.
       01 WS-ACK-FILE-STATUS       PIC XX.
       01 WS-REJECT-FILE-STATUS    PIC XX.
       01 WS-WRITE-OFF-STATUS      PIC XX.
       01 WS-SUSP-LOG-STATUS       PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.
       01 WS-HISTORY-FILE-STATUS   PIC XX.

       01 WS-DEPT-FILE-NAME        PIC X(44) VALUE SPACES.
       01 WS-ACK-FILE-NAME         PIC X(44) VALUE SPACES.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.

       01 WS-TODAY-DATE            PIC 9(8) VALUE 0.
       01 WS-TODAY-INTEGER         PIC 9(8) VALUE 0.
       01 WS-CUTOFF-IN             PIC X(4) VALUE SPACES.
       01 WS-CUTOFF-DAYS           PIC 9(4) VALUE 0.
       01 WS-DEPT-RUN-DATE         PIC 9(8) VALUE 0.
       01 WS-POSTING-AGE-DAYS      PIC S9(8) VALUE 0.

       01 WS-REC-DEPT              PIC X(8) VALUE SPACES.
       01 WS-DEPT-COUNT            PIC 9(2) VALUE 0.
       01 WS-DEPT-IDX              PIC 9(2) VALUE 0.
       01 WS-SCAN-IDX              PIC 9(2) VALUE 0.
       01 WS-DEPT-FOUND-SWITCH     PIC X VALUE 'N'.
          88 WS-DEPT-FOUND            VALUE 'Y'.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
              10 WS-DEPT-LABEL      PIC X(8).

       01 WS-NAME-LABEL            PIC X(8) VALUE SPACES.
       01 WS-LABEL-LEN             PIC 9(2) VALUE 0.
       01 WS-CHAR-IDX              PIC 9(2) VALUE 0.

       01 WS-DETAIL-COUNT          PIC 9(4) VALUE 0.
       01 WS-DTL-IDX               PIC 9(4) VALUE 0.
       01 WS-MATCH-IDX             PIC 9(4) VALUE 0.
       01 WS-DETAIL-TABLE.
           05 WS-DETAIL-ENTRY OCCURS 2000 TIMES.
              10 WS-DTL-OPERATION   PIC X.
              10 WS-DTL-NUM1        PIC S9(9)V99.
              10 WS-DTL-NUM2        PIC S9(9)V99.
              10 WS-DTL-RESULT      PIC S9(10)V99.
              10 WS-DTL-STATUS      PIC X(8).
              10 WS-DTL-RATE-CODE   PIC X(4).
              10 WS-DTL-SEQ-ID      PIC X(20).
              10 WS-DTL-ACK-STATE   PIC X.
                 88 WS-DTL-NO-ACK      VALUE SPACE.
                 88 WS-DTL-ACKED       VALUE 'A'.
                 88 WS-DTL-NACKED      VALUE 'N'.

       01 WS-ROUTED-COUNT          PIC 9(4) VALUE 0.
       01 WS-ROUTED-IDX            PIC 9(4) VALUE 0.
       01 WS-ROUTED-KEY            PIC X(20) VALUE SPACES.
       01 WS-ROUTED-TABLE.
           05 WS-ROUTED-SEQ-ID OCCURS 2000 TIMES PIC X(20).
       01 WS-ROUTED-SWITCH         PIC X VALUE 'N'.
          88 WS-ALREADY-ROUTED        VALUE 'Y'.

       01 WS-OUTPUT-OPEN-SW        PIC X VALUE 'N'.
          88 WS-OUTPUT-OPEN           VALUE 'Y'.
       01 WS-HISTORY-OPEN-SW       PIC X VALUE 'N'.
          88 WS-HISTORY-OPEN          VALUE 'Y'.
       01 WS-VALUE-DATE-SW         PIC X VALUE 'N'.
          88 WS-VALUE-DATE-FALLBACK   VALUE 'Y'.

       01 WS-NACK-IMAGE.
           05 WS-NKI-RECORD-TYPE    PIC X.
           05 WS-NKI-V2-DATA.
              10 WS-NKI-NUM1        PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
              10 WS-NKI-NUM2        PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
              10 WS-NKI-OPERATION   PIC X.
           05 WS-NKI-RATE-DATA REDEFINES WS-NKI-V2-DATA.
              10 WS-NKI-AMOUNT      PIC S9(9)V99
                                    SIGN LEADING SEPARATE.
              10 WS-NKI-RATE-CODE   PIC X(4).
              10 WS-NKI-VALUE-DATE  PIC 9(8).
              10 FILLER             PIC X.

       01 WS-DEPT-ACKED            PIC 9(6) VALUE 0.
       01 WS-DEPT-NACKED           PIC 9(6) VALUE 0.
       01 WS-DEPT-OVERDUE          PIC 9(6) VALUE 0.
       01 WS-DEPT-AWAITING         PIC 9(6) VALUE 0.
       01 WS-DEPT-UNKNOWN          PIC 9(6) VALUE 0.

       01 WS-TOTAL-DETAILS         PIC 9(8) VALUE 0.
       01 WS-TOTAL-ACKED           PIC 9(8) VALUE 0.
       01 WS-TOTAL-NACKED          PIC 9(8) VALUE 0.
       01 WS-TOTAL-ROUTED          PIC 9(8) VALUE 0.
       01 WS-TOTAL-OVERDUE         PIC 9(8) VALUE 0.
       01 WS-TOTAL-AWAITING        PIC 9(8) VALUE 0.
       01 WS-TOTAL-UNKNOWN         PIC 9(8) VALUE 0.
       01 WS-TOTAL-RUN-DATED       PIC 9(8) VALUE 0.

       01 WS-COUNT-DISPLAY-1       PIC ZZZZZ9.
       01 WS-COUNT-DISPLAY-2       PIC ZZZZZ9.
       01 WS-COUNT-DISPLAY-3       PIC ZZZZZ9.
       01 WS-COUNT-DISPLAY-4       PIC ZZZZZ9.
       01 WS-COUNT-DISPLAY-5       PIC ZZZZZ9.
       01 WS-COUNT-DISPLAY         PIC ZZZZZZZ9.
       01 WS-AGE-DISPLAY           PIC ZZZ9.

       01 WS-LOCK-SAVE-RC          PIC S9(4) VALUE 0.
       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "PostingAck".
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
           05 WS-CDT-TIME           PIC 9(6).
           05 FILLER                PIC X(7).

       01 WS-EXCEPTION-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-EXL-TAG           PIC X(10).
           05 WS-EXL-SEQ-ID        PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-REASON        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-OPERATION     PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-RESULT        PIC -(10)9.99.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-NOTE          PIC X(41).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Posting Acknowledgment Reconciliation".
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           COMPUTE WS-TODAY-INTEGER
               = FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
           DISPLAY "Enter acknowledgment cutoff in days: "
               WITH NO ADVANCING
           ACCEPT WS-CUTOFF-IN
           IF WS-CUTOFF-IN NOT NUMERIC
               DISPLAY "Error: acknowledgment cutoff must be numeric"
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE WS-CUTOFF-IN TO WS-CUTOFF-DAYS
           PERFORM COLLECT-DEPT-LABELS
           IF WS-DEPT-COUNT = 0
               DISPLAY "No interface details to reconcile"
               GOBACK
           END-IF
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-RLQ-RESULT NOT = 0
               MOVE WS-RLQ-RESULT TO RETURN-CODE
               GOBACK
           END-IF
           PERFORM LOAD-ROUTED-NACKS
           PERFORM OPEN-OUTPUT-FILES
           IF WS-OUTPUT-OPEN
               PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                       UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
                   PERFORM RECONCILE-ONE-DEPT
               END-PERFORM
               PERFORM WRITE-REPORT-TOTALS
               CLOSE CALC-REJECT-FILE
               CLOSE SUSP-LOG-FILE
               CLOSE ACK-REPORT-FILE
               IF WS-HISTORY-OPEN
                   CLOSE CALC-HISTORY-FILE
               END-IF
               IF RETURN-CODE < 4
                   IF WS-TOTAL-NACKED > 0
                           OR WS-TOTAL-OVERDUE > 0
                           OR WS-TOTAL-UNKNOWN > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               MOVE WS-TOTAL-ROUTED TO WS-COUNT-DISPLAY
               DISPLAY "Acknowledgment reconciliation complete, "
                   WS-COUNT-DISPLAY " NACKs routed to suspense"
           END-IF
           PERFORM RELEASE-RUN-LOCK
           GOBACK.

       ACQUIRE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
           MOVE 'A' TO WS-RLQ-FUNCTION
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RLQ-RUN-ID
           CALL "RunLock" USING WS-RUN-LOCK-REQUEST
               ON EXCEPTION
                   DISPLAY "Error: run lock program not available"
                   MOVE 12 TO WS-RLQ-RESULT
           END-CALL
           MOVE WS-LOCK-SAVE-RC TO RETURN-CODE.

       RELEASE-RUN-LOCK.
           MOVE RETURN-CODE TO WS-LOCK-SAVE-RC
           MOVE 'R' TO WS-RLQ-FUNCTION
           CALL "RunLock" USING WS-RUN-LOCK-REQUEST
               ON EXCEPTION
                   DISPLAY "Warning: run lock program not available"
           END-CALL
           MOVE WS-LOCK-SAVE-RC TO RETURN-CODE.

       COLLECT-DEPT-LABELS.
           OPEN INPUT CALC-INTERFACE-FILE
           IF WS-INTERFACE-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open interface file, status "
                   WS-INTERFACE-FILE-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-INTERFACE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF ITF-DETAIL-REC
                       PERFORM NOTE-DEPT-LABEL
                   END-IF
                   PERFORM READ-INTERFACE-RECORD
               END-PERFORM
               CLOSE CALC-INTERFACE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       NOTE-DEPT-LABEL.
           MOVE ITF-DEPT-LABEL TO WS-REC-DEPT
           IF WS-REC-DEPT = SPACES
               MOVE "DEFAULT" TO WS-REC-DEPT
           END-IF
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-SCAN-IDX FROM 1 BY 1
                   UNTIL WS-SCAN-IDX > WS-DEPT-COUNT
               IF WS-DEPT-LABEL(WS-SCAN-IDX) = WS-REC-DEPT
                   SET WS-DEPT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < 20
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-REC-DEPT TO WS-DEPT-LABEL(WS-DEPT-COUNT)
               ELSE
                   DISPLAY "Error: department table full, label "
                       WS-REC-DEPT " not reconciled"
                   IF RETURN-CODE < 8
                       MOVE 8 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       READ-INTERFACE-RECORD.
           READ CALC-INTERFACE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ROUTED-NACKS.
           MOVE 0 TO WS-ROUTED-COUNT
           OPEN INPUT CALC-REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM READ-REJECT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF REJ-REASON = "NACK"
                       MOVE REJ-SEQ-ID TO WS-ROUTED-KEY
                       PERFORM NOTE-ROUTED-NACK
                   END-IF
                   PERFORM READ-REJECT-RECORD
               END-PERFORM
               CLOSE CALC-REJECT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT WRITE-OFF-FILE
           IF WS-WRITE-OFF-STATUS = "00"
               PERFORM READ-WRITE-OFF-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF WOF-REASON = "NACK"
                       MOVE WOF-SEQ-ID TO WS-ROUTED-KEY
                       PERFORM NOTE-ROUTED-NACK
                   END-IF
                   PERFORM READ-WRITE-OFF-RECORD
               END-PERFORM
               CLOSE WRITE-OFF-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       NOTE-ROUTED-NACK.
           IF WS-ROUTED-COUNT < 2000
               ADD 1 TO WS-ROUTED-COUNT
               MOVE WS-ROUTED-KEY
                   TO WS-ROUTED-SEQ-ID(WS-ROUTED-COUNT)
           ELSE
               DISPLAY "Warning: routed NACK table full, earlier"
                   " NACKs may be routed again"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-REJECT-RECORD.
           READ CALC-REJECT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       READ-WRITE-OFF-RECORD.
           READ WRITE-OFF-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       OPEN-OUTPUT-FILES.
           OPEN OUTPUT ACK-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open acknowledgment report,"
                   " status " WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN EXTEND CALC-REJECT-FILE
               IF WS-REJECT-FILE-STATUS NOT = "00"
                   OPEN OUTPUT CALC-REJECT-FILE
               END-IF
               OPEN EXTEND SUSP-LOG-FILE
               IF WS-SUSP-LOG-STATUS NOT = "00"
                   OPEN OUTPUT SUSP-LOG-FILE
               END-IF
               IF WS-REJECT-FILE-STATUS NOT = "00"
                       OR WS-SUSP-LOG-STATUS NOT = "00"
                   DISPLAY "Error: unable to open suspense files"
                   MOVE 12 TO RETURN-CODE
                   CLOSE ACK-REPORT-FILE
               ELSE
                   SET WS-OUTPUT-OPEN TO TRUE
                   PERFORM OPEN-HISTORY-FILE
                   MOVE "POSTING ACKNOWLEDGMENT RECONCILIATION"
                       TO ACK-REPORT-LINE
                   WRITE ACK-REPORT-LINE
                   MOVE WS-CUTOFF-DAYS TO WS-AGE-DISPLAY
                   MOVE SPACES TO ACK-REPORT-LINE
                   STRING "RUN DATE " WS-TODAY-DATE
                       "  ACKNOWLEDGMENT CUTOFF " WS-AGE-DISPLAY
                       " DAYS" DELIMITED BY SIZE INTO ACK-REPORT-LINE
                   END-STRING
                   WRITE ACK-REPORT-LINE
               END-IF
           END-IF.

       OPEN-HISTORY-FILE.
           OPEN INPUT CALC-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS = "00"
               SET WS-HISTORY-OPEN TO TRUE
           ELSE
               DISPLAY "Warning: unable to open audit history, status "
                   WS-HISTORY-FILE-STATUS
                   ", rate and fee NACKs use the posting run date"
           END-IF.

       BUILD-DEPT-FILE-NAMES.
           MOVE WS-DEPT-LABEL(WS-DEPT-IDX) TO WS-NAME-LABEL
           MOVE 0 TO WS-LABEL-LEN
           PERFORM VARYING WS-CHAR-IDX FROM 8 BY -1
                   UNTIL WS-CHAR-IDX < 1 OR WS-LABEL-LEN > 0
               IF WS-NAME-LABEL(WS-CHAR-IDX:1) NOT = SPACE
                   MOVE WS-CHAR-IDX TO WS-LABEL-LEN
               END-IF
           END-PERFORM
           IF WS-LABEL-LEN = 0
               MOVE "DEFAULT" TO WS-NAME-LABEL
               MOVE 7 TO WS-LABEL-LEN
           END-IF
           PERFORM VARYING WS-CHAR-IDX FROM 1 BY 1
                   UNTIL WS-CHAR-IDX > WS-LABEL-LEN
               IF WS-NAME-LABEL(WS-CHAR-IDX:1) = SPACE
                   MOVE '-' TO WS-NAME-LABEL(WS-CHAR-IDX:1)
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-DEPT-FILE-NAME
           STRING "CALCIF" WS-NAME-LABEL(1:WS-LABEL-LEN) ".DAT"
               DELIMITED BY SIZE INTO WS-DEPT-FILE-NAME
           END-STRING
           MOVE SPACES TO WS-ACK-FILE-NAME
           STRING "CALCAK" WS-NAME-LABEL(1:WS-LABEL-LEN) ".DAT"
               DELIMITED BY SIZE INTO WS-ACK-FILE-NAME
           END-STRING.

       RECONCILE-ONE-DEPT.
           PERFORM BUILD-DEPT-FILE-NAMES
           MOVE 0 TO WS-DEPT-ACKED
           MOVE 0 TO WS-DEPT-NACKED
           MOVE 0 TO WS-DEPT-OVERDUE
           MOVE 0 TO WS-DEPT-AWAITING
           MOVE 0 TO WS-DEPT-UNKNOWN
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "DEPARTMENT " WS-DEPT-LABEL(WS-DEPT-IDX)
               "  POSTING FILE " WS-DEPT-FILE-NAME(1:20)
               "  ACK FILE " WS-ACK-FILE-NAME(1:20)
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           PERFORM LOAD-DEPT-DETAILS
           IF WS-DEPT-FILE-STATUS = "00"
               PERFORM MATCH-ACK-FILE
               PERFORM REPORT-UNACKNOWLEDGED
               PERFORM WRITE-DEPT-SUMMARY
           END-IF.

       LOAD-DEPT-DETAILS.
           MOVE 0 TO WS-DETAIL-COUNT
           MOVE 0 TO WS-DEPT-RUN-DATE
           OPEN INPUT DEPT-INTERFACE-FILE
           IF WS-DEPT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open " WS-DEPT-FILE-NAME
                   ", status " WS-DEPT-FILE-STATUS
               MOVE "  POSTING FILE MISSING OR UNREADABLE"
                   TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-DEPT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   EVALUATE TRUE
                       WHEN DIF-HEADER-REC
                           MOVE DIF-RUN-DATE TO WS-DEPT-RUN-DATE
                       WHEN DIF-DETAIL-REC
                           PERFORM STORE-DEPT-DETAIL
                   END-EVALUATE
                   PERFORM READ-DEPT-RECORD
               END-PERFORM
               CLOSE DEPT-INTERFACE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               ADD WS-DETAIL-COUNT TO WS-TOTAL-DETAILS
               MOVE 0 TO WS-POSTING-AGE-DAYS
               IF WS-DEPT-RUN-DATE > 0
                   COMPUTE WS-POSTING-AGE-DAYS
                       = WS-TODAY-INTEGER
                       - FUNCTION INTEGER-OF-DATE(WS-DEPT-RUN-DATE)
               END-IF
           END-IF.

       STORE-DEPT-DETAIL.
           IF WS-DETAIL-COUNT < 2000
               ADD 1 TO WS-DETAIL-COUNT
               MOVE DIF-OPERATION TO WS-DTL-OPERATION(WS-DETAIL-COUNT)
               MOVE DIF-NUM1 TO WS-DTL-NUM1(WS-DETAIL-COUNT)
               MOVE DIF-NUM2 TO WS-DTL-NUM2(WS-DETAIL-COUNT)
               MOVE DIF-RESULT TO WS-DTL-RESULT(WS-DETAIL-COUNT)
               MOVE DIF-STATUS TO WS-DTL-STATUS(WS-DETAIL-COUNT)
               MOVE DIF-RATE-CODE TO WS-DTL-RATE-CODE(WS-DETAIL-COUNT)
               MOVE DIF-SEQ-ID TO WS-DTL-SEQ-ID(WS-DETAIL-COUNT)
               MOVE SPACE TO WS-DTL-ACK-STATE(WS-DETAIL-COUNT)
           ELSE
               DISPLAY "Error: posting detail table full for "
                   WS-DEPT-LABEL(WS-DEPT-IDX)
               IF RETURN-CODE < 8
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-DEPT-RECORD.
           READ DEPT-INTERFACE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       MATCH-ACK-FILE.
           OPEN INPUT DEPT-ACK-FILE
           IF WS-ACK-FILE-STATUS NOT = "00"
               MOVE "  NO ACKNOWLEDGMENT FILE RECEIVED"
                   TO ACK-REPORT-LINE
               WRITE ACK-REPORT-LINE
           ELSE
               PERFORM READ-ACK-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM MATCH-ONE-ACK
                   PERFORM READ-ACK-RECORD
               END-PERFORM
               CLOSE DEPT-ACK-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-ACK-RECORD.
           READ DEPT-ACK-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       MATCH-ONE-ACK.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DETAIL-COUNT
               IF WS-DTL-SEQ-ID(WS-DTL-IDX) = ACK-SEQ-ID
                   MOVE WS-DTL-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           MOVE SPACES TO WS-EXL-TAG
           MOVE ACK-SEQ-ID TO WS-EXL-SEQ-ID
           MOVE ACK-REASON-CODE TO WS-EXL-REASON
           MOVE SPACE TO WS-EXL-OPERATION
           MOVE 0 TO WS-EXL-RESULT
           MOVE SPACES TO WS-EXL-NOTE
           EVALUATE TRUE
               WHEN NOT ACK-POSITIVE AND NOT ACK-NEGATIVE
                   MOVE "BAD ACK" TO WS-EXL-TAG
                   MOVE "RESPONSE CODE NOT ACK OR NACK"
                       TO WS-EXL-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-DEPT-UNKNOWN
               WHEN WS-MATCH-IDX = 0
                   MOVE "UNKNOWN" TO WS-EXL-TAG
                   MOVE "SEQUENCE NOT IN POSTING FILE"
                       TO WS-EXL-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-DEPT-UNKNOWN
               WHEN NOT WS-DTL-NO-ACK(WS-MATCH-IDX)
                   MOVE "DUP ACK" TO WS-EXL-TAG
                   MOVE "SEQUENCE ALREADY ACKNOWLEDGED"
                       TO WS-EXL-NOTE
                   PERFORM WRITE-EXCEPTION-LINE
                   ADD 1 TO WS-DEPT-UNKNOWN
               WHEN ACK-POSITIVE
                   SET WS-DTL-ACKED(WS-MATCH-IDX) TO TRUE
                   ADD 1 TO WS-DEPT-ACKED
               WHEN OTHER
                   SET WS-DTL-NACKED(WS-MATCH-IDX) TO TRUE
                   ADD 1 TO WS-DEPT-NACKED
                   PERFORM ROUTE-NACK-TO-SUSPENSE
           END-EVALUATE.

       ROUTE-NACK-TO-SUSPENSE.
           MOVE "NACK" TO WS-EXL-TAG
           MOVE WS-DTL-OPERATION(WS-MATCH-IDX) TO WS-EXL-OPERATION
           MOVE WS-DTL-RESULT(WS-MATCH-IDX) TO WS-EXL-RESULT
           MOVE 'N' TO WS-ROUTED-SWITCH
           PERFORM VARYING WS-ROUTED-IDX FROM 1 BY 1
                   UNTIL WS-ROUTED-IDX > WS-ROUTED-COUNT
               IF WS-ROUTED-SEQ-ID(WS-ROUTED-IDX) = ACK-SEQ-ID
                   SET WS-ALREADY-ROUTED TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           EVALUATE TRUE
               WHEN WS-ALREADY-ROUTED
                   MOVE "ALREADY IN SUSPENSE FROM EARLIER NACK"
                       TO WS-EXL-NOTE
               WHEN WS-DTL-STATUS(WS-MATCH-IDX) NOT = "OK"
                       AND WS-DTL-STATUS(WS-MATCH-IDX) NOT = "REVERSAL"
                   MOVE "NOT POSTED, ALREADY REJECTED AS "
                       TO WS-EXL-NOTE
                   MOVE WS-DTL-STATUS(WS-MATCH-IDX)
                       TO WS-EXL-NOTE(33:8)
               WHEN OTHER
                   PERFORM WRITE-NACK-SUSPENSE
                   IF WS-VALUE-DATE-FALLBACK
                       MOVE "ROUTED TO SUSPENSE, VALUE DATE = RUN DATE"
                           TO WS-EXL-NOTE
                   ELSE
                       MOVE "ROUTED TO SUSPENSE" TO WS-EXL-NOTE
                   END-IF
           END-EVALUATE
           PERFORM WRITE-EXCEPTION-LINE.

       WRITE-NACK-SUSPENSE.
           PERFORM BUILD-NACK-IMAGE
           MOVE SPACES TO CALC-REJECT-RECORD
           MOVE WS-NACK-IMAGE TO REJ-RECORD-IMAGE
           MOVE "NACK" TO REJ-REASON
           MOVE WS-MATCH-IDX TO REJ-RECORD-NUM
           MOVE '2' TO REJ-VERSION
           MOVE ACK-SEQ-ID TO REJ-SEQ-ID
           MOVE WS-TODAY-DATE TO REJ-DATE-WRITTEN
           MOVE WS-DEPT-LABEL(WS-DEPT-IDX) TO REJ-DEPT-LABEL
           WRITE CALC-REJECT-RECORD
           MOVE SPACES TO SUSP-LOG-RECORD
           MOVE FUNCTION CURRENT-DATE TO WS-CURRENT-DATE-TIME
           STRING WS-CDT-DATE WS-CDT-TIME DELIMITED BY SIZE
               INTO SLG-TIMESTAMP
           END-STRING
           MOVE "NACK" TO SLG-ACTION
           MOVE ACK-REASON-CODE TO SLG-REASON
           MOVE WS-MATCH-IDX TO SLG-RECORD-NUM
           MOVE ACK-SEQ-ID TO SLG-SEQ-ID
           MOVE WS-DEPT-LABEL(WS-DEPT-IDX) TO SLG-DEPT-LABEL
           WRITE SUSP-LOG-RECORD
           IF WS-ROUTED-COUNT < 2000
               ADD 1 TO WS-ROUTED-COUNT
               MOVE ACK-SEQ-ID TO WS-ROUTED-SEQ-ID(WS-ROUTED-COUNT)
           END-IF
           ADD 1 TO WS-TOTAL-ROUTED.

       BUILD-NACK-IMAGE.
           MOVE SPACES TO WS-NACK-IMAGE
           MOVE 'N' TO WS-VALUE-DATE-SW
           EVALUATE TRUE
               WHEN WS-DTL-OPERATION(WS-MATCH-IDX) = 'R'
                       OR WS-DTL-OPERATION(WS-MATCH-IDX) = 'F'
                   MOVE WS-DTL-OPERATION(WS-MATCH-IDX)
                       TO WS-NKI-RECORD-TYPE
                   MOVE WS-DTL-NUM1(WS-MATCH-IDX) TO WS-NKI-AMOUNT
                   MOVE WS-DTL-RATE-CODE(WS-MATCH-IDX)
                       TO WS-NKI-RATE-CODE
                   PERFORM SET-NACK-VALUE-DATE
               WHEN WS-DTL-STATUS(WS-MATCH-IDX) = "REVERSAL"
                   MOVE 'V' TO WS-NKI-RECORD-TYPE
                   MOVE WS-DTL-NUM1(WS-MATCH-IDX) TO WS-NKI-NUM1
                   MOVE WS-DTL-NUM2(WS-MATCH-IDX) TO WS-NKI-NUM2
                   MOVE WS-DTL-OPERATION(WS-MATCH-IDX)
                       TO WS-NKI-OPERATION
               WHEN OTHER
                   MOVE 'T' TO WS-NKI-RECORD-TYPE
                   MOVE WS-DTL-NUM1(WS-MATCH-IDX) TO WS-NKI-NUM1
                   MOVE WS-DTL-NUM2(WS-MATCH-IDX) TO WS-NKI-NUM2
                   MOVE WS-DTL-OPERATION(WS-MATCH-IDX)
                       TO WS-NKI-OPERATION
           END-EVALUATE.

       SET-NACK-VALUE-DATE.
           SET WS-VALUE-DATE-FALLBACK TO TRUE
           IF WS-HISTORY-OPEN
               MOVE ACK-SEQ-ID TO AHX-SEQ-ID
               READ CALC-HISTORY-FILE
                   KEY IS AHX-SEQ-ID
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       IF AHX-AUD-EFF-DATE NUMERIC
                               AND AHX-AUD-EFF-DATE NOT = ZERO
                           MOVE AHX-AUD-EFF-DATE TO WS-NKI-VALUE-DATE
                           MOVE 'N' TO WS-VALUE-DATE-SW
                       END-IF
               END-READ
           END-IF
           IF WS-VALUE-DATE-FALLBACK
               MOVE WS-DEPT-RUN-DATE TO WS-NKI-VALUE-DATE
               ADD 1 TO WS-TOTAL-RUN-DATED
           END-IF.

       REPORT-UNACKNOWLEDGED.
           PERFORM VARYING WS-DTL-IDX FROM 1 BY 1
                   UNTIL WS-DTL-IDX > WS-DETAIL-COUNT
               IF WS-DTL-NO-ACK(WS-DTL-IDX)
                   IF WS-POSTING-AGE-DAYS > WS-CUTOFF-DAYS
                       ADD 1 TO WS-DEPT-OVERDUE
                       MOVE "NO ACK" TO WS-EXL-TAG
                       MOVE WS-DTL-SEQ-ID(WS-DTL-IDX) TO WS-EXL-SEQ-ID
                       MOVE WS-DTL-STATUS(WS-DTL-IDX) TO WS-EXL-REASON
                       MOVE WS-DTL-OPERATION(WS-DTL-IDX)
                           TO WS-EXL-OPERATION
                       MOVE WS-DTL-RESULT(WS-DTL-IDX) TO WS-EXL-RESULT
                       MOVE WS-POSTING-AGE-DAYS TO WS-AGE-DISPLAY
                       MOVE SPACES TO WS-EXL-NOTE
                       STRING "PAST CUTOFF, POSTED " WS-AGE-DISPLAY
                           " DAYS AGO" DELIMITED BY SIZE
                           INTO WS-EXL-NOTE
                       END-STRING
                       PERFORM WRITE-EXCEPTION-LINE
                   ELSE
                       ADD 1 TO WS-DEPT-AWAITING
                   END-IF
               END-IF
           END-PERFORM.

       WRITE-EXCEPTION-LINE.
           MOVE WS-EXCEPTION-LINE TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE.

       WRITE-DEPT-SUMMARY.
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY-1
           MOVE WS-DEPT-ACKED TO WS-COUNT-DISPLAY-2
           MOVE WS-DEPT-NACKED TO WS-COUNT-DISPLAY-3
           MOVE WS-DEPT-OVERDUE TO WS-COUNT-DISPLAY-4
           MOVE WS-DEPT-AWAITING TO WS-COUNT-DISPLAY-5
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "  DETAILS " WS-COUNT-DISPLAY-1
               "  ACKED " WS-COUNT-DISPLAY-2
               "  NACKED " WS-COUNT-DISPLAY-3
               "  NO ACK PAST CUTOFF " WS-COUNT-DISPLAY-4
               "  AWAITING " WS-COUNT-DISPLAY-5
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           ADD WS-DEPT-ACKED TO WS-TOTAL-ACKED
           ADD WS-DEPT-NACKED TO WS-TOTAL-NACKED
           ADD WS-DEPT-OVERDUE TO WS-TOTAL-OVERDUE
           ADD WS-DEPT-AWAITING TO WS-TOTAL-AWAITING
           ADD WS-DEPT-UNKNOWN TO WS-TOTAL-UNKNOWN.

       WRITE-REPORT-TOTALS.
           MOVE SPACES TO ACK-REPORT-LINE
           WRITE ACK-REPORT-LINE
           MOVE WS-TOTAL-DETAILS TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "TOTAL POSTED DETAILS:          " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE WS-TOTAL-ACKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "ACKNOWLEDGED:                  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE WS-TOTAL-NACKED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "NEGATIVELY ACKNOWLEDGED:       " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE WS-TOTAL-ROUTED TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "NACKS ROUTED TO SUSPENSE:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE WS-TOTAL-OVERDUE TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "NO ACKNOWLEDGMENT PAST CUTOFF: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE WS-TOTAL-AWAITING TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "AWAITING WITHIN CUTOFF:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           MOVE WS-TOTAL-UNKNOWN TO WS-COUNT-DISPLAY
           MOVE SPACES TO ACK-REPORT-LINE
           STRING "UNMATCHED OR INVALID ACKS:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO ACK-REPORT-LINE
           END-STRING
           WRITE ACK-REPORT-LINE
           IF WS-TOTAL-RUN-DATED > 0
               MOVE WS-TOTAL-RUN-DATED TO WS-COUNT-DISPLAY
               MOVE SPACES TO ACK-REPORT-LINE
               STRING "NACKS VALUE-DATED TO RUN DATE: " WS-COUNT-DISPLAY
                   DELIMITED BY SIZE INTO ACK-REPORT-LINE
               END-STRING
               WRITE ACK-REPORT-LINE
           END-IF.
