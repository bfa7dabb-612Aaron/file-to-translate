       IDENTIFICATION DIVISION.
       PROGRAM-ID. GLExtract.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-INTERFACE-FILE ASSIGN TO "CALCIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.
           SELECT GL-MAP-FILE ASSIGN TO "CALCGLMP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MAP-FILE-STATUS.
           SELECT GL-JOURNAL-FILE ASSIGN TO "CALCGLJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-JOURNAL-FILE-STATUS.
           SELECT GL-PROOF-FILE ASSIGN TO "CALCGLRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

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

       FD  GL-MAP-FILE.
       01  GL-MAP-RECORD.
           05 GLM-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 GLM-OPERATION            PIC X.
           05 FILLER                   PIC X.
           05 GLM-STATUS               PIC X(8).
           05 FILLER                   PIC X.
           05 GLM-DEBIT-ACCOUNT        PIC X(12).
           05 FILLER                   PIC X.
           05 GLM-CREDIT-ACCOUNT       PIC X(12).

       FD  GL-JOURNAL-FILE.
       01  GL-JOURNAL-RECORD.
           05 GLJ-RUN-DATE             PIC 9(8).
           05 FILLER                   PIC X.
           05 GLJ-REFERENCE            PIC X(20).
           05 FILLER                   PIC X.
           05 GLJ-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 GLJ-DEBIT-CREDIT         PIC X.
              88 GLJ-DEBIT             VALUE 'D'.
              88 GLJ-CREDIT            VALUE 'C'.
           05 FILLER                   PIC X.
           05 GLJ-ACCOUNT              PIC X(12).
           05 FILLER                   PIC X.
           05 GLJ-AMOUNT               PIC 9(10)V99.
           05 FILLER                   PIC X.
           05 GLJ-OPERATION            PIC X.
           05 FILLER                   PIC X.
           05 GLJ-STATUS               PIC X(8).

       FD  GL-PROOF-FILE.
       01  GL-PROOF-LINE               PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-MAP-FILE-STATUS       PIC XX.
       01 WS-JOURNAL-FILE-STATUS   PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.
       01 WS-HEADER-FOUND-SWITCH   PIC X VALUE 'N'.
          88 WS-HEADER-FOUND          VALUE 'Y'.
       01 WS-BALANCE-SWITCH        PIC X VALUE 'Y'.
          88 WS-IN-BALANCE            VALUE 'Y'.

       01 WS-RUN-DATE              PIC 9(8) VALUE 0.
       01 WS-REC-DEPT              PIC X(8) VALUE SPACES.

       01 WS-MAP-COUNT             PIC 9(3) VALUE 0.
       01 WS-MAP-IDX               PIC 9(3) VALUE 0.
       01 WS-MAP-MATCH-IDX         PIC 9(3) VALUE 0.
       01 WS-MAP-TABLE.
           05 WS-MAP-ENTRY OCCURS 200 TIMES.
              10 WS-MAP-DEPT        PIC X(8).
              10 WS-MAP-OPERATION   PIC X.
              10 WS-MAP-STATUS      PIC X(8).
              10 WS-MAP-DEBIT       PIC X(12).
              10 WS-MAP-CREDIT      PIC X(12).

       01 WS-DEBIT-ACCOUNT         PIC X(12) VALUE SPACES.
       01 WS-CREDIT-ACCOUNT        PIC X(12) VALUE SPACES.
       01 WS-ENTRY-AMOUNT          PIC 9(10)V99 VALUE 0.

       01 WS-DEPT-COUNT            PIC 9(2) VALUE 0.
       01 WS-DEPT-IDX              PIC 9(2) VALUE 0.
       01 WS-DEPT-FOUND-SWITCH     PIC X VALUE 'N'.
          88 WS-DEPT-FOUND            VALUE 'Y'.
       01 WS-DEPT-TABLE.
           05 WS-DEPT-ENTRY OCCURS 20 TIMES.
              10 WS-DEPT-LABEL      PIC X(8).
              10 WS-DEPT-DEBITS     PIC 9(12)V99.
              10 WS-DEPT-CREDITS    PIC 9(12)V99.
              10 WS-DEPT-LINES      PIC 9(6).

       01 WS-DETAIL-COUNT          PIC 9(8) VALUE 0.
       01 WS-ENTRY-COUNT           PIC 9(8) VALUE 0.
       01 WS-SKIPPED-COUNT         PIC 9(8) VALUE 0.
       01 WS-EXCEPTION-COUNT       PIC 9(8) VALUE 0.
       01 WS-TOTAL-DEBITS          PIC 9(12)V99 VALUE 0.
       01 WS-TOTAL-CREDITS         PIC 9(12)V99 VALUE 0.
       01 WS-DIFFERENCE            PIC S9(12)V99 VALUE 0.

       01 WS-COUNT-DISPLAY         PIC ZZZZZZZ9.

       01 WS-EXCEPTION-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "UNMAPPED".
           05 WS-EXL-SEQ-ID        PIC X(20).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-DEPT          PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-OPERATION     PIC X.
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-STATUS        PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-EXL-RESULT        PIC -(10)9.99.
           05 FILLER               PIC X(32) VALUE SPACES.

       01 WS-PROOF-HEADING.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 FILLER               PIC X(10) VALUE "DEPARTMENT".
           05 FILLER               PIC X(8) VALUE "   LINES".
           05 FILLER               PIC X(17)
               VALUE "          DEBITS ".
           05 FILLER               PIC X(17)
               VALUE "         CREDITS ".
           05 FILLER               PIC X(17)
               VALUE "      DIFFERENCE ".
           05 FILLER               PIC X(23) VALUE "  PROOF".

       01 WS-PROOF-DETAIL.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PRF-DEPT          PIC X(10).
           05 WS-PRF-LINES         PIC ZZZZZZZ9.
           05 WS-PRF-DEBITS        PIC Z(12)9.99-.
           05 WS-PRF-CREDITS       PIC Z(12)9.99-.
           05 WS-PRF-DIFFERENCE    PIC Z(12)9.99-.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-PRF-RESULT        PIC X(21).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT GL-PROOF-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open journal proof report,"
                   " status " WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "GENERAL LEDGER JOURNAL EXTRACT AND PROOF"
               TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           PERFORM LOAD-MAP-FILE
           IF RETURN-CODE = 0
               PERFORM EXTRACT-JOURNAL
           END-IF
           IF RETURN-CODE = 0
               PERFORM PROVE-JOURNAL
           END-IF
           CLOSE GL-PROOF-FILE
           IF RETURN-CODE = 0
               IF NOT WS-IN-BALANCE
                   MOVE 8 TO RETURN-CODE
               ELSE
                   IF WS-EXCEPTION-COUNT > 0
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY
           DISPLAY "Journal extract complete, " WS-COUNT-DISPLAY
               " entries written"
           IF WS-EXCEPTION-COUNT > 0
               MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Warning: " WS-COUNT-DISPLAY
                   " unmapped details not journaled"
           END-IF
           IF NOT WS-IN-BALANCE
               DISPLAY "Error: journal is out of balance"
           END-IF
           GOBACK.

       LOAD-MAP-FILE.
           OPEN INPUT GL-MAP-FILE
           IF WS-MAP-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open account mapping file,"
                   " status " WS-MAP-FILE-STATUS
               MOVE "ACCOUNT MAPPING FILE MISSING OR UNREADABLE"
                   TO GL-PROOF-LINE
               WRITE GL-PROOF-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM READ-MAP-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-MAP-COUNT >= 200
                   ADD 1 TO WS-MAP-COUNT
                   MOVE GLM-DEPT-LABEL TO WS-MAP-DEPT(WS-MAP-COUNT)
                   MOVE GLM-OPERATION
                       TO WS-MAP-OPERATION(WS-MAP-COUNT)
                   MOVE GLM-STATUS TO WS-MAP-STATUS(WS-MAP-COUNT)
                   MOVE GLM-DEBIT-ACCOUNT
                       TO WS-MAP-DEBIT(WS-MAP-COUNT)
                   MOVE GLM-CREDIT-ACCOUNT
                       TO WS-MAP-CREDIT(WS-MAP-COUNT)
                   PERFORM READ-MAP-RECORD
               END-PERFORM
               IF NOT WS-END-OF-FILE
                   DISPLAY "Warning: account mapping table full,"
                       " remaining mappings ignored"
               END-IF
               CLOSE GL-MAP-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-MAP-RECORD.
           READ GL-MAP-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       EXTRACT-JOURNAL.
           OPEN INPUT CALC-INTERFACE-FILE
           IF WS-INTERFACE-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open interface file, status "
                   WS-INTERFACE-FILE-STATUS
               MOVE "INTERFACE FILE MISSING OR UNREADABLE"
                   TO GL-PROOF-LINE
               WRITE GL-PROOF-LINE
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT GL-JOURNAL-FILE
               IF WS-JOURNAL-FILE-STATUS NOT = "00"
                   DISPLAY "Error: unable to open journal file, status "
                       WS-JOURNAL-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO GL-PROOF-LINE
                   WRITE GL-PROOF-LINE
                   MOVE "UNMAPPED INTERFACE DETAILS" TO GL-PROOF-LINE
                   WRITE GL-PROOF-LINE
                   PERFORM READ-INTERFACE-RECORD
                   PERFORM UNTIL WS-END-OF-FILE
                       EVALUATE TRUE
                           WHEN ITF-HEADER-REC
                               SET WS-HEADER-FOUND TO TRUE
                               MOVE ITF-RUN-DATE TO WS-RUN-DATE
                           WHEN ITF-DETAIL-REC
                               PERFORM EXTRACT-DETAIL
                       END-EVALUATE
                       PERFORM READ-INTERFACE-RECORD
                   END-PERFORM
                   MOVE 'N' TO WS-EOF-SWITCH
                   IF WS-EXCEPTION-COUNT = 0
                       MOVE "  NONE" TO GL-PROOF-LINE
                       WRITE GL-PROOF-LINE
                   END-IF
                   CLOSE GL-JOURNAL-FILE
                   IF NOT WS-HEADER-FOUND
                       DISPLAY "Error: interface file has no header"
                       MOVE "INTERFACE HEADER MISSING"
                           TO GL-PROOF-LINE
                       WRITE GL-PROOF-LINE
                       MOVE 'N' TO WS-BALANCE-SWITCH
                   END-IF
               END-IF
               CLOSE CALC-INTERFACE-FILE
           END-IF.

       READ-INTERFACE-RECORD.
           READ CALC-INTERFACE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       EXTRACT-DETAIL.
           ADD 1 TO WS-DETAIL-COUNT
           MOVE ITF-DEPT-LABEL TO WS-REC-DEPT
           IF WS-REC-DEPT = SPACES
               MOVE "DEFAULT" TO WS-REC-DEPT
           END-IF
           IF ITF-RESULT = 0
               ADD 1 TO WS-SKIPPED-COUNT
           ELSE
               PERFORM FIND-ACCOUNT-MAPPING
               IF WS-MAP-MATCH-IDX = 0
                   PERFORM WRITE-UNMAPPED-EXCEPTION
               ELSE
                   PERFORM WRITE-JOURNAL-ENTRY
               END-IF
           END-IF.

       FIND-ACCOUNT-MAPPING.
           MOVE 0 TO WS-MAP-MATCH-IDX
           PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                   UNTIL WS-MAP-IDX > WS-MAP-COUNT
               IF WS-MAP-DEPT(WS-MAP-IDX) = WS-REC-DEPT
                   AND WS-MAP-OPERATION(WS-MAP-IDX) = ITF-OPERATION
                   AND WS-MAP-STATUS(WS-MAP-IDX) = ITF-STATUS
                   MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MAP-MATCH-IDX = 0
               PERFORM VARYING WS-MAP-IDX FROM 1 BY 1
                       UNTIL WS-MAP-IDX > WS-MAP-COUNT
                   IF WS-MAP-DEPT(WS-MAP-IDX) = "*"
                       AND WS-MAP-OPERATION(WS-MAP-IDX)
                           = ITF-OPERATION
                       AND WS-MAP-STATUS(WS-MAP-IDX) = ITF-STATUS
                       MOVE WS-MAP-IDX TO WS-MAP-MATCH-IDX
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-UNMAPPED-EXCEPTION.
           ADD 1 TO WS-EXCEPTION-COUNT
           MOVE ITF-SEQ-ID TO WS-EXL-SEQ-ID
           MOVE WS-REC-DEPT TO WS-EXL-DEPT
           MOVE ITF-OPERATION TO WS-EXL-OPERATION
           MOVE ITF-STATUS TO WS-EXL-STATUS
           MOVE ITF-RESULT TO WS-EXL-RESULT
           MOVE WS-EXCEPTION-LINE TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE.

       WRITE-JOURNAL-ENTRY.
           IF ITF-RESULT < 0
               MOVE WS-MAP-CREDIT(WS-MAP-MATCH-IDX)
                   TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-DEBIT(WS-MAP-MATCH-IDX)
                   TO WS-CREDIT-ACCOUNT
               COMPUTE WS-ENTRY-AMOUNT = 0 - ITF-RESULT
           ELSE
               MOVE WS-MAP-DEBIT(WS-MAP-MATCH-IDX)
                   TO WS-DEBIT-ACCOUNT
               MOVE WS-MAP-CREDIT(WS-MAP-MATCH-IDX)
                   TO WS-CREDIT-ACCOUNT
               MOVE ITF-RESULT TO WS-ENTRY-AMOUNT
           END-IF
           MOVE SPACES TO GL-JOURNAL-RECORD
           MOVE WS-RUN-DATE TO GLJ-RUN-DATE
           MOVE ITF-SEQ-ID TO GLJ-REFERENCE
           MOVE WS-REC-DEPT TO GLJ-DEPT-LABEL
           MOVE ITF-OPERATION TO GLJ-OPERATION
           MOVE ITF-STATUS TO GLJ-STATUS
           MOVE WS-ENTRY-AMOUNT TO GLJ-AMOUNT
           SET GLJ-DEBIT TO TRUE
           MOVE WS-DEBIT-ACCOUNT TO GLJ-ACCOUNT
           WRITE GL-JOURNAL-RECORD
           SET GLJ-CREDIT TO TRUE
           MOVE WS-CREDIT-ACCOUNT TO GLJ-ACCOUNT
           WRITE GL-JOURNAL-RECORD
           ADD 1 TO WS-ENTRY-COUNT.

       PROVE-JOURNAL.
           OPEN INPUT GL-JOURNAL-FILE
           IF WS-JOURNAL-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to reopen journal file, status "
                   WS-JOURNAL-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM READ-JOURNAL-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM ADD-JOURNAL-TO-PROOF
                   PERFORM READ-JOURNAL-RECORD
               END-PERFORM
               CLOSE GL-JOURNAL-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               PERFORM WRITE-PROOF-REPORT
           END-IF.

       READ-JOURNAL-RECORD.
           READ GL-JOURNAL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       ADD-JOURNAL-TO-PROOF.
           MOVE 'N' TO WS-DEPT-FOUND-SWITCH
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               IF WS-DEPT-LABEL(WS-DEPT-IDX) = GLJ-DEPT-LABEL
                   SET WS-DEPT-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-DEPT-FOUND
               IF WS-DEPT-COUNT < 20
                   ADD 1 TO WS-DEPT-COUNT
                   MOVE WS-DEPT-COUNT TO WS-DEPT-IDX
                   MOVE GLJ-DEPT-LABEL TO WS-DEPT-LABEL(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-DEBITS(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-CREDITS(WS-DEPT-IDX)
                   MOVE 0 TO WS-DEPT-LINES(WS-DEPT-IDX)
               ELSE
                   DISPLAY "Error: department table full, label "
                       GLJ-DEPT-LABEL " not proved"
                   MOVE 'N' TO WS-BALANCE-SWITCH
                   MOVE 0 TO WS-DEPT-IDX
               END-IF
           END-IF
           IF WS-DEPT-IDX > 0
               ADD 1 TO WS-DEPT-LINES(WS-DEPT-IDX)
               EVALUATE TRUE
                   WHEN GLJ-DEBIT
                       ADD GLJ-AMOUNT TO WS-DEPT-DEBITS(WS-DEPT-IDX)
                       ADD GLJ-AMOUNT TO WS-TOTAL-DEBITS
                   WHEN GLJ-CREDIT
                       ADD GLJ-AMOUNT TO WS-DEPT-CREDITS(WS-DEPT-IDX)
                       ADD GLJ-AMOUNT TO WS-TOTAL-CREDITS
                   WHEN OTHER
                       DISPLAY "Error: journal line for "
                           GLJ-REFERENCE " is neither debit nor credit"
                       MOVE 'N' TO WS-BALANCE-SWITCH
               END-EVALUATE
           END-IF.

       WRITE-PROOF-REPORT.
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           STRING "JOURNAL PROOF FOR RUN DATE " WS-RUN-DATE
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           END-STRING
           WRITE GL-PROOF-LINE
           MOVE WS-PROOF-HEADING TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           PERFORM VARYING WS-DEPT-IDX FROM 1 BY 1
                   UNTIL WS-DEPT-IDX > WS-DEPT-COUNT
               MOVE WS-DEPT-LABEL(WS-DEPT-IDX) TO WS-PRF-DEPT
               MOVE WS-DEPT-LINES(WS-DEPT-IDX) TO WS-PRF-LINES
               MOVE WS-DEPT-DEBITS(WS-DEPT-IDX) TO WS-PRF-DEBITS
               MOVE WS-DEPT-CREDITS(WS-DEPT-IDX) TO WS-PRF-CREDITS
               COMPUTE WS-DIFFERENCE = WS-DEPT-DEBITS(WS-DEPT-IDX)
                   - WS-DEPT-CREDITS(WS-DEPT-IDX)
               MOVE WS-DIFFERENCE TO WS-PRF-DIFFERENCE
               IF WS-DIFFERENCE = 0
                   MOVE "BALANCED" TO WS-PRF-RESULT
               ELSE
                   MOVE "OUT OF BALANCE" TO WS-PRF-RESULT
                   MOVE 'N' TO WS-BALANCE-SWITCH
               END-IF
               MOVE WS-PROOF-DETAIL TO GL-PROOF-LINE
               WRITE GL-PROOF-LINE
           END-PERFORM
           MOVE "TOTAL" TO WS-PRF-DEPT
           COMPUTE WS-PRF-LINES = WS-ENTRY-COUNT * 2
           MOVE WS-TOTAL-DEBITS TO WS-PRF-DEBITS
           MOVE WS-TOTAL-CREDITS TO WS-PRF-CREDITS
           COMPUTE WS-DIFFERENCE = WS-TOTAL-DEBITS - WS-TOTAL-CREDITS
           MOVE WS-DIFFERENCE TO WS-PRF-DIFFERENCE
           IF WS-DIFFERENCE NOT = 0
               MOVE 'N' TO WS-BALANCE-SWITCH
           END-IF
           IF WS-IN-BALANCE
               MOVE "JOURNAL BALANCED" TO WS-PRF-RESULT
           ELSE
               MOVE "JOURNAL OUT OF BALANCE" TO WS-PRF-RESULT
           END-IF
           MOVE WS-PROOF-DETAIL TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE SPACES TO GL-PROOF-LINE
           WRITE GL-PROOF-LINE
           MOVE WS-DETAIL-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO GL-PROOF-LINE
           STRING "INTERFACE DETAILS READ:     " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           END-STRING
           WRITE GL-PROOF-LINE
           MOVE WS-ENTRY-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO GL-PROOF-LINE
           STRING "JOURNAL ENTRIES WRITTEN:    " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           END-STRING
           WRITE GL-PROOF-LINE
           MOVE WS-SKIPPED-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO GL-PROOF-LINE
           STRING "ZERO RESULTS NOT JOURNALED: " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           END-STRING
           WRITE GL-PROOF-LINE
           MOVE WS-EXCEPTION-COUNT TO WS-COUNT-DISPLAY
           MOVE SPACES TO GL-PROOF-LINE
           STRING "UNMAPPED EXCEPTIONS:        " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO GL-PROOF-LINE
           END-STRING
           WRITE GL-PROOF-LINE.
