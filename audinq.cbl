       IDENTIFICATION DIVISION.
       PROGRAM-ID. AuditInquiry.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CALC-HISTORY-FILE ASSIGN TO "CALCAUDX.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS AHX-SEQ-ID
               ALTERNATE RECORD KEY IS AHX-OPER-TS-KEY
                   WITH DUPLICATES
               FILE STATUS IS WS-HISTORY-FILE-STATUS.
           SELECT CALC-AUDIT-FILE ASSIGN TO "CALCAUD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-FILE-STATUS.
           SELECT AUDIT-ARCHIVE-FILE ASSIGN TO DYNAMIC
               WS-ARCHIVE-FILE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-FILE-STATUS.
           SELECT ARCH-CONTROL-FILE ASSIGN TO "CALCACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT ARCH-CATALOG-FILE ASSIGN TO "CALCACAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT CALC-INTERFACE-FILE ASSIGN TO "CALCIF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTERFACE-FILE-STATUS.
           SELECT CALC-REJECT-FILE ASSIGN TO "CALCREJ.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REJECT-FILE-STATUS.
           SELECT CALC-WRITEOFF-FILE ASSIGN TO "CALCWOFF.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-WRITEOFF-FILE-STATUS.
           SELECT HIST-INQUIRY-REPORT ASSIGN TO "CALCHIRQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  CALC-HISTORY-FILE.
       01  CALC-HISTORY-RECORD.
           05 AHX-SEQ-ID               PIC X(20).
           05 AHX-OPER-TS-KEY.
              10 AHX-OPERATOR-ID       PIC X(8).
              10 AHX-TIMESTAMP         PIC X(14).
           05 AHX-AUDIT-IMAGE          PIC X(149).

       FD  CALC-AUDIT-FILE.
       01  CALC-AUDIT-RECORD           PIC X(149).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD        PIC X(149).

       FD  ARCH-CONTROL-FILE.
       01  ARCH-CONTROL-RECORD.
           05 ACT-BOUNDARY-DATE        PIC 9(8).
           05 FILLER                   PIC X.
           05 ACT-ARCHIVE-FILE         PIC X(44).
           05 FILLER                   PIC X.
           05 ACT-ARCHIVED-COUNT       PIC 9(8).

       FD  ARCH-CATALOG-FILE.
       01  ARCH-CATALOG-RECORD.
           05 ACC-BOUNDARY-DATE        PIC 9(8).
           05 FILLER                   PIC X.
           05 ACC-ARCHIVE-FILE         PIC X(44).
           05 FILLER                   PIC X.
           05 ACC-ARCHIVED-COUNT       PIC 9(8).
           05 FILLER                   PIC X.
           05 ACC-ARCHIVED-TS          PIC X(14).
           05 FILLER                   PIC X.
           05 ACC-END-CHAIN            PIC X(15).

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
           05 REJ-DATE-WRITTEN         PIC X(8).
           05 FILLER                   PIC X.
           05 REJ-DEPT-LABEL           PIC X(8).

       FD  CALC-WRITEOFF-FILE.
       01  CALC-WRITEOFF-RECORD.
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

       FD  HIST-INQUIRY-REPORT.
       01  HIST-INQUIRY-LINE           PIC X(140).

       WORKING-STORAGE SECTION.
       01 WS-HISTORY-FILE-STATUS   PIC XX.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-ARCHIVE-FILE-STATUS   PIC XX.
       01 WS-CONTROL-FILE-STATUS   PIC XX.
       01 WS-CATALOG-FILE-STATUS   PIC XX.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-REJECT-FILE-STATUS    PIC XX.
       01 WS-WRITEOFF-FILE-STATUS  PIC XX.
       01 WS-INQUIRY-FILE-STATUS   PIC XX.

       01 WS-ARCHIVE-FILE-NAME     PIC X(44) VALUE SPACES.

       01 WS-RUN-MODE              PIC X VALUE 'S'.
          88 WS-REBUILD-MODE          VALUE 'R'.
          88 WS-SEQUENCE-MODE         VALUE 'S'.
          88 WS-OPERATOR-MODE         VALUE 'O'.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.

       01 WS-AUDIT-LINE.
           05 WS-AUD-TIMESTAMP         PIC X(14).
           05 FILLER                   PIC X.
           05 WS-AUD-OPERATOR-ID       PIC X(8).
           05 FILLER                   PIC X.
           05 WS-AUD-NUM1              PIC X(13).
           05 FILLER                   PIC X.
           05 WS-AUD-NUM2              PIC X(13).
           05 FILLER                   PIC X.
           05 WS-AUD-OPERATION         PIC X.
           05 FILLER                   PIC X.
           05 WS-AUD-RESULT            PIC X(14).
           05 FILLER                   PIC X.
           05 WS-AUD-STATUS            PIC X(8).
           05 FILLER                   PIC X.
           05 WS-AUD-RATE-CODE         PIC X(4).
           05 FILLER                   PIC X.
           05 WS-AUD-RATE-USED         PIC X(11).
           05 FILLER                   PIC X.
           05 WS-AUD-SEQ-ID            PIC X(20).
           05 FILLER                   PIC X.
           05 WS-AUD-EFF-DATE          PIC X(8).
           05 FILLER                   PIC X.
           05 WS-AUD-DEPT-LABEL        PIC X(8).
           05 FILLER                   PIC X.
           05 WS-AUD-CHAIN-VALUE       PIC X(15).

       01 WS-ARCH-COUNT            PIC 9(3) VALUE 0.
       01 WS-ARCH-IDX              PIC 9(3) VALUE 0.
       01 WS-ARCH-TABLE.
           05 WS-ARCH-ENTRY OCCURS 200 TIMES.
              10 WS-ARCH-NAME       PIC X(44).
       01 WS-ARCH-FOUND-SWITCH     PIC X VALUE 'N'.
          88 WS-ARCH-FOUND            VALUE 'Y'.

       01 WS-LOADED-COUNT          PIC 9(8) VALUE 0.
       01 WS-DUP-COUNT             PIC 9(8) VALUE 0.
       01 WS-NO-SEQ-COUNT          PIC 9(8) VALUE 0.
       01 WS-SOURCE-COUNT          PIC 9(8) VALUE 0.

       01 WS-SEQ-ID-IN             PIC X(20) VALUE SPACES.
       01 WS-OPERATOR-IN           PIC X(8) VALUE SPACES.
       01 WS-DATE-IN               PIC X(8) VALUE SPACES.

       01 WS-INQ-COUNT             PIC 9(3) VALUE 0.
       01 WS-INQ-IDX               PIC 9(3) VALUE 0.
       01 WS-INQ-TABLE.
           05 WS-INQ-ENTRY OCCURS 500 TIMES.
              10 WS-INQ-SEQ-ID      PIC X(20).
       01 WS-INQ-MATCH-SWITCH      PIC X VALUE 'N'.
          88 WS-INQ-MATCHED           VALUE 'Y'.
       01 WS-INQ-FULL-SWITCH       PIC X VALUE 'N'.
          88 WS-INQ-TABLE-FULL        VALUE 'Y'.

       01 WS-HISTORY-DONE-SWITCH   PIC X VALUE 'N'.
          88 WS-HISTORY-DONE          VALUE 'Y'.

       01 WS-AUDIT-FOUND           PIC 9(8) VALUE 0.
       01 WS-INTERFACE-FOUND       PIC 9(8) VALUE 0.
       01 WS-SUSPENSE-FOUND        PIC 9(8) VALUE 0.
       01 WS-WRITEOFF-FOUND        PIC 9(8) VALUE 0.

       01 WS-NUM-EDIT-1            PIC -(9)9.99.
       01 WS-NUM-EDIT-2            PIC -(9)9.99.
       01 WS-RESULT-EDIT           PIC -(10)9.99.
       01 WS-COUNT-DISPLAY         PIC ZZZZZZZ9.
       01 WS-LOCK-SAVE-RC          PIC S9(4) VALUE 0.
       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "AuditInquiry".
           05 WS-RLQ-OPERATOR-ID    PIC X(8) VALUE "BATCH".
           05 WS-RLQ-RUN-ID         PIC X(14).
           05 WS-RLQ-RESULT         PIC 9(2).
           05 WS-RLQ-HELD-PROGRAM   PIC X(16).
           05 WS-RLQ-HELD-OPERATOR  PIC X(8).
           05 WS-RLQ-HELD-START-TS  PIC X(14).
           05 WS-RLQ-HELD-RUN-ID    PIC X(14).
           05 WS-RLQ-HELD-AGE       PIC 9(9).

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           DISPLAY "Audit History Inquiry".
           DISPLAY "Enter mode (S=Sequence ID, O=Operator and date,"
               " R=Rebuild history): " WITH NO ADVANCING
           ACCEPT WS-RUN-MODE
           EVALUATE TRUE
               WHEN WS-REBUILD-MODE
                   PERFORM REBUILD-PROCESS
               WHEN WS-SEQUENCE-MODE OR WS-OPERATOR-MODE
                   PERFORM INQUIRY-PROCESS
               WHEN OTHER
                   DISPLAY "Error: mode must be S, O or R"
                   MOVE 8 TO RETURN-CODE
           END-EVALUATE
           GOBACK.

       REBUILD-PROCESS.
           PERFORM LOAD-ARCHIVE-LIST
           PERFORM ACQUIRE-RUN-LOCK
           IF WS-RLQ-RESULT NOT = 0
               IF WS-RLQ-RESULT = 16
                   DISPLAY "Error: audit history rebuild refused, run"
                       " lock held by " WS-RLQ-HELD-PROGRAM
                       " operator " WS-RLQ-HELD-OPERATOR
                       " run " WS-RLQ-HELD-RUN-ID
               END-IF
               MOVE WS-RLQ-RESULT TO RETURN-CODE
               GOBACK
           END-IF
           OPEN OUTPUT CALC-HISTORY-FILE
           IF WS-HISTORY-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to create audit history, status "
                   WS-HISTORY-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                       UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
                   MOVE WS-ARCH-NAME(WS-ARCH-IDX)
                       TO WS-ARCHIVE-FILE-NAME
                   PERFORM LOAD-ARCHIVE-FILE
               END-PERFORM
               PERFORM LOAD-CURRENT-AUDIT-FILE
               CLOSE CALC-HISTORY-FILE
               MOVE WS-LOADED-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "Audit history rebuilt, " WS-COUNT-DISPLAY
                   " records loaded"
               IF WS-DUP-COUNT > 0
                   MOVE WS-DUP-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "Warning: " WS-COUNT-DISPLAY
                       " duplicate sequence IDs not loaded"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
               IF WS-NO-SEQ-COUNT > 0
                   MOVE WS-NO-SEQ-COUNT TO WS-COUNT-DISPLAY
                   DISPLAY "Records without a sequence ID skipped: "
                       WS-COUNT-DISPLAY
               END-IF
           END-IF
           PERFORM RELEASE-RUN-LOCK.

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

       LOAD-ARCHIVE-LIST.
           MOVE 0 TO WS-ARCH-COUNT
           OPEN INPUT ARCH-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM READ-CATALOG-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE ACC-ARCHIVE-FILE TO WS-ARCHIVE-FILE-NAME
                   PERFORM ADD-ARCHIVE-NAME
                   PERFORM READ-CATALOG-RECORD
               END-PERFORM
               CLOSE ARCH-CATALOG-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF
           OPEN INPUT ARCH-CONTROL-FILE
           IF WS-CONTROL-FILE-STATUS = "00"
               READ ARCH-CONTROL-FILE
                   NOT AT END
                       MOVE ACT-ARCHIVE-FILE TO WS-ARCHIVE-FILE-NAME
                       PERFORM ADD-ARCHIVE-NAME
               END-READ
               CLOSE ARCH-CONTROL-FILE
           END-IF.

       ADD-ARCHIVE-NAME.
           MOVE 'N' TO WS-ARCH-FOUND-SWITCH
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
               IF WS-ARCH-NAME(WS-ARCH-IDX) = WS-ARCHIVE-FILE-NAME
                   SET WS-ARCH-FOUND TO TRUE
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF NOT WS-ARCH-FOUND AND WS-ARCHIVE-FILE-NAME NOT = SPACES
               IF WS-ARCH-COUNT < 200
                   ADD 1 TO WS-ARCH-COUNT
                   MOVE WS-ARCHIVE-FILE-NAME
                       TO WS-ARCH-NAME(WS-ARCH-COUNT)
               ELSE
                   DISPLAY "Warning: archive list full, "
                       WS-ARCHIVE-FILE-NAME " not loaded"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       READ-CATALOG-RECORD.
           READ ARCH-CATALOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-ARCHIVE-FILE.
           MOVE 0 TO WS-SOURCE-COUNT
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               DISPLAY "Warning: unable to open archive file "
                   WS-ARCHIVE-FILE-NAME ", status "
                   WS-ARCHIVE-FILE-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-ARCHIVE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE AUDIT-ARCHIVE-RECORD TO WS-AUDIT-LINE
                   PERFORM LOAD-HISTORY-RECORD
                   PERFORM READ-ARCHIVE-RECORD
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-SOURCE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "  " WS-ARCHIVE-FILE-NAME " records read: "
                   WS-COUNT-DISPLAY
           END-IF.

       READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-CURRENT-AUDIT-FILE.
           MOVE 0 TO WS-SOURCE-COUNT
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               DISPLAY "Warning: unable to open audit file, status "
                   WS-AUDIT-FILE-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE CALC-AUDIT-RECORD TO WS-AUDIT-LINE
                   PERFORM LOAD-HISTORY-RECORD
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE CALC-AUDIT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-SOURCE-COUNT TO WS-COUNT-DISPLAY
               DISPLAY "  CALCAUD.DAT records read: " WS-COUNT-DISPLAY
           END-IF.

       READ-AUDIT-RECORD.
           READ CALC-AUDIT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       LOAD-HISTORY-RECORD.
           ADD 1 TO WS-SOURCE-COUNT
           IF WS-AUD-SEQ-ID = SPACES
               ADD 1 TO WS-NO-SEQ-COUNT
           ELSE
               MOVE SPACES TO CALC-HISTORY-RECORD
               MOVE WS-AUD-SEQ-ID TO AHX-SEQ-ID
               MOVE WS-AUD-OPERATOR-ID TO AHX-OPERATOR-ID
               MOVE WS-AUD-TIMESTAMP TO AHX-TIMESTAMP
               MOVE WS-AUDIT-LINE TO AHX-AUDIT-IMAGE
               WRITE CALC-HISTORY-RECORD
                   INVALID KEY
                       ADD 1 TO WS-DUP-COUNT
                   NOT INVALID KEY
                       ADD 1 TO WS-LOADED-COUNT
               END-WRITE
           END-IF.

       INQUIRY-PROCESS.
           IF WS-SEQUENCE-MODE
               DISPLAY "Enter sequence ID: " WITH NO ADVANCING
               ACCEPT WS-SEQ-ID-IN
               IF WS-SEQ-ID-IN = SPACES
                   DISPLAY "Error: sequence ID is required"
                   MOVE 8 TO RETURN-CODE
               END-IF
           ELSE
               DISPLAY "Enter operator ID: " WITH NO ADVANCING
               ACCEPT WS-OPERATOR-IN
               DISPLAY "Enter activity date (YYYYMMDD): "
                   WITH NO ADVANCING
               ACCEPT WS-DATE-IN
               IF WS-OPERATOR-IN = SPACES OR WS-DATE-IN NOT NUMERIC
                   DISPLAY "Error: operator ID and an eight digit"
                       " date are required"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           IF RETURN-CODE = 0
               OPEN INPUT CALC-HISTORY-FILE
               IF WS-HISTORY-FILE-STATUS NOT = "00"
                   DISPLAY "Error: unable to open audit history,"
                       " status " WS-HISTORY-FILE-STATUS
                   MOVE 12 TO RETURN-CODE
               ELSE
                   OPEN OUTPUT HIST-INQUIRY-REPORT
                   IF WS-INQUIRY-FILE-STATUS NOT = "00"
                       DISPLAY "Error: unable to open inquiry report,"
                           " status " WS-INQUIRY-FILE-STATUS
                       MOVE 12 TO RETURN-CODE
                       CLOSE CALC-HISTORY-FILE
                   ELSE
                       PERFORM WRITE-INQUIRY-HEADING
                       IF WS-SEQUENCE-MODE
                           PERFORM FIND-BY-SEQUENCE
                       ELSE
                           PERFORM FIND-BY-OPERATOR
                       END-IF
                       CLOSE CALC-HISTORY-FILE
                       PERFORM REPORT-RELATED-ENTRIES
                       PERFORM WRITE-INQUIRY-TOTALS
                       CLOSE HIST-INQUIRY-REPORT
                   END-IF
               END-IF
           END-IF.

       WRITE-INQUIRY-HEADING.
           MOVE SPACES TO HIST-INQUIRY-LINE
           IF WS-SEQUENCE-MODE
               STRING "AUDIT HISTORY INQUIRY - SEQUENCE "
                   WS-SEQ-ID-IN DELIMITED BY SIZE
                   INTO HIST-INQUIRY-LINE
               END-STRING
           ELSE
               STRING "AUDIT HISTORY INQUIRY - OPERATOR "
                   WS-OPERATOR-IN " DATE " WS-DATE-IN
                   DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
               END-STRING
           END-IF
           WRITE HIST-INQUIRY-LINE
           MOVE SPACES TO HIST-INQUIRY-LINE
           WRITE HIST-INQUIRY-LINE
           MOVE "SOURCE     SEQUENCE ID          DETAIL"
               TO HIST-INQUIRY-LINE
           WRITE HIST-INQUIRY-LINE.

       FIND-BY-SEQUENCE.
           MOVE WS-SEQ-ID-IN TO AHX-SEQ-ID
           READ CALC-HISTORY-FILE
               KEY IS AHX-SEQ-ID
               INVALID KEY
                   PERFORM REPORT-SEQUENCE-NOT-FOUND
               NOT INVALID KEY
                   PERFORM REPORT-HISTORY-RECORD
           END-READ
           MOVE 1 TO WS-INQ-COUNT
           MOVE WS-SEQ-ID-IN TO WS-INQ-SEQ-ID(1).

       REPORT-SEQUENCE-NOT-FOUND.
           MOVE SPACES TO HIST-INQUIRY-LINE
           STRING "AUDIT      " WS-SEQ-ID-IN
               " NOT FOUND IN AUDIT HISTORY"
               DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
           END-STRING
           WRITE HIST-INQUIRY-LINE.

       FIND-BY-OPERATOR.
           MOVE 'N' TO WS-HISTORY-DONE-SWITCH
           MOVE WS-OPERATOR-IN TO AHX-OPERATOR-ID
           MOVE SPACES TO AHX-TIMESTAMP
           STRING WS-DATE-IN "000000" DELIMITED BY SIZE
               INTO AHX-TIMESTAMP
           END-STRING
           START CALC-HISTORY-FILE
               KEY IS NOT LESS THAN AHX-OPER-TS-KEY
               INVALID KEY
                   SET WS-HISTORY-DONE TO TRUE
           END-START
           PERFORM UNTIL WS-HISTORY-DONE
               READ CALC-HISTORY-FILE NEXT RECORD
                   AT END
                       SET WS-HISTORY-DONE TO TRUE
                   NOT AT END
                       IF AHX-OPERATOR-ID NOT = WS-OPERATOR-IN
                               OR AHX-TIMESTAMP(1:8) NOT = WS-DATE-IN
                           SET WS-HISTORY-DONE TO TRUE
                       ELSE
                           PERFORM REPORT-HISTORY-RECORD
                           PERFORM ADD-INQUIRY-SEQ-ID
                       END-IF
               END-READ
           END-PERFORM
           IF WS-AUDIT-FOUND = 0
               MOVE "AUDIT      NO ACTIVITY FOR THIS OPERATOR AND DATE"
                   TO HIST-INQUIRY-LINE
               WRITE HIST-INQUIRY-LINE
           END-IF.

       ADD-INQUIRY-SEQ-ID.
           IF WS-INQ-COUNT < 500
               ADD 1 TO WS-INQ-COUNT
               MOVE AHX-SEQ-ID TO WS-INQ-SEQ-ID(WS-INQ-COUNT)
           ELSE
               IF NOT WS-INQ-TABLE-FULL
                   SET WS-INQ-TABLE-FULL TO TRUE
                   DISPLAY "Warning: more than 500 transactions,"
                       " related entries shown for the first 500 only"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       REPORT-HISTORY-RECORD.
           ADD 1 TO WS-AUDIT-FOUND
           MOVE AHX-AUDIT-IMAGE TO WS-AUDIT-LINE
           MOVE SPACES TO HIST-INQUIRY-LINE
           STRING "AUDIT      " WS-AUD-SEQ-ID " "
               WS-AUD-TIMESTAMP " " WS-AUD-OPERATOR-ID " "
               WS-AUD-NUM1 " " WS-AUD-OPERATION " "
               WS-AUD-NUM2 " = " WS-AUD-RESULT " "
               WS-AUD-STATUS " " WS-AUD-RATE-CODE " "
               WS-AUD-EFF-DATE " " WS-AUD-DEPT-LABEL
               DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
           END-STRING
           WRITE HIST-INQUIRY-LINE.

       REPORT-RELATED-ENTRIES.
           PERFORM SCAN-INTERFACE-FILE
           PERFORM SCAN-REJECT-FILE
           PERFORM SCAN-WRITEOFF-FILE.

       SCAN-INTERFACE-FILE.
           OPEN INPUT CALC-INTERFACE-FILE
           IF WS-INTERFACE-FILE-STATUS = "00"
               PERFORM READ-INTERFACE-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   IF ITF-DETAIL-REC
                       MOVE ITF-SEQ-ID TO AHX-SEQ-ID
                       PERFORM MATCH-INQUIRY-SEQ-ID
                       IF WS-INQ-MATCHED
                           PERFORM REPORT-INTERFACE-RECORD
                       END-IF
                   END-IF
                   PERFORM READ-INTERFACE-RECORD
               END-PERFORM
               CLOSE CALC-INTERFACE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-INTERFACE-RECORD.
           READ CALC-INTERFACE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       REPORT-INTERFACE-RECORD.
           ADD 1 TO WS-INTERFACE-FOUND
           MOVE ITF-NUM1 TO WS-NUM-EDIT-1
           MOVE ITF-NUM2 TO WS-NUM-EDIT-2
           MOVE ITF-RESULT TO WS-RESULT-EDIT
           MOVE SPACES TO HIST-INQUIRY-LINE
           STRING "INTERFACE  " ITF-SEQ-ID " "
               ITF-DEPT-LABEL " " WS-NUM-EDIT-1 " "
               ITF-OPERATION " " WS-NUM-EDIT-2 " = "
               WS-RESULT-EDIT " " ITF-STATUS " " ITF-RATE-CODE
               DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
           END-STRING
           WRITE HIST-INQUIRY-LINE.

       SCAN-REJECT-FILE.
           OPEN INPUT CALC-REJECT-FILE
           IF WS-REJECT-FILE-STATUS = "00"
               PERFORM READ-REJECT-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE REJ-SEQ-ID TO AHX-SEQ-ID
                   PERFORM MATCH-INQUIRY-SEQ-ID
                   IF WS-INQ-MATCHED
                       ADD 1 TO WS-SUSPENSE-FOUND
                       MOVE SPACES TO HIST-INQUIRY-LINE
                       STRING "SUSPENSE   " REJ-SEQ-ID " "
                           REJ-DEPT-LABEL " " REJ-REASON
                           " WRITTEN " REJ-DATE-WRITTEN
                           " RECORD " REJ-RECORD-NUM " "
                           REJ-RECORD-IMAGE
                           DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
                       END-STRING
                       WRITE HIST-INQUIRY-LINE
                   END-IF
                   PERFORM READ-REJECT-RECORD
               END-PERFORM
               CLOSE CALC-REJECT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-REJECT-RECORD.
           READ CALC-REJECT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       SCAN-WRITEOFF-FILE.
           OPEN INPUT CALC-WRITEOFF-FILE
           IF WS-WRITEOFF-FILE-STATUS = "00"
               PERFORM READ-WRITEOFF-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE WOF-SEQ-ID TO AHX-SEQ-ID
                   PERFORM MATCH-INQUIRY-SEQ-ID
                   IF WS-INQ-MATCHED
                       ADD 1 TO WS-WRITEOFF-FOUND
                       MOVE SPACES TO HIST-INQUIRY-LINE
                       STRING "WRITE-OFF  " WOF-SEQ-ID " "
                           WOF-DEPT-LABEL " " WOF-REASON
                           " WRITTEN " WOF-DATE-WRITTEN
                           " RECORD " WOF-RECORD-NUM " "
                           WOF-RECORD-IMAGE
                           DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
                       END-STRING
                       WRITE HIST-INQUIRY-LINE
                   END-IF
                   PERFORM READ-WRITEOFF-RECORD
               END-PERFORM
               CLOSE CALC-WRITEOFF-FILE
               MOVE 'N' TO WS-EOF-SWITCH
           END-IF.

       READ-WRITEOFF-RECORD.
           READ CALC-WRITEOFF-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       MATCH-INQUIRY-SEQ-ID.
           MOVE 'N' TO WS-INQ-MATCH-SWITCH
           IF AHX-SEQ-ID NOT = SPACES
               PERFORM VARYING WS-INQ-IDX FROM 1 BY 1
                       UNTIL WS-INQ-IDX > WS-INQ-COUNT
                   IF WS-INQ-SEQ-ID(WS-INQ-IDX) = AHX-SEQ-ID
                       SET WS-INQ-MATCHED TO TRUE
                       EXIT PERFORM
                   END-IF
               END-PERFORM
           END-IF.

       WRITE-INQUIRY-TOTALS.
           MOVE SPACES TO HIST-INQUIRY-LINE
           WRITE HIST-INQUIRY-LINE
           MOVE WS-AUDIT-FOUND TO WS-COUNT-DISPLAY
           MOVE SPACES TO HIST-INQUIRY-LINE
           STRING "AUDIT ENTRIES:      " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
           END-STRING
           WRITE HIST-INQUIRY-LINE
           MOVE WS-INTERFACE-FOUND TO WS-COUNT-DISPLAY
           MOVE SPACES TO HIST-INQUIRY-LINE
           STRING "INTERFACE ENTRIES:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
           END-STRING
           WRITE HIST-INQUIRY-LINE
           MOVE WS-SUSPENSE-FOUND TO WS-COUNT-DISPLAY
           MOVE SPACES TO HIST-INQUIRY-LINE
           STRING "SUSPENSE ENTRIES:   " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
           END-STRING
           WRITE HIST-INQUIRY-LINE
           MOVE WS-WRITEOFF-FOUND TO WS-COUNT-DISPLAY
           MOVE SPACES TO HIST-INQUIRY-LINE
           STRING "WRITE-OFF ENTRIES:  " WS-COUNT-DISPLAY
               DELIMITED BY SIZE INTO HIST-INQUIRY-LINE
           END-STRING
           WRITE HIST-INQUIRY-LINE
           IF WS-AUDIT-FOUND = 0
               DISPLAY "No audit history found for the inquiry"
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           DISPLAY "Audit history inquiry complete, see CALCHIRQ.TXT".
