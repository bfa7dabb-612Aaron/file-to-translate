           SELECT ARCH-CONTROL-FILE ASSIGN TO "CALCACTL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CONTROL-FILE-STATUS.
           SELECT ARCH-CATALOG-FILE ASSIGN TO "CALCACAT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CATALOG-FILE-STATUS.
           SELECT ARCH-INQUIRY-REPORT ASSIGN TO "CALCAIRQ.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INQUIRY-FILE-STATUS.
           05 AUD-RATE-USED            PIC X(11).
           05 FILLER                   PIC X.
           05 AUD-SEQ-ID               PIC X(20).
           05 FILLER                   PIC X.
           05 AUD-EFF-DATE             PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-DEPT-LABEL           PIC X(8).
           05 FILLER                   PIC X.
           05 AUD-CHAIN-VALUE          PIC X(15).

       FD  AUDIT-KEEP-FILE.
       01  AUDIT-KEEP-RECORD           PIC X(149).

       FD  AUDIT-ARCHIVE-FILE.
       01  AUDIT-ARCHIVE-RECORD        PIC X(149).

       FD  ARCH-CONTROL-FILE.
       01  ARCH-CONTROL-RECORD.
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

       FD  ARCH-INQUIRY-REPORT.
       01  ARCH-INQUIRY-LINE           PIC X(149).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-ARCHIVE-FILE-STATUS   PIC XX.
       01 WS-CONTROL-FILE-STATUS   PIC XX.
       01 WS-INQUIRY-FILE-STATUS   PIC XX.
       01 WS-CATALOG-FILE-STATUS   PIC XX.

       01 WS-ARCHIVE-FILE-NAME     PIC X(44) VALUE SPACES.

          88 WS-ARCHIVE-OPENED        VALUE 'Y'.

       01 WS-ARCHIVED-COUNT        PIC 9(8) VALUE 0.
       01 WS-ARCHIVE-END-CHAIN     PIC X(15) VALUE SPACES.
       01 WS-KEPT-COUNT            PIC 9(8) VALUE 0.
       01 WS-INQUIRY-COUNT         PIC 9(8) VALUE 0.
       01 WS-COUNT-DISPLAY         PIC ZZZZZZZ9.
       01 WS-LOCK-SAVE-RC          PIC S9(4) VALUE 0.
       01 WS-RUN-LOCK-REQUEST.
           05 WS-RLQ-FUNCTION       PIC X.
           05 WS-RLQ-PROGRAM        PIC X(16) VALUE "AuditArchive".
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
           ACCEPT WS-RUN-MODE
           EVALUATE TRUE
               WHEN WS-ARCHIVE-MODE
                   PERFORM ACQUIRE-RUN-LOCK
                   IF WS-RLQ-RESULT = 0
                       PERFORM ARCHIVE-PROCESS
                       PERFORM RELEASE-RUN-LOCK
                   ELSE
                       MOVE WS-RLQ-RESULT TO RETURN-CODE
                   END-IF
               WHEN WS-INQUIRY-MODE
                   PERFORM INQUIRY-PROCESS
               WHEN OTHER
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

       ARCHIVE-PROCESS.
           DISPLAY "Enter retention cutoff date (YYYYMMDD),"
               " records before this date are archived: "
                                   TO AUDIT-ARCHIVE-RECORD
                               WRITE AUDIT-ARCHIVE-RECORD
                               ADD 1 TO WS-ARCHIVED-COUNT
                               MOVE AUD-CHAIN-VALUE
                                   TO WS-ARCHIVE-END-CHAIN
                           END-IF
                       ELSE
                           MOVE CALC-AUDIT-RECORD TO AUDIT-KEEP-RECORD
               MOVE WS-ARCHIVED-COUNT TO ACT-ARCHIVED-COUNT
               WRITE ARCH-CONTROL-RECORD
               CLOSE ARCH-CONTROL-FILE
           END-IF
           PERFORM WRITE-ARCHIVE-CATALOG.

       WRITE-ARCHIVE-CATALOG.
           OPEN EXTEND ARCH-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               OPEN OUTPUT ARCH-CATALOG-FILE
           END-IF
           IF WS-CATALOG-FILE-STATUS NOT = "00"
               DISPLAY "Warning: unable to write archive catalog,"
                   " status " WS-CATALOG-FILE-STATUS
           ELSE
               MOVE SPACES TO ARCH-CATALOG-RECORD
               MOVE WS-CUTOFF-DATE TO ACC-BOUNDARY-DATE
               MOVE WS-ARCHIVE-FILE-NAME TO ACC-ARCHIVE-FILE
               MOVE WS-ARCHIVED-COUNT TO ACC-ARCHIVED-COUNT
               MOVE FUNCTION CURRENT-DATE(1:14) TO ACC-ARCHIVED-TS
               MOVE WS-ARCHIVE-END-CHAIN TO ACC-END-CHAIN
               WRITE ARCH-CATALOG-RECORD
               CLOSE ARCH-CATALOG-FILE
           END-IF.

       INQUIRY-PROCESS.
