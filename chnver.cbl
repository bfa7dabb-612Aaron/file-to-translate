       IDENTIFICATION DIVISION.
       PROGRAM-ID. ChainVerify.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
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
           SELECT CALC-SEAL-FILE ASSIGN TO "CALCSEAL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SEAL-FILE-STATUS.
           SELECT CHAIN-REPORT-FILE ASSIGN TO "CALCCHRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
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
           05 ITF-TRAILER-DATA REDEFINES ITF-HEADER-DATA.
              10 ITF-RECORD-COUNT      PIC 9(8).
              10 FILLER                PIC X(96).

       FD  CALC-SEAL-FILE.
       01  CALC-SEAL-RECORD.
           05 SEAL-RUN-ID              PIC X(14).
           05 FILLER                   PIC X.
           05 SEAL-SEALED-TS           PIC X(14).
           05 FILLER                   PIC X.
           05 SEAL-OPERATOR-ID         PIC X(8).
           05 FILLER                   PIC X.
           05 SEAL-RUN-MODE            PIC X.
           05 FILLER                   PIC X.
           05 SEAL-AUDIT-COUNT         PIC 9(8).
           05 FILLER                   PIC X.
           05 SEAL-FIRST-SEQ-ID        PIC X(20).
           05 FILLER                   PIC X.
           05 SEAL-LAST-SEQ-ID         PIC X(20).
           05 FILLER                   PIC X.
           05 SEAL-AUDIT-START         PIC 9(15).
           05 FILLER                   PIC X.
           05 SEAL-AUDIT-END           PIC 9(15).
           05 FILLER                   PIC X.
           05 SEAL-INTERFACE-COUNT     PIC 9(8).
           05 FILLER                   PIC X.
           05 SEAL-INTERFACE-END       PIC 9(15).
           05 FILLER                   PIC X.
           05 SEAL-VALUE               PIC 9(15).

       FD  CHAIN-REPORT-FILE.
       01  CHAIN-REPORT-LINE           PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-AUDIT-FILE-STATUS     PIC XX.
       01 WS-ARCHIVE-FILE-STATUS   PIC XX.
       01 WS-CONTROL-FILE-STATUS   PIC XX.
       01 WS-CATALOG-FILE-STATUS   PIC XX.
       01 WS-INTERFACE-FILE-STATUS PIC XX.
       01 WS-SEAL-FILE-STATUS      PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.

       01 WS-ARCHIVE-FILE-NAME     PIC X(44) VALUE SPACES.
       01 WS-ARCHIVE-END-CHAIN     PIC X(15) VALUE SPACES.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.

       01 WS-CHAIN-MODULUS         PIC 9(15) VALUE 999999999999989.
       01 WS-CHAIN-WORK            PIC 9(18) VALUE 0.
       01 WS-CHAIN-VALUE           PIC 9(15) VALUE 0.
       01 WS-CHAIN-IMAGE           PIC X(149) VALUE SPACES.
       01 WS-CHAIN-LENGTH          PIC 9(3) VALUE 0.
       01 WS-CHAIN-IDX             PIC 9(3) VALUE 0.
       01 WS-PREV-CHAIN            PIC 9(15) VALUE 0.
       01 WS-STORED-CHAIN          PIC 9(15) VALUE 0.
       01 WS-CHAIN-STARTED-SW      PIC X VALUE 'N'.
          88 WS-CHAIN-STARTED         VALUE 'Y'.

       01 WS-AUDIT-LINE.
           05 WS-AUD-BODY.
              10 FILLER             PIC X(95).
              10 WS-AUD-SEQ-ID      PIC X(20).
              10 FILLER             PIC X(18).
           05 FILLER                PIC X.
           05 WS-AUD-CHAIN-VALUE    PIC X(15).

       01 WS-ARCH-COUNT            PIC 9(3) VALUE 0.
       01 WS-ARCH-IDX              PIC 9(3) VALUE 0.
       01 WS-ARCH-TABLE.
           05 WS-ARCH-ENTRY OCCURS 200 TIMES.
              10 WS-ARCH-NAME       PIC X(44).
              10 WS-ARCH-END-CHAIN  PIC X(15).
       01 WS-ARCH-FOUND-SWITCH     PIC X VALUE 'N'.
          88 WS-ARCH-FOUND            VALUE 'Y'.

       01 WS-SEAL-COUNT            PIC 9(4) VALUE 0.
       01 WS-SEAL-IDX              PIC 9(4) VALUE 0.
       01 WS-SEAL-READ-COUNT       PIC 9(8) VALUE 0.
       01 WS-SEAL-TABLE.
           05 WS-SEAL-ENTRY OCCURS 2000 TIMES.
              10 WS-SL-RUN-ID       PIC X(14).
              10 WS-SL-AUDIT-COUNT  PIC 9(8).
              10 WS-SL-LAST-SEQ-ID  PIC X(20).
              10 WS-SL-AUDIT-END    PIC 9(15).
              10 WS-SL-MATCHED      PIC X.
       01 WS-SEAL-PRESENT-SW       PIC X VALUE 'N'.
          88 WS-SEAL-PRESENT          VALUE 'Y'.
       01 WS-LATEST-SEAL-RUN-ID    PIC X(14) VALUE SPACES.
       01 WS-LATEST-IF-COUNT       PIC 9(8) VALUE 0.
       01 WS-LATEST-IF-END         PIC 9(15) VALUE 0.

       01 WS-SEAL-BREAK-SW         PIC X VALUE 'N'.
          88 WS-SEAL-BROKEN           VALUE 'Y'.
       01 WS-AUDIT-BREAK-SW        PIC X VALUE 'N'.
          88 WS-AUDIT-BROKEN          VALUE 'Y'.
       01 WS-INTERFACE-BREAK-SW    PIC X VALUE 'N'.
          88 WS-INTERFACE-BROKEN      VALUE 'Y'.
       01 WS-BREAK-SEQ-ID          PIC X(20) VALUE SPACES.
       01 WS-BREAK-FILE            PIC X(44) VALUE SPACES.
       01 WS-BREAK-REASON          PIC X(60) VALUE SPACES.

       01 WS-FIRST-WALK-SEQ-ID     PIC X(20) VALUE SPACES.
       01 WS-LAST-READ-SEQ-ID      PIC X(20) VALUE SPACES.
       01 WS-SOURCE-COUNT          PIC 9(8) VALUE 0.
       01 WS-AUDIT-CHECKED         PIC 9(8) VALUE 0.
       01 WS-UNCHAINED-COUNT       PIC 9(8) VALUE 0.
       01 WS-ARCHIVES-READ         PIC 9(8) VALUE 0.
       01 WS-INTERFACE-CHECKED     PIC 9(8) VALUE 0.

       01 WS-BREAK-LINE.
           05 WS-BKL-LABEL          PIC X(30).
           05 WS-BKL-SEQ-ID         PIC X(20).
           05 FILLER                PIC X(4) VALUE " IN ".
           05 WS-BKL-FILE           PIC X(44).
           05 FILLER                PIC X(2) VALUE SPACES.
       01 WS-REASON-LINE.
           05 FILLER                PIC X(10) VALUE "  REASON: ".
           05 WS-RSL-REASON         PIC X(60).
           05 FILLER                PIC X(30) VALUE SPACES.
       01 WS-FILE-LINE.
           05 FILLER                PIC X(4) VALUE SPACES.
           05 WS-FLL-FILE           PIC X(44).
           05 FILLER                PIC X(16)
               VALUE " RECORDS READ: ".
           05 WS-FLL-COUNT          PIC ZZZZZZZ9.
           05 FILLER                PIC X(28) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 WS-SML-LABEL          PIC X(44).
           05 WS-SML-COUNT          PIC ZZZZZZZ9.
           05 FILLER                PIC X(48) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           OPEN OUTPUT CHAIN-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open chain report, status "
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
           ELSE
               MOVE "CALCULATOR HASH CHAIN VERIFICATION"
                   TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               PERFORM VERIFY-SEAL-CHAIN
               PERFORM LOAD-ARCHIVE-LIST
               PERFORM VERIFY-AUDIT-CHAIN
               PERFORM VERIFY-INTERFACE-CHAIN
               PERFORM REPORT-CHAIN-SUMMARY
               CLOSE CHAIN-REPORT-FILE
               IF WS-SEAL-BROKEN OR WS-AUDIT-BROKEN
                       OR WS-INTERFACE-BROKEN
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       VERIFY-SEAL-CHAIN.
           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "RUN SEAL CHAIN" TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE 0 TO WS-PREV-CHAIN
           OPEN INPUT CALC-SEAL-FILE
           IF WS-SEAL-FILE-STATUS NOT = "00"
               DISPLAY "Warning: no run seal file, audit and interface"
                   " chains not checked against run seals"
               MOVE "  NO RUN SEAL FILE - NOT CHECKED"
                   TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               SET WS-SEAL-PRESENT TO TRUE
               PERFORM READ-SEAL-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-SEAL-BROKEN
                   ADD 1 TO WS-SEAL-READ-COUNT
                   PERFORM CHECK-SEAL-LINK
                   PERFORM READ-SEAL-RECORD
               END-PERFORM
               CLOSE CALC-SEAL-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE "CALCSEAL.DAT" TO WS-FLL-FILE
               MOVE WS-SEAL-READ-COUNT TO WS-FLL-COUNT
               MOVE WS-FILE-LINE TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               IF WS-SEAL-BROKEN
                   MOVE "  FIRST BROKEN SEAL FOR RUN   " TO WS-BKL-LABEL
                   PERFORM WRITE-BREAK-LINES
               ELSE
                   MOVE "  INTACT" TO CHAIN-REPORT-LINE
                   WRITE CHAIN-REPORT-LINE
               END-IF
           END-IF.

       READ-SEAL-RECORD.
           READ CALC-SEAL-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-SEAL-LINK.
           IF SEAL-VALUE NOT NUMERIC
               MOVE "SEAL VALUE MISSING" TO WS-BREAK-REASON
               PERFORM RECORD-SEAL-BREAK
           ELSE
               MOVE CALC-SEAL-RECORD(1:149) TO WS-CHAIN-IMAGE
               MOVE 149 TO WS-CHAIN-LENGTH
               MOVE WS-PREV-CHAIN TO WS-CHAIN-VALUE
               PERFORM COMPUTE-CHAIN-VALUE
               IF WS-CHAIN-VALUE NOT = SEAL-VALUE
                   MOVE "SEAL VALUE DOES NOT MATCH SEAL CONTENT"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-SEAL-BREAK
               ELSE
                   MOVE SEAL-VALUE TO WS-PREV-CHAIN
                   MOVE SEAL-RUN-ID TO WS-LATEST-SEAL-RUN-ID
                   MOVE SEAL-INTERFACE-COUNT TO WS-LATEST-IF-COUNT
                   MOVE SEAL-INTERFACE-END TO WS-LATEST-IF-END
                   PERFORM ADD-SEAL-ENTRY
               END-IF
           END-IF.

       ADD-SEAL-ENTRY.
           IF WS-SEAL-COUNT < 2000
               ADD 1 TO WS-SEAL-COUNT
               MOVE SEAL-RUN-ID TO WS-SL-RUN-ID(WS-SEAL-COUNT)
               MOVE SEAL-AUDIT-COUNT TO WS-SL-AUDIT-COUNT(WS-SEAL-COUNT)
               MOVE SEAL-LAST-SEQ-ID TO WS-SL-LAST-SEQ-ID(WS-SEAL-COUNT)
               MOVE SEAL-AUDIT-END TO WS-SL-AUDIT-END(WS-SEAL-COUNT)
               MOVE 'N' TO WS-SL-MATCHED(WS-SEAL-COUNT)
           ELSE
               IF WS-SEAL-COUNT = 2000
                   ADD 1 TO WS-SEAL-COUNT
                   DISPLAY "Warning: seal table full, later runs not"
                       " checked against the audit chain"
                   IF RETURN-CODE < 4
                       MOVE 4 TO RETURN-CODE
                   END-IF
               END-IF
           END-IF.

       RECORD-SEAL-BREAK.
           SET WS-SEAL-BROKEN TO TRUE
           MOVE SEAL-RUN-ID TO WS-BREAK-SEQ-ID
           MOVE "CALCSEAL.DAT" TO WS-BREAK-FILE
           DISPLAY "Error: run seal chain broken at run " SEAL-RUN-ID.

       LOAD-ARCHIVE-LIST.
           MOVE 0 TO WS-ARCH-COUNT
           OPEN INPUT ARCH-CATALOG-FILE
           IF WS-CATALOG-FILE-STATUS = "00"
               PERFORM READ-CATALOG-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   MOVE ACC-ARCHIVE-FILE TO WS-ARCHIVE-FILE-NAME
                   MOVE ACC-END-CHAIN TO WS-ARCHIVE-END-CHAIN
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
                       MOVE SPACES TO WS-ARCHIVE-END-CHAIN
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
                   MOVE WS-ARCHIVE-END-CHAIN
                       TO WS-ARCH-END-CHAIN(WS-ARCH-COUNT)
               ELSE
                   DISPLAY "Error: archive list full, "
                       WS-ARCHIVE-FILE-NAME " not verified"
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.

       READ-CATALOG-RECORD.
           READ ARCH-CATALOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       VERIFY-AUDIT-CHAIN.
           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "AUDIT CHAIN" TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE 0 TO WS-PREV-CHAIN
           MOVE 'N' TO WS-CHAIN-STARTED-SW
           PERFORM VARYING WS-ARCH-IDX FROM 1 BY 1
                   UNTIL WS-ARCH-IDX > WS-ARCH-COUNT
                       OR WS-AUDIT-BROKEN
               MOVE WS-ARCH-NAME(WS-ARCH-IDX) TO WS-ARCHIVE-FILE-NAME
               PERFORM WALK-ARCHIVE-FILE
           END-PERFORM
           IF NOT WS-AUDIT-BROKEN
               PERFORM WALK-CURRENT-AUDIT-FILE
           END-IF
           IF NOT WS-AUDIT-BROKEN
               PERFORM CHECK-SEAL-COVERAGE
           END-IF
           IF WS-AUDIT-BROKEN
               MOVE "  FIRST BROKEN LINK AT SEQ-ID " TO WS-BKL-LABEL
               PERFORM WRITE-BREAK-LINES
           ELSE
               MOVE "  INTACT" TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
           END-IF.

       WALK-ARCHIVE-FILE.
           MOVE 0 TO WS-SOURCE-COUNT
           MOVE SPACES TO WS-LAST-READ-SEQ-ID
           OPEN INPUT AUDIT-ARCHIVE-FILE
           IF WS-ARCHIVE-FILE-STATUS NOT = "00"
               MOVE SPACES TO WS-BREAK-SEQ-ID
               MOVE WS-ARCHIVE-FILE-NAME TO WS-BREAK-FILE
               MOVE "ARCHIVE FILE MISSING OR UNREADABLE"
                   TO WS-BREAK-REASON
               PERFORM RECORD-AUDIT-BREAK
           ELSE
               ADD 1 TO WS-ARCHIVES-READ
               PERFORM READ-ARCHIVE-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-AUDIT-BROKEN
                   MOVE AUDIT-ARCHIVE-RECORD TO WS-AUDIT-LINE
                   MOVE WS-ARCHIVE-FILE-NAME TO WS-BREAK-FILE
                   PERFORM CHECK-AUDIT-LINK
                   PERFORM READ-ARCHIVE-RECORD
               END-PERFORM
               CLOSE AUDIT-ARCHIVE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE WS-ARCHIVE-FILE-NAME TO WS-FLL-FILE
               MOVE WS-SOURCE-COUNT TO WS-FLL-COUNT
               MOVE WS-FILE-LINE TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               IF NOT WS-AUDIT-BROKEN
                   AND WS-ARCH-END-CHAIN(WS-ARCH-IDX) NUMERIC
                   MOVE WS-ARCH-END-CHAIN(WS-ARCH-IDX)
                       TO WS-STORED-CHAIN
                   IF WS-STORED-CHAIN NOT = WS-PREV-CHAIN
                       MOVE WS-LAST-READ-SEQ-ID TO WS-BREAK-SEQ-ID
                       MOVE "ARCHIVE DOES NOT END AT CATALOGUED CHAIN"
                           TO WS-BREAK-REASON
                       PERFORM RECORD-AUDIT-BREAK
                   END-IF
               END-IF
           END-IF.

       READ-ARCHIVE-RECORD.
           READ AUDIT-ARCHIVE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       WALK-CURRENT-AUDIT-FILE.
           MOVE 0 TO WS-SOURCE-COUNT
           OPEN INPUT CALC-AUDIT-FILE
           IF WS-AUDIT-FILE-STATUS NOT = "00"
               PERFORM CHECK-SEALED-AUDIT-MISSING
           ELSE
               PERFORM READ-AUDIT-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-AUDIT-BROKEN
                   MOVE CALC-AUDIT-RECORD TO WS-AUDIT-LINE
                   MOVE "CALCAUD.DAT" TO WS-BREAK-FILE
                   PERFORM CHECK-AUDIT-LINK
                   PERFORM READ-AUDIT-RECORD
               END-PERFORM
               CLOSE CALC-AUDIT-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE "CALCAUD.DAT" TO WS-FLL-FILE
               MOVE WS-SOURCE-COUNT TO WS-FLL-COUNT
               MOVE WS-FILE-LINE TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
           END-IF.

       CHECK-SEALED-AUDIT-MISSING.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
                       OR WS-SEAL-IDX > 2000
                       OR WS-AUDIT-BROKEN
               IF WS-SL-AUDIT-COUNT(WS-SEAL-IDX) > 0
                   MOVE WS-SL-LAST-SEQ-ID(WS-SEAL-IDX)
                       TO WS-BREAK-SEQ-ID
                   MOVE "CALCAUD.DAT" TO WS-BREAK-FILE
                   MOVE SPACES TO WS-BREAK-REASON
                   STRING "MISSING (STATUS " WS-AUDIT-FILE-STATUS
                       "), RECORDS SEALED BY RUN "
                       WS-SL-RUN-ID(WS-SEAL-IDX)
                       DELIMITED BY SIZE INTO WS-BREAK-REASON
                   END-STRING
                   PERFORM RECORD-AUDIT-BREAK
               END-IF
           END-PERFORM
           IF NOT WS-AUDIT-BROKEN
               DISPLAY "Warning: unable to open audit file, status "
                   WS-AUDIT-FILE-STATUS
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF.

       READ-AUDIT-RECORD.
           READ CALC-AUDIT-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-AUDIT-LINK.
           ADD 1 TO WS-SOURCE-COUNT
           ADD 1 TO WS-AUDIT-CHECKED
           MOVE WS-AUD-SEQ-ID TO WS-LAST-READ-SEQ-ID
           IF WS-AUD-CHAIN-VALUE NOT NUMERIC
               IF WS-CHAIN-STARTED
                   MOVE WS-AUD-SEQ-ID TO WS-BREAK-SEQ-ID
                   MOVE "CHAIN VALUE MISSING" TO WS-BREAK-REASON
                   PERFORM RECORD-AUDIT-BREAK
               ELSE
                   ADD 1 TO WS-UNCHAINED-COUNT
                   MOVE 0 TO WS-PREV-CHAIN
               END-IF
           ELSE
               SET WS-CHAIN-STARTED TO TRUE
               IF WS-FIRST-WALK-SEQ-ID = SPACES
                   MOVE WS-AUD-SEQ-ID TO WS-FIRST-WALK-SEQ-ID
               END-IF
               MOVE WS-AUD-BODY TO WS-CHAIN-IMAGE
               MOVE 133 TO WS-CHAIN-LENGTH
               MOVE WS-PREV-CHAIN TO WS-CHAIN-VALUE
               PERFORM COMPUTE-CHAIN-VALUE
               MOVE WS-AUD-CHAIN-VALUE TO WS-STORED-CHAIN
               IF WS-CHAIN-VALUE NOT = WS-STORED-CHAIN
                   MOVE WS-AUD-SEQ-ID TO WS-BREAK-SEQ-ID
                   MOVE "CHAIN VALUE DOES NOT MATCH RECORD CONTENT"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-AUDIT-BREAK
               ELSE
                   MOVE WS-STORED-CHAIN TO WS-PREV-CHAIN
                   PERFORM CHECK-SEAL-ENDPOINT
               END-IF
           END-IF.

       CHECK-SEAL-ENDPOINT.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
                       OR WS-SEAL-IDX > 2000
               IF WS-SL-LAST-SEQ-ID(WS-SEAL-IDX) = WS-AUD-SEQ-ID
                   IF WS-SL-AUDIT-END(WS-SEAL-IDX) = WS-PREV-CHAIN
                       MOVE 'Y' TO WS-SL-MATCHED(WS-SEAL-IDX)
                   ELSE
                       MOVE WS-AUD-SEQ-ID TO WS-BREAK-SEQ-ID
                       MOVE SPACES TO WS-BREAK-REASON
                       STRING "CHAIN DOES NOT MATCH SEAL OF RUN "
                           WS-SL-RUN-ID(WS-SEAL-IDX)
                           DELIMITED BY SIZE INTO WS-BREAK-REASON
                       END-STRING
                       PERFORM RECORD-AUDIT-BREAK
                   END-IF
                   EXIT PERFORM
               END-IF
           END-PERFORM.

       CHECK-SEAL-COVERAGE.
           PERFORM VARYING WS-SEAL-IDX FROM 1 BY 1
                   UNTIL WS-SEAL-IDX > WS-SEAL-COUNT
                       OR WS-SEAL-IDX > 2000
                       OR WS-AUDIT-BROKEN
               IF WS-SL-AUDIT-COUNT(WS-SEAL-IDX) > 0
                   AND WS-SL-MATCHED(WS-SEAL-IDX) = 'N'
                   AND (WS-FIRST-WALK-SEQ-ID = SPACES
                       OR WS-SL-LAST-SEQ-ID(WS-SEAL-IDX)
                           >= WS-FIRST-WALK-SEQ-ID)
                   MOVE WS-SL-LAST-SEQ-ID(WS-SEAL-IDX)
                       TO WS-BREAK-SEQ-ID
                   MOVE "CALCAUD.DAT" TO WS-BREAK-FILE
                   MOVE SPACES TO WS-BREAK-REASON
                   STRING "RECORD SEALED BY RUN "
                       WS-SL-RUN-ID(WS-SEAL-IDX) " IS MISSING"
                       DELIMITED BY SIZE INTO WS-BREAK-REASON
                   END-STRING
                   PERFORM RECORD-AUDIT-BREAK
               END-IF
           END-PERFORM.

       RECORD-AUDIT-BREAK.
           SET WS-AUDIT-BROKEN TO TRUE
           DISPLAY "Error: audit chain broken at sequence "
               WS-BREAK-SEQ-ID " in " WS-BREAK-FILE.

       VERIFY-INTERFACE-CHAIN.
           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "INTERFACE CHAIN" TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE 0 TO WS-PREV-CHAIN
           MOVE 'N' TO WS-CHAIN-STARTED-SW
           MOVE SPACES TO WS-LAST-READ-SEQ-ID
           MOVE "CALCIF.DAT" TO WS-BREAK-FILE
           OPEN INPUT CALC-INTERFACE-FILE
           IF WS-INTERFACE-FILE-STATUS NOT = "00"
               DISPLAY "Warning: unable to open interface file,"
                   " status " WS-INTERFACE-FILE-STATUS
               MOVE "  NO INTERFACE FILE - NOT CHECKED"
                   TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               IF RETURN-CODE < 4
                   MOVE 4 TO RETURN-CODE
               END-IF
           ELSE
               PERFORM READ-INTERFACE-RECORD
               PERFORM UNTIL WS-END-OF-FILE OR WS-INTERFACE-BROKEN
                   IF ITF-DETAIL-REC
                       PERFORM CHECK-INTERFACE-LINK
                   END-IF
                   PERFORM READ-INTERFACE-RECORD
               END-PERFORM
               CLOSE CALC-INTERFACE-FILE
               MOVE 'N' TO WS-EOF-SWITCH
               MOVE "CALCIF.DAT" TO WS-FLL-FILE
               MOVE WS-INTERFACE-CHECKED TO WS-FLL-COUNT
               MOVE WS-FILE-LINE TO CHAIN-REPORT-LINE
               WRITE CHAIN-REPORT-LINE
               IF NOT WS-INTERFACE-BROKEN AND WS-SEAL-PRESENT
                   AND NOT WS-SEAL-BROKEN
                   AND WS-LATEST-SEAL-RUN-ID NOT = SPACES
                   IF WS-INTERFACE-CHECKED NOT = WS-LATEST-IF-COUNT
                       OR WS-PREV-CHAIN NOT = WS-LATEST-IF-END
                       MOVE WS-LAST-READ-SEQ-ID TO WS-BREAK-SEQ-ID
                       MOVE SPACES TO WS-BREAK-REASON
                       STRING "FILE DOES NOT MATCH SEAL OF RUN "
                           WS-LATEST-SEAL-RUN-ID
                           DELIMITED BY SIZE INTO WS-BREAK-REASON
                       END-STRING
                       PERFORM RECORD-INTERFACE-BREAK
                   END-IF
               END-IF
               IF WS-INTERFACE-BROKEN
                   MOVE "  FIRST BROKEN LINK AT SEQ-ID " TO WS-BKL-LABEL
                   PERFORM WRITE-BREAK-LINES
               ELSE
                   MOVE "  INTACT" TO CHAIN-REPORT-LINE
                   WRITE CHAIN-REPORT-LINE
               END-IF
           END-IF.

       READ-INTERFACE-RECORD.
           READ CALC-INTERFACE-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       CHECK-INTERFACE-LINK.
           ADD 1 TO WS-INTERFACE-CHECKED
           MOVE ITF-SEQ-ID TO WS-LAST-READ-SEQ-ID
           IF ITF-CHAIN-VALUE NOT NUMERIC
               IF WS-CHAIN-STARTED
                   MOVE ITF-SEQ-ID TO WS-BREAK-SEQ-ID
                   MOVE "CHAIN VALUE MISSING" TO WS-BREAK-REASON
                   PERFORM RECORD-INTERFACE-BREAK
               ELSE
                   ADD 1 TO WS-UNCHAINED-COUNT
                   MOVE 0 TO WS-PREV-CHAIN
               END-IF
           ELSE
               SET WS-CHAIN-STARTED TO TRUE
               MOVE CALC-INTERFACE-RECORD(1:89) TO WS-CHAIN-IMAGE
               MOVE 89 TO WS-CHAIN-LENGTH
               MOVE WS-PREV-CHAIN TO WS-CHAIN-VALUE
               PERFORM COMPUTE-CHAIN-VALUE
               MOVE ITF-CHAIN-VALUE TO WS-STORED-CHAIN
               IF WS-CHAIN-VALUE NOT = WS-STORED-CHAIN
                   MOVE ITF-SEQ-ID TO WS-BREAK-SEQ-ID
                   MOVE "CHAIN VALUE DOES NOT MATCH RECORD CONTENT"
                       TO WS-BREAK-REASON
                   PERFORM RECORD-INTERFACE-BREAK
               ELSE
                   MOVE WS-STORED-CHAIN TO WS-PREV-CHAIN
               END-IF
           END-IF.

       RECORD-INTERFACE-BREAK.
           SET WS-INTERFACE-BROKEN TO TRUE
           DISPLAY "Error: interface chain broken at sequence "
               WS-BREAK-SEQ-ID.

       COMPUTE-CHAIN-VALUE.
           PERFORM VARYING WS-CHAIN-IDX FROM 1 BY 1
                   UNTIL WS-CHAIN-IDX > WS-CHAIN-LENGTH
               COMPUTE WS-CHAIN-WORK = WS-CHAIN-VALUE * 131
                   + FUNCTION ORD(WS-CHAIN-IMAGE(WS-CHAIN-IDX:1))
               COMPUTE WS-CHAIN-VALUE = FUNCTION MOD(WS-CHAIN-WORK
                   WS-CHAIN-MODULUS)
           END-PERFORM.

       WRITE-BREAK-LINES.
           MOVE WS-BREAK-SEQ-ID TO WS-BKL-SEQ-ID
           MOVE WS-BREAK-FILE TO WS-BKL-FILE
           MOVE WS-BREAK-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE WS-BREAK-REASON TO WS-RSL-REASON
           MOVE WS-REASON-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE.

       REPORT-CHAIN-SUMMARY.
           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "VERIFICATION SUMMARY" TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "RUN SEALS CHECKED:" TO WS-SML-LABEL
           MOVE WS-SEAL-READ-COUNT TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "ARCHIVE FILES READ:" TO WS-SML-LABEL
           MOVE WS-ARCHIVES-READ TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "AUDIT RECORDS CHECKED:" TO WS-SML-LABEL
           MOVE WS-AUDIT-CHECKED TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "INTERFACE DETAILS CHECKED:" TO WS-SML-LABEL
           MOVE WS-INTERFACE-CHECKED TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE "RECORDS WRITTEN BEFORE CHAINING:" TO WS-SML-LABEL
           MOVE WS-UNCHAINED-COUNT TO WS-SML-COUNT
           MOVE WS-SUMMARY-LINE TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           MOVE SPACES TO CHAIN-REPORT-LINE
           WRITE CHAIN-REPORT-LINE
           IF WS-SEAL-BROKEN OR WS-AUDIT-BROKEN OR WS-INTERFACE-BROKEN
               MOVE "RESULT: CHAIN BROKEN" TO CHAIN-REPORT-LINE
           ELSE
               MOVE "RESULT: ALL CHAINS INTACT" TO CHAIN-REPORT-LINE
           END-IF
           WRITE CHAIN-REPORT-LINE
           DISPLAY "Hash chain verification complete, "
               WS-AUDIT-CHECKED " audit records and "
               WS-INTERFACE-CHECKED " interface details checked".
