       IDENTIFICATION DIVISION.
       PROGRAM-ID. WindowSLA.

       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OPS-LOG-FILE ASSIGN TO "CALCOPSL.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-OPS-LOG-STATUS.
           SELECT SLA-CONTROL-FILE ASSIGN TO "CALCSLA.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLA-CONTROL-STATUS.
           SELECT SLA-REPORT-FILE ASSIGN TO "CALCSLRP.TXT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-REPORT-FILE-STATUS.

       DATA DIVISION.
       FILE SECTION.
       FD  OPS-LOG-FILE.
       01  OPS-LOG-RECORD.
           05 OPS-START-TS             PIC X(14).
           05 FILLER                   PIC X.
           05 OPS-END-TS               PIC X(14).
           05 FILLER                   PIC X.
           05 OPS-PROGRAM              PIC X(16).
           05 FILLER                   PIC X.
           05 OPS-RC                   PIC 9(2).
           05 FILLER                   PIC X.
           05 OPS-OUTCOME              PIC X(8).
           05 FILLER                   PIC X.
           05 OPS-WINDOW-ID            PIC X(14).

       FD  SLA-CONTROL-FILE.
       01  SLA-CONTROL-RECORD.
           05 SLC-DEADLINE-IN          PIC X(4).
           05 FILLER                   PIC X.
           05 SLC-ROLLING-IN           PIC X(2).
           05 FILLER                   PIC X.
           05 SLC-LONG-PCT-IN          PIC X(3).
           05 FILLER                   PIC X.
           05 SLC-LONG-MIN-IN          PIC X(4).
           05 FILLER                   PIC X.
           05 SLC-REPORT-DAYS-IN       PIC X(3).

       FD  SLA-REPORT-FILE.
       01  SLA-REPORT-LINE             PIC X(100).

       WORKING-STORAGE SECTION.
       01 WS-OPS-LOG-STATUS        PIC XX.
       01 WS-SLA-CONTROL-STATUS    PIC XX.
       01 WS-REPORT-FILE-STATUS    PIC XX.

       01 WS-EOF-SWITCH            PIC X VALUE 'N'.
          88 WS-END-OF-FILE           VALUE 'Y'.

       01 WS-DEADLINE-SW           PIC X VALUE 'N'.
          88 WS-DEADLINE-SET          VALUE 'Y'.
       01 WS-DEADLINE-HHMM.
           05 WS-DEADLINE-HH        PIC 9(2) VALUE 0.
           05 WS-DEADLINE-MM        PIC 9(2) VALUE 0.
       01 WS-ROLLING-COUNT         PIC 9(2) VALUE 5.
       01 WS-LONG-PCT              PIC 9(3) VALUE 150.
       01 WS-LONG-MIN-SECS         PIC 9(4) VALUE 60.
       01 WS-REPORT-DAYS           PIC 9(3) VALUE 0.

       01 WS-TODAY-DATE            PIC 9(8) VALUE 0.
       01 WS-REPORT-FROM-DATE      PIC 9(8) VALUE 0.

       01 WS-TS-IN.
           05 WS-TSI-DATE           PIC 9(8).
           05 WS-TSI-HH             PIC 9(2).
           05 WS-TSI-MM             PIC 9(2).
           05 WS-TSI-SS             PIC 9(2).
       01 WS-TS-SECONDS            PIC 9(12) VALUE 0.
       01 WS-TS-VALID-SW           PIC X VALUE 'N'.
          88 WS-TS-VALID              VALUE 'Y'.

       01 WS-STEP-START-SECS       PIC 9(12) VALUE 0.
       01 WS-STEP-END-SECS         PIC 9(12) VALUE 0.
       01 WS-STEP-ELAPSED          PIC 9(6) VALUE 0.
       01 WS-STEP-AVG              PIC 9(6) VALUE 0.
       01 WS-STEP-HIST-SW          PIC X VALUE 'N'.
          88 WS-STEP-HAS-HISTORY      VALUE 'Y'.
       01 WS-VAR-PCT               PIC S9(4) VALUE 0.
       01 WS-FLAGS                 PIC X(20) VALUE SPACES.
       01 WS-FLAG-PTR              PIC 9(2) VALUE 1.

       01 WS-PGM-COUNT             PIC 9(2) VALUE 0.
       01 WS-PGM-IDX               PIC 9(2) VALUE 0.
       01 WS-MATCH-IDX             PIC 9(2) VALUE 0.
       01 WS-SLOT-IDX              PIC 9(2) VALUE 0.
       01 WS-SLOT-USED             PIC 9(2) VALUE 0.
       01 WS-SLOT-TOTAL            PIC 9(8) VALUE 0.
       01 WS-PGM-TABLE.
           05 WS-PGM-ENTRY OCCURS 50 TIMES.
              10 WS-PGM-NAME        PIC X(16).
              10 WS-PGM-RUNS        PIC 9(6).
              10 WS-PGM-ELAPSED     PIC 9(6) OCCURS 10 TIMES.
       01 WS-PGM-FULL-SW           PIC X VALUE 'N'.
          88 WS-PGM-TABLE-FULL        VALUE 'Y'.

       01 WS-WIN-RUNS              PIC 9(6) VALUE 0.
       01 WS-WIN-HISTORY.
           05 WS-WIN-HIST-DURATION  PIC 9(6) OCCURS 10 TIMES.
           05 WS-WIN-HIST-MARGIN    PIC S9(6) OCCURS 10 TIMES.
       01 WS-WIN-HIST-MARGINS      PIC 9(6) VALUE 0.
       01 WS-MARGIN-TOTAL          PIC S9(9) VALUE 0.
       01 WS-MARGIN-SLOTS          PIC 9(2) VALUE 0.
       01 WS-WIN-DURATION-TOTAL    PIC 9(10) VALUE 0.

       01 WS-CUR-WINDOW-KEY        PIC X(14) VALUE SPACES.
       01 WS-REC-WINDOW-KEY        PIC X(14) VALUE SPACES.
       01 WS-WIN-START-TS          PIC X(14) VALUE SPACES.
       01 WS-WIN-END-TS            PIC X(14) VALUE SPACES.
       01 WS-WIN-START-SECS        PIC 9(12) VALUE 0.
       01 WS-WIN-END-SECS          PIC 9(12) VALUE 0.
       01 WS-WIN-DURATION          PIC 9(6) VALUE 0.
       01 WS-WIN-AVG               PIC 9(6) VALUE 0.
       01 WS-WIN-STEPS             PIC 9(2) VALUE 0.
       01 WS-WIN-LAST-OUTCOME      PIC X(8) VALUE SPACES.
       01 WS-WIN-DATE              PIC 9(8) VALUE 0.
       01 WS-DEADLINE-SECS         PIC 9(12) VALUE 0.
       01 WS-MARGIN-MINUTES        PIC S9(6) VALUE 0.
       01 WS-WIN-COMPLETE-SW       PIC X VALUE 'N'.
          88 WS-WIN-COMPLETE          VALUE 'Y'.
       01 WS-WIN-PRINT-SW          PIC X VALUE 'N'.
          88 WS-WIN-PRINTED           VALUE 'Y'.

       01 WS-TOT-WINDOWS           PIC 9(6) VALUE 0.
       01 WS-TOT-STEPS             PIC 9(6) VALUE 0.
       01 WS-TOT-SLA-MET           PIC 9(6) VALUE 0.
       01 WS-TOT-SLA-MISSED        PIC 9(6) VALUE 0.
       01 WS-TOT-STOPPED           PIC 9(6) VALUE 0.
       01 WS-TOT-LONG              PIC 9(6) VALUE 0.
       01 WS-TOT-GATEFAIL          PIC 9(6) VALUE 0.
       01 WS-TOT-NOCALL            PIC 9(6) VALUE 0.
       01 WS-TOT-LOCKED            PIC 9(6) VALUE 0.
       01 WS-TOT-BAD-TS            PIC 9(6) VALUE 0.

       01 WS-TIME-DISPLAY.
           05 WS-TD-HH              PIC X(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-TD-MM              PIC X(2).
           05 FILLER                PIC X VALUE ":".
           05 WS-TD-SS              PIC X(2).

       01 WS-SUMMARY-LABEL         PIC X(40) VALUE SPACES.
       01 WS-SUMMARY-VALUE         PIC -(8)9.
       01 WS-SECS-EDIT             PIC ZZZZZ9.
       01 WS-PCT-EDIT              PIC ----9.
       01 WS-MARGIN-EDIT           PIC ------9.

       01 WS-NIGHT-LINE.
           05 FILLER               PIC X(9) VALUE "NIGHT OF ".
           05 WS-NGL-DATE          PIC 9(8).
           05 FILLER               PIC X(17)
               VALUE "  WINDOW STARTED ".
           05 WS-NGL-START         PIC X(8).
           05 FILLER               PIC X(58) VALUE SPACES.
       01 WS-STEP-HEAD-LINE.
           05 FILLER               PIC X(19) VALUE "  STEP".
           05 FILLER               PIC X(9) VALUE "START".
           05 FILLER               PIC X(8) VALUE "END".
           05 FILLER               PIC X(8) VALUE "    SECS".
           05 FILLER               PIC X(8) VALUE "     AVG".
           05 FILLER               PIC X(7) VALUE "   VAR%".
           05 FILLER               PIC X(4) VALUE "  RC".
           05 FILLER               PIC X(10) VALUE "  OUTCOME".
           05 FILLER               PIC X(27) VALUE "  FLAGS".
       01 WS-STEP-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SSL-PROGRAM       PIC X(16).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SSL-START         PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SSL-END           PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SSL-ELAPSED       PIC ZZZZZ9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SSL-AVG           PIC X(6).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SSL-VAR           PIC X(5).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SSL-RC            PIC 9(2).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SSL-OUTCOME       PIC X(8).
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SSL-FLAGS         PIC X(20).
           05 FILLER               PIC X(5) VALUE SPACES.
       01 WS-WINDOW-LINE.
           05 FILLER               PIC X(19)
               VALUE "  WINDOW DURATION ".
           05 WS-WDL-DURATION      PIC ZZZZZ9.
           05 FILLER               PIC X(19)
               VALUE " SECS  ROLLING AVG ".
           05 WS-WDL-AVG           PIC X(6).
           05 FILLER               PIC X(12) VALUE " SECS  VAR% ".
           05 WS-WDL-VAR           PIC X(5).
           05 FILLER               PIC X(9) VALUE "  STEPS ".
           05 WS-WDL-STEPS         PIC Z9.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-WDL-STATUS        PIC X(8).
           05 FILLER               PIC X(12) VALUE SPACES.
       01 WS-SLA-LINE.
           05 FILLER               PIC X(11) VALUE "  FINISHED ".
           05 WS-SLL-END-DATE      PIC X(8).
           05 FILLER               PIC X VALUE SPACE.
           05 WS-SLL-END-TIME      PIC X(8).
           05 FILLER               PIC X(15) VALUE "  SLA DEADLINE ".
           05 WS-SLL-DEADLINE      PIC X(5).
           05 FILLER               PIC X(9) VALUE "  MARGIN ".
           05 WS-SLL-MARGIN        PIC X(7).
           05 FILLER               PIC X(6) VALUE " MIN  ".
           05 WS-SLL-RESULT        PIC X(10).
           05 FILLER               PIC X(20) VALUE SPACES.
       01 WS-SUMMARY-LINE.
           05 FILLER               PIC X(2) VALUE SPACES.
           05 WS-SML-LABEL         PIC X(40).
           05 WS-SML-VALUE         PIC -(8)9.
           05 FILLER               PIC X(49) VALUE SPACES.

       PROCEDURE DIVISION.
       MAIN-PROCEDURE.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-TODAY-DATE
           PERFORM READ-SLA-CONTROL
           OPEN OUTPUT SLA-REPORT-FILE
           IF WS-REPORT-FILE-STATUS NOT = "00"
               DISPLAY "Error: unable to open SLA report, status "
                   WS-REPORT-FILE-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF
           MOVE "CALCULATOR BATCH WINDOW SLA AND RUN-HISTORY REPORT"
               TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           PERFORM WRITE-CONTROL-LINES
           OPEN INPUT OPS-LOG-FILE
           IF WS-OPS-LOG-STATUS NOT = "00"
               DISPLAY "Error: unable to open operations log, status "
                   WS-OPS-LOG-STATUS
               MOVE "NO OPERATIONS LOG AVAILABLE" TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM READ-OPS-RECORD
               PERFORM UNTIL WS-END-OF-FILE
                   PERFORM PROCESS-OPS-RECORD
                   PERFORM READ-OPS-RECORD
               END-PERFORM
               CLOSE OPS-LOG-FILE
               IF WS-CUR-WINDOW-KEY NOT = SPACES
                   PERFORM FINISH-WINDOW
               END-IF
               PERFORM WRITE-SUMMARY
           END-IF
           CLOSE SLA-REPORT-FILE
           DISPLAY "SLA report complete, " WS-TOT-WINDOWS
               " windows reported, " WS-TOT-SLA-MISSED
               " SLA misses"
           IF RETURN-CODE = 0
               IF WS-TOT-SLA-MISSED > 0 OR WS-TOT-LONG > 0
                       OR WS-TOT-GATEFAIL > 0 OR WS-TOT-NOCALL > 0
                       OR WS-TOT-BAD-TS > 0 OR WS-TOT-LOCKED > 0
                   MOVE 4 TO RETURN-CODE
               END-IF
           END-IF
           GOBACK.

       READ-SLA-CONTROL.
           OPEN INPUT SLA-CONTROL-FILE
           IF WS-SLA-CONTROL-STATUS = "00"
               READ SLA-CONTROL-FILE
                   NOT AT END
                       PERFORM APPLY-SLA-CONTROL
               END-READ
               CLOSE SLA-CONTROL-FILE
           ELSE
               DISPLAY "Warning: no SLA control file, using defaults"
                   " with no deadline"
           END-IF
           IF WS-REPORT-DAYS > 0
               COMPUTE WS-REPORT-FROM-DATE
                   = FUNCTION DATE-OF-INTEGER
                       (FUNCTION INTEGER-OF-DATE(WS-TODAY-DATE)
                       - WS-REPORT-DAYS + 1)
           END-IF.

       APPLY-SLA-CONTROL.
           IF SLC-DEADLINE-IN NUMERIC
               MOVE SLC-DEADLINE-IN TO WS-DEADLINE-HHMM
               IF WS-DEADLINE-HH < 24 AND WS-DEADLINE-MM < 60
                   SET WS-DEADLINE-SET TO TRUE
               ELSE
                   DISPLAY "Warning: SLA deadline " SLC-DEADLINE-IN
                       " is not a valid HHMM time, ignored"
               END-IF
           END-IF
           IF SLC-ROLLING-IN NUMERIC
               MOVE SLC-ROLLING-IN TO WS-ROLLING-COUNT
           END-IF
           IF WS-ROLLING-COUNT = 0 OR WS-ROLLING-COUNT > 10
               DISPLAY "Warning: rolling average must cover 1 to 10"
                   " runs, using 5"
               MOVE 5 TO WS-ROLLING-COUNT
           END-IF
           IF SLC-LONG-PCT-IN NUMERIC
               MOVE SLC-LONG-PCT-IN TO WS-LONG-PCT
           END-IF
           IF SLC-LONG-MIN-IN NUMERIC
               MOVE SLC-LONG-MIN-IN TO WS-LONG-MIN-SECS
           END-IF
           IF SLC-REPORT-DAYS-IN NUMERIC
               MOVE SLC-REPORT-DAYS-IN TO WS-REPORT-DAYS
           END-IF.

       WRITE-CONTROL-LINES.
           MOVE SPACES TO SLA-REPORT-LINE
           IF WS-DEADLINE-SET
               STRING "SLA DEADLINE " WS-DEADLINE-HH ":"
                   WS-DEADLINE-MM
                   "  ROLLING AVERAGE OVER " WS-ROLLING-COUNT " RUNS"
                   "  LONG RUN OVER " WS-LONG-PCT "% OF AVERAGE"
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
               END-STRING
           ELSE
               STRING "NO SLA DEADLINE SET"
                   "  ROLLING AVERAGE OVER " WS-ROLLING-COUNT " RUNS"
                   "  LONG RUN OVER " WS-LONG-PCT "% OF AVERAGE"
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
               END-STRING
           END-IF
           WRITE SLA-REPORT-LINE
           MOVE SPACES TO SLA-REPORT-LINE
           IF WS-REPORT-DAYS > 0
               STRING "NIGHTS FROM " WS-REPORT-FROM-DATE
                   " SHOWN, EARLIER HISTORY USED FOR AVERAGES ONLY"
                   DELIMITED BY SIZE INTO SLA-REPORT-LINE
               END-STRING
           ELSE
               MOVE "ALL NIGHTS IN THE OPERATIONS LOG SHOWN"
                   TO SLA-REPORT-LINE
           END-IF
           WRITE SLA-REPORT-LINE.

       READ-OPS-RECORD.
           READ OPS-LOG-FILE
               AT END SET WS-END-OF-FILE TO TRUE
           END-READ.

       PROCESS-OPS-RECORD.
           IF OPS-WINDOW-ID NOT = SPACES
               MOVE OPS-WINDOW-ID TO WS-REC-WINDOW-KEY
           ELSE
               MOVE OPS-START-TS(1:8) TO WS-REC-WINDOW-KEY
           END-IF
           IF WS-REC-WINDOW-KEY NOT = WS-CUR-WINDOW-KEY
               IF WS-CUR-WINDOW-KEY NOT = SPACES
                   PERFORM FINISH-WINDOW
               END-IF
               PERFORM START-WINDOW
           END-IF
           PERFORM REPORT-STEP.

       START-WINDOW.
           MOVE WS-REC-WINDOW-KEY TO WS-CUR-WINDOW-KEY
           MOVE OPS-WINDOW-ID TO WS-WIN-START-TS
           MOVE OPS-WINDOW-ID TO WS-TS-IN
           PERFORM CONVERT-TIMESTAMP
           IF NOT WS-TS-VALID
               MOVE OPS-START-TS TO WS-WIN-START-TS
               MOVE OPS-START-TS TO WS-TS-IN
               PERFORM CONVERT-TIMESTAMP
           END-IF
           MOVE WS-TS-SECONDS TO WS-WIN-START-SECS
           MOVE 0 TO WS-WIN-DATE
           IF WS-TS-VALID
               MOVE WS-TSI-DATE TO WS-WIN-DATE
           END-IF
           MOVE 0 TO WS-WIN-STEPS
           MOVE SPACES TO WS-WIN-LAST-OUTCOME
           MOVE 'N' TO WS-WIN-PRINT-SW
           IF WS-WIN-DATE >= WS-REPORT-FROM-DATE
               SET WS-WIN-PRINTED TO TRUE
               ADD 1 TO WS-TOT-WINDOWS
               MOVE SPACES TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
               MOVE WS-WIN-DATE TO WS-NGL-DATE
               MOVE WS-WIN-START-TS TO WS-TS-IN
               PERFORM FORMAT-TIME
               MOVE WS-TIME-DISPLAY TO WS-NGL-START
               MOVE WS-NIGHT-LINE TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
               MOVE WS-STEP-HEAD-LINE TO SLA-REPORT-LINE
               WRITE SLA-REPORT-LINE
           END-IF.

       REPORT-STEP.
           ADD 1 TO WS-WIN-STEPS
           MOVE SPACES TO WS-FLAGS
           MOVE 1 TO WS-FLAG-PTR
           MOVE 0 TO WS-STEP-ELAPSED
           MOVE OPS-START-TS TO WS-TS-IN
           PERFORM CONVERT-TIMESTAMP
           MOVE WS-TS-SECONDS TO WS-STEP-START-SECS
           IF WS-TS-VALID
               MOVE OPS-END-TS TO WS-TS-IN
               PERFORM CONVERT-TIMESTAMP
           END-IF
           MOVE WS-TS-SECONDS TO WS-STEP-END-SECS
           IF WS-TS-VALID AND WS-STEP-END-SECS >= WS-STEP-START-SECS
               COMPUTE WS-STEP-ELAPSED
                   = WS-STEP-END-SECS - WS-STEP-START-SECS
               MOVE OPS-END-TS TO WS-WIN-END-TS
               MOVE WS-STEP-END-SECS TO WS-WIN-END-SECS
           ELSE
               MOVE 'N' TO WS-TS-VALID-SW
               STRING "BAD-TIME " DELIMITED BY SIZE
                   INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
               END-STRING
               IF WS-WIN-PRINTED
                   ADD 1 TO WS-TOT-BAD-TS
               END-IF
           END-IF
           MOVE OPS-OUTCOME TO WS-WIN-LAST-OUTCOME
           PERFORM FIND-STEP-PROGRAM
           PERFORM COMPUTE-STEP-AVERAGE
           PERFORM SET-STEP-FLAGS
           IF WS-WIN-PRINTED
               PERFORM WRITE-STEP-LINE
           END-IF
           IF WS-MATCH-IDX > 0 AND WS-TS-VALID
               IF OPS-OUTCOME = "OK" OR OPS-OUTCOME = "GATEFAIL"
                   PERFORM ADD-STEP-HISTORY
               END-IF
           END-IF.

       FIND-STEP-PROGRAM.
           MOVE 0 TO WS-MATCH-IDX
           PERFORM VARYING WS-PGM-IDX FROM 1 BY 1
                   UNTIL WS-PGM-IDX > WS-PGM-COUNT
               IF WS-PGM-NAME(WS-PGM-IDX) = OPS-PROGRAM
                   MOVE WS-PGM-IDX TO WS-MATCH-IDX
                   EXIT PERFORM
               END-IF
           END-PERFORM
           IF WS-MATCH-IDX = 0
               IF WS-PGM-COUNT < 50
                   ADD 1 TO WS-PGM-COUNT
                   MOVE WS-PGM-COUNT TO WS-MATCH-IDX
                   MOVE OPS-PROGRAM TO WS-PGM-NAME(WS-MATCH-IDX)
                   MOVE 0 TO WS-PGM-RUNS(WS-MATCH-IDX)
               ELSE
                   IF NOT WS-PGM-TABLE-FULL
                       SET WS-PGM-TABLE-FULL TO TRUE
                       DISPLAY "Error: step table full, some steps"
                           " have no rolling average"
                       IF RETURN-CODE < 8
                           MOVE 8 TO RETURN-CODE
                       END-IF
                   END-IF
               END-IF
           END-IF.

       COMPUTE-STEP-AVERAGE.
           MOVE 'N' TO WS-STEP-HIST-SW
           MOVE 0 TO WS-STEP-AVG
           IF WS-MATCH-IDX > 0
               IF WS-PGM-RUNS(WS-MATCH-IDX) > 0
                   SET WS-STEP-HAS-HISTORY TO TRUE
                   IF WS-PGM-RUNS(WS-MATCH-IDX) < WS-ROLLING-COUNT
                       MOVE WS-PGM-RUNS(WS-MATCH-IDX) TO WS-SLOT-USED
                   ELSE
                       MOVE WS-ROLLING-COUNT TO WS-SLOT-USED
                   END-IF
                   MOVE 0 TO WS-SLOT-TOTAL
                   PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                           UNTIL WS-SLOT-IDX > WS-SLOT-USED
                       ADD WS-PGM-ELAPSED(WS-MATCH-IDX WS-SLOT-IDX)
                           TO WS-SLOT-TOTAL
                   END-PERFORM
                   COMPUTE WS-STEP-AVG ROUNDED
                       = WS-SLOT-TOTAL / WS-SLOT-USED
               END-IF
           END-IF.

       SET-STEP-FLAGS.
           EVALUATE OPS-OUTCOME
               WHEN "GATEFAIL"
                   STRING "GATEFAIL " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                   END-STRING
                   IF WS-WIN-PRINTED
                       ADD 1 TO WS-TOT-GATEFAIL
                   END-IF
               WHEN "NOCALL"
                   STRING "NOCALL " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                   END-STRING
                   IF WS-WIN-PRINTED
                       ADD 1 TO WS-TOT-NOCALL
                   END-IF
               WHEN "LOCKED"
                   STRING "LOCKED " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                   END-STRING
                   IF WS-WIN-PRINTED
                       ADD 1 TO WS-TOT-LOCKED
                   END-IF
           END-EVALUATE
           IF WS-STEP-HAS-HISTORY AND WS-TS-VALID
               IF WS-STEP-ELAPSED >= WS-LONG-MIN-SECS
                       AND WS-STEP-ELAPSED * 100
                           > WS-STEP-AVG * WS-LONG-PCT
                   STRING "LONG-RUN " DELIMITED BY SIZE
                       INTO WS-FLAGS WITH POINTER WS-FLAG-PTR
                   END-STRING
                   IF WS-WIN-PRINTED
                       ADD 1 TO WS-TOT-LONG
                   END-IF
               END-IF
           END-IF.

       WRITE-STEP-LINE.
           ADD 1 TO WS-TOT-STEPS
           MOVE OPS-PROGRAM TO WS-SSL-PROGRAM
           MOVE OPS-START-TS TO WS-TS-IN
           PERFORM FORMAT-TIME
           MOVE WS-TIME-DISPLAY TO WS-SSL-START
           MOVE OPS-END-TS TO WS-TS-IN
           PERFORM FORMAT-TIME
           MOVE WS-TIME-DISPLAY TO WS-SSL-END
           MOVE WS-STEP-ELAPSED TO WS-SSL-ELAPSED
           IF WS-STEP-HAS-HISTORY
               MOVE WS-STEP-AVG TO WS-SECS-EDIT
               MOVE WS-SECS-EDIT TO WS-SSL-AVG
               IF WS-STEP-AVG > 0 AND WS-TS-VALID
                   COMPUTE WS-VAR-PCT ROUNDED
                       = (WS-STEP-ELAPSED - WS-STEP-AVG) * 100
                       / WS-STEP-AVG
                       ON SIZE ERROR
                           MOVE 9999 TO WS-VAR-PCT
                   END-COMPUTE
                   MOVE WS-VAR-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-SSL-VAR
               ELSE
                   MOVE SPACES TO WS-SSL-VAR
               END-IF
           ELSE
               MOVE SPACES TO WS-SSL-AVG
               MOVE SPACES TO WS-SSL-VAR
           END-IF
           MOVE OPS-RC TO WS-SSL-RC
           MOVE OPS-OUTCOME TO WS-SSL-OUTCOME
           MOVE WS-FLAGS TO WS-SSL-FLAGS
           MOVE WS-STEP-LINE TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE.

       ADD-STEP-HISTORY.
           PERFORM VARYING WS-SLOT-IDX FROM 10 BY -1
                   UNTIL WS-SLOT-IDX < 2
               MOVE WS-PGM-ELAPSED(WS-MATCH-IDX WS-SLOT-IDX - 1)
                   TO WS-PGM-ELAPSED(WS-MATCH-IDX WS-SLOT-IDX)
           END-PERFORM
           MOVE WS-STEP-ELAPSED TO WS-PGM-ELAPSED(WS-MATCH-IDX 1)
           ADD 1 TO WS-PGM-RUNS(WS-MATCH-IDX).

       FINISH-WINDOW.
           MOVE 0 TO WS-WIN-DURATION
           MOVE 'N' TO WS-WIN-COMPLETE-SW
           IF WS-WIN-END-SECS >= WS-WIN-START-SECS
                   AND WS-WIN-START-SECS > 0
               COMPUTE WS-WIN-DURATION
                   = WS-WIN-END-SECS - WS-WIN-START-SECS
               IF WS-WIN-LAST-OUTCOME = "OK"
                   SET WS-WIN-COMPLETE TO TRUE
               END-IF
           END-IF
           MOVE 0 TO WS-WIN-AVG
           IF WS-WIN-RUNS > 0
               IF WS-WIN-RUNS < WS-ROLLING-COUNT
                   MOVE WS-WIN-RUNS TO WS-SLOT-USED
               ELSE
                   MOVE WS-ROLLING-COUNT TO WS-SLOT-USED
               END-IF
               MOVE 0 TO WS-SLOT-TOTAL
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-SLOT-USED
                   ADD WS-WIN-HIST-DURATION(WS-SLOT-IDX)
                       TO WS-SLOT-TOTAL
               END-PERFORM
               COMPUTE WS-WIN-AVG ROUNDED
                   = WS-SLOT-TOTAL / WS-SLOT-USED
           END-IF
           IF WS-DEADLINE-SET AND WS-WIN-DATE > 0
               COMPUTE WS-DEADLINE-SECS
                   = FUNCTION INTEGER-OF-DATE(WS-WIN-DATE) * 86400
                   + WS-DEADLINE-HH * 3600 + WS-DEADLINE-MM * 60
               IF WS-DEADLINE-SECS <= WS-WIN-START-SECS
                   ADD 86400 TO WS-DEADLINE-SECS
               END-IF
               COMPUTE WS-MARGIN-MINUTES
                   = (WS-DEADLINE-SECS - WS-WIN-END-SECS) / 60
           END-IF
           IF WS-WIN-PRINTED
               PERFORM WRITE-WINDOW-LINES
           END-IF
           IF WS-WIN-COMPLETE
               PERFORM ADD-WINDOW-HISTORY
           END-IF
           MOVE 0 TO WS-WIN-END-SECS
           MOVE SPACES TO WS-WIN-END-TS.

       ADD-WINDOW-HISTORY.
           PERFORM VARYING WS-SLOT-IDX FROM 10 BY -1
                   UNTIL WS-SLOT-IDX < 2
               MOVE WS-WIN-HIST-DURATION(WS-SLOT-IDX - 1)
                   TO WS-WIN-HIST-DURATION(WS-SLOT-IDX)
           END-PERFORM
           MOVE WS-WIN-DURATION TO WS-WIN-HIST-DURATION(1)
           ADD 1 TO WS-WIN-RUNS
           ADD WS-WIN-DURATION TO WS-WIN-DURATION-TOTAL
           IF WS-DEADLINE-SET AND WS-WIN-DATE > 0
               PERFORM VARYING WS-SLOT-IDX FROM 10 BY -1
                       UNTIL WS-SLOT-IDX < 2
                   MOVE WS-WIN-HIST-MARGIN(WS-SLOT-IDX - 1)
                       TO WS-WIN-HIST-MARGIN(WS-SLOT-IDX)
               END-PERFORM
               MOVE WS-MARGIN-MINUTES TO WS-WIN-HIST-MARGIN(1)
               ADD 1 TO WS-WIN-HIST-MARGINS
           END-IF.

       WRITE-WINDOW-LINES.
           MOVE WS-WIN-DURATION TO WS-WDL-DURATION
           IF WS-WIN-RUNS > 0
               MOVE WS-WIN-AVG TO WS-SECS-EDIT
               MOVE WS-SECS-EDIT TO WS-WDL-AVG
               IF WS-WIN-AVG > 0 AND WS-WIN-DURATION > 0
                   COMPUTE WS-VAR-PCT ROUNDED
                       = (WS-WIN-DURATION - WS-WIN-AVG) * 100
                       / WS-WIN-AVG
                       ON SIZE ERROR
                           MOVE 9999 TO WS-VAR-PCT
                   END-COMPUTE
                   MOVE WS-VAR-PCT TO WS-PCT-EDIT
                   MOVE WS-PCT-EDIT TO WS-WDL-VAR
               ELSE
                   MOVE SPACES TO WS-WDL-VAR
               END-IF
           ELSE
               MOVE SPACES TO WS-WDL-AVG
               MOVE SPACES TO WS-WDL-VAR
           END-IF
           MOVE WS-WIN-STEPS TO WS-WDL-STEPS
           IF WS-WIN-COMPLETE
               MOVE "COMPLETE" TO WS-WDL-STATUS
           ELSE
               MOVE "STOPPED" TO WS-WDL-STATUS
               ADD 1 TO WS-TOT-STOPPED
           END-IF
           MOVE WS-WINDOW-LINE TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           IF WS-WIN-END-SECS > 0
               MOVE WS-WIN-END-TS(1:8) TO WS-SLL-END-DATE
               MOVE WS-WIN-END-TS TO WS-TS-IN
               PERFORM FORMAT-TIME
               MOVE WS-TIME-DISPLAY TO WS-SLL-END-TIME
           ELSE
               MOVE "UNKNOWN" TO WS-SLL-END-DATE
               MOVE SPACES TO WS-SLL-END-TIME
           END-IF
           IF WS-DEADLINE-SET AND WS-WIN-DATE > 0
                   AND WS-WIN-END-SECS > 0
               STRING WS-DEADLINE-HH ":" WS-DEADLINE-MM
                   DELIMITED BY SIZE INTO WS-SLL-DEADLINE
               END-STRING
               MOVE WS-MARGIN-MINUTES TO WS-MARGIN-EDIT
               MOVE WS-MARGIN-EDIT TO WS-SLL-MARGIN
               EVALUATE TRUE
                   WHEN WS-WIN-END-SECS > WS-DEADLINE-SECS
                       MOVE "MISSED" TO WS-SLL-RESULT
                       ADD 1 TO WS-TOT-SLA-MISSED
                   WHEN WS-WIN-COMPLETE
                       MOVE "MET" TO WS-SLL-RESULT
                       ADD 1 TO WS-TOT-SLA-MET
                   WHEN OTHER
                       MOVE "INCOMPLETE" TO WS-SLL-RESULT
               END-EVALUATE
           ELSE
               MOVE "NONE" TO WS-SLL-DEADLINE
               MOVE SPACES TO WS-SLL-MARGIN
               MOVE SPACES TO WS-SLL-RESULT
           END-IF
           MOVE WS-SLA-LINE TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE.

       WRITE-SUMMARY.
           MOVE SPACES TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE "===== SLA SUMMARY =====" TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE
           MOVE "WINDOWS REPORTED" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-WINDOWS TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "STEPS REPORTED" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-STEPS TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "WINDOWS STOPPED BEFORE COMPLETION"
               TO WS-SUMMARY-LABEL
           MOVE WS-TOT-STOPPED TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SLA DEADLINE MET" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-SLA-MET TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "SLA DEADLINE MISSED" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-SLA-MISSED TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "LONG-RUNNING STEPS" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-LONG TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "GATEFAIL STEPS" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-GATEFAIL TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "NOCALL STEPS" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-NOCALL TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           MOVE "LOCKED STEP ATTEMPTS" TO WS-SUMMARY-LABEL
           MOVE WS-TOT-LOCKED TO WS-SUMMARY-VALUE
           PERFORM WRITE-SUMMARY-LINE
           IF WS-TOT-BAD-TS > 0
               MOVE "STEPS WITH INVALID TIMESTAMPS"
                   TO WS-SUMMARY-LABEL
               MOVE WS-TOT-BAD-TS TO WS-SUMMARY-VALUE
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           IF WS-WIN-RUNS > 0
               MOVE "AVERAGE WINDOW SECS, ALL HISTORY"
                   TO WS-SUMMARY-LABEL
               COMPUTE WS-SUMMARY-VALUE ROUNDED
                   = WS-WIN-DURATION-TOTAL / WS-WIN-RUNS
               PERFORM WRITE-SUMMARY-LINE
               MOVE "AVERAGE WINDOW SECS, LATEST RUNS"
                   TO WS-SUMMARY-LABEL
               PERFORM COMPUTE-LATEST-WINDOW-AVG
               PERFORM WRITE-SUMMARY-LINE
           END-IF
           IF WS-WIN-HIST-MARGINS > 0
               IF WS-WIN-HIST-MARGINS < WS-ROLLING-COUNT
                   MOVE WS-WIN-HIST-MARGINS TO WS-MARGIN-SLOTS
               ELSE
                   MOVE WS-ROLLING-COUNT TO WS-MARGIN-SLOTS
               END-IF
               MOVE 0 TO WS-MARGIN-TOTAL
               PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                       UNTIL WS-SLOT-IDX > WS-MARGIN-SLOTS
                   ADD WS-WIN-HIST-MARGIN(WS-SLOT-IDX)
                       TO WS-MARGIN-TOTAL
               END-PERFORM
               MOVE "AVERAGE SLA MARGIN MINS, LATEST RUNS"
                   TO WS-SUMMARY-LABEL
               COMPUTE WS-SUMMARY-VALUE ROUNDED
                   = WS-MARGIN-TOTAL / WS-MARGIN-SLOTS
               PERFORM WRITE-SUMMARY-LINE
           END-IF.

       COMPUTE-LATEST-WINDOW-AVG.
           IF WS-WIN-RUNS < WS-ROLLING-COUNT
               MOVE WS-WIN-RUNS TO WS-SLOT-USED
           ELSE
               MOVE WS-ROLLING-COUNT TO WS-SLOT-USED
           END-IF
           MOVE 0 TO WS-SLOT-TOTAL
           PERFORM VARYING WS-SLOT-IDX FROM 1 BY 1
                   UNTIL WS-SLOT-IDX > WS-SLOT-USED
               ADD WS-WIN-HIST-DURATION(WS-SLOT-IDX) TO WS-SLOT-TOTAL
           END-PERFORM
           COMPUTE WS-SUMMARY-VALUE ROUNDED
               = WS-SLOT-TOTAL / WS-SLOT-USED.

       WRITE-SUMMARY-LINE.
           MOVE WS-SUMMARY-LABEL TO WS-SML-LABEL
           MOVE WS-SUMMARY-VALUE TO WS-SML-VALUE
           MOVE WS-SUMMARY-LINE TO SLA-REPORT-LINE
           WRITE SLA-REPORT-LINE.

       CONVERT-TIMESTAMP.
           MOVE 'N' TO WS-TS-VALID-SW
           MOVE 0 TO WS-TS-SECONDS
           IF WS-TS-IN NUMERIC
               IF WS-TSI-DATE >= 16010101
                       AND WS-TSI-HH < 24 AND WS-TSI-MM < 60
                       AND WS-TSI-SS < 60
                   SET WS-TS-VALID TO TRUE
                   COMPUTE WS-TS-SECONDS
                       = FUNCTION INTEGER-OF-DATE(WS-TSI-DATE) * 86400
                       + WS-TSI-HH * 3600 + WS-TSI-MM * 60 + WS-TSI-SS
               END-IF
           END-IF.

       FORMAT-TIME.
           MOVE WS-TS-IN(9:2) TO WS-TD-HH
           MOVE WS-TS-IN(11:2) TO WS-TD-MM
           MOVE WS-TS-IN(13:2) TO WS-TD-SS.
