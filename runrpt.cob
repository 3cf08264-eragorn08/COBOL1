       IDENTIFICATION DIVISION.
       PROGRAM-ID. runrpt.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.
           SELECT HIST-RPT-FILE ASSIGN TO "RUNHRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-HIST-RPT-STATUS.
           SELECT PARM-FILE ASSIGN TO "RUNRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-HIST-FILE.
       COPY "RUNHIST.CPY".
       FD  HIST-RPT-FILE.
       01  HR-LINE               PIC X(132).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PERIOD       PIC X.
           05  FILLER            PIC X.
           05  PARM-WINDOW-END   PIC X(4).
       WORKING-STORAGE SECTION.
       01  WS-RUN-HIST-STATUS PIC XX VALUE '00'.
       01  WS-HIST-RPT-STATUS PIC XX VALUE '00'.
       01  WS-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-PERIOD         PIC X VALUE 'W'.
           88  WS-WEEKLY     VALUE 'W'.
           88  WS-MONTHLY    VALUE 'M'.
       01  WS-PERIOD-DAYS    PIC 99 VALUE 7.
       01  WS-WINDOW-END     PIC X(4) VALUE '0600'.
       01  WS-FROM-DATE      PIC X(8) VALUE SPACES.
       01  WS-DATE-NUM       PIC 9(8) VALUE 0.
       01  WS-DATE-INT       PIC 9(8) VALUE 0.
       01  WS-HIST-EOF       PIC 9 VALUE 0.
       01  WS-HIST-READ      PIC 9(6) VALUE 0.
       01  WS-HIST-USED      PIC 9(6) VALUE 0.
       01  WS-TOT-FAILS      PIC 9(6) VALUE 0.
       01  WS-TOT-RESTARTS   PIC 9(6) VALUE 0.
       01  WS-TOT-OVERRUNS   PIC 9(4) VALUE 0.
       01  WS-SP-COUNT       PIC 99 VALUE 0.
       01  WS-SP-I           PIC 99 VALUE 0.
       01  WS-SP-TABLE.
           05  WS-SP-ENTRY OCCURS 50 TIMES.
               10  WS-SP-CODE        PIC X(8).
               10  WS-SP-RUNS        PIC 9(4).
               10  WS-SP-TOTAL       PIC 9(9).
               10  WS-SP-WORST       PIC 9(6).
               10  WS-SP-WORST-DATE  PIC X(8).
               10  WS-SP-FAILS       PIC 9(4).
               10  WS-SP-RESTARTS    PIC 9(4).
       01  WS-NT-COUNT       PIC 99 VALUE 0.
       01  WS-NT-I           PIC 99 VALUE 0.
       01  WS-NT-TABLE.
           05  WS-NT-ENTRY OCCURS 62 TIMES.
               10  WS-NT-DATE        PIC X(8).
               10  WS-NT-FIRST       PIC X(14).
               10  WS-NT-LAST        PIC X(14).
               10  WS-NT-STEPS       PIC 9(4).
               10  WS-NT-FAILS       PIC 9(4).
               10  WS-NT-RESTARTS    PIC 9(4).
       01  WS-FOUND          PIC 9 VALUE 0.
       01  WS-DEADLINE       PIC X(14) VALUE SPACES.
       01  WS-DEADLINE-NUM   PIC 9(8) VALUE 0.
       01  WS-DIFF-FROM      PIC X(14) VALUE SPACES.
       01  WS-DIFF-TO        PIC X(14) VALUE SPACES.
       01  WS-DIFF-DAYS      PIC S9(8) VALUE 0.
       01  WS-DIFF-SECS      PIC S9(9) VALUE 0.
       01  WS-STAMP-DATE     PIC 9(8) VALUE 0.
       01  WS-STAMP-TIME.
           05  WS-STAMP-HH       PIC 99.
           05  WS-STAMP-MM       PIC 99.
           05  WS-STAMP-SS       PIC 99.
       01  WS-OVER-MINS      PIC 9(5) VALUE 0.
       01  WS-OVER-DISP      PIC ZZZZ9.
       01  WS-FMT-SECS       PIC 9(9) VALUE 0.
       01  WS-FMT-WORK       PIC 9(9) VALUE 0.
       01  WS-FMT-HMS.
           05  WS-FMT-HH         PIC ZZ9.
           05  FILLER            PIC X VALUE ':'.
           05  WS-FMT-MM         PIC 99.
           05  FILLER            PIC X VALUE ':'.
           05  WS-FMT-SS         PIC 99.
       01  WS-PRT-LINE       PIC X(132) VALUE SPACES.
       01  WS-PRT-SAVE-LINE  PIC X(132) VALUE SPACES.
       01  WS-PRT-HEAD1      PIC X(132) VALUE SPACES.
       01  WS-PRT-TITLE      PIC X(40) VALUE SPACES.
       01  WS-PRT-RPT-ID     PIC X(8) VALUE SPACES.
       01  WS-PRT-RUN-TIME   PIC X(6) VALUE SPACES.
       01  WS-PRT-LINE-COUNT PIC 99 VALUE 99.
       01  WS-PRT-PAGE-NO    PIC 9(4) VALUE 0.
       01  WS-PRT-PAGE-DISP  PIC ZZZ9.
       01  WS-STP-DETAIL.
           05  WS-SD-CODE        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SD-RUNS        PIC ZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-SD-AVG         PIC X(9).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-SD-WORST       PIC X(9).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-SD-WORST-DATE  PIC X(8).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-SD-FAILS       PIC ZZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-SD-RESTARTS    PIC ZZZ9.
       01  WS-NGT-DETAIL.
           05  WS-ND-DATE        PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-ND-START       PIC X(5).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-ND-END         PIC X(14).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-ND-ELAPSED     PIC X(9).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-ND-STEPS       PIC ZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-ND-FAILS       PIC ZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-ND-RESTARTS    PIC ZZZ9.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-ND-WINDOW      PIC X(20).
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARA-READ-PARM.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-DATE-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-PERIOD-DAYS + 1.
           COMPUTE WS-DATE-NUM = FUNCTION DATE-OF-INTEGER(WS-DATE-INT).
           MOVE WS-DATE-NUM TO WS-FROM-DATE.
           OPEN INPUT RUN-HIST-FILE.
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY 'Unable to open RUNHIST.DAT status '
                   WS-RUN-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PARA-LOAD-HISTORY.
           CLOSE RUN-HIST-FILE.
           OPEN OUTPUT HIST-RPT-FILE.
           IF WS-HIST-RPT-STATUS NOT = '00'
               DISPLAY 'Unable to open RUNHRPT.DAT status '
                   WS-HIST-RPT-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'RUNHRPT' TO WS-PRT-RPT-ID.
           IF WS-MONTHLY
               MOVE 'PUP GRADING - MONTHLY BATCH RUN HISTORY'
                   TO WS-PRT-TITLE
           ELSE
               MOVE 'PUP GRADING - WEEKLY BATCH RUN HISTORY'
                   TO WS-PRT-TITLE
           END-IF.
           PERFORM PARA-RPT-START.
           PERFORM PARA-STEP-SECTION.
           PERFORM PARA-NIGHT-SECTION.
           PERFORM PARA-SUMMARY.
           PERFORM PARA-RPT-END.
           CLOSE HIST-RPT-FILE.
           DISPLAY 'Run history report complete: ' WS-NT-COUNT
               ' nights, ' WS-TOT-OVERRUNS ' over window, '
               'see RUNHRPT.DAT'.
           GOBACK.

       PARA-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-PERIOD = 'W' OR PARM-PERIOD = 'M'
                           MOVE PARM-PERIOD TO WS-PERIOD
                       END-IF
                       IF PARM-WINDOW-END IS NUMERIC
                           AND PARM-WINDOW-END(1:2) < '24'
                           AND PARM-WINDOW-END(3:2) < '60'
                           MOVE PARM-WINDOW-END TO WS-WINDOW-END
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-MONTHLY
               MOVE 30 TO WS-PERIOD-DAYS
           ELSE
               MOVE 7 TO WS-PERIOD-DAYS
           END-IF.
           DISPLAY 'Run history for ' WS-PERIOD-DAYS
               ' nights, window end ' WS-WINDOW-END.

       PARA-LOAD-HISTORY.
           MOVE 0 TO WS-HIST-EOF.
           PERFORM UNTIL WS-HIST-EOF = 1
               READ RUN-HIST-FILE
                   AT END
                       MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-READ
                       IF RH-BATCH-DATE NOT < WS-FROM-DATE
                           AND RH-BATCH-DATE NOT > WS-RUN-DATE
                           AND RH-ELAPSED IS NUMERIC
                           ADD 1 TO WS-HIST-USED
                           PERFORM PARA-ADD-STEP
                           PERFORM PARA-ADD-NIGHT
                       END-IF
               END-READ
           END-PERFORM.

       PARA-ADD-STEP.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-SP-I FROM 1 BY 1
                   UNTIL WS-SP-I > WS-SP-COUNT OR WS-FOUND = 1
               IF WS-SP-CODE(WS-SP-I) = RH-STEP-CODE
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 1
               SUBTRACT 1 FROM WS-SP-I
           ELSE IF WS-SP-COUNT < 50
               ADD 1 TO WS-SP-COUNT
               MOVE WS-SP-COUNT TO WS-SP-I
               MOVE RH-STEP-CODE TO WS-SP-CODE(WS-SP-I)
               MOVE 0 TO WS-SP-RUNS(WS-SP-I)
               MOVE 0 TO WS-SP-TOTAL(WS-SP-I)
               MOVE 0 TO WS-SP-WORST(WS-SP-I)
               MOVE SPACES TO WS-SP-WORST-DATE(WS-SP-I)
               MOVE 0 TO WS-SP-FAILS(WS-SP-I)
               MOVE 0 TO WS-SP-RESTARTS(WS-SP-I)
               MOVE 1 TO WS-FOUND
           ELSE
               DISPLAY 'WARNING: step table full, '
                   RH-STEP-CODE ' not reported'
           END-IF.
           IF WS-FOUND = 1
               ADD 1 TO WS-SP-RUNS(WS-SP-I)
               ADD RH-ELAPSED TO WS-SP-TOTAL(WS-SP-I)
               IF RH-ELAPSED > WS-SP-WORST(WS-SP-I)
                   OR WS-SP-WORST-DATE(WS-SP-I) = SPACES
                   MOVE RH-ELAPSED TO WS-SP-WORST(WS-SP-I)
                   MOVE RH-BATCH-DATE TO WS-SP-WORST-DATE(WS-SP-I)
               END-IF
               IF RH-STEP-STATUS = 'FAILED'
                   ADD 1 TO WS-SP-FAILS(WS-SP-I)
                   ADD 1 TO WS-TOT-FAILS
               END-IF
               IF RH-IS-RESTART
                   ADD 1 TO WS-SP-RESTARTS(WS-SP-I)
                   ADD 1 TO WS-TOT-RESTARTS
               END-IF
           END-IF.

       PARA-ADD-NIGHT.
           MOVE 0 TO WS-FOUND.
           PERFORM VARYING WS-NT-I FROM 1 BY 1
                   UNTIL WS-NT-I > WS-NT-COUNT OR WS-FOUND = 1
               IF WS-NT-DATE(WS-NT-I) = RH-BATCH-DATE
                   MOVE 1 TO WS-FOUND
               END-IF
           END-PERFORM.
           IF WS-FOUND = 1
               SUBTRACT 1 FROM WS-NT-I
           ELSE IF WS-NT-COUNT < 62
               ADD 1 TO WS-NT-COUNT
               MOVE WS-NT-COUNT TO WS-NT-I
               MOVE RH-BATCH-DATE TO WS-NT-DATE(WS-NT-I)
               MOVE RH-START-TIME TO WS-NT-FIRST(WS-NT-I)
               MOVE RH-END-TIME TO WS-NT-LAST(WS-NT-I)
               MOVE 0 TO WS-NT-STEPS(WS-NT-I)
               MOVE 0 TO WS-NT-FAILS(WS-NT-I)
               MOVE 0 TO WS-NT-RESTARTS(WS-NT-I)
               MOVE 1 TO WS-FOUND
           ELSE
               DISPLAY 'WARNING: night table full, '
                   RH-BATCH-DATE ' not reported'
           END-IF.
           IF WS-FOUND = 1
               ADD 1 TO WS-NT-STEPS(WS-NT-I)
               IF RH-START-TIME < WS-NT-FIRST(WS-NT-I)
                   MOVE RH-START-TIME TO WS-NT-FIRST(WS-NT-I)
               END-IF
               IF RH-END-TIME > WS-NT-LAST(WS-NT-I)
                   MOVE RH-END-TIME TO WS-NT-LAST(WS-NT-I)
               END-IF
               IF RH-STEP-STATUS = 'FAILED'
                   ADD 1 TO WS-NT-FAILS(WS-NT-I)
               END-IF
               IF RH-IS-RESTART
                   ADD 1 TO WS-NT-RESTARTS(WS-NT-I)
               END-IF
           END-IF.

       PARA-STEP-SECTION.
           MOVE SPACES TO WS-PRT-HEAD1.
           MOVE 'STEP' TO WS-PRT-HEAD1(1:4).
           MOVE 'RUNS' TO WS-PRT-HEAD1(11:4).
           MOVE 'AVG TIME' TO WS-PRT-HEAD1(18:8).
           MOVE 'WORST TIME' TO WS-PRT-HEAD1(31:10).
           MOVE 'WORST NIGHT' TO WS-PRT-HEAD1(44:11).
           MOVE 'FAILED' TO WS-PRT-HEAD1(56:6).
           MOVE 'RESTARTS' TO WS-PRT-HEAD1(64:8).
           MOVE 99 TO WS-PRT-LINE-COUNT.
           IF WS-SP-COUNT = 0
               MOVE 'NO STEP EXECUTIONS IN PERIOD' TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-IF.
           PERFORM VARYING WS-SP-I FROM 1 BY 1
                   UNTIL WS-SP-I > WS-SP-COUNT
               MOVE WS-SP-CODE(WS-SP-I) TO WS-SD-CODE
               MOVE WS-SP-RUNS(WS-SP-I) TO WS-SD-RUNS
               COMPUTE WS-FMT-SECS ROUNDED =
                   WS-SP-TOTAL(WS-SP-I) / WS-SP-RUNS(WS-SP-I)
               PERFORM PARA-FMT-ELAPSED
               MOVE WS-FMT-HMS TO WS-SD-AVG
               MOVE WS-SP-WORST(WS-SP-I) TO WS-FMT-SECS
               PERFORM PARA-FMT-ELAPSED
               MOVE WS-FMT-HMS TO WS-SD-WORST
               MOVE WS-SP-WORST-DATE(WS-SP-I) TO WS-SD-WORST-DATE
               MOVE WS-SP-FAILS(WS-SP-I) TO WS-SD-FAILS
               MOVE WS-SP-RESTARTS(WS-SP-I) TO WS-SD-RESTARTS
               MOVE WS-STP-DETAIL TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-PERFORM.

       PARA-NIGHT-SECTION.
           MOVE SPACES TO WS-PRT-HEAD1.
           MOVE 'NIGHT' TO WS-PRT-HEAD1(1:5).
           MOVE 'START' TO WS-PRT-HEAD1(11:5).
           MOVE 'ENDED' TO WS-PRT-HEAD1(19:5).
           MOVE 'ELAPSED' TO WS-PRT-HEAD1(36:7).
           MOVE 'STEPS' TO WS-PRT-HEAD1(47:5).
           MOVE 'FAILED' TO WS-PRT-HEAD1(54:6).
           MOVE 'RESTARTS' TO WS-PRT-HEAD1(61:8).
           MOVE 'WINDOW' TO WS-PRT-HEAD1(72:6).
           MOVE 99 TO WS-PRT-LINE-COUNT.
           IF WS-NT-COUNT = 0
               MOVE 'NO STREAM RUNS IN PERIOD' TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-IF.
           PERFORM VARYING WS-NT-I FROM 1 BY 1
                   UNTIL WS-NT-I > WS-NT-COUNT
               PERFORM PARA-NIGHT-ONE
           END-PERFORM.

       PARA-NIGHT-ONE.
           MOVE WS-NT-DATE(WS-NT-I) TO WS-ND-DATE.
           MOVE SPACES TO WS-ND-START.
           STRING WS-NT-FIRST(WS-NT-I)(9:2) ':'
                  WS-NT-FIRST(WS-NT-I)(11:2)
                  DELIMITED BY SIZE INTO WS-ND-START.
           MOVE SPACES TO WS-ND-END.
           STRING WS-NT-LAST(WS-NT-I)(1:8) ' '
                  WS-NT-LAST(WS-NT-I)(9:2) ':'
                  WS-NT-LAST(WS-NT-I)(11:2)
                  DELIMITED BY SIZE INTO WS-ND-END.
           MOVE WS-NT-FIRST(WS-NT-I) TO WS-DIFF-FROM.
           MOVE WS-NT-LAST(WS-NT-I) TO WS-DIFF-TO.
           PERFORM PARA-STAMP-DIFF.
           IF WS-DIFF-SECS < 0
               MOVE 0 TO WS-FMT-SECS
           ELSE
               MOVE WS-DIFF-SECS TO WS-FMT-SECS
           END-IF.
           PERFORM PARA-FMT-ELAPSED.
           MOVE WS-FMT-HMS TO WS-ND-ELAPSED.
           MOVE WS-NT-STEPS(WS-NT-I) TO WS-ND-STEPS.
           MOVE WS-NT-FAILS(WS-NT-I) TO WS-ND-FAILS.
           MOVE WS-NT-RESTARTS(WS-NT-I) TO WS-ND-RESTARTS.
           PERFORM PARA-WINDOW-CHECK.
           MOVE WS-NGT-DETAIL TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.

       PARA-WINDOW-CHECK.
           MOVE WS-NT-DATE(WS-NT-I) TO WS-DEADLINE-NUM.
           IF WS-WINDOW-END NOT > WS-NT-FIRST(WS-NT-I)(9:4)
               COMPUTE WS-DATE-INT =
                   FUNCTION INTEGER-OF-DATE(WS-DEADLINE-NUM) + 1
               COMPUTE WS-DEADLINE-NUM =
                   FUNCTION DATE-OF-INTEGER(WS-DATE-INT)
           END-IF.
           MOVE SPACES TO WS-DEADLINE.
           STRING WS-DEADLINE-NUM WS-WINDOW-END '00'
               DELIMITED BY SIZE INTO WS-DEADLINE.
           IF WS-NT-LAST(WS-NT-I) > WS-DEADLINE
               ADD 1 TO WS-TOT-OVERRUNS
               MOVE WS-DEADLINE TO WS-DIFF-FROM
               MOVE WS-NT-LAST(WS-NT-I) TO WS-DIFF-TO
               PERFORM PARA-STAMP-DIFF
               COMPUTE WS-OVER-MINS = (WS-DIFF-SECS + 59) / 60
               MOVE WS-OVER-MINS TO WS-OVER-DISP
               MOVE SPACES TO WS-ND-WINDOW
               STRING 'OVER BY ' WS-OVER-DISP ' MIN'
                   DELIMITED BY SIZE INTO WS-ND-WINDOW
           ELSE
               MOVE 'OK' TO WS-ND-WINDOW
           END-IF.

       PARA-STAMP-DIFF.
           MOVE WS-DIFF-TO(1:8) TO WS-STAMP-DATE.
           MOVE WS-DIFF-TO(9:6) TO WS-STAMP-TIME.
           COMPUTE WS-DIFF-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-DIFF-SECS = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS.
           MOVE WS-DIFF-FROM(1:8) TO WS-STAMP-DATE.
           MOVE WS-DIFF-FROM(9:6) TO WS-STAMP-TIME.
           COMPUTE WS-DIFF-DAYS = WS-DIFF-DAYS
               - FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-DIFF-SECS = WS-DIFF-SECS
               + WS-DIFF-DAYS * 86400
               - WS-STAMP-HH * 3600 - WS-STAMP-MM * 60 - WS-STAMP-SS.

       PARA-FMT-ELAPSED.
           DIVIDE WS-FMT-SECS BY 3600 GIVING WS-FMT-WORK.
           IF WS-FMT-WORK > 999
               MOVE 999 TO WS-FMT-HH
               MOVE 59 TO WS-FMT-MM
               MOVE 59 TO WS-FMT-SS
           ELSE
               MOVE WS-FMT-WORK TO WS-FMT-HH
               COMPUTE WS-FMT-WORK =
                   WS-FMT-SECS - WS-FMT-WORK * 3600
               DIVIDE WS-FMT-WORK BY 60 GIVING WS-FMT-MM
               COMPUTE WS-FMT-SS =
                   WS-FMT-WORK - WS-FMT-MM * 60
           END-IF.

       PARA-SUMMARY.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'PERIOD: ' WS-FROM-DATE ' TO ' WS-RUN-DATE
                  '   WINDOW END: ' WS-WINDOW-END(1:2) ':'
                  WS-WINDOW-END(3:2)
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'NIGHTS: ' WS-NT-COUNT
                  '   OVER WINDOW: ' WS-TOT-OVERRUNS
                  '   STEP RUNS: ' WS-HIST-USED
                  '   FAILURES: ' WS-TOT-FAILS
                  '   RESTARTS: ' WS-TOT-RESTARTS
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.

       PARA-RPT-START.
           MOVE 0 TO WS-PRT-PAGE-NO.
           MOVE 99 TO WS-PRT-LINE-COUNT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-PRT-RUN-TIME.

       PARA-RPT-WRITE.
           MOVE WS-PRT-LINE TO WS-PRT-SAVE-LINE.
           IF WS-PRT-LINE-COUNT >= 60
               PERFORM PARA-RPT-NEW-PAGE
           END-IF.
           MOVE WS-PRT-SAVE-LINE TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           ADD 1 TO WS-PRT-LINE-COUNT.

       PARA-RPT-NEW-PAGE.
           ADD 1 TO WS-PRT-PAGE-NO.
           MOVE WS-PRT-PAGE-NO TO WS-PRT-PAGE-DISP.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'REPORT: ' WS-PRT-RPT-ID
                  '  DATE: ' WS-RUN-DATE
                  '  TIME: ' WS-PRT-RUN-TIME(1:2) ':'
                  WS-PRT-RUN-TIME(3:2) ':' WS-PRT-RUN-TIME(5:2)
                  '  PAGE: ' WS-PRT-PAGE-DISP
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE WS-PRT-TITLE TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE WS-PRT-HEAD1 TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE 5 TO WS-PRT-LINE-COUNT.

       PARA-RPT-PUT-LINE.
           MOVE WS-PRT-LINE TO HR-LINE.
           WRITE HR-LINE.
           IF WS-HIST-RPT-STATUS NOT = '00'
               DISPLAY 'I/O error on RUNHRPT.DAT status '
                   WS-HIST-RPT-STATUS
               CLOSE HIST-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       PARA-RPT-END.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE '*** END OF REPORT ***' TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
