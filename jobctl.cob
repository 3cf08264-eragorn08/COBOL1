           SELECT RUN-LOCK-FILE ASSIGN TO "RUNLOCK.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-LOCK-STATUS.
           SELECT RUN-HIST-FILE ASSIGN TO "RUNHIST.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-RUN-HIST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  RUN-CTL-FILE.
           05  RL-OPERATOR       PIC X(8).
           05  FILLER            PIC X.
           05  RL-SINCE          PIC X(14).
       FD  RUN-HIST-FILE.
       COPY "RUNHIST.CPY".
       WORKING-STORAGE SECTION.
       01  WS-RUN-HIST-STATUS PIC XX VALUE '00'.
       01  WS-RUN-STAMP      PIC X(14) VALUE SPACES.
       01  WS-STEP-RESTART   PIC X VALUE 'N'.
       01  WS-ELAPSED        PIC 9(6) VALUE 0.
       01  WS-ELAPSED-DAYS   PIC S9(8) VALUE 0.
       01  WS-ELAPSED-SECS   PIC S9(8) VALUE 0.
       01  WS-STAMP-DATE     PIC 9(8) VALUE 0.
       01  WS-STAMP-TIME.
           05  WS-STAMP-HH       PIC 99.
           05  WS-STAMP-MM       PIC 99.
           05  WS-STAMP-SS       PIC 99.
       01  WS-RUN-CTL-STATUS PIC XX VALUE '00'.
       01  WS-RUN-LOCK-STATUS PIC XX VALUE '00'.
       01  WS-LOCK-OK        PIC 9 VALUE 0.
               10  WS-STEP-RC        PIC 9(4).
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           PERFORM PARA-TAKE-RUN-LOCK.
           IF WS-LOCK-OK = 0
               DISPLAY 'Job stream refused - run lock held by '
       PARA-RUN-ONE-STEP.
           DISPLAY 'Step ' WS-STEP-I ' ' WS-STEP-CODE(WS-STEP-I)
               ' starting'.
           IF WS-STEP-STATUS(WS-STEP-I) = 'STARTED'
               OR WS-STEP-STATUS(WS-STEP-I) = 'FAILED'
               MOVE 'Y' TO WS-STEP-RESTART
           ELSE
               MOVE 'N' TO WS-STEP-RESTART
           END-IF.
           MOVE FUNCTION CURRENT-DATE(1:14)
               TO WS-STEP-START(WS-STEP-I).
           MOVE 'STARTED' TO WS-STEP-STATUS(WS-STEP-I).
               WHEN 'ENROLBAT'
                   CALL 'enrload'
                   CANCEL 'enrload'
               WHEN 'ROSTRBAT'
                   CALL 'rstload'
                   CANCEL 'rstload'
               WHEN 'TERMCLOS'
                   CALL 'trmclose'
                   CANCEL 'trmclose'
               WHEN 'CURRBAT'
                   CALL 'curload'
                   CANCEL 'curload'
               WHEN 'DEGAUDIT'
                   CALL 'degaudit'
                   CANCEL 'degaudit'
               WHEN 'INTGCHK'
                   CALL 'intgchk'
                   CANCEL 'intgchk'
               WHEN 'GHARCH'
                   CALL 'gharch'
                   CANCEL 'gharch'
               WHEN 'GHRESTOR'
                   CALL 'ghrestor'
                   CANCEL 'ghrestor'
               WHEN 'GRDSLIPS'
                   CALL 'grdslip'
                   CANCEL 'grdslip'
               WHEN 'RUNHRPT'
                   CALL 'runrpt'
                   CANCEL 'runrpt'
               WHEN 'ACKRECON'
                   CALL 'ackrecon'
                   CANCEL 'ackrecon'
           END-IF.
           MOVE 0 TO RETURN-CODE.
           PERFORM PARA-REWRITE-RUNCTL.
           PERFORM PARA-WRITE-RUNHIST.

       PARA-WRITE-RUNHIST.
           MOVE WS-STEP-END(WS-STEP-I)(1:8) TO WS-STAMP-DATE.
           MOVE WS-STEP-END(WS-STEP-I)(9:6) TO WS-STAMP-TIME.
           COMPUTE WS-ELAPSED-DAYS =
               FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-ELAPSED-SECS = WS-STAMP-HH * 3600
               + WS-STAMP-MM * 60 + WS-STAMP-SS.
           MOVE WS-STEP-START(WS-STEP-I)(1:8) TO WS-STAMP-DATE.
           MOVE WS-STEP-START(WS-STEP-I)(9:6) TO WS-STAMP-TIME.
           COMPUTE WS-ELAPSED-DAYS = WS-ELAPSED-DAYS
               - FUNCTION INTEGER-OF-DATE(WS-STAMP-DATE).
           COMPUTE WS-ELAPSED-SECS = WS-ELAPSED-SECS
               + WS-ELAPSED-DAYS * 86400
               - WS-STAMP-HH * 3600 - WS-STAMP-MM * 60 - WS-STAMP-SS.
           IF WS-ELAPSED-SECS < 0
               MOVE 0 TO WS-ELAPSED
           ELSE
               MOVE WS-ELAPSED-SECS TO WS-ELAPSED
           END-IF.
           OPEN EXTEND RUN-HIST-FILE.
           IF WS-RUN-HIST-STATUS = '35'
               OPEN OUTPUT RUN-HIST-FILE
           END-IF.
           IF WS-RUN-HIST-STATUS NOT = '00'
               DISPLAY 'WARNING: unable to open RUNHIST.DAT status '
                   WS-RUN-HIST-STATUS
           ELSE
               PERFORM PARA-BUILD-RUNHIST
               WRITE RH-RECORD
               IF WS-RUN-HIST-STATUS NOT = '00'
                   DISPLAY 'WARNING: unable to write RUNHIST.DAT '
                       'status ' WS-RUN-HIST-STATUS
               END-IF
               CLOSE RUN-HIST-FILE
           END-IF.

       PARA-BUILD-RUNHIST.
           MOVE SPACES TO RH-RECORD.
           IF WS-STEP-START(1) = SPACES
               MOVE WS-RUN-STAMP(1:8) TO RH-BATCH-DATE
           ELSE
               MOVE WS-STEP-START(1)(1:8) TO RH-BATCH-DATE
           END-IF.
           MOVE WS-RUN-STAMP TO RH-RUN-STAMP.
           MOVE WS-STEP-I TO RH-STEP-NO.
           MOVE WS-STEP-CODE(WS-STEP-I) TO RH-STEP-CODE.
           MOVE WS-STEP-STATUS(WS-STEP-I) TO RH-STEP-STATUS.
           MOVE WS-STEP-START(WS-STEP-I) TO RH-START-TIME.
           MOVE WS-STEP-END(WS-STEP-I) TO RH-END-TIME.
           MOVE WS-ELAPSED TO RH-ELAPSED.
           MOVE WS-STEP-RC(WS-STEP-I) TO RH-STEP-RC.
           MOVE WS-STEP-RESTART TO RH-RESTART.

       PARA-WRITE-JOBSTEP.
           OPEN OUTPUT JOBSTEP-FILE.
