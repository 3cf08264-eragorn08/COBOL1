               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-NO
               ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-PROG-YEAR WITH DUPLICATES
               FILE STATUS IS WS-STUD-MAST-STATUS.
           SELECT PARM-FILE ASSIGN TO "GPAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT GPA-RPT-FILE ASSIGN TO "GPARPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-GPA-RPT-STATUS.
       COPY "GHLINE.CPY".
       FD  STUDENT-MAST-FILE.
       COPY "STUDMAST.CPY".
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TERM         PIC X(6).
       FD  GPA-RPT-FILE.
       01  GPA-LINE              PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-STUD-MAST-STATUS PIC XX VALUE '00'.
       01  WS-GPA-RPT-STATUS PIC XX VALUE '00'.
       01  WS-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-RPT-TERM       PIC X(6) VALUE SPACES.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-HIST-EOF       PIC 9 VALUE 0.
       01  WS-HIST-READ      PIC 9(6) VALUE 0.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARA-READ-PARM.
           PERFORM PARA-LOAD-HISTORY.
           IF WS-STU-COUNT = 0
               DISPLAY 'No grade history to report on'
           END-IF.
           GOBACK.

       PARA-READ-PARM.
           MOVE SPACES TO WS-RPT-TERM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-TERM TO WS-RPT-TERM
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-RPT-TERM = SPACES
               DISPLAY 'Class standing for all terms'
           ELSE
               DISPLAY 'Class standing for term: ' WS-RPT-TERM
           END-IF.

       PARA-LOAD-HISTORY.
           MOVE 0 TO WS-STU-COUNT.
           OPEN INPUT GRADE-HIST-FILE.
                           MOVE 1 TO WS-HIST-EOF
                       NOT AT END
                           ADD 1 TO WS-HIST-READ
                           IF WS-RPT-TERM = SPACES
                               OR GH-TERM = WS-RPT-TERM
                               PERFORM PARA-TALLY-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE GRADE-HIST-FILE
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           IF WS-RPT-TERM = SPACES
               MOVE 'TERM: ALL TERMS' TO WS-PRT-LINE
           ELSE
               STRING 'TERM: ' WS-RPT-TERM
                   DELIMITED BY SIZE INTO WS-PRT-LINE
           END-IF.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           COMPUTE WS-RANKED-COUNT =
               WS-STU-COUNT - WS-NOMAST-COUNT.
           STRING 'STUDENTS RANKED: ' WS-RANKED-COUNT
