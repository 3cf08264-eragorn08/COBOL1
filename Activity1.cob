               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-NO
               ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-PROG-YEAR WITH DUPLICATES
               FILE STATUS IS WS-STUD-MAST-STATUS.
           SELECT COURSE-MAST-FILE ASSIGN TO "COURMAST.DAT"
               ORGANIZATION IS INDEXED
           SELECT TSCP-CKPT-FILE ASSIGN TO "TSCPCKPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-TSCP-STATUS.
           SELECT ROSTER-MAST-FILE ASSIGN TO "ROSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               ALTERNATE RECORD KEY IS RS-COURSE WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT TERM-MAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MAST-STATUS.
           SELECT MISS-RPT-FILE ASSIGN TO "MISSGRD.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-MISS-RPT-STATUS.
           SELECT PEND-CHG-FILE ASSIGN TO "PENDCHG.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PC-REQ-NO
               FILE STATUS IS WS-PEND-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADES-IN-FILE.
           05  GI-HDR-TYPE       PIC X.
           05  GI-HDR-DATE       PIC X(8).
           05  GI-HDR-SOURCE     PIC X(8).
           05  GI-HDR-TERM       PIC X(6).
       01  GI-TRAILER.
           05  GI-TRL-TYPE       PIC X.
           05  GI-TRL-COUNT      PIC 9(6).
       FD  USAGE-RPT-FILE.
       01  USG-LINE              PIC X(80).
       FD  PRIME-RESULTS-FILE.
       COPY "PRIMERES.CPY".
       FD  OCTAL-RESULTS-FILE.
       01  OR-RECORD.
           05  OR-KEY.
           05  TSCP-NOGRADE      PIC 9(6).
           05  TSCP-LINES        PIC 9(6).
           05  TSCP-PAGE         PIC 9(4).
       FD  ROSTER-MAST-FILE.
       COPY "ROSTMAST.CPY".
       FD  TERM-MAST-FILE.
       COPY "TERMMAST.CPY".
       FD  MISS-RPT-FILE.
       01  MG-LINE               PIC X(80).
       FD  PEND-CHG-FILE.
       COPY "PENDCHG.CPY".
       WORKING-STORAGE SECTION.
       01  WS-GRADES-IN-STATUS PIC XX VALUE '00'.
       01  WS-GRADE-RPT-STATUS PIC XX VALUE '00'.
       01  WS-CORR-EOF       PIC 9 VALUE 0.
       01  WS-CORR-EXPECTED  PIC 9(6) VALUE 0.
       01  WS-CORR-READ      PIC 9(6) VALUE 0.
       01  WS-CORR-QUEUED    PIC 9(6) VALUE 0.
       01  WS-CORR-REJECTS   PIC 9(6) VALUE 0.
       01  WS-CORR-NET       PIC S9(4) VALUE 0.
       01  WS-CORR-MATCH-PT  PIC 9V99 VALUE 0.
       01  WS-CORR-NEW-PT    PIC 9V99 VALUE 0.
       01  WS-CORR-STATUS    PIC X(8) VALUE SPACES.
       01  WS-CORR-SCAN-EOF  PIC 9 VALUE 0.
       01  WS-CORR-STUDENT   PIC X(10) VALUE SPACES.
       01  WS-CORR-COURSE    PIC X(8) VALUE SPACES.
       01  WS-CORR-OLD-GRADE PIC 999 VALUE 0.
       01  WS-CORR-NEW-GRADE PIC 999 VALUE 0.
       01  WS-CORR-REASON    PIC X(2) VALUE SPACES.
       01  WS-CORR-DETAIL.
           05  WS-CORR-D-STUD    PIC X(10).
           05  FILLER            PIC X(3) VALUE SPACES.
       01  WS-STUD-FOUND     PIC 9 VALUE 0.
       01  WS-STUD-ACTIVE    PIC 9 VALUE 0.
       01  WS-MAINT-STUDENT  PIC X(10) VALUE SPACES.
       01  WS-NS-NAME        PIC X(30) VALUE SPACES.
       01  WS-NS-LEN         PIC 99 VALUE 0.
       01  WS-NS-EOF         PIC 9 VALUE 0.
       01  WS-NS-DONE        PIC 9 VALUE 0.
       01  WS-NS-PICKED      PIC 9 VALUE 0.
       01  WS-NS-TSCRIPT     PIC 9 VALUE 0.
       01  WS-NS-MATCHES     PIC 9(4) VALUE 0.
       01  WS-NS-LINES       PIC 99 VALUE 0.
       01  WS-NS-LINE-DISP   PIC Z9.
       01  WS-NS-PICK        PIC XX VALUE SPACES.
       01  WS-NS-PICK-NO     PIC 99 VALUE 0.
       01  WS-NS-TABLE.
           05  WS-NS-STUDENT     PIC X(10) OCCURS 10 TIMES.
       01  WS-CRSE-MAINT-MODE PIC X.
       01  WS-CRSE-FOUND     PIC 9 VALUE 0.
       01  WS-CRSE-ACTIVE    PIC 9 VALUE 0.
       01  WS-GH-SEQ-STUDENT PIC X(10) VALUE SPACES.
       01  WS-GH-NEXT-SEQ    PIC 9(4) VALUE 0.
       01  WS-GH-SCAN-EOF    PIC 9 VALUE 0.
       01  WS-ROSTER-STATUS  PIC XX VALUE '00'.
       01  WS-MISS-RPT-STATUS PIC XX VALUE '00'.
       01  WS-TERM-MAST-STATUS PIC XX VALUE '00'.
       01  WS-HDR-TERM       PIC X(6) VALUE SPACES.
       01  WS-CUR-TERM       PIC X(6) VALUE SPACES.
       01  WS-TERM-BEST-START PIC X(8) VALUE SPACES.
       01  WS-TERM-EOF       PIC 9 VALUE 0.
       01  WS-TERM-OPEN-SW   PIC 9 VALUE 0.
       01  WS-TERM-FOUND     PIC 9 VALUE 0.
       01  WS-MAINT-TERM     PIC X(6) VALUE SPACES.
       01  WS-CORR-MATCH-TERM PIC X(6) VALUE SPACES.
       01  WS-PEND-STATUS    PIC XX VALUE '00'.
       01  WS-PEND-EOF       PIC 9 VALUE 0.
       01  WS-PEND-REQ-NO    PIC 9(6) VALUE 0.
       01  WS-PEND-APPLIED   PIC 9 VALUE 0.
       01  WS-PEND-RESULT    PIC X(30) VALUE SPACES.
       01  WS-PEND-DESC      PIC X(20) VALUE SPACES.
       01  WS-PEND-ACTION    PIC X VALUE SPACE.
       01  WS-PEND-SHOWN     PIC 9(6) VALUE 0.
       01  WS-PEND-APPROVED  PIC 9(6) VALUE 0.
       01  WS-PEND-REJECTED  PIC 9(6) VALUE 0.
       01  WS-MAINT-AUTH     PIC X(10) VALUE SPACES.
       01  WS-ROST-FOUND     PIC 9 VALUE 0.
       01  WS-GRADED-NET     PIC S9(4) VALUE 0.
       01  WS-GRADED-STUDENT PIC X(10) VALUE SPACES.
       01  WS-GRADED-COURSE  PIC X(8) VALUE SPACES.
       01  WS-GRADED-TERM    PIC X(6) VALUE SPACES.
       01  WS-MG-EOF         PIC 9 VALUE 0.
       01  WS-MG-FIRST       PIC 9 VALUE 1.
       01  WS-MG-COURSE      PIC X(8) VALUE SPACES.
       01  WS-MG-CRSE-ROSTER PIC 9(6) VALUE 0.
       01  WS-MG-CRSE-MISSING PIC 9(6) VALUE 0.
       01  WS-MG-COURSES     PIC 9(6) VALUE 0.
       01  WS-MG-ROSTERED    PIC 9(6) VALUE 0.
       01  WS-MG-MISSING     PIC 9(6) VALUE 0.
       01  WS-MG-DETAIL.
           05  WS-MG-D-STUD      PIC X(10).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-MG-D-NAME      PIC X(30).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-MG-D-REG-DATE  PIC X(8).
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-PRIME.
           05  PRIME     PIC 9(9).
           05  PRIME-DISP PIC Z(8)9.
           05  PRIME-LEAD PIC 99 VALUE 0.
           05  PRIME-POS PIC 99 VALUE 0.
           05  PRIME-SHORT-PTR PIC 99 VALUE 0.
       01  WS-PRIME-HIT      PIC 9 VALUE 0.
       COPY "PRIMFACT.CPY".
       01  WS-OCTAL.
           05 DECIMALNUM PIC 9(6) VALUE ZEROES.
           05 WS-OCT-HEX-MODE PIC X.
           PERFORM PARA-OPEN-RESULTS.
           PERFORM PARA-OPEN-STUDENTS.
           PERFORM PARA-OPEN-COURSES.
           PERFORM PARA-OPEN-TERMS.
           PERFORM PARA-OPEN-OPERATORS.
           IF WS-JOB-STEP-MODE = 1
               PERFORM PARA-RUN-JOB-STEP
           CLOSE OCTAL-RESULTS-FILE.
           CLOSE STUDENT-MAST-FILE.
           CLOSE COURSE-MAST-FILE.
           CLOSE TERM-MAST-FILE.
           CLOSE OPERATOR-MAST-FILE.
           IF WS-TRANS-MODE = 1
               CLOSE TRANS-FILE
           CLOSE TSCRIPT-RPT-FILE.
           CLOSE BATCH-TSCRIPT-FILE.
           CLOSE TSCP-CKPT-FILE.
           CLOSE ROSTER-MAST-FILE.
           CLOSE MISS-RPT-FILE.
           CLOSE PEND-CHG-FILE.
           CLOSE AUDIT-TRAIL-FILE.
           CLOSE PRIME-RESULTS-FILE.
           CLOSE OCTAL-RESULTS-FILE.
           CLOSE STUDENT-MAST-FILE.
           CLOSE COURSE-MAST-FILE.
           CLOSE TERM-MAST-FILE.
           CLOSE OPERATOR-MAST-FILE.
           CLOSE BALANCE-RPT-FILE.
           CLOSE CHECKPOINT-FILE.
                       MOVE WS-BT-DONE TO WS-ABEND-COUNT
                       PERFORM PARA-IO-ABEND
                   END-IF
               WHEN 6
                   MOVE WS-PRT-LINE(1:80) TO MG-LINE
                   WRITE MG-LINE
                   IF WS-MISS-RPT-STATUS NOT = '00'
                       MOVE 'MISSGRD' TO WS-ABEND-FILE
                       MOVE 'WRITE' TO WS-ABEND-OP
                       MOVE WS-MISS-RPT-STATUS TO WS-ABEND-STATUS
                       MOVE WS-MG-ROSTERED TO WS-ABEND-COUNT
                       PERFORM PARA-IO-ABEND
                   END-IF
           END-EVALUATE.
       PARA-RPT-END.
           MOVE SPACES TO WS-PRT-LINE.
               CLOSE COURSE-MAST-FILE
               OPEN I-O COURSE-MAST-FILE
           END-IF.
       PARA-OPEN-TERMS.
           OPEN I-O TERM-MAST-FILE.
           IF WS-TERM-MAST-STATUS = '35'
               OPEN OUTPUT TERM-MAST-FILE
               CLOSE TERM-MAST-FILE
               OPEN I-O TERM-MAST-FILE
           END-IF.
       PARA-OPEN-OPERATORS.
           OPEN I-O OPERATOR-MAST-FILE.
           IF WS-OPER-MAST-STATUS = '35'
               MOVE SPACES TO OP-RECORD
               MOVE 'ADMIN' TO OP-ID
               MOVE 'ADMIN' TO OP-PASSWORD
               MOVE 'ABCDEFGHIJ' TO OP-AUTH
               MOVE 0 TO OP-FAIL-COUNT
               MOVE 'N' TO OP-LOCKED
               WRITE OP-RECORD
           MOVE 1 TO WS-AUTH-OK.
           MOVE FUNCTION UPPER-CASE(WS-CHOICE) TO WS-CHOICE-UPPER.
           IF WS-CHOICE-UPPER = 'A' OR 'B' OR 'C' OR 'D' OR 'F'
               OR 'G' OR 'H' OR 'I' OR 'J'
               MOVE 0 TO WS-AUTH-TALLY
               INSPECT WS-OPER-AUTH TALLYING WS-AUTH-TALLY
                   FOR ALL WS-CHOICE-UPPER
               IF WS-AUTH-TALLY = 0
                   IF (WS-CHOICE-UPPER = 'H' OR 'J')
                       AND WS-OPERATOR-ID = 'ADMIN'
                       CONTINUE
                   ELSE
               DISPLAY 'G - Student Records Maintenance'
               DISPLAY 'H - Operator Maintenance'
               DISPLAY 'I - Course Maintenance'
               DISPLAY 'J - Approve Pending Changes'
               DISPLAY 'E - Exit'
               DISPLAY 'Choose a letter: ' WITH NO ADVANCING
               ACCEPT WS-CHOICE
               PERFORM PARA-OPER-MAINT
           ELSE IF WS-CHOICE-UPPER = 'I'
               PERFORM PARA-COURSE-MAINT
           ELSE IF WS-CHOICE-UPPER = 'J'
               PERFORM PARA-APPROVE-MAINT
           ELSE IF E
               ADD 1 TO WS-QUIT
               MOVE 'PROGRAM EXIT' TO WS-AUDIT-RESULT
               MOVE 1 TO WS-BAL-NEEDED
               PERFORM PARA-PGS-VERIFY-TOTALS
               IF WS-CTL-OK = 1
                   PERFORM PARA-FIND-OPEN-TERM
               END-IF
               IF WS-CTL-OK = 1 AND WS-CUR-TERM = SPACES
                   DISPLAY 'No open term for run date ' WS-RUN-DATE
                       ' - batch not run'
                   MOVE 'NO OPEN TERM FOR GRADING' TO WS-AUDIT-RESULT
                   MOVE 1 TO WS-RUN-ERROR
               ELSE IF WS-CTL-OK = 1
                   DISPLAY 'Posting grades to term ' WS-CUR-TERM
                   OPEN INPUT GRADES-IN-FILE
                   READ GRADES-IN-FILE
                       AT END
                   END-READ
                   OPEN OUTPUT GRADE-RPT-FILE
                   PERFORM PARA-OPEN-GRADE-HIST
                   PERFORM PARA-OPEN-ROSTER
                   OPEN OUTPUT GRADE-EXP-FILE
                   MOVE SPACES TO GX-LINE
                   STRING 'H|' WS-RUN-DATE '|GRADEEXP'
                   PERFORM PARA-PGS-EXPORT-TRAILER
                   CLOSE GRADES-IN-FILE
                   CLOSE GRADE-RPT-FILE
                   CLOSE GRADE-EXP-FILE
                   PERFORM PARA-MISSING-GRADES
                   CLOSE GRADE-HIST-FILE
                   CLOSE ROSTER-MAST-FILE
                   DISPLAY 'Batch grading complete, see GRADERPT.DAT'
                   DISPLAY 'Missing grades listed in MISSGRD.DAT'
                   STRING 'GRADED ' WS-CLASS-COUNT ' REJECTED '
                       WS-CLASS-REJECTS
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT

       PARA-PGS-VERIFY-TOTALS.
           MOVE 0 TO WS-CTL-OK.
           MOVE SPACES TO WS-HDR-TERM.
           MOVE 0 TO WS-CTL-EOF.
           MOVE 0 TO WS-CTL-TRL-SEEN.
           MOVE 0 TO WS-CTL-DATA-COUNT.
               DISPLAY 'GRADESIN.DAT header date ' GI-HDR-DATE
                   ' does not match run date ' WS-RUN-DATE
           ELSE
               MOVE GI-HDR-TERM TO WS-HDR-TERM
               PERFORM UNTIL WS-CTL-EOF = 1
                   READ GRADES-IN-FILE
                       AT END
           MOVE GI-GRADE TO GRADE.
           PERFORM PARA-STUDENT-CHECK.
           PERFORM PARA-COURSE-CHECK.
           PERFORM PARA-ROSTER-CHECK.
           MOVE GI-STUDENT-NO TO WS-GRADED-STUDENT.
           MOVE GI-COURSE TO WS-GRADED-COURSE.
           MOVE WS-CUR-TERM TO WS-GRADED-TERM.
           PERFORM PARA-GRADED-CHECK.
           IF WS-STUD-FOUND = 0
               MOVE 0 TO WS-GRADE-VALID
               MOVE 0 TO WS-STUDENT-POINT
               MOVE 0 TO WS-STUDENT-POINT
               MOVE 'CRSE-INA' TO WS-GRADE-STATUS
               ADD 1 TO WS-CLASS-REJECTS
           ELSE IF WS-ROST-FOUND = 0
               MOVE 0 TO WS-GRADE-VALID
               MOVE 0 TO WS-STUDENT-POINT
               MOVE 'NO-ROSTR' TO WS-GRADE-STATUS
               ADD 1 TO WS-CLASS-REJECTS
           ELSE IF WS-GRADED-NET > 0
               MOVE 0 TO WS-GRADE-VALID
               MOVE 0 TO WS-STUDENT-POINT
               MOVE 'DUP-GRDE' TO WS-GRADE-STATUS
               ADD 1 TO WS-CLASS-REJECTS
           ELSE
               PERFORM PARA-GRADE-LOOKUP
               IF WS-GRADE-VALID = 1
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'TERM: ' WS-CUR-TERM
               DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'STUDENTS GRADED: ' WS-CLASS-COUNT
                  '   REJECTED: ' WS-CLASS-REJECTS
                  '   CLASS AVERAGE POINT: ' WS-CLASS-AVG-DISP
                   END-IF
           END-READ.

       PARA-ROSTER-CHECK.
           MOVE GI-STUDENT-NO TO RS-STUDENT-NO.
           MOVE GI-COURSE TO RS-COURSE.
           MOVE WS-CUR-TERM TO RS-TERM.
           READ ROSTER-MAST-FILE
               INVALID KEY
                   MOVE 0 TO WS-ROST-FOUND
               NOT INVALID KEY
                   IF RS-REGISTERED
                       MOVE 1 TO WS-ROST-FOUND
                   ELSE
                       MOVE 0 TO WS-ROST-FOUND
                   END-IF
           END-READ.

       PARA-GRADED-CHECK.
           MOVE 0 TO WS-GRADED-NET.
           MOVE 0 TO WS-GH-SCAN-EOF.
           MOVE WS-GRADED-STUDENT TO GH-STUDENT-NO.
           MOVE 0 TO GH-SEQ.
           START GRADE-HIST-FILE KEY >= GH-KEY
               INVALID KEY
                   MOVE 1 TO WS-GH-SCAN-EOF
           END-START.
           PERFORM UNTIL WS-GH-SCAN-EOF = 1
               READ GRADE-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-GH-SCAN-EOF
                   NOT AT END
                       IF GH-STUDENT-NO NOT = WS-GRADED-STUDENT
                           MOVE 1 TO WS-GH-SCAN-EOF
                       ELSE IF GH-COURSE = WS-GRADED-COURSE
                           AND GH-TERM = WS-GRADED-TERM
                           IF GH-REVERSAL
                               SUBTRACT 1 FROM WS-GRADED-NET
                           ELSE
                               ADD 1 TO WS-GRADED-NET
                           END-IF
                       END-IF
               END-READ
           END-PERFORM.

       PARA-FIND-OPEN-TERM.
           MOVE SPACES TO WS-CUR-TERM.
           IF WS-HDR-TERM NOT = SPACES
               MOVE WS-HDR-TERM TO TM-TERM-CODE
               READ TERM-MAST-FILE
                   INVALID KEY
                       DISPLAY 'Term ' WS-HDR-TERM ' not on file'
                   NOT INVALID KEY
                       IF TM-OPEN
                           MOVE TM-TERM-CODE TO WS-CUR-TERM
                       ELSE
                           DISPLAY 'Term ' WS-HDR-TERM ' is closed'
                       END-IF
               END-READ
           ELSE
               MOVE SPACES TO WS-TERM-BEST-START
               MOVE 0 TO WS-TERM-EOF
               MOVE LOW-VALUES TO TM-TERM-CODE
               START TERM-MAST-FILE KEY >= TM-TERM-CODE
                   INVALID KEY
                       MOVE 1 TO WS-TERM-EOF
               END-START
               PERFORM UNTIL WS-TERM-EOF = 1
                   READ TERM-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-TERM-EOF
                       NOT AT END
                           IF TM-OPEN
                               AND TM-START-DATE <= WS-RUN-DATE
                               AND TM-START-DATE > WS-TERM-BEST-START
                               MOVE TM-TERM-CODE TO WS-CUR-TERM
                               MOVE TM-START-DATE TO WS-TERM-BEST-START
                           END-IF
                   END-READ
               END-PERFORM
           END-IF.

       PARA-OPEN-ROSTER.
           OPEN INPUT ROSTER-MAST-FILE.
           IF WS-ROSTER-STATUS = '35'
               OPEN OUTPUT ROSTER-MAST-FILE
               CLOSE ROSTER-MAST-FILE
               OPEN INPUT ROSTER-MAST-FILE
           END-IF.

       PARA-MISSING-GRADES.
           MOVE 0 TO WS-MG-EOF.
           MOVE 1 TO WS-MG-FIRST.
           MOVE 0 TO WS-MG-COURSES.
           MOVE 0 TO WS-MG-ROSTERED.
           MOVE 0 TO WS-MG-MISSING.
           OPEN OUTPUT MISS-RPT-FILE.
           MOVE 6 TO WS-PRT-DEST.
           MOVE 'MISSGRD' TO WS-PRT-RPT-ID.
           MOVE 'PUP GRADING SYSTEM - MISSING GRADES'
               TO WS-PRT-TITLE.
           MOVE SPACES TO WS-PRT-HEAD1.
           MOVE 'STUDENT NO' TO WS-PRT-HEAD1(1:10).
           MOVE 'NAME' TO WS-PRT-HEAD1(14:4).
           MOVE 'REGISTERED' TO WS-PRT-HEAD1(47:10).
           PERFORM PARA-RPT-START.
           MOVE LOW-VALUES TO RS-COURSE.
           START ROSTER-MAST-FILE KEY >= RS-COURSE
               INVALID KEY
                   MOVE 1 TO WS-MG-EOF
           END-START.
           PERFORM UNTIL WS-MG-EOF = 1
               READ ROSTER-MAST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-MG-EOF
                   NOT AT END
                       IF RS-REGISTERED AND RS-TERM = WS-CUR-TERM
                           PERFORM PARA-MG-ONE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-MG-FIRST = 0
               PERFORM PARA-MG-COURSE-TOTAL
           END-IF.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'TERM: ' WS-CUR-TERM
               DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'COURSES: ' WS-MG-COURSES
                  '   ROSTERED: ' WS-MG-ROSTERED
                  '   MISSING GRADES: ' WS-MG-MISSING
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           PERFORM PARA-RPT-END.
           CLOSE MISS-RPT-FILE.

       PARA-MG-ONE.
           IF WS-MG-FIRST = 1 OR RS-COURSE NOT = WS-MG-COURSE
               IF WS-MG-FIRST = 0
                   PERFORM PARA-MG-COURSE-TOTAL
               END-IF
               MOVE 0 TO WS-MG-FIRST
               MOVE RS-COURSE TO WS-MG-COURSE
               MOVE 0 TO WS-MG-CRSE-ROSTER
               MOVE 0 TO WS-MG-CRSE-MISSING
               ADD 1 TO WS-MG-COURSES
               MOVE RS-COURSE TO CM-COURSE-CODE
               READ COURSE-MAST-FILE
                   INVALID KEY
                       MOVE 'NOT ON COURSE MASTER' TO CM-TITLE
               END-READ
               MOVE SPACES TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
               MOVE SPACES TO WS-PRT-LINE
               STRING 'COURSE: ' WS-MG-COURSE '  ' CM-TITLE
                   DELIMITED BY SIZE INTO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-IF.
           ADD 1 TO WS-MG-CRSE-ROSTER.
           ADD 1 TO WS-MG-ROSTERED.
           MOVE RS-STUDENT-NO TO WS-GRADED-STUDENT.
           MOVE RS-COURSE TO WS-GRADED-COURSE.
           MOVE RS-TERM TO WS-GRADED-TERM.
           PERFORM PARA-GRADED-CHECK.
           IF WS-GRADED-NET <= 0
               ADD 1 TO WS-MG-CRSE-MISSING
               ADD 1 TO WS-MG-MISSING
               MOVE RS-STUDENT-NO TO SM-STUDENT-NO
               READ STUDENT-MAST-FILE
                   INVALID KEY
                       MOVE 'NOT ON STUDENT MASTER' TO SM-NAME
               END-READ
               MOVE RS-STUDENT-NO TO WS-MG-D-STUD
               MOVE SM-NAME TO WS-MG-D-NAME
               MOVE RS-REG-DATE TO WS-MG-D-REG-DATE
               MOVE SPACES TO WS-PRT-LINE
               MOVE WS-MG-DETAIL TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-IF.

       PARA-MG-COURSE-TOTAL.
           MOVE SPACES TO WS-PRT-LINE.
           IF WS-MG-CRSE-MISSING = 0
               STRING '  ROSTERED: ' WS-MG-CRSE-ROSTER
                      '   ALL GRADES POSTED'
                      DELIMITED BY SIZE INTO WS-PRT-LINE
           ELSE
               STRING '  ROSTERED: ' WS-MG-CRSE-ROSTER
                      '   MISSING: ' WS-MG-CRSE-MISSING
                      DELIMITED BY SIZE INTO WS-PRT-LINE
           END-IF.
           PERFORM PARA-RPT-WRITE.

       PARA-OPEN-GRADE-HIST.
           OPEN I-O GRADE-HIST-FILE.
           IF WS-GRADE-HIST-STATUS = '35'
           MOVE WS-RUN-DATE TO GH-DATE.
           MOVE GI-COURSE TO GH-COURSE.
           MOVE 'P' TO GH-TYPE.
           MOVE WS-CUR-TERM TO GH-TERM.
           WRITE GH-RECORD.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               MOVE 'GRADHIST' TO WS-ABEND-FILE
           END-IF.
           ADD 1 TO WS-BT-LINES.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'TERM: ' GH-TERM
                  ' DATE: ' GH-DATE
                  ' COURSE: ' GH-COURSE
                  ' GRADE: ' GH-GRADE
                  ' POINT: ' GH-POINT
                  ' ' WS-TS-NOTE
               DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.

       PARA-CORR-BATCH.
           MOVE 0 TO WS-CORR-EOF.
           MOVE 0 TO WS-CORR-READ.
           MOVE 0 TO WS-CORR-QUEUED.
           MOVE 0 TO WS-CORR-REJECTS.
           MOVE 'CORR FILE' TO WS-AUDIT-INPUT.
           OPEN INPUT CORR-IN-FILE.
                   PERFORM PARA-CORR-TRAILER
                   CLOSE CORR-IN-FILE
                   CLOSE CORR-RPT-FILE
                   DISPLAY 'Corrections queued for approval, see '
                       'CORRRPT.DAT'
                   MOVE SPACES TO WS-AUDIT-RESULT
                   STRING 'CORR QUEUED ' WS-CORR-QUEUED ' REJ '
                       WS-CORR-REJECTS
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               ELSE

       PARA-CORR-ONE.
           ADD 1 TO WS-CORR-READ.
           MOVE CO-STUDENT-NO TO WS-CORR-STUDENT.
           MOVE CO-COURSE TO WS-CORR-COURSE.
           MOVE CO-OLD-GRADE TO WS-CORR-OLD-GRADE.
           MOVE CO-NEW-GRADE TO WS-CORR-NEW-GRADE.
           MOVE CO-REASON TO WS-CORR-REASON.
           MOVE WS-CORR-NEW-GRADE TO GRADE.
           PERFORM PARA-GRADE-LOOKUP.
           MOVE WS-STUDENT-POINT TO WS-CORR-NEW-PT.
           IF WS-GRADE-VALID = 0
                   MOVE 'NO-MATCH' TO WS-CORR-STATUS
                   ADD 1 TO WS-CORR-REJECTS
               ELSE
                   PERFORM PARA-CORR-TERM-CHECK
                   IF WS-TERM-OPEN-SW = 0
                       MOVE 'TRM-CLSD' TO WS-CORR-STATUS
                       ADD 1 TO WS-CORR-REJECTS
                   ELSE
                       PERFORM PARA-CORR-QUEUE
                       MOVE 'QUEUED' TO WS-CORR-STATUS
                       ADD 1 TO WS-CORR-QUEUED
                   END-IF
               END-IF
           END-IF.
           MOVE CO-STUDENT-NO TO WS-CORR-D-STUD.
       PARA-CORR-MATCH-SCAN.
           MOVE 0 TO WS-CORR-NET.
           MOVE 0 TO WS-CORR-MATCH-PT.
           MOVE SPACES TO WS-CORR-MATCH-TERM.
           MOVE 0 TO WS-CORR-SCAN-EOF.
           OPEN INPUT GRADE-HIST-FILE.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               MOVE 1 TO WS-CORR-SCAN-EOF
           ELSE
               MOVE WS-CORR-STUDENT TO GH-STUDENT-NO
               MOVE 0 TO GH-SEQ
               START GRADE-HIST-FILE KEY >= GH-KEY
                   INVALID KEY
                       AT END
                           MOVE 1 TO WS-CORR-SCAN-EOF
                       NOT AT END
                           IF GH-STUDENT-NO NOT = WS-CORR-STUDENT
                               MOVE 1 TO WS-CORR-SCAN-EOF
                           ELSE IF GH-COURSE = WS-CORR-COURSE
                               AND GH-GRADE = WS-CORR-OLD-GRADE
                               IF GH-REVERSAL
                                   SUBTRACT 1 FROM WS-CORR-NET
                               ELSE
                                   ADD 1 TO WS-CORR-NET
                                   MOVE GH-POINT TO WS-CORR-MATCH-PT
                                   MOVE GH-TERM TO WS-CORR-MATCH-TERM
                               END-IF
                           END-IF
                   END-READ
               CLOSE GRADE-HIST-FILE
           END-IF.

       PARA-CORR-TERM-CHECK.
           MOVE 0 TO WS-TERM-OPEN-SW.
           MOVE WS-CORR-MATCH-TERM TO TM-TERM-CODE.
           READ TERM-MAST-FILE
               INVALID KEY
                   MOVE 0 TO WS-TERM-OPEN-SW
               NOT INVALID KEY
                   IF TM-OPEN
                       MOVE 1 TO WS-TERM-OPEN-SW
                   END-IF
           END-READ.

       PARA-CORR-POST.
           PERFORM PARA-OPEN-GRADE-HIST.
           MOVE WS-CORR-STUDENT TO WS-GH-SEQ-STUDENT.
           PERFORM PARA-NEXT-GH-SEQ.
           MOVE SPACES TO GH-RECORD.
           MOVE WS-GH-NEXT-SEQ TO GH-SEQ.
           MOVE WS-CORR-STUDENT TO GH-STUDENT-NO.
           MOVE WS-CORR-OLD-GRADE TO GH-GRADE.
           MOVE WS-CORR-MATCH-PT TO GH-POINT.
           MOVE WS-RUN-DATE TO GH-DATE.
           MOVE WS-CORR-COURSE TO GH-COURSE.
           MOVE 'R' TO GH-TYPE.
           MOVE WS-CORR-REASON TO GH-REASON.
           MOVE WS-CORR-MATCH-TERM TO GH-TERM.
           WRITE GH-RECORD.
           PERFORM PARA-CORR-HIST-CHECK.
           MOVE WS-CORR-STUDENT TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING 'REVERSAL ' WS-CORR-OLD-GRADE ' ' WS-CORR-COURSE
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT.
           PERFORM PARA-WRITE-AUDIT.
           PERFORM PARA-NEXT-GH-SEQ.
           MOVE SPACES TO GH-RECORD.
           MOVE WS-GH-NEXT-SEQ TO GH-SEQ.
           MOVE WS-CORR-STUDENT TO GH-STUDENT-NO.
           MOVE WS-CORR-NEW-GRADE TO GH-GRADE.
           MOVE WS-CORR-NEW-PT TO GH-POINT.
           MOVE WS-RUN-DATE TO GH-DATE.
           MOVE WS-CORR-COURSE TO GH-COURSE.
           MOVE 'C' TO GH-TYPE.
           MOVE WS-CORR-REASON TO GH-REASON.
           MOVE WS-CORR-MATCH-TERM TO GH-TERM.
           WRITE GH-RECORD.
           PERFORM PARA-CORR-HIST-CHECK.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING 'CORRECTED ' WS-CORR-NEW-GRADE ' ' WS-CORR-COURSE
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT.
           PERFORM PARA-WRITE-AUDIT.
           CLOSE GRADE-HIST-FILE.
               PERFORM PARA-IO-ABEND
           END-IF.

       PARA-CORR-QUEUE.
           PERFORM PARA-PEND-START.
           MOVE 'GC' TO PC-TYPE.
           MOVE WS-CORR-STUDENT TO PC-KEY-VALUE.
           MOVE WS-CORR-COURSE TO PC-CO-COURSE.
           MOVE WS-CORR-OLD-GRADE TO PC-CO-OLD-GRADE.
           MOVE WS-CORR-NEW-GRADE TO PC-CO-NEW-GRADE.
           MOVE WS-CORR-REASON TO PC-CO-REASON.
           PERFORM PARA-PEND-WRITE.
           MOVE WS-CORR-STUDENT TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING 'CORR QUEUED ' WS-PEND-REQ-NO
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT.
           PERFORM PARA-WRITE-AUDIT.
           MOVE 'CORR FILE' TO WS-AUDIT-INPUT.

       PARA-CORR-TRAILER.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'CORRECTIONS QUEUED: ' WS-CORR-QUEUED
                  '   REJECTED: ' WS-CORR-REJECTS
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           ELSE
               DISPLAY 'A - Add Student' WITH NO ADVANCING
               DISPLAY '   D - Deactivate Student' WITH NO ADVANCING
               DISPLAY '   T - Transcript Report' WITH NO ADVANCING
               DISPLAY '   N - Name Search'
               DISPLAY 'Choose a letter: ' WITH NO ADVANCING
               ACCEPT WS-MAINT-MODE
               IF WS-MAINT-MODE = 'A' OR WS-MAINT-MODE = 'a'
                   PERFORM PARA-STUDENT-DEACT
               ELSE IF WS-MAINT-MODE = 'T' OR WS-MAINT-MODE = 't'
                   PERFORM PARA-STUDENT-TRANSCRIPT
               ELSE IF WS-MAINT-MODE = 'N' OR WS-MAINT-MODE = 'n'
                   PERFORM PARA-STUDENT-NAME-SEARCH
               ELSE
                   DISPLAY 'INVALID INPUT'
                   MOVE 'INVALID MAINT CHOICE' TO WS-AUDIT-RESULT
           DISPLAY 'Enter student number: ' WITH NO ADVANCING.
           ACCEPT WS-MAINT-STUDENT.
           MOVE WS-MAINT-STUDENT TO WS-AUDIT-INPUT.
           MOVE WS-MAINT-STUDENT TO SM-STUDENT-NO.
           READ STUDENT-MAST-FILE
               INVALID KEY
                   MOVE 0 TO WS-STUD-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-STUD-FOUND
           END-READ.
           IF WS-STUD-FOUND = 1
               DISPLAY 'Student already on file'
               MOVE 'STUDENT ALREADY ON FILE' TO WS-AUDIT-RESULT
           ELSE
               MOVE SPACES TO SM-RECORD
               MOVE WS-MAINT-STUDENT TO SM-STUDENT-NO
               DISPLAY 'Enter student name: ' WITH NO ADVANCING
               ACCEPT SM-NAME
               DISPLAY 'Enter program code: ' WITH NO ADVANCING
               ACCEPT SM-PROGRAM
               DISPLAY 'Enter year level: ' WITH NO ADVANCING
               ACCEPT SM-YEAR-LEVEL
               PERFORM PARA-PEND-START
               MOVE 'SA' TO PC-TYPE
               MOVE SM-STUDENT-NO TO PC-KEY-VALUE
               MOVE SM-NAME TO PC-SM-NAME
               MOVE SM-PROGRAM TO PC-SM-PROGRAM
               MOVE SM-YEAR-LEVEL TO PC-SM-YEAR-LEVEL
               PERFORM PARA-PEND-WRITE
               STRING 'STUDENT ADD QUEUED ' WS-PEND-REQ-NO
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF.

       PARA-STUDENT-DEACT.
                   DISPLAY 'Student not on file'
                   MOVE 'STUDENT NOT ON FILE' TO WS-AUDIT-RESULT
               NOT INVALID KEY
                   PERFORM PARA-PEND-START
                   MOVE 'SD' TO PC-TYPE
                   MOVE SM-STUDENT-NO TO PC-KEY-VALUE
                   PERFORM PARA-PEND-WRITE
                   STRING 'STUDENT DEACT QUEUED ' WS-PEND-REQ-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-READ.

       PARA-STUDENT-TRANSCRIPT.
               PERFORM PARA-TRANSCRIPT-WRITE
           END-IF.

       PARA-STUDENT-NAME-SEARCH.
           DISPLAY 'Enter name or leading part of name: '
               WITH NO ADVANCING.
           ACCEPT WS-NS-NAME.
           MOVE WS-NS-NAME TO WS-AUDIT-INPUT.
           MOVE 0 TO WS-NS-LEN.
           INSPECT FUNCTION REVERSE(WS-NS-NAME)
               TALLYING WS-NS-LEN FOR LEADING SPACES.
           COMPUTE WS-NS-LEN = 30 - WS-NS-LEN.
           IF WS-NS-LEN = 0
               DISPLAY 'Name is required'
               MOVE 'INVALID NAME SEARCH' TO WS-AUDIT-RESULT
           ELSE
               MOVE 0 TO WS-NS-EOF
               MOVE 0 TO WS-NS-DONE
               MOVE 0 TO WS-NS-MATCHES
               MOVE 0 TO WS-NS-TSCRIPT
               MOVE WS-NS-NAME TO SM-NAME
               START STUDENT-MAST-FILE KEY >= SM-NAME
                   INVALID KEY
                       MOVE 1 TO WS-NS-EOF
               END-START
               PERFORM UNTIL WS-NS-DONE = 1
                   PERFORM PARA-NAME-SEARCH-PAGE
                   MOVE 0 TO WS-NS-PICKED
                   PERFORM PARA-NAME-SEARCH-PICK
                       UNTIL WS-NS-PICKED = 1
               END-PERFORM
               IF WS-NS-TSCRIPT = 0
                   STRING 'NAME SEARCH ' WS-NS-MATCHES ' MATCHES'
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               END-IF
           END-IF.

       PARA-NAME-SEARCH-PAGE.
           MOVE 0 TO WS-NS-LINES.
           IF WS-NS-EOF = 0
               DISPLAY 'NO  STUDENT NO  NAME' WITH NO ADVANCING
               DISPLAY '                            PROGRAM    YR ST'
           END-IF.
           PERFORM UNTIL WS-NS-EOF = 1 OR WS-NS-LINES = 10
               READ STUDENT-MAST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-NS-EOF
                   NOT AT END
                       IF SM-NAME(1:WS-NS-LEN)
                           NOT = WS-NS-NAME(1:WS-NS-LEN)
                           MOVE 1 TO WS-NS-EOF
                       ELSE
                           ADD 1 TO WS-NS-LINES
                           ADD 1 TO WS-NS-MATCHES
                           MOVE SM-STUDENT-NO
                               TO WS-NS-STUDENT(WS-NS-LINES)
                           MOVE WS-NS-LINES TO WS-NS-LINE-DISP
                           DISPLAY WS-NS-LINE-DISP '  ' SM-STUDENT-NO
                               '  ' SM-NAME ' ' SM-PROGRAM
                               ' ' SM-YEAR-LEVEL '  ' SM-STATUS
                       END-IF
               END-READ
           END-PERFORM.

       PARA-NAME-SEARCH-PICK.
           MOVE 1 TO WS-NS-PICKED.
           IF WS-NS-LINES = 0
               IF WS-NS-MATCHES = 0
                   DISPLAY 'No students found for '
                       WS-NS-NAME(1:WS-NS-LEN)
               ELSE
                   DISPLAY 'No more matches'
               END-IF
               MOVE 1 TO WS-NS-DONE
           ELSE
               PERFORM PARA-NAME-SEARCH-PROMPT
           END-IF.

       PARA-NAME-SEARCH-PROMPT.
           IF WS-NS-EOF = 1
               DISPLAY 'End of matches'
               DISPLAY 'Line number for transcript, Q - Quit: '
                   WITH NO ADVANCING
           ELSE
               DISPLAY 'Line number for transcript, N - Next page,'
                   ' Q - Quit: ' WITH NO ADVANCING
           END-IF.
           MOVE SPACES TO WS-NS-PICK.
           ACCEPT WS-NS-PICK.
           MOVE 0 TO WS-NS-PICK-NO.
           IF WS-NS-PICK(1:1) IS NUMERIC
               AND WS-NS-PICK(2:1) = SPACE
               MOVE WS-NS-PICK(1:1) TO WS-NS-PICK-NO
           ELSE IF WS-NS-PICK IS NUMERIC
               MOVE WS-NS-PICK TO WS-NS-PICK-NO
           END-IF.
           IF WS-NS-PICK-NO >= 1 AND WS-NS-PICK-NO <= WS-NS-LINES
               MOVE WS-NS-STUDENT(WS-NS-PICK-NO) TO WS-MAINT-STUDENT
               MOVE WS-MAINT-STUDENT TO WS-AUDIT-INPUT
               MOVE WS-MAINT-STUDENT TO SM-STUDENT-NO
               READ STUDENT-MAST-FILE
                   INVALID KEY
                       DISPLAY 'Student not on file'
                       MOVE 'STUDENT NOT ON FILE' TO WS-AUDIT-RESULT
                   NOT INVALID KEY
                       PERFORM PARA-TRANSCRIPT-WRITE
               END-READ
               MOVE 1 TO WS-NS-TSCRIPT
               MOVE 1 TO WS-NS-DONE
           ELSE IF (WS-NS-PICK = 'N' OR WS-NS-PICK = 'n')
               AND WS-NS-EOF = 0
               CONTINUE
           ELSE IF WS-NS-PICK = 'Q' OR WS-NS-PICK = 'q'
               MOVE 1 TO WS-NS-DONE
           ELSE
               DISPLAY 'INVALID INPUT'
               MOVE 0 TO WS-NS-PICKED
           END-IF.

       PARA-TRANSCRIPT-WRITE.
           MOVE 0 TO WS-TS-EOF.
           MOVE 0 TO WS-TS-COUNT.
                                   MOVE SPACES TO WS-TS-NOTE
                               END-IF
                               MOVE SPACES TO TS-LINE
                               STRING 'TERM: ' GH-TERM
                                      ' DATE: ' GH-DATE
                                      ' COURSE: ' GH-COURSE
                                      ' GRADE: ' GH-GRADE
                                      ' POINT: ' GH-POINT
                                      ' ' WS-TS-NOTE
                                   DELIMITED BY SIZE INTO TS-LINE
                               WRITE TS-LINE
                               PERFORM PARA-TSCRIPT-CHECK
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               DISPLAY 'A - Add Course' WITH NO ADVANCING
               DISPLAY '   D - Deactivate Course' WITH NO ADVANCING
               DISPLAY '   T - Add Term'
               DISPLAY 'Choose a letter: ' WITH NO ADVANCING
               ACCEPT WS-CRSE-MAINT-MODE
               IF WS-CRSE-MAINT-MODE = 'A' OR WS-CRSE-MAINT-MODE = 'a'
               ELSE IF WS-CRSE-MAINT-MODE = 'D'
                   OR WS-CRSE-MAINT-MODE = 'd'
                   PERFORM PARA-COURSE-DEACT
               ELSE IF WS-CRSE-MAINT-MODE = 'T'
                   OR WS-CRSE-MAINT-MODE = 't'
                   PERFORM PARA-TERM-ADD
               ELSE
                   DISPLAY 'INVALID INPUT'
                   MOVE 'INVALID CRSE CHOICE' TO WS-AUDIT-RESULT
           DISPLAY 'Enter course code: ' WITH NO ADVANCING.
           ACCEPT WS-MAINT-COURSE.
           MOVE WS-MAINT-COURSE TO WS-AUDIT-INPUT.
           MOVE WS-MAINT-COURSE TO CM-COURSE-CODE.
           READ COURSE-MAST-FILE
               INVALID KEY
                   MOVE 0 TO WS-CRSE-FOUND
               NOT INVALID KEY
                   MOVE 1 TO WS-CRSE-FOUND
           END-READ.
           IF WS-CRSE-FOUND = 1
               DISPLAY 'Course already on file'
               MOVE 'COURSE ALREADY ON FILE' TO WS-AUDIT-RESULT
           ELSE
               MOVE SPACES TO CM-RECORD
               MOVE WS-MAINT-COURSE TO CM-COURSE-CODE
               DISPLAY 'Enter course title: ' WITH NO ADVANCING
               ACCEPT CM-TITLE
               DISPLAY 'Enter units: ' WITH NO ADVANCING
               ACCEPT CM-UNITS
               PERFORM PARA-PEND-START
               MOVE 'CA' TO PC-TYPE
               MOVE CM-COURSE-CODE TO PC-KEY-VALUE
               MOVE CM-TITLE TO PC-CM-TITLE
               MOVE CM-UNITS TO PC-CM-UNITS
               PERFORM PARA-PEND-WRITE
               STRING 'COURSE ADD QUEUED ' WS-PEND-REQ-NO
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF.

       PARA-COURSE-DEACT.
                   DISPLAY 'Course not on file'
                   MOVE 'COURSE NOT ON FILE' TO WS-AUDIT-RESULT
               NOT INVALID KEY
                   PERFORM PARA-PEND-START
                   MOVE 'CD' TO PC-TYPE
                   MOVE CM-COURSE-CODE TO PC-KEY-VALUE
                   PERFORM PARA-PEND-WRITE
                   STRING 'COURSE DEACT QUEUED ' WS-PEND-REQ-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-READ.

       PARA-TERM-ADD.
           DISPLAY 'Enter term code: ' WITH NO ADVANCING.
           ACCEPT WS-MAINT-TERM.
           MOVE WS-MAINT-TERM TO WS-AUDIT-INPUT.
           MOVE WS-MAINT-TERM TO TM-TERM-CODE.
           MOVE 0 TO WS-TERM-FOUND.
           IF WS-MAINT-TERM NOT = SPACES
               READ TERM-MAST-FILE
                   INVALID KEY
                       MOVE 0 TO WS-TERM-FOUND
                   NOT INVALID KEY
                       MOVE 1 TO WS-TERM-FOUND
               END-READ
           END-IF.
           MOVE SPACES TO TM-RECORD.
           MOVE WS-MAINT-TERM TO TM-TERM-CODE.
           IF WS-MAINT-TERM = SPACES
               DISPLAY 'Term code is required'
               MOVE 'INVALID TERM CODE' TO WS-AUDIT-RESULT
           ELSE IF WS-TERM-FOUND = 1
               DISPLAY 'Term already on file'
               MOVE 'TERM ALREADY ON FILE' TO WS-AUDIT-RESULT
           ELSE
               DISPLAY 'Enter term description: ' WITH NO ADVANCING
               ACCEPT TM-DESC
               DISPLAY 'Enter start date (YYYYMMDD): '
                   WITH NO ADVANCING
               ACCEPT TM-START-DATE
               DISPLAY 'Enter end date (YYYYMMDD): ' WITH NO ADVANCING
               ACCEPT TM-END-DATE
               IF TM-START-DATE NOT NUMERIC
                   OR TM-END-DATE NOT NUMERIC
                   OR TM-END-DATE < TM-START-DATE
                   DISPLAY 'Invalid term dates'
                   MOVE 'INVALID TERM DATES' TO WS-AUDIT-RESULT
               ELSE
                   PERFORM PARA-PEND-START
                   MOVE 'TA' TO PC-TYPE
                   MOVE TM-TERM-CODE TO PC-KEY-VALUE
                   MOVE TM-DESC TO PC-TM-DESC
                   MOVE TM-START-DATE TO PC-TM-START-DATE
                   MOVE TM-END-DATE TO PC-TM-END-DATE
                   PERFORM PARA-PEND-WRITE
                   STRING 'TERM ADD QUEUED ' WS-PEND-REQ-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               END-IF
           END-IF.

       PARA-OPER-MAINT.
           IF WS-TRANS-MODE = 1
               DISPLAY 'Operator maintenance not available in '
           DISPLAY 'Enter operator ID: ' WITH NO ADVANCING.
           ACCEPT WS-MAINT-OPER-ID.
           MOVE WS-MAINT-OPER-ID TO WS-AUDIT-INPUT.
           MOVE WS-MAINT-OPER-ID TO OP-ID.
           READ OPERATOR-MAST-FILE
               INVALID KEY
                   MOVE SPACES TO OP-RECORD
                   MOVE WS-MAINT-OPER-ID TO OP-ID
                   DISPLAY 'Enter password: ' WITH NO ADVANCING
                   ACCEPT OP-PASSWORD
                   DISPLAY 'Enter authority letters (A-J): '
                       WITH NO ADVANCING
                   ACCEPT OP-AUTH
                   PERFORM PARA-PEND-START
                   MOVE 'OA' TO PC-TYPE
                   MOVE OP-ID TO PC-KEY-VALUE
                   MOVE OP-PASSWORD TO PC-OP-PASSWORD
                   MOVE OP-AUTH TO PC-OP-AUTH
                   PERFORM PARA-PEND-WRITE
                   STRING 'OPERATOR ADD QUEUED ' WS-PEND-REQ-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
               NOT INVALID KEY
                   DISPLAY 'Operator already on file'
                   MOVE 'OPERATOR ALREADY ON FILE' TO WS-AUDIT-RESULT
           END-READ.

       PARA-OPER-UNLOCK.
           DISPLAY 'Enter operator ID: ' WITH NO ADVANCING.
                   DISPLAY 'Operator not on file'
                   MOVE 'OPERATOR NOT ON FILE' TO WS-AUDIT-RESULT
               NOT INVALID KEY
                   PERFORM PARA-PEND-START
                   MOVE 'OU' TO PC-TYPE
                   MOVE OP-ID TO PC-KEY-VALUE
                   PERFORM PARA-PEND-WRITE
                   STRING 'OPERATOR UNLOCK QUEUED ' WS-PEND-REQ-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-READ.

       PARA-OPER-SET-AUTH.
                   DISPLAY 'Operator not on file'
                   MOVE 'OPERATOR NOT ON FILE' TO WS-AUDIT-RESULT
               NOT INVALID KEY
                   DISPLAY 'Current authority: ' OP-AUTH
                   DISPLAY 'Enter authority letters (A-J): '
                       WITH NO ADVANCING
                   ACCEPT WS-MAINT-AUTH
                   PERFORM PARA-PEND-START
                   MOVE 'OS' TO PC-TYPE
                   MOVE OP-ID TO PC-KEY-VALUE
                   MOVE WS-MAINT-AUTH TO PC-OP-AUTH
                   PERFORM PARA-PEND-WRITE
                   STRING 'OPERATOR AUTH QUEUED ' WS-PEND-REQ-NO
                       DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-READ.

       PARA-OPER-SHOW-LOCK.
               MOVE 'RUN LOCK DISPLAYED' TO WS-AUDIT-RESULT
           END-IF.

       PARA-OPEN-PENDING.
           OPEN I-O PEND-CHG-FILE.
           IF WS-PEND-STATUS = '35'
               OPEN OUTPUT PEND-CHG-FILE
               CLOSE PEND-CHG-FILE
               OPEN I-O PEND-CHG-FILE
           END-IF.
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'PENDCHG' TO WS-ABEND-FILE
               MOVE 'OPEN' TO WS-ABEND-OP
               MOVE WS-PEND-STATUS TO WS-ABEND-STATUS
               MOVE 0 TO WS-ABEND-COUNT
               PERFORM PARA-IO-ABEND
           END-IF.

       PARA-PEND-START.
           PERFORM PARA-OPEN-PENDING.
           MOVE 0 TO PC-REQ-NO.
           READ PEND-CHG-FILE
               INVALID KEY
                   MOVE SPACES TO PC-RECORD
                   MOVE 0 TO PC-REQ-NO
                   MOVE 0 TO PC-CTL-LAST-REQ
                   WRITE PC-RECORD
                   PERFORM PARA-PEND-CHECK
           END-READ.
           ADD 1 TO PC-CTL-LAST-REQ.
           MOVE PC-CTL-LAST-REQ TO WS-PEND-REQ-NO.
           REWRITE PC-RECORD.
           PERFORM PARA-PEND-CHECK.
           MOVE SPACES TO PC-RECORD.
           MOVE WS-PEND-REQ-NO TO PC-REQ-NO.
           MOVE 'P' TO PC-STATUS.
           MOVE WS-OPERATOR-ID TO PC-REQ-OPER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PC-REQ-STAMP.

       PARA-PEND-WRITE.
           WRITE PC-RECORD.
           PERFORM PARA-PEND-CHECK.
           CLOSE PEND-CHG-FILE.
           DISPLAY 'Queued for approval as request ' WS-PEND-REQ-NO.

       PARA-PEND-CHECK.
           IF WS-PEND-STATUS NOT = '00'
               MOVE 'PENDCHG' TO WS-ABEND-FILE
               MOVE 'WRITE' TO WS-ABEND-OP
               MOVE WS-PEND-STATUS TO WS-ABEND-STATUS
               MOVE WS-PEND-REQ-NO TO WS-ABEND-COUNT
               PERFORM PARA-IO-ABEND
           END-IF.

       PARA-APPROVE-MAINT.
           IF WS-TRANS-MODE = 1
               DISPLAY 'Change approval not available in '
                   'transaction mode'
               MOVE 'MAINT NOT IN TRANS MODE' TO WS-AUDIT-RESULT
               ADD 1 TO WS-TRANS-REJECTED
           ELSE
               PERFORM PARA-APPROVE-REVIEW
           END-IF.
           PERFORM PARA-PAUSE.
           DISPLAY WS-NEWLINE.
           DISPLAY WS-NEWLINE.

       PARA-APPROVE-REVIEW.
           MOVE 0 TO WS-PEND-EOF.
           MOVE 0 TO WS-PEND-SHOWN.
           MOVE 0 TO WS-PEND-APPROVED.
           MOVE 0 TO WS-PEND-REJECTED.
           PERFORM PARA-OPEN-PENDING.
           MOVE 1 TO PC-REQ-NO.
           START PEND-CHG-FILE KEY >= PC-REQ-NO
               INVALID KEY
                   MOVE 1 TO WS-PEND-EOF
           END-START.
           PERFORM UNTIL WS-PEND-EOF = 1
               READ PEND-CHG-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-PEND-EOF
                   NOT AT END
                       IF PC-PENDING
                           PERFORM PARA-APPROVE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           CLOSE PEND-CHG-FILE.
           IF WS-PEND-SHOWN = 0
               DISPLAY 'No changes awaiting approval'
           END-IF.
           DISPLAY 'Approved: ' WS-PEND-APPROVED
               '  Rejected: ' WS-PEND-REJECTED.
           MOVE 'PENDING CHGS' TO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           STRING 'REVIEW APPR ' WS-PEND-APPROVED
                  ' REJ ' WS-PEND-REJECTED
               DELIMITED BY SIZE INTO WS-AUDIT-RESULT.

       PARA-APPROVE-ONE.
           ADD 1 TO WS-PEND-SHOWN.
           PERFORM PARA-PEND-SHOW.
           IF PC-REQ-OPER = WS-OPERATOR-ID
               DISPLAY '  Your own request - another operator '
                   'must review it'
           ELSE IF (PC-OPER-ADD OR PC-OPER-UNLOCK OR PC-OPER-AUTH)
               AND PC-KEY-VALUE = WS-OPERATOR-ID
               DISPLAY '  Change to your own operator record - '
                   'another operator must review it'
           ELSE
               DISPLAY 'A - Approve   R - Reject   S - Skip   '
                   'Q - Quit: ' WITH NO ADVANCING
               ACCEPT WS-PEND-ACTION
               IF WS-PEND-ACTION = 'A' OR WS-PEND-ACTION = 'a'
                   PERFORM PARA-PEND-APPLY
                   IF WS-PEND-APPLIED = 1
                       MOVE 'A' TO PC-STATUS
                   ELSE
                       MOVE 'X' TO PC-STATUS
                   END-IF
                   PERFORM PARA-PEND-DECIDE
                   ADD 1 TO WS-PEND-APPROVED
               ELSE IF WS-PEND-ACTION = 'R' OR WS-PEND-ACTION = 'r'
                   MOVE 'R' TO PC-STATUS
                   MOVE 'REJECTED BY APPROVER' TO WS-PEND-RESULT
                   PERFORM PARA-PEND-DECIDE
                   ADD 1 TO WS-PEND-REJECTED
               ELSE IF WS-PEND-ACTION = 'Q' OR WS-PEND-ACTION = 'q'
                   MOVE 1 TO WS-PEND-EOF
               ELSE
                   DISPLAY '  Request ' PC-REQ-NO ' left pending'
               END-IF
           END-IF.

       PARA-PEND-SHOW.
           EVALUATE TRUE
               WHEN PC-STUD-ADD
                   MOVE 'ADD STUDENT' TO WS-PEND-DESC
               WHEN PC-STUD-DEACT
                   MOVE 'DEACTIVATE STUDENT' TO WS-PEND-DESC
               WHEN PC-CRSE-ADD
                   MOVE 'ADD COURSE' TO WS-PEND-DESC
               WHEN PC-CRSE-DEACT
                   MOVE 'DEACTIVATE COURSE' TO WS-PEND-DESC
               WHEN PC-TERM-ADD
                   MOVE 'ADD TERM' TO WS-PEND-DESC
               WHEN PC-OPER-ADD
                   MOVE 'ADD OPERATOR' TO WS-PEND-DESC
               WHEN PC-OPER-UNLOCK
                   MOVE 'UNLOCK OPERATOR' TO WS-PEND-DESC
               WHEN PC-OPER-AUTH
                   MOVE 'SET OPERATOR AUTH' TO WS-PEND-DESC
               WHEN PC-GRADE-CORR
                   MOVE 'GRADE CORRECTION' TO WS-PEND-DESC
               WHEN OTHER
                   MOVE 'UNKNOWN CHANGE' TO WS-PEND-DESC
           END-EVALUATE.
           DISPLAY 'Request ' PC-REQ-NO ': ' WS-PEND-DESC
               ' ' PC-KEY-VALUE.
           DISPLAY '  Requested by ' PC-REQ-OPER ' at ' PC-REQ-STAMP.
           EVALUATE TRUE
               WHEN PC-STUD-ADD
                   DISPLAY '  Name: ' PC-SM-NAME
                       ' Program: ' PC-SM-PROGRAM
                       ' Year: ' PC-SM-YEAR-LEVEL
               WHEN PC-CRSE-ADD
                   DISPLAY '  Title: ' PC-CM-TITLE
                       ' Units: ' PC-CM-UNITS
               WHEN PC-TERM-ADD
                   DISPLAY '  ' PC-TM-DESC ' ' PC-TM-START-DATE
                       ' to ' PC-TM-END-DATE
               WHEN PC-OPER-ADD
               WHEN PC-OPER-AUTH
                   DISPLAY '  Authority: ' PC-OP-AUTH
               WHEN PC-GRADE-CORR
                   DISPLAY '  Course: ' PC-CO-COURSE
                       ' Grade ' PC-CO-OLD-GRADE
                       ' to ' PC-CO-NEW-GRADE
                       ' Reason: ' PC-CO-REASON
               WHEN OTHER
                   CONTINUE
           END-EVALUATE.

       PARA-PEND-DECIDE.
           MOVE WS-OPERATOR-ID TO PC-APR-OPER.
           MOVE FUNCTION CURRENT-DATE(1:14) TO PC-APR-STAMP.
           MOVE WS-PEND-RESULT TO PC-RESULT.
           MOVE PC-REQ-NO TO WS-PEND-REQ-NO.
           REWRITE PC-RECORD.
           PERFORM PARA-PEND-CHECK.
           MOVE SPACES TO WS-AUDIT-INPUT.
           STRING 'REQ ' PC-REQ-NO ' ' PC-TYPE
               DELIMITED BY SIZE INTO WS-AUDIT-INPUT.
           MOVE SPACES TO WS-AUDIT-RESULT.
           IF PC-REJECTED
               STRING 'REJECTED ' PC-TYPE ' ' PC-KEY-VALUE
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE IF PC-APPROVED
               STRING 'APPROVED ' PC-TYPE ' ' PC-KEY-VALUE
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           ELSE
               STRING 'APPROVED ' PC-TYPE ' NOT APPLIED'
                   DELIMITED BY SIZE INTO WS-AUDIT-RESULT
           END-IF.
           PERFORM PARA-WRITE-AUDIT.
           DISPLAY '  Request ' PC-REQ-NO ' ' WS-PEND-RESULT.

       PARA-PEND-APPLY.
           MOVE 0 TO WS-PEND-APPLIED.
           MOVE SPACES TO WS-PEND-RESULT.
           EVALUATE TRUE
               WHEN PC-STUD-ADD
                   PERFORM PARA-APPLY-STUD-ADD
               WHEN PC-STUD-DEACT
                   PERFORM PARA-APPLY-STUD-DEACT
               WHEN PC-CRSE-ADD
                   PERFORM PARA-APPLY-CRSE-ADD
               WHEN PC-CRSE-DEACT
                   PERFORM PARA-APPLY-CRSE-DEACT
               WHEN PC-TERM-ADD
                   PERFORM PARA-APPLY-TERM-ADD
               WHEN PC-OPER-ADD
                   PERFORM PARA-APPLY-OPER-ADD
               WHEN PC-OPER-UNLOCK
                   PERFORM PARA-APPLY-OPER-UNLOCK
               WHEN PC-OPER-AUTH
                   PERFORM PARA-APPLY-OPER-AUTH
               WHEN PC-GRADE-CORR
                   PERFORM PARA-APPLY-GRADE-CORR
               WHEN OTHER
                   MOVE 'UNKNOWN CHANGE TYPE' TO WS-PEND-RESULT
           END-EVALUATE.

       PARA-APPLY-STUD-ADD.
           MOVE SPACES TO SM-RECORD.
           MOVE PC-KEY-VALUE TO SM-STUDENT-NO.
           MOVE PC-SM-NAME TO SM-NAME.
           MOVE PC-SM-PROGRAM TO SM-PROGRAM.
           MOVE PC-SM-YEAR-LEVEL TO SM-YEAR-LEVEL.
           MOVE 'A' TO SM-STATUS.
           MOVE WS-RUN-DATE TO SM-STATUS-DATE.
           WRITE SM-RECORD
               INVALID KEY
                   MOVE 'STUDENT ALREADY ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'STUDENT ADDED' TO WS-PEND-RESULT
           END-WRITE.
           IF WS-STUD-MAST-STATUS NOT = '00'
               AND WS-STUD-MAST-STATUS NOT = '02'
               AND WS-STUD-MAST-STATUS NOT = '22'
               MOVE 'STUDMAST' TO WS-ABEND-FILE
               MOVE 'WRITE' TO WS-ABEND-OP
               MOVE WS-STUD-MAST-STATUS TO WS-ABEND-STATUS
               MOVE 0 TO WS-ABEND-COUNT
               PERFORM PARA-IO-ABEND
           END-IF.

       PARA-APPLY-STUD-DEACT.
           MOVE PC-KEY-VALUE TO SM-STUDENT-NO.
           READ STUDENT-MAST-FILE
               INVALID KEY
                   MOVE 'STUDENT NOT ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE 'I' TO SM-STATUS
                   MOVE WS-RUN-DATE TO SM-STATUS-DATE
                   REWRITE SM-RECORD
                   IF WS-STUD-MAST-STATUS NOT = '00'
                       AND WS-STUD-MAST-STATUS NOT = '02'
                       MOVE 'STUDMAST' TO WS-ABEND-FILE
                       MOVE 'REWRITE' TO WS-ABEND-OP
                       MOVE WS-STUD-MAST-STATUS TO WS-ABEND-STATUS
                       MOVE 0 TO WS-ABEND-COUNT
                       PERFORM PARA-IO-ABEND
                   END-IF
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'STUDENT DEACTIVATED' TO WS-PEND-RESULT
           END-READ.

       PARA-APPLY-CRSE-ADD.
           MOVE SPACES TO CM-RECORD.
           MOVE PC-KEY-VALUE TO CM-COURSE-CODE.
           MOVE PC-CM-TITLE TO CM-TITLE.
           MOVE PC-CM-UNITS TO CM-UNITS.
           MOVE 'A' TO CM-STATUS.
           WRITE CM-RECORD
               INVALID KEY
                   MOVE 'COURSE ALREADY ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'COURSE ADDED' TO WS-PEND-RESULT
           END-WRITE.
           IF WS-COURSE-MAST-STATUS NOT = '00'
               AND WS-COURSE-MAST-STATUS NOT = '22'
               MOVE 'COURMAST' TO WS-ABEND-FILE
               MOVE 'WRITE' TO WS-ABEND-OP
               MOVE WS-COURSE-MAST-STATUS TO WS-ABEND-STATUS
               MOVE 0 TO WS-ABEND-COUNT
               PERFORM PARA-IO-ABEND
           END-IF.

       PARA-APPLY-CRSE-DEACT.
           MOVE PC-KEY-VALUE TO CM-COURSE-CODE.
           READ COURSE-MAST-FILE
               INVALID KEY
                   MOVE 'COURSE NOT ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE 'I' TO CM-STATUS
                   REWRITE CM-RECORD
                   IF WS-COURSE-MAST-STATUS NOT = '00'
                       MOVE 'COURMAST' TO WS-ABEND-FILE
                       MOVE 'REWRITE' TO WS-ABEND-OP
                       MOVE WS-COURSE-MAST-STATUS TO WS-ABEND-STATUS
                       MOVE 0 TO WS-ABEND-COUNT
                       PERFORM PARA-IO-ABEND
                   END-IF
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'COURSE DEACTIVATED' TO WS-PEND-RESULT
           END-READ.

       PARA-APPLY-TERM-ADD.
           MOVE SPACES TO TM-RECORD.
           MOVE PC-KEY-VALUE TO TM-TERM-CODE.
           MOVE PC-TM-DESC TO TM-DESC.
           MOVE PC-TM-START-DATE TO TM-START-DATE.
           MOVE PC-TM-END-DATE TO TM-END-DATE.
           MOVE 'O' TO TM-STATUS.
           WRITE TM-RECORD
               INVALID KEY
                   MOVE 'TERM ALREADY ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'TERM ADDED' TO WS-PEND-RESULT
           END-WRITE.
           IF WS-TERM-MAST-STATUS NOT = '00'
               AND WS-TERM-MAST-STATUS NOT = '22'
               MOVE 'TERMMAST' TO WS-ABEND-FILE
               MOVE 'WRITE' TO WS-ABEND-OP
               MOVE WS-TERM-MAST-STATUS TO WS-ABEND-STATUS
               MOVE 0 TO WS-ABEND-COUNT
               PERFORM PARA-IO-ABEND
           END-IF.

       PARA-APPLY-OPER-ADD.
           MOVE SPACES TO OP-RECORD.
           MOVE PC-KEY-VALUE TO OP-ID.
           MOVE PC-OP-PASSWORD TO OP-PASSWORD.
           MOVE PC-OP-AUTH TO OP-AUTH.
           MOVE 0 TO OP-FAIL-COUNT.
           MOVE 'N' TO OP-LOCKED.
           WRITE OP-RECORD
               INVALID KEY
                   MOVE 'OPERATOR ALREADY ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'OPERATOR ADDED' TO WS-PEND-RESULT
           END-WRITE.
           IF WS-OPER-MAST-STATUS NOT = '00'
               AND WS-OPER-MAST-STATUS NOT = '22'
               MOVE 'OPERMAST' TO WS-ABEND-FILE
               MOVE 'WRITE' TO WS-ABEND-OP
               MOVE WS-OPER-MAST-STATUS TO WS-ABEND-STATUS
               MOVE 0 TO WS-ABEND-COUNT
               PERFORM PARA-IO-ABEND
           END-IF.

       PARA-APPLY-OPER-UNLOCK.
           MOVE PC-KEY-VALUE TO OP-ID.
           READ OPERATOR-MAST-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE 'N' TO OP-LOCKED
                   MOVE 0 TO OP-FAIL-COUNT
                   REWRITE OP-RECORD
                   PERFORM PARA-OPER-CHECK
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'OPERATOR UNLOCKED' TO WS-PEND-RESULT
           END-READ.

       PARA-APPLY-OPER-AUTH.
           MOVE PC-KEY-VALUE TO OP-ID.
           READ OPERATOR-MAST-FILE
               INVALID KEY
                   MOVE 'OPERATOR NOT ON FILE' TO WS-PEND-RESULT
               NOT INVALID KEY
                   MOVE PC-OP-AUTH TO OP-AUTH
                   REWRITE OP-RECORD
                   PERFORM PARA-OPER-CHECK
                   MOVE 1 TO WS-PEND-APPLIED
                   MOVE 'OPERATOR AUTH UPDATED' TO WS-PEND-RESULT
           END-READ.

       PARA-APPLY-GRADE-CORR.
           MOVE PC-KEY-VALUE TO WS-CORR-STUDENT.
           MOVE PC-CO-COURSE TO WS-CORR-COURSE.
           MOVE PC-CO-OLD-GRADE TO WS-CORR-OLD-GRADE.
           MOVE PC-CO-NEW-GRADE TO WS-CORR-NEW-GRADE.
           MOVE PC-CO-REASON TO WS-CORR-REASON.
           MOVE WS-CORR-NEW-GRADE TO GRADE.
           PERFORM PARA-GRADE-LOOKUP.
           MOVE WS-STUDENT-POINT TO WS-CORR-NEW-PT.
           IF WS-GRADE-VALID = 0
               MOVE 'NEW GRADE NOT ON SCALE' TO WS-PEND-RESULT
           ELSE
               PERFORM PARA-CORR-MATCH-SCAN
               IF WS-CORR-NET <= 0
                   MOVE 'NO MATCHING POSTING' TO WS-PEND-RESULT
               ELSE
                   PERFORM PARA-CORR-TERM-CHECK
                   IF WS-TERM-OPEN-SW = 0
                       MOVE 'TERM CLOSED' TO WS-PEND-RESULT
                   ELSE
                       PERFORM PARA-CORR-POST
                       MOVE 1 TO WS-PEND-APPLIED
                       MOVE 'CORRECTION POSTED' TO WS-PEND-RESULT
                   END-IF
               END-IF
           END-IF.

       PARA-PRIME1.
           MOVE 0 TO WS-TRANS-OVERFLOW.
           IF WS-TRANS-MODE = 1
               IF WS-TRANS-VALUE > 999999999
                   MOVE 1 TO WS-TRANS-OVERFLOW
               ELSE
                   MOVE WS-TRANS-VALUE TO PRIME
           IF WS-TRANS-OVERFLOW = 1
               MOVE WS-TRANS-VALUE TO WS-AUDIT-INPUT
               DISPLAY WS-TRANS-VALUE
                   " exceeds 9-digit limit - skipped"
               MOVE 'INPUT VALUE TOO LARGE' TO WS-AUDIT-RESULT
           ELSE
               MOVE PRIME TO WS-AUDIT-INPUT
               MOVE PRIME TO PRIME-DISP
               MOVE 0 TO PRIME-LEAD
               INSPECT PRIME-DISP TALLYING PRIME-LEAD
                   FOR LEADING SPACES
               ADD 1 TO PRIME-LEAD
               PERFORM PARA-PRIME-LOOKUP
               IF WS-PRIME-HIT = 1 AND PR-FACTORS = SPACES
                   AND PR-RESULT NOT = 'NEITHER PRIME NOR COMPOSITE'
                   MOVE 0 TO WS-PRIME-HIT
               END-IF
               IF WS-PRIME-HIT = 1
                   MOVE PR-FACTORS TO PF-FACTORS
                   PERFORM PARA-PRIME-SQUEEZE
                   MOVE PR-RESULT TO PF-RESULT
               ELSE
                   MOVE PRIME TO PF-NUMBER
                   CALL 'primfact' USING PF-PARMS
               END-IF
               PERFORM PARA-PRIME-AUDIT-RESULT
               PERFORM PARA-PRIME-ANNOUNCE
               IF WS-PRIME-HIT = 0
                   PERFORM PARA-SAVE-PRIME-RESULT
               END-IF
           END-IF.
                   MOVE 1 TO WS-PRIME-HIT
           END-READ.

       PARA-PRIME-SQUEEZE.
           MOVE SPACES TO PF-FACTORS-SHORT.
           MOVE 1 TO PRIME-SHORT-PTR.
           PERFORM VARYING PRIME-POS FROM 1 BY 1
                   UNTIL PRIME-POS > 60 OR PRIME-SHORT-PTR > 30
               IF PR-FACTORS(PRIME-POS:1) NOT = SPACE
                   MOVE PR-FACTORS(PRIME-POS:1)
                       TO PF-FACTORS-SHORT(PRIME-SHORT-PTR:1)
                   ADD 1 TO PRIME-SHORT-PTR
               END-IF
           END-PERFORM.

       PARA-PRIME-AUDIT-RESULT.
           IF PF-RESULT = 'NOT PRIME'
               MOVE SPACES TO WS-AUDIT-RESULT
               IF PF-FACTORS-SHORT(21:10) = SPACES
                   STRING 'NOT PRIME ' DELIMITED BY SIZE
                       PF-FACTORS-SHORT DELIMITED BY SPACE
                       INTO WS-AUDIT-RESULT
               ELSE
                   MOVE PF-FACTORS-SHORT TO WS-AUDIT-RESULT
               END-IF
           ELSE
               MOVE PF-RESULT TO WS-AUDIT-RESULT
           END-IF.

       PARA-PRIME-ANNOUNCE.
           EVALUATE PF-RESULT
               WHEN 'PRIME'
                   DISPLAY PRIME-DISP(PRIME-LEAD:) " is a prime number"
               WHEN 'NOT PRIME'
                   DISPLAY PRIME-DISP(PRIME-LEAD:)
                       " is not a prime number: "
                       PRIME-DISP(PRIME-LEAD:) " = "
                       PF-FACTORS
               WHEN OTHER
                   DISPLAY PRIME-DISP(PRIME-LEAD:)
                       " is neither prime nor composite"
           END-EVALUATE.

       PARA-SAVE-PRIME-RESULT.
           MOVE PRIME TO PR-NUMBER.
           MOVE PF-RESULT TO PR-RESULT.
           MOVE PF-FACTORS TO PR-FACTORS.
           WRITE PR-RECORD
               INVALID KEY
                   REWRITE PR-RECORD
