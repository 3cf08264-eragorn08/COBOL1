       IDENTIFICATION DIVISION.
       PROGRAM-ID. degaudit.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-MAST-FILE ASSIGN TO "CURRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT STUDENT-MAST-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-NO
               ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-PROG-YEAR WITH DUPLICATES
               FILE STATUS IS WS-STUD-MAST-STATUS.
           SELECT COURSE-MAST-FILE ASSIGN TO "COURMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MAST-STATUS.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT PARM-FILE ASSIGN TO "DEGPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
           SELECT AUDIT-RPT-FILE ASSIGN TO "DEGAUDIT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-AUDIT-RPT-STATUS.
           SELECT CAND-RPT-FILE ASSIGN TO "GRADCAND.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CAND-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURR-MAST-FILE.
       COPY "CURRMAST.CPY".
       FD  STUDENT-MAST-FILE.
       COPY "STUDMAST.CPY".
       FD  COURSE-MAST-FILE.
       COPY "COURMAST.CPY".
       FD  GRADE-HIST-FILE.
       COPY "GHLINE.CPY".
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-PROGRAM      PIC X(10).
       FD  AUDIT-RPT-FILE.
       01  DA-LINE               PIC X(132).
       FD  CAND-RPT-FILE.
       01  GC-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-CURR-STATUS    PIC XX VALUE '00'.
       01  WS-STUD-MAST-STATUS PIC XX VALUE '00'.
       01  WS-COURSE-MAST-STATUS PIC XX VALUE '00'.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-AUDIT-RPT-STATUS PIC XX VALUE '00'.
       01  WS-CAND-RPT-STATUS PIC XX VALUE '00'.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-RPT-PROGRAM    PIC X(10) VALUE SPACES.
       01  WS-CURR-EOF       PIC 9 VALUE 0.
       01  WS-STUD-EOF       PIC 9 VALUE 0.
       01  WS-HIST-EOF       PIC 9 VALUE 0.
       01  WS-CUR-COUNT      PIC 9(4) VALUE 0.
       01  WS-CUR-I          PIC 9(4) VALUE 0.
       01  WS-CUR-TABLE.
           05  WS-CUR-ENTRY OCCURS 1000 TIMES.
               10  WS-CUR-PROGRAM    PIC X(10).
               10  WS-CUR-YEAR       PIC 9.
               10  WS-CUR-COURSE     PIC X(8).
               10  WS-CUR-MIN        PIC 999.
               10  WS-CUR-UNITS      PIC 9.
               10  WS-CUR-TITLE      PIC X(30).
       01  WS-STU-COUNT      PIC 9(4) VALUE 0.
       01  WS-STU-I          PIC 9(4) VALUE 0.
       01  WS-STU-J          PIC 9(4) VALUE 0.
       01  WS-SWAP-NEEDED    PIC 9 VALUE 0.
       01  WS-SORT-DONE      PIC 9 VALUE 0.
       01  WS-STU-TABLE.
           05  WS-STU-ENTRY OCCURS 2000 TIMES.
               10  WS-STU-NO         PIC X(10).
               10  WS-STU-NAME       PIC X(30).
               10  WS-STU-PROGRAM    PIC X(10).
               10  WS-STU-YEAR       PIC 9.
       01  WS-STU-HOLD.
           05  WS-HOLD-NO            PIC X(10).
           05  WS-HOLD-NAME          PIC X(30).
           05  WS-HOLD-PROGRAM       PIC X(10).
           05  WS-HOLD-YEAR          PIC 9.
       01  WS-PST-COUNT      PIC 9(4) VALUE 0.
       01  WS-PST-I          PIC 9(4) VALUE 0.
       01  WS-PST-J          PIC 9(4) VALUE 0.
       01  WS-PST-HIT        PIC 9 VALUE 0.
       01  WS-PST-TABLE.
           05  WS-PST-ENTRY OCCURS 300 TIMES.
               10  WS-PST-COURSE     PIC X(8).
               10  WS-PST-GRADE      PIC 999.
               10  WS-PST-ACTIVE     PIC 9.
       01  WS-CAND-COUNT     PIC 9(4) VALUE 0.
       01  WS-CAND-I         PIC 9(4) VALUE 0.
       01  WS-CAND-TABLE.
           05  WS-CAND-ENTRY OCCURS 2000 TIMES.
               10  WS-CAND-NO        PIC X(10).
               10  WS-CAND-NAME      PIC X(30).
               10  WS-CAND-PROGRAM   PIC X(10).
               10  WS-CAND-YEAR      PIC 9.
               10  WS-CAND-UNITS     PIC 9(4).
       01  WS-AUD-BEST       PIC 999 VALUE 0.
       01  WS-AUD-REQS       PIC 9(4) VALUE 0.
       01  WS-AUD-REQ-UNITS  PIC 9(4) VALUE 0.
       01  WS-AUD-EARNED     PIC 9(4) VALUE 0.
       01  WS-AUD-MISSING    PIC 9(4) VALUE 0.
       01  WS-AUD-FAILED     PIC 9(4) VALUE 0.
       01  WS-AUD-PENDING    PIC 9(4) VALUE 0.
       01  WS-AUD-RESULT     PIC X(9) VALUE SPACES.
       01  WS-TOT-AUDITED    PIC 9(4) VALUE 0.
       01  WS-TOT-CLEARED    PIC 9(4) VALUE 0.
       01  WS-TOT-DEFICIENT  PIC 9(4) VALUE 0.
       01  WS-TOT-NOCURR     PIC 9(4) VALUE 0.
       01  WS-PRT-DEST       PIC 9 VALUE 1.
       01  WS-PRT-LINE       PIC X(132) VALUE SPACES.
       01  WS-PRT-SAVE-LINE  PIC X(132) VALUE SPACES.
       01  WS-PRT-HEAD1      PIC X(132) VALUE SPACES.
       01  WS-PRT-TITLE      PIC X(40) VALUE SPACES.
       01  WS-PRT-RPT-ID     PIC X(8) VALUE SPACES.
       01  WS-PRT-RUN-TIME   PIC X(6) VALUE SPACES.
       01  WS-PRT-LINE-COUNT PIC 99 VALUE 99.
       01  WS-PRT-PAGE-NO    PIC 9(4) VALUE 0.
       01  WS-PRT-PAGE-DISP  PIC ZZZ9.
       01  WS-DEG-DETAIL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-DEG-D-COURSE   PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DEG-D-TITLE    PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-DEG-D-YEAR     PIC 9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-DEG-D-MIN      PIC 999.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-DEG-D-GRADE    PIC ZZZ.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-DEG-D-STATUS   PIC X(14).
       01  WS-CAND-DETAIL.
           05  WS-CAND-D-PROGRAM PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-CAND-D-YEAR    PIC 9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-CAND-D-STUD    PIC X(10).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-CAND-D-NAME    PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-CAND-D-UNITS   PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARA-READ-PARM.
           PERFORM PARA-LOAD-CURRICULUM.
           IF WS-CUR-COUNT = 0
               DISPLAY 'CURRMAST.DAT missing or empty - '
                   'no degree audit run'
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PARA-LOAD-STUDENTS
               IF WS-STU-COUNT = 0
                   DISPLAY 'No active students to audit'
                   MOVE 8 TO RETURN-CODE
               ELSE
                   PERFORM PARA-SORT-STUDENTS
                   PERFORM PARA-WRITE-AUDIT
                   PERFORM PARA-WRITE-CANDIDATES
                   DISPLAY 'Degree audit complete: ' WS-TOT-AUDITED
                       ' audited, ' WS-TOT-CLEARED ' cleared, '
                       WS-TOT-DEFICIENT ' deficient'
               END-IF
           END-IF.
           GOBACK.

       PARA-READ-PARM.
           MOVE SPACES TO WS-RPT-PROGRAM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-PROGRAM TO WS-RPT-PROGRAM
               END-READ
               CLOSE PARM-FILE
           END-IF.
           IF WS-RPT-PROGRAM = SPACES
               DISPLAY 'Degree audit for all programs'
           ELSE
               DISPLAY 'Degree audit for program: ' WS-RPT-PROGRAM
           END-IF.

       PARA-LOAD-CURRICULUM.
           MOVE 0 TO WS-CUR-COUNT.
           OPEN INPUT CURR-MAST-FILE.
           IF WS-CURR-STATUS NOT = '00'
               DISPLAY 'Unable to open CURRMAST.DAT status '
                   WS-CURR-STATUS
           ELSE
               OPEN INPUT COURSE-MAST-FILE
               PERFORM UNTIL WS-CURR-EOF = 1
                   READ CURR-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-CURR-EOF
                       NOT AT END
                           IF WS-RPT-PROGRAM = SPACES
                               OR CU-PROGRAM = WS-RPT-PROGRAM
                               PERFORM PARA-LOAD-CURR-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE COURSE-MAST-FILE
               CLOSE CURR-MAST-FILE
           END-IF.

       PARA-LOAD-CURR-ONE.
           IF WS-CUR-COUNT < 1000
               ADD 1 TO WS-CUR-COUNT
               MOVE CU-PROGRAM TO WS-CUR-PROGRAM(WS-CUR-COUNT)
               MOVE CU-YEAR-LEVEL TO WS-CUR-YEAR(WS-CUR-COUNT)
               MOVE CU-COURSE TO WS-CUR-COURSE(WS-CUR-COUNT)
               MOVE CU-MIN-GRADE TO WS-CUR-MIN(WS-CUR-COUNT)
               MOVE CU-COURSE TO CM-COURSE-CODE
               READ COURSE-MAST-FILE
                   INVALID KEY
                       MOVE 0 TO WS-CUR-UNITS(WS-CUR-COUNT)
                       MOVE '*** NOT ON COURSE MASTER ***'
                           TO WS-CUR-TITLE(WS-CUR-COUNT)
                   NOT INVALID KEY
                       MOVE CM-UNITS TO WS-CUR-UNITS(WS-CUR-COUNT)
                       MOVE CM-TITLE TO WS-CUR-TITLE(WS-CUR-COUNT)
               END-READ
           ELSE
               DISPLAY 'WARNING: curriculum table full, '
                   CU-PROGRAM ' ' CU-COURSE ' not audited'
           END-IF.

       PARA-LOAD-STUDENTS.
           MOVE 0 TO WS-STU-COUNT.
           OPEN INPUT STUDENT-MAST-FILE.
           IF WS-STUD-MAST-STATUS NOT = '00'
               DISPLAY 'Unable to open STUDMAST.DAT status '
                   WS-STUD-MAST-STATUS
           ELSE
               PERFORM UNTIL WS-STUD-EOF = 1
                   READ STUDENT-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-STUD-EOF
                       NOT AT END
                           IF SM-ACTIVE
                               AND (WS-RPT-PROGRAM = SPACES
                               OR SM-PROGRAM = WS-RPT-PROGRAM)
                               PERFORM PARA-LOAD-STU-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MAST-FILE
           END-IF.

       PARA-LOAD-STU-ONE.
           IF WS-STU-COUNT < 2000
               ADD 1 TO WS-STU-COUNT
               MOVE SM-STUDENT-NO TO WS-STU-NO(WS-STU-COUNT)
               MOVE SM-NAME TO WS-STU-NAME(WS-STU-COUNT)
               MOVE SM-PROGRAM TO WS-STU-PROGRAM(WS-STU-COUNT)
               MOVE SM-YEAR-LEVEL TO WS-STU-YEAR(WS-STU-COUNT)
           ELSE
               DISPLAY 'WARNING: student table full, '
                   SM-STUDENT-NO ' not audited'
           END-IF.

       PARA-SORT-STUDENTS.
           MOVE 0 TO WS-SORT-DONE.
           PERFORM UNTIL WS-SORT-DONE = 1
               MOVE 1 TO WS-SORT-DONE
               PERFORM VARYING WS-STU-J FROM 1 BY 1
                       UNTIL WS-STU-J >= WS-STU-COUNT
                   PERFORM PARA-SORT-COMPARE
                   IF WS-SWAP-NEEDED = 1
                       PERFORM PARA-SORT-SWAP
                       MOVE 0 TO WS-SORT-DONE
                   END-IF
               END-PERFORM
           END-PERFORM.

       PARA-SORT-COMPARE.
           MOVE 0 TO WS-SWAP-NEEDED.
           COMPUTE WS-STU-I = WS-STU-J + 1.
           IF WS-STU-PROGRAM(WS-STU-J) > WS-STU-PROGRAM(WS-STU-I)
               MOVE 1 TO WS-SWAP-NEEDED
           ELSE IF WS-STU-PROGRAM(WS-STU-J) = WS-STU-PROGRAM(WS-STU-I)
               AND WS-STU-YEAR(WS-STU-J) > WS-STU-YEAR(WS-STU-I)
               MOVE 1 TO WS-SWAP-NEEDED
           END-IF.

       PARA-SORT-SWAP.
           MOVE WS-STU-ENTRY(WS-STU-J) TO WS-STU-HOLD.
           MOVE WS-STU-ENTRY(WS-STU-I) TO WS-STU-ENTRY(WS-STU-J).
           MOVE WS-STU-HOLD TO WS-STU-ENTRY(WS-STU-I).

       PARA-WRITE-AUDIT.
           OPEN OUTPUT AUDIT-RPT-FILE.
           OPEN INPUT GRADE-HIST-FILE.
           OPEN INPUT COURSE-MAST-FILE.
           MOVE 1 TO WS-PRT-DEST.
           MOVE 'DEGAUDIT' TO WS-PRT-RPT-ID.
           MOVE 'PUP GRADING - DEGREE AUDIT DEFICIENCIES'
               TO WS-PRT-TITLE.
           MOVE SPACES TO WS-PRT-HEAD1.
           MOVE 'COURSE' TO WS-PRT-HEAD1(5:6).
           MOVE 'TITLE' TO WS-PRT-HEAD1(15:5).
           MOVE 'YR' TO WS-PRT-HEAD1(46:2).
           MOVE 'MIN' TO WS-PRT-HEAD1(52:3).
           MOVE 'GRADE' TO WS-PRT-HEAD1(58:5).
           MOVE 'STATUS' TO WS-PRT-HEAD1(66:6).
           PERFORM PARA-RPT-START.
           MOVE 0 TO WS-CAND-COUNT.
           PERFORM VARYING WS-STU-I FROM 1 BY 1
                   UNTIL WS-STU-I > WS-STU-COUNT
               PERFORM PARA-AUDIT-ONE
           END-PERFORM.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'STUDENTS AUDITED: ' WS-TOT-AUDITED
                  '   CLEARED: ' WS-TOT-CLEARED
                  '   DEFICIENT: ' WS-TOT-DEFICIENT
                  '   NO CURRICULUM: ' WS-TOT-NOCURR
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           PERFORM PARA-RPT-END.
           CLOSE COURSE-MAST-FILE.
           CLOSE GRADE-HIST-FILE.
           CLOSE AUDIT-RPT-FILE.

       PARA-AUDIT-ONE.
           ADD 1 TO WS-TOT-AUDITED.
           PERFORM PARA-LOAD-POSTINGS.
           MOVE 0 TO WS-AUD-REQS.
           MOVE 0 TO WS-AUD-REQ-UNITS.
           MOVE 0 TO WS-AUD-EARNED.
           MOVE 0 TO WS-AUD-MISSING.
           MOVE 0 TO WS-AUD-FAILED.
           MOVE 0 TO WS-AUD-PENDING.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'STUDENT: ' WS-STU-NO(WS-STU-I)
                  '  ' WS-STU-NAME(WS-STU-I)
                  '  PROGRAM: ' WS-STU-PROGRAM(WS-STU-I)
                  '  YEAR LEVEL: ' WS-STU-YEAR(WS-STU-I)
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           PERFORM VARYING WS-CUR-I FROM 1 BY 1
                   UNTIL WS-CUR-I > WS-CUR-COUNT
               IF WS-CUR-PROGRAM(WS-CUR-I) = WS-STU-PROGRAM(WS-STU-I)
                   PERFORM PARA-AUDIT-REQUIREMENT
               END-IF
           END-PERFORM.
           PERFORM PARA-EARNED-UNITS.
           IF WS-AUD-REQS = 0
               MOVE SPACES TO WS-PRT-LINE
               MOVE '    NO CURRICULUM ON FILE FOR PROGRAM'
                   TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
               MOVE 'DEFICIENT' TO WS-AUD-RESULT
               ADD 1 TO WS-TOT-NOCURR
               ADD 1 TO WS-TOT-DEFICIENT
           ELSE IF WS-AUD-MISSING = 0
               AND WS-AUD-FAILED = 0
               AND WS-AUD-PENDING = 0
               AND WS-AUD-EARNED >= WS-AUD-REQ-UNITS
               MOVE 'CLEARED' TO WS-AUD-RESULT
               ADD 1 TO WS-TOT-CLEARED
               PERFORM PARA-ADD-CANDIDATE
           ELSE
               MOVE 'DEFICIENT' TO WS-AUD-RESULT
               ADD 1 TO WS-TOT-DEFICIENT
           END-IF.
           MOVE SPACES TO WS-PRT-LINE.
           STRING '    UNITS EARNED: ' WS-AUD-EARNED
                  '  REQUIRED: ' WS-AUD-REQ-UNITS
                  '  MISSING: ' WS-AUD-MISSING
                  '  FAILED: ' WS-AUD-FAILED
                  '  NOT YET TAKEN: ' WS-AUD-PENDING
                  '  RESULT: ' WS-AUD-RESULT
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.

       PARA-LOAD-POSTINGS.
           MOVE 0 TO WS-PST-COUNT.
           MOVE 0 TO WS-HIST-EOF.
           MOVE WS-STU-NO(WS-STU-I) TO GH-STUDENT-NO.
           MOVE 0 TO GH-SEQ.
           START GRADE-HIST-FILE KEY >= GH-KEY
               INVALID KEY
                   MOVE 1 TO WS-HIST-EOF
           END-START.
           PERFORM UNTIL WS-HIST-EOF = 1
               READ GRADE-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       IF GH-STUDENT-NO NOT = WS-STU-NO(WS-STU-I)
                           MOVE 1 TO WS-HIST-EOF
                       ELSE IF GH-REVERSAL
                           PERFORM PARA-NET-REVERSAL
                       ELSE IF WS-PST-COUNT < 300
                           ADD 1 TO WS-PST-COUNT
                           MOVE GH-COURSE TO WS-PST-COURSE(WS-PST-COUNT)
                           MOVE GH-GRADE TO WS-PST-GRADE(WS-PST-COUNT)
                           MOVE 1 TO WS-PST-ACTIVE(WS-PST-COUNT)
                       ELSE
                           DISPLAY 'WARNING: posting table full for '
                               GH-STUDENT-NO
                       END-IF
               END-READ
           END-PERFORM.

       PARA-NET-REVERSAL.
           MOVE 0 TO WS-PST-HIT.
           MOVE WS-PST-COUNT TO WS-PST-I.
           PERFORM UNTIL WS-PST-I = 0 OR WS-PST-HIT = 1
               IF WS-PST-ACTIVE(WS-PST-I) = 1
                   AND WS-PST-COURSE(WS-PST-I) = GH-COURSE
                   AND WS-PST-GRADE(WS-PST-I) = GH-GRADE
                   MOVE 0 TO WS-PST-ACTIVE(WS-PST-I)
                   MOVE 1 TO WS-PST-HIT
               ELSE
                   SUBTRACT 1 FROM WS-PST-I
               END-IF
           END-PERFORM.

       PARA-AUDIT-REQUIREMENT.
           ADD 1 TO WS-AUD-REQS.
           ADD WS-CUR-UNITS(WS-CUR-I) TO WS-AUD-REQ-UNITS.
           MOVE 0 TO WS-AUD-BEST.
           PERFORM VARYING WS-PST-I FROM 1 BY 1
                   UNTIL WS-PST-I > WS-PST-COUNT
               IF WS-PST-ACTIVE(WS-PST-I) = 1
                   AND WS-PST-COURSE(WS-PST-I) = WS-CUR-COURSE(WS-CUR-I)
                   AND WS-PST-GRADE(WS-PST-I) > WS-AUD-BEST
                   MOVE WS-PST-GRADE(WS-PST-I) TO WS-AUD-BEST
               END-IF
           END-PERFORM.
           MOVE WS-CUR-COURSE(WS-CUR-I) TO WS-DEG-D-COURSE.
           MOVE WS-CUR-TITLE(WS-CUR-I) TO WS-DEG-D-TITLE.
           MOVE WS-CUR-YEAR(WS-CUR-I) TO WS-DEG-D-YEAR.
           MOVE WS-CUR-MIN(WS-CUR-I) TO WS-DEG-D-MIN.
           MOVE WS-AUD-BEST TO WS-DEG-D-GRADE.
           IF WS-AUD-BEST = 0
               IF WS-CUR-YEAR(WS-CUR-I) > WS-STU-YEAR(WS-STU-I)
                   MOVE 'NOT YET TAKEN' TO WS-DEG-D-STATUS
                   ADD 1 TO WS-AUD-PENDING
               ELSE
                   MOVE 'MISSING' TO WS-DEG-D-STATUS
                   ADD 1 TO WS-AUD-MISSING
               END-IF
               MOVE SPACES TO WS-PRT-LINE
               MOVE WS-DEG-DETAIL TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           ELSE IF WS-AUD-BEST < WS-CUR-MIN(WS-CUR-I)
               MOVE 'FAILED' TO WS-DEG-D-STATUS
               ADD 1 TO WS-AUD-FAILED
               MOVE SPACES TO WS-PRT-LINE
               MOVE WS-DEG-DETAIL TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-IF.

       PARA-EARNED-UNITS.
           PERFORM VARYING WS-PST-I FROM 1 BY 1
                   UNTIL WS-PST-I > WS-PST-COUNT
               IF WS-PST-ACTIVE(WS-PST-I) = 1
                   AND WS-PST-GRADE(WS-PST-I) >= 75
                   PERFORM PARA-EARNED-ONE
               END-IF
           END-PERFORM.

       PARA-EARNED-ONE.
           MOVE 0 TO WS-PST-HIT.
           PERFORM VARYING WS-PST-J FROM 1 BY 1
                   UNTIL WS-PST-J >= WS-PST-I
                   OR WS-PST-HIT = 1
               IF WS-PST-ACTIVE(WS-PST-J) = 1
                   AND WS-PST-GRADE(WS-PST-J) >= 75
                   AND WS-PST-COURSE(WS-PST-J) = WS-PST-COURSE(WS-PST-I)
                   MOVE 1 TO WS-PST-HIT
               END-IF
           END-PERFORM.
           IF WS-PST-HIT = 0
               MOVE WS-PST-COURSE(WS-PST-I) TO CM-COURSE-CODE
               READ COURSE-MAST-FILE
                   INVALID KEY
                       CONTINUE
                   NOT INVALID KEY
                       ADD CM-UNITS TO WS-AUD-EARNED
               END-READ
           END-IF.

       PARA-ADD-CANDIDATE.
           IF WS-CAND-COUNT < 2000
               ADD 1 TO WS-CAND-COUNT
               MOVE WS-STU-NO(WS-STU-I) TO WS-CAND-NO(WS-CAND-COUNT)
               MOVE WS-STU-NAME(WS-STU-I)
                   TO WS-CAND-NAME(WS-CAND-COUNT)
               MOVE WS-STU-PROGRAM(WS-STU-I)
                   TO WS-CAND-PROGRAM(WS-CAND-COUNT)
               MOVE WS-STU-YEAR(WS-STU-I)
                   TO WS-CAND-YEAR(WS-CAND-COUNT)
               MOVE WS-AUD-EARNED TO WS-CAND-UNITS(WS-CAND-COUNT)
           END-IF.

       PARA-WRITE-CANDIDATES.
           OPEN OUTPUT CAND-RPT-FILE.
           MOVE 2 TO WS-PRT-DEST.
           MOVE 'GRADCAND' TO WS-PRT-RPT-ID.
           MOVE 'PUP GRADING - GRADUATION CANDIDATES'
               TO WS-PRT-TITLE.
           MOVE SPACES TO WS-PRT-HEAD1.
           MOVE 'PROGRAM' TO WS-PRT-HEAD1(1:7).
           MOVE 'YR' TO WS-PRT-HEAD1(12:2).
           MOVE 'STUDENT NO' TO WS-PRT-HEAD1(18:10).
           MOVE 'NAME' TO WS-PRT-HEAD1(30:4).
           MOVE 'UNITS' TO WS-PRT-HEAD1(61:5).
           PERFORM PARA-RPT-START.
           IF WS-CAND-COUNT = 0
               MOVE SPACES TO WS-PRT-LINE
               MOVE 'NO STUDENTS HAVE CLEARED ALL REQUIREMENTS'
                   TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-IF.
           PERFORM VARYING WS-CAND-I FROM 1 BY 1
                   UNTIL WS-CAND-I > WS-CAND-COUNT
               MOVE WS-CAND-PROGRAM(WS-CAND-I) TO WS-CAND-D-PROGRAM
               MOVE WS-CAND-YEAR(WS-CAND-I) TO WS-CAND-D-YEAR
               MOVE WS-CAND-NO(WS-CAND-I) TO WS-CAND-D-STUD
               MOVE WS-CAND-NAME(WS-CAND-I) TO WS-CAND-D-NAME
               MOVE WS-CAND-UNITS(WS-CAND-I) TO WS-CAND-D-UNITS
               MOVE SPACES TO WS-PRT-LINE
               MOVE WS-CAND-DETAIL TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-PERFORM.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'GRADUATION CANDIDATES: ' WS-CAND-COUNT
                  '   STUDENTS AUDITED: ' WS-TOT-AUDITED
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           PERFORM PARA-RPT-END.
           CLOSE CAND-RPT-FILE.

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
           EVALUATE WS-PRT-DEST
               WHEN 1
                   MOVE WS-PRT-LINE TO DA-LINE
                   WRITE DA-LINE
                   IF WS-AUDIT-RPT-STATUS NOT = '00'
                       DISPLAY 'I/O error on DEGAUDIT.DAT status '
                           WS-AUDIT-RPT-STATUS
                       CLOSE AUDIT-RPT-FILE
                       CLOSE GRADE-HIST-FILE
                       CLOSE COURSE-MAST-FILE
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
               WHEN 2
                   MOVE WS-PRT-LINE TO GC-LINE
                   WRITE GC-LINE
                   IF WS-CAND-RPT-STATUS NOT = '00'
                       DISPLAY 'I/O error on GRADCAND.DAT status '
                           WS-CAND-RPT-STATUS
                       CLOSE CAND-RPT-FILE
                       MOVE 12 TO RETURN-CODE
                       GOBACK
                   END-IF
           END-EVALUATE.

       PARA-RPT-END.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE '*** END OF REPORT ***' TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
