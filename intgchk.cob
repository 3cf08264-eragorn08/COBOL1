       IDENTIFICATION DIVISION.
       PROGRAM-ID. intgchk.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADE-HIST-STATUS.
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
           SELECT TERM-MAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MAST-STATUS.
           SELECT ROSTER-MAST-FILE ASSIGN TO "ROSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               ALTERNATE RECORD KEY IS RS-COURSE WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
           SELECT CURR-MAST-FILE ASSIGN TO "CURRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT PRIME-RESULTS-FILE ASSIGN TO "PRIMERES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMBER
               FILE STATUS IS WS-PRIME-RES-STATUS.
           SELECT OCTAL-RESULTS-FILE ASSIGN TO "OCTALRES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OR-KEY
               FILE STATUS IS WS-OCTAL-RES-STATUS.
           SELECT INTG-RPT-FILE ASSIGN TO "INTGRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INTG-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE.
       COPY "GHLINE.CPY".
       FD  STUDENT-MAST-FILE.
       COPY "STUDMAST.CPY".
       FD  COURSE-MAST-FILE.
       COPY "COURMAST.CPY".
       FD  TERM-MAST-FILE.
       COPY "TERMMAST.CPY".
       FD  ROSTER-MAST-FILE.
       COPY "ROSTMAST.CPY".
       FD  CURR-MAST-FILE.
       COPY "CURRMAST.CPY".
       FD  PRIME-RESULTS-FILE.
       COPY "PRIMERES.CPY".
       FD  OCTAL-RESULTS-FILE.
       01  OR-RECORD.
           05  OR-KEY.
               10  OR-NUMBER     PIC 9(6).
               10  OR-MODE       PIC X.
           05  OR-RESULT         PIC X(30).
       FD  INTG-RPT-FILE.
       01  IC-LINE               PIC X(132).
       WORKING-STORAGE SECTION.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-STUD-MAST-STATUS PIC XX VALUE '00'.
       01  WS-COURSE-MAST-STATUS PIC XX VALUE '00'.
       01  WS-TERM-MAST-STATUS PIC XX VALUE '00'.
       01  WS-ROSTER-STATUS  PIC XX VALUE '00'.
       01  WS-CURR-STATUS    PIC XX VALUE '00'.
       01  WS-PRIME-RES-STATUS PIC XX VALUE '00'.
       01  WS-OCTAL-RES-STATUS PIC XX VALUE '00'.
       01  WS-INTG-RPT-STATUS PIC XX VALUE '00'.
       COPY "GRDSCALE.CPY".
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-SCAN-EOF       PIC 9 VALUE 0.
       01  WS-STUD-OPEN      PIC 9 VALUE 0.
       01  WS-COURSE-OPEN    PIC 9 VALUE 0.
       01  WS-TERM-OPEN      PIC 9 VALUE 0.
       01  WS-EXC-COUNT      PIC 9(6) VALUE 0.
       01  WS-INFO-COUNT     PIC 9(6) VALUE 0.
       01  WS-FILE-READ      PIC 9(6) VALUE 0.
       01  WS-FILE-EXC       PIC 9(6) VALUE 0.
       01  WS-GH-PREV-STUDENT PIC X(10) VALUE SPACES.
       01  WS-GH-EXPECT-SEQ  PIC 9(4) VALUE 0.
       01  WS-GH-POINT-N     PIC 9V99 VALUE 0.
       01  WS-SCALE-POINT    PIC 9V99 VALUE 0.
       01  WS-GRADE-VALID    PIC 9 VALUE 0.
       01  WS-PST-COUNT      PIC 9(4) VALUE 0.
       01  WS-PST-I          PIC 9(4) VALUE 0.
       01  WS-PST-HIT        PIC 9 VALUE 0.
       01  WS-PST-TABLE.
           05  WS-PST-ENTRY OCCURS 300 TIMES.
               10  WS-PST-COURSE     PIC X(8).
               10  WS-PST-GRADE      PIC 999.
               10  WS-PST-ACTIVE     PIC 9.
       01  WS-CHK-NUM        PIC 9(9) VALUE 0.
       01  WS-CHK-QUO        PIC 9(9) VALUE 0.
       01  WS-CHK-REM        PIC 9(9) VALUE 0.
       01  WS-CHK-DIV        PIC 9(9) VALUE 0.
       01  WS-CHK-SQ         PIC 9(18) VALUE 0.
       01  WS-CHK-COMPOSITE  PIC 9 VALUE 0.
       01  WS-CHK-BASE       PIC 99 VALUE 0.
       01  WS-CHK-POS        PIC 99 VALUE 0.
       01  WS-CHK-LEN        PIC 99 VALUE 0.
       01  WS-CHK-IDX        PIC 99 VALUE 0.
       01  WS-CHK-DIGITS     PIC X(8) VALUE SPACES.
       01  WS-CHK-EXPECT     PIC X(30) VALUE SPACES.
       COPY "PRIMFACT.CPY".
       01  WS-CHK-DIGIT-TABLE       VALUE '0123456789ABCDEF'.
           05  WS-CHK-DIGIT  PIC X OCCURS 16 TIMES.
       01  WS-PT-DISP-1      PIC 9.99.
       01  WS-PT-DISP-2      PIC 9.99.
       01  WS-IC-FILE        PIC X(8) VALUE SPACES.
       01  WS-IC-KEY         PIC X(24) VALUE SPACES.
       01  WS-IC-TEXT        PIC X(80) VALUE SPACES.
       01  WS-IC-DETAIL.
           05  WS-IC-D-CLASS     PIC X(4).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-IC-D-FILE      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-IC-D-KEY       PIC X(24).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-IC-D-TEXT      PIC X(80).
       01  WS-PRT-LINE       PIC X(132) VALUE SPACES.
       01  WS-PRT-SAVE-LINE  PIC X(132) VALUE SPACES.
       01  WS-PRT-HEAD1      PIC X(132) VALUE SPACES.
       01  WS-PRT-TITLE      PIC X(40) VALUE SPACES.
       01  WS-PRT-RPT-ID     PIC X(8) VALUE SPACES.
       01  WS-PRT-RUN-TIME   PIC X(6) VALUE SPACES.
       01  WS-PRT-LINE-COUNT PIC 99 VALUE 99.
       01  WS-PRT-PAGE-NO    PIC 9(4) VALUE 0.
       01  WS-PRT-PAGE-DISP  PIC ZZZ9.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN OUTPUT INTG-RPT-FILE.
           IF WS-INTG-RPT-STATUS NOT = '00'
               DISPLAY 'Unable to open INTGRPT.DAT status '
                   WS-INTG-RPT-STATUS
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
           MOVE 'INTGRPT' TO WS-PRT-RPT-ID.
           MOVE 'PUP GRADING - FILE INTEGRITY CHECK'
               TO WS-PRT-TITLE.
           MOVE SPACES TO WS-PRT-HEAD1.
           MOVE 'TYPE' TO WS-PRT-HEAD1(1:4).
           MOVE 'FILE' TO WS-PRT-HEAD1(7:4).
           MOVE 'KEY' TO WS-PRT-HEAD1(17:3).
           MOVE 'FINDING' TO WS-PRT-HEAD1(43:7).
           PERFORM PARA-RPT-START.
           PERFORM PARA-OPEN-MASTERS.
           PERFORM PARA-CHECK-HISTORY.
           PERFORM PARA-CHECK-ROSTER.
           PERFORM PARA-CHECK-CURRICULUM.
           PERFORM PARA-CHECK-PRIMES.
           PERFORM PARA-CHECK-OCTALS.
           PERFORM PARA-CLOSE-MASTERS.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'EXCEPTIONS: ' WS-EXC-COUNT
                  '   INFORMATIONAL: ' WS-INFO-COUNT
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           PERFORM PARA-RPT-END.
           CLOSE INTG-RPT-FILE.
           IF WS-EXC-COUNT > 0
               DISPLAY 'Integrity check found ' WS-EXC-COUNT
                   ' exceptions - see INTGRPT.DAT'
               MOVE 8 TO RETURN-CODE
           ELSE
               DISPLAY 'Integrity check clean'
           END-IF.
           GOBACK.

       PARA-OPEN-MASTERS.
           OPEN INPUT STUDENT-MAST-FILE.
           IF WS-STUD-MAST-STATUS = '00'
               MOVE 1 TO WS-STUD-OPEN
           ELSE
               MOVE 'STUDMAST' TO WS-IC-FILE
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-STUD-MAST-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           END-IF.
           OPEN INPUT COURSE-MAST-FILE.
           IF WS-COURSE-MAST-STATUS = '00'
               MOVE 1 TO WS-COURSE-OPEN
           ELSE
               MOVE 'COURMAST' TO WS-IC-FILE
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-COURSE-MAST-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           END-IF.
           OPEN INPUT TERM-MAST-FILE.
           IF WS-TERM-MAST-STATUS = '00'
               MOVE 1 TO WS-TERM-OPEN
           ELSE
               MOVE 'TERMMAST' TO WS-IC-FILE
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-TERM-MAST-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           END-IF.

       PARA-CLOSE-MASTERS.
           IF WS-STUD-OPEN = 1
               CLOSE STUDENT-MAST-FILE
           END-IF.
           IF WS-COURSE-OPEN = 1
               CLOSE COURSE-MAST-FILE
           END-IF.
           IF WS-TERM-OPEN = 1
               CLOSE TERM-MAST-FILE
           END-IF.

       PARA-CHECK-HISTORY.
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-EXC.
           MOVE SPACES TO WS-GH-PREV-STUDENT.
           MOVE 'GRADHIST' TO WS-IC-FILE.
           OPEN INPUT GRADE-HIST-FILE.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-GRADE-HIST-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ GRADE-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM PARA-CHECK-GH-ONE
                   END-READ
               END-PERFORM
               CLOSE GRADE-HIST-FILE
           END-IF.
           PERFORM PARA-FILE-TOTAL.

       PARA-CHECK-GH-ONE.
           MOVE SPACES TO WS-IC-KEY.
           STRING GH-STUDENT-NO '/' GH-SEQ
               DELIMITED BY SIZE INTO WS-IC-KEY.
           IF GH-STUDENT-NO NOT = WS-GH-PREV-STUDENT
               MOVE GH-STUDENT-NO TO WS-GH-PREV-STUDENT
               MOVE 1 TO WS-GH-EXPECT-SEQ
               MOVE 0 TO WS-PST-COUNT
               PERFORM PARA-CHECK-GH-STUDENT
           END-IF.
           IF GH-SEQ NOT = WS-GH-EXPECT-SEQ
               MOVE SPACES TO WS-IC-TEXT
               STRING 'GH-SEQ GAP - EXPECTED ' WS-GH-EXPECT-SEQ
                      ' FOUND ' GH-SEQ
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           END-IF.
           COMPUTE WS-GH-EXPECT-SEQ = GH-SEQ + 1.
           IF WS-COURSE-OPEN = 1
               MOVE GH-COURSE TO CM-COURSE-CODE
               READ COURSE-MAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-IC-TEXT
                       STRING 'COURSE ' GH-COURSE
                              ' NOT ON COURSE MASTER'
                           DELIMITED BY SIZE INTO WS-IC-TEXT
                       PERFORM PARA-EXCEPTION
               END-READ
           END-IF.
           IF WS-TERM-OPEN = 1
               MOVE GH-TERM TO TM-TERM-CODE
               READ TERM-MAST-FILE
                   INVALID KEY
                       MOVE SPACES TO WS-IC-TEXT
                       STRING 'TERM ' GH-TERM ' NOT ON TERM MASTER'
                           DELIMITED BY SIZE INTO WS-IC-TEXT
                       PERFORM PARA-EXCEPTION
               END-READ
           END-IF.
           PERFORM PARA-CHECK-GH-POINT.
           IF GH-REVERSAL
               PERFORM PARA-CHECK-GH-REVERSAL
           ELSE IF WS-PST-COUNT < 300
               ADD 1 TO WS-PST-COUNT
               MOVE GH-COURSE TO WS-PST-COURSE(WS-PST-COUNT)
               MOVE GH-GRADE TO WS-PST-GRADE(WS-PST-COUNT)
               MOVE 1 TO WS-PST-ACTIVE(WS-PST-COUNT)
           ELSE
               MOVE 'POSTING TABLE FULL - REVERSALS NOT MATCHED'
                   TO WS-IC-TEXT
               PERFORM PARA-INFO
           END-IF.

       PARA-CHECK-GH-STUDENT.
           IF WS-STUD-OPEN = 1
               MOVE GH-STUDENT-NO TO SM-STUDENT-NO
               READ STUDENT-MAST-FILE
                   INVALID KEY
                       MOVE 'STUDENT NOT ON STUDENT MASTER'
                           TO WS-IC-TEXT
                       PERFORM PARA-EXCEPTION
                   NOT INVALID KEY
                       IF SM-INACTIVE
                           MOVE 'HISTORY HELD FOR INACTIVE STUDENT'
                               TO WS-IC-TEXT
                           PERFORM PARA-INFO
                       END-IF
               END-READ
           END-IF.

       PARA-CHECK-GH-POINT.
           MOVE GH-POINT TO WS-GH-POINT-N.
           MOVE 0 TO WS-GRADE-VALID.
           MOVE 0 TO WS-SCALE-POINT.
           SET GS-IDX TO 1.
           SEARCH WS-GRADE-SCALE-ENTRY
               AT END
                   MOVE 0 TO WS-GRADE-VALID
               WHEN GH-GRADE >= GS-LOW(GS-IDX)
                   AND GH-GRADE <= GS-HIGH(GS-IDX)
                   MOVE GS-POINT(GS-IDX) TO WS-SCALE-POINT
                   MOVE 1 TO WS-GRADE-VALID
           END-SEARCH.
           IF WS-GRADE-VALID = 0
               MOVE SPACES TO WS-IC-TEXT
               STRING 'GRADE ' GH-GRADE ' OUTSIDE GRADING SCALE'
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE IF WS-GH-POINT-N NOT = WS-SCALE-POINT
               MOVE WS-GH-POINT-N TO WS-PT-DISP-1
               MOVE WS-SCALE-POINT TO WS-PT-DISP-2
               MOVE SPACES TO WS-IC-TEXT
               STRING 'POINT ' WS-PT-DISP-1 ' FOR GRADE ' GH-GRADE
                      ' - SCALE GIVES ' WS-PT-DISP-2
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           END-IF.

       PARA-CHECK-GH-REVERSAL.
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
           IF WS-PST-HIT = 0
               MOVE SPACES TO WS-IC-TEXT
               STRING 'REVERSAL OF ' GH-GRADE ' ' GH-COURSE
                      ' MATCHES NO EARLIER POSTING'
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           END-IF.

       PARA-CHECK-ROSTER.
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-EXC.
           MOVE 'ROSTMAST' TO WS-IC-FILE.
           OPEN INPUT ROSTER-MAST-FILE.
           IF WS-ROSTER-STATUS = '35'
               MOVE SPACES TO WS-IC-KEY
               MOVE 'FILE NOT PRESENT - NOT CHECKED' TO WS-IC-TEXT
               PERFORM PARA-INFO
           ELSE IF WS-ROSTER-STATUS NOT = '00'
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-ROSTER-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ ROSTER-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM PARA-CHECK-RS-ONE
                   END-READ
               END-PERFORM
               CLOSE ROSTER-MAST-FILE
               PERFORM PARA-FILE-TOTAL
           END-IF.

       PARA-CHECK-RS-ONE.
           MOVE SPACES TO WS-IC-KEY.
           STRING RS-STUDENT-NO '/' RS-COURSE '/' RS-TERM
               DELIMITED BY SIZE INTO WS-IC-KEY.
           IF WS-STUD-OPEN = 1
               MOVE RS-STUDENT-NO TO SM-STUDENT-NO
               READ STUDENT-MAST-FILE
                   INVALID KEY
                       MOVE 'STUDENT NOT ON STUDENT MASTER'
                           TO WS-IC-TEXT
                       PERFORM PARA-EXCEPTION
               END-READ
           END-IF.
           IF WS-COURSE-OPEN = 1
               MOVE RS-COURSE TO CM-COURSE-CODE
               READ COURSE-MAST-FILE
                   INVALID KEY
                       MOVE 'COURSE NOT ON COURSE MASTER'
                           TO WS-IC-TEXT
                       PERFORM PARA-EXCEPTION
               END-READ
           END-IF.
           IF WS-TERM-OPEN = 1
               MOVE RS-TERM TO TM-TERM-CODE
               READ TERM-MAST-FILE
                   INVALID KEY
                       MOVE 'TERM NOT ON TERM MASTER' TO WS-IC-TEXT
                       PERFORM PARA-EXCEPTION
               END-READ
           END-IF.

       PARA-CHECK-CURRICULUM.
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-EXC.
           MOVE 'CURRMAST' TO WS-IC-FILE.
           OPEN INPUT CURR-MAST-FILE.
           IF WS-CURR-STATUS = '35'
               MOVE SPACES TO WS-IC-KEY
               MOVE 'FILE NOT PRESENT - NOT CHECKED' TO WS-IC-TEXT
               PERFORM PARA-INFO
           ELSE IF WS-CURR-STATUS NOT = '00'
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-CURR-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ CURR-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM PARA-CHECK-CU-ONE
                   END-READ
               END-PERFORM
               CLOSE CURR-MAST-FILE
               PERFORM PARA-FILE-TOTAL
           END-IF.

       PARA-CHECK-CU-ONE.
           MOVE SPACES TO WS-IC-KEY.
           STRING CU-PROGRAM '/' CU-YEAR-LEVEL '/' CU-COURSE
               DELIMITED BY SIZE INTO WS-IC-KEY.
           IF WS-COURSE-OPEN = 1
               MOVE CU-COURSE TO CM-COURSE-CODE
               READ COURSE-MAST-FILE
                   INVALID KEY
                       MOVE 'REQUIRED COURSE NOT ON COURSE MASTER'
                           TO WS-IC-TEXT
                       PERFORM PARA-EXCEPTION
               END-READ
           END-IF.

       PARA-CHECK-PRIMES.
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-EXC.
           MOVE 'PRIMERES' TO WS-IC-FILE.
           OPEN INPUT PRIME-RESULTS-FILE.
           IF WS-PRIME-RES-STATUS = '35'
               MOVE SPACES TO WS-IC-KEY
               MOVE 'FILE NOT PRESENT - NOT CHECKED' TO WS-IC-TEXT
               PERFORM PARA-INFO
           ELSE IF WS-PRIME-RES-STATUS NOT = '00'
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-PRIME-RES-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ PRIME-RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM PARA-CHECK-PR-ONE
                   END-READ
               END-PERFORM
               CLOSE PRIME-RESULTS-FILE
               PERFORM PARA-FILE-TOTAL
           END-IF.

       PARA-CHECK-PR-ONE.
           MOVE SPACES TO WS-IC-KEY.
           MOVE PR-NUMBER TO WS-IC-KEY.
           MOVE PR-NUMBER TO WS-CHK-NUM.
           MOVE 0 TO WS-CHK-COMPOSITE.
           IF WS-CHK-NUM < 2
               MOVE 'NEITHER PRIME NOR COMPOSITE' TO WS-CHK-EXPECT
           ELSE
               MOVE 2 TO WS-CHK-DIV
               COMPUTE WS-CHK-SQ = WS-CHK-DIV * WS-CHK-DIV
               PERFORM UNTIL WS-CHK-SQ > WS-CHK-NUM
                       OR WS-CHK-COMPOSITE = 1
                   DIVIDE WS-CHK-NUM BY WS-CHK-DIV
                       GIVING WS-CHK-QUO REMAINDER WS-CHK-REM
                   IF WS-CHK-REM = 0
                       MOVE 1 TO WS-CHK-COMPOSITE
                   END-IF
                   ADD 1 TO WS-CHK-DIV
                   COMPUTE WS-CHK-SQ = WS-CHK-DIV * WS-CHK-DIV
               END-PERFORM
               IF WS-CHK-COMPOSITE = 1
                   MOVE 'NOT PRIME' TO WS-CHK-EXPECT
               ELSE
                   MOVE 'PRIME' TO WS-CHK-EXPECT
               END-IF
           END-IF.
           IF PR-RESULT NOT = WS-CHK-EXPECT
               MOVE SPACES TO WS-IC-TEXT
               STRING 'STORED ' PR-RESULT ' SHOULD BE '
                      WS-CHK-EXPECT
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE
               MOVE PR-NUMBER TO PF-NUMBER
               CALL 'primfact' USING PF-PARMS
               IF PR-FACTORS NOT = PF-FACTORS
                   MOVE SPACES TO WS-IC-TEXT
                   STRING 'FACTORS ' DELIMITED BY SIZE
                          PR-FACTORS DELIMITED BY '  '
                          ' SHOULD BE ' DELIMITED BY SIZE
                          PF-FACTORS-SHORT DELIMITED BY SPACE
                       INTO WS-IC-TEXT
                   PERFORM PARA-EXCEPTION
               END-IF
           END-IF.

       PARA-CHECK-OCTALS.
           MOVE 0 TO WS-FILE-READ.
           MOVE 0 TO WS-FILE-EXC.
           MOVE 'OCTALRES' TO WS-IC-FILE.
           OPEN INPUT OCTAL-RESULTS-FILE.
           IF WS-OCTAL-RES-STATUS = '35'
               MOVE SPACES TO WS-IC-KEY
               MOVE 'FILE NOT PRESENT - NOT CHECKED' TO WS-IC-TEXT
               PERFORM PARA-INFO
           ELSE IF WS-OCTAL-RES-STATUS NOT = '00'
               MOVE SPACES TO WS-IC-KEY
               MOVE SPACES TO WS-IC-TEXT
               STRING 'UNABLE TO OPEN - STATUS ' WS-OCTAL-RES-STATUS
                   DELIMITED BY SIZE INTO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE
               MOVE 0 TO WS-SCAN-EOF
               PERFORM UNTIL WS-SCAN-EOF = 1
                   READ OCTAL-RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-SCAN-EOF
                       NOT AT END
                           ADD 1 TO WS-FILE-READ
                           PERFORM PARA-CHECK-OR-ONE
                   END-READ
               END-PERFORM
               CLOSE OCTAL-RESULTS-FILE
               PERFORM PARA-FILE-TOTAL
           END-IF.

       PARA-CHECK-OR-ONE.
           MOVE SPACES TO WS-IC-KEY.
           STRING OR-NUMBER '/' OR-MODE
               DELIMITED BY SIZE INTO WS-IC-KEY.
           IF OR-MODE = 'H'
               MOVE 16 TO WS-CHK-BASE
           ELSE IF OR-MODE = 'O'
               MOVE 8 TO WS-CHK-BASE
           ELSE
               MOVE 0 TO WS-CHK-BASE
           END-IF.
           IF WS-CHK-BASE = 0
               MOVE 'UNKNOWN CONVERSION MODE' TO WS-IC-TEXT
               PERFORM PARA-EXCEPTION
           ELSE
               MOVE SPACES TO WS-CHK-DIGITS
               MOVE 8 TO WS-CHK-POS
               MOVE OR-NUMBER TO WS-CHK-NUM
               PERFORM UNTIL WS-CHK-NUM < WS-CHK-BASE
                   DIVIDE WS-CHK-BASE INTO WS-CHK-NUM
                       GIVING WS-CHK-QUO REMAINDER WS-CHK-REM
                   COMPUTE WS-CHK-IDX = WS-CHK-REM + 1
                   MOVE WS-CHK-DIGIT(WS-CHK-IDX)
                       TO WS-CHK-DIGITS(WS-CHK-POS:1)
                   SUBTRACT 1 FROM WS-CHK-POS
                   MOVE WS-CHK-QUO TO WS-CHK-NUM
               END-PERFORM
               COMPUTE WS-CHK-IDX = WS-CHK-NUM + 1
               MOVE WS-CHK-DIGIT(WS-CHK-IDX)
                   TO WS-CHK-DIGITS(WS-CHK-POS:1)
               COMPUTE WS-CHK-LEN = 9 - WS-CHK-POS
               MOVE SPACES TO WS-CHK-EXPECT
               IF OR-MODE = 'H'
                   STRING 'HEX '
                          WS-CHK-DIGITS(WS-CHK-POS:WS-CHK-LEN)
                       DELIMITED BY SIZE INTO WS-CHK-EXPECT
               ELSE
                   STRING 'OCTAL '
                          WS-CHK-DIGITS(WS-CHK-POS:WS-CHK-LEN)
                       DELIMITED BY SIZE INTO WS-CHK-EXPECT
               END-IF
               IF OR-RESULT NOT = WS-CHK-EXPECT
                   MOVE SPACES TO WS-IC-TEXT
                   STRING 'STORED ' OR-RESULT ' SHOULD BE '
                          WS-CHK-EXPECT
                       DELIMITED BY SIZE INTO WS-IC-TEXT
                   PERFORM PARA-EXCEPTION
               END-IF
           END-IF.

       PARA-FILE-TOTAL.
           MOVE SPACES TO WS-PRT-LINE.
           STRING WS-IC-FILE ': ' WS-FILE-READ ' RECORDS CHECKED, '
                  WS-FILE-EXC ' EXCEPTIONS'
               DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.

       PARA-EXCEPTION.
           ADD 1 TO WS-EXC-COUNT.
           ADD 1 TO WS-FILE-EXC.
           MOVE 'EXC' TO WS-IC-D-CLASS.
           PERFORM PARA-FINDING-LINE.

       PARA-INFO.
           ADD 1 TO WS-INFO-COUNT.
           MOVE 'INFO' TO WS-IC-D-CLASS.
           PERFORM PARA-FINDING-LINE.

       PARA-FINDING-LINE.
           MOVE WS-IC-FILE TO WS-IC-D-FILE.
           MOVE WS-IC-KEY TO WS-IC-D-KEY.
           MOVE WS-IC-TEXT TO WS-IC-D-TEXT.
           MOVE SPACES TO WS-PRT-LINE.
           MOVE WS-IC-DETAIL TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-IC-TEXT.

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
           MOVE WS-PRT-LINE TO IC-LINE.
           WRITE IC-LINE.
           IF WS-INTG-RPT-STATUS NOT = '00'
               DISPLAY 'I/O error on INTGRPT.DAT status '
                   WS-INTG-RPT-STATUS
               CLOSE INTG-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       PARA-RPT-END.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE '*** END OF REPORT ***' TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
