       IDENTIFICATION DIVISION.
       PROGRAM-ID. grdslip.
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
           SELECT SLIP-FILE ASSIGN TO "GRDSLIP.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SLIP-STATUS.
           SELECT PARM-FILE ASSIGN TO "GSLPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE.
       COPY "GHLINE.CPY".
       FD  STUDENT-MAST-FILE.
       COPY "STUDMAST.CPY".
       FD  COURSE-MAST-FILE.
       COPY "COURMAST.CPY".
       FD  SLIP-FILE.
       01  SL-LINE               PIC X(132).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-DATE         PIC X(8).
       WORKING-STORAGE SECTION.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-STUD-MAST-STATUS PIC XX VALUE '00'.
       01  WS-COURSE-MAST-STATUS PIC XX VALUE '00'.
       01  WS-SLIP-STATUS    PIC XX VALUE '00'.
       01  WS-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-SLIP-DATE      PIC X(8) VALUE SPACES.
       01  WS-HIST-EOF       PIC 9 VALUE 0.
       01  WS-SLIP-LINES     PIC 9(4) VALUE 0.
       01  WS-SLIP-COUNT     PIC 9(4) VALUE 0.
       01  WS-STU-POSTED     PIC 9(4) VALUE 0.
       01  WS-LAST-STUDENT   PIC X(10) VALUE SPACES.
       01  WS-NOT-ON-MAST    PIC 9(4) VALUE 0.
       01  WS-TABLE-SKIPPED  PIC 9(4) VALUE 0.
       01  WS-REV-HELD       PIC 9 VALUE 0.
       01  WS-REV-COURSE     PIC X(8) VALUE SPACES.
       01  WS-REV-GRADE      PIC 999 VALUE 0.
       01  WS-REV-POINT      PIC 9.99.
       01  WS-REV-REASON     PIC X(2) VALUE SPACES.
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
               10  WS-STU-ON-MAST    PIC 9.
       01  WS-STU-HOLD.
           05  WS-HOLD-NO            PIC X(10).
           05  WS-HOLD-NAME          PIC X(30).
           05  WS-HOLD-PROGRAM       PIC X(10).
           05  WS-HOLD-YEAR          PIC 9.
           05  WS-HOLD-ON-MAST       PIC 9.
       01  WS-SLIP-DETAIL.
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SL-COURSE      PIC X(8).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SL-TITLE       PIC X(30).
           05  FILLER            PIC X(2) VALUE SPACES.
           05  WS-SL-GRADE       PIC 999.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-SL-POINT       PIC 9.99.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-SL-REMARK      PIC X(30).
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARA-READ-PARM.
           OPEN INPUT GRADE-HIST-FILE.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               DISPLAY 'Unable to open GRADHIST.IDX status '
                   WS-GRADE-HIST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT STUDENT-MAST-FILE.
           IF WS-STUD-MAST-STATUS NOT = '00'
               DISPLAY 'Unable to open STUDMAST.DAT status '
                   WS-STUD-MAST-STATUS
               CLOSE GRADE-HIST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN INPUT COURSE-MAST-FILE.
           IF WS-COURSE-MAST-STATUS NOT = '00'
               DISPLAY 'Unable to open COURMAST.DAT status '
                   WS-COURSE-MAST-STATUS
               CLOSE GRADE-HIST-FILE
               CLOSE STUDENT-MAST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN OUTPUT SLIP-FILE.
           IF WS-SLIP-STATUS NOT = '00'
               DISPLAY 'Unable to open GRDSLIP.DAT status '
                   WS-SLIP-STATUS
               CLOSE GRADE-HIST-FILE
               CLOSE STUDENT-MAST-FILE
               CLOSE COURSE-MAST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PARA-LOAD-STUDENTS.
           PERFORM PARA-SORT-STUDENTS.
           PERFORM VARYING WS-STU-I FROM 1 BY 1
                   UNTIL WS-STU-I > WS-STU-COUNT
               IF WS-STU-ON-MAST(WS-STU-I) = 1
                   PERFORM PARA-WRITE-SLIP
               END-IF
           END-PERFORM.
           PERFORM PARA-WRITE-SUMMARY.
           CLOSE SLIP-FILE.
           CLOSE COURSE-MAST-FILE.
           CLOSE STUDENT-MAST-FILE.
           CLOSE GRADE-HIST-FILE.
           DISPLAY 'Grade slips for ' WS-SLIP-DATE ': '
               WS-SLIP-COUNT ' slips, ' WS-STU-POSTED
               ' students posted, see GRDSLIP.DAT'.
           GOBACK.

       PARA-READ-PARM.
           MOVE WS-RUN-DATE TO WS-SLIP-DATE.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-DATE IS NUMERIC
                           MOVE PARM-DATE TO WS-SLIP-DATE
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           DISPLAY 'Grade slips for postings dated ' WS-SLIP-DATE.

       PARA-LOAD-STUDENTS.
           MOVE 0 TO WS-STU-COUNT.
           MOVE 0 TO WS-HIST-EOF.
           PERFORM UNTIL WS-HIST-EOF = 1
               READ GRADE-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       IF GH-DATE = WS-SLIP-DATE
                           PERFORM PARA-LOAD-STU-ONE
                       END-IF
               END-READ
           END-PERFORM.

       PARA-LOAD-STU-ONE.
           IF GH-STUDENT-NO = WS-LAST-STUDENT
               CONTINUE
           ELSE
               MOVE GH-STUDENT-NO TO WS-LAST-STUDENT
               ADD 1 TO WS-STU-POSTED
               PERFORM PARA-ADD-STUDENT
           END-IF.

       PARA-ADD-STUDENT.
           IF WS-STU-COUNT < 2000
               ADD 1 TO WS-STU-COUNT
               MOVE GH-STUDENT-NO TO WS-STU-NO(WS-STU-COUNT)
               MOVE GH-STUDENT-NO TO SM-STUDENT-NO
               READ STUDENT-MAST-FILE
                   INVALID KEY
                       MOVE '*** NOT ON STUDENT MASTER ***'
                           TO WS-STU-NAME(WS-STU-COUNT)
                       MOVE HIGH-VALUES
                           TO WS-STU-PROGRAM(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-YEAR(WS-STU-COUNT)
                       MOVE 0 TO WS-STU-ON-MAST(WS-STU-COUNT)
                       ADD 1 TO WS-NOT-ON-MAST
                   NOT INVALID KEY
                       MOVE SM-NAME TO WS-STU-NAME(WS-STU-COUNT)
                       MOVE SM-PROGRAM TO WS-STU-PROGRAM(WS-STU-COUNT)
                       MOVE SM-YEAR-LEVEL TO WS-STU-YEAR(WS-STU-COUNT)
                       MOVE 1 TO WS-STU-ON-MAST(WS-STU-COUNT)
               END-READ
           ELSE
               ADD 1 TO WS-TABLE-SKIPPED
               DISPLAY 'WARNING: student table full, '
                   GH-STUDENT-NO ' has no slip'
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

       PARA-WRITE-SLIP.
           MOVE ALL '=' TO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           STRING 'PUP GRADING - GRADE NOTIFICATION'
                  '          POSTING DATE: ' WS-SLIP-DATE
                  DELIMITED BY SIZE INTO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           STRING 'STUDENT NO: ' WS-STU-NO(WS-STU-I)
                  '   NAME: ' WS-STU-NAME(WS-STU-I)
                  DELIMITED BY SIZE INTO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           STRING 'PROGRAM: ' WS-STU-PROGRAM(WS-STU-I)
                  '   YEAR LEVEL: ' WS-STU-YEAR(WS-STU-I)
                  DELIMITED BY SIZE INTO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           MOVE 'COURSE' TO SL-LINE(3:6).
           MOVE 'TITLE' TO SL-LINE(13:5).
           MOVE 'GRADE' TO SL-LINE(44:5).
           MOVE 'POINT' TO SL-LINE(52:5).
           MOVE 'REMARKS' TO SL-LINE(59:7).
           PERFORM PARA-SLIP-PUT.
           MOVE 0 TO WS-SLIP-LINES.
           MOVE 0 TO WS-REV-HELD.
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
                       ELSE IF GH-DATE = WS-SLIP-DATE
                           PERFORM PARA-SLIP-POSTING
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-REV-HELD = 1
               PERFORM PARA-SLIP-REVERSAL
           END-IF.
           MOVE SPACES TO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           STRING '  COURSES ON THIS SLIP: ' WS-SLIP-LINES
                  DELIMITED BY SIZE INTO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           ADD 1 TO WS-SLIP-COUNT.

       PARA-SLIP-POSTING.
           IF GH-REVERSAL
               IF WS-REV-HELD = 1
                   PERFORM PARA-SLIP-REVERSAL
               END-IF
               MOVE 1 TO WS-REV-HELD
               MOVE GH-COURSE TO WS-REV-COURSE
               MOVE GH-GRADE TO WS-REV-GRADE
               MOVE GH-POINT TO WS-REV-POINT
               MOVE GH-REASON TO WS-REV-REASON
           ELSE IF GH-CORRECTION
               PERFORM PARA-SLIP-CORRECTION
           ELSE
               IF WS-REV-HELD = 1
                   PERFORM PARA-SLIP-REVERSAL
               END-IF
               PERFORM PARA-SLIP-COURSE
               MOVE GH-GRADE TO WS-SL-GRADE
               MOVE GH-POINT TO WS-SL-POINT
               MOVE 'POSTED' TO WS-SL-REMARK
               PERFORM PARA-SLIP-DETAIL
           END-IF.

       PARA-SLIP-CORRECTION.
           IF WS-REV-HELD = 1
               AND WS-REV-COURSE NOT = GH-COURSE
               PERFORM PARA-SLIP-REVERSAL
           END-IF.
           PERFORM PARA-SLIP-COURSE.
           MOVE GH-GRADE TO WS-SL-GRADE.
           MOVE GH-POINT TO WS-SL-POINT.
           MOVE SPACES TO WS-SL-REMARK.
           IF WS-REV-HELD = 1
               STRING 'CORRECTED FROM ' WS-REV-GRADE
                      ' REASON ' GH-REASON
                      DELIMITED BY SIZE INTO WS-SL-REMARK
               MOVE 0 TO WS-REV-HELD
           ELSE
               STRING 'CORRECTED REASON ' GH-REASON
                      DELIMITED BY SIZE INTO WS-SL-REMARK
           END-IF.
           PERFORM PARA-SLIP-DETAIL.

       PARA-SLIP-REVERSAL.
           MOVE WS-REV-COURSE TO CM-COURSE-CODE.
           PERFORM PARA-SLIP-TITLE.
           MOVE WS-REV-COURSE TO WS-SL-COURSE.
           MOVE WS-REV-GRADE TO WS-SL-GRADE.
           MOVE WS-REV-POINT TO WS-SL-POINT.
           MOVE SPACES TO WS-SL-REMARK.
           STRING 'REVERSED REASON ' WS-REV-REASON
                  DELIMITED BY SIZE INTO WS-SL-REMARK.
           PERFORM PARA-SLIP-DETAIL.
           MOVE 0 TO WS-REV-HELD.

       PARA-SLIP-COURSE.
           MOVE GH-COURSE TO CM-COURSE-CODE.
           PERFORM PARA-SLIP-TITLE.
           MOVE GH-COURSE TO WS-SL-COURSE.

       PARA-SLIP-TITLE.
           READ COURSE-MAST-FILE
               INVALID KEY
                   MOVE '*** NOT ON COURSE MASTER ***' TO WS-SL-TITLE
               NOT INVALID KEY
                   MOVE CM-TITLE TO WS-SL-TITLE
           END-READ.

       PARA-SLIP-DETAIL.
           MOVE WS-SLIP-DETAIL TO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           ADD 1 TO WS-SLIP-LINES.

       PARA-WRITE-SUMMARY.
           MOVE ALL '=' TO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           STRING 'GRADE NOTIFICATION RUN SUMMARY   POSTING DATE: '
                  WS-SLIP-DATE '   RUN DATE: ' WS-RUN-DATE
                  DELIMITED BY SIZE INTO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           MOVE SPACES TO SL-LINE.
           STRING 'STUDENTS POSTED: ' WS-STU-POSTED
                  '   SLIPS PRODUCED: ' WS-SLIP-COUNT
                  '   NOT ON STUDENT MASTER: ' WS-NOT-ON-MAST
                  '   OVER TABLE LIMIT: ' WS-TABLE-SKIPPED
                  DELIMITED BY SIZE INTO SL-LINE.
           PERFORM PARA-SLIP-PUT.
           PERFORM VARYING WS-STU-I FROM 1 BY 1
                   UNTIL WS-STU-I > WS-STU-COUNT
               IF WS-STU-ON-MAST(WS-STU-I) = 0
                   MOVE SPACES TO SL-LINE
                   STRING '  NO SLIP - STUDENT NOT ON MASTER: '
                          WS-STU-NO(WS-STU-I)
                          DELIMITED BY SIZE INTO SL-LINE
                   PERFORM PARA-SLIP-PUT
               END-IF
           END-PERFORM.
           MOVE SPACES TO SL-LINE.
           IF WS-SLIP-COUNT = WS-STU-POSTED
               MOVE 'SLIPS PRODUCED AGREE WITH STUDENTS POSTED'
                   TO SL-LINE
           ELSE
               STRING '*** SLIPS PRODUCED DO NOT AGREE WITH '
                      'STUDENTS POSTED ***'
                      DELIMITED BY SIZE INTO SL-LINE
               DISPLAY 'WARNING: ' WS-SLIP-COUNT ' slips for '
                   WS-STU-POSTED ' students posted'
           END-IF.
           PERFORM PARA-SLIP-PUT.

       PARA-SLIP-PUT.
           WRITE SL-LINE.
           IF WS-SLIP-STATUS NOT = '00'
               DISPLAY 'I/O error on GRDSLIP.DAT status '
                   WS-SLIP-STATUS
               CLOSE SLIP-FILE
               CLOSE COURSE-MAST-FILE
               CLOSE STUDENT-MAST-FILE
               CLOSE GRADE-HIST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
