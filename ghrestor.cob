       IDENTIFICATION DIVISION.
       PROGRAM-ID. ghrestor.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCH-INDEX-FILE ASSIGN TO "GHARCIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT PARM-FILE ASSIGN TO "GHRPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  GRADE-HIST-FILE.
       COPY "GHLINE.CPY".
       FD  ARCHIVE-FILE.
       01  ARC-LINE              PIC X(80).
       FD  ARCH-INDEX-FILE.
       COPY "GHARCIX.CPY".
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-STUDENT      PIC X(10).
       WORKING-STORAGE SECTION.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-ARCHIVE-STATUS PIC XX VALUE '00'.
       01  WS-INDEX-STATUS   PIC XX VALUE '00'.
       01  WS-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-ARCHIVE-NAME   PIC X(24) VALUE SPACES.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-RESTORE-STUDENT PIC X(10) VALUE SPACES.
       01  WS-ARCHIVED-COUNT PIC 9(6) VALUE 0.
       01  WS-ARCHIVED-DATE  PIC X(8) VALUE SPACES.
       01  WS-RESTORED-DATE  PIC X(8) VALUE SPACES.
       01  WS-FOUND          PIC 9 VALUE 0.
       01  WS-RESTORE-OK     PIC 9 VALUE 0.
       01  WS-INDEX-EOF      PIC 9 VALUE 0.
       01  WS-ARCHIVE-EOF    PIC 9 VALUE 0.
       01  WS-READ-COUNT     PIC 9(6) VALUE 0.
       01  WS-LOAD-COUNT     PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT      PIC 9(6) VALUE 0.
       01  WS-RUN-RC         PIC 9(4) VALUE 0.
       COPY "GHARCREC.CPY".
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARA-READ-PARM.
           IF WS-RESTORE-STUDENT = SPACES
               DISPLAY 'No student given in GHRPARM.DAT - '
                   'nothing to restore'
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PARA-FIND-ARCHIVE.
           IF WS-FOUND = 1
               PERFORM PARA-RESTORE-HIST
           END-IF.
           IF WS-RESTORE-OK = 1
               PERFORM PARA-WRITE-INDEX
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       PARA-READ-PARM.
           MOVE SPACES TO WS-RESTORE-STUDENT.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       MOVE PARM-STUDENT TO WS-RESTORE-STUDENT
               END-READ
               CLOSE PARM-FILE
           END-IF.

       PARA-FIND-ARCHIVE.
           MOVE 0 TO WS-FOUND.
           MOVE SPACES TO WS-RESTORED-DATE.
           OPEN INPUT ARCH-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'Unable to open GHARCIX.DAT status '
                   WS-INDEX-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE 0 TO WS-INDEX-EOF
               PERFORM UNTIL WS-INDEX-EOF = 1
                   READ ARCH-INDEX-FILE
                       AT END
                           MOVE 1 TO WS-INDEX-EOF
                       NOT AT END
                           IF GX-STUDENT-NO = WS-RESTORE-STUDENT
                               PERFORM PARA-INDEX-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-INDEX-FILE
               PERFORM PARA-CHECK-FOUND
           END-IF.

       PARA-INDEX-ONE.
           IF GX-ARCHIVED
               MOVE 1 TO WS-FOUND
               MOVE GX-ARCHIVE-NAME TO WS-ARCHIVE-NAME
               MOVE GX-COUNT TO WS-ARCHIVED-COUNT
               MOVE GX-DATE TO WS-ARCHIVED-DATE
               MOVE SPACES TO WS-RESTORED-DATE
           ELSE IF GX-RESTORED
               MOVE GX-DATE TO WS-RESTORED-DATE
           END-IF.

       PARA-CHECK-FOUND.
           IF WS-FOUND = 0
               DISPLAY 'No archived history for student '
                   WS-RESTORE-STUDENT
               MOVE 8 TO WS-RUN-RC
           ELSE IF WS-RESTORED-DATE NOT = SPACES
               DISPLAY 'History for ' WS-RESTORE-STUDENT
                   ' archived ' WS-ARCHIVED-DATE
                   ' was already restored on ' WS-RESTORED-DATE
               MOVE 0 TO WS-FOUND
               MOVE 4 TO WS-RUN-RC
           ELSE
               DISPLAY 'Restoring ' WS-ARCHIVED-COUNT
                   ' postings for ' WS-RESTORE-STUDENT
                   ' from ' WS-ARCHIVE-NAME
           END-IF.

       PARA-RESTORE-HIST.
           MOVE 0 TO WS-RESTORE-OK.
           OPEN INPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'Unable to open archive ' WS-ARCHIVE-NAME
                   ' status ' WS-ARCHIVE-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN I-O GRADE-HIST-FILE
               IF WS-GRADE-HIST-STATUS = '35'
                   OPEN OUTPUT GRADE-HIST-FILE
                   CLOSE GRADE-HIST-FILE
                   OPEN I-O GRADE-HIST-FILE
               END-IF
               IF WS-GRADE-HIST-STATUS NOT = '00'
                   DISPLAY 'Unable to open GRADHIST.IDX status '
                       WS-GRADE-HIST-STATUS
                   CLOSE ARCHIVE-FILE
                   MOVE 8 TO WS-RUN-RC
               ELSE
                   MOVE 0 TO WS-ARCHIVE-EOF
                   PERFORM UNTIL WS-ARCHIVE-EOF = 1
                       READ ARCHIVE-FILE
                           AT END
                               MOVE 1 TO WS-ARCHIVE-EOF
                           NOT AT END
                               MOVE ARC-LINE TO GA-DETAIL
                               IF GA-REC-TYPE = 'D'
                                   AND GA-STUDENT-NO =
                                       WS-RESTORE-STUDENT
                                   PERFORM PARA-RESTORE-ONE
                               END-IF
                       END-READ
                   END-PERFORM
                   CLOSE ARCHIVE-FILE
                   CLOSE GRADE-HIST-FILE
                   PERFORM PARA-CHECK-COUNTS
               END-IF
           END-IF.

       PARA-RESTORE-ONE.
           ADD 1 TO WS-READ-COUNT.
           MOVE SPACES TO GH-RECORD.
           MOVE GA-STUDENT-NO TO GH-STUDENT-NO.
           MOVE GA-SEQ TO GH-SEQ.
           MOVE GA-GRADE TO GH-GRADE.
           MOVE GA-POINT TO GH-POINT.
           MOVE GA-DATE TO GH-DATE.
           MOVE GA-COURSE TO GH-COURSE.
           MOVE GA-TYPE TO GH-TYPE.
           MOVE GA-REASON TO GH-REASON.
           MOVE GA-TERM TO GH-TERM.
           WRITE GH-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               AND WS-GRADE-HIST-STATUS NOT = '22'
               DISPLAY 'I/O error on GRADHIST.IDX status '
                   WS-GRADE-HIST-STATUS ' at ' GH-STUDENT-NO
                   ' ' GH-SEQ
               CLOSE ARCHIVE-FILE
               CLOSE GRADE-HIST-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       PARA-CHECK-COUNTS.
           DISPLAY 'Postings read: ' WS-READ-COUNT
               '  restored: ' WS-LOAD-COUNT
               '  already on file: ' WS-DUP-COUNT.
           IF WS-READ-COUNT NOT = WS-ARCHIVED-COUNT
               DISPLAY 'WARNING: archive holds ' WS-READ-COUNT
                   ' postings, index shows ' WS-ARCHIVED-COUNT
               MOVE 8 TO WS-RUN-RC
           ELSE IF WS-DUP-COUNT > 0
               MOVE 4 TO WS-RUN-RC
           END-IF.
           IF WS-LOAD-COUNT > 0
               MOVE 1 TO WS-RESTORE-OK
           END-IF.

       PARA-WRITE-INDEX.
           OPEN EXTEND ARCH-INDEX-FILE.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'Unable to update GHARCIX.DAT status '
                   WS-INDEX-STATUS
               MOVE 12 TO WS-RUN-RC
           ELSE
               MOVE SPACES TO GX-RECORD
               MOVE 'R' TO GX-ACTION
               MOVE WS-RESTORE-STUDENT TO GX-STUDENT-NO
               MOVE WS-ARCHIVE-NAME TO GX-ARCHIVE-NAME
               MOVE WS-LOAD-COUNT TO GX-COUNT
               MOVE WS-RUN-DATE TO GX-DATE
               WRITE GX-RECORD
               IF WS-INDEX-STATUS NOT = '00'
                   DISPLAY 'Write failed on GHARCIX.DAT status '
                       WS-INDEX-STATUS
                   MOVE 12 TO WS-RUN-RC
               ELSE
                   DISPLAY 'History for ' WS-RESTORE-STUDENT
                       ' restored from ' WS-ARCHIVE-NAME
               END-IF
               CLOSE ARCH-INDEX-FILE
           END-IF.
