       IDENTIFICATION DIVISION.
       PROGRAM-ID. smconv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-STUD-FILE ASSIGN TO "STUDMAST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OS-STUDENT-NO
               FILE STATUS IS WS-OLD-STUD-STATUS.
           SELECT STUDENT-MAST-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-NO
               ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-PROG-YEAR WITH DUPLICATES
               FILE STATUS IS WS-STUD-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-STUD-FILE.
       01  OS-RECORD.
           05  OS-STUDENT-NO     PIC X(10).
           05  OS-NAME           PIC X(30).
           05  OS-PROGRAM        PIC X(10).
           05  OS-YEAR-LEVEL     PIC 9.
           05  OS-STATUS         PIC X.
       FD  STUDENT-MAST-FILE.
       COPY "STUDMAST.CPY".
       WORKING-STORAGE SECTION.
       01  WS-OLD-STUD-STATUS PIC XX VALUE '00'.
       01  WS-STUD-MAST-STATUS PIC XX VALUE '00'.
       01  WS-OLD-EOF        PIC 9 VALUE 0.
       01  WS-IDX-EOF        PIC 9 VALUE 0.
       01  WS-READ-COUNT     PIC 9(6) VALUE 0.
       01  WS-LOAD-COUNT     PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT      PIC 9(6) VALUE 0.
       01  WS-VERIFY-COUNT   PIC 9(6) VALUE 0.
       01  WS-NAME-COUNT     PIC 9(6) VALUE 0.
       01  WS-PROG-COUNT     PIC 9(6) VALUE 0.
       01  WS-RUN-RC         PIC 9(4) VALUE 0.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Student master conversion utility'.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARA-LOAD-STUDENTS.
           IF WS-RUN-RC = 0
               PERFORM PARA-VERIFY-COUNTS
           END-IF.
           IF WS-RUN-RC = 0
               DISPLAY 'Rebuild verified - STUDMAST.DAT ready '
                   'for cutover'
           ELSE
               DISPLAY 'Rebuild NOT verified - do not cut over'
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       PARA-LOAD-STUDENTS.
           OPEN INPUT OLD-STUD-FILE.
           IF WS-OLD-STUD-STATUS NOT = '00'
               DISPLAY 'Unable to open STUDMAST.OLD status '
                   WS-OLD-STUD-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT STUDENT-MAST-FILE
               IF WS-STUD-MAST-STATUS NOT = '00'
                   DISPLAY 'Unable to build STUDMAST.DAT status '
                       WS-STUD-MAST-STATUS
                   MOVE 8 TO WS-RUN-RC
                   CLOSE OLD-STUD-FILE
               ELSE
                   PERFORM UNTIL WS-OLD-EOF = 1
                       READ OLD-STUD-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-OLD-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM PARA-WRITE-ONE
                       END-READ
                   END-PERFORM
                   CLOSE OLD-STUD-FILE
                   CLOSE STUDENT-MAST-FILE
                   DISPLAY 'Records read: ' WS-READ-COUNT
                       '  loaded: ' WS-LOAD-COUNT
                       '  duplicates skipped: ' WS-DUP-COUNT
               END-IF
           END-IF.

       PARA-WRITE-ONE.
           MOVE SPACES TO SM-RECORD.
           MOVE OS-STUDENT-NO TO SM-STUDENT-NO.
           MOVE OS-NAME TO SM-NAME.
           MOVE OS-PROGRAM TO SM-PROGRAM.
           MOVE OS-YEAR-LEVEL TO SM-YEAR-LEVEL.
           MOVE OS-STATUS TO SM-STATUS.
           MOVE WS-RUN-DATE TO SM-STATUS-DATE.
           WRITE SM-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.
           IF WS-STUD-MAST-STATUS NOT = '00'
               AND WS-STUD-MAST-STATUS NOT = '02'
               AND WS-STUD-MAST-STATUS NOT = '22'
               DISPLAY 'I/O error on STUDMAST.DAT status '
                   WS-STUD-MAST-STATUS ' at record ' WS-READ-COUNT
               MOVE 12 TO WS-RUN-RC
               CLOSE OLD-STUD-FILE
               CLOSE STUDENT-MAST-FILE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       PARA-VERIFY-COUNTS.
           OPEN INPUT STUDENT-MAST-FILE.
           IF WS-STUD-MAST-STATUS NOT = '00'
               DISPLAY 'Unable to reopen STUDMAST.DAT status '
                   WS-STUD-MAST-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE 0 TO WS-IDX-EOF
               PERFORM UNTIL WS-IDX-EOF = 1
                   READ STUDENT-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-IDX-EOF
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-IDX-EOF
               MOVE LOW-VALUES TO SM-NAME
               START STUDENT-MAST-FILE KEY >= SM-NAME
                   INVALID KEY
                       MOVE 1 TO WS-IDX-EOF
               END-START
               PERFORM UNTIL WS-IDX-EOF = 1
                   READ STUDENT-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-IDX-EOF
                       NOT AT END
                           ADD 1 TO WS-NAME-COUNT
                   END-READ
               END-PERFORM
               MOVE 0 TO WS-IDX-EOF
               MOVE LOW-VALUES TO SM-PROG-YEAR
               START STUDENT-MAST-FILE KEY >= SM-PROG-YEAR
                   INVALID KEY
                       MOVE 1 TO WS-IDX-EOF
               END-START
               PERFORM UNTIL WS-IDX-EOF = 1
                   READ STUDENT-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-IDX-EOF
                       NOT AT END
                           ADD 1 TO WS-PROG-COUNT
                   END-READ
               END-PERFORM
               CLOSE STUDENT-MAST-FILE
               DISPLAY 'Readback by student no: ' WS-VERIFY-COUNT
                   '  by name: ' WS-NAME-COUNT
                   '  by program/year: ' WS-PROG-COUNT
               IF WS-VERIFY-COUNT NOT = WS-READ-COUNT
                   OR WS-NAME-COUNT NOT = WS-READ-COUNT
                   OR WS-PROG-COUNT NOT = WS-READ-COUNT
                   DISPLAY 'WARNING: readback counts do not match '
                       'records read ' WS-READ-COUNT
                   MOVE 8 TO WS-RUN-RC
               END-IF
               IF WS-DUP-COUNT > 0
                   DISPLAY 'WARNING: ' WS-DUP-COUNT
                       ' duplicate keys were skipped'
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.
