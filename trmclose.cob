       IDENTIFICATION DIVISION.
       PROGRAM-ID. trmclose.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT TERM-MAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MAST-STATUS.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT SNAP-FILE ASSIGN USING WS-SNAP-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-SNAP-STATUS.
           SELECT PARM-FILE ASSIGN TO "TRMPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  TERM-MAST-FILE.
       COPY "TERMMAST.CPY".
       FD  GRADE-HIST-FILE.
       COPY "GHLINE.CPY".
       FD  SNAP-FILE.
       01  SNAP-LINE             PIC X(80).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-TERM         PIC X(6).
       WORKING-STORAGE SECTION.
       01  WS-TERM-MAST-STATUS PIC XX VALUE '00'.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-SNAP-STATUS    PIC XX VALUE '00'.
       01  WS-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-SNAP-NAME      PIC X(18) VALUE SPACES.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-CLOSE-TERM     PIC X(6) VALUE SPACES.
       01  WS-PARM-GIVEN     PIC 9 VALUE 0.
       01  WS-TERM-OK        PIC 9 VALUE 0.
       01  WS-TERM-EOF       PIC 9 VALUE 0.
       01  WS-HIST-EOF       PIC 9 VALUE 0.
       01  WS-BEST-END       PIC X(8) VALUE SPACES.
       01  WS-SNAP-COUNT     PIC 9(6) VALUE 0.
       01  WS-SNAP-HASH      PIC 9(12) VALUE 0.
       01  WS-SNAP-DETAIL.
           05  FILLER            PIC X(2) VALUE 'D|'.
           05  WS-SD-STUDENT-NO  PIC X(10).
           05  FILLER            PIC X VALUE '|'.
           05  WS-SD-SEQ         PIC 9(4).
           05  FILLER            PIC X VALUE '|'.
           05  WS-SD-COURSE      PIC X(8).
           05  FILLER            PIC X VALUE '|'.
           05  WS-SD-GRADE       PIC 999.
           05  FILLER            PIC X VALUE '|'.
           05  WS-SD-POINT       PIC 9.99.
           05  FILLER            PIC X VALUE '|'.
           05  WS-SD-TYPE        PIC X.
           05  FILLER            PIC X VALUE '|'.
           05  WS-SD-DATE        PIC X(8).
           05  FILLER            PIC X VALUE '|'.
           05  WS-SD-REASON      PIC X(2).
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           PERFORM PARA-READ-PARM.
           OPEN I-O TERM-MAST-FILE.
           IF WS-TERM-MAST-STATUS NOT = '00'
               DISPLAY 'Unable to open TERMMAST.DAT status '
                   WS-TERM-MAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PARA-SELECT-TERM.
           IF WS-TERM-OK = 1
               PERFORM PARA-WRITE-SNAPSHOT
           END-IF.
           IF WS-TERM-OK = 1
               PERFORM PARA-LOCK-TERM
           END-IF.
           CLOSE TERM-MAST-FILE.
           GOBACK.

       PARA-READ-PARM.
           MOVE 0 TO WS-PARM-GIVEN.
           MOVE SPACES TO WS-CLOSE-TERM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-TERM NOT = SPACES
                           MOVE PARM-TERM TO WS-CLOSE-TERM
                           MOVE 1 TO WS-PARM-GIVEN
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.

       PARA-SELECT-TERM.
           MOVE 0 TO WS-TERM-OK.
           IF WS-PARM-GIVEN = 1
               MOVE WS-CLOSE-TERM TO TM-TERM-CODE
               READ TERM-MAST-FILE
                   INVALID KEY
                       DISPLAY 'Term ' WS-CLOSE-TERM ' not on file'
                       MOVE 8 TO RETURN-CODE
                   NOT INVALID KEY
                       IF TM-CLOSED
                           DISPLAY 'Term ' WS-CLOSE-TERM
                               ' already closed on ' TM-CLOSE-DATE
                           MOVE 8 TO RETURN-CODE
                       ELSE
                           MOVE 1 TO WS-TERM-OK
                       END-IF
               END-READ
           ELSE
               MOVE HIGH-VALUES TO WS-BEST-END
               MOVE 0 TO WS-TERM-EOF
               PERFORM UNTIL WS-TERM-EOF = 1
                   READ TERM-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-TERM-EOF
                       NOT AT END
                           IF TM-OPEN
                               AND TM-END-DATE < WS-RUN-DATE
                               AND TM-END-DATE < WS-BEST-END
                               MOVE TM-END-DATE TO WS-BEST-END
                               MOVE TM-TERM-CODE TO WS-CLOSE-TERM
                               MOVE 1 TO WS-TERM-OK
                           END-IF
                   END-READ
               END-PERFORM
               IF WS-TERM-OK = 0
                   DISPLAY 'No open term past its end date - '
                       'nothing to close'
               ELSE
                   MOVE WS-CLOSE-TERM TO TM-TERM-CODE
                   READ TERM-MAST-FILE
                       INVALID KEY
                           DISPLAY 'Term ' WS-CLOSE-TERM
                               ' not on file'
                           MOVE 0 TO WS-TERM-OK
                           MOVE 8 TO RETURN-CODE
                   END-READ
               END-IF
           END-IF.
           IF WS-TERM-OK = 1
               DISPLAY 'Closing term ' WS-CLOSE-TERM ' ' TM-DESC
           END-IF.

       PARA-WRITE-SNAPSHOT.
           MOVE SPACES TO WS-SNAP-NAME.
           STRING 'TRMSNAP' WS-CLOSE-TERM '.DAT'
               DELIMITED BY SIZE INTO WS-SNAP-NAME.
           MOVE 0 TO WS-SNAP-COUNT.
           MOVE 0 TO WS-SNAP-HASH.
           OPEN INPUT GRADE-HIST-FILE.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               DISPLAY 'Unable to open GRADHIST.IDX status '
                   WS-GRADE-HIST-STATUS
               MOVE 0 TO WS-TERM-OK
               MOVE 12 TO RETURN-CODE
           ELSE
               OPEN OUTPUT SNAP-FILE
               IF WS-SNAP-STATUS NOT = '00'
                   DISPLAY 'Unable to open snapshot ' WS-SNAP-NAME
                       ' status ' WS-SNAP-STATUS
                   MOVE 0 TO WS-TERM-OK
                   MOVE 12 TO RETURN-CODE
               ELSE
                   MOVE SPACES TO SNAP-LINE
                   STRING 'H|' WS-CLOSE-TERM '|' WS-RUN-DATE
                       '|TRMCLOSE'
                       DELIMITED BY SIZE INTO SNAP-LINE
                   WRITE SNAP-LINE
                   MOVE 0 TO WS-HIST-EOF
                   PERFORM UNTIL WS-HIST-EOF = 1
                       READ GRADE-HIST-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-HIST-EOF
                           NOT AT END
                               IF GH-TERM = WS-CLOSE-TERM
                                   PERFORM PARA-SNAP-ONE
                               END-IF
                       END-READ
                   END-PERFORM
                   MOVE SPACES TO SNAP-LINE
                   STRING 'T|' WS-SNAP-COUNT '|' WS-SNAP-HASH
                       DELIMITED BY SIZE INTO SNAP-LINE
                   WRITE SNAP-LINE
                   CLOSE SNAP-FILE
                   DISPLAY 'Snapshot ' WS-SNAP-NAME ' written: '
                       WS-SNAP-COUNT ' postings'
               END-IF
               CLOSE GRADE-HIST-FILE
           END-IF.

       PARA-SNAP-ONE.
           MOVE GH-STUDENT-NO TO WS-SD-STUDENT-NO.
           MOVE GH-SEQ TO WS-SD-SEQ.
           MOVE GH-COURSE TO WS-SD-COURSE.
           MOVE GH-GRADE TO WS-SD-GRADE.
           MOVE GH-POINT TO WS-SD-POINT.
           IF GH-TYPE = SPACE
               MOVE 'P' TO WS-SD-TYPE
           ELSE
               MOVE GH-TYPE TO WS-SD-TYPE
           END-IF.
           MOVE GH-DATE TO WS-SD-DATE.
           MOVE GH-REASON TO WS-SD-REASON.
           MOVE WS-SNAP-DETAIL TO SNAP-LINE.
           WRITE SNAP-LINE.
           ADD 1 TO WS-SNAP-COUNT.
           ADD GH-GRADE TO WS-SNAP-HASH.

       PARA-LOCK-TERM.
           MOVE WS-CLOSE-TERM TO TM-TERM-CODE.
           READ TERM-MAST-FILE
               INVALID KEY
                   DISPLAY 'Term ' WS-CLOSE-TERM
                       ' vanished before close'
                   MOVE 12 TO RETURN-CODE
               NOT INVALID KEY
                   MOVE 'C' TO TM-STATUS
                   MOVE WS-RUN-DATE TO TM-CLOSE-DATE
                   MOVE 'JOBCTL' TO TM-CLOSED-BY
                   REWRITE TM-RECORD
                       INVALID KEY
                           DISPLAY 'Unable to close term '
                               WS-CLOSE-TERM ' status '
                               WS-TERM-MAST-STATUS
                           MOVE 12 TO RETURN-CODE
                       NOT INVALID KEY
                           DISPLAY 'Term ' WS-CLOSE-TERM
                               ' closed - postings frozen'
                   END-REWRITE
           END-READ.
