       IDENTIFICATION DIVISION.
       PROGRAM-ID. curload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT CURR-IN-FILE ASSIGN TO "CURRIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CURR-IN-STATUS.
           SELECT CURR-MAST-FILE ASSIGN TO "CURRMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CU-KEY
               FILE STATUS IS WS-CURR-STATUS.
           SELECT COURSE-MAST-FILE ASSIGN TO "COURMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS CM-COURSE-CODE
               FILE STATUS IS WS-COURSE-MAST-STATUS.
           SELECT EXC-RPT-FILE ASSIGN TO "CURREXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  CURR-IN-FILE.
       01  CI-LINE               PIC X(80).
       FD  CURR-MAST-FILE.
       COPY "CURRMAST.CPY".
       FD  COURSE-MAST-FILE.
       COPY "COURMAST.CPY".
       FD  EXC-RPT-FILE.
       01  EXC-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-CURR-IN-STATUS PIC XX VALUE '00'.
       01  WS-CURR-STATUS    PIC XX VALUE '00'.
       01  WS-COURSE-MAST-STATUS PIC XX VALUE '00'.
       01  WS-EXC-RPT-STATUS PIC XX VALUE '00'.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-CTL-OK         PIC 9 VALUE 0.
       01  WS-CTL-EOF        PIC 9 VALUE 0.
       01  WS-CTL-TRL-SEEN   PIC 9 VALUE 0.
       01  WS-CTL-DATA-COUNT PIC 9(6) VALUE 0.
       01  WS-FEED-EXPECTED  PIC 9(6) VALUE 0.
       01  WS-FEED-EOF       PIC 9 VALUE 0.
       01  WS-FEED-READ      PIC 9(6) VALUE 0.
       01  WS-FEED-ADDED     PIC 9(6) VALUE 0.
       01  WS-FEED-CHANGED   PIC 9(6) VALUE 0.
       01  WS-FEED-DELETED   PIC 9(6) VALUE 0.
       01  WS-FEED-REJECTS   PIC 9(6) VALUE 0.
       01  WS-CI-TYPE        PIC X VALUE SPACE.
       01  WS-CI-ACTION      PIC X VALUE SPACE.
       01  WS-CI-PROGRAM     PIC X(10) VALUE SPACES.
       01  WS-CI-YEAR        PIC X VALUE SPACE.
       01  WS-CI-COURSE      PIC X(8) VALUE SPACES.
       01  WS-CI-MIN-GRADE   PIC X(3) VALUE SPACES.
       01  WS-CI-HDR-DATE    PIC X(8) VALUE SPACES.
       01  WS-CI-HDR-SOURCE  PIC X(8) VALUE SPACES.
       01  WS-CI-TRL-COUNT   PIC X(6) VALUE SPACES.
       01  WS-CI-MIN-N       PIC 999 VALUE 0.
       01  WS-EXC-REASON     PIC X(24) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT CURR-IN-FILE.
           IF WS-CURR-IN-STATUS NOT = '00'
               DISPLAY 'Unable to open CURRIN.DAT status '
                   WS-CURR-IN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PARA-VERIFY-TOTALS
               IF WS-CTL-OK = 1
                   PERFORM PARA-APPLY-FEED
                   DISPLAY 'Curriculum load complete: '
                       WS-FEED-ADDED ' added, '
                       WS-FEED-CHANGED ' changed, '
                       WS-FEED-DELETED ' deleted, '
                       WS-FEED-REJECTS ' rejected'
               ELSE
                   DISPLAY 'CURRIN.DAT failed control total check - '
                       'load not run'
                   MOVE 8 TO RETURN-CODE
               END-IF
           END-IF.
           GOBACK.

       PARA-VERIFY-TOTALS.
           MOVE 0 TO WS-CTL-OK.
           MOVE 0 TO WS-CTL-EOF.
           MOVE 0 TO WS-CTL-TRL-SEEN.
           MOVE 0 TO WS-CTL-DATA-COUNT.
           MOVE 0 TO WS-FEED-EXPECTED.
           READ CURR-IN-FILE
               AT END
                   MOVE 1 TO WS-CTL-EOF
           END-READ.
           IF WS-CTL-EOF = 1
               DISPLAY 'CURRIN.DAT is empty - no header record'
           ELSE IF CI-LINE(1:1) NOT = 'H'
               DISPLAY 'CURRIN.DAT missing header record'
           ELSE
               UNSTRING CI-LINE DELIMITED BY '|'
                   INTO WS-CI-TYPE WS-CI-HDR-DATE WS-CI-HDR-SOURCE
               END-UNSTRING
               IF WS-CI-HDR-DATE NOT = WS-RUN-DATE
                   DISPLAY 'CURRIN.DAT header date ' WS-CI-HDR-DATE
                       ' does not match run date ' WS-RUN-DATE
               ELSE
                   PERFORM UNTIL WS-CTL-EOF = 1
                       READ CURR-IN-FILE
                           AT END
                               MOVE 1 TO WS-CTL-EOF
                           NOT AT END
                               IF CI-LINE(1:1) = 'T'
                                   MOVE 1 TO WS-CTL-TRL-SEEN
                                   UNSTRING CI-LINE DELIMITED BY '|'
                                       INTO WS-CI-TYPE WS-CI-TRL-COUNT
                                   END-UNSTRING
                                   MOVE 1 TO WS-CTL-EOF
                               ELSE
                                   ADD 1 TO WS-CTL-DATA-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-CTL-TRL-SEEN = 0
                       DISPLAY 'CURRIN.DAT missing trailer record'
                   ELSE IF WS-CI-TRL-COUNT NOT NUMERIC
                       DISPLAY 'CURRIN.DAT trailer count not numeric'
                   ELSE
                       MOVE WS-CI-TRL-COUNT TO WS-FEED-EXPECTED
                       IF WS-CTL-DATA-COUNT NOT = WS-FEED-EXPECTED
                           DISPLAY 'CURRIN.DAT record count '
                               WS-CTL-DATA-COUNT
                               ' does not match trailer '
                               WS-FEED-EXPECTED
                       ELSE
                           MOVE 1 TO WS-CTL-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE CURR-IN-FILE.

       PARA-APPLY-FEED.
           OPEN INPUT CURR-IN-FILE.
           READ CURR-IN-FILE
               AT END
                   MOVE 1 TO WS-FEED-EOF
           END-READ.
           PERFORM PARA-OPEN-CURR.
           OPEN INPUT COURSE-MAST-FILE.
           OPEN OUTPUT EXC-RPT-FILE.
           MOVE 'CURRICULUM FEED EXCEPTIONS REPORT' TO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           STRING 'RUN DATE: ' WS-RUN-DATE
                  '  SOURCE: ' WS-CI-HDR-SOURCE
                  DELIMITED BY SIZE INTO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           PERFORM UNTIL WS-FEED-EOF = 1
               READ CURR-IN-FILE
                   AT END
                       MOVE 1 TO WS-FEED-EOF
                   NOT AT END
                       IF CI-LINE(1:1) = 'T'
                           MOVE 1 TO WS-FEED-EOF
                       ELSE
                           PERFORM PARA-APPLY-ONE
                       END-IF
               END-READ
           END-PERFORM.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           STRING 'ACTIONS READ: ' WS-FEED-READ
                  '  REJECTED: ' WS-FEED-REJECTS
                  DELIMITED BY SIZE INTO EXC-LINE.
           WRITE EXC-LINE.
           CLOSE EXC-RPT-FILE.
           CLOSE CURR-IN-FILE.
           CLOSE CURR-MAST-FILE.
           CLOSE COURSE-MAST-FILE.

       PARA-OPEN-CURR.
           OPEN I-O CURR-MAST-FILE.
           IF WS-CURR-STATUS = '35'
               OPEN OUTPUT CURR-MAST-FILE
               CLOSE CURR-MAST-FILE
               OPEN I-O CURR-MAST-FILE
           END-IF.

       PARA-APPLY-ONE.
           ADD 1 TO WS-FEED-READ.
           MOVE SPACES TO WS-CI-TYPE.
           MOVE SPACES TO WS-CI-ACTION.
           MOVE SPACES TO WS-CI-PROGRAM.
           MOVE SPACES TO WS-CI-YEAR.
           MOVE SPACES TO WS-CI-COURSE.
           MOVE SPACES TO WS-CI-MIN-GRADE.
           UNSTRING CI-LINE DELIMITED BY '|'
               INTO WS-CI-TYPE WS-CI-ACTION WS-CI-PROGRAM
                    WS-CI-YEAR WS-CI-COURSE WS-CI-MIN-GRADE
           END-UNSTRING.
           IF WS-CI-TYPE NOT = 'D'
               MOVE 'NOT A DETAIL RECORD' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF WS-CI-PROGRAM = SPACES
               MOVE 'PROGRAM CODE MISSING' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF WS-CI-YEAR NOT NUMERIC
               OR WS-CI-YEAR = '0'
               MOVE 'INVALID YEAR LEVEL' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF WS-CI-COURSE = SPACES
               MOVE 'COURSE CODE MISSING' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE
               EVALUATE WS-CI-ACTION
                   WHEN 'A'
                       PERFORM PARA-FEED-ADD
                   WHEN 'D'
                       PERFORM PARA-FEED-DELETE
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE' TO WS-EXC-REASON
                       PERFORM PARA-WRITE-EXCEPTION
               END-EVALUATE
           END-IF.

       PARA-FEED-ADD.
           MOVE 75 TO WS-CI-MIN-N.
           IF WS-CI-MIN-GRADE NOT = SPACES
               IF WS-CI-MIN-GRADE IS NUMERIC
                   MOVE WS-CI-MIN-GRADE TO WS-CI-MIN-N
               ELSE
                   MOVE 0 TO WS-CI-MIN-N
               END-IF
           END-IF.
           MOVE WS-CI-COURSE TO CM-COURSE-CODE.
           READ COURSE-MAST-FILE
               INVALID KEY
                   MOVE SPACES TO CM-RECORD
           END-READ.
           IF WS-CI-MIN-N < 65 OR WS-CI-MIN-N > 100
               MOVE 'INVALID MINIMUM GRADE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF CM-COURSE-CODE NOT = WS-CI-COURSE
               MOVE 'COURSE NOT ON FILE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF NOT CM-ACTIVE
               MOVE 'COURSE INACTIVE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE
               MOVE WS-CI-PROGRAM TO CU-PROGRAM
               MOVE WS-CI-YEAR TO CU-YEAR-LEVEL
               MOVE WS-CI-COURSE TO CU-COURSE
               READ CURR-MAST-FILE
                   INVALID KEY
                       MOVE WS-CI-MIN-N TO CU-MIN-GRADE
                       WRITE CU-RECORD
                       PERFORM PARA-CURR-CHECK
                       ADD 1 TO WS-FEED-ADDED
                   NOT INVALID KEY
                       IF CU-MIN-GRADE = WS-CI-MIN-N
                           MOVE 'ALREADY REQUIRED' TO WS-EXC-REASON
                           PERFORM PARA-WRITE-EXCEPTION
                       ELSE
                           MOVE WS-CI-MIN-N TO CU-MIN-GRADE
                           REWRITE CU-RECORD
                           PERFORM PARA-CURR-CHECK
                           ADD 1 TO WS-FEED-CHANGED
                       END-IF
               END-READ
           END-IF.

       PARA-FEED-DELETE.
           MOVE WS-CI-PROGRAM TO CU-PROGRAM.
           MOVE WS-CI-YEAR TO CU-YEAR-LEVEL.
           MOVE WS-CI-COURSE TO CU-COURSE.
           READ CURR-MAST-FILE
               INVALID KEY
                   MOVE 'NOT IN CURRICULUM' TO WS-EXC-REASON
                   PERFORM PARA-WRITE-EXCEPTION
               NOT INVALID KEY
                   DELETE CURR-MAST-FILE
                   PERFORM PARA-CURR-CHECK
                   ADD 1 TO WS-FEED-DELETED
           END-READ.

       PARA-CURR-CHECK.
           IF WS-CURR-STATUS NOT = '00'
               DISPLAY 'I/O error on CURRMAST.DAT status '
                   WS-CURR-STATUS ' at action ' WS-FEED-READ
               CLOSE CURR-IN-FILE
               CLOSE CURR-MAST-FILE
               CLOSE COURSE-MAST-FILE
               CLOSE EXC-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       PARA-WRITE-EXCEPTION.
           ADD 1 TO WS-FEED-REJECTS.
           MOVE SPACES TO EXC-LINE.
           STRING 'ACTION ' WS-CI-ACTION
                  ' PROG ' WS-CI-PROGRAM
                  ' YR ' WS-CI-YEAR
                  ' COURSE ' WS-CI-COURSE
                  ' MIN ' WS-CI-MIN-GRADE
                  ' ' WS-EXC-REASON
                  DELIMITED BY SIZE INTO EXC-LINE.
           WRITE EXC-LINE.
           IF WS-EXC-RPT-STATUS NOT = '00'
               DISPLAY 'I/O error on CURREXC.DAT status '
                   WS-EXC-RPT-STATUS
               CLOSE CURR-IN-FILE
               CLOSE CURR-MAST-FILE
               CLOSE COURSE-MAST-FILE
               CLOSE EXC-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
