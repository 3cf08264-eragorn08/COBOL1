       IDENTIFICATION DIVISION.
       PROGRAM-ID. rstload.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT ROSTER-IN-FILE ASSIGN TO "ROSTERIN.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ROSTER-IN-STATUS.
           SELECT ROSTER-MAST-FILE ASSIGN TO "ROSTMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS RS-KEY
               ALTERNATE RECORD KEY IS RS-COURSE WITH DUPLICATES
               FILE STATUS IS WS-ROSTER-STATUS.
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
           SELECT EXC-RPT-FILE ASSIGN TO "ROSTEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-EXC-RPT-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  ROSTER-IN-FILE.
       01  RI-LINE               PIC X(80).
       FD  ROSTER-MAST-FILE.
       COPY "ROSTMAST.CPY".
       FD  STUDENT-MAST-FILE.
       COPY "STUDMAST.CPY".
       FD  COURSE-MAST-FILE.
       COPY "COURMAST.CPY".
       FD  TERM-MAST-FILE.
       COPY "TERMMAST.CPY".
       FD  EXC-RPT-FILE.
       01  EXC-LINE              PIC X(80).
       WORKING-STORAGE SECTION.
       01  WS-ROSTER-IN-STATUS PIC XX VALUE '00'.
       01  WS-ROSTER-STATUS  PIC XX VALUE '00'.
       01  WS-STUD-MAST-STATUS PIC XX VALUE '00'.
       01  WS-COURSE-MAST-STATUS PIC XX VALUE '00'.
       01  WS-TERM-MAST-STATUS PIC XX VALUE '00'.
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
       01  WS-FEED-DROPPED   PIC 9(6) VALUE 0.
       01  WS-FEED-REJECTS   PIC 9(6) VALUE 0.
       01  WS-RI-TYPE        PIC X VALUE SPACE.
       01  WS-RI-ACTION      PIC X VALUE SPACE.
       01  WS-RI-STUDNO      PIC X(10) VALUE SPACES.
       01  WS-RI-COURSE      PIC X(8) VALUE SPACES.
       01  WS-RI-TERM        PIC X(6) VALUE SPACES.
       01  WS-RI-HDR-DATE    PIC X(8) VALUE SPACES.
       01  WS-RI-HDR-SOURCE  PIC X(8) VALUE SPACES.
       01  WS-RI-TRL-COUNT   PIC X(6) VALUE SPACES.
       01  WS-EXC-REASON     PIC X(24) VALUE SPACES.
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:8) TO WS-RUN-DATE.
           OPEN INPUT ROSTER-IN-FILE.
           IF WS-ROSTER-IN-STATUS NOT = '00'
               DISPLAY 'Unable to open ROSTERIN.DAT status '
                   WS-ROSTER-IN-STATUS
               MOVE 8 TO RETURN-CODE
           ELSE
               PERFORM PARA-VERIFY-TOTALS
               IF WS-CTL-OK = 1
                   PERFORM PARA-APPLY-FEED
                   DISPLAY 'Roster load complete: '
                       WS-FEED-ADDED ' registered, '
                       WS-FEED-DROPPED ' dropped, '
                       WS-FEED-REJECTS ' rejected'
               ELSE
                   DISPLAY 'ROSTERIN.DAT failed control total check - '
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
           READ ROSTER-IN-FILE
               AT END
                   MOVE 1 TO WS-CTL-EOF
           END-READ.
           IF WS-CTL-EOF = 1
               DISPLAY 'ROSTERIN.DAT is empty - no header record'
           ELSE IF RI-LINE(1:1) NOT = 'H'
               DISPLAY 'ROSTERIN.DAT missing header record'
           ELSE
               UNSTRING RI-LINE DELIMITED BY '|'
                   INTO WS-RI-TYPE WS-RI-HDR-DATE WS-RI-HDR-SOURCE
               END-UNSTRING
               IF WS-RI-HDR-DATE NOT = WS-RUN-DATE
                   DISPLAY 'ROSTERIN.DAT header date ' WS-RI-HDR-DATE
                       ' does not match run date ' WS-RUN-DATE
               ELSE
                   PERFORM UNTIL WS-CTL-EOF = 1
                       READ ROSTER-IN-FILE
                           AT END
                               MOVE 1 TO WS-CTL-EOF
                           NOT AT END
                               IF RI-LINE(1:1) = 'T'
                                   MOVE 1 TO WS-CTL-TRL-SEEN
                                   UNSTRING RI-LINE DELIMITED BY '|'
                                       INTO WS-RI-TYPE WS-RI-TRL-COUNT
                                   END-UNSTRING
                                   MOVE 1 TO WS-CTL-EOF
                               ELSE
                                   ADD 1 TO WS-CTL-DATA-COUNT
                               END-IF
                       END-READ
                   END-PERFORM
                   IF WS-CTL-TRL-SEEN = 0
                       DISPLAY 'ROSTERIN.DAT missing trailer record'
                   ELSE IF WS-RI-TRL-COUNT NOT NUMERIC
                       DISPLAY 'ROSTERIN.DAT trailer count not numeric'
                   ELSE
                       MOVE WS-RI-TRL-COUNT TO WS-FEED-EXPECTED
                       IF WS-CTL-DATA-COUNT NOT = WS-FEED-EXPECTED
                           DISPLAY 'ROSTERIN.DAT record count '
                               WS-CTL-DATA-COUNT
                               ' does not match trailer '
                               WS-FEED-EXPECTED
                       ELSE
                           MOVE 1 TO WS-CTL-OK
                       END-IF
                   END-IF
               END-IF
           END-IF.
           CLOSE ROSTER-IN-FILE.

       PARA-APPLY-FEED.
           OPEN INPUT ROSTER-IN-FILE.
           READ ROSTER-IN-FILE
               AT END
                   MOVE 1 TO WS-FEED-EOF
           END-READ.
           PERFORM PARA-OPEN-ROSTER.
           OPEN INPUT STUDENT-MAST-FILE.
           OPEN INPUT COURSE-MAST-FILE.
           OPEN INPUT TERM-MAST-FILE.
           OPEN OUTPUT EXC-RPT-FILE.
           MOVE 'CLASS ROSTER FEED EXCEPTIONS REPORT' TO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           STRING 'RUN DATE: ' WS-RUN-DATE
                  '  SOURCE: ' WS-RI-HDR-SOURCE
                  DELIMITED BY SIZE INTO EXC-LINE.
           WRITE EXC-LINE.
           MOVE SPACES TO EXC-LINE.
           WRITE EXC-LINE.
           PERFORM UNTIL WS-FEED-EOF = 1
               READ ROSTER-IN-FILE
                   AT END
                       MOVE 1 TO WS-FEED-EOF
                   NOT AT END
                       IF RI-LINE(1:1) = 'T'
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
           CLOSE ROSTER-IN-FILE.
           CLOSE ROSTER-MAST-FILE.
           CLOSE STUDENT-MAST-FILE.
           CLOSE COURSE-MAST-FILE.
           CLOSE TERM-MAST-FILE.

       PARA-OPEN-ROSTER.
           OPEN I-O ROSTER-MAST-FILE.
           IF WS-ROSTER-STATUS = '35'
               OPEN OUTPUT ROSTER-MAST-FILE
               CLOSE ROSTER-MAST-FILE
               OPEN I-O ROSTER-MAST-FILE
           END-IF.

       PARA-APPLY-ONE.
           ADD 1 TO WS-FEED-READ.
           MOVE SPACES TO WS-RI-TYPE.
           MOVE SPACES TO WS-RI-ACTION.
           MOVE SPACES TO WS-RI-STUDNO.
           MOVE SPACES TO WS-RI-COURSE.
           MOVE SPACES TO WS-RI-TERM.
           UNSTRING RI-LINE DELIMITED BY '|'
               INTO WS-RI-TYPE WS-RI-ACTION WS-RI-STUDNO
                    WS-RI-COURSE WS-RI-TERM
           END-UNSTRING.
           IF WS-RI-TYPE NOT = 'D'
               MOVE 'NOT A DETAIL RECORD' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF WS-RI-STUDNO = SPACES
               MOVE 'STUDENT NUMBER MISSING' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF WS-RI-COURSE = SPACES
               MOVE 'COURSE CODE MISSING' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF WS-RI-TERM = SPACES
               MOVE 'TERM CODE MISSING' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE
               EVALUATE WS-RI-ACTION
                   WHEN 'A'
                       PERFORM PARA-FEED-ADD
                   WHEN 'D'
                       PERFORM PARA-FEED-DROP
                   WHEN OTHER
                       MOVE 'UNKNOWN ACTION CODE' TO WS-EXC-REASON
                       PERFORM PARA-WRITE-EXCEPTION
               END-EVALUATE
           END-IF.

       PARA-FEED-ADD.
           PERFORM PARA-TERM-LOOKUP.
           MOVE WS-RI-STUDNO TO SM-STUDENT-NO.
           READ STUDENT-MAST-FILE
               INVALID KEY
                   MOVE SPACES TO SM-RECORD
           END-READ.
           MOVE WS-RI-COURSE TO CM-COURSE-CODE.
           READ COURSE-MAST-FILE
               INVALID KEY
                   MOVE SPACES TO CM-RECORD
           END-READ.
           IF SM-STUDENT-NO NOT = WS-RI-STUDNO
               MOVE 'STUDENT NOT ON FILE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF NOT SM-ACTIVE
               MOVE 'STUDENT INACTIVE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF CM-COURSE-CODE NOT = WS-RI-COURSE
               MOVE 'COURSE NOT ON FILE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF NOT CM-ACTIVE
               MOVE 'COURSE INACTIVE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF TM-TERM-CODE NOT = WS-RI-TERM
               MOVE 'TERM NOT ON FILE' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE IF NOT TM-OPEN
               MOVE 'TERM CLOSED' TO WS-EXC-REASON
               PERFORM PARA-WRITE-EXCEPTION
           ELSE
               MOVE WS-RI-STUDNO TO RS-STUDENT-NO
               MOVE WS-RI-COURSE TO RS-COURSE
               MOVE WS-RI-TERM TO RS-TERM
               READ ROSTER-MAST-FILE
                   INVALID KEY
                       MOVE SPACES TO RS-RECORD
                       MOVE WS-RI-STUDNO TO RS-STUDENT-NO
                       MOVE WS-RI-COURSE TO RS-COURSE
                       MOVE WS-RI-TERM TO RS-TERM
                       MOVE WS-RUN-DATE TO RS-REG-DATE
                       MOVE 'R' TO RS-STATUS
                       WRITE RS-RECORD
                       PERFORM PARA-ROSTER-CHECK
                       ADD 1 TO WS-FEED-ADDED
                   NOT INVALID KEY
                       IF RS-REGISTERED
                           MOVE 'ALREADY REGISTERED' TO WS-EXC-REASON
                           PERFORM PARA-WRITE-EXCEPTION
                       ELSE
                           MOVE WS-RUN-DATE TO RS-REG-DATE
                           MOVE 'R' TO RS-STATUS
                           REWRITE RS-RECORD
                           PERFORM PARA-ROSTER-CHECK
                           ADD 1 TO WS-FEED-ADDED
                       END-IF
               END-READ
           END-IF.

       PARA-FEED-DROP.
           PERFORM PARA-TERM-LOOKUP.
           MOVE WS-RI-STUDNO TO RS-STUDENT-NO.
           MOVE WS-RI-COURSE TO RS-COURSE.
           MOVE WS-RI-TERM TO RS-TERM.
           READ ROSTER-MAST-FILE
               INVALID KEY
                   MOVE 'NOT ON ROSTER' TO WS-EXC-REASON
                   PERFORM PARA-WRITE-EXCEPTION
               NOT INVALID KEY
                   IF NOT TM-OPEN
                       MOVE 'TERM CLOSED' TO WS-EXC-REASON
                       PERFORM PARA-WRITE-EXCEPTION
                   ELSE IF RS-DROPPED
                       MOVE 'ALREADY DROPPED' TO WS-EXC-REASON
                       PERFORM PARA-WRITE-EXCEPTION
                   ELSE
                       MOVE 'D' TO RS-STATUS
                       REWRITE RS-RECORD
                       PERFORM PARA-ROSTER-CHECK
                       ADD 1 TO WS-FEED-DROPPED
                   END-IF
           END-READ.

       PARA-TERM-LOOKUP.
           MOVE WS-RI-TERM TO TM-TERM-CODE.
           READ TERM-MAST-FILE
               INVALID KEY
                   MOVE SPACES TO TM-RECORD
           END-READ.

       PARA-ROSTER-CHECK.
           IF WS-ROSTER-STATUS NOT = '00'
               AND WS-ROSTER-STATUS NOT = '02'
               DISPLAY 'I/O error on ROSTMAST.DAT status '
                   WS-ROSTER-STATUS ' at action ' WS-FEED-READ
               CLOSE ROSTER-IN-FILE
               CLOSE ROSTER-MAST-FILE
               CLOSE STUDENT-MAST-FILE
               CLOSE COURSE-MAST-FILE
               CLOSE TERM-MAST-FILE
               CLOSE EXC-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       PARA-WRITE-EXCEPTION.
           ADD 1 TO WS-FEED-REJECTS.
           MOVE SPACES TO EXC-LINE.
           STRING 'ACTION ' WS-RI-ACTION
                  ' STUDENT ' WS-RI-STUDNO
                  ' COURSE ' WS-RI-COURSE
                  ' TERM ' WS-RI-TERM
                  ' ' WS-EXC-REASON
                  DELIMITED BY SIZE INTO EXC-LINE.
           WRITE EXC-LINE.
           IF WS-EXC-RPT-STATUS NOT = '00'
               DISPLAY 'I/O error on ROSTEXC.DAT status '
                   WS-EXC-RPT-STATUS
               CLOSE ROSTER-IN-FILE
               CLOSE ROSTER-MAST-FILE
               CLOSE STUDENT-MAST-FILE
               CLOSE COURSE-MAST-FILE
               CLOSE TERM-MAST-FILE
               CLOSE EXC-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.
