       IDENTIFICATION DIVISION.
       PROGRAM-ID. ghterm.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-HIST-FILE ASSIGN TO "GRADHIST.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OG-KEY
               FILE STATUS IS WS-OLD-HIST-STATUS.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT TERM-MAST-FILE ASSIGN TO "TERMMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS TM-TERM-CODE
               FILE STATUS IS WS-TERM-MAST-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-HIST-FILE.
       01  OG-RECORD.
           05  OG-KEY.
               10  OG-STUDENT-NO PIC X(10).
               10  OG-SEQ        PIC 9(4).
           05  OG-GRADE          PIC 999.
           05  OG-POINT          PIC 9.99.
           05  OG-DATE           PIC X(8).
           05  OG-COURSE         PIC X(8).
           05  OG-TYPE           PIC X.
           05  OG-REASON         PIC X(2).
       FD  GRADE-HIST-FILE.
       COPY "GHLINE.CPY".
       FD  TERM-MAST-FILE.
       COPY "TERMMAST.CPY".
       WORKING-STORAGE SECTION.
       01  WS-OLD-HIST-STATUS PIC XX VALUE '00'.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-TERM-MAST-STATUS PIC XX VALUE '00'.
       01  WS-OLD-EOF        PIC 9 VALUE 0.
       01  WS-IDX-EOF        PIC 9 VALUE 0.
       01  WS-TERM-EOF       PIC 9 VALUE 0.
       01  WS-READ-COUNT     PIC 9(6) VALUE 0.
       01  WS-LOAD-COUNT     PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT      PIC 9(6) VALUE 0.
       01  WS-NOTERM-COUNT   PIC 9(6) VALUE 0.
       01  WS-VERIFY-COUNT   PIC 9(6) VALUE 0.
       01  WS-RUN-RC         PIC 9(4) VALUE 0.
       01  WS-TRM-COUNT      PIC 9(4) VALUE 0.
       01  WS-TRM-I          PIC 9(4) VALUE 0.
       01  WS-TRM-HIT        PIC 9 VALUE 0.
       01  WS-TRM-TABLE.
           05  WS-TRM-ENTRY OCCURS 200 TIMES.
               10  WS-TRM-CODE       PIC X(6).
               10  WS-TRM-START      PIC X(8).
               10  WS-TRM-END        PIC X(8).
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Grade history term assignment utility'.
           PERFORM PARA-LOAD-TERMS.
           IF WS-RUN-RC = 0
               PERFORM PARA-LOAD-HISTORY
           END-IF.
           IF WS-RUN-RC = 0
               PERFORM PARA-VERIFY-COUNTS
           END-IF.
           IF WS-RUN-RC = 0
               DISPLAY 'Conversion verified - GRADHIST.IDX ready '
                   'for cutover'
           ELSE
               DISPLAY 'Conversion NOT verified - do not cut over'
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       PARA-LOAD-TERMS.
           MOVE 0 TO WS-TRM-COUNT.
           OPEN INPUT TERM-MAST-FILE.
           IF WS-TERM-MAST-STATUS NOT = '00'
               DISPLAY 'Unable to open TERMMAST.DAT status '
                   WS-TERM-MAST-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-TERM-EOF = 1
                   READ TERM-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-TERM-EOF
                       NOT AT END
                           IF WS-TRM-COUNT < 200
                               ADD 1 TO WS-TRM-COUNT
                               MOVE TM-TERM-CODE
                                   TO WS-TRM-CODE(WS-TRM-COUNT)
                               MOVE TM-START-DATE
                                   TO WS-TRM-START(WS-TRM-COUNT)
                               MOVE TM-END-DATE
                                   TO WS-TRM-END(WS-TRM-COUNT)
                           ELSE
                               DISPLAY 'Term table full at '
                                   TM-TERM-CODE
                               MOVE 8 TO WS-RUN-RC
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE TERM-MAST-FILE
               DISPLAY 'Terms loaded: ' WS-TRM-COUNT
           END-IF.

       PARA-LOAD-HISTORY.
           OPEN INPUT OLD-HIST-FILE.
           IF WS-OLD-HIST-STATUS NOT = '00'
               DISPLAY 'Unable to open GRADHIST.OLD status '
                   WS-OLD-HIST-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT GRADE-HIST-FILE
               IF WS-GRADE-HIST-STATUS NOT = '00'
                   DISPLAY 'Unable to build GRADHIST.IDX status '
                       WS-GRADE-HIST-STATUS
                   MOVE 8 TO WS-RUN-RC
                   CLOSE OLD-HIST-FILE
               ELSE
                   PERFORM UNTIL WS-OLD-EOF = 1
                       READ OLD-HIST-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-OLD-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM PARA-WRITE-ONE
                       END-READ
                   END-PERFORM
                   CLOSE OLD-HIST-FILE
                   CLOSE GRADE-HIST-FILE
                   DISPLAY 'Records read: ' WS-READ-COUNT
                       '  loaded: ' WS-LOAD-COUNT
                       '  duplicates skipped: ' WS-DUP-COUNT
                   DISPLAY 'Records with no term for posting date: '
                       WS-NOTERM-COUNT
               END-IF
           END-IF.

       PARA-WRITE-ONE.
           MOVE SPACES TO GH-RECORD.
           MOVE OG-STUDENT-NO TO GH-STUDENT-NO.
           MOVE OG-SEQ TO GH-SEQ.
           MOVE OG-GRADE TO GH-GRADE.
           MOVE OG-POINT TO GH-POINT.
           MOVE OG-DATE TO GH-DATE.
           MOVE OG-COURSE TO GH-COURSE.
           MOVE OG-TYPE TO GH-TYPE.
           MOVE OG-REASON TO GH-REASON.
           PERFORM PARA-FIND-TERM.
           WRITE GH-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

       PARA-FIND-TERM.
           MOVE 0 TO WS-TRM-HIT.
           PERFORM VARYING WS-TRM-I FROM 1 BY 1
                   UNTIL WS-TRM-I > WS-TRM-COUNT
                   OR WS-TRM-HIT = 1
               IF OG-DATE >= WS-TRM-START(WS-TRM-I)
                   AND OG-DATE <= WS-TRM-END(WS-TRM-I)
                   MOVE 1 TO WS-TRM-HIT
                   MOVE WS-TRM-CODE(WS-TRM-I) TO GH-TERM
               END-IF
           END-PERFORM.
           IF WS-TRM-HIT = 0
               ADD 1 TO WS-NOTERM-COUNT
               DISPLAY 'No term covers ' OG-DATE ' for '
                   OG-STUDENT-NO ' seq ' OG-SEQ
           END-IF.

       PARA-VERIFY-COUNTS.
           MOVE 0 TO WS-VERIFY-COUNT.
           MOVE 0 TO WS-IDX-EOF.
           OPEN INPUT GRADE-HIST-FILE.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               DISPLAY 'Unable to reopen GRADHIST.IDX status '
                   WS-GRADE-HIST-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               PERFORM UNTIL WS-IDX-EOF = 1
                   READ GRADE-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-IDX-EOF
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                   END-READ
               END-PERFORM
               CLOSE GRADE-HIST-FILE
               DISPLAY 'Indexed records on readback: '
                   WS-VERIFY-COUNT
               IF WS-VERIFY-COUNT NOT = WS-READ-COUNT
                   DISPLAY 'WARNING: indexed count ' WS-VERIFY-COUNT
                       ' does not match records read ' WS-READ-COUNT
                   MOVE 8 TO WS-RUN-RC
               END-IF
               IF WS-DUP-COUNT > 0
                   DISPLAY 'WARNING: ' WS-DUP-COUNT
                       ' duplicate keys were skipped'
                   MOVE 8 TO WS-RUN-RC
               END-IF
               IF WS-NOTERM-COUNT > 0
                   DISPLAY 'WARNING: ' WS-NOTERM-COUNT
                       ' records left with no term - add the '
                       'missing terms and rerun'
                   MOVE 4 TO WS-RUN-RC
               END-IF
           END-IF.
