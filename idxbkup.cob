       DATA DIVISION.
       FILE SECTION.
       FD  PRIME-RESULTS-FILE.
       COPY "PRIMERES.CPY".
       FD  OCTAL-RESULTS-FILE.
       01  OR-RECORD.
           05  OR-KEY.
               10  OR-MODE       PIC X.
           05  OR-RESULT         PIC X(30).
       FD  PRIME-BKP-FILE.
       01  PB-LINE               PIC X(100).
       01  PB-OLD-LINE REDEFINES PB-LINE.
           05  PB-OLD-NUMBER     PIC 999.
           05  PB-OLD-RESULT     PIC X(30).
           05  FILLER            PIC X(67).
       FD  OCTAL-BKP-FILE.
       01  OB-LINE               PIC X(40).
       WORKING-STORAGE SECTION.
       01  WS-EXPECTED       PIC 9(6) VALUE 0.
       01  WS-TRL-SEEN       PIC 9 VALUE 0.
       01  WS-WRITTEN-COUNT  PIC 9(6) VALUE 0.
       01  WS-OLD-COUNT      PIC 9(6) VALUE 0.
       01  WS-RUN-RC         PIC 9(4) VALUE 0.
       COPY "PRIMFACT.CPY".
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Indexed results backup utility'.
           MOVE 0 TO WS-DUP-COUNT.
           MOVE 0 TO WS-EXPECTED.
           MOVE 0 TO WS-TRL-SEEN.
           MOVE 0 TO WS-OLD-COUNT.
           OPEN INPUT PRIME-BKP-FILE.
           IF WS-PRIME-BKP-STATUS NOT = '00'
               DISPLAY 'Unable to open PRIMEBKP.DAT status '
                               MOVE PB-LINE(2:6) TO WS-EXPECTED
                           ELSE
                               ADD 1 TO WS-REC-COUNT
                               PERFORM PARA-RELOAD-PRIME-ONE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIME-BKP-FILE
               CLOSE PRIME-RESULTS-FILE
               IF WS-OLD-COUNT > 0
                   DISPLAY 'Three-digit layout lines converted: '
                       WS-OLD-COUNT
               END-IF
               PERFORM PARA-RELOAD-REPORT
               DISPLAY 'PRIMERES.DAT rebuilt from PRIMEBKP.DAT'
           END-IF.

       PARA-RELOAD-PRIME-ONE.
           IF PB-LINE(4:1) NOT NUMERIC
               ADD 1 TO WS-OLD-COUNT
               MOVE PB-OLD-NUMBER TO PF-NUMBER
               CALL 'primfact' USING PF-PARMS
               MOVE SPACES TO PR-RECORD
               MOVE PB-OLD-NUMBER TO PR-NUMBER
               MOVE PB-OLD-RESULT TO PR-RESULT
               MOVE PF-FACTORS TO PR-FACTORS
               IF PB-OLD-RESULT NOT = PF-RESULT
                   DISPLAY 'Result for ' PB-OLD-NUMBER
                       ' was ' PB-OLD-RESULT ' - reloaded as '
                       PF-RESULT
                   MOVE PF-RESULT TO PR-RESULT
               END-IF
           ELSE
               MOVE PB-LINE TO PR-RECORD
           END-IF.
           WRITE PR-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.

       PARA-RELOAD-OCTAL.
           MOVE 0 TO WS-EOF.
           MOVE 0 TO WS-REC-COUNT.
