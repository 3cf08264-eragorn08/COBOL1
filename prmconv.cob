       IDENTIFICATION DIVISION.
       PROGRAM-ID. prmconv.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT OLD-PRIME-FILE ASSIGN TO "PRIMERES.OLD"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS OP-NUMBER
               FILE STATUS IS WS-OLD-PRIME-STATUS.
           SELECT PRIME-RESULTS-FILE ASSIGN TO "PRIMERES.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS PR-NUMBER
               FILE STATUS IS WS-PRIME-RES-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  OLD-PRIME-FILE.
       01  OP-RECORD.
           05  OP-NUMBER         PIC 999.
           05  OP-RESULT         PIC X(30).
       FD  PRIME-RESULTS-FILE.
       COPY "PRIMERES.CPY".
       WORKING-STORAGE SECTION.
       01  WS-OLD-PRIME-STATUS PIC XX VALUE '00'.
       01  WS-PRIME-RES-STATUS PIC XX VALUE '00'.
       01  WS-OLD-EOF        PIC 9 VALUE 0.
       01  WS-IDX-EOF        PIC 9 VALUE 0.
       01  WS-READ-COUNT     PIC 9(6) VALUE 0.
       01  WS-LOAD-COUNT     PIC 9(6) VALUE 0.
       01  WS-DUP-COUNT      PIC 9(6) VALUE 0.
       01  WS-FIX-COUNT      PIC 9(6) VALUE 0.
       01  WS-VERIFY-COUNT   PIC 9(6) VALUE 0.
       01  WS-FACTOR-COUNT   PIC 9(6) VALUE 0.
       01  WS-RUN-RC         PIC 9(4) VALUE 0.
       COPY "PRIMFACT.CPY".
       PROCEDURE DIVISION.
       MAIN.
           DISPLAY 'Prime results conversion utility'.
           PERFORM PARA-LOAD-PRIMES.
           IF WS-RUN-RC = 0
               PERFORM PARA-VERIFY-COUNTS
           END-IF.
           IF WS-RUN-RC = 0
               DISPLAY 'Rebuild verified - PRIMERES.DAT ready '
                   'for cutover'
           ELSE
               DISPLAY 'Rebuild NOT verified - do not cut over'
           END-IF.
           MOVE WS-RUN-RC TO RETURN-CODE.
           STOP RUN.

       PARA-LOAD-PRIMES.
           OPEN INPUT OLD-PRIME-FILE.
           IF WS-OLD-PRIME-STATUS NOT = '00'
               DISPLAY 'Unable to open PRIMERES.OLD status '
                   WS-OLD-PRIME-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               OPEN OUTPUT PRIME-RESULTS-FILE
               IF WS-PRIME-RES-STATUS NOT = '00'
                   DISPLAY 'Unable to build PRIMERES.DAT status '
                       WS-PRIME-RES-STATUS
                   MOVE 8 TO WS-RUN-RC
                   CLOSE OLD-PRIME-FILE
               ELSE
                   PERFORM UNTIL WS-OLD-EOF = 1
                       READ OLD-PRIME-FILE NEXT RECORD
                           AT END
                               MOVE 1 TO WS-OLD-EOF
                           NOT AT END
                               ADD 1 TO WS-READ-COUNT
                               PERFORM PARA-WRITE-ONE
                       END-READ
                   END-PERFORM
                   CLOSE OLD-PRIME-FILE
                   CLOSE PRIME-RESULTS-FILE
                   DISPLAY 'Records read: ' WS-READ-COUNT
                       '  loaded: ' WS-LOAD-COUNT
                       '  duplicates skipped: ' WS-DUP-COUNT
                   IF WS-FIX-COUNT > 0
                       DISPLAY 'Results corrected from factorization: '
                           WS-FIX-COUNT
                   END-IF
               END-IF
           END-IF.

       PARA-WRITE-ONE.
           MOVE OP-NUMBER TO PF-NUMBER.
           CALL 'primfact' USING PF-PARMS.
           MOVE SPACES TO PR-RECORD.
           MOVE OP-NUMBER TO PR-NUMBER.
           MOVE PF-RESULT TO PR-RESULT.
           MOVE PF-FACTORS TO PR-FACTORS.
           IF OP-RESULT NOT = PF-RESULT
               DISPLAY 'Result for ' OP-NUMBER ' was ' OP-RESULT
                   ' - converted as ' PF-RESULT
               ADD 1 TO WS-FIX-COUNT
           END-IF.
           WRITE PR-RECORD
               INVALID KEY
                   ADD 1 TO WS-DUP-COUNT
               NOT INVALID KEY
                   ADD 1 TO WS-LOAD-COUNT
           END-WRITE.
           IF WS-PRIME-RES-STATUS NOT = '00'
               AND WS-PRIME-RES-STATUS NOT = '22'
               DISPLAY 'I/O error on PRIMERES.DAT status '
                   WS-PRIME-RES-STATUS ' at record ' WS-READ-COUNT
               MOVE 12 TO WS-RUN-RC
               CLOSE OLD-PRIME-FILE
               CLOSE PRIME-RESULTS-FILE
               MOVE WS-RUN-RC TO RETURN-CODE
               STOP RUN
           END-IF.

       PARA-VERIFY-COUNTS.
           OPEN INPUT PRIME-RESULTS-FILE.
           IF WS-PRIME-RES-STATUS NOT = '00'
               DISPLAY 'Unable to reopen PRIMERES.DAT status '
                   WS-PRIME-RES-STATUS
               MOVE 8 TO WS-RUN-RC
           ELSE
               MOVE 0 TO WS-IDX-EOF
               PERFORM UNTIL WS-IDX-EOF = 1
                   READ PRIME-RESULTS-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-IDX-EOF
                       NOT AT END
                           ADD 1 TO WS-VERIFY-COUNT
                           IF PR-FACTORS NOT = SPACES
                               OR PR-NUMBER < 2
                               ADD 1 TO WS-FACTOR-COUNT
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE PRIME-RESULTS-FILE
               DISPLAY 'Readback: ' WS-VERIFY-COUNT
                   '  with factorization: ' WS-FACTOR-COUNT
               IF WS-VERIFY-COUNT NOT = WS-READ-COUNT
                   OR WS-FACTOR-COUNT NOT = WS-READ-COUNT
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
