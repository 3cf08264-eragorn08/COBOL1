       DATA DIVISION.
       FILE SECTION.
       FD  NUMBERS-IN.
       01  NI-LINE       PIC X(20).
       FD  NUMBERS-OUT.
       01  NO-LINE       PIC X(100).
       FD  PRIME-RESULTS-FILE.
       COPY "PRIMERES.CPY".
       WORKING-STORAGE SECTION.
       01  WS-IN-STATUS      PIC XX VALUE '00'.
       01  WS-OUT-STATUS     PIC XX VALUE '00'.
       01  WS-PRIME-RES-STATUS PIC XX VALUE '00'.
       01  WS-PRIME-HIT      PIC 9 VALUE 0.
       01  PRIME     PIC 9(9).
       01  WS-IN-LEAD    PIC 99 VALUE 0.
       01  WS-IN-LEN     PIC 99 VALUE 0.
       01  WS-IN-TEXT    PIC X(20) VALUE SPACES.
       01  WS-IN-DIGITS  PIC X(9) VALUE ZEROS.
       01  WS-IN-NUMBER REDEFINES WS-IN-DIGITS PIC 9(9).
       01  WS-IN-VALID   PIC 9 VALUE 0.
       01  WS-NUM-DISP   PIC Z(8)9.
       01  WS-NUM-LEAD   PIC 99 VALUE 0.
       01  WS-EOF    PIC 9 VALUE 0.
       01  WS-PRIME-COUNT PIC 9(6) VALUE 0.
       COPY "PRIMFACT.CPY".

       PROCEDURE DIVISION.
       PRIME1.
                       AT END
                           MOVE 1 TO WS-EOF
                       NOT AT END
                           PERFORM PRIME1-EDIT-INPUT
                           IF WS-IN-VALID = 1
                               PERFORM PRIME1-CLASSIFY-ONE
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO NO-LINE
               OPEN I-O PRIME-RESULTS-FILE
           END-IF.

       PRIME1-EDIT-INPUT.
           MOVE 0 TO WS-IN-VALID.
           MOVE 0 TO WS-IN-LEAD.
           INSPECT NI-LINE TALLYING WS-IN-LEAD FOR LEADING SPACES.
           IF WS-IN-LEAD < 20
               MOVE SPACES TO WS-IN-TEXT
               MOVE 0 TO WS-IN-LEN
               UNSTRING NI-LINE(WS-IN-LEAD + 1:) DELIMITED BY SPACE
                   INTO WS-IN-TEXT COUNT IN WS-IN-LEN
               END-UNSTRING
               IF WS-IN-LEN > 9
                   OR WS-IN-TEXT(1:WS-IN-LEN) NOT NUMERIC
                   MOVE SPACES TO NO-LINE
                   STRING WS-IN-TEXT DELIMITED BY SPACE
                       " IS NOT A VALID NUMBER - SKIPPED"
                       DELIMITED BY SIZE INTO NO-LINE
                   WRITE NO-LINE
                   PERFORM PRIME1-OUT-CHECK
               ELSE
                   MOVE ZEROS TO WS-IN-DIGITS
                   MOVE WS-IN-TEXT(1:WS-IN-LEN)
                       TO WS-IN-DIGITS(10 - WS-IN-LEN:WS-IN-LEN)
                   MOVE 1 TO WS-IN-VALID
               END-IF
           END-IF.

       PRIME1-CLASSIFY-ONE.
           MOVE WS-IN-NUMBER TO PRIME.
           MOVE WS-IN-NUMBER TO PR-NUMBER.
           READ PRIME-RESULTS-FILE
               INVALID KEY
                   MOVE 0 TO WS-PRIME-HIT
               NOT INVALID KEY
                   MOVE 1 TO WS-PRIME-HIT
           END-READ.
           IF WS-PRIME-HIT = 1 AND PR-FACTORS = SPACES
               AND PR-RESULT NOT = 'NEITHER PRIME NOR COMPOSITE'
               MOVE 0 TO WS-PRIME-HIT
           END-IF.
           IF WS-PRIME-HIT = 0
               MOVE PRIME TO PF-NUMBER
               CALL 'primfact' USING PF-PARMS
               MOVE PRIME TO PR-NUMBER
               MOVE PF-RESULT TO PR-RESULT
               MOVE PF-FACTORS TO PR-FACTORS
               WRITE PR-RECORD
                   INVALID KEY
                       REWRITE PR-RECORD
               END-WRITE
           END-IF.
           MOVE PRIME TO WS-NUM-DISP.
           MOVE 0 TO WS-NUM-LEAD.
           INSPECT WS-NUM-DISP TALLYING WS-NUM-LEAD FOR LEADING SPACES.
           ADD 1 TO WS-NUM-LEAD.
           MOVE SPACES TO NO-LINE.
           IF PR-RESULT = 'PRIME'
               STRING WS-NUM-DISP(WS-NUM-LEAD:) " IS PRIME"
                   DELIMITED BY SIZE INTO NO-LINE
               ADD 1 TO WS-PRIME-COUNT
           ELSE
               IF PR-RESULT = 'NOT PRIME'
                   STRING WS-NUM-DISP(WS-NUM-LEAD:)
                       " IS NOT A PRIME - "
                       WS-NUM-DISP(WS-NUM-LEAD:) " = "
                       DELIMITED BY SIZE
                       PR-FACTORS DELIMITED BY '  '
                       INTO NO-LINE
               ELSE
                   STRING WS-NUM-DISP(WS-NUM-LEAD:)
                       " IS NEITHER PRIME NOR COMPOSITE."
                       DELIMITED BY SIZE INTO NO-LINE
               END-IF
           END-IF.
