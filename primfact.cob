       IDENTIFICATION DIVISION.
       PROGRAM-ID. primfact.
       DATA DIVISION.
       WORKING-STORAGE SECTION.
       01  WS-FAC-REST       PIC 9(9) VALUE 0.
       01  WS-FAC-DIV        PIC 9(9) VALUE 0.
       01  WS-FAC-SQ         PIC 9(18) VALUE 0.
       01  WS-FAC-QUO        PIC 9(9) VALUE 0.
       01  WS-FAC-REM        PIC 9(9) VALUE 0.
       01  WS-FAC-EXP        PIC 99 VALUE 0.
       01  WS-FAC-COUNT      PIC 99 VALUE 0.
       01  WS-FAC-PTR        PIC 99 VALUE 1.
       01  WS-FAC-SHORT-PTR  PIC 99 VALUE 1.
       01  WS-FAC-LEAD       PIC 99 VALUE 0.
       01  WS-FAC-DISP       PIC Z(8)9.
       01  WS-FAC-PART       PIC X(12) VALUE SPACES.
       01  WS-FAC-PART-PTR   PIC 99 VALUE 1.
       LINKAGE SECTION.
       COPY "PRIMFACT.CPY".
       PROCEDURE DIVISION USING PF-PARMS.
       MAIN.
           MOVE SPACES TO PF-RESULT.
           MOVE SPACES TO PF-FACTORS.
           MOVE SPACES TO PF-FACTORS-SHORT.
           MOVE PF-NUMBER TO WS-FAC-DISP.
           MOVE 0 TO WS-FAC-LEAD.
           INSPECT WS-FAC-DISP TALLYING WS-FAC-LEAD FOR LEADING SPACES.
           ADD 1 TO WS-FAC-LEAD.
           MOVE SPACES TO PF-NUMBER-TEXT.
           MOVE WS-FAC-DISP(WS-FAC-LEAD:) TO PF-NUMBER-TEXT.
           IF PF-NUMBER < 2
               MOVE 'NEITHER PRIME NOR COMPOSITE' TO PF-RESULT
           ELSE
               PERFORM PARA-FACTORIZE
               IF WS-FAC-COUNT = 1
                   MOVE 'PRIME' TO PF-RESULT
               ELSE
                   MOVE 'NOT PRIME' TO PF-RESULT
               END-IF
           END-IF.
           GOBACK.

       PARA-FACTORIZE.
           MOVE 0 TO WS-FAC-COUNT.
           MOVE 1 TO WS-FAC-PTR.
           MOVE 1 TO WS-FAC-SHORT-PTR.
           MOVE PF-NUMBER TO WS-FAC-REST.
           MOVE 2 TO WS-FAC-DIV.
           COMPUTE WS-FAC-SQ = WS-FAC-DIV * WS-FAC-DIV.
           PERFORM UNTIL WS-FAC-SQ > WS-FAC-REST
               MOVE 0 TO WS-FAC-EXP
               DIVIDE WS-FAC-REST BY WS-FAC-DIV
                   GIVING WS-FAC-QUO REMAINDER WS-FAC-REM
               PERFORM UNTIL WS-FAC-REM NOT = 0
                   MOVE WS-FAC-QUO TO WS-FAC-REST
                   ADD 1 TO WS-FAC-EXP
                   ADD 1 TO WS-FAC-COUNT
                   DIVIDE WS-FAC-REST BY WS-FAC-DIV
                       GIVING WS-FAC-QUO REMAINDER WS-FAC-REM
               END-PERFORM
               IF WS-FAC-EXP > 0
                   PERFORM PARA-APPEND-FACTOR
               END-IF
               IF WS-FAC-DIV = 2
                   MOVE 3 TO WS-FAC-DIV
               ELSE
                   ADD 2 TO WS-FAC-DIV
               END-IF
               COMPUTE WS-FAC-SQ = WS-FAC-DIV * WS-FAC-DIV
           END-PERFORM.
           IF WS-FAC-REST > 1
               MOVE WS-FAC-REST TO WS-FAC-DIV
               MOVE 1 TO WS-FAC-EXP
               ADD 1 TO WS-FAC-COUNT
               PERFORM PARA-APPEND-FACTOR
           END-IF.

       PARA-APPEND-FACTOR.
           MOVE WS-FAC-DIV TO WS-FAC-DISP.
           MOVE 0 TO WS-FAC-LEAD.
           INSPECT WS-FAC-DISP TALLYING WS-FAC-LEAD FOR LEADING SPACES.
           ADD 1 TO WS-FAC-LEAD.
           MOVE SPACES TO WS-FAC-PART.
           MOVE 1 TO WS-FAC-PART-PTR.
           STRING WS-FAC-DISP(WS-FAC-LEAD:) DELIMITED BY SIZE
               INTO WS-FAC-PART WITH POINTER WS-FAC-PART-PTR.
           IF WS-FAC-EXP > 9
               STRING '^' WS-FAC-EXP DELIMITED BY SIZE
                   INTO WS-FAC-PART WITH POINTER WS-FAC-PART-PTR
           ELSE IF WS-FAC-EXP > 1
               STRING '^' WS-FAC-EXP(2:1) DELIMITED BY SIZE
                   INTO WS-FAC-PART WITH POINTER WS-FAC-PART-PTR
           END-IF.
           SUBTRACT 1 FROM WS-FAC-PART-PTR.
           IF WS-FAC-PTR > 1
               STRING ' x ' DELIMITED BY SIZE
                   INTO PF-FACTORS WITH POINTER WS-FAC-PTR
               STRING 'x' DELIMITED BY SIZE
                   INTO PF-FACTORS-SHORT WITH POINTER WS-FAC-SHORT-PTR
           END-IF.
           STRING WS-FAC-PART(1:WS-FAC-PART-PTR) DELIMITED BY SIZE
               INTO PF-FACTORS WITH POINTER WS-FAC-PTR.
           STRING WS-FAC-PART(1:WS-FAC-PART-PTR) DELIMITED BY SIZE
               INTO PF-FACTORS-SHORT WITH POINTER WS-FAC-SHORT-PTR.
