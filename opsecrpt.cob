       01  WS-LOCKED-COUNT   PIC 9(4) VALUE 0.
       01  WS-LINE-OPER      PIC X(8) VALUE SPACES.
       01  WS-CHOICE-UPPER   PIC X VALUE SPACE.
       01  WS-OPTION-LETTERS          VALUE 'ABCDEFGHIJ'.
           05  WS-OPT-LETTER PIC X OCCURS 10 TIMES.
       01  WS-OPR-TABLE.
           05  WS-OPR-ENTRY OCCURS 100 TIMES.
               10  WS-OPR-ID         PIC X(8).
               10  WS-OPR-REFUSALS   PIC 9(4).
               10  WS-OPR-LOCKOUTS   PIC 9(4).
               10  WS-OPR-APPROVALS  PIC 9(4).
               10  WS-OPR-REJECTIONS PIC 9(4).
               10  WS-OPR-NOTAUTH    PIC 9(4) OCCURS 10 TIMES.
               10  WS-OPR-FIRST-TS   PIC X(21).
               10  WS-OPR-LAST-TS    PIC X(21).
       PROCEDURE DIVISION.
               IF AUD-RESULT(1:14) = 'NOT AUTHORIZED'
                   PERFORM PARA-TALLY-NOTAUTH
               END-IF
               IF AUD-RESULT(1:9) = 'APPROVED '
                   ADD 1 TO WS-OPR-APPROVALS(WS-OPR-J)
               END-IF
               IF AUD-RESULT(1:9) = 'REJECTED '
                   ADD 1 TO WS-OPR-REJECTIONS(WS-OPR-J)
               END-IF
           END-IF.

       PARA-FIND-OPERATOR.
                   MOVE WS-LINE-OPER TO WS-OPR-ID(WS-OPR-COUNT)
                   MOVE 0 TO WS-OPR-REFUSALS(WS-OPR-COUNT)
                   MOVE 0 TO WS-OPR-LOCKOUTS(WS-OPR-COUNT)
                   MOVE 0 TO WS-OPR-APPROVALS(WS-OPR-COUNT)
                   MOVE 0 TO WS-OPR-REJECTIONS(WS-OPR-COUNT)
                   PERFORM VARYING WS-OPT-I FROM 1 BY 1
                           UNTIL WS-OPT-I > 10
                       MOVE 0 TO WS-OPR-NOTAUTH(WS-OPR-COUNT WS-OPT-I)
                   END-PERFORM
                   MOVE SPACES TO WS-OPR-FIRST-TS(WS-OPR-COUNT)
       PARA-TALLY-NOTAUTH.
           MOVE FUNCTION UPPER-CASE(AUD-CHOICE) TO WS-CHOICE-UPPER.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > 10
               IF WS-OPT-LETTER(WS-OPT-I) = WS-CHOICE-UPPER
                   ADD 1 TO WS-OPR-NOTAUTH(WS-OPR-J WS-OPT-I)
               END-IF
                  DELIMITED BY SIZE INTO SEC-LINE.
           WRITE SEC-LINE.
           PERFORM PARA-SEC-RPT-CHECK.
           MOVE SPACES TO SEC-LINE.
           STRING '  CHANGES APPROVED: ' WS-OPR-APPROVALS(WS-OPR-I)
                  '  REJECTED: ' WS-OPR-REJECTIONS(WS-OPR-I)
                  DELIMITED BY SIZE INTO SEC-LINE.
           WRITE SEC-LINE.
           PERFORM PARA-SEC-RPT-CHECK.
           PERFORM VARYING WS-OPT-I FROM 1 BY 1
                   UNTIL WS-OPT-I > 10
               IF WS-OPR-NOTAUTH(WS-OPR-I WS-OPT-I) > 0
                   MOVE SPACES TO SEC-LINE
                   STRING '  NOT AUTHORIZED FOR OPTION '
