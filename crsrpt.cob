               10  WS-GRD-POINT      PIC 9V99.
               10  WS-GRD-DATE       PIC X(8).
               10  WS-GRD-TYPE       PIC X.
               10  WS-GRD-TERM       PIC X(6).
       01  WS-GRD-HOLD.
           05  WS-HOLD-COURSE        PIC X(8).
           05  WS-HOLD-STUD          PIC X(10).
           05  WS-HOLD-POINT         PIC 9V99.
           05  WS-HOLD-DATE          PIC X(8).
           05  WS-HOLD-TYPE          PIC X.
           05  WS-HOLD-TERM          PIC X(6).
       01  WS-PRT-LINE       PIC X(132) VALUE SPACES.
       01  WS-PRT-SAVE-LINE  PIC X(132) VALUE SPACES.
       01  WS-PRT-HEAD1      PIC X(132) VALUE SPACES.
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-CRS-D-DATE     PIC X(8).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-CRS-D-TERM     PIC X(6).
           05  FILLER            PIC X(3) VALUE SPACES.
           05  WS-CRS-D-NOTE     PIC X(11).
       PROCEDURE DIVISION.
       MAIN.
               MOVE WS-GH-POINT-N TO WS-GRD-POINT(WS-LINE-COUNT)
               MOVE GH-DATE TO WS-GRD-DATE(WS-LINE-COUNT)
               MOVE GH-TYPE TO WS-GRD-TYPE(WS-LINE-COUNT)
               MOVE GH-TERM TO WS-GRD-TERM(WS-LINE-COUNT)
           ELSE
               DISPLAY 'WARNING: grade table full, '
                   GH-STUDENT-NO ' not reported'
           IF WS-GRD-COURSE(WS-LINE-J) > WS-GRD-COURSE(WS-LINE-I)
               MOVE 1 TO WS-SWAP-NEEDED
           ELSE IF WS-GRD-COURSE(WS-LINE-J) = WS-GRD-COURSE(WS-LINE-I)
               IF WS-GRD-TERM(WS-LINE-J) > WS-GRD-TERM(WS-LINE-I)
                   MOVE 1 TO WS-SWAP-NEEDED
               ELSE IF WS-GRD-TERM(WS-LINE-J) = WS-GRD-TERM(WS-LINE-I)
                   AND WS-GRD-STUD(WS-LINE-J) > WS-GRD-STUD(WS-LINE-I)
                   MOVE 1 TO WS-SWAP-NEEDED
               END-IF
           END-IF.

       PARA-SORT-SWAP.
           MOVE 'GRADE' TO WS-PRT-HEAD1(14:5).
           MOVE 'POINT' TO WS-PRT-HEAD1(21:5).
           MOVE 'DATE' TO WS-PRT-HEAD1(28:4).
           MOVE 'TERM' TO WS-PRT-HEAD1(39:4).
           PERFORM PARA-RPT-START.
           PERFORM VARYING WS-LINE-I FROM 1 BY 1
                   UNTIL WS-LINE-I > WS-LINE-COUNT
           MOVE WS-GRD-GRADE(WS-LINE-I) TO WS-CRS-D-GRADE.
           MOVE WS-GRD-POINT(WS-LINE-I) TO WS-CRS-D-POINT.
           MOVE WS-GRD-DATE(WS-LINE-I) TO WS-CRS-D-DATE.
           MOVE WS-GRD-TERM(WS-LINE-I) TO WS-CRS-D-TERM.
           MOVE SPACES TO WS-PRT-LINE.
           MOVE WS-CRS-DETAIL TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
