               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-NO
               ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-PROG-YEAR WITH DUPLICATES
               FILE STATUS IS WS-STUD-MAST-STATUS.
           SELECT EXC-RPT-FILE ASSIGN TO "ENRLEXC.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               MOVE WS-EN-PROGRAM TO SM-PROGRAM
               MOVE WS-EN-YEAR TO SM-YEAR-LEVEL
               MOVE 'A' TO SM-STATUS
               MOVE WS-RUN-DATE TO SM-STATUS-DATE
               WRITE SM-RECORD
                   INVALID KEY
                       MOVE 'STUDENT ALREADY ON FILE' TO WS-EXC-REASON
                   PERFORM PARA-WRITE-EXCEPTION
               NOT INVALID KEY
                   MOVE 'I' TO SM-STATUS
                   MOVE WS-RUN-DATE TO SM-STATUS-DATE
                   REWRITE SM-RECORD
                   PERFORM PARA-STUD-MAST-CHECK
                   ADD 1 TO WS-FEED-DEACT

       PARA-STUD-MAST-CHECK.
           IF WS-STUD-MAST-STATUS NOT = '00'
               AND WS-STUD-MAST-STATUS NOT = '02'
               AND WS-STUD-MAST-STATUS NOT = '22'
               DISPLAY 'I/O error on STUDMAST.DAT status '
                   WS-STUD-MAST-STATUS ' at action ' WS-FEED-READ
