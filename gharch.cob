       IDENTIFICATION DIVISION.
       PROGRAM-ID. gharch.
       ENVIRONMENT DIVISION.
       INPUT-OUTPUT SECTION.
       FILE-CONTROL.
           SELECT STUDENT-MAST-FILE ASSIGN TO "STUDMAST.DAT"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS SM-STUDENT-NO
               ALTERNATE RECORD KEY IS SM-NAME WITH DUPLICATES
               ALTERNATE RECORD KEY IS SM-PROG-YEAR WITH DUPLICATES
               FILE STATUS IS WS-STUD-MAST-STATUS.
           SELECT GRADE-HIST-FILE ASSIGN TO "GRADHIST.IDX"
               ORGANIZATION IS INDEXED
               ACCESS MODE IS DYNAMIC
               RECORD KEY IS GH-KEY
               FILE STATUS IS WS-GRADE-HIST-STATUS.
           SELECT ARCHIVE-FILE ASSIGN USING WS-ARCHIVE-NAME
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-ARCHIVE-STATUS.
           SELECT ARCH-INDEX-FILE ASSIGN TO "GHARCIX.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-INDEX-STATUS.
           SELECT CTL-RPT-FILE ASSIGN TO "GHARCRPT.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-CTL-RPT-STATUS.
           SELECT PARM-FILE ASSIGN TO "GHAPARM.DAT"
               ORGANIZATION IS LINE SEQUENTIAL
               FILE STATUS IS WS-PARM-STATUS.
       DATA DIVISION.
       FILE SECTION.
       FD  STUDENT-MAST-FILE.
       COPY "STUDMAST.CPY".
       FD  GRADE-HIST-FILE.
       COPY "GHLINE.CPY".
       FD  ARCHIVE-FILE.
       01  ARC-LINE              PIC X(80).
       FD  ARCH-INDEX-FILE.
       COPY "GHARCIX.CPY".
       FD  CTL-RPT-FILE.
       01  CR-LINE               PIC X(132).
       FD  PARM-FILE.
       01  PARM-RECORD.
           05  PARM-RETENTION    PIC 9(4).
       WORKING-STORAGE SECTION.
       01  WS-STUD-MAST-STATUS PIC XX VALUE '00'.
       01  WS-GRADE-HIST-STATUS PIC XX VALUE '00'.
       01  WS-ARCHIVE-STATUS PIC XX VALUE '00'.
       01  WS-INDEX-STATUS   PIC XX VALUE '00'.
       01  WS-CTL-RPT-STATUS PIC XX VALUE '00'.
       01  WS-PARM-STATUS    PIC XX VALUE '00'.
       01  WS-ARCHIVE-NAME   PIC X(24) VALUE SPACES.
       01  WS-RUN-STAMP      PIC X(14) VALUE SPACES.
       01  WS-RUN-DATE       PIC X(8) VALUE SPACES.
       01  WS-RETENTION-DAYS PIC 9(4) VALUE 1825.
       01  WS-DATE-NUM       PIC 9(8) VALUE 0.
       01  WS-CUTOFF-INT     PIC 9(8) VALUE 0.
       01  WS-CUTOFF-NUM     PIC 9(8) VALUE 0.
       01  WS-CUTOFF-DATE    PIC X(8) VALUE SPACES.
       01  WS-STUD-EOF       PIC 9 VALUE 0.
       01  WS-HIST-EOF       PIC 9 VALUE 0.
       01  WS-INDEX-EOF      PIC 9 VALUE 0.
       01  WS-ARCH-OK        PIC 9 VALUE 0.
       01  WS-TABLE-FULL     PIC 9 VALUE 0.
       01  WS-RESTORED       PIC 9 VALUE 0.
       01  WS-HIST-IN        PIC 9(6) VALUE 0.
       01  WS-HIST-OUT       PIC 9(6) VALUE 0.
       01  WS-ARC-TOTAL      PIC 9(6) VALUE 0.
       01  WS-DEL-TOTAL      PIC 9(6) VALUE 0.
       01  WS-ARC-HASH       PIC 9(12) VALUE 0.
       01  WS-STU-ARC-COUNT  PIC 9(6) VALUE 0.
       01  WS-STU-DEL-COUNT  PIC 9(6) VALUE 0.
       01  WS-ELIGIBLE       PIC 9(6) VALUE 0.
       01  WS-SKIP-RESTORED  PIC 9(6) VALUE 0.
       01  WS-SKIP-NOHIST    PIC 9(6) VALUE 0.
       01  WS-SKIP-FULL      PIC 9(6) VALUE 0.
       01  WS-OUT-OF-BAL     PIC 9(6) VALUE 0.
       01  WS-RUN-RC         PIC 9(4) VALUE 0.
       01  WS-RST-COUNT      PIC 9(4) VALUE 0.
       01  WS-RST-I          PIC 9(4) VALUE 0.
       01  WS-RST-TABLE.
           05  WS-RST-STUDENT PIC X(10) OCCURS 500 TIMES.
       01  WS-ARC-COUNT      PIC 9(4) VALUE 0.
       01  WS-ARC-I          PIC 9(4) VALUE 0.
       01  WS-ARC-TABLE.
           05  WS-ARC-ENTRY OCCURS 5000 TIMES.
               10  WS-ARC-STUDENT    PIC X(10).
               10  WS-ARC-STAT-DATE  PIC X(8).
               10  WS-ARC-RECS       PIC 9(6).
               10  WS-ARC-DELETED    PIC 9(6).
       01  WS-PRT-LINE       PIC X(132) VALUE SPACES.
       01  WS-PRT-SAVE-LINE  PIC X(132) VALUE SPACES.
       01  WS-PRT-HEAD1      PIC X(132) VALUE SPACES.
       01  WS-PRT-TITLE      PIC X(40) VALUE SPACES.
       01  WS-PRT-RPT-ID     PIC X(8) VALUE SPACES.
       01  WS-PRT-RUN-TIME   PIC X(6) VALUE SPACES.
       01  WS-PRT-LINE-COUNT PIC 99 VALUE 99.
       01  WS-PRT-PAGE-NO    PIC 9(4) VALUE 0.
       01  WS-PRT-PAGE-DISP  PIC ZZZ9.
       01  WS-CTL-DETAIL.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-CD-STUDENT-NO  PIC X(10).
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-CD-STATUS-DATE PIC X(8).
           05  FILLER            PIC X(6) VALUE SPACES.
           05  WS-CD-ARCHIVED    PIC ZZZZZ9.
           05  FILLER            PIC X(6) VALUE SPACES.
           05  WS-CD-DELETED     PIC ZZZZZ9.
           05  FILLER            PIC X(4) VALUE SPACES.
           05  WS-CD-NOTE        PIC X(20).
       COPY "GHARCREC.CPY".
       PROCEDURE DIVISION.
       MAIN.
           MOVE FUNCTION CURRENT-DATE(1:14) TO WS-RUN-STAMP.
           MOVE WS-RUN-STAMP(1:8) TO WS-RUN-DATE.
           PERFORM PARA-READ-PARM.
           MOVE WS-RUN-DATE TO WS-DATE-NUM.
           COMPUTE WS-CUTOFF-INT =
               FUNCTION INTEGER-OF-DATE(WS-DATE-NUM)
               - WS-RETENTION-DAYS.
           COMPUTE WS-CUTOFF-NUM =
               FUNCTION DATE-OF-INTEGER(WS-CUTOFF-INT).
           MOVE WS-CUTOFF-NUM TO WS-CUTOFF-DATE.
           DISPLAY 'Archiving history for students inactive before '
               WS-CUTOFF-DATE.
           PERFORM PARA-LOAD-RESTORES.
           OPEN INPUT STUDENT-MAST-FILE.
           IF WS-STUD-MAST-STATUS NOT = '00'
               DISPLAY 'Unable to open STUDMAST.DAT status '
                   WS-STUD-MAST-STATUS
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           OPEN I-O GRADE-HIST-FILE.
           IF WS-GRADE-HIST-STATUS NOT = '00'
               DISPLAY 'Unable to open GRADHIST.IDX status '
                   WS-GRADE-HIST-STATUS
               CLOSE STUDENT-MAST-FILE
               MOVE 8 TO RETURN-CODE
               GOBACK
           END-IF.
           PERFORM PARA-COUNT-HIST.
           MOVE WS-HIST-OUT TO WS-HIST-IN.
           PERFORM PARA-WRITE-ARCHIVE.
           CLOSE STUDENT-MAST-FILE.
           IF WS-ARCH-OK = 1
               PERFORM PARA-WRITE-INDEX
           END-IF.
           IF WS-ARCH-OK = 1
               PERFORM PARA-PURGE-HIST
               PERFORM PARA-COUNT-HIST
           ELSE
               MOVE WS-HIST-IN TO WS-HIST-OUT
               DISPLAY 'Grade history left in place'
           END-IF.
           CLOSE GRADE-HIST-FILE.
           PERFORM PARA-WRITE-REPORT.
           DISPLAY 'Grade history archive complete: ' WS-ARC-COUNT
               ' students, ' WS-ARC-TOTAL ' postings archived to '
               WS-ARCHIVE-NAME.
           MOVE WS-RUN-RC TO RETURN-CODE.
           GOBACK.

       PARA-READ-PARM.
           OPEN INPUT PARM-FILE.
           IF WS-PARM-STATUS = '00'
               READ PARM-FILE
                   AT END
                       CONTINUE
                   NOT AT END
                       IF PARM-RETENTION IS NUMERIC
                           AND PARM-RETENTION > 0
                           MOVE PARM-RETENTION TO WS-RETENTION-DAYS
                       END-IF
               END-READ
               CLOSE PARM-FILE
           END-IF.
           DISPLAY 'History retention: ' WS-RETENTION-DAYS ' days'.

       PARA-LOAD-RESTORES.
           MOVE 0 TO WS-RST-COUNT.
           OPEN INPUT ARCH-INDEX-FILE.
           IF WS-INDEX-STATUS = '00'
               MOVE 0 TO WS-INDEX-EOF
               PERFORM UNTIL WS-INDEX-EOF = 1
                   READ ARCH-INDEX-FILE
                       AT END
                           MOVE 1 TO WS-INDEX-EOF
                       NOT AT END
                           IF GX-RESTORED
                               AND GX-DATE NOT < WS-CUTOFF-DATE
                               PERFORM PARA-ADD-RESTORE
                           END-IF
                   END-READ
               END-PERFORM
               CLOSE ARCH-INDEX-FILE
           END-IF.

       PARA-ADD-RESTORE.
           IF WS-RST-COUNT < 500
               ADD 1 TO WS-RST-COUNT
               MOVE GX-STUDENT-NO TO WS-RST-STUDENT(WS-RST-COUNT)
           ELSE
               DISPLAY 'WARNING: restore table full, '
                   GX-STUDENT-NO ' not protected'
           END-IF.

       PARA-COUNT-HIST.
           MOVE 0 TO WS-HIST-OUT.
           MOVE 0 TO WS-HIST-EOF.
           MOVE LOW-VALUES TO GH-KEY.
           START GRADE-HIST-FILE KEY >= GH-KEY
               INVALID KEY
                   MOVE 1 TO WS-HIST-EOF
           END-START.
           PERFORM UNTIL WS-HIST-EOF = 1
               READ GRADE-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       ADD 1 TO WS-HIST-OUT
               END-READ
           END-PERFORM.

       PARA-WRITE-ARCHIVE.
           MOVE 0 TO WS-ARCH-OK.
           MOVE SPACES TO WS-ARCHIVE-NAME.
           STRING 'GHA' WS-RUN-STAMP '.DAT'
               DELIMITED BY SIZE INTO WS-ARCHIVE-NAME.
           OPEN OUTPUT ARCHIVE-FILE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'Unable to open archive ' WS-ARCHIVE-NAME
                   ' status ' WS-ARCHIVE-STATUS
               MOVE 12 TO WS-RUN-RC
           ELSE
               MOVE 1 TO WS-ARCH-OK
               MOVE SPACES TO ARC-LINE
               STRING 'H|' WS-RUN-DATE '|' WS-CUTOFF-DATE '|GHARCH'
                   DELIMITED BY SIZE INTO ARC-LINE
               PERFORM PARA-ARC-PUT-LINE
               MOVE 0 TO WS-STUD-EOF
               PERFORM UNTIL WS-STUD-EOF = 1 OR WS-ARCH-OK = 0
                   READ STUDENT-MAST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-STUD-EOF
                       NOT AT END
                           IF SM-INACTIVE
                               AND SM-STATUS-DATE IS NUMERIC
                               AND SM-STATUS-DATE < WS-CUTOFF-DATE
                               PERFORM PARA-ARCHIVE-STUDENT
                           END-IF
                   END-READ
               END-PERFORM
               MOVE SPACES TO ARC-LINE
               STRING 'T|' WS-ARC-TOTAL '|' WS-ARC-HASH
                   DELIMITED BY SIZE INTO ARC-LINE
               PERFORM PARA-ARC-PUT-LINE
               CLOSE ARCHIVE-FILE
               IF WS-ARCH-OK = 0
                   DISPLAY 'Archive ' WS-ARCHIVE-NAME
                       ' is incomplete - nothing purged'
               END-IF
           END-IF.

       PARA-ARCHIVE-STUDENT.
           ADD 1 TO WS-ELIGIBLE.
           MOVE 0 TO WS-RESTORED.
           PERFORM VARYING WS-RST-I FROM 1 BY 1
                   UNTIL WS-RST-I > WS-RST-COUNT
               IF WS-RST-STUDENT(WS-RST-I) = SM-STUDENT-NO
                   MOVE 1 TO WS-RESTORED
               END-IF
           END-PERFORM.
           IF WS-RESTORED = 1
               ADD 1 TO WS-SKIP-RESTORED
           ELSE IF WS-ARC-COUNT NOT < 5000
               IF WS-TABLE-FULL = 0
                   DISPLAY 'WARNING: archive table full, remaining '
                       'students held for the next run'
                   MOVE 1 TO WS-TABLE-FULL
               END-IF
               ADD 1 TO WS-SKIP-FULL
           ELSE
               PERFORM PARA-ARCHIVE-POSTINGS
           END-IF.

       PARA-ARCHIVE-POSTINGS.
           MOVE 0 TO WS-STU-ARC-COUNT.
           MOVE 0 TO WS-HIST-EOF.
           MOVE SM-STUDENT-NO TO GH-STUDENT-NO.
           MOVE 0 TO GH-SEQ.
           START GRADE-HIST-FILE KEY >= GH-KEY
               INVALID KEY
                   MOVE 1 TO WS-HIST-EOF
           END-START.
           PERFORM UNTIL WS-HIST-EOF = 1 OR WS-ARCH-OK = 0
               READ GRADE-HIST-FILE NEXT RECORD
                   AT END
                       MOVE 1 TO WS-HIST-EOF
                   NOT AT END
                       IF GH-STUDENT-NO NOT = SM-STUDENT-NO
                           MOVE 1 TO WS-HIST-EOF
                       ELSE
                           PERFORM PARA-ARCHIVE-ONE
                       END-IF
               END-READ
           END-PERFORM.
           IF WS-STU-ARC-COUNT = 0
               ADD 1 TO WS-SKIP-NOHIST
           ELSE
               ADD 1 TO WS-ARC-COUNT
               MOVE SM-STUDENT-NO TO WS-ARC-STUDENT(WS-ARC-COUNT)
               MOVE SM-STATUS-DATE TO WS-ARC-STAT-DATE(WS-ARC-COUNT)
               MOVE WS-STU-ARC-COUNT TO WS-ARC-RECS(WS-ARC-COUNT)
               MOVE 0 TO WS-ARC-DELETED(WS-ARC-COUNT)
           END-IF.

       PARA-ARCHIVE-ONE.
           MOVE GH-STUDENT-NO TO GA-STUDENT-NO.
           MOVE GH-SEQ TO GA-SEQ.
           MOVE GH-COURSE TO GA-COURSE.
           MOVE GH-GRADE TO GA-GRADE.
           MOVE GH-POINT TO GA-POINT.
           MOVE GH-TYPE TO GA-TYPE.
           MOVE GH-DATE TO GA-DATE.
           MOVE GH-REASON TO GA-REASON.
           MOVE GH-TERM TO GA-TERM.
           MOVE SPACES TO ARC-LINE.
           MOVE GA-DETAIL TO ARC-LINE.
           PERFORM PARA-ARC-PUT-LINE.
           IF WS-ARCH-OK = 1
               ADD 1 TO WS-STU-ARC-COUNT
               ADD 1 TO WS-ARC-TOTAL
               ADD GH-GRADE TO WS-ARC-HASH
           END-IF.

       PARA-ARC-PUT-LINE.
           WRITE ARC-LINE.
           IF WS-ARCHIVE-STATUS NOT = '00'
               DISPLAY 'Write failed on archive ' WS-ARCHIVE-NAME
                   ' status ' WS-ARCHIVE-STATUS
               MOVE 0 TO WS-ARCH-OK
               MOVE 12 TO WS-RUN-RC
           END-IF.

       PARA-WRITE-INDEX.
           OPEN EXTEND ARCH-INDEX-FILE.
           IF WS-INDEX-STATUS = '35'
               OPEN OUTPUT ARCH-INDEX-FILE
           END-IF.
           IF WS-INDEX-STATUS NOT = '00'
               DISPLAY 'Unable to open GHARCIX.DAT status '
                   WS-INDEX-STATUS
               MOVE 0 TO WS-ARCH-OK
               MOVE 12 TO WS-RUN-RC
           ELSE
               PERFORM VARYING WS-ARC-I FROM 1 BY 1
                   UNTIL WS-ARC-I > WS-ARC-COUNT OR WS-ARCH-OK = 0
                   MOVE SPACES TO GX-RECORD
                   MOVE 'A' TO GX-ACTION
                   MOVE WS-ARC-STUDENT(WS-ARC-I) TO GX-STUDENT-NO
                   MOVE WS-ARCHIVE-NAME TO GX-ARCHIVE-NAME
                   MOVE WS-ARC-RECS(WS-ARC-I) TO GX-COUNT
                   MOVE WS-RUN-DATE TO GX-DATE
                   WRITE GX-RECORD
                   IF WS-INDEX-STATUS NOT = '00'
                       DISPLAY 'Write failed on GHARCIX.DAT status '
                           WS-INDEX-STATUS
                       MOVE 0 TO WS-ARCH-OK
                       MOVE 12 TO WS-RUN-RC
                   END-IF
               END-PERFORM
               CLOSE ARCH-INDEX-FILE
               IF WS-ARCH-OK = 0
                   DISPLAY 'Archive index incomplete - nothing purged'
               END-IF
           END-IF.

       PARA-PURGE-HIST.
           PERFORM VARYING WS-ARC-I FROM 1 BY 1
                   UNTIL WS-ARC-I > WS-ARC-COUNT
               PERFORM PARA-PURGE-STUDENT
               IF WS-ARC-DELETED(WS-ARC-I) NOT = WS-ARC-RECS(WS-ARC-I)
                   ADD 1 TO WS-OUT-OF-BAL
                   DISPLAY 'WARNING: ' WS-ARC-STUDENT(WS-ARC-I)
                       ' archived ' WS-ARC-RECS(WS-ARC-I)
                       ' deleted ' WS-ARC-DELETED(WS-ARC-I)
               END-IF
           END-PERFORM.

       PARA-PURGE-STUDENT.
           MOVE 0 TO WS-STU-DEL-COUNT.
           MOVE 0 TO WS-HIST-EOF.
           PERFORM UNTIL WS-HIST-EOF = 1
               MOVE WS-ARC-STUDENT(WS-ARC-I) TO GH-STUDENT-NO
               MOVE 0 TO GH-SEQ
               START GRADE-HIST-FILE KEY >= GH-KEY
                   INVALID KEY
                       MOVE 1 TO WS-HIST-EOF
               END-START
               IF WS-HIST-EOF = 0
                   READ GRADE-HIST-FILE NEXT RECORD
                       AT END
                           MOVE 1 TO WS-HIST-EOF
                       NOT AT END
                           IF GH-STUDENT-NO NOT =
                               WS-ARC-STUDENT(WS-ARC-I)
                               MOVE 1 TO WS-HIST-EOF
                           ELSE
                               PERFORM PARA-DELETE-ONE
                           END-IF
                   END-READ
               END-IF
           END-PERFORM.
           MOVE WS-STU-DEL-COUNT TO WS-ARC-DELETED(WS-ARC-I).

       PARA-DELETE-ONE.
           DELETE GRADE-HIST-FILE RECORD
               INVALID KEY
                   DISPLAY 'Unable to delete ' GH-STUDENT-NO
                       ' ' GH-SEQ ' status ' WS-GRADE-HIST-STATUS
                   MOVE 1 TO WS-HIST-EOF
                   MOVE 12 TO WS-RUN-RC
               NOT INVALID KEY
                   ADD 1 TO WS-STU-DEL-COUNT
                   ADD 1 TO WS-DEL-TOTAL
           END-DELETE.

       PARA-WRITE-REPORT.
           OPEN OUTPUT CTL-RPT-FILE.
           IF WS-CTL-RPT-STATUS NOT = '00'
               DISPLAY 'Unable to open GHARCRPT.DAT status '
                   WS-CTL-RPT-STATUS
               MOVE 12 TO WS-RUN-RC
           ELSE
               PERFORM PARA-REPORT-BODY
               CLOSE CTL-RPT-FILE
           END-IF.

       PARA-REPORT-BODY.
           MOVE 'GHARCH' TO WS-PRT-RPT-ID.
           MOVE 'PUP GRADING - GRADE HISTORY ARCHIVE'
               TO WS-PRT-TITLE.
           MOVE SPACES TO WS-PRT-HEAD1.
           MOVE 'STUDENT NO' TO WS-PRT-HEAD1(5:10).
           MOVE 'INACTIVE' TO WS-PRT-HEAD1(19:8).
           MOVE 'ARCHIVED' TO WS-PRT-HEAD1(33:8).
           MOVE 'DELETED' TO WS-PRT-HEAD1(46:7).
           PERFORM PARA-RPT-START.
           PERFORM VARYING WS-ARC-I FROM 1 BY 1
                   UNTIL WS-ARC-I > WS-ARC-COUNT
               MOVE WS-ARC-STUDENT(WS-ARC-I) TO WS-CD-STUDENT-NO
               MOVE WS-ARC-STAT-DATE(WS-ARC-I) TO WS-CD-STATUS-DATE
               MOVE WS-ARC-RECS(WS-ARC-I) TO WS-CD-ARCHIVED
               MOVE WS-ARC-DELETED(WS-ARC-I) TO WS-CD-DELETED
               IF WS-ARC-DELETED(WS-ARC-I) = WS-ARC-RECS(WS-ARC-I)
                   MOVE SPACES TO WS-CD-NOTE
               ELSE
                   MOVE 'OUT OF BALANCE' TO WS-CD-NOTE
               END-IF
               MOVE WS-CTL-DETAIL TO WS-PRT-LINE
               PERFORM PARA-RPT-WRITE
           END-PERFORM.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'RETENTION DAYS: ' WS-RETENTION-DAYS
                  '   INACTIVE BEFORE: ' WS-CUTOFF-DATE
                  '   ARCHIVE FILE: ' WS-ARCHIVE-NAME
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'STUDENTS ELIGIBLE: ' WS-ELIGIBLE
                  '   ARCHIVED: ' WS-ARC-COUNT
                  '   NO HISTORY: ' WS-SKIP-NOHIST
                  '   RECENTLY RESTORED: ' WS-SKIP-RESTORED
                  '   HELD: ' WS-SKIP-FULL
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'GRADHIST RECORDS IN:    ' WS-HIST-IN
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'RECORDS ARCHIVED:       ' WS-ARC-TOTAL
                  '   HASH: ' WS-ARC-HASH
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'RECORDS DELETED:        ' WS-DEL-TOTAL
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'GRADHIST RECORDS OUT:   ' WS-HIST-OUT
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE SPACES TO WS-PRT-LINE.
           IF WS-ARC-TOTAL = WS-DEL-TOTAL
               AND WS-OUT-OF-BAL = 0
               AND WS-HIST-IN = WS-HIST-OUT + WS-DEL-TOTAL
               MOVE 'CONTROL TOTALS BALANCE' TO WS-PRT-LINE
           ELSE
               MOVE '*** CONTROL TOTALS OUT OF BALANCE ***'
                   TO WS-PRT-LINE
               IF WS-RUN-RC < 8
                   MOVE 8 TO WS-RUN-RC
               END-IF
           END-IF.
           PERFORM PARA-RPT-WRITE.
           PERFORM PARA-RPT-END.

       PARA-RPT-START.
           MOVE 0 TO WS-PRT-PAGE-NO.
           MOVE 99 TO WS-PRT-LINE-COUNT.
           MOVE FUNCTION CURRENT-DATE(9:6) TO WS-PRT-RUN-TIME.

       PARA-RPT-WRITE.
           MOVE WS-PRT-LINE TO WS-PRT-SAVE-LINE.
           IF WS-PRT-LINE-COUNT >= 60
               PERFORM PARA-RPT-NEW-PAGE
           END-IF.
           MOVE WS-PRT-SAVE-LINE TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           ADD 1 TO WS-PRT-LINE-COUNT.

       PARA-RPT-NEW-PAGE.
           ADD 1 TO WS-PRT-PAGE-NO.
           MOVE WS-PRT-PAGE-NO TO WS-PRT-PAGE-DISP.
           MOVE SPACES TO WS-PRT-LINE.
           STRING 'REPORT: ' WS-PRT-RPT-ID
                  '  DATE: ' WS-RUN-DATE
                  '  TIME: ' WS-PRT-RUN-TIME(1:2) ':'
                  WS-PRT-RUN-TIME(3:2) ':' WS-PRT-RUN-TIME(5:2)
                  '  PAGE: ' WS-PRT-PAGE-DISP
                  DELIMITED BY SIZE INTO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE WS-PRT-TITLE TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE WS-PRT-HEAD1 TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-PUT-LINE.
           MOVE 5 TO WS-PRT-LINE-COUNT.

       PARA-RPT-PUT-LINE.
           MOVE WS-PRT-LINE TO CR-LINE.
           WRITE CR-LINE.
           IF WS-CTL-RPT-STATUS NOT = '00'
               DISPLAY 'I/O error on GHARCRPT.DAT status '
                   WS-CTL-RPT-STATUS
               CLOSE CTL-RPT-FILE
               MOVE 12 TO RETURN-CODE
               GOBACK
           END-IF.

       PARA-RPT-END.
           MOVE SPACES TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
           MOVE '*** END OF REPORT ***' TO WS-PRT-LINE.
           PERFORM PARA-RPT-WRITE.
