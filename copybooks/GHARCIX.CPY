      *> Grade history archive index record shared by the archive
      *> and restore jobs. GHARCIX.DAT gets one line per student
      *> per archive run (GX-ACTION A) and one line per restore
      *> (GX-ACTION R). GX-ARCHIVE-NAME is the GHA<timestamp>.DAT
      *> archive holding that student's postings; GX-COUNT is the
      *> number of postings archived or restored on GX-DATE.
       01  GX-RECORD.
           05  GX-ACTION         PIC X.
               88  GX-ARCHIVED   VALUE 'A'.
               88  GX-RESTORED   VALUE 'R'.
           05  FILLER            PIC X.
           05  GX-STUDENT-NO     PIC X(10).
           05  FILLER            PIC X.
           05  GX-ARCHIVE-NAME   PIC X(24).
           05  FILLER            PIC X.
           05  GX-COUNT          PIC 9(6).
           05  FILLER            PIC X.
           05  GX-DATE           PIC X(8).
