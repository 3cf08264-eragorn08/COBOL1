      *> earlier posting, C = corrected replacement grade. Readers
      *> must net R lines against the posting they reverse.
      *> GH-REASON carries the registrar's reason code on R/C lines.
      *> GH-TERM is the academic term (TERMMAST.DAT) the grade
      *> belongs to. R/C lines carry the term of the posting they
      *> correct. ghterm assigns terms to history written before the
      *> term calendar from GH-DATE.
       01  GH-RECORD.
           05  GH-KEY.
               10  GH-STUDENT-NO PIC X(10).
               88  GH-REVERSAL   VALUE 'R'.
               88  GH-CORRECTION VALUE 'C'.
           05  GH-REASON         PIC X(2).
           05  GH-TERM           PIC X(6).
