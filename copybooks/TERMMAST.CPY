      *> Academic term master record layout shared by Activity1, the
      *> roster load, the grade history conversion and the term-close
      *> job. TERMMAST.DAT is keyed by TM-TERM-CODE (e.g. 2026S1).
      *> TM-START-DATE / TM-END-DATE are YYYYMMDD.
      *> TM-STATUS: O = open for postings, C = closed by the term
      *> close job. Closed terms accept no postings or corrections.
      *> TM-CLOSE-DATE / TM-CLOSED-BY are filled in at term close.
       01  TM-RECORD.
           05  TM-TERM-CODE      PIC X(6).
           05  TM-DESC           PIC X(30).
           05  TM-START-DATE     PIC X(8).
           05  TM-END-DATE       PIC X(8).
           05  TM-STATUS         PIC X.
               88  TM-OPEN       VALUE 'O'.
               88  TM-CLOSED     VALUE 'C'.
           05  TM-CLOSE-DATE     PIC X(8).
           05  TM-CLOSED-BY      PIC X(8).
