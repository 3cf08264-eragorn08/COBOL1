      *> Grade history archive detail line shared by the archive
      *> and restore jobs. Each archive GHA<timestamp>.DAT holds
      *> H|rundate|cutoff|GHARCH, one D line per GRADHIST posting
      *> in this layout, then T|count|hash (hash = sum of grades).
       01  GA-DETAIL.
           05  GA-REC-TYPE       PIC X VALUE 'D'.
           05  FILLER            PIC X VALUE '|'.
           05  GA-STUDENT-NO     PIC X(10).
           05  FILLER            PIC X VALUE '|'.
           05  GA-SEQ            PIC 9(4).
           05  FILLER            PIC X VALUE '|'.
           05  GA-COURSE         PIC X(8).
           05  FILLER            PIC X VALUE '|'.
           05  GA-GRADE          PIC 999.
           05  FILLER            PIC X VALUE '|'.
           05  GA-POINT          PIC 9.99.
           05  FILLER            PIC X VALUE '|'.
           05  GA-TYPE           PIC X.
           05  FILLER            PIC X VALUE '|'.
           05  GA-DATE           PIC X(8).
           05  FILLER            PIC X VALUE '|'.
           05  GA-REASON         PIC X(2).
           05  FILLER            PIC X VALUE '|'.
           05  GA-TERM           PIC X(6).
