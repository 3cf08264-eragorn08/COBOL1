      *> Student master record layout shared by Activity1 and the
      *> enrollment load and end-of-term reporting jobs.
      *> STUDMAST.DAT is keyed by SM-STUDENT-NO with alternate keys
      *> SM-NAME and SM-PROG-YEAR, both with duplicates. Every
      *> program that opens STUDMAST.DAT declares all three keys.
      *> SM-STATUS-DATE (YYYYMMDD) is the date SM-STATUS was last
      *> set; the grade history archive uses it to age inactive
      *> students.
       01  SM-RECORD.
           05  SM-STUDENT-NO     PIC X(10).
           05  SM-NAME           PIC X(30).
           05  SM-PROG-YEAR.
               10  SM-PROGRAM    PIC X(10).
               10  SM-YEAR-LEVEL PIC 9.
           05  SM-STATUS         PIC X.
               88  SM-ACTIVE     VALUE 'A'.
               88  SM-INACTIVE   VALUE 'I'.
           05  SM-STATUS-DATE    PIC X(8).
