      *> Class roster (registration) record layout shared by Activity1
      *> and the roster load job. ROSTMAST.DAT is keyed by RS-KEY
      *> (student + course + term); the alternate key on RS-COURSE
      *> lets the missing-grades report read one course's roster at
      *> a time.
      *> RS-STATUS: R = registered, D = dropped. Only registered
      *> students may have a grade posted for the course.
       01  RS-RECORD.
           05  RS-KEY.
               10  RS-STUDENT-NO PIC X(10).
               10  RS-COURSE     PIC X(8).
               10  RS-TERM       PIC X(6).
           05  RS-REG-DATE       PIC X(8).
           05  RS-STATUS         PIC X.
               88  RS-REGISTERED VALUE 'R'.
               88  RS-DROPPED    VALUE 'D'.
