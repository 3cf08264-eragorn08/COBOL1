      *> Curriculum master record layout shared by the curriculum
      *> load and the degree audit job. CURRMAST.DAT is keyed by
      *> CU-KEY (program + year level + required course). A program's
      *> requirements are all of its CURRMAST rows across year levels.
      *> CU-MIN-GRADE is the lowest GH-GRADE percentage that clears
      *> the requirement; the load defaults it to 075 (passing).
       01  CU-RECORD.
           05  CU-KEY.
               10  CU-PROGRAM    PIC X(10).
               10  CU-YEAR-LEVEL PIC 9.
               10  CU-COURSE     PIC X(8).
           05  CU-MIN-GRADE      PIC 999.
