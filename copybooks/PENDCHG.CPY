      *> Pending change record layout used by Activity1 for the
      *> two-person approval queue. PENDCHG.DAT is keyed by
      *> PC-REQ-NO; request 000000 is the control record holding
      *> the last request number issued in PC-CTL-LAST-REQ.
      *> PC-TYPE: SA/SD student add/deactivate, CA/CD course
      *> add/deactivate, TA term add, OA/OU/OS operator add/unlock/
      *> set authority, GC grade correction from GRADCORR.DAT.
      *> PC-KEY-VALUE is the student, course, term or operator key.
      *> PC-STATUS: P = pending, A = approved and applied,
      *> X = approved but could not be applied, R = rejected.
      *> The approving operator may never be PC-REQ-OPER.
       01  PC-RECORD.
           05  PC-REQ-NO         PIC 9(6).
           05  PC-TYPE           PIC XX.
               88  PC-STUD-ADD   VALUE 'SA'.
               88  PC-STUD-DEACT VALUE 'SD'.
               88  PC-CRSE-ADD   VALUE 'CA'.
               88  PC-CRSE-DEACT VALUE 'CD'.
               88  PC-TERM-ADD   VALUE 'TA'.
               88  PC-OPER-ADD   VALUE 'OA'.
               88  PC-OPER-UNLOCK VALUE 'OU'.
               88  PC-OPER-AUTH  VALUE 'OS'.
               88  PC-GRADE-CORR VALUE 'GC'.
           05  PC-STATUS         PIC X.
               88  PC-PENDING    VALUE 'P'.
               88  PC-APPROVED   VALUE 'A'.
               88  PC-NOT-APPLIED VALUE 'X'.
               88  PC-REJECTED   VALUE 'R'.
           05  PC-REQ-OPER       PIC X(8).
           05  PC-REQ-STAMP      PIC X(14).
           05  PC-APR-OPER       PIC X(8).
           05  PC-APR-STAMP      PIC X(14).
           05  PC-KEY-VALUE      PIC X(10).
           05  PC-DATA           PIC X(60).
           05  PC-STUD-DATA REDEFINES PC-DATA.
               10  PC-SM-NAME        PIC X(30).
               10  PC-SM-PROGRAM     PIC X(10).
               10  PC-SM-YEAR-LEVEL  PIC 9.
               10  FILLER            PIC X(19).
           05  PC-CRSE-DATA REDEFINES PC-DATA.
               10  PC-CM-TITLE       PIC X(30).
               10  PC-CM-UNITS       PIC 9.
               10  FILLER            PIC X(29).
           05  PC-TERM-DATA REDEFINES PC-DATA.
               10  PC-TM-DESC        PIC X(30).
               10  PC-TM-START-DATE  PIC X(8).
               10  PC-TM-END-DATE    PIC X(8).
               10  FILLER            PIC X(14).
           05  PC-OPER-DATA REDEFINES PC-DATA.
               10  PC-OP-PASSWORD    PIC X(8).
               10  PC-OP-AUTH        PIC X(10).
               10  FILLER            PIC X(42).
           05  PC-CORR-DATA REDEFINES PC-DATA.
               10  PC-CO-COURSE      PIC X(8).
               10  PC-CO-OLD-GRADE   PIC 999.
               10  PC-CO-NEW-GRADE   PIC 999.
               10  PC-CO-REASON      PIC X(2).
               10  FILLER            PIC X(44).
           05  PC-CTL-DATA REDEFINES PC-DATA.
               10  PC-CTL-LAST-REQ   PIC 9(6).
               10  FILLER            PIC X(54).
           05  PC-RESULT         PIC X(30).
