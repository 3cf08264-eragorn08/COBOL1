      *> Batch run history record shared by jobctl and the run
      *> history report. jobctl appends one line to RUNHIST.DAT for
      *> every step it executes and never rewrites the file.
      *> RH-BATCH-DATE is the night the stream belongs to: the date
      *> step 1 of RUNCTL.DAT started, so a restart after midnight
      *> still counts against the night the stream began.
      *> RH-RUN-STAMP is when this jobctl invocation started.
      *> RH-ELAPSED is the step's wall-clock time in seconds.
      *> RH-RESTART is Y when the step had been started or had
      *> failed in an earlier invocation for the same RUNCTL.DAT.
       01  RH-RECORD.
           05  RH-BATCH-DATE     PIC X(8).
           05  FILLER            PIC X.
           05  RH-RUN-STAMP      PIC X(14).
           05  FILLER            PIC X.
           05  RH-STEP-NO        PIC 99.
           05  FILLER            PIC X.
           05  RH-STEP-CODE      PIC X(8).
           05  FILLER            PIC X.
           05  RH-STEP-STATUS    PIC X(8).
           05  FILLER            PIC X.
           05  RH-START-TIME     PIC X(14).
           05  FILLER            PIC X.
           05  RH-END-TIME       PIC X(14).
           05  FILLER            PIC X.
           05  RH-ELAPSED        PIC 9(6).
           05  FILLER            PIC X.
           05  RH-STEP-RC        PIC 9(4).
           05  FILLER            PIC X.
           05  RH-RESTART        PIC X.
               88  RH-IS-RESTART VALUE 'Y'.
