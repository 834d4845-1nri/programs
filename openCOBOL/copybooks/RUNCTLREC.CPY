      *          completed/abended line written at the end. The shift
      *          report reads the newest line and refuses to print a
      *          summary over a run that did not complete cleanly.
      *          The end-of-day stream driver adds one line per job
      *          step it runs, naming the step, its position in the
      *          stream and the step's return code, with status "C"
      *          for a clean finish, "A" for a failed step, "S" for
      *          a step skipped by design and "X" for a step refused
      *          because an earlier one had not finished cleanly.
      *          The intake's own lines carry spaces in the step
      *          fields.
      ******************************************************************
       01 RUN-CONTROL-RECORD.
           05 RC-RUN-ID       PIC X(14).
               88 RC-RUN-STARTED   VALUE "R".
               88 RC-RUN-COMPLETED VALUE "C".
               88 RC-RUN-ABENDED   VALUE "A".
               88 RC-STEP-SKIPPED  VALUE "S".
               88 RC-STEP-REFUSED  VALUE "X".
           05 RC-STEP-NAME    PIC X(8).
               88 RC-INTAKE-LINE   VALUE SPACES.
           05 RC-STEP-NO      PIC 9(02).
           05 RC-STEP-RC      PIC 9(04).
