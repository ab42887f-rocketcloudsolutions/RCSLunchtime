      *    One record per group per date - each step of the daily
      *    cycle stamps its flag and completion time here, so
      *    operations can see at a glance whether a group's cycle
      *    finished cleanly without reading job output. When a
      *    group's cycle fails under dailyCycle the driver records
      *    the step that failed and its return code here and moves
      *    on to the next group. A clean rerun of the failed step
      *    blanks them again.
      ******************************************************************
           01 RUNCTL-RECORD.
           05 RUNCTL-KEY.
           05 RUNCTL-NOTIFY-FLAG    PIC X.
              88 RUNCTL-NOTIFY-DONE    VALUE "Y".
           05 RUNCTL-NOTIFY-TIME    PIC 9(6).
           05 RUNCTL-FAIL-STEP      PIC X(8).
              88 RUNCTL-NO-FAILURE     VALUE SPACES.
              88 RUNCTL-PICK-FAILED    VALUE "PICK".
              88 RUNCTL-NOTIFY-FAILED  VALUE "NOTIFY".
           05 RUNCTL-FAIL-RC        PIC 9(4).
