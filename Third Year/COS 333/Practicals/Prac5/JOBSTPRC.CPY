      * JOBSTPRC.CPY - one step of the nightly job stream, read from
      * the job-step control file JOBSTEP.DAT by Prac5JobCtl.  Steps
      * are listed in the order they run and JS-STEP-NO must rise
      * from one record to the next.  JS-MAX-RC is the highest return
      * code the step may end with and still count as completed.
      * JS-MANDATORY is "Y" when a step ending above JS-MAX-RC stops
      * the stream, "N" when the failure is recorded and the stream
      * carries on.  JS-COMMAND is the shell command that runs the
      * step, including any input redirection an interactive
      * program needs.
       01 JobStepRecord.
           05 JS-STEP-NO PIC 9(3).
           05 JS-MAX-RC PIC 9(2).
           05 JS-MANDATORY PIC X(1).
           05 JS-DESCRIPTION PIC X(30).
           05 JS-COMMAND PIC X(80).
