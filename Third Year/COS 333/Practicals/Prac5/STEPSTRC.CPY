      * STEPSTRC.CPY - one record per job step on the step-status
      * file STEPSTAT.DAT, rewritten by Prac5JobCtl before and after
      * every step so the file always shows how far the stream for
      * SS-STREAM-DATE (the RUNCTL.DAT business date) has got.
      * SS-STATUS is "PENDING" not yet run, "RUNNING" started but not
      * finished (the controller itself was interrupted), "DONE"
      * ended within its maximum return code, "FAILED" a mandatory
      * step that ended above it (the stream stopped there) or
      * "OPTFAIL" an optional step that ended above it (the stream
      * carried on).  The next invocation for the same business date
      * resumes at the first step that is not DONE or OPTFAIL.
       01 StepStatusRecord.
           05 SS-STREAM-DATE PIC X(8).
           05 SS-STEP-NO PIC 9(3).
           05 SS-STATUS PIC X(8).
           05 SS-START-STAMP PIC X(14).
           05 SS-END-STAMP PIC X(14).
           05 SS-RETURN-CODE PIC 9(4).
           05 SS-DESCRIPTION PIC X(30).
