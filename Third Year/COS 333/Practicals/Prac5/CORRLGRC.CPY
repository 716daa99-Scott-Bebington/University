      * CORRLGRC.CPY - one record appended to the permanent
      * CORRECT.LOG for every correction keyed against a rejected
      * reading through Prac5SuspCor.  CL-STAMP is the wall-clock
      * date and time of the correction, CL-OPERATOR the operator
      * who keyed it and CL-REASON the reason they gave.  The before
      * and after images are the complete SUSPENSE.DAT record
      * (SUSPREC layout) either side of the change, so the original
      * raw data, status and reject date are always recoverable.
       01 CorrectionLogRecord.
           05 CL-STAMP PIC X(14).
           05 CL-OPERATOR PIC X(8).
           05 CL-REASON PIC X(30).
           05 CL-BEFORE-IMAGE PIC X(65).
           05 CL-AFTER-IMAGE PIC X(65).
