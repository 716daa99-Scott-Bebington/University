      * One record per known batch carries the plain-language
      * description printed beside the bare key on the reports, the
      * owning department and an active flag ("A" = active, "I" =
      * inactive).  Maintained by Prac5BatchMnt from the screen and
      * by Prac5BatchTxn from BRTRANS.DAT, both of which log every
      * change to BRHIST.DAT; a reading whose key is not on this
      * master is rejected by the statistics run.
       01 BatchRefRecord.
           05 BR-GROUP-KEY PIC 9(3).
           05 BR-DESCRIPTION PIC X(30).
